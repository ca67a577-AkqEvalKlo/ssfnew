 DATE-COMPILED.
*                     12345678901234567890123456789012345
*****************************************************************
* Letzte Aenderung :: 2026-10-15
* Letzte Version   :: A.03.22
* Kurzbeschreibung :: Dieses Programm arbeitet als SourceSafe in
* Kurzbeschreibung :: der Tandem-Umgebung
*
*----------------------------------------------------------------*
* Vers. | Datum   | von | Kommentar
*-------|---------|-----|----------------------------------------*
*A.03.22|20261015 | km  | Modul-Kurzbild =SSFMSUM fuehrt User des
*       |         |     | letzten Checkout und Checkin und die
*       |         |     | letzte Aktivitaet (CI/AK/FR); LIST
*       |         |     | NOTINPROD (D207), LIST ABANDONED (D208)
*       |         |     | und die CHECKIN-Anzeige bei CHECKOUT/PEEK
*       |         |     | (D211) lesen es, ohne Kurzbild wie bisher
*       |         |     | =SSPROT; Versions-/Archiv-Zaehler entfallen
*       |         |     | (ohne Leser); WATCH ist jetzt C125 (C119
*       |         |     | ist die Spiegel-Kontrolle)
*A.03.21|20261015 | km  | LIST CHAIN zeigt die Kettenmarken von
*       |         |     | PHDDRV1O als START/ENDE/ABBR statt NOK
*       |         |     | (D237); HISTAGG raeumt die Kettenmarken
*       |         |     | des Monats ab, je Kette bleiben die
*       |         |     | juengste und die von heute (C375, S360,
*       |         |     | S370); Mail-Vorlagen SAMMEL, ANOMALY,
*       |         |     | CONSIST, MAILCHK, RZSTAT, TABPFLEG und
*       |         |     | CANTEST fuer die bisher eingebauten Texte
*       |         |     | von C611, D508, D550, D853, D954, D959
*       |         |     | und M574
*A.03.20|20261015 | km  | COLDMOVE prueft je Archivdatei den Legal
*       |         |     | Hold (D840) und laesst gesperrte online,
*       |         |     | Anzahl in der Summenzeile (C376/C378);
*       |         |     | KETTE EXPORT/IMPORT/DIFF transportiert die
*       |         |     | Ressourcen-Deklarationen (=SSFRESDEF) als
*       |         |     | Satzart "R", Vergleich und Uebernahme in
*       |         |     | derselben Transaktion, aeltere Dateien mit
*       |         |     | Warnung; D565 nimmt den Kettenschluessel
*       |         |     | aus W-KX-NEU (D561-D569, D966-D968,
*       |         |     | S394-S397)
*A.03.19|20261015 | km  | Neu "VERWALTUNG TABPFLEGE [FORCE] [MAIL]"
*       |         |     | (Kettenschritt): je Tabellen-Define aus
*       |         |     | =DEFCAT Zeilenzahl, Partitionen (PARTNS)
*       |         |     | und Extent-Fuellgrad ermitteln, UPDATE
*       |         |     | STATISTICS bei Alter/Wachstum ueber der
*       |         |     | Schwelle (=SSPARM "TABPFLEGE"), Warnung vor
*       |         |     | vollen Extents, Befund in neuer Tabelle
*       |         |     | =SSFTSTAT; "TABPFLEGE HIST [<Define>]"
*       |         |     | zeigt das Wachstum (D959-D965, S811-S819,
*       |         |     | S821-S823, S826-S828, o094)
*A.03.18|20261015 | km  | Antwortzeit je Kommando: B100/B200 messen
*       |         |     | die Dauer (Wanduhr, je SCRIPT-Ebene, E357)
*       |         |     | samt Anteilen SSFCOU0M, SSFCIN0M und FUP-
*       |         |     | Obey (E358/E359) und journalieren sie mit
*       |         |     | der Startstunde in =SSFSESS (neue Spalten
*       |         |     | STUNDE, DAUER_CS, DAUER_COU_CS, DAUER_CIN_
*       |         |     | CS, DAUER_ZIP_CS). Neu "VERWALTUNG SESSION
*       |         |     | STATS [<Tage>] [MAIL]": Median, 95%-Wert
*       |         |     | und Maximum je Kommando und Stunde, die
*       |         |     | zehn langsamsten Ausfuehrungen und Warnung
*       |         |     | fuer Kommandos, die deutlich langsamer als
*       |         |     | ihre eigene Historie sind (=SSPARM
*       |         |     | "RZWARN"); MAIL an den Warn-Verteiler
*       |         |     | (D954-D958, E357-E359, U031, S517-S519,
*       |         |     | S883-S888, S896-S898, o045)
*A.03.17|20261015 | km  | Neues Kommando "WATCH ADD <Muster> [SOFORT|
*       |         |     | DIGEST]", "WATCH DEL <Muster>", "WATCH
*       |         |     | [LIST]": persoenliche Beobachtungslisten
*       |         |     | (=SSFWATCH, Muster mit "*"/"?"); CHECKOUT,
*       |         |     | CHECKIN, REL2TEST, ACTIVTEST, REL2PROD,
*       |         |     | ROLLBACK und PURGE anderer User werden je
*       |         |     | Beobachter sofort gemailt oder ueber den
*       |         |     | DIGEST-Spool (Kategorie "WA") gesammelt;
*       |         |     | PURGE/PURGEBIN tragen die Beobachtungen des
*       |         |     | Moduls aus. Vorlage "WATCH" im Mailkatalog
*       |         |     | (C125, D945-D953, M577, S505-S516, o093)
*A.03.16|20261015 | km  | Neue Zusatzform "LIST SQLINVALID [PROD|
*       |         |     | TEST] [QUEUE] [CSV <Datei>]": registrierte
*       |         |     | SQL-Programme, die lt. Katalog (=DEFCAT
*       |         |     | "CA") ungueltig sind oder deren Tabelle
*       |         |     | nach dem letzten SQLCOMP per DDL geaendert
*       |         |     | wurde; mit QUEUE (Kettenschritt) bzw. nach
*       |         |     | Rueckfrage Einplanen als "SQLINC" ins
*       |         |     | SRCCOMP-Manifest lt. =SSPARM "SQLRECOMP",
*       |         |     | Protokoll "SQ" in =SSPROT; Modulsuche aus
*       |         |     | D937 nach D940 ausgelagert
*       |         |     | (D940-D944, S501-S504, N025)
*A.03.15|20261015 | km  | Neue Zusatzform "LIST UNMANAGED [PROD|
*       |         |     | TEST] [CSV <Datei>]": Inventur der Objekt-
*       |         |     | dateien in den Prod-/Test-Subvolumes
*       |         |     | (=SSPARM R2x-RUN%, Katalog-Volumes lt.
*       |         |     | =DEFCAT) ohne =SSAFE-Modul bzw. Freigabe,
*       |         |     | Dateiinfo per SSFEIN0M "FI", Verweise aus
*       |         |     | =SSFRFDEF und PATHCOM-Liste (=SSPARM
*       |         |     | "PATHCONF"); reiner Report
*       |         |     | (D933-D939, S597-S599, S697-S699)
*A.03.14|20261015 | km  | Funktionstrennung: VERWALTUNG SOD mit
*       |         |     | Regeln unvertraeglicher Rollen- bzw.
*       |         |     | Funktionspaare (optional je ANWENDUNG),
*       |         |     | LIST/ADD/DEL, Ausnahmen EXCEPT/REVOKE
*       |         |     | (DEL und EXCEPT mit Vier-Augen-Freigabe)
*       |         |     | und REPORT ueber Bestand und Ausnahmen;
*       |         |     | Pruefung bei Zuordnung (D440), Import
*       |         |     | (D460), DELEGATE und REQUEST; neue
*       |         |     | Tabellen =SSFSODR, =SSFSODX
*       |         |     | (D920-D932, o092, S646-S649, S653-S659,
*       |         |     | S673-S679, S693-S696, D440, D460, D503,
*       |         |     | D591, D595, C420)
*A.03.13|20261015 | km  | Self-Service-Zugriffsantraege: VERWALTUNG
*       |         |     | REQUEST <Grp.User> <Rolle> <Begruendung>
*       |         |     | [<bis>] auch ohne Funktion VERW; Routing
*       |         |     | an Rollen-Verantwortliche (=SSROLES
*       |         |     | "OWNER"), sonst Modul-Verantwortliche
*       |         |     | des Scopes, sonst Verwaltung; LIST,
*       |         |     | APPROVE/REJECT (nie durch Antragsteller
*       |         |     | oder Beguenstigten), Umsetzung als
*       |         |     | =SSUSER-Zuordnung bzw. Delegation, Verfall
*       |         |     | nach =SSPARM ACCREQDAYS, TRAIL-Nachweis,
*       |         |     | Mail-Vorlage ZUGRIFF, MYWORK-Kategorie
*       |         |     | und Herkunft im RECERT DECIDE; neue
*       |         |     | Tabelle =SSFACREQ
*       |         |     | (D590-D599, o091, M576, S627, S633-S639,
*       |         |     | S662-S669, C402, C403, C420, D498)
*A.03.12|20261015 | km  | Freigabe-Bestcode nur noch als gesalzener
*       |         |     | Einweg-Hash (SHA-256, neue Spalte
*       |         |     | =SSUSER.BESTCODE_HASH); PINSET speichert
*       |         |     | den Hash, REL4WEAT vergleicht gegen den
*       |         |     | Hash, der verschluesselte Altbestand in
*       |         |     | BESTAETIGUNGSCODE wird beim naechsten
*       |         |     | Login umgestellt und geloescht; neues
*       |         |     | VERWALTUNG BESTCODE zeigt den Stand der
*       |         |     | Umstellung (C034, C050, D341, D759-D761,
*       |         |     | S661, S757-S759, U330-U344)
*A.03.11|20261015 | km  | LIST CTRLTOTAL <Funktion>: Kontroll-
*       |         |     | summen (Eingang/Ausgang/Summe) und
*       |         |     | Abstimmungsergebnis der Kettenschritte
*       |         |     | je Kette und Lauf aus =SSFCHIST; KETTE
*       |         |     | EXPORT/IMPORT/DIFF mit den Spalten
*       |         |     | ABST_LFDNR, ABST_FELD, ABST_REF_FELD,
*       |         |     | ABST_TOLERANZ (Transfersatz 898 Bytes,
*       |         |     | aeltere Dateien ohne Regel); Vorlage
*       |         |     | KT-ABST im Mail-Katalog
*       |         |     | (D562-D566, D757-D758, S754-S756)
*A.03.10|20261015 | km  | AUFTRAG MOVE <Modul> <Version> <neu>,
*       |         |     | AUFTRAG SPLIT <alt> <neu> <Modul>[,..]
*       |         |     | und AUFTRAG MERGE <alt> <neu>: Auftrag
*       |         |     | archivierter Versionen umbuchen - in
*       |         |     | =SSFRARCH, =SSFTENV, =SSFINCID und im
*       |         |     | Auftrags-Link von =ABNAHME in einer
*       |         |     | Transaktion; abgelehnt bei offenem
*       |         |     | Release-Zug, ROLLBACK des Auftrags oder
*       |         |     | Legal Hold; Protokoll alt/neu mit Grund
*       |         |     | in =SSPROT (Aktion "AU")
*       |         |     | (C392, D750-D756, S739, S743-S749, S753)
*A.03.09|20261015 | km  | CANARY [LIST]: technischer Durchlauf der
*       |         |     | Checkin-Kette mit Testmodul und techn.
*       |         |     | User aus =SSPARM "CANARY" (CO, Versions-
*       |         |     | kopf, CHECKIN, GET mit Pruefsumme, DIFF,
*       |         |     | Index-Sicherung/Restore-Test, Testmail,
*       |         |     | Aufraeumen); Dauer je Stufe in =SSFCANARY,
*       |         |     | Vergleich mit dem Schnitt ("CANARYLZ"),
*       |         |     | Alarm an die Bereitschaft (=SSFONCALL)
*       |         |     | (C385, D733-D748, M574-M575, S731-S738)
*A.03.08|20261015 | km  | LIST ASOF <Datum> [<Zeit>] [<Muster>]
*       |         |     | [TEST]: Produktionsstand (optional auch
*       |         |     | TEST-Stand) je Modul zu einem Stichtag aus
*       |         |     | =ABNAHME mit Freigeber und Auftrag; ROLL-
*       |         |     | BACK (=SSPROT "RB") wird beruecksichtigt.
*       |         |     | Mit zweitem Datum alle Module, deren Prod-
*       |         |     | Version sich dazwischen geaendert hat
*       |         |     | (D728-D732, S723-S729)
*A.03.07|20261015 | km  | Veraltete Checkout-Basis (D721-D727): was
*       |         |     | seit dem Checkout in Produktion ging (Copy-
*       |         |     | Libraries lt. =LIBS, Aufrufe lt. =PROGRAMX)
*       |         |     | bzw. auf einem anderen Zweig archiviert
*       |         |     | wurde, zeigen SHOW und die REMIND-Mails;
*       |         |     | mit =SSPARM "STALEBAS" nach REL2PROD Sofort-
*       |         |     | Mail an betroffene Entwickler (M572/M573)
*A.03.06|20261015 | km  | MYWORK [MAIL]: persoenlicher Arbeitsvorrat
*       |         |     | ueber alle Queues (Checkouts, PARCO, Ueber-
*       |         |     | gaben, Reservierungen, Reviews, Freigaben,
*       |         |     | SOS-Auflagen, Antraege, Rezertifizierung,
*       |         |     | Ketten-Gates), nach Frist/Alter sortiert
*       |         |     | (C401-C409, C411, S603-S609); MAIL sendet
*       |         |     | jedem User seinen Vorrat (M571)
*A.03.05|20261015 | km  | HANDBOOK <Anwendung> <Datei> [<n>] erzeugt
*       |         |     | das System-Handbuch einer Anwendung (C361-
*       |         |     | C369, C381-C384, S101-S113): Uebersicht,
*       |         |     | je Modul Zweck, Source-/Prod-Version,
*       |         |     | Verantwortliche, Aufrufer/Aufrufe, Copy-
*       |         |     | Sections, Tabellen, Dateien der Ketten-
*       |         |     | schritte; die Ketten der Anwendung und die
*       |         |     | letzten n Prod-Freigaben. KETTE FLOW (D889)
*       |         |     | auch ohne Graph-Datei aufrufbar
*A.03.04|20261015 | km  | Parameter-Verzeichnis =SSFPDICT
*       |         |     | (VERWALTUNG PDICT, D910-D919, S334-S342):
*       |         |     | Typ, Stellen, Bereich/Werte/Maske, Vorgabe,
*       |         |     | Funktion und Hilfe je =SSPARM-Schluessel
*       |         |     | (exakt oder Praefix mit "*") und Feld;
*       |         |     | PARM SET/REVERT pruefen Neuwerte dagegen
*       |         |     | (D538), CHECK meldet Verstoesse und nicht
*       |         |     | beschriebene Schluessel, INIT traegt den
*       |         |     | mitgelieferten Grundbestand ein
*A.03.03|20261015 | km  | Risiko-Score beim Freigabe-Antrag
*       |         |     | (REL4WEAT, E401-E404): Aenderungsgroesse
*       |         |     | und Schnittstellen-Aenderungen Test- gegen
*       |         |     | Prod-Source (neu D259, auch fuer D256),
*       |         |     | abhaengige Module, Incidents, Fehlerquote
*       |         |     | =SSFCHIST, Zeit seit letzter Freigabe und
*       |         |     | Entwickler neu am Modul; gespeichert in
*       |         |     | =ABNAHME (S719/S593), angezeigt im Antrags-
*       |         |     | Mail und in FREIGEBER; =SSPARM "RISIKO"
*       |         |     | setzt die Schwellen fuer zweite Unter-
*       |         |     | schrift (D830) und Pflicht-Review
*A.03.02|20261015 | km  | Post-Release-Pruefung nach REL2PROD:
*       |         |     | Fingerabdruck (EOF/Last-Modify) des
*       |         |     | Objekts beim ACTIVTEST in =ABNAHME
*       |         |     | (S711), nach dem Kopieren in die
*       |         |     | Produktion Vergleich und registrierte
*       |         |     | Smoke-Kette ueber PHDDRV1O (E397-E399),
*       |         |     | Ergebnis in =ABNAHME/=SSPROT ("PV"), bei
*       |         |     | Abweichung Alarm-Mail (M561) und Angebot
*       |         |     | des Rueckbaus (E400); VERWALTUNG SMOKE
*       |         |     | pflegt =SSFSMOKE (D907-D909, S586-S592)
*A.03.01|20261015 | km  | VERWALTUNG GATE [LIST] | CONTINUE|ABORT
*       |         |     | <Funktion> <Kommentar>: Entscheidung an
*       |         |     | einem wartenden Entscheidungspunkt einer
*       |         |     | PHDDRV1O-Kette (=SSFGATE) eintragen und in
*       |         |     | =SSPROT protokollieren (AKTION "GT"), LIST
*       |         |     | zeigt wartende Punkte und Entscheidungen
*       |         |     | (D904-D906, S582-S585, o084); KETTE EXPORT/
*       |         |     | IMPORT/DIFF/FLOW fuehren SCHRITT_TYP und
*       |         |     | GATE_STANDARD mit
*A.03.00|20261015 | km  | VERWALTUNG KETTE FLOW <Datei> <Anwendung>
*       |         |     | [<Funktion>|*]: Struktur der SSFRFDEF-Ketten
*       |         |     | als eingerueckter Ablauf (Schritte, OK-/NOK-
*       |         |     | Verzweigungen, Timeout, Ressourcen, Schnitt-
*       |         |     | dauer aus =SSFCHIST) und als DOT-Graph in
*       |         |     | <Datei>; tote Schritte und Schleifen ohne
*       |         |     | Ausgang werden markiert (D889-D903)
*A.02.99|20261015 | km  | VERWALTUNG RESOURCE [LIST] | ADD <Funktion>
*       |         |     | <LfdNr> <Ressource> <X|S> [<Min>] | DEL
*       |         |     | <Funktion> <LfdNr> <Ressource> | FREE
*       |         |     | <Ressource>: benannte Ressourcen der
*       |         |     | PHDDRV1O-Kettenschritte (=SSFRESDEF);
*       |         |     | LIST RESLOCK: haltende und wartende Ketten
*       |         |     | je Ressource aus =SSFRESLK; Mail-Vorlage
*       |         |     | KT-RES im Vorlagen-Katalog
*A.02.98|20261015 | km  | VERWALTUNG FAILCAT [LIST] | IMPORT <Datei>
*       |         |     | | DEL|ON|OFF <Nr>: Pflege des Fehler-
*       |         |     | katalogs =SSFFKAT (Muster, Fehlerklasse,
*       |         |     | Massnahme, Restart unbedenklich J/N), gegen
*       |         |     | den PHDDRV1O die OUT-Datei fehlgeschlagener
*       |         |     | Kettenschritte prueft; LIST FAILCAUSE
*       |         |     | <Funktion>: Fehlerklassen je Kette und
*       |         |     | Monat (6 Monate) aus =SSFCHIST
*A.02.97|20261015 | km  | Modul-Kurzbild =SSFMSUM: je Modul letzte
*       |         |     | =SSPROT-Aktion, letzter Archiv-Eintrag,
*       |         |     | Versions-/Archiv-Zaehler und juengster
*       |         |     | ABNAHME-Stand; jedes Ereignis (=SSPROT,
*       |         |     | ABNAHME) verwirft das Kurzbild, U110
*       |         |     | baut es vor dem COMMIT neu auf. SHOW und
*       |         |     | LIST DEADWOOD lesen es statt der Historie
*       |         |     | (ohne Kurzbild wie bisher); VERWALTUNG
*       |         |     | MODSUM [CHECK] gleicht nachts ab
*A.02.96|20261015 | km  | VERWALTUNG LEAVER <User> <Nachfolger>:
*       |         |     | Austritt eines Mitarbeiters - listet alles,
*       |         |     | was der User haelt, uebertraegt bzw.
*       |         |     | schliesst es nach Bestaetigung (Vier-Augen)
*       |         |     | und deaktiviert den User (GUELTIG_BIS),
*       |         |     | ein =SSPROT-Eintrag AKTION "LV";
*       |         |     | MAILCHK: =SSUSER.USER fuer Vergleich und
*       |         |     | Anzeige entschluesselt
*A.02.95|20261015 | km  | VERWALTUNG MAILCHK: Datenqualitaet der
*       |         |     | Kontakt-/Mailadressen (User mit Rolle ohne
*       |         |     | Mailadresse, verwaiste =EKONTAKT-Zeilen,
*       |         |     | =SSFOWNER/=SSFONCALL ohne User, fehlende
*       |         |     | Eskalationsstufen TSNR 1/2, wiederholt
*       |         |     | unzustellbare Adressen aus neuer Tabelle
*       |         |     | =SSFMAILF); MAIL an den Warn-Verteiler,
*       |         |     | IMPORT/CLEAR pflegen die Ruecklaeufer
*A.02.94|20261015 | km  | neues Kommando TESTRESET: setzt die TEST-
*       |         |     | Umgebung einer Anwendung je Modul auf den
*       |         |     | Produktionsstand bzw. eine Baseline
*       |         |     | zurueck - Plan, Rueckfrage, FUP-Kopie des
*       |         |     | Produktions-Objekts, =SSFTENV und =SSPROT
*       |         |     | ("RT"); KEEP laesst offene REL2TEST stehen
*A.02.93|20261015 | km  | neues Kommando BOM: Stueckliste der
*       |         |     | Compile-Laeufe (=SSFBOM, von SSFCMP0M je
*       |         |     | Compile geschrieben) - "BOM <Objekt>
*       |         |     | [<Version>]" zeigt Source-Version, COPY-/
*       |         |     | ?SOURCE-Member mit Bibliothek, Section,
*       |         |     | Version und Pruefsumme sowie den Compiler
*       |         |     | (ohne Version: juengste Produktions-
*       |         |     | Freigabe), "BOM WHERE <Bibliothek>
*       |         |     | [<Version> [<Section>]]" die damit
*       |         |     | gebauten freigegebenen Objekte
*       |         |     | (C775-C777, D848/D849, S189-S196)
*-------|---------|-----|----------------------------------------*
*A.02.92|20261015 | km  | Escrow-Export: "EXPORT HISTORY <Modul|
*       |         |     | |Anwendung> <Datei>" schreibt alle Ver-
*       |         |     | sionen (ueber SSFCOU0M "EX" entpackt,
*       |         |     | auch Delta und Kalt-Ablage) mit Manifest,
*       |         |     | =SSPROT und =ABNAHME als Festformat-Paket
*       |         |     | (ESCROWF, nur Verwaltung, SSPROT "EX");
*       |         |     | "EXPORT VERIFY <Datei>" prueft Pruef-
*       |         |     | summen und Vollstaendigkeit des Pakets
*       |         |     | (C770-C774, D845-D847)
*A.02.91|20261015 | km  | Legal Hold =SSFHOLD: "HOLD ADD MODUL|
*       |         |     | AUFTRAG|DATUM ... <Ende> <Antragsteller>
*       |         |     | [<Grund>]" sperrt Modul, Auftrag oder
*       |         |     | Zeitraum gegen Loeschung, "HOLD LIFT
*       |         |     | <Nr>" hebt auf (nur Verwaltung, SSPROT
*       |         |     | "LH"/"LA"), "HOLD [LIST]" zeigt alle
*       |         |     | aktiven Holds (C760-C763); PURGE,
*       |         |     | PURGEBIN und PROT PURGE lehnen betroffene
*       |         |     | Loeschungen mit Liste der Holds ab (D840)
*A.02.90|20261015 | km  | Notbetrieb ohne SQL-Katalog: ist =SSPARM
*       |         |     | beim Start nicht lesbar (SQLCODE < 0) oder
*       |         |     | PARAM SSF-NOTBETRIEB J gesetzt, arbeitet
*       |         |     | SRCSAFE nur lesend mit LIST/GET/HELP/EXIT
*       |         |     | direkt auf den ZIP-Repositories (PARAM
*       |         |     | SSF-NOT-REPO) und der juengsten Index-
*       |         |     | Sicherung (SSFRCI0M "GN"); nur fuer die
*       |         |     | Gruppe aus PARAM SSF-NOT-GRUPPE, jede
*       |         |     | Ausgabe mit Stand-/Veraltet-Hinweis
*       |         |     | (M060/M065, B300-B320, C800-C851)
*A.02.89|20261015 | km  | Optimistischer paralleler Checkout fuer
*       |         |     | stark frequentierte Module: Freischaltung
*       |         |     | per VERWALTUNG PARALLEL ON/OFF (=SSFPARAL);
*       |         |     | CHECKOUT eines freigeschalteten Moduls
*       |         |     | gibt weiteren Entwicklern eine eigene
*       |         |     | Arbeitskopie samt Basis-Schnappschuss
*       |         |     | (=SSFPARCO, =SSPARM "PARALLEL"); CHECKIN
*       |         |     | merged per SSFCOU0M "PM" gegen inzwischen
*       |         |     | eingecheckte Staende, Konflikte blockieren
*       |         |     | bis PARALLEL RESOLVE; Protokoll "XP"/"XC"/
*       |         |     | "XM"/"XR"; HANDOVER nimmt den Parallel-
*       |         |     | Eintrag mit - C113, C114, D577-D586, o074,
*       |         |     | S172-S188, Anpassung C100/C107/C110/D574
*A.02.88|20261015 | km  | Neues Kommando HANDOVER: Checkout eines
*       |         |     | Moduls an einen anderen Entwickler ueber-
*       |         |     | geben (Angebot, ACCEPT/REJECT durch den
*       |         |     | Empfaenger, LIST); offene Angebote in
*       |         |     | =SSFHANDO, Protokoll "HA"/"HO"/"HX" in
*       |         |     | =SSPROT, Sperr-Datei per SSFFLK0M "HO",
*       |         |     | Arbeitskopie per FUP GIVE an den neuen
*       |         |     | Besitzer; Mail an beide (Vorlage
*       |         |     | HANDOVER, M559) - C118, o073, D573-D576,
*       |         |     | S124, S153-S158
*A.02.87|20261015 | km  | CRUD-Matrix: PRGNEU/CHECKIN-Referenzlauf
*       |         |     | (D410) wertet jetzt auch die SQL-Anwei-
*       |         |     | sungen (SELECT/INSERT/UPDATE/DELETE)
*       |         |     | und die OPEN-Modi der per SELECT/ASSIGN
*       |         |     | erklaerten Dateien aus und schreibt je
*       |         |     | Programm und Tabelle/Datei die Zugriffs-
*       |         |     | art nach =SSFCRUD (E434-E438, S495);
*       |         |     | neues Kommando CRUD <Programm|Tabelle|
*       |         |     | Datei> zeigt die Matrix, fuer Tabellen
*       |         |     | auch ueber einbindende Programme (C295,
*       |         |     | D295/D296, S496-S498)
*A.02.86|20261015 | km  | Mail-Vorlagen: Betreff und Texte aller
*       |         |     | Mails kommen aus =SSTEXT (BEREICH
*       |         |     | "MAIL", KATEGORIE = Vorlage, je
*       |         |     | SPRACHE, Zeilen nach LFD_NR) mit
*       |         |     | Platzhaltern @MODUL@, @VERSION@ usw.;
*       |         |     | Zeile "BETREFF:" = Betreff, "@DATEN@"
*       |         |     | = Position des Datenblocks; Sprache
*       |         |     | aus =SSPARM "MAILSPR" (Vorgabe DE),
*       |         |     | ohne Vorlage gelten die eingebauten
*       |         |     | Texte; Vorschau mit Musterdaten per
*       |         |     | VERWALTUNG MAILTEXT (D570-D572,
*       |         |     | N520-N529, S490-S494)
*A.02.85|20261015 | km  | Regressions-Gate bei REL2TEST: hat das
*       |         |     | Modul aktive Szenarien in =SSFREGSZ,
*       |         |     | muss deren juengster Lauf (=SSFREGLF,
*       |         |     | REGDRV0O) seit dem letzten CHECKIN OK
*       |         |     | sein; sonst Warnung mit Liste, mit
*       |         |     | =SSPARM "REGTEST" (SVOL_SOURCE "J")
*       |         |     | Abweisung (E396, S486-S489)
*A.02.84|20261015 | km  | TEST-Belegung =SSFTENV: ACTIVTEST traegt
*       |         |     | je Modul Version, Auftrag, Aktivierer
*       |         |     | und optional das Testende (JJJJMMTT)
*       |         |     | ein und fragt nach, bevor es die nicht
*       |         |     | freigegebene Version eines anderen Auf-
*       |         |     | trags ueberschreibt (E394/E395, SSPROT
*       |         |     | "TE"); "TESTENV PLAN|RELEASE <Modul>"
*       |         |     | (C750-C752), "LIST TESTENV" zeigt die
*       |         |     | Belegung je Auftrag mit Konflikten
*       |         |     | (D286/D287)
*A.02.83|20261015 | km  | Bus-Faktor-Report "LIST BUSFACTOR
*       |         |     | [<Jahre>] [CSV <Datei>]" (D281-D285,
*       |         |     | S474-S476): je ANWENDUNG und je Modul
*       |         |     | Anzahl Entwickler mit Checkins (=SSPROT
*       |         |     | "CI") seit Stichtag, Anteil je Entwick-
*       |         |     | ler, letzte Aenderung durch einen ande-
*       |         |     | ren als den Hauptautor, Team aus
*       |         |     | =SSFOWNER; Markierung ueber Schwelle
*       |         |     | (=SSPARM "BUSFAKT", sonst 80 %)
*A.02.82|20261015 | km  | Backport-Verfolgung =SSFBACKP: "BACKPORT
*       |         |     | FIX <Modul> <Version> [<Text>]" legt je
*       |         |     | weiterem Zweig/Hauptlinie des Moduls aus
*       |         |     | =SSFRARCH einen offenen Backport an,
*       |         |     | "BACKPORT APPLIED|NA ..." setzt ihn auf
*       |         |     | uebernommen (Version) bzw. nicht
*       |         |     | relevant (Grund), "BACKPORT LIST <Modul>"
*       |         |     | und "BACKPORT REPORT" zeigen den Stand
*       |         |     | (C740-C744, E391-E393); Hinweis bei SHOW
*A.02.81|20261015 | km  | Produktions-Incident-Register =SSFINCID:
*       |         |     | "INCIDENT ADD <Nr> <Modul> <Version>
*       |         |     | <Schwere> [<JJJJMMTT>] [<Ursache>]" und
*       |         |     | "INCIDENT IMPORT <Datei>" erfassen den
*       |         |     | Incident zur verursachenden Version,
*       |         |     | Auftrag/Entwickler/Produktionsdatum aus
*       |         |     | =SSFRARCH/=ABNAHME (C730-C732, E385/
*       |         |     | E386); Anzeige bei SHOW und DOK HIST
*       |         |     | (E387), "INCIDENT REPORT [<Tage>]" zaehlt
*       |         |     | je Modul/Auftrag/Entwickler und listet
*       |         |     | Releases mit Incident innerhalb n Tagen
*       |         |     | (C733, E388-E390); Zeile im LIST KPI
*A.02.80|20261015 | km  | Kollisions-Report "LIST COLLISION [<Auf-
*       |         |     | trag|Zug>]" (D271-D279, S432-S446): die
*       |         |     | Module aller offenen Auftraege (=SSFRARCH)
*       |         |     | und Zuege (=SSFTRAIN) werden ueber
*       |         |     | =PROGRAMX/=LIBS/=TABS aufgeloest; gemel-
*       |         |     | det werden gemeinsame Module und Copy-
*       |         |     | Sections, geaenderte Copy-Libraries und
*       |         |     | SQL-Tabellen mit geaendertem DDL-Modul,
*       |         |     | je Treffer beide Einheiten mit Owner,
*       |         |     | Plantermin (Zug bzw. ITSM-Change) und
*       |         |     | Rebase-Empfehlung; TRAIN RUN prueft vor-
*       |         |     | ab (D278) und stoppt, wenn der Zug zuerst
*       |         |     | rebasen muesste (Uebersteuern mit "TRAIN
*       |         |     | RUN <Zug> FORCE", Protokoll in SSPROT)
*A.02.79|20261015 | km  | Sammelfreigabe "FREIGEBER AUFTRAG <Auf-
*       |         |     | trag>" (C342, o067): listet alle zur
*       |         |     | Freigabe anstehenden Module des Auftrags
*       |         |     | mit Version, Review-Stand und Testnach-
*       |         |     | weis; je Modul Vier-Augen-, APPR2-,
*       |         |     | TESTDOC-, Review- und Rueckroll-Pruefung
*       |         |     | (D342, E327 ohne Einzelmeldung); EINE
*       |         |     | Bestaetigung mit Bestcode gibt alle frei-
*       |         |     | gebbaren Module frei, je Modul eigener
*       |         |     | ABNAHME-Eintrag und SSPROT-Satz (D344);
*       |         |     | uebersprungene Module mit Grund; Aus-
*       |         |     | schluss-User aus C341 nach D343 verlegt
*A.02.78|20261015 | km  | Sitzungs-Register =SSFSREG: jede inter-
*       |         |     | aktive Sitzung wird beim Start mit User,
*       |         |     | Home-Terminal, Prozess, Startzeit und
*       |         |     | letztem Kommando eingetragen (E380/E381)
*       |         |     | und in B090 ausgetragen (E382); neues
*       |         |     | Kommando "WHO" (C720) zeigt die aktiven
*       |         |     | Sitzungen; Leerlauf-Timeout aus =SSPARM
*       |         |     | "SESSIDLE" (Minuten, Default 10) meldet
*       |         |     | die Sitzung ab (E383), optionale Ober-
*       |         |     | grenze je User aus =SSPARM "SESSMAX"
*       |         |     | (E384); erzwungene Abmeldungen in SSPROT
*       |         |     | (Aktion "SO")
*A.02.77|20261015 | km  | Neues VERW-Kommando "KETTE EXPORT <Datei>
*       |         |     | <Anwendung> [<Funktion>]", "KETTE IMPORT
*       |         |     | <Datei>" und "KETTE DIFF <Datei>" (D560-
*       |         |     | D569, S416-S423, o066): SSFRFDEF-Ketten
*       |         |     | per Transferdatei zwischen den Systemen
*       |         |     | transportieren; Import zeigt je Kette den
*       |         |     | schrittweisen Unterschied zum Bestand und
*       |         |     | ersetzt die Kette erst nach Rueckfrage,
*       |         |     | Protokoll in SSPROT (Aktion "KT")
*A.02.76|20261015 | km  | Neues Kommando "LAYOUT <Copy-Bibliothek>
*       |         |     | <Section> [<Version>] [CSV <Datei>]"
*       |         |     | (C240, E433, o065): Feldkarte einer
*       |         |     | Copy-Section aus der archivierten Version
*       |         |     | mit Stufe, Offset, Laenge, Usage, PIC,
*       |         |     | OCCURS und REDEFINES, dazu CSV-Datei
*       |         |     | (Standard LAYCSV)
*A.02.75|20261015 | km  | CHECKIN einer Copy-Bibliothek (?SECTION):
*       |         |     | Satzlayout jeder Section feldgenau
*       |         |     | (Offset, Laenge, PIC, OCCURS, REDEFINES)
*       |         |     | gegen die juengste Archiv-Version;
*       |         |     | Einstufung laengenneutral / Offsets
*       |         |     | verschoben / Satzlaenge geaendert mit
*       |         |     | einbindenden Modulen lt. =LIBS
*       |         |     | (C124, E422-E432, S413-S415) - Warnung
*A.02.74|20261015 | km  | Referentielle Konsistenzpruefung der
*       |         |     | Kerntabellen: "VERWALTUNG CONSIST [SQL
*       |         |     | <Datei>] [MAIL]" (D550-D555) prueft
*       |         |     | =SSAFE, =SSFRARCH, =ABNAHME und
*       |         |     | =PROGRAMS gegeneinander (Modul ohne
*       |         |     | Archiv-Version, letzter Checkin nicht
*       |         |     | archiviert, ABNAHME-Version nie
*       |         |     | archiviert, PROGRAMS.VERSION/VERS_DAT
*       |         |     | ungleich juengster Archiv-Version,
*       |         |     | VERSION/ARCHIV_MODUL-Namensfehler wie
*       |         |     | "G.01.02A -> G0102" oder "...DEL");
*       |         |     | Befundreport plus Korrektur-SQL-Skript
*       |         |     | zur Durchsicht (nichts wird automatisch
*       |         |     | geaendert), mit MAIL an den Warn-
*       |         |     | Verteiler - als Kettenschritt einplanbar
*-------|---------|-----|----------------------------------------*
*A.02.73|20260902 | km  | Sitzungs-Journal auf Kommando-Ebene:
*       |         |     | jede akzeptierte Kommandozeile (auch
*       |         |     | reine Lese-Kommandos wie LIST/SHOW/
* B090-ENDE
* B100-USER-ABFRAGEN
* B200-BEARB-STARTUP
* B300-NOTBETRIEB-VORLAUF
* B310-NOTBETRIEB-ABFRAGEN
* B320-NOTBETRIEB-KOMMANDO
*
* C000-INIT
* C010-UMMELDEN
* C103-DEPRECATED-COPY-OVERRIDE
* C110-CHECKOUT
* C111-PEEK-CHECKOUT
* C113-PARALLEL
* C114-PARALLEL-CHECKIN-GATE
* C118-HANDOVER
* C125-WATCH
* C200-LIST
* C210-SHOW
* C220-PROT
* C222-PURGE-SSPROT
* C240-LAYOUT
* C250-DOKUMENT
* C260-MODIS
* C265-BLAST-RADIUS
* C270-MODIN
* C280-LIBIS
* C290-TABIS
* C295-CRUD
* C300-REL2PROD
* C310-REL2TEST
* C320-SAVE
* C340-REL4WEAT
* C341-FREIGEBER
* C342-FREIGEBER-AUFTRAG
* C360-ACTIVTEST
* C361-HANDBOOK
* C362-HB-UEBERSICHT
* C363-HB-MODULE
* C364-HB-KETTEN
* C365-HB-HISTORIE
* C366-HB-MODUL-KAPITEL
* C367-HB-FREIGABEN
* C368-HB-TEXT
* C369-HB-LISTE-WORT
* C381-HB-LISTE-ANFANG
* C382-HB-LISTE-ENDE
* C383-HB-CL-MERKEN
* C384-HB-PROGRAMS-LESEN
* C385-CANARY
* C392-AUFTRAG
* C380-FREEZEX-DECIDE
* C400-STOP
* C401-MYWORK
* C402-MW-SAMMELN
* C403-MW-KATEGORIE
* C404-MW-EINSORTIEREN
* C405-MW-FREIGABE-PRUEFEN
* C406-MW-MAIL-ALLE
* C407-MW-DATUM-AUS-ZP
* C408-MW-ANZEIGE
* C409-MW-ZEILE
* C410-PRGNEU
* C411-MW-SUMME
* C420-VERWALTUNG
* C500-EMERGENCY-CONTROL
* C730-INCIDENT
* C731-INCIDENT-ADD
* C732-INCIDENT-IMPORT
* C733-INCIDENT-REPORT
* C740-BACKPORT
* C741-BACKPORT-FIX
* C742-BACKPORT-STATUS
* C743-BACKPORT-LIST
* C744-BACKPORT-REPORT
* C750-TESTENV
* C751-TESTENV-PLAN
* C752-TESTENV-RELEASE
* C760-HOLD
* C761-HOLD-ADD
* C762-HOLD-LIFT
* C763-HOLD-LIST
* C770-EXPORT
* C771-EXPORT-HISTORY
* C772-EXPORT-MODUL
* C773-EXPORT-VERSION
* C774-EXPORT-VERIFY
* C775-BOM
* C776-BOM-OBJEKT
* C777-BOM-WHERE
* C778-TESTRESET
* C779-TESTRESET-PLAN
* C780-TESTRESET-AUSFUEHREN
* C800-NOT-LIST
* C801-NOT-MODULE
* C802-NOT-VERSIONEN
* C810-NOT-SNAPSHOT
* C811-NOT-GENERATION
* C812-NOT-OPEN
* C813-NOT-CSV-SATZ
* C814-NOT-SNAPSHOT-WEG
* C815-NOT-REPFILE
* C817-NOT-PURGE
* C820-NOT-GET
* C830-NOT-UNZIP
* C840-NOT-HILFE
* C850-NOT-HINWEIS
* C851-NOT-STAND
*
* D000-ALLE-FEHL-006
* D020-SETMODE
* D050-SET-TABDEFINE
* D060-SET-DEFCAT
*
* D211-LETZTER-CI-USER
* D215-BUILD-PLAN-AUFTRAG
* D216-BUILDPLAN-EDGES
* D217-BUILDPLAN-TOPOSORT
*
* D250-VERSIONS-DOKU
* D256-ESTIMATE-CHANGE-SIZE
* D259-DIFF-ZAEHLEN
* D257-SHOW-CTIM-TREND
* D260-SHOW-MODIS
* D265-BUILD-BLAST-CLOSURE
* D802-CONSUME-FREEZE-EXCEPTION
* D268-CHECK-CALLGRAPH-LOCKS
* D270-SHOW-MODIN
* D271-SHOW-COLLISION
* D272-KOL-LADEN
* D273-KOL-EINHEIT
* D274-KOL-ELEMENT
* D275-KOL-ABGLEICH
* D276-KOL-TREFFER
* D277-KOL-SEITE
* D278-KOL-TRAIN-PRUEFEN
* D279-KOL-DATEI
* D281-SHOW-BUSFACTOR
* D282-BF-LAUF
* D283-BF-SAMMELN
* D284-BF-EINHEIT-AUS
* D285-BF-CSV-ZEILE
* D286-SHOW-TESTENV
* D287-TE-ZEILE
* D280-SHOW-LIBIS
* D290-SHOW-TABIS
* D295-SHOW-CRUD
* D296-CRUD-LISTE
* D310-COPY-ROLLOVER
* D320-COPY-OBJECT
* D330-WVERSION
* D340-ABNAHME-WERTE
* D341-CHECK-FREIGABECODE
* D342-FGA-PRUEFEN
* D343-FG-AUSSCHLUSS
* D344-FGA-FREIGEBEN
* D360-ACTIVTEST-PARM
* D410-REFERENZEN
* D420-DELETE-USER
* D490-UNLOCK-USER
* D495-ORPHAN-SCAN
* D500-AUSWAHL-OBJECT
* D550-KONSISTENZ
* D551-CONS-MODUL
* D552-CONS-ABNAHME
* D553-CONS-NAMING
* D554-CONS-ZEILE
* D555-CONS-SQL
* D560-KETTE
* D561-KETTE-EXPORT
* D562-KETTE-IMPORT
* D563-KETTE-VERGLEICH
* D564-KX-SCHRITT-DIFF
* D565-KETTE-UEBERNEHMEN
* D566-KX-SCHRITT-AUS-TAB
* D567-KX-FELD-ZEILE
* D568-KX-LAENGE
* D569-KX-LESEN
* D570-MAILTEXT
* D571-MV-KATALOG
* D572-MV-VORSCHAU
* D573-HANDOVER-OFFER
* D574-HANDOVER-ACCEPT
* D575-HANDOVER-REJECT
* D576-HANDOVER-LIST
* D577-PARALLEL-VERW
* D578-PARALLEL-CHECKOUT-MODUS
* D579-PARALLEL-CHECKOUT
* D580-PARALLEL-BASIS-DATEI
* D581-PARALLEL-MERGE
* D582-PARALLEL-MARKER-SCAN
* D583-PARALLEL-RESOLVE
* D584-PARALLEL-LIST
* D585-PARALLEL-UEBERNAHME
* D586-PARALLEL-MODULE
* D590-ACCREQ
* D591-ACR-NEU
* D592-ACR-ROUTING
* D593-ACR-LIST
* D594-ACR-ENTSCHEIDEN
* D595-ACR-GEWAEHREN
* D596-ACR-TRAIL
* D597-ACR-VERFALL
* D598-ACR-DATUM
* D599-ACR-USER-VERSCHL
* D840-CHECK-LEGAL-HOLD
* D841-HOLD-KOPF
* D842-HOLD-BEZEICHNUNG
* D843-HOLD-DATUM
* D844-HOLD-ZEILE
* D845-EXPORT-HASH
* D846-EXPORT-MELDUNG
* D847-EXPORT-MANIFEST
* D848-BOM-ZEILE
* D849-BOM-LAUF-KOPF
* D850-TESTRESET-MODUL-PLAN
* D851-TESTRESET-MODUL
* D852-TESTRESET-FEHLER
* D853-MAILCHK
* D854-MAILCHK-ZEILE
* D855-MAILCHK-IMPORT
* D856-MAILCHK-CLEAR
* D857-MAILCHK-OWNER-USER
* D858-MAILCHK-ONCALL-ADR
* D859-LEAVER
* D860-LEAVER-LISTE
* D861-LEAVER-ZEILE
* D862-LEAVER-SPERRDATEI
* D863-LEAVER-UEBERTRAGEN
* D864-LEAVER-SUMME
* D865-MODSUM
* D866-MSUM-MERKEN
* D867-MSUM-NACHZIEHEN
* D868-MSUM-ERMITTELN
* D869-MSUM-SCHREIBEN
* D870-DEADWOOD-HISTORIE
* D871-FAILCAT
* D872-FAILCAT-IMPORT
* D873-FAILCAT-LISTE
* D874-FAILCAT-ZERLEGEN
* D875-FAILCAT-ANHAENGEN
* D876-FAILCAT-SCHREIBEN
* D877-FAILCAT-AENDERN
* D878-FAILCAUSE-REPORT
* D879-FAILCAUSE-KETTE-KOPF
* D880-FAILCAUSE-KLASSE-ENDE
* D881-FAILCAUSE-KETTE-ENDE
* D882-FAILCAUSE-ZEILE
* D883-RESOURCE
* D884-RESOURCE-ADD
* D885-RESOURCE-DEL
* D886-RESOURCE-FREE
* D887-RESOURCE-LISTE
* D888-RESLOCK-LISTE
* D889-KETTE-FLOW
* D890-KFL-KETTE
* D891-KFL-ZIELE
* D892-KFL-ERREICHBAR
* D893-KFL-MARKIEREN
* D894-KFL-WEG-ZUM-ENDE
* D895-KFL-DAUER-RESSOURCEN
* D896-KFL-BERICHT
* D897-KFL-BERICHT-SCHRITT
* D898-KFL-GRAPH
* D899-KFL-GRAPH-SCHRITT
* D900-KFL-ZIEL-SUCHEN
* D901-KFL-NR-TEXT
* D902-KFL-ZIEL-TEXT
* D903-KFL-KNOTEN
* D904-GATE
* D905-GATE-ENTSCHEIDEN
* D906-GATE-LISTE
* D907-SMOKE
* D908-SMOKE-SETZEN
* D909-SMOKE-LISTE
* D910-PDICT
* D911-PDICT-SETZEN
* D912-PDICT-LISTE
* D913-PDICT-LADEN
* D914-PDICT-PRUEFEN
* D915-PDICT-CHECK
* D916-PDICT-INIT
* D917-PDICT-BEFUND
* D918-PD-ZAHL
* D919-PDICT-REGEL
* D920-SOD
* D921-SOD-LIST
* D922-SOD-ADD
* D923-SOD-DEL
* D924-SOD-EXCEPT
* D925-SOD-REVOKE
* D926-SOD-REPORT
* D927-SOD-PRUEFEN
* D928-SOD-REGELN-LADEN
* D929-SOD-ZUORD-LADEN
* D930-SOD-REGEL
* D931-SOD-ZUORD-QUELLE
* D932-SOD-REGEL-FEHLT
* D933-SHOW-UNMANAGED
* D934-UM-ORTE-LADEN
* D935-UM-PATHWAY-LADEN
* D936-UM-ORT-SCAN
* D937-UM-DATEI
* D938-UM-VOL-MERKEN
* D939-UM-PATHWAY-DATEI
* D940-UM-MODUL-SUCHEN
* D941-SHOW-SQLINVALID
* D942-SQI-KATALOG
* D943-SQI-PROGRAMM
* D944-SQI-QUEUE
* D945-WATCH-ADD
* D946-WATCH-DEL
* D947-WATCH-LIST
* D948-WATCH-MERKEN
* D949-WATCH-VERSAND
* D950-WATCH-USER-ABSCHLUSS
* D951-WATCH-DIGEST
* D952-WATCH-DIGEST-USER
* D953-WATCH-SPOOLEN
* D954-SESSION-STATS
* D955-RZ-PERZENTILE
* D956-RZ-LANGSAMSTE
* D957-RZ-WARNUNG
* D958-RZ-ZEILE
* D959-TABPFLEGE
* D960-TPF-TABELLE
* D961-TPF-STATS-PRUEFEN
* D962-TPF-PARTITIONEN
* D963-TPF-PARTITION-INFO
* D964-TPF-ZEILE
* D965-TPF-HISTORIE
* D966-KX-RES-EXPORT
* D967-KX-RES-BESTAND
* D968-KX-RES-DIFF
* D700-CREATE-ABNAHME
* D710-UPDATE-ABNAHME-AT
* D720-UPDATE-ABNAHME-R2P
* D721-STB-ERMITTELN
* D722-STB-PROD-PRUEFEN
* D723-STB-ZWEIGE
* D724-STB-EINTRAGEN
* D725-STB-ZEILE
* D726-STB-ANZEIGEN
* D727-STB-SOFORTMAIL
* D728-ASOF-LISTE
* D729-ASOF-PROD-STAND
* D730-ASOF-STICHTAG
* D731-ASOF-VERGLEICH
* D732-ASOF-ZEITPUNKT
* D733-CANARY-LAUF
* D734-KAN-STUFE-START
* D735-KAN-STUFE-ENDE
* D736-KAN-GESAMT
* D737-KAN-PARAMETER
* D738-CANARY-LISTE
* D740-KAN-CHECKOUT
* D741-KAN-AENDERN
* D742-KAN-CHECKIN
* D743-KAN-GET
* D744-KAN-DIFF
* D745-KAN-INDEX
* D746-KAN-TESTMAIL
* D747-KAN-AUFRAEUMEN
* D748-KAN-EMPFAENGER
* D750-AUF-VERSIONEN
* D751-AUF-VERSIONEN-LESEN
* D752-AUF-SPERREN
* D753-AUF-VORSCHAU
* D754-AUF-UMBUCHEN
* D755-AUF-VERSION
* D756-AUF-HINWEISE
* D757-CTRLTOTAL-REPORT
* D758-CTRLTOTAL-ZEILE
* D759-BESTCODE-BERICHT
* D760-BESTCODE-UMSTELLEN
* D761-BESTCODE-VERGLEICH
*
* E100-FIND-START
* E110-FIND-NEXT
* E330-VERSION
* E340-CTIM-START
* E345-CTIM-STOP
* E357-RZ-KOMMANDO-START
* E358-RZ-MODUL-START
* E359-RZ-MODUL-STOP
* E385-INC-ANREICHERN
* E386-INC-SPEICHERN
* E387-INC-ANZEIGEN
* E388-INC-GRUPPE
* E389-INC-RELEASES
* E390-INC-RELEASE-ZEILE
* E391-BP-ZWEIGE
* E392-BP-LISTE
* E393-BP-ZWEIG-TEXT
* E394-TE-BELEGUNG-PRUEFEN
* E395-TE-REGISTRIEREN
* E396-REG-GATE
* E397-R2P-VERIFIKATION
* E398-OBJ-FINGERPRINT
* E399-R2P-SMOKE-KETTE
* E400-R2P-RUECKBAU
* E401-RISIKO-BERECHNEN
* E402-RISIKO-SCHWELLEN
* E403-RISIKO-ANZEIGEN
* E404-RISIKO-LADEN
* E410-LOOK4CALL
* E411-LOOK4COPY
* E412-LOOK4INVOKE
* E414-LOOK4LASTVERS
* E415-LOOK4SHORTDESCR
* E416-LOOK4UPDDESCR
* E434-LOOK4CRUD
* E435-CRUD-SQL-WORT
* E436-CRUD-COBOL-WORT
* E437-CRUD-MERKEN
* E438-CRUD-SPEICHERN
* E440-SHOW-ROLLEN
*
* F310-DEFINE
* M030-STARTUP-STRING
* M040-USER-PROCINFO
* M050-PARAM-FUP-OUT
* M060-PARAM-NOTBETRIEB
* M065-NOTBETRIEB-PRUEFEN
* M140-CALL-HCDAY
* M500-MAIL-AUFHEBUNG
* M510-MAIL-ABNAHMEANTRAG
* M511-MAIL-RISIKO
* M520-MAIL-SICHERHEITSWARUNUNG
* M550-MAIL-REL2PROD-IMPACT
* M559-MAIL-HANDOVER
* M560-MAIL-FREEZE-EXCEPTION
* M561-MAIL-R2P-PRUEFUNG
* M571-MAIL-MYWORK
* M572-MAIL-STALE-BASE
* M573-MAIL-STB-LISTE
* M574-MAIL-CANARY-TEST
* M575-MAIL-CANARY-ALARM
* M576-MAIL-ZUGRIFF
* M577-MAIL-WATCH
*
* N010-ASSIGN-SSOBEY
* N020-OPEN-OUT
* N035-CHECK-EINGABE
* N500-EMAIL-KOPF
* N510-PROGRAMMINFORMATIONEN
* N520-MV-INIT
* N521-MV-PLATZHALTER
* N522-MV-LADEN
* N523-MV-ERSETZEN
* N524-MV-LESEN
* N525-MV-BETREFF
* N526-MV-TEXT-1
* N527-MV-TEXT-2
* N528-MV-TOKEN
* N529-MV-ABNAHME
*
* o030-CMD-LIST
*
* R100-SHOW-TEXT
*
* S100-SELECT-SSAFE
* S101-OPEN-HB-AUFRUFER-CURSOR
* S102-FETCH-HB-AUFRUFER-CURSOR
* S103-CLOSE-HB-AUFRUFER-CURSOR
* S104-OPEN-HB-AUFRUF-CURSOR
* S105-FETCH-HB-AUFRUF-CURSOR
* S106-CLOSE-HB-AUFRUF-CURSOR
* S107-OPEN-HB-DATEI-CURSOR
* S108-FETCH-HB-DATEI-CURSOR
* S109-CLOSE-HB-DATEI-CURSOR
* S111-OPEN-HB-ABN-CURSOR
* S112-FETCH-HB-ABN-CURSOR
* S113-CLOSE-HB-ABN-CURSOR
* S110-UPDATE-SSAFE-CHECKIN
* S120-UPDATE-SSAFE-CHECKOUT
* S121-UPDATE-SSAFE-REL2TEST
* S122-UPDATE-SSAFE-REL2PROD
* S124-UPDATE-SSAFE-HANDOVER
* S130-INSERT-SSAFE
* S140-OPEN-SSAFE-CURSOR
* S141-FETCH-SSAFE-CURSOR
* S142-CLOSE-SSAFE-CURSOR
* S153-SELECT-SSFHANDO
* S154-INSERT-SSFHANDO
* S155-DELETE-SSFHANDO
* S156-OPEN-HANDO-CURSOR
* S157-FETCH-HANDO-CURSOR
* S158-CLOSE-HANDO-CURSOR
* S160-OPEN-UNLOCK-CURSOR
* S161-FETCH-UNLOCK-CURSOR
* S162-CLOSE-UNLOCK-CURSOR
* S166-OPEN-CI-AUFTRAG-CURSOR
* S167-FETCH-CI-AUFTRAG-CURSOR
* S168-CLOSE-CI-AUFTRAG-CURSOR
* S169-OPEN-FG-AUFTRAG-CURSOR
* S170-FETCH-FG-AUFTRAG-CURSOR
* S171-CLOSE-FG-AUFTRAG-CURSOR
* S172-SELECT-SSFPARAL
* S173-INSERT-SSFPARAL
* S174-DELETE-SSFPARAL
* S175-SELECT-SSFPARCO
* S176-INSERT-SSFPARCO
* S177-DELETE-SSFPARCO
* S178-UPDATE-SSFPARCO-MERGE
* S179-COUNT-SSFPARCO
* S180-MAX-LFDNR-SSFPARCO
* S181-SELECT-SSAFE-PCO
* S182-UPDATE-SSFPARCO-USER
* S183-OPEN-PARCO-CURSOR
* S184-FETCH-PARCO-CURSOR
* S185-CLOSE-PARCO-CURSOR
* S186-OPEN-PARAL-CURSOR
* S187-FETCH-PARAL-CURSOR
* S188-CLOSE-PARAL-CURSOR
* S189-SELECT-BOM-MODUL
* S190-SELECT-BOM-FREIGABE
* S191-OPEN-BOM-CURSOR
* S192-FETCH-BOM-CURSOR
* S193-CLOSE-BOM-CURSOR
* S194-OPEN-BOM-WHERE-CURSOR
* S195-FETCH-BOM-WHERE-CURSOR
* S196-CLOSE-BOM-WHERE-CURSOR
* S197-OPEN-TRES-CURSOR
* S198-FETCH-TRES-CURSOR
* S199-CLOSE-TRES-CURSOR
* S200-INSERT-SSPROT
* S205-STREAM-SIEM
* S210-OPEN-SSPROT-CURSOR
* S224-SELECT-SSPROT-MAX-CI
* S229-SELECT-SSPROT-MAX-REL2PROD
* S230-COUNT-SSPROT-CI-SEIT-REL
* S240-OPEN-EXP-MOD-CURSOR
* S241-FETCH-EXP-MOD-CURSOR
* S242-CLOSE-EXP-MOD-CURSOR
* S243-OPEN-EXP-ARCH-CURSOR
* S244-FETCH-EXP-ARCH-CURSOR
* S245-CLOSE-EXP-ARCH-CURSOR
* S246-OPEN-EXP-PROT-CURSOR
* S247-FETCH-EXP-PROT-CURSOR
* S248-CLOSE-EXP-PROT-CURSOR
* S251-OPEN-EXP-ABN-CURSOR
* S252-FETCH-EXP-ABN-CURSOR
* S253-CLOSE-EXP-ABN-CURSOR
* S254-SELECT-TRES-PROD-VERSION
* S300-SELECT-SSPARM
* S310-UPDATE-SSPARM
* S320-SELECT-SSPARM-USER
* S330-OPEN-SSPARM-CURSOR
* S331-FETCH-SSPARM-CURSOR
* S332-CLOSE-SSPARM-CURSOR
* S334-OPEN-PD-CURSOR
* S335-FETCH-PD-CURSOR
* S336-CLOSE-PD-CURSOR
* S337-INSERT-SSFPDICT
* S338-DELETE-SSFPDICT
* S339-OPEN-PDPRM-CURSOR
* S341-FETCH-PDPRM-CURSOR
* S342-CLOSE-PDPRM-CURSOR
* S340-INSERT-SSPARM
* S350-DELETE-SSPARM
* S387-OPEN-HOLD-CURSOR
* S388-FETCH-HOLD-CURSOR
* S389-CLOSE-HOLD-CURSOR
* S390-MAX-HOLDNR-SSFHOLD
* S391-INSERT-SSFHOLD
* S392-SELECT-SSFHOLD
* S393-UPDATE-SSFHOLD-LIFT
* S394-OPEN-KX-RES-CURSOR
* S395-FETCH-KX-RES-CURSOR
* S396-CLOSE-KX-RES-CURSOR
* S397-DELETE-SSFRESDEF-KETTE
* S400-INSERT-WVERSION
* S401-OPEN-CONS-SSAFE-CURSOR
* S402-FETCH-CONS-SSAFE-CURSOR
* S403-CLOSE-CONS-SSAFE-CURSOR
* S404-OPEN-CONS-NEU-CURSOR
* S405-FETCH-CONS-NEU-CURSOR
* S406-CLOSE-CONS-NEU-CURSOR
* S407-OPEN-CONS-ABN-CURSOR
* S408-FETCH-CONS-ABN-CURSOR
* S409-CLOSE-CONS-ABN-CURSOR
* S410-OPEN-CONS-ARCH-CURSOR
* S411-FETCH-CONS-ARCH-CURSOR
* S412-CLOSE-CONS-ARCH-CURSOR
* S413-OPEN-LAY-COPY-CURSOR
* S414-FETCH-LAY-COPY-CURSOR
* S415-CLOSE-LAY-COPY-CURSOR
* S416-OPEN-KX-EXP-CURSOR
* S417-FETCH-KX-EXP-CURSOR
* S418-CLOSE-KX-EXP-CURSOR
* S419-OPEN-KX-ALT-CURSOR
* S420-FETCH-KX-ALT-CURSOR
* S421-CLOSE-KX-ALT-CURSOR
* S422-DELETE-SSFRFDEF-KETTE
* S423-INSERT-SSFRFDEF
* S424-DELETE-SSFSREG-ALT
* S425-COUNT-SSFSREG
* S426-INSERT-SSFSREG
* S427-UPDATE-SSFSREG
* S428-DELETE-SSFSREG
* S429-OPEN-REG-WHO-CURSOR
* S430-FETCH-REG-WHO-CURSOR
* S431-CLOSE-REG-WHO-CURSOR
* S432-OPEN-KOL-AUFTRAG-CURSOR
* S433-FETCH-KOL-AUFTRAG-CURSOR
* S434-CLOSE-KOL-AUFTRAG-CURSOR
* S435-OPEN-KOL-TRAIN-CURSOR
* S436-FETCH-KOL-TRAIN-CURSOR
* S437-CLOSE-KOL-TRAIN-CURSOR
* S438-OPEN-KOL-LIB-CURSOR
* S439-FETCH-KOL-LIB-CURSOR
* S440-CLOSE-KOL-LIB-CURSOR
* S441-OPEN-KOL-TAB-CURSOR
* S442-FETCH-KOL-TAB-CURSOR
* S443-CLOSE-KOL-TAB-CURSOR
* S444-OPEN-KOL-ITSM-CURSOR
* S445-FETCH-KOL-ITSM-CURSOR
* S446-CLOSE-KOL-ITSM-CURSOR
* S447-OPEN-INC-GRP-CURSOR
* S448-FETCH-INC-GRP-CURSOR
* S449-CLOSE-INC-GRP-CURSOR
* S450-OPEN-INC-MODUL-CURSOR
* S451-FETCH-INC-MODUL-CURSOR
* S452-CLOSE-INC-MODUL-CURSOR
* S453-OPEN-INC-REL-CURSOR
* S454-FETCH-INC-REL-CURSOR
* S455-CLOSE-INC-REL-CURSOR
* S456-INSERT-SSFINCID
* S457-SELECT-INC-HERKUNFT
* S458-COUNT-SSFINCID-KPI
* S459-OPEN-BP-VERS-CURSOR
* S460-FETCH-BP-VERS-CURSOR
* S461-CLOSE-BP-VERS-CURSOR
* S462-INSERT-SSFBACKP
* S463-UPDATE-SSFBACKP-STATUS
* S464-OPEN-BP-MODUL-CURSOR
* S465-FETCH-BP-MODUL-CURSOR
* S466-CLOSE-BP-MODUL-CURSOR
* S467-OPEN-BP-OFFEN-CURSOR
* S468-FETCH-BP-OFFEN-CURSOR
* S469-CLOSE-BP-OFFEN-CURSOR
* S470-OPEN-BP-ENTW-CURSOR
* S471-FETCH-BP-ENTW-CURSOR
* S472-CLOSE-BP-ENTW-CURSOR
* S473-COUNT-SSFBACKP-OFFEN
* S474-OPEN-BF-CURSOR
* S475-FETCH-BF-CURSOR
* S476-CLOSE-BF-CURSOR
* S477-SELECT-TE-ARCHIV
* S478-SELECT-SSFTENV
* S479-UPDATE-SSFTENV
* S480-INSERT-SSFTENV
* S481-UPDATE-SSFTENV-PLAN
* S482-UPDATE-SSFTENV-FREI
* S483-OPEN-TE-CURSOR
* S484-FETCH-TE-CURSOR
* S485-CLOSE-TE-CURSOR
* S486-COUNT-REG-OFFEN
* S487-OPEN-REG-CURSOR
* S488-FETCH-REG-CURSOR
* S489-CLOSE-REG-CURSOR
* S490-OPEN-MV-CURSOR
* S491-FETCH-MV-CURSOR
* S492-CLOSE-MV-CURSOR
* S493-SELECT-MV-SPRACHE
* S494-COUNT-MV-SPRACHEN
* S495-INSERT-SSFCRUD
* S496-OPEN-CRUD-CURSOR
* S497-FETCH-CRUD-CURSOR
* S498-CLOSE-CRUD-CURSOR
* S500-OPEN-DEFCAT-CURSOR
* S501-OPEN-SQI-CURSOR
* S502-FETCH-SQI-CURSOR
* S503-CLOSE-SQI-CURSOR
* S504-COUNT-SQI-TABS
* S505-INSERT-SSFWATCH
* S506-UPDATE-SSFWATCH
* S507-SELECT-SSFWATCH
* S508-DELETE-SSFWATCH
* S509-OPEN-WATCH-CURSOR
* S510-FETCH-DEFCAT-CURSOR
* S511-FETCH-WATCH-CURSOR
* S512-CLOSE-WATCH-CURSOR
* S513-OPEN-WATCHALL-CURSOR
* S514-FETCH-WATCHALL-CURSOR
* S515-CLOSE-WATCHALL-CURSOR
* S516-DELETE-SSFWATCH-MODUL
* S517-OPEN-RZHIST-CURSOR
* S518-FETCH-RZHIST-CURSOR
* S519-CLOSE-RZHIST-CURSOR
* S520-CLOSE-DEFCAT-CURSOR
* S521-OPEN-MCK-CURSOR
* S522-FETCH-MCK-CURSOR
* S523-CLOSE-MCK-CURSOR
* S524-COUNT-MCK-USER
* S525-COUNT-MCK-ESKALATION
* S526-COUNT-MCK-RECYC
* S527-UPDATE-SSFMAILF
* S528-INSERT-SSFMAILF
* S529-DELETE-SSFMAILF
* S530-OPEN-LVR-CURSOR
* S531-FETCH-LVR-CURSOR
* S532-CLOSE-LVR-CURSOR
* S533-UPDATE-SSAFE-LEAVER
* S534-UPDATE-SSFPARCO-LEAVER
* S535-DELETE-SSFHANDO-LEAVER
* S536-UPDATE-SSFOWNER-LEAVER
* S537-UPDATE-SSFREVIEW-LEAVER
* S538-UPDATE-SSFPENDQ-LEAVER
* S539-DELETE-SSFDELEG-LEAVER
* S540-UPDATE-SSFRARCH-LEAVER
* S541-UPDATE-SSFONCALL-LEAVER
* S542-UPDATE-SSUSER-LEAVER
* S543-SELECT-SSFMSUM
* S544-UPDATE-SSFMSUM
* S545-INSERT-SSFMSUM
* S546-DELETE-SSFMSUM-VERWAIST
* S547-COUNT-SSFMSUM-VERWAIST
* S548-DELETE-SSFMSUM
* S549-SELECT-MSUM-HISTORIE
* S550-OPEN-MSUM-MOD-CURSOR
* S551-FETCH-MSUM-MOD-CURSOR
* S552-CLOSE-MSUM-MOD-CURSOR
* S553-OPEN-MSUM-ABN-CURSOR
* S554-FETCH-MSUM-ABN-CURSOR
* S555-CLOSE-MSUM-ABN-CURSOR
* S556-UPDATE-SSFFKAT
* S557-INSERT-SSFFKAT
* S558-DELETE-SSFFKAT
* S559-OPEN-FKAT-CURSOR
* S560-FETCH-FKAT-CURSOR
* S561-CLOSE-FKAT-CURSOR
* S562-AKTIV-SSFFKAT
* S563-OPEN-FCA-CURSOR
* S564-FETCH-FCA-CURSOR
* S565-CLOSE-FCA-CURSOR
* S566-UPDATE-SSFRESDEF
* S567-INSERT-SSFRESDEF
* S568-DELETE-SSFRESDEF
* S569-FREE-SSFRESLK
* S570-OPEN-RSD-CURSOR
* S571-FETCH-RSD-CURSOR
* S572-CLOSE-RSD-CURSOR
* S573-OPEN-RLK-CURSOR
* S574-FETCH-RLK-CURSOR
* S575-CLOSE-RLK-CURSOR
* S576-OPEN-KFL-DAUER-CURSOR
* S577-FETCH-KFL-DAUER-CURSOR
* S578-CLOSE-KFL-DAUER-CURSOR
* S579-OPEN-KFL-RES-CURSOR
* S580-FETCH-KFL-RES-CURSOR
* S581-CLOSE-KFL-RES-CURSOR
* S582-UPDATE-SSFGATE
* S583-OPEN-GT-CURSOR
* S584-FETCH-GT-CURSOR
* S585-CLOSE-GT-CURSOR
* S586-DELETE-SSFSMOKE
* S587-INSERT-SSFSMOKE
* S588-OPEN-SMK-CURSOR
* S589-FETCH-SMK-CURSOR
* S590-CLOSE-SMK-CURSOR
* S591-SELECT-SSFSMOKE
* S592-SELECT-RPV-KETTENMARKE
* S593-SELECT-ABNAHME-RISIKO
* S594-COUNT-SSFINCID-MODUL
* S595-COUNT-SSFCHIST-PROG
* S596-COUNT-SSPROT-CI-USER
* S597-OPEN-UM-SVOL-CURSOR
* S598-FETCH-UM-SVOL-CURSOR
* S599-CLOSE-UM-SVOL-CURSOR
* S600-OPEN-SSTEXT-CURSOR
* S601-FETCH-SSTEXT-CURSOR
* S602-CLOSE-SSTEXT-CURSOR
* S603-OPEN-MW-CURSOR
* S604-FETCH-MW-CURSOR
* S605-CLOSE-MW-CURSOR
* S606-OPEN-MW-USR-CURSOR
* S607-FETCH-MW-USR-CURSOR
* S608-CLOSE-MW-USR-CURSOR
* S609-COUNT-MW-ROLLE
* S610-OPEN-STB-LIB-CURSOR
* S611-FETCH-STB-LIB-CURSOR
* S612-CLOSE-STB-LIB-CURSOR
* S613-OPEN-STB-PRGX-CURSOR
* S614-FETCH-STB-PRGX-CURSOR
* S615-CLOSE-STB-PRGX-CURSOR
* S616-OPEN-STB-ZWG-CURSOR
* S617-FETCH-STB-ZWG-CURSOR
* S618-CLOSE-STB-ZWG-CURSOR
* S619-SELECT-STB-FREIGABE
* S620-OPEN-RECHTE-CURSOR
* S621-FETCH-RECHTE-CURSOR
* S622-CLOSE-RECHTE-CURSOR
* S623-SELECT-SSUSER
* S624-INSERT-SSUSER
* S625-DELETE-SSUSER
* S627-CLOSE-ACR-LIST-CURSOR
* S630-OPEN-USER-CURSOR
* S631-FETCH-USER-CURSOR
* S632-CLOSE-USER-CURSOR
* S633-OPEN-ACR-ROLLE-CURSOR
* S634-FETCH-ACR-ROLLE-CURSOR
* S635-CLOSE-ACR-ROLLE-CURSOR
* S636-OPEN-ACR-TRAIL-CURSOR
* S637-FETCH-ACR-TRAIL-CURSOR
* S638-CLOSE-ACR-TRAIL-CURSOR
* S639-SELECT-SSFACREQ-ZUORD
* S640-OPEN-ROLLEN-CURSOR
* S641-FETCH-ROLLEN-CURSOR
* S642-CLOSE-ROLLEN-CURSOR
* S645-SELECT-SSROLES
* S646-OPEN-SOD-REGEL-CURSOR
* S647-FETCH-SOD-REGEL-CURSOR
* S648-CLOSE-SOD-REGEL-CURSOR
* S649-SELECT-SSFSODR
* S653-OPEN-SOD-FKT-CURSOR
* S654-FETCH-SOD-FKT-CURSOR
* S655-CLOSE-SOD-FKT-CURSOR
* S656-SELECT-SSFSODR-PAAR
* S657-MAX-NR-SSFSODR
* S658-INSERT-SSFSODR
* S659-DELETE-SSFSODR
* S661-UPDATE-BESTCODE-SSUSER
* S662-MAX-NR-SSFACREQ
* S663-INSERT-SSFACREQ
* S664-SELECT-SSFACREQ
* S665-UPDATE-SSFACREQ-DECIDE
* S666-EXPIRE-SSFACREQ
* S667-SELECT-SSFACREQ-OFFEN
* S668-OPEN-ACR-LIST-CURSOR
* S669-FETCH-ACR-LIST-CURSOR
* S670-OPEN-FREIGEBER-CURSOR
* S671-FETCH-FREIGEBER-CURSOR
* S672-CLOSE-FREIGEBER-CURSOR
* S673-DELETE-SSFSODX-REGEL
* S674-SELECT-SSFSODX
* S675-INSERT-SSFSODX
* S676-DELETE-SSFSODX
* S677-SELECT-SOD-GENEHMIGER
* S678-OPEN-SOD-USER-CURSOR
* S679-FETCH-SOD-USER-CURSOR
* S680-OPEN-ROLFKT-AUDIT-CURSOR
* S681-FETCH-ROLFKT-AUDIT-CURSOR
* S682-CLOSE-ROLFKT-AUDIT-CURSOR
* S684-OPEN-ABN-AUDIT-CURSOR
* S685-FETCH-ABN-AUDIT-CURSOR
* S686-CLOSE-ABN-AUDIT-CURSOR
* S690-OPEN-STB-CO-CURSOR
* S691-FETCH-STB-CO-CURSOR
* S692-CLOSE-STB-CO-CURSOR
* S693-CLOSE-SOD-USER-CURSOR
* S694-OPEN-SOD-AUSN-CURSOR
* S695-FETCH-SOD-AUSN-CURSOR
* S696-CLOSE-SOD-AUSN-CURSOR
* S697-SELECT-UM-SSAFE
* S698-COUNT-UM-SSFRARCH
* S699-COUNT-UM-SSFRFDEF
* S700-INSERT-ABNAHME
* S710-UPDATE-ABNAHME-WE1
* S711-UPDATE-ABNAHME-FP
* S713-SELECT-ABNAHME-FP
* S715-UPDATE-ABNAHME-R2PV
* S719-UPDATE-ABNAHME-RISIKO
* S712-UPDATE-ABNAHME-WE2
* S714-UPDATE-ABNAHME-WE3
* S716-UPDATE-ABNAHME-WE4
* S720-OPEN-ABNAHME-CURSOR
* S721-FETCH-ABNAHME-CURSOR
* S722-CLOSE-ABNAHME-CURSOR
* S723-OPEN-ASOF-CURSOR
* S724-FETCH-ASOF-CURSOR
* S725-CLOSE-ASOF-CURSOR
* S726-SELECT-ASOF-PROD
* S727-SELECT-ASOF-TEST
* S728-COUNT-ASOF-RUECKBAU
* S729-SELECT-ASOF-AUFTRAG
* S730-DELETE-ABNAHME
* S731-INSERT-SSFCANARY
* S732-SELECT-CANARY-SCHNITT
* S733-DELETE-CANARY-REVIEW
* S734-DELETE-SSFCANARY-ALT
* S735-OPEN-KAN-CURSOR
* S736-FETCH-KAN-CURSOR
* S737-CLOSE-KAN-CURSOR
* S738-SELECT-KAN-ONCALL
* S739-SELECT-AUF-ALT
* S740-OPEN-ABNAHME-A-CURSOR
* S741-FETCH-ABNAHME-A-CURSOR
* S742-CLOSE-ABNAHME-A-CURSOR
* S743-OPEN-AUF-CURSOR
* S744-FETCH-AUF-CURSOR
* S745-CLOSE-AUF-CURSOR
* S746-COUNT-AUF-ZUG
* S747-COUNT-AUF-RUECKBAU
* S748-UPDATE-AUF-TABELLEN
* S749-UPDATE-AUF-ABNAHME
* S750-OPEN-ABNAHME-S-CURSOR
* S751-FETCH-ABNAHME-S-CURSOR
* S752-CLOSE-ABNAHME-S-CURSOR
* S753-COUNT-AUF-ITSM
* S754-OPEN-KTR-CURSOR
* S755-FETCH-KTR-CURSOR
* S756-CLOSE-KTR-CURSOR
* S757-OPEN-BCH-CURSOR
* S758-FETCH-BCH-CURSOR
* S759-CLOSE-BCH-CURSOR
* S790-SELECT-EKONTAKT
* S800-DELETE-REF-TABS
* S805-CHECK-PRGNEU-COLLISION
* S810-INSERT-PROGRAMS
* S811-OPEN-TPF-ZAEHL-CURSOR
* S812-FETCH-TPF-ZAEHL-CURSOR
* S813-CLOSE-TPF-ZAEHL-CURSOR
* S814-OPEN-TPF-PART-CURSOR
* S815-FETCH-TPF-PART-CURSOR
* S816-CLOSE-TPF-PART-CURSOR
* S817-UPDATE-TPF-STATISTICS
* S818-INSERT-SSFTSTAT
* S819-COUNT-TSTAT-ALTER
* S820-INSERT-PROGRAMX
* S821-OPEN-TSTATL-CURSOR
* S822-FETCH-TSTATL-CURSOR
* S823-CLOSE-TSTATL-CURSOR
* S825-SELECT-PROGRAMX
* S826-OPEN-TSTATH-CURSOR
* S827-FETCH-TSTATH-CURSOR
* S828-CLOSE-TSTATH-CURSOR
* S830-INSERT-LIBS
* S840-SELECT-PROGRAMS
* S845-UPDATE-PRG-AEND
* S880-OPEN-LIBIS-CURSOR
* S881-FETCH-LIBIS-CURSOR
* S882-CLOSE-LIBIS-CURSOR
* S883-OPEN-RZSTAT-CURSOR
* S884-FETCH-RZSTAT-CURSOR
* S885-CLOSE-RZSTAT-CURSOR
* S886-OPEN-RZWERT-CURSOR
* S887-FETCH-RZWERT-CURSOR
* S888-CLOSE-RZWERT-CURSOR
* S890-OPEN-TABIS-CURSOR
* S891-FETCH-TABIS-CURSOR
* S892-CLOSE-TABIS-CURSOR
* S896-OPEN-RZTOP-CURSOR
* S897-FETCH-RZTOP-CURSOR
* S898-CLOSE-RZTOP-CURSOR
* S906-INSERT-SSFCTIM
* S907-OPEN-SSFCTIM-TREND-CURSOR
* S908-FETCH-SSFCTIM-TREND-CURSOR
* U011-AUSGABE-SPACELINE
* U020-ZEIT
* U030-TIMESTAMP
* U031-UHRZEIT-CS
* U100-BEGIN
* U110-COMMIT
* U120-ROLLBACK
* U210-FUP
* U310-DECR
* U320-ENCR
* U330-BESTCODE-HASH
* U331-BESTCODE-SALZ
* U336-SHA-HEX
* U340-SHA256
* U341-SHA-SIGMA
* U342-SHA-CH-MAJ
* U343-SHA-BITS
* U344-SHA-MOD
* U400-OBJECT-NAME
*
* V000-FC
     SELECT DIFFNEU      ASSIGN TO #DYNAMIC.
     SELECT ENVSNAP      ASSIGN TO #DYNAMIC.
     SELECT VERWIMP      ASSIGN TO #DYNAMIC.
     SELECT KETTXF       ASSIGN TO #DYNAMIC.
     SELECT ESCROWF      ASSIGN TO #DYNAMIC.
     SELECT EMAIL        ASSIGN EMAIL.
     SELECT SIEMQ        ASSIGN SIEMQ.
     SELECT MAILSPOOL    ASSIGN TO #DYNAMIC
 FD  VERWIMP.
 01  VERWIMP-SATZ                PIC X(80).

*  Transferdatei fuer SSFRFDEF-Ketten (VERWALTUNG KETTE, s. D560)
 FD  KETTXF.
 01  KETTXF-SATZ                 PIC X(900).

*  Escrow-Paket (EXPORT HISTORY/VERIFY, s. C770)
 FD  ESCROWF.
 01  ESCROWF-SATZ                PIC X(400).

 FD  EMAIL.
 01  EMAIL-RECORD                PIC X(080).

*--------------------------------------------------------------------*
 01          KONSTANTE-FELDER.
     05      K-PROG-START        PIC X(78) VALUE
                             "Source Safe  (A.03.22 vom 15.10.2026)".
     05      K-MODUL             PIC X(08) VALUE "SRCSAFE".
     05      K-OCA               PIC X(47) VALUE "$SYSTEM.SYSTEM.OCA".
     05      K-AXCEL             PIC X(47) VALUE "$SYSTEM.SYSTEM.AXCEL".
     05      K-FUP               PIC X(47) VALUE "$SYSTEM.SYSTEM.FUP".
     05      K-SQLCOMP           PIC X(47) VALUE "$SYSTEM.SYSTEM.SQLCOMP".
     05      K-TACL              PIC X(47) VALUE "$SYSTEM.SYSTEM.TACL".
     05      K-UNZIP             PIC X(47) VALUE "$SYSTEM.SYSTEM.UNZIP".
     05      K-PHDDRV            PIC X(47) VALUE
             "$SYSTEM.SRCSAFE.PHDDRV1O".
     05      K-OBEYDATEI.
      10                         PIC X(05) VALUE "SSOBY".
      10     K-OBEYDATEI-USER    PIC 9(03).
     05      K-PROMPT-REVIEW-OK  PIC X(22) VALUE "Review ok (j/n/leer) :".
     05      K-PROMPT-STAGE      PIC X(22) VALUE "     Freigabe-Stufe :".
     05      K-PROMPT-FREIGB-JN  PIC X(22) VALUE "Freigabe erteilen j/n:".
     05      K-PROMPT-INC-URS    PIC X(22) VALUE "    Incident-Ursache:".
     05      K-PROMPT-TE-UEBER   PIC X(22) VALUE "Ueberschreiben (j/n):".
     05      K-PROMPT-HOLD-GRUND PIC X(22) VALUE "   Grund des Holds  :".
     05      K-PROMPT-TRES-JN    PIC X(22) VALUE "TEST zuruecks. (j/n):".
     05      K-PROMPT-RPV-RB     PIC X(22) VALUE
             "Rueckbau jetzt (j/n):".
     05      K-PROMPT-AUF-GRUND  PIC X(22) VALUE "   Grund Umbuchung  :".
     05      K-PROMPT-SQLREC-JN  PIC X(22) VALUE "SQL-Recompile? (j/n):".

 01          K-PROMPT-TABELLE REDEFINES K-PROMPTS.
     05      K-PROMPT-ELE        PIC X(22) OCCURS 49.

 01          PROMPT-FLAG         PIC S9(04) COMP.
          88 PROMPT-CMD                      VALUE 01.
          88 PROMPT-REVIEW-OK                 VALUE 40.
          88 PROMPT-STAGE                     VALUE 41.
          88 PROMPT-FREIGABE-JN               VALUE 42.
          88 PROMPT-INC-URSACHE               VALUE 43.
          88 PROMPT-TE-UEBERSCHR              VALUE 44.
          88 PROMPT-HOLD-GRUND                VALUE 45.
          88 PROMPT-TRES-JN                   VALUE 46.
          88 PROMPT-RPV-RB                    VALUE 47.
          88 PROMPT-AUF-GRUND                 VALUE 48.
          88 PROMPT-SQLREC-JN                 VALUE 49.
 01          PROMPT-FLAG-A       PIC S9(04) COMP.


          88 SSFITSM-NOK                     VALUE SPACE.
          88 SSFITSM-OK                      VALUE HIGH-VALUE.

**          ---> fuer das Produktions-Incident-Register (=SSFINCID,
**               s. C730/S456)
     05      SSFINCID-FLAG       PIC X       VALUE SPACE.
          88 SSFINCID-NOK                    VALUE SPACE.
          88 SSFINCID-OK                     VALUE HIGH-VALUE.
          88 SSFINCID-DUPLIKAT               VALUE "D".

**          ---> fuer den Legal Hold (=SSFHOLD, s. C760/D840/S387)
     05      SSFHOLD-FLAG        PIC X       VALUE SPACE.
          88 SSFHOLD-NOK                     VALUE SPACE.
          88 SSFHOLD-OK                      VALUE HIGH-VALUE.
          88 SSFHOLD-EOD                     VALUE "E".

**          ---> fuer die Backport-Verfolgung (=SSFBACKP, s. C740/S462)
     05      SSFBACKP-FLAG       PIC X       VALUE SPACE.
          88 SSFBACKP-NOK                    VALUE SPACE.
          88 SSFBACKP-OK                     VALUE HIGH-VALUE.
          88 SSFBACKP-DUPLIKAT               VALUE "D".

**          ---> fuer die TEST-Belegung (=SSFTENV, s. E394/E395)
     05      SSFTENV-FLAG        PIC X       VALUE SPACE.
          88 SSFTENV-NOK                     VALUE SPACE.
          88 SSFTENV-OK                      VALUE HIGH-VALUE.

**          ---> fuer das Testnachweis-Register (=SSFTDOC, s. C356)
     05      SSFTDOC-FLAG        PIC X       VALUE SPACE.
          88 SSFTDOC-NOK                     VALUE SPACE.
          88 SSFPENDQ-NOK                    VALUE SPACE.
          88 SSFPENDQ-OK                     VALUE HIGH-VALUE.

**          ---> fuer die Self-Service-Zugriffsantraege (=SSFACREQ)
     05      SSFACREQ-FLAG       PIC X       VALUE SPACE.
          88 SSFACREQ-NOK                    VALUE SPACE.
          88 SSFACREQ-OK                     VALUE HIGH-VALUE.

**          ---> fuer die Funktionstrennung (=SSFSODR, =SSFSODX)
     05      SSFSODR-FLAG        PIC X       VALUE SPACE.
          88 SSFSODR-NOK                     VALUE SPACE.
          88 SSFSODR-OK                      VALUE HIGH-VALUE.
     05      SSFSODX-FLAG        PIC X       VALUE SPACE.
          88 SSFSODX-NOK                     VALUE SPACE.
          88 SSFSODX-OK                      VALUE HIGH-VALUE.

**          ---> fuer die Pseudonym-Zuordnung (=SSFPSEUD, s. E354)
     05      SSFPSEUD-FLAG       PIC X       VALUE SPACE.
          88 SSFPSEUD-EOD                    VALUE SPACE.
          88 ABN-LETZT-EOD                   VALUE SPACE.
          88 ABN-LETZT-OK                    VALUE HIGH-VALUE.

**          ---> fuer die Konsistenzpruefung der Kerntabellen
**               (VERWALTUNG CONSIST, s. D550): Modul-Schleife und
**               die je Modul geschachtelten Detail-Cursor
     05      CONS-MOD-FLAG       PIC X       VALUE SPACE.
          88 CONS-MOD-EOD                    VALUE SPACE.
          88 CONS-MOD-OK                     VALUE HIGH-VALUE.
     05      CONS-DET-FLAG       PIC X       VALUE SPACE.
          88 CONS-DET-EOD                    VALUE SPACE.
          88 CONS-DET-OK                     VALUE HIGH-VALUE.

**  ---> Cursor einbindende Module einer Copy-Section (E426)
     05      LAY-COPY-FLAG       PIC X       VALUE SPACE.
          88 LAY-COPY-EOD                    VALUE SPACE.
          88 LAY-COPY-OK                     VALUE HIGH-VALUE.

**  ---> Cursor Kettenexport/Kettenbestand SSFRFDEF (D561/D563)
     05      KX-CURS-FLAG        PIC X       VALUE SPACE.
          88 KX-CURS-EOD                     VALUE SPACE.
          88 KX-CURS-OK                      VALUE HIGH-VALUE.
     05      REG-CURS-FLAG       PIC X       VALUE SPACE.
          88 REG-CURS-EOD                    VALUE SPACE.
          88 REG-CURS-OK                     VALUE HIGH-VALUE.

     05      DEFCAT-FLAG         PIC 9       VALUE ZERO.
          88 DEFCAT-OK                       VALUE ZERO.
          88 DEFCAT-NOK                      VALUE 1.
          88 CMD-ACTIVTEST                   VALUE "AT"  "ACTIVTST"
                                                         "ACTIVTEST".
          88 CMD-AUDITPACK                   VALUE "AUDITPACK".
          88 CMD-AUFTRAG                     VALUE "AUFTRAG".
          88 CMD-BASELINE                    VALUE "BAS" "BASELINE".
          88 CMD-BLAST                       VALUE "BL"  "BLAST".
          88 CMD-CANARY                      VALUE "CANARY".
          88 CMD-CHECKIN                     VALUE "IN"  "CHECKIN".
          88 CMD-CHECKOUT                    VALUE "OUT" "CHECKOUT".
          88 CMD-COLDMOVE                    VALUE "COLDMOVE".
          88 CMD-EXIT                        VALUE "E" "EX" "EXI" "EXIT".
          88 CMD-FREIGEBER                   VALUE "FG" "FREIGEBER".
          88 CMD-FREEZEX                     VALUE "FX" "FREEZEX".
          88 CMD-HANDBOOK                    VALUE "HB" "HANDBOOK".
          88 CMD-MYWORK                      VALUE "MW" "MYWORK".
          88 CMD-HISTAGG                     VALUE "HISTAGG".
          88 CMD-LAYOUT                      VALUE "LAY" "LAYOUT".
          88 CMD-HELP                        VALUE "?" "H" "HE" "HEL" "HELP"
                                                   "HILFE".
          88 CMD-LIBIS                       VALUE "LIS" "LIBIS".
          88 CMD-STATUS                      VALUE "ST" "STATUS".
          88 CMD-STOP                        VALUE "STOP".
          88 CMD-TABIS                       VALUE "TIS" "TABIS".
          88 CMD-CRUD                        VALUE "CRUD".
          88 CMD-TESTDOC                     VALUE "TD" "TESTDOC".
          88 CMD-TRAIN                       VALUE "TN" "TRAIN".
          88 CMD-UNDO                        VALUE "UNDO".
          88 CMD-UNSHELVE                    VALUE "UV" "UNSHELVE".
          88 CMD-HANDOVER                    VALUE "HO" "HANDOVER".
          88 CMD-WATCH                       VALUE "WA" "WATCH".
          88 CMD-PARALLEL                    VALUE "PAR" "PARALLEL".
          88 CMD-HOLD                        VALUE "HOLD".
          88 CMD-EXPORT                      VALUE "EXP" "EXPORT".
          88 CMD-BOM                         VALUE "BOM".
          88 CMD-TESTRESET                   VALUE "TESTRESET".
          88 CMD-VERW                        VALUE "V" "VERW" "VERWALTUNG".
          88 CMD-WHO                         VALUE "WHO".
          88 CMD-INCIDENT                    VALUE "INC" "INCIDENT".
          88 CMD-BACKPORT                    VALUE "BP" "BACKPORT".
          88 CMD-TESTENV                     VALUE "TE" "TESTENV".
**       ---> zus. Kommandos für Verwaltung (LIST gibt's schon)
          88 CMD-NEW                         VALUE "N" "NEW" "NEU".
          88 CMD-DEL                         VALUE "D" "DEL" "DELETE".
          88 CMD-ONCALL                      VALUE "OC" "ONCALL".
          88 CMD-ANOMALY                     VALUE "AY" "ANOMALY".
          88 CMD-SESSION                     VALUE "SN" "SESSION".
          88 CMD-CONSIST                     VALUE "CON" "CONSIST".
          88 CMD-KETTE                       VALUE "KT" "KETTE".
          88 CMD-MAILTEXT                    VALUE "MT" "MAILTEXT".
          88 CMD-MAILCHK                     VALUE "MCK" "MAILCHK".
          88 CMD-LEAVER                      VALUE "LV" "LEAVER".
          88 CMD-MODSUM                      VALUE "MSU" "MODSUM".
          88 CMD-FAILCAT                     VALUE "FCT" "FAILCAT".
          88 CMD-RESOURCE                    VALUE "RSC" "RESOURCE".
          88 CMD-GATE                        VALUE "GT" "GATE".
          88 CMD-SMOKE                       VALUE "SMK" "SMOKE".
          88 CMD-PDICT                       VALUE "PDI" "PDICT".
          88 CMD-BESTCODE                    VALUE "BCH" "BESTCODE".
          88 CMD-REQUEST                     VALUE "REQ" "REQUEST".
          88 CMD-SOD                         VALUE "SOD".
          88 CMD-TABPFLEGE                   VALUE "TPF" "TABPFLEGE".

     05      SOURCE-TYP          PIC X(02)   VALUE SPACE.
          88 SOURCE-PROGRAM                  VALUE "CS" "CO" "CX".
          88 CHARGE-GRP-NICHT-DA  VALUE SPACE.
          88 CHARGE-GRP-SCHON-DA  VALUE "J".
**          ---> für D237-SHOW-CHAIN-HISTORY (LIST CHAIN)
     05      W-CHAIN-RC-TXT      PIC X(05) VALUE SPACES.
     05      W-CHAIN-RC-LEN      PIC S9(04) COMP VALUE ZERO.
     05      W-CHAIN-DAUER-SEK-ED PIC ZZZZZZ9.
**          ---> für D236-SHOW-CHAIN-BENCH (LIST BENCH): Peer-Vergleich
**               der Schrittdauer je MODUL fuer eine FUNKTION aus
      10     W-DIG-SATZ-ZEIT     PIC X(19).
      10     FILLER              PIC X(01) VALUE ";".
      10     W-DIG-SATZ-MODUL    PIC X(36).
**          ---> Beobachter (nur Kategorie "WA", s. D953)
      10     W-DIG-SATZ-USER     PIC X(16) VALUE SPACES.
      10     FILLER              PIC X(05) VALUE SPACES.

 01          W-REMIND-FELDER.
     05      W-REMIND-DAYS       PIC 9(03) VALUE 30.
     05      W-FG-ANZ            PIC 9(05)   VALUE ZERO.
     05      W-FG-USER-FULL      PIC X(16)   VALUE SPACES.
     05      W-FG-USER-ONLY      PIC X(08)   VALUE SPACES.
**  ---> Sammelfreigabe "FREIGEBER AUFTRAG <Auftrag>" (C342, D342-
**       D344): je anstehendem Modul Version, Review-Stand, Test-
**       nachweis und Pruefergebnis bzw. Grund des Ueberspringens
     05      W-FG-AUFTRAG        PIC X(25)   VALUE SPACES.
     05      W-FG-TOK-TAB.
      10     W-FG-TOK            PIC X(25)   OCCURS 3.
     05      W-FG-TOK-ANZ        PIC S9(04)  COMP VALUE ZERO.
     05      W-FGA-MAX           PIC S9(04)  COMP VALUE 60.
     05      W-FGA-ANZ           PIC S9(04)  COMP VALUE ZERO.
     05      W-FGA-IX            PIC S9(04)  COMP VALUE ZERO.
     05      W-FGA-ERST-IX       PIC S9(04)  COMP VALUE ZERO.
     05      W-FGA-OK-ANZ        PIC 9(05)   VALUE ZERO.
     05      W-FGA-SKIP-ANZ      PIC 9(05)   VALUE ZERO.
     05      W-FGA-ERT-ANZ       PIC 9(05)   VALUE ZERO.
     05      W-FGA-APPR2-ANZ     PIC 9(05)   VALUE ZERO.
     05      W-FGA-ANZ-ED        PIC ZZZZ9.
     05      W-FGA-LAUF-FLAG     PIC X(01)   VALUE SPACE.
          88 FGA-LAUF-AKTIV                  VALUE "J".
     05      W-FGA-TABELLE.
      10     W-FGA-EINTRAG       OCCURS 60.
       15    W-FGA-MODUL         PIC X(08).
       15    W-FGA-VERSION       PIC X(10).
       15    W-FGA-REVIEW        PIC X(09).
       15    W-FGA-TDOC          PIC X(08).
       15    W-FGA-FLAG          PIC X(01).
          88 FGA-FREIGEBBAR                  VALUE "J".
          88 FGA-UEBERSPRUNGEN               VALUE "N".
       15    W-FGA-GRUND         PIC X(40).

 01          W-PROTEXP-FELDER.
     05      W-PROTEXP-FILE      PIC X(10).
     05      FILLER              PIC X(18) VALUE "Quelle    PEEK    ".
     05      FILLER              PIC X(18) VALUE "Quelle    SHELVE  ".
     05      FILLER              PIC X(18) VALUE "Quelle    UNSHELVE".
     05      FILLER              PIC X(18) VALUE "Quelle    HANDOVER".
     05      FILLER              PIC X(18) VALUE "Quelle    PARALLEL".
     05      FILLER              PIC X(18) VALUE "Quelle    UNDO    ".
     05      FILLER              PIC X(18) VALUE "Quelle    SAVE    ".
     05      FILLER              PIC X(18) VALUE "Quelle    DIFF    ".
     05      FILLER              PIC X(18) VALUE "Anzeige   BLAST   ".
     05      FILLER              PIC X(18) VALUE "Anzeige   LIBIS   ".
     05      FILLER              PIC X(18) VALUE "Anzeige   TABIS   ".
     05      FILLER              PIC X(18) VALUE "Anzeige   CRUD    ".
     05      FILLER              PIC X(18) VALUE "Anzeige   STATUS  ".
     05      FILLER              PIC X(18) VALUE "Anzeige   ENVDIFF ".
     05      FILLER              PIC X(18) VALUE "Anzeige   PROGRESS".
     05      FILLER              PIC X(18) VALUE "Anzeige   MSGCHECK".
     05      FILLER              PIC X(18) VALUE "Anzeige   LAYOUT  ".
     05      FILLER              PIC X(18) VALUE "Anzeige   WHO     ".
     05      FILLER              PIC X(18) VALUE "Freigabe  REL2TEST".
     05      FILLER              PIC X(18) VALUE "Freigabe  REL2PROD".
     05      FILLER              PIC X(18) VALUE "Freigabe  REL4WEAT".
     05      FILLER              PIC X(18) VALUE "Freigabe  FREEZEX ".
     05      FILLER              PIC X(18) VALUE "Freigabe  EMERGCTR".
     05      FILLER              PIC X(18) VALUE "Freigabe  AUDITPCK".
     05      FILLER              PIC X(18) VALUE "Freigabe  INCIDENT".
     05      FILLER              PIC X(18) VALUE "Freigabe  BACKPORT".
     05      FILLER              PIC X(18) VALUE "Verwalt.  VERW    ".
     05      FILLER              PIC X(18) VALUE "Verwalt.  ROLLEN  ".
     05      FILLER              PIC X(18) VALUE "Verwalt.  SECCHK  ".
     05      FILLER              PIC X(18) VALUE "Verwalt.  PWRESET ".
     05      FILLER              PIC X(18) VALUE "Verwalt.  PINSET  ".
     05      FILLER              PIC X(18) VALUE "Verwalt.  PURGEBIN".
     05      FILLER              PIC X(18) VALUE "Verwalt.  HOLD    ".
     05      FILLER              PIC X(18) VALUE "Verwalt.  EXPORT  ".
     05      FILLER              PIC X(18) VALUE "Verwalt.  AUFTRAG ".
     05      FILLER              PIC X(18) VALUE "Anzeige   BOM     ".
     05      FILLER              PIC X(18) VALUE "Batch     REMIND  ".
     05      FILLER              PIC X(18) VALUE "Batch     DIGEST  ".
     05      FILLER              PIC X(18) VALUE "Batch     SCRIPT  ".
     05      FILLER              PIC X(18) VALUE "Batch     ACTIVTST".
     05      FILLER              PIC X(18) VALUE "Batch     TESTENV ".
     05      FILLER              PIC X(18) VALUE "Batch     TESTRSET".
     05      FILLER              PIC X(18) VALUE "Batch     HISTAGG ".
     05      FILLER              PIC X(18) VALUE "Batch     CANARY  ".
     05      FILLER              PIC X(18) VALUE "Batch     COLDMOVE".
     05      FILLER              PIC X(18) VALUE "Sonstige  HELP    ".
     05      FILLER              PIC X(18) VALUE "Sonstige  PROFILE ".
     05      FILLER              PIC X(18) VALUE "Sonstige  EXIT    ".
 01          K-HELP-TABELLE REDEFINES K-HELP-KATALOG.
     05      K-HELP-EINTRAG      OCCURS 70.
      10     K-HELP-KAT          PIC X(10).
      10     K-HELP-CMD          PIC X(08).
 01          K-HELP-ANZ          PIC S9(04) COMP VALUE 70.
 01          W-HLP-IX            PIC S9(04) COMP VALUE ZERO.
 01          W-HLP-ANZ           PIC S9(04) COMP VALUE ZERO.
 01          W-HLP-FEHLT         PIC 9(03)  VALUE ZERO.
     05      W-BIN-BINFILE       PIC X(36)  VALUE SPACES.
     05      W-BIN-RNAME         PIC X(08)  VALUE SPACES.
     05      W-BIN-ANZ           PIC 9(05)  VALUE ZERO.
     05      W-BIN-HOLD-ANZ      PIC 9(05)  VALUE ZERO.
     05      W-BIN-ANZ-ED        PIC ZZZZ9.
     05      H-BIN-TYP           PIC X(02)  VALUE SPACES.
     05      H-BIN-KLASSE        PIC X(08)  VALUE SPACES.
     05      W-COLD-MAXZP        PIC X(26)  VALUE SPACES.
     05      W-COLD-ANZ          PIC 9(05)  VALUE ZERO.
     05      W-COLD-ANZ-ED       PIC ZZZZ9.
     05      W-COLD-HOLD-ANZ     PIC 9(05)  VALUE ZERO.
     05      W-COLD-HOLD-ED      PIC ZZZZ9.
     05      W-COLD-STICH-TAGE   PIC S9(09) COMP VALUE ZERO.
     05      W-COLD-ZP-TAGE      PIC S9(09) COMP VALUE ZERO.
     05      W-COLD-DATUM-N      PIC 9(08)  VALUE ZERO.
     05      H-AGG-MODUL         PIC X(08)  VALUE SPACES.
     05      H-AGG-ANW           PIC X(08)  VALUE SPACES.
     05      H-AGG-FUNKTION      PIC X(16)  VALUE SPACES.
**          ---> Kettenmarken (DRYRUN "K"): juengste Marke je Kette
**               und Tagesbeginn - beide bleiben stehen (PHDDRV1O
**               liest sie fuer Restart und Vorbedingungen)
     05      H-AGG-KM-TS         PIC 9(16)  VALUE ZERO.
     05      H-AGG-HEUTE-TS      PIC 9(16)  VALUE ZERO.
     05      H-AGG-LFDNR         PIC 9(09)  VALUE ZERO.
     05      H-AGG-SCHRITT       PIC X(02)  VALUE SPACES.

     05      W-KPI-REL-ANZ       PIC 9(05)  VALUE ZERO.
     05      W-KPI-SOS-ANZ       PIC 9(05)  VALUE ZERO.
     05      W-KPI-RB-ANZ        PIC S9(04) COMP VALUE ZERO.
     05      W-KPI-INC-ANZ       PIC S9(04) COMP VALUE ZERO.
     05      W-KPI-ANTRAG-SUM    PIC S9(09) COMP VALUE ZERO.
     05      W-KPI-ANTRAG-ANZ    PIC 9(05)  VALUE ZERO.
     05      W-KPI-PROD-SUM      PIC S9(09) COMP VALUE ZERO.
     05      W-IFC-EIG-ANZ       PIC S9(04) COMP VALUE ZERO.
     05      W-IFC-IX            PIC S9(04) COMP VALUE ZERO.

**  ---> Kollisions-Report offener Auftraege und Zuege (LIST
**       COLLISION / TRAIN RUN, s. D271-D279): je Einheit (Auftrag
**       oder Zug) die geaenderten Module, aufgeloest ueber die
**       Referenzdaten (=PROGRAMX/=LIBS/=TABS) zu Copy-Sections und
**       SQL-Tabellen; W-KOLE-DATEI haelt den letzten Namensteil
**       der Library bzw. Tabelle (= Quell-Modul der Lib bzw. der
**       DDL), W-KOLE-QUELLE das Modul, ueber das der Eintrag kam
 01          W-KOL-FELDER.
     05      W-KOL-FILTER        PIC X(25)  VALUE SPACES.
     05      W-KOL-FILTER-LEN    PIC S9(04) COMP VALUE ZERO.
     05      W-KOL-MODUS         PIC X(01)  VALUE SPACE.
          88 KOL-MODUS-LISTE                VALUE SPACE.
          88 KOL-MODUS-ZUG                  VALUE "Z".
     05      W-KOL-VOLL-FLAG     PIC X(01)  VALUE SPACE.
          88 KOL-TAB-VOLL                   VALUE "J".
     05      W-KOL-U-MAX         PIC S9(05) COMP VALUE 100.
     05      W-KOL-E-MAX         PIC S9(05) COMP VALUE 1500.
     05      W-KOL-U-ANZ         PIC S9(05) COMP VALUE ZERO.
     05      W-KOL-E-ANZ         PIC S9(05) COMP VALUE ZERO.
     05      W-KOL-M-ANZ         PIC S9(05) COMP VALUE ZERO.
     05      W-KOL-I1            PIC S9(05) COMP VALUE ZERO.
     05      W-KOL-I2            PIC S9(05) COMP VALUE ZERO.
     05      W-KOL-UX            PIC S9(05) COMP VALUE ZERO.
     05      W-KOL-UY            PIC S9(05) COMP VALUE ZERO.
     05      W-KOL-UZ            PIC S9(05) COMP VALUE ZERO.
     05      W-KOL-UZUG          PIC S9(05) COMP VALUE ZERO.
     05      W-KOL-UREB          PIC S9(05) COMP VALUE ZERO.
     05      W-KOL-GEFUNDEN      PIC S9(05) COMP VALUE ZERO.
     05      W-KOL-P             PIC S9(04) COMP VALUE ZERO.
     05      W-KOL-POS           PIC S9(04) COMP VALUE ZERO.
     05      W-KOL-TREFFER-ANZ   PIC 9(05)  VALUE ZERO.
     05      W-KOL-BLOCK-ANZ     PIC 9(05)  VALUE ZERO.
     05      W-KOL-ANZ-ED        PIC ZZZZ9.
     05      W-KOL-NAME          PIC X(25)  VALUE SPACES.
     05      W-KOL-ART           PIC X(01)  VALUE SPACE.
     05      W-KOL-OWNER         PIC X(16)  VALUE SPACES.
     05      W-KOL-ZUG           PIC X(16)  VALUE SPACES.
     05      W-KOL-PLAN          PIC X(08)  VALUE SPACES.
     05      W-KOL-E-TYP         PIC X(01)  VALUE SPACE.
     05      W-KOL-E-NAME        PIC X(35)  VALUE SPACES.
     05      W-KOL-E-SECT        PIC X(08)  VALUE SPACES.
     05      W-KOL-E-DATEI       PIC X(08)  VALUE SPACES.
     05      W-KOL-E-QUELLE      PIC X(08)  VALUE SPACES.
     05      W-KOL-TYP-TEXT      PIC X(08)  VALUE SPACES.
     05      W-KOL-OBJEKT        PIC X(69)  VALUE SPACES.
     05      W-KOL-SEITE         PIC X(02)  VALUE SPACES.
     05      W-KOL-KEY1          PIC X(08)  VALUE SPACES.
     05      W-KOL-KEY2          PIC X(08)  VALUE SPACES.
     05      W-KOL-TERMIN-ED     PIC X(10)  VALUE SPACES.
     05      W-KOL-UNIT-TAB      OCCURS 100.
      10     W-KOLU-NAME         PIC X(25).
      10     W-KOLU-ART          PIC X(01).
          88 KOLU-AUFTRAG                   VALUE "A".
          88 KOLU-ZUG                       VALUE "Z".
      10     W-KOLU-OWNER        PIC X(16).
      10     W-KOLU-ZUG          PIC X(16).
      10     W-KOLU-PLAN         PIC X(08).
     05      W-KOL-ELE-TAB       OCCURS 1500.
      10     W-KOLE-UNIT         PIC S9(05) COMP.
      10     W-KOLE-TYP          PIC X(01).
          88 KOLE-MODUL                     VALUE "M".
          88 KOLE-COPY                      VALUE "C".
          88 KOLE-TABELLE                   VALUE "T".
      10     W-KOLE-NAME         PIC X(35).
      10     W-KOLE-SECT         PIC X(08).
      10     W-KOLE-DATEI        PIC X(08).
      10     W-KOLE-QUELLE       PIC X(08).

**  ---> Produktions-Incident-Register (Kommando INCIDENT, s. C730-
**       C733 und E385-E389): ein Incident wird der Modul-Version
**       zugeordnet, die ihn verursacht hat; Auftrag, Entwickler
**       und Produktionsdatum der Version werden beim Erfassen aus
**       =SSFRARCH bzw. =ABNAHME ergaenzt. Die W-INC-Felder dienen
**       zugleich als Host-Variablen der INC-Cursor
 01          W-INC-FELDER.
     05      W-INC-SUBCMD        PIC X(10)  VALUE SPACES.
     05      W-INC-TOK-TAB.
      10     W-INC-TOK           PIC X(25)  OCCURS 7.
     05      W-INC-TOK-ANZ       PIC S9(04) COMP VALUE ZERO.
     05      W-INC-PTR           PIC S9(04) COMP VALUE ZERO.
     05      W-INC-PTR-ALT       PIC S9(04) COMP VALUE ZERO.
     05      W-INC-SATZ.
      10     W-INC-NR            PIC X(16).
      10     W-INC-DATUM.
       15    W-INC-JJJJ          PIC 9(04).
       15    W-INC-MM            PIC 9(02).
       15    W-INC-TT            PIC 9(02).
      10     W-INC-DATUM-N REDEFINES W-INC-DATUM
                                 PIC 9(08).
      10     W-INC-SCHWERE       PIC X(01).
          88 INC-SCHWERE-OK                 VALUE "1" THRU "4".
      10     W-INC-MODUL         PIC X(08).
      10     W-INC-VERSION       PIC X(10).
      10     W-INC-AUFTRAG       PIC X(25).
      10     W-INC-URSACHE       PIC X(60).
      10     W-INC-ENTWICKLER    PIC X(16).
      10     W-INC-REL-DATUM     PIC X(10).
     05      W-INC-ARCH-AUFTRAG  PIC X(25)  VALUE SPACES.
     05      W-INC-VERS-MUSTER   PIC X(10)  VALUE SPACES.
     05      W-INC-ERGEBNIS      PIC X(01)  VALUE SPACE.
          88 INC-ERG-OK                     VALUE "O".
          88 INC-ERG-DUPLIKAT               VALUE "D".
          88 INC-ERG-FEHLER                 VALUE "F".
     05      W-INC-FEHLTEXT      PIC X(40)  VALUE SPACES.
     05      W-INC-TAGE          PIC 9(03)  VALUE 30.
     05      W-INC-TAGE-ED       PIC ZZ9.
     05      W-INC-MAX           PIC 9(03)  VALUE ZERO.
     05      W-INC-ANZ           PIC 9(05)  VALUE ZERO.
     05      W-INC-DUP-ANZ       PIC 9(05)  VALUE ZERO.
     05      W-INC-FEHL-ANZ      PIC 9(05)  VALUE ZERO.
     05      W-INC-REL-ANZ       PIC 9(05)  VALUE ZERO.
     05      W-INC-ANZ-ED        PIC ZZZZ9.
     05      W-INC-ANZ2-ED       PIC ZZZZ9.
     05      W-INC-GRP-ART       PIC X(01)  VALUE SPACE.
          88 INC-GRP-MODUL                  VALUE "M".
          88 INC-GRP-AUFTRAG                VALUE "A".
          88 INC-GRP-ENTWICKLER             VALUE "E".
     05      W-INC-GRP-TITEL     PIC X(40)  VALUE SPACES.
     05      W-INC-GRUPPE        PIC X(25)  VALUE SPACES.
     05      W-INC-GRP-ANZ       PIC 9(05)  VALUE ZERO.
     05      W-INC-REL.
      10     W-INC-REL-JJJJ      PIC 9(04).
      10     W-INC-REL-MM        PIC 9(02).
      10     W-INC-REL-TT        PIC 9(02).
     05      W-INC-REL-N REDEFINES W-INC-REL
                                 PIC 9(08).
     05      W-INC-DIFF          PIC S9(09) COMP VALUE ZERO.
     05      W-INC-DIFF-ED       PIC ZZZ9.
     05      W-INC-KEY           PIC X(18)  VALUE SPACES.
     05      W-INC-LETZT-KEY     PIC X(18)  VALUE SPACES.
     05      W-INC-DATUM-ED      PIC X(10)  VALUE SPACES.

**  ---> Backport-Verfolgung (Kommando BACKPORT, s. C740-C744 und
**       E391-E393): eine als Fix markierte Version muss in die
**       Hauptlinie und alle anderen Zweige des Moduls (Zweig =
**       8. Stelle der Version, s. SQLDRV0M C200-MAKE-BRANCH);
**       je Zielzweig ein Satz in =SSFBACKP mit Status offen /
**       uebernommen (mit Version) / nicht relevant (mit Grund).
**       Die W-BKP-Felder dienen zugleich als Host-Variablen
 01          W-BKP-FELDER.
     05      W-BKP-SUBCMD        PIC X(10)  VALUE SPACES.
     05      W-BKP-TOK-TAB.
      10     W-BKP-TOK           PIC X(25)  OCCURS 5.
     05      W-BKP-TOK-ANZ       PIC S9(04) COMP VALUE ZERO.
     05      W-BKP-PTR           PIC S9(04) COMP VALUE ZERO.
     05      W-BKP-MODUL         PIC X(08)  VALUE SPACES.
     05      W-BKP-VERSION       PIC X(10)  VALUE SPACES.
     05      W-BKP-ZIEL          PIC X(10)  VALUE SPACES.
     05      W-BKP-ZWEIG         PIC X(01)  VALUE SPACE.
     05      W-BKP-STATUS        PIC X(01)  VALUE SPACE.
          88 BKP-OFFEN                       VALUE "O".
          88 BKP-UEBERNOMMEN                 VALUE "A".
          88 BKP-NICHT-RELEVANT              VALUE "N".
     05      W-BKP-TEXT          PIC X(40)  VALUE SPACES.
     05      W-BKP-ENTWICKLER    PIC X(16)  VALUE SPACES.
     05      W-BKP-ZWEIG-ANZ     PIC S9(04) COMP VALUE ZERO.
     05      W-BKP-ZX            PIC S9(04) COMP VALUE ZERO.
     05      W-BKP-ZWEIG-TAB.
      10     W-BKP-ZW            PIC X(01)  OCCURS 27.
     05      W-BKP-ANZ           PIC 9(05)  VALUE ZERO.
     05      W-BKP-NEU-ANZ       PIC 9(05)  VALUE ZERO.
     05      W-BKP-ANZ-ED        PIC ZZZZ9.
     05      W-BKP-ZWEIG-ED      PIC X(08)  VALUE SPACES.
     05      W-BKP-STATUS-ED     PIC X(40)  VALUE SPACES.
     05      W-BKP-LETZT-MODUL   PIC X(08)  VALUE SPACES.
     05      W-BKP-GRUPPE        PIC X(16)  VALUE SPACES.
     05      W-BKP-GRP-ANZ       PIC 9(05)  VALUE ZERO.

**  ---> TEST-Belegung (=SSFTENV, s. E394/E395, C750-C752, D286/
**       D287): je Modul die in TEST aktive Version mit Auftrag,
**       Aktivierer, Zeitpunkt und geplantem Testende; ACTIVTEST
**       fragt nach, bevor es die Version eines anderen Auftrags
**       ueberschreibt, die ihr Tester noch nicht freigegeben hat.
**       Die W-TE-Felder dienen zugleich als Host-Variablen
 01          W-TE-FELDER.
     05      W-TE-SUBCMD         PIC X(10)  VALUE SPACES.
     05      W-TE-MODUL          PIC X(08)  VALUE SPACES.
**          ---> zu aktivierende Version (juengster SRC-Archiv-Satz)
     05      W-TE-VERSION        PIC X(10)  VALUE SPACES.
     05      W-TE-AUFTRAG        PIC X(25)  VALUE SPACES.
     05      W-TE-PLAN-ENDE      PIC X(08)  VALUE SPACES.
     05      W-TE-PLAN-ENDE-R    REDEFINES W-TE-PLAN-ENDE.
      10     W-TE-PLAN-JJJJ      PIC 9(04).
      10     W-TE-PLAN-MM        PIC 9(02).
      10     W-TE-PLAN-TT        PIC 9(02).
**          ---> bisherige Belegung laut Register
     05      W-TE-ALT-VERSION    PIC X(10)  VALUE SPACES.
     05      W-TE-ALT-AUFTRAG    PIC X(25)  VALUE SPACES.
     05      W-TE-ALT-VON        PIC X(16)  VALUE SPACES.
     05      W-TE-ALT-AM         PIC X(26)  VALUE SPACES.
     05      W-TE-ALT-PLAN-ENDE  PIC X(08)  VALUE SPACES.
     05      W-TE-ALT-FREI-VON   PIC X(16)  VALUE SPACES.
     05      W-TE-ALT-VORG-AUFTRAG PIC X(25) VALUE SPACES.
     05      W-TE-ALT-VORG-VON   PIC X(16)  VALUE SPACES.
     05      W-TE-ALT-VORG-VERSION PIC X(10) VALUE SPACES.
**          ---> verdraengte Belegung (bei bestaetigtem Ueberschreiben)
     05      W-TE-VORG-AUFTRAG   PIC X(25)  VALUE SPACES.
     05      W-TE-VORG-VON       PIC X(16)  VALUE SPACES.
     05      W-TE-VORG-VERSION   PIC X(10)  VALUE SPACES.
     05      W-TE-PRUEF-FLAG     PIC X(01)  VALUE SPACE.
          88 TE-PRUEF-OK                    VALUE SPACE.
          88 TE-PRUEF-ABGELEHNT             VALUE "A".
          88 TE-PRUEF-UEBERSCHRIEBEN        VALUE "U".
     05      W-TE-HEUTE          PIC X(08)  VALUE SPACES.
**          ---> LIST TESTENV
     05      W-TE-F-FREIGABE-TEST PIC X(02) VALUE SPACES.
     05      W-TE-LETZT-AUFTRAG  PIC X(25)  VALUE SPACES.
     05      W-TE-SSF-FLAG       PIC X(01)  VALUE SPACE.
     05      W-TE-ANZ            PIC 9(05)  VALUE ZERO.
     05      W-TE-AUF-ANZ        PIC 9(05)  VALUE ZERO.
     05      W-TE-KONFL-ANZ      PIC 9(05)  VALUE ZERO.
     05      W-TE-ANZ-ED         PIC ZZZZ9.
     05      W-TE-ANZ2-ED        PIC ZZZZ9.
     05      W-TE-ANZ3-ED        PIC ZZZZ9.
     05      W-TE-STATUS-ED      PIC X(17)  VALUE SPACES.

**  ---> Regressions-Gate bei REL2TEST (s. E396): aktive Szenarien
**       des Moduls aus =SSFREGSZ, deren juengster Lauf in =SSFREGLF
**       (Nightly-Lauf REGDRV0O) nicht OK oder aelter als der letzte
**       CHECKIN ist; mit =SSPARM "REGTEST" SVOL_SOURCE = "J" wird
**       die Freigabe dann verweigert, sonst nur gewarnt
 01          W-RGT-FELDER.
     05      W-RGT-OFFEN         PIC S9(09) COMP VALUE ZERO.
     05      W-RGT-ANZ-ED        PIC ZZZZ9.
     05      W-RGT-SZENARIO      PIC X(16)  VALUE SPACES.
     05      W-RGT-ERGEBNIS      PIC X(03)  VALUE SPACES.
     05      W-RGT-LAUF-TS       PIC X(26)  VALUE SPACES.
     05      W-RGT-FLAG          PIC X(01)  VALUE SPACE.
          88 RGT-GATE-OK                    VALUE SPACE.
          88 RGT-GATE-ABGELEHNT             VALUE "A".

**  ---> Mail-Vorlagen aus =SSTEXT (s. N520-N529): BEREICH "MAIL",
**       KATEGORIE = Vorlage, SPRACHE aus =SSPARM "MAILSPR" (Vorgabe
**       DE, fehlt die Sprache gilt DE); Zeile "BETREFF:" = Betreff,
**       Zeile "@DATEN@" = Position des vom Programm erzeugten
**       Datenblocks (davor Teil 1, danach Teil 2); @NAME@ wird aus
**       der Platzhalter-Tabelle ersetzt, Unbekanntes bleibt stehen
 01          W-MV-FELDER.
     05      W-MV-NAME           PIC X(08)  VALUE SPACES.
     05      W-MV-SPRACHE        PIC X(08)  VALUE SPACES.
     05      W-MV-SPR-WUNSCH     PIC X(08)  VALUE SPACES.
     05      W-MV-SPR-PARM       PIC X(64)  VALUE SPACES.
     05      W-MV-FLAG           PIC X(01)  VALUE SPACE.
          88 MV-VORLAGE-NOK                 VALUE SPACE.
          88 MV-VORLAGE-OK                  VALUE "J".
     05      W-MV-DATEN-FLAG     PIC X(01)  VALUE SPACE.
          88 MV-MIT-DATEN                   VALUE "J".
     05      W-MV-TREFFER        PIC X(01)  VALUE SPACE.
          88 MV-PH-GEFUNDEN                 VALUE "J".
     05      W-MV-BETREFF        PIC X(76)  VALUE SPACES.
     05      W-MV-BETR-LEN       PIC S9(04) COMP VALUE ZERO.
     05      W-MV-ANZ            PIC S9(04) COMP VALUE ZERO.
     05      W-MV-TEIL1-ANZ      PIC S9(04) COMP VALUE ZERO.
     05      W-MV-UNBEKANNT      PIC S9(04) COMP VALUE ZERO.
     05      W-MV-ZU-LANG        PIC S9(04) COMP VALUE ZERO.
     05      W-MV-I1             PIC S9(04) COMP VALUE ZERO.
     05      W-MV-TAB.
      10     W-MV-ZEILE          PIC X(80)  OCCURS 30.
**      ---> Platzhalter der aktuellen Mail (N520/N521)
     05      W-MV-PH-ANZ         PIC S9(04) COMP VALUE ZERO.
     05      W-MV-PH-I1          PIC S9(04) COMP VALUE ZERO.
     05      W-MV-PH-TAB.
      10     W-MV-PH             OCCURS 20.
       15    W-MV-PH-NAME        PIC X(12).
       15    W-MV-PH-WERT        PIC X(40).
     05      W-MV-NEU-NAME       PIC X(12)  VALUE SPACES.
     05      W-MV-NEU-WERT       PIC X(40)  VALUE SPACES.
     05      W-MV-ZAHL-ED        PIC ZZZZ9.
**      ---> Ersetzung einer Zeile (N523/N528)
     05      W-MV-EIN            PIC X(76)  VALUE SPACES.
     05      W-MV-AUS            PIC X(152) VALUE SPACES.
     05      W-MV-POS            PIC S9(04) COMP VALUE ZERO.
     05      W-MV-AUS-POS        PIC S9(04) COMP VALUE ZERO.
     05      W-MV-ENDE           PIC S9(04) COMP VALUE ZERO.
     05      W-MV-I2             PIC S9(04) COMP VALUE ZERO.
     05      W-MV-LEN            PIC S9(04) COMP VALUE ZERO.
     05      W-MV-TOKEN          PIC X(12)  VALUE SPACES.
**      ---> VERWALTUNG MAILTEXT [<Vorlage> [<Sprache>]] (D570)
     05      W-MT-VORLAGE        PIC X(08)  VALUE SPACES.
     05      W-MT-SPRACHE        PIC X(08)  VALUE SPACES.
     05      W-MT-SPR-ANZ        PIC S9(09) COMP VALUE ZERO.
     05      W-MT-ZEIL-ANZ       PIC S9(09) COMP VALUE ZERO.
     05      W-MT-ANZ-ED         PIC ZZZZ9.
     05      W-MT-ANZ2-ED        PIC ZZZZ9.

**  ---> Katalog der Mail-Vorlagen (Name, Inhalt) fuer die Uebersicht
**       VERWALTUNG MAILTEXT; Vorlagen KT-* versendet PHDDRV1O
 01          K-MV-KATALOG.
     05      FILLER              PIC X(48)  VALUE
             "AUFHEB  Aufhebung der Sicherheitswarnung".
     05      FILLER              PIC X(48)  VALUE
             "ANTRAG  Abnahmeantrag (Teil 2 = Vorschriften)".
     05      FILLER              PIC X(48)  VALUE
             "WARNUNG Sicherheitswarnung Vier-Augen-Prinzip".
     05      FILLER              PIC X(48)  VALUE
             "REMIND  Checkout-Erinnerung je Modul".
     05      FILLER              PIC X(48)  VALUE
             "DIGEST  Checkout-Erinnerung als Sammelmail".
     05      FILLER              PIC X(48)  VALUE
             "RECALL  Recall erledigt (an den Anforderer)".
     05      FILLER              PIC X(48)  VALUE
             "STOP    Session per STOP beendet".
     05      FILLER              PIC X(48)  VALUE
             "IMPACT  REL2PROD Change-Impact".
     05      FILLER              PIC X(48)  VALUE
             "RUECKBAURueckbau eines Auftrags".
     05      FILLER              PIC X(48)  VALUE
             "SOSOPEN Offene Notfall-Auflagen".
     05      FILLER              PIC X(48)  VALUE
             "RECERT  Start Rezertifizierungs-Kampagne".
     05      FILLER              PIC X(48)  VALUE
             "FREEZEX Ausnahmeantrag Code-Freeze".
     05      FILLER              PIC X(48)  VALUE
             "TICKET  Tickets deployed".
     05      FILLER              PIC X(48)  VALUE
             "HANDOVERCheckout-Uebergabe (an beide User)".
     05      FILLER              PIC X(48)  VALUE
             "KT-WARN Kettenschritt fehlgeschlagen (PHDDRV1O)".
     05      FILLER              PIC X(48)  VALUE
             "KT-ALARMKette abgebrochen (PHDDRV1O)".
     05      FILLER              PIC X(48)  VALUE
             "KT-KRIT Kette kritisch/Endlosschleife (PHDDRV1O)".
     05      FILLER              PIC X(48)  VALUE
             "KT-SLA  Laufzeit ueber Basiswert (PHDDRV1O)".
     05      FILLER              PIC X(48)  VALUE
             "KT-VORB Vorbedingung nicht erfuellt (PHDDRV1O)".
     05      FILLER              PIC X(48)  VALUE
             "KT-RES  Ressource nicht frei (PHDDRV1O)".
     05      FILLER              PIC X(48)  VALUE
             "KT-ABST Kontrollsummen abweichend (PHDDRV1O)".
     05      FILLER              PIC X(48)  VALUE
             "R2PPRUEFPost-Release-Pruefung fehlgeschlagen".
     05      FILLER              PIC X(48)  VALUE
             "MYWORK  Persoenlicher Arbeitsvorrat je User".
     05      FILLER              PIC X(48)  VALUE
             "STALEBASCheckout-Basis veraltet (nach REL2PROD)".
     05      FILLER              PIC X(48)  VALUE
             "CANARY  Canary-Lauf gestoert (an Bereitschaft)".
     05      FILLER              PIC X(48)  VALUE
             "ZUGRIFF Zugriffsantrag/Entscheidung (REQUEST)".
     05      FILLER              PIC X(48)  VALUE
             "WATCH   Beobachtete Module (je Beobachter)".
     05      FILLER              PIC X(48)  VALUE
             "SAMMEL  Sammelmail je Mail-Kategorie (DIGEST)".
     05      FILLER              PIC X(48)  VALUE
             "ANOMALY Anomalie-Report SSPROT-Audit-Trail".
     05      FILLER              PIC X(48)  VALUE
             "CONSIST Konsistenzpruefung der Kerntabellen".
     05      FILLER              PIC X(48)  VALUE
             "MAILCHK Datenqualitaet Kontakt-/Mailadressen".
     05      FILLER              PIC X(48)  VALUE
             "RZSTAT  Antwortzeiten der Kommandos".
     05      FILLER              PIC X(48)  VALUE
             "TABPFLEGPflege der SRCSAFE-Tabellen".
     05      FILLER              PIC X(48)  VALUE
             "CANTEST Canary-Testmail (an Bereitschaft)".
 01          K-MV-TABELLE REDEFINES K-MV-KATALOG.
     05      K-MV-EINTRAG        OCCURS 34.
      10     K-MV-NAME           PIC X(08).
      10     K-MV-TEXT           PIC X(40).
 01          K-MV-ANZ            PIC S9(04) COMP VALUE 34.

**  ---> CRUD-Matrix (s. D410/E434-E438, C295/D295/D296): Zugriffs-
**       art je Programm und SQL-Tabelle/Datei, ermittelt aus den
**       SQL-Anweisungen und den OPEN-Modi; je Lauf gesammelt
**       in W-CRUD-TAB und danach nach =SSFCRUD geschrieben
 01          W-CRUD-FELDER.
     05      W-CRUD-WORT         PIC X(40)  VALUE SPACES.
     05      W-CRUD-PTR          PIC S9(04) COMP VALUE ZERO.
     05      W-CRUD-LEN          PIC S9(04) COMP VALUE ZERO.
     05      W-CRUD-I1           PIC S9(04) COMP VALUE ZERO.
     05      W-CRUD-ANZ1         PIC S9(04) COMP VALUE ZERO.
     05      W-CRUD-PUNKT        PIC X(01)  VALUE SPACE.
          88 CRUD-SATZENDE                  VALUE "X".
          88 CRUD-KEIN-SATZENDE             VALUE SPACE.
     05      W-CRUD-BEREICH      PIC X(01)  VALUE SPACE.
          88 CRUD-IN-ENVIRONMENT            VALUE SPACE.
          88 CRUD-IN-DATA                   VALUE "D".
          88 CRUD-IN-PROCEDURE              VALUE "P".
     05      W-CRUD-SQL          PIC X(01)  VALUE SPACE.
          88 CRUD-SQL-AUS                   VALUE SPACE.
          88 CRUD-SQL-EIN                   VALUE "S".
**       ---> Art der laufenden SQL-Anweisung (C/R/U/D); das erste
**            Ziel nach INSERT/UPDATE/DELETE bekommt diese Art, alle
**            weiteren Tabellen (Unterabfragen) zaehlen als R
     05      W-CRUD-VERB         PIC X(01)  VALUE SPACE.
          88 CRUD-VERB-KEINS                VALUE SPACE.
     05      W-CRUD-ZIEL         PIC X(01)  VALUE SPACE.
          88 CRUD-ZIEL-OFFEN                VALUE "X".
          88 CRUD-ZIEL-ERLEDIGT             VALUE SPACE.
**       ---> was als naechstes Wort erwartet wird
     05      W-CRUD-ERWARTET     PIC X(01)  VALUE SPACE.
          88 CRUD-ERW-NICHTS                VALUE SPACE.
          88 CRUD-ERW-SQL-TAB               VALUE "T".
          88 CRUD-ERW-SELECT                VALUE "S".
          88 CRUD-ERW-ASSIGN                VALUE "A".
          88 CRUD-ERW-OPEN                  VALUE "O".
          88 CRUD-ERW-EXEC                  VALUE "E".
     05      W-CRUD-MODUS        PIC X(01)  VALUE SPACE.
     05      W-CRUD-ART          PIC X(01)  VALUE SPACE.
     05      W-CRUD-OBJEKT       PIC X(35)  VALUE SPACES.
     05      W-CRUD-TYP          PIC X(04)  VALUE SPACES.
     05      W-CRUD-GEFUNDEN     PIC X(01)  VALUE SPACE.
          88 CRUD-SCHON-DA                  VALUE "X".
     05      W-CRUD-VOLL         PIC X(01)  VALUE SPACE.
          88 CRUD-VOLL                      VALUE "X".
**       ---> gesammelte Zugriffe des Programms (Zugriff "CRUD",
**            nicht vorhandene Arten als "-")
     05      W-CRUD-ANZ          PIC S9(04) COMP VALUE ZERO.
     05      W-CRUD-TAB          OCCURS 200.
      10     W-CRUD-T-OBJEKT     PIC X(35).
      10     W-CRUD-T-TYP        PIC X(04).
      10     W-CRUD-T-ZUGRIFF    PIC X(04).
**       ---> Dateien aus FILE-CONTROL: interner Name und ASSIGN-Ziel
     05      W-CRUD-FD-ANZ       PIC S9(04) COMP VALUE ZERO.
     05      W-CRUD-FD           OCCURS 50.
      10     W-CRUD-FD-INTERN    PIC X(30).
      10     W-CRUD-FD-EXTERN    PIC X(35).
**       ---> Anzeige CRUD <Programm|Tabelle|Datei>
     05      W-CRUD-NAME         PIC X(35)  VALUE SPACES.
     05      W-CRUD-SICHT        PIC X(01)  VALUE SPACE.
          88 CRUD-SICHT-PRG                 VALUE "P".
          88 CRUD-SICHT-OBJ                 VALUE "O".
          88 CRUD-SICHT-VIA                 VALUE "V".
     05      W-CRUD-TREFFER      PIC S9(04) COMP VALUE ZERO.
     05      W-CRUD-LISTE-ANZ    PIC S9(04) COMP VALUE ZERO.
     05      W-CRUD-SCHREIB-ANZ  PIC S9(04) COMP VALUE ZERO.
     05      W-CRUD-ANZ-ED       PIC Z.ZZ9.
     05      W-CRUD-ANZ2-ED      PIC Z.ZZ9.
     05      W-CRUD-UEBERSCHRIFT.
      10                         PIC X(08) VALUE "Programm".
      10                         PIC X(02) VALUE SPACES.
      10                         PIC X(08) VALUE "ueber".
      10                         PIC X(02) VALUE SPACES.
      10                         PIC X(04) VALUE "CRUD".
      10                         PIC X(02) VALUE SPACES.
      10                         PIC X(04) VALUE "Typ".
      10                         PIC X(02) VALUE SPACES.
      10                         PIC X(35) VALUE "Tabelle/Datei".
     05      W-CRUD-UNTERSTRICHE.
      10                         PIC X(08) VALUE ALL "-".
      10                         PIC X(02) VALUE SPACES.
      10                         PIC X(08) VALUE ALL "-".
      10                         PIC X(02) VALUE SPACES.
      10                         PIC X(04) VALUE ALL "-".
      10                         PIC X(02) VALUE SPACES.
      10                         PIC X(04) VALUE ALL "-".
      10                         PIC X(02) VALUE SPACES.
      10                         PIC X(35) VALUE ALL "-".
     05      W-CRUD-DATEN.
      10     W-CRUD-Z-PROGRAMM   PIC X(08).
      10                         PIC X(02).
      10     W-CRUD-Z-MODUL      PIC X(08).
      10                         PIC X(02).
      10     W-CRUD-Z-ZUGRIFF    PIC X(04).
      10                         PIC X(02).
      10     W-CRUD-Z-TYP        PIC X(04).
      10                         PIC X(02).
      10     W-CRUD-Z-OBJEKT     PIC X(35).

**  ---> Spiegel-Layout-Kontrolle beim CHECKIN (s. C119/D528):
**       das Master-Layout eines geteilten Satzes (z.B. ENV-REC von
**       SSFEIN0M) wird einmal in =SSFMIRROR registriert; jede
          88 SHELF-VORHANDEN                VALUE "J".
     05      W-SHV-MOD-ANZ       PIC S9(04) COMP VALUE ZERO.

**  ---> HANDOVER: Checkout an einen anderen Entwickler uebergeben.
**       Das Angebot liegt bis ACCEPT/REJECT in =SSFHANDO (hoechstens
**       eines je Modul); erst mit ACCEPT wechselt GROUP_USER in
**       =SSAFE - Checkout-Zeitpunkt und Arbeitskopie (Basisversion)
**       bleiben dabei unveraendert
 01          W-HO-FELDER.
     05      W-HO-WORT           PIC X(10)  VALUE SPACES.
     05      W-HO-SUBCMD         PIC X(10)  VALUE SPACES.
     05      W-HO-PARM           PIC X(16)  VALUE SPACES.
     05      W-HO-AN-USER        PIC X(16)  VALUE SPACES.
     05      W-HO-VON-USER       PIC X(16)  VALUE SPACES.
     05      W-HO-ARBEITSKOPIE   PIC X(36)  VALUE SPACES.
     05      W-HO-AKTION         PIC X(10)  VALUE SPACES.
     05      W-HO-MAIL-VON       PIC X(60)  VALUE SPACES.
     05      W-HO-MAIL-AN        PIC X(60)  VALUE SPACES.
     05      W-HO-ANZ            PIC S9(04) COMP VALUE ZERO.
     05      W-HO-ANZ-ED         PIC ZZZ9.
     05      W-HO-FLAG           PIC X(01)  VALUE SPACE.
          88 HANDO-VORHANDEN                VALUE "J".
          88 HANDO-FEHLT                    VALUE "N".

**  ---> PARALLEL: optimistischer paralleler Checkout fuer stark
**       frequentierte Module. Freigeschaltete Module stehen in
**       =SSFPARAL; jeder Parallel-Checkout (auch der exklusive des
**       ersten Entwicklers) hat einen Eintrag in =SSFPARCO mit
**       Arbeitskopie und Basis-Schnappschuss. Beim CHECKIN wird
**       gegen inzwischen eingecheckte Staende gemerged (C114)
 01          W-PCO-FELDER.
     05      W-PCO-WORT          PIC X(10)  VALUE SPACES.
     05      W-PCO-SUBCMD        PIC X(10)  VALUE SPACES.
     05      W-PCO-PARM          PIC X(16)  VALUE SPACES.
     05      W-PCO-MODUL         PIC X(08)  VALUE SPACES.
     05      W-PCO-ARBEITSKOPIE  PIC X(36)  VALUE SPACES.
     05      W-PCO-BASIS-DATEI   PIC X(36)  VALUE SPACES.
     05      W-PCO-FREMD-DATEI   PIC X(36)  VALUE SPACES.
     05      W-PCO-ERGEBNIS      PIC X(36)  VALUE SPACES.
     05      W-PCO-QUELLE        PIC X(36)  VALUE SPACES.
     05      W-PCO-ZIEL          PIC X(36)  VALUE SPACES.
     05      W-PCO-SCAN-DATEI    PIC X(36)  VALUE SPACES.
     05      W-PCO-SEC           PIC X(04)  VALUE SPACES.
     05      W-PCO-CO-SVOL       PIC X(08)  VALUE SPACES.
     05      W-PCO-CI-SVOL       PIC X(08)  VALUE SPACES.
     05      W-PCO-SSAFE-STATUS  PIC X(02)  VALUE SPACES.
     05      W-PCO-SSAFE-USER    PIC X(16)  VALUE SPACES.
     05      W-PCO-ZP-CHECKIN    PIC X(26)  VALUE SPACES.
     05      W-PCO-ZP-CHECKOUT   PIC X(26)  VALUE SPACES.
     05      W-PCO-ZP-MERGE      PIC X(26)  VALUE SPACES.
     05      W-PCO-MERGE-STATUS  PIC X(02)  VALUE SPACES.
     05      W-PCO-LFDNR         PIC S9(04) COMP VALUE ZERO.
     05      W-PCO-LFDNR-ED      PIC 9(04).
     05      W-PCO-OFFEN         PIC S9(04) COMP VALUE ZERO.
     05      W-PCO-KONFLIKTE     PIC S9(05) COMP VALUE ZERO.
     05      W-PCO-KONFLIKTE-ED  PIC ZZZZ9.
     05      W-PCO-MARKER        PIC S9(05) COMP VALUE ZERO.
     05      W-PCO-MARKER-ED     PIC ZZZZ9.
     05      W-PCO-ANZ           PIC S9(04) COMP VALUE ZERO.
     05      W-PCO-ANZ-ED        PIC ZZZ9.
     05      W-PCO-I1            PIC S9(04) COMP VALUE ZERO.
     05      W-PCO-MARK-FLAG     PIC X(01)  VALUE SPACE.
          88 PCO-MARKIERT                   VALUE "J".
          88 PCO-NICHT-MARKIERT             VALUE "N".
     05      W-PCO-ROW-FLAG      PIC X(01)  VALUE SPACE.
          88 PCO-VORHANDEN                  VALUE "J".
          88 PCO-FEHLT                      VALUE "N".
     05      W-PCO-ERG-FLAG      PIC X(01)  VALUE SPACE.
          88 PCO-OK                         VALUE "J".
          88 PCO-NOK                        VALUE "N".
     05      W-PCO-LESBAR-FLAG   PIC X(01)  VALUE SPACE.
          88 PCO-LESBAR                     VALUE "J".
          88 PCO-NICHT-LESBAR               VALUE "N".
**          ---> Art des CHECKOUT (s. D578)
     05      W-PCO-CO-MODUS      PIC X(01)  VALUE "N".
          88 PCO-CO-NORMAL                  VALUE "N".
          88 PCO-CO-ERSTER                  VALUE "E".
          88 PCO-CO-ZUSATZ                  VALUE "Z".
          88 PCO-CO-ABGEWIESEN              VALUE "A".
**          ---> Art des CHECKIN (s. C114)
     05      W-PCO-CI-MODUS      PIC X(01)  VALUE "X".
          88 PCO-CI-EXKLUSIV                VALUE "X".
          88 PCO-CI-PARALLEL                VALUE "P".

**  ---> Notbetrieb: nur lesender Zugriff ohne SQL-Katalog - LIST und
**       GET arbeiten direkt auf den ZIP-Repositories (PARAM
**       SSF-NOT-REPO) und der juengsten Index-Sicherung, die
**       SSFRCI0M (SAVEIND) als Generation im Repository ablegt
**       (s. M060/M065, B300-B320, C800-C851). Liegt ausserhalb von
**       SCHALTER, da B310 diese je Eingabe initialisiert
 01          W-NOT-FELDER.
     05      W-NOT-FLAG          PIC X(01)  VALUE "N".
          88 NOT-BETRIEB                    VALUE "J".
          88 NOT-NORMALBETRIEB              VALUE "N".
     05      W-NOT-ERZWINGEN     PIC X(01)  VALUE "N".
          88 NOT-ERZWUNGEN                  VALUE "J".
     05      W-NOT-REPO-VOL      PIC X(08)  VALUE SPACES.
     05      W-NOT-REPO-SVOL     PIC X(08)  VALUE SPACES.
     05      W-NOT-GRUPPE-X      PIC X(08)  VALUE SPACES.
     05      W-NOT-GRUPPE        PIC 9(03)  VALUE ZERO.
     05      W-NOT-GRUPPE-FLAG   PIC X(01)  VALUE "N".
          88 NOT-GRUPPE-GESETZT             VALUE "J".
     05      W-NOT-UNZIP         PIC X(47)  VALUE SPACES.
**          ---> Endbuchstabe der Repository-Dateien (SSFRMETA.
**               SRCA_FLETTER - ohne SQL-Katalog fest)
     05      W-NOT-FLETTER       PIC X(01)  VALUE "R".
     05      W-NOT-LEN           PIC S9(04) COMP VALUE ZERO.
     05      W-NOT-PTR           PIC S9(04) COMP VALUE ZERO.
     05      W-NOT-WORT          PIC X(10)  VALUE SPACES.
     05      W-NOT-MODUL         PIC X(08)  VALUE SPACES.
     05      W-NOT-VERSION       PIC X(10)  VALUE SPACES.
     05      W-NOT-REST          PIC X(30)  VALUE SPACES.
     05      W-NOT-REP-NAME      PIC X(08)  VALUE SPACES.
     05      W-NOT-REP-FILE      PIC X(36)  VALUE SPACES.
     05      W-NOT-HST-FILE      PIC X(36)  VALUE SPACES.
     05      W-NOT-BEST-HST      PIC X(36)  VALUE SPACES.
     05      W-NOT-MEMBER        PIC X(36)  VALUE SPACES.
     05      W-NOT-ARC-FILE      PIC X(36)  VALUE SPACES.
     05      W-NOT-ZIEL          PIC X(36)  VALUE SPACES.
     05      W-NOT-PURGE         PIC X(36)  VALUE SPACES.
     05      W-NOT-GEN-NR        PIC 9(02)  VALUE ZERO.
     05      W-NOT-GEN-ANZ       PIC 9(02)  VALUE ZERO.
     05      W-NOT-STAND-N.
      10     W-NOT-STAND-DAT     PIC 9(08)  VALUE ZERO.
      10     W-NOT-STAND-ZEIT    PIC 9(04)  VALUE ZERO.
     05      W-NOT-BEST-N        PIC X(12)  VALUE SPACES.
**          ---> Stand der gelesenen Index-Sicherung (JJJJ-MM-TT HH:MI)
     05      W-NOT-STAND         PIC X(16)  VALUE SPACES.
     05      W-NOT-ANZ           PIC S9(04) COMP VALUE ZERO.
     05      W-NOT-ANZ-ED        PIC ZZZ9.
     05      W-NOT-SPALTE        PIC S9(04) COMP VALUE ZERO.
     05      W-NOT-DATEI-FLAG    PIC X(01)  VALUE "N".
          88 NOT-DATEI-OFFEN                VALUE "J".
          88 NOT-DATEI-ZU                   VALUE "N".
**          ---> ein Satz der Index-Sicherung (Aufbau s. SSFRCI0M/D100)
     05      W-NOT-CSV.
      10     W-NOT-CSV-MODUL     PIC X(08).
      10     W-NOT-CSV-VERSION   PIC X(10).
      10     W-NOT-CSV-TYP       PIC X(04).
      10     W-NOT-CSV-SDATE     PIC X(26).
      10     W-NOT-CSV-ARCHIV    PIC X(26).
      10     W-NOT-CSV-AUFTRAG   PIC X(25).
      10     W-NOT-CSV-USER      PIC X(16).
      10     W-NOT-CSV-PROD      PIC X(02).
      10     W-NOT-CSV-ZPINS     PIC X(26).
**          ---> fuer GET gewaehlter Eintrag
     05      W-NOT-TREFFER.
      10     W-NOT-T-VERSION     PIC X(10).
      10     W-NOT-T-ARCHIV      PIC X(26).
      10     W-NOT-T-ZPINS       PIC X(26).

**  ---> Legal Hold (Kommando HOLD, s. C760-C763 und D840): ein
**       Hold sperrt Module, Auftraege oder einen Zeitraum gegen
**       jede Loeschung (PURGE, PURGEBIN, PROT PURGE, ZIPDRV PRUNE)
**       bis zu seinem Ende-Datum bzw. bis zur Aufhebung
 01          W-HOLD-FELDER.
     05      W-HOLD-SUBCMD       PIC X(10)  VALUE SPACES.
     05      W-HOLD-TOK-TAB.
      10     W-HOLD-TOK          PIC X(30)  OCCURS 7.
     05      W-HOLD-PTR          PIC S9(04) COMP VALUE ZERO.
     05      W-HOLD-ART          PIC X(01)  VALUE SPACE.
          88 HOLD-ART-MODUL                 VALUE "M".
          88 HOLD-ART-AUFTRAG               VALUE "A".
          88 HOLD-ART-DATUM                 VALUE "D".
     05      W-HOLD-WERT         PIC X(25)  VALUE SPACES.
     05      W-HOLD-VON-E        PIC X(30)  VALUE SPACES.
     05      W-HOLD-BIS-E        PIC X(30)  VALUE SPACES.
     05      W-HOLD-ENDE-E       PIC X(30)  VALUE SPACES.
     05      W-HOLD-ANTRAG       PIC X(30)  VALUE SPACES.
     05      W-HOLD-GRUND        PIC X(60)  VALUE SPACES.
     05      W-HOLD-NR-E         PIC X(30)  VALUE SPACES.
     05      W-HOLD-BEZ          PIC X(40)  VALUE SPACES.
**          ---> Pruefziel der Loeschsperre (s. D840)
     05      W-HOLD-ZIEL         PIC X(01)  VALUE SPACE.
          88 HOLD-ZIEL-MODUL                VALUE "M" "U".
          88 HOLD-ZIEL-UMBUCHUNG            VALUE "U".
          88 HOLD-ZIEL-PROT                 VALUE "P".
          88 HOLD-ZIEL-LISTE                VALUE "L".
     05      W-HOLD-ERGEBNIS     PIC X(01)  VALUE "N".
          88 HOLD-GESPERRT                  VALUE "J".
          88 HOLD-FREI                      VALUE "N".
**          ---> Datum JJJJMMTT von der Kommandozeile -> JJJJ-MM-TT
     05      W-HOLD-DAT-E        PIC X(30)  VALUE SPACES.
     05      W-HOLD-DAT-IN.
      10     W-HOLD-DAT-JJJJ     PIC X(04).
      10     W-HOLD-DAT-MM       PIC X(02).
      10     W-HOLD-DAT-TT       PIC X(02).
     05      W-HOLD-DAT-OUT      PIC X(10)  VALUE SPACES.
     05      W-HOLD-DAT-FLAG     PIC X(01)  VALUE "N".
          88 HOLD-DATUM-OK                  VALUE "J".
          88 HOLD-DATUM-NOK                 VALUE "N".
     05      W-HOLD-HEUTE        PIC X(10)  VALUE SPACES.
     05      W-HOLD-NR           PIC S9(09) COMP VALUE ZERO.
     05      W-HOLD-NR-ED        PIC ZZZZZ9.
     05      W-HOLD-ANZ          PIC 9(05)  VALUE ZERO.
     05      W-HOLD-ANZ-ED       PIC ZZZZ9.
     05      H-HOLD-MODUL        PIC X(08)  VALUE SPACES.

**  ---> Stueckliste der Compile-Laeufe (Kommando BOM, s. C775-C777
**       und D848/D849): geschrieben von SSFCMP0M je Compile nach
**       =SSFBOM, freigegeben ist ein Objekt ueber =ABNAHME
 01          W-BOM-FELDER.
     05      W-BOM-SUBCMD        PIC X(10)  VALUE SPACES.
     05      W-BOM-TOK-TAB.
      10     W-BOM-TOK           PIC X(36)  OCCURS 5.
     05      W-BOM-PTR           PIC S9(04) COMP VALUE ZERO.
     05      W-BOM-VERS-EIN      PIC X(10)  VALUE SPACES.
     05      W-BOM-SEK-EIN       PIC X(31)  VALUE SPACES.
     05      W-BOM-LAUF-ALT      PIC S9(18) COMP VALUE ZERO.
     05      W-BOM-ANZ           PIC 9(05)  VALUE ZERO.
     05      W-BOM-ANZ-ED        PIC ZZZZ9.
     05      W-BOM-CHK-ED        PIC Z(08)9.
     05      W-BOM-CC-ED         PIC -9(03).
     05      W-BOM-LAUF-ED       PIC 9(16).
     05      W-BOM-LAUF-X REDEFINES W-BOM-LAUF-ED.
      10     W-BOM-L-JJJJ        PIC X(04).
      10     W-BOM-L-MM          PIC X(02).
      10     W-BOM-L-TT          PIC X(02).
      10     W-BOM-L-HH          PIC X(02).
      10     W-BOM-L-MI          PIC X(02).
      10     W-BOM-L-SS          PIC X(02).
      10     FILLER              PIC X(02).
     05      W-BOM-CURS-FLAG     PIC X(01)  VALUE SPACE.
          88 BOM-CURS-OK                    VALUE SPACE.
          88 BOM-CURS-EOD                   VALUE "E".
     05      W-BOM-SEL-FLAG      PIC X(01)  VALUE SPACE.
          88 BOM-SEL-OK                     VALUE SPACE.
          88 BOM-SEL-NOK                    VALUE "N".
     05      H-BOM-NAME          PIC X(08)  VALUE SPACES.
     05      H-BOM-MODUL         PIC X(08)  VALUE SPACES.
     05      H-BOM-OBJNAME       PIC X(08)  VALUE SPACES.
     05      H-BOM-VERSION       PIC X(10)  VALUE SPACES.
     05      H-BOM-REL-AM        PIC X(26)  VALUE SPACES.
     05      H-BOM-MEMBER        PIC X(08)  VALUE SPACES.
     05      H-BOM-VERS-FILTER   PIC X(10)  VALUE "%".
     05      H-BOM-SEK-FILTER    PIC X(31)  VALUE "%".

**  ---> TEST-Umgebung einer Anwendung auf den Produktionsstand bzw.
**       eine Baseline zuruecksetzen (Kommando TESTRESET, s. C778-
**       C780 und D850-D852): Plan je Modul in W-TRES-TAB, nach der
**       Bestaetigung wird das Produktions-Objekt per FUP nach TEST
**       kopiert und =SSFTENV/=SSPROT fortgeschrieben
 01          W-TRES-FELDER.
     05      W-TRES-ANW          PIC X(08)  VALUE SPACES.
     05      W-TRES-BASELINE     PIC X(16)  VALUE SPACES.
     05      W-TRES-ZIEL-FLAG    PIC X(01)  VALUE "P".
          88 TRES-ZIEL-PROD                 VALUE "P".
          88 TRES-ZIEL-BASELINE             VALUE "B".
     05      W-TRES-KEEP-FLAG    PIC X(01)  VALUE "N".
          88 TRES-KEEP                      VALUE "J".
          88 TRES-KEEP-NICHT                VALUE "N".
     05      W-TRES-PARM-FLAG    PIC X(01)  VALUE SPACE.
          88 TRES-PARM-OK                   VALUE SPACE.
          88 TRES-PARM-NOK                  VALUE "N".
     05      W-TRES-CURS-FLAG    PIC X(01)  VALUE SPACE.
          88 TRES-CURS-OK                   VALUE SPACE.
          88 TRES-CURS-EOD                  VALUE "E".
     05      W-TRES-MOD-FLAG     PIC X(01)  VALUE SPACE.
          88 TRES-MOD-OK                    VALUE SPACE.
          88 TRES-MOD-NOK                   VALUE "N".
     05      W-TRES-I            PIC S9(04) COMP VALUE ZERO.
     05      W-TRES-J            PIC S9(04) COMP VALUE ZERO.
     05      W-TRES-ANZ          PIC S9(04) COMP VALUE ZERO.
     05      W-TRES-MAX          PIC S9(04) COMP VALUE 300.
     05      W-TRES-TAB.
      10     W-TRES-ZEILE        OCCURS 300.
       15    W-TRES-MODUL        PIC X(08).
       15    W-TRES-OBJNAME      PIC X(08).
       15    W-TRES-TYP          PIC X(02).
       15    W-TRES-KLASSE       PIC X(08).
       15    W-TRES-FREIGABE     PIC X(02).
       15    W-TRES-TEST-VERS    PIC X(10).
       15    W-TRES-ZIEL-VERS    PIC X(10).
       15    W-TRES-MASSNAHME    PIC X(01).
          88 TRES-ERSETZEN                  VALUE "R".
          88 TRES-GLEICH                    VALUE "=".
          88 TRES-BEHALTEN                  VALUE "K".
          88 TRES-KEIN-ZIEL                 VALUE "-".
          88 TRES-KEIN-OBJEKT               VALUE "X".
     05      W-TRES-ANZ-R        PIC 9(05)  VALUE ZERO.
     05      W-TRES-ANZ-G        PIC 9(05)  VALUE ZERO.
     05      W-TRES-ANZ-K        PIC 9(05)  VALUE ZERO.
     05      W-TRES-ANZ-X        PIC 9(05)  VALUE ZERO.
     05      W-TRES-ANZ-OK       PIC 9(05)  VALUE ZERO.
     05      W-TRES-ANZ-FEHL     PIC 9(05)  VALUE ZERO.
     05      W-TRES-ANZ-ED       PIC ZZZZ9.
     05      W-TRES-ANZ2-ED      PIC ZZZZ9.
     05      W-TRES-ANZ3-ED      PIC ZZZZ9.
     05      W-TRES-SVOL-TEST    PIC X(08)  VALUE SPACES.
     05      W-TRES-SVOL-ALT     PIC X(08)  VALUE SPACES.
     05      W-TRES-DATEI-PROD   PIC X(36)  VALUE SPACES.
     05      W-TRES-DATEI-TEST   PIC X(36)  VALUE SPACES.
     05      W-TRES-DATEI-ALT    PIC X(36)  VALUE SPACES.
     05      W-TRES-ZIEL-TEXT    PIC X(26)  VALUE SPACES.
     05      W-TRES-ZIEL-KURZ    PIC X(16)  VALUE SPACES.
     05      W-TRES-FEHLER       PIC X(40)  VALUE SPACES.
     05      H-TRES-ANW          PIC X(08)  VALUE SPACES.
     05      H-TRES-MODUL        PIC X(08)  VALUE SPACES.
     05      H-TRES-OBJNAME      PIC X(08)  VALUE SPACES.
     05      H-TRES-TYP          PIC X(02)  VALUE SPACES.
     05      H-TRES-FREIGABE     PIC X(02)  VALUE SPACES.
     05      H-TRES-KLASSE       PIC X(08)  VALUE SPACES.
     05      H-TRES-PROD-VERS    PIC X(10)  VALUE SPACES.

**  ---> Datenqualitaet der Kontakt- und Mailadressen (VERWALTUNG
**       MAILCHK, s. D853-D856): User mit Rolle ohne/ungueltige
**       Mailadresse, verwaiste =EKONTAKT-Zeilen, =SSFOWNER/
**       =SSFONCALL-Eintraege ohne existierenden User, fehlende
**       Eskalationsstufen (TSNR 1/2) bei Ketten mit Fehleralarm und
**       wiederholt unzustellbare Adressen aus =SSFMAILF (Zaehler je
**       Adresse, gefuellt per "MAILCHK IMPORT <Datei>" aus dem
**       Ruecklaeufer-Protokoll des Mail-Gateways:
**       Adresse;JJJJMMTT;Fehlertext)
 01          W-MCK-FELDER.
     05      W-MCK-SUBCMD        PIC X(10)  VALUE SPACES.
     05      W-MCK-MAIL-FLAG     PIC X(01)  VALUE SPACE.
          88 MCK-MAIL-MODE                  VALUE "X".
     05      W-MCK-PARM-FLAG     PIC X(01)  VALUE SPACE.
          88 MCK-PARM-OK                    VALUE SPACE.
          88 MCK-PARM-NOK                   VALUE "N".
     05      W-MCK-CURS-FLAG     PIC X(01)  VALUE SPACE.
          88 MCK-CURS-OK                    VALUE SPACE.
          88 MCK-CURS-EOD                   VALUE "E".
     05      W-MCK-UPD-FLAG      PIC X(01)  VALUE SPACE.
          88 MCK-UPD-OK                     VALUE SPACE.
          88 MCK-UPD-NEU                    VALUE "N".
     05      W-MCK-PRUEFUNG      PIC 9(01)  VALUE ZERO.
          88 MCK-PRF-USER                   VALUE 1.
          88 MCK-PRF-EKONTAKT               VALUE 2.
          88 MCK-PRF-OWNER                  VALUE 3.
          88 MCK-PRF-ONCALL                 VALUE 4.
          88 MCK-PRF-ESKALATION             VALUE 5.
          88 MCK-PRF-FEHLER                 VALUE 6.
     05      W-MCK-TOK-TAB.
      10     W-MCK-TOK           PIC X(64)  OCCURS 3.
     05      W-MCK-PTR           PIC S9(04) COMP VALUE ZERO.
     05      W-MCK-AT-ANZ        PIC S9(04) COMP VALUE ZERO.
     05      W-MCK-SCHWELLE      PIC 9(05)  VALUE 3.
     05      W-MCK-ANZ-TAB.
      10     W-MCK-ANZ           PIC 9(05)  OCCURS 6.
     05      W-MCK-GESAMT        PIC 9(05)  VALUE ZERO.
     05      W-MCK-ANZ-OK        PIC 9(05)  VALUE ZERO.
     05      W-MCK-ANZ-NOK       PIC 9(05)  VALUE ZERO.
     05      W-MCK-ANZ-ED        PIC ZZZZ9.
     05      W-MCK-ANZ2-ED       PIC ZZZZ9.
     05      W-MCK-NUM-ED        PIC ZZZ9.
     05      W-MCK-NUM2-ED       PIC ZZZ9.
     05      W-MCK-GRUND         PIC X(30)  VALUE SPACES.
     05      W-MCK-ADRESSE       PIC X(64)  VALUE SPACES.
     05      W-MCK-ROLLE         PIC X(08)  VALUE SPACES.
     05      W-MCK-KLAR          PIC X(16)  VALUE SPACES.
     05      W-MCK-S-SATZ.
      10     W-MCK-S-ADRESSE     PIC X(64).
      10     W-MCK-S-DATUM       PIC X(08).
      10     W-MCK-S-TEXT        PIC X(60).
     05      H-MCK-K-MODUL       PIC X(08)  VALUE SPACES.
     05      H-MCK-USER          PIC X(16)  VALUE SPACES.
     05      H-MCK-EMAIL         PIC X(64)  VALUE SPACES.
     05      H-MCK-MODUL         PIC X(08)  VALUE SPACES.
     05      H-MCK-MDNR          PIC S9(04) COMP VALUE ZERO.
     05      H-MCK-TSNR          PIC S9(04) COMP VALUE ZERO.
     05      H-MCK-MUSTER        PIC X(08)  VALUE SPACES.
     05      H-MCK-TEAM          PIC X(16)  VALUE SPACES.
     05      H-MCK-KONTAKT1      PIC X(16)  VALUE SPACES.
     05      H-MCK-KONTAKT2      PIC X(16)  VALUE SPACES.
     05      H-MCK-TAG           PIC S9(04) COMP VALUE ZERO.
     05      H-MCK-PRIMAER       PIC X(64)  VALUE SPACES.
     05      H-MCK-BACKUP        PIC X(64)  VALUE SPACES.
     05      H-MCK-ANZAHL        PIC S9(09) COMP VALUE ZERO.
     05      H-MCK-SCHWELLE      PIC S9(09) COMP VALUE ZERO.
     05      H-MCK-ADRESSE       PIC X(64)  VALUE SPACES.
     05      H-MCK-FEHL-ANZ      PIC S9(09) COMP VALUE ZERO.
     05      H-MCK-FEHL-DATUM    PIC X(08)  VALUE SPACES.
     05      H-MCK-FEHL-TEXT     PIC X(60)  VALUE SPACES.

**  ---> Austritt eines Mitarbeiters (VERWALTUNG LEAVER <User>
**       <Nachfolger>, s. D859-D863): alles, was der User noch
**       haelt, wird aufgelistet und nach Bestaetigung dem
**       Nachfolger uebertragen bzw. geschlossen, danach wird der
**       User deaktiviert (GUELTIG_BIS = gestern) - die Kategorien
**       W-LVR-KAT 1-10 steuern die Cursor S530-S532
 01          W-LVR-FELDER.
     05      W-LVR-USER          PIC X(16)  VALUE SPACES.
     05      W-LVR-NACHF         PIC X(16)  VALUE SPACES.
     05      W-LVR-USER-FLAG     PIC X(01)  VALUE SPACE.
          88 LVR-USER-AKTIV                 VALUE "A".
          88 LVR-USER-FEHLT                 VALUE SPACE.
     05      W-LVR-KAT           PIC 9(02)  VALUE ZERO.
          88 LVR-KAT-CHECKOUT               VALUE 1.
          88 LVR-KAT-PARCO                  VALUE 2.
          88 LVR-KAT-HANDOVER               VALUE 3.
          88 LVR-KAT-RESERVIERUNG           VALUE 4.
          88 LVR-KAT-OWNER                  VALUE 5.
          88 LVR-KAT-REVIEW                 VALUE 6.
          88 LVR-KAT-ANTRAG                 VALUE 7.
          88 LVR-KAT-VERTRETUNG             VALUE 8.
          88 LVR-KAT-SHELF                  VALUE 9.
          88 LVR-KAT-ONCALL                 VALUE 10.
          88 LVR-KAT-SCHLIESSEN             VALUE 3 4 7 8.
     05      W-LVR-TOK-TAB.
      10     W-LVR-TOK           PIC X(20)  OCCURS 3.
     05      W-LVR-PTR           PIC S9(04) COMP VALUE ZERO.
     05      W-LVR-KAT-WERTE.
      10                         PIC X(32)  VALUE
             "Checkouts                       ".
      10                         PIC X(32)  VALUE
             "Parallel-Checkouts              ".
      10                         PIC X(32)  VALUE
             "Uebergabe-Angebote              ".
      10                         PIC X(32)  VALUE
             "Reservierungen (=SSFRLOCKQ)     ".
      10                         PIC X(32)  VALUE
             "Modul-Verantwortung (=SSFOWNER) ".
      10                         PIC X(32)  VALUE
             "offene Reviews als Pruefer      ".
      10                         PIC X(32)  VALUE
             "offene Vier-Augen-Antraege      ".
      10                         PIC X(32)  VALUE
             "Vertretungen (=SSFDELEG)        ".
      10                         PIC X(32)  VALUE
             "geparkte Arbeitskopien (Shelves)".
      10                         PIC X(32)  VALUE
             "Bereitschaftsdienst (=SSFONCALL)".
     05      W-LVR-KAT-TAB REDEFINES W-LVR-KAT-WERTE.
      10     W-LVR-KAT-TEXT      PIC X(32)  OCCURS 10.
     05      W-LVR-ANZ-TAB.
      10     W-LVR-ANZ           PIC 9(05)  OCCURS 10.
     05      W-LVR-GESAMT        PIC 9(05)  VALUE ZERO.
     05      W-LVR-UEBERTR       PIC 9(05)  VALUE ZERO.
     05      W-LVR-GESCHL        PIC 9(05)  VALUE ZERO.
     05      W-LVR-NOK-TAB.
      10     W-LVR-NOK           PIC 9(05)  OCCURS 10.
     05      W-LVR-MANUELL       PIC 9(05)  VALUE ZERO.
     05      W-LVR-N             PIC 9(05)  VALUE ZERO.
     05      W-LVR-ANZ-ED        PIC ZZZZ9.
     05      W-LVR-ANZ2-ED       PIC ZZZZ9.
     05      W-LVR-TAG-ED        PIC 9.
     05      W-LVR-HEUTE-N       PIC 9(08)  VALUE ZERO.
     05      W-LVR-KOMMENTAR     PIC X(64)  VALUE SPACES.
     05      H-LVR-USER          PIC X(16)  VALUE SPACES.
     05      H-LVR-NACHF         PIC X(16)  VALUE SPACES.
     05      H-LVR-USER-ENCR     PIC X(16)  VALUE SPACES.
     05      H-LVR-EMAIL         PIC X(64)  VALUE SPACES.
     05      H-LVR-NACHF-EMAIL   PIC X(64)  VALUE SPACES.
     05      H-LVR-GUELTIG-BIS   PIC 9(08)  VALUE ZERO.
     05      H-LVR-K1            PIC X(16)  VALUE SPACES.
     05      H-LVR-K2            PIC X(36)  VALUE SPACES.
     05      H-LVR-K3            PIC X(16)  VALUE SPACES.
     05      H-LVR-TAG           PIC S9(04) COMP VALUE ZERO.

**  ---> Persoenlicher Arbeitsvorrat (MYWORK [MAIL], s. C401-C408):
**       alles, was auf eine Aktion des Users wartet, wird aus den
**       Kategorien W-MW-KAT 1-11 (Cursor S603-S605) eingesammelt
**       und nach Dringlichkeit einsortiert: zuerst nach Resttagen
**       bis zur Frist (ueberfaellige vorne, ohne Frist hinten),
**       dann nach Alter absteigend. MYWORK MAIL schickt jedem
**       User mit Mailadresse seinen Vorrat (Wochen-Kettenschritt)
 01          W-MW-FELDER.
     05      W-MW-MODUS          PIC X(01)  VALUE SPACE.
          88 MW-MODUS-ANZEIGE               VALUE SPACE.
          88 MW-MODUS-MAIL                  VALUE "M".
     05      W-MW-PARM           PIC X(10)  VALUE SPACES.
     05      W-MW-USER           PIC X(16)  VALUE SPACES.
     05      W-MW-EMAIL          PIC X(64)  VALUE SPACES.
     05      W-MW-FRG-FLAG       PIC X(01)  VALUE SPACE.
          88 MW-IST-FREIGEBER               VALUE "J".
     05      W-MW-VERW-FLAG      PIC X(01)  VALUE SPACE.
          88 MW-IST-VERW                    VALUE "J".
     05      W-MW-KAT            PIC 9(02)  VALUE ZERO.
          88 MW-KAT-CHECKOUT                VALUE 1.
          88 MW-KAT-PARCO                   VALUE 2.
          88 MW-KAT-HANDOVER                VALUE 3.
          88 MW-KAT-RESERVIERUNG            VALUE 4.
          88 MW-KAT-REVIEW                  VALUE 5.
          88 MW-KAT-FREIGABE                VALUE 6.
          88 MW-KAT-SOS                     VALUE 7.
          88 MW-KAT-ANTRAG                  VALUE 8.
          88 MW-KAT-EIGEN                   VALUE 9.
          88 MW-KAT-RECERT                  VALUE 10.
          88 MW-KAT-GATE                    VALUE 11.
          88 MW-KAT-ZUGRIFF                 VALUE 12.
          88 MW-KAT-NUR-VERW                VALUE 8 10 11.
     05      K-MW-KAT-MAX        PIC 9(02)  VALUE 12.
     05      W-MW-KAT-WERTE.
      10                         PIC X(12)  VALUE "Checkout    ".
      10                         PIC X(12)  VALUE "Parallel-CO ".
      10                         PIC X(12)  VALUE "Uebergabe   ".
      10                         PIC X(12)  VALUE "Reservierung".
      10                         PIC X(12)  VALUE "Review      ".
      10                         PIC X(12)  VALUE "Freigabe    ".
      10                         PIC X(12)  VALUE "SOS-Auflage ".
      10                         PIC X(12)  VALUE "Vier-Augen  ".
      10                         PIC X(12)  VALUE "Ausfuehren  ".
      10                         PIC X(12)  VALUE "Rezertifiz. ".
      10                         PIC X(12)  VALUE "Ketten-Gate ".
      10                         PIC X(12)  VALUE "Zugriff     ".
     05      W-MW-KAT-TAB REDEFINES W-MW-KAT-WERTE.
      10     W-MW-KAT-TEXT       PIC X(12)  OCCURS 12.
**          ---> Vorrat: Eintraege sortiert nach W-MW-N-SCHLUESSEL
**               (Resttage + 5000, ohne Frist 9999; dann 99999 -
**               Alter), s. C404
     05      W-MW-ANZ            PIC S9(04) COMP VALUE ZERO.
     05      K-MW-MAX            PIC S9(04) COMP VALUE 200.
     05      W-MW-I              PIC S9(04) COMP VALUE ZERO.
     05      W-MW-J              PIC S9(04) COMP VALUE ZERO.
     05      W-MW-VOLL-FLAG      PIC X(01)  VALUE SPACE.
          88 MW-TAB-VOLL                    VALUE "J".
     05      W-MW-NEU.
      10     W-MW-N-SCHLUESSEL.
       15    W-MW-N-REST         PIC 9(04).
       15    W-MW-N-ALTER-INV    PIC 9(05).
      10     W-MW-N-KAT          PIC 9(02).
      10     W-MW-N-OBJEKT       PIC X(28).
      10     W-MW-N-ALTER        PIC 9(05).
      10     W-MW-N-FRIST        PIC 9(08).
      10     W-MW-N-AKTION       PIC X(44).
     05      W-MW-NEU-X REDEFINES W-MW-NEU
                                 PIC X(96).
     05      W-MW-TAB.
      10     W-MW-ELE            PIC X(96)  OCCURS 200.
     05      W-MW-EIN-FLAG       PIC X(01)  VALUE SPACE.
          88 MW-EINTRAG-OK                  VALUE "J".
          88 MW-EINTRAG-NOK                 VALUE "N".
     05      W-MW-VERFALL-FLAG   PIC X(01)  VALUE SPACE.
     05      W-MW-ZWEITE-FLAG    PIC X(01)  VALUE SPACE.
**          ---> Ausgabezeilen je Eintrag (s. C409) und Kopfzeile
     05      W-MW-ZEILE1         PIC X(80)  VALUE SPACES.
     05      W-MW-ZEILE2         PIC X(80)  VALUE SPACES.
     05      K-MW-KOPF.
      10                         PIC X(14)  VALUE " Kategorie".
      10                         PIC X(29)  VALUE "Objekt".
      10                         PIC X(06)  VALUE "Alter".
      10                         PIC X(11)  VALUE "Frist".
      10                         PIC X(20)  VALUE "Rest".
**          ---> Datumsrechnung: Alter ab W-MW-DATUM-N, Frist =
**               Datum + W-MW-FRIST-TAGE (negativ: keine Frist)
     05      W-MW-HEUTE-N        PIC 9(08)  VALUE ZERO.
     05      W-MW-DATUM-N        PIC 9(08)  VALUE ZERO.
     05      W-MW-DATUM-R        REDEFINES  W-MW-DATUM-N.
      10     W-MW-DATUM-JJJJ     PIC 9(04).
      10     W-MW-DATUM-MM       PIC 9(02).
      10     W-MW-DATUM-TT       PIC 9(02).
     05      W-MW-FRIST-N        PIC 9(08)  VALUE ZERO.
     05      W-MW-FRIST-R        REDEFINES  W-MW-FRIST-N.
      10     W-MW-FRIST-JJJJ     PIC 9(04).
      10     W-MW-FRIST-MM       PIC 9(02).
      10     W-MW-FRIST-TT       PIC 9(02).
     05      W-MW-FRIST-TAGE     PIC S9(05) COMP VALUE ZERO.
     05      W-MW-TAGE           PIC S9(09) COMP VALUE ZERO.
     05      W-MW-REST           PIC S9(09) COMP VALUE ZERO.
     05      W-MW-PQ-TAGE        PIC 9(03)  VALUE ZERO.
     05      W-MW-ACR-TAGE       PIC 9(03)  VALUE ZERO.
     05      W-MW-ANZ-USER       PIC 9(05)  VALUE ZERO.
     05      W-MW-ANZ-MAIL       PIC 9(05)  VALUE ZERO.
     05      W-MW-ANZ-UEBERF     PIC 9(05)  VALUE ZERO.
     05      W-MW-ANZ-ED         PIC ZZZZ9.
     05      W-MW-ANZ2-ED        PIC ZZZZ9.
     05      W-MW-ALTER-ED       PIC ZZZZ9.
     05      W-MW-REST-ED        PIC -ZZZ9.
     05      W-MW-FRIST-TXT      PIC X(10)  VALUE SPACES.
     05      W-MW-VORHER-ENCR    PIC X(16)  VALUE SPACES.
**          ---> Host-Variablen der MYWORK-Cursor (S603-S609)
     05      H-MW-USER           PIC X(16)  VALUE SPACES.
     05      H-MW-USER-ENCR      PIC X(16)  VALUE SPACES.
     05      H-MW-EMAIL          PIC X(64)  VALUE SPACES.
     05      H-MW-FKT            PIC X(16)  VALUE SPACES.
     05      H-MW-VERW-KZ        PIC X(16)  VALUE SPACES.
     05      H-MW-HEUTE          PIC X(08)  VALUE SPACES.
     05      H-MW-HEUTE-N        PIC 9(08)  VALUE ZERO.
     05      H-MW-ANZ            PIC S9(09) COMP VALUE ZERO.
     05      H-MW-K1             PIC X(30)  VALUE SPACES.
     05      H-MW-K2             PIC X(30)  VALUE SPACES.
     05      H-MW-K3             PIC X(16)  VALUE SPACES.
     05      H-MW-ZP             PIC X(26)  VALUE SPACES.
     05      H-MW-FRIST          PIC X(08)  VALUE SPACES.
     05      H-MW-MIN            PIC 9(04)  VALUE ZERO.
     05      H-MW-TS             PIC 9(16)  VALUE ZERO.
     05      H-MW-TS-R           REDEFINES  H-MW-TS.
      10     H-MW-TS-DATUM       PIC 9(08).
      10                         PIC 9(08).

**  ---> Veraltete Basis eines Checkouts (s. D721-D727): was sich
**       seit dem Checkout geaendert hat - in Produktion gegangene
**       Copy-Libraries (=LIBS) und aufgerufene Module (=PROGRAMX)
**       sowie neuere Versionen des Moduls auf einem anderen Zweig
**       (=SSFRARCH). Angezeigt bei SHOW, aufgefuehrt in der
**       Checkout-Erinnerung (REMIND) und - per =SSPARM "STALEBAS"
**       eingeschaltet - sofort nach REL2PROD per Mail (M572)
 01          W-STB-FELDER.
     05      W-STB-ANZ           PIC S9(04) COMP VALUE ZERO.
     05      K-STB-MAX           PIC S9(04) COMP VALUE 20.
     05      W-STB-IX            PIC S9(04) COMP VALUE ZERO.
     05      W-STB-LEN           PIC S9(04) COMP VALUE ZERO.
     05      W-STB-VOLL-FLAG     PIC X(01)  VALUE SPACE.
          88 STB-TAB-VOLL                   VALUE "J".
     05      W-STB-TAB.
      10     W-STB-ELE           OCCURS 20.
       15    W-STB-ART           PIC X(01).
          88 STB-ART-COPY                   VALUE "C".
          88 STB-ART-AUFRUF                 VALUE "M".
          88 STB-ART-ZWEIG                  VALUE "Z".
       15    W-STB-NAME          PIC X(08).
       15    W-STB-VERSION       PIC X(10).
       15    W-STB-ZP            PIC X(19).
       15    W-STB-VON           PIC X(16).
     05      W-STB-NEU-ART       PIC X(01)  VALUE SPACE.
     05      W-STB-SEL-FLAG      PIC X(01)  VALUE SPACE.
          88 STB-SEL-OK                     VALUE "J".
          88 STB-SEL-NOK                    VALUE "N".
     05      W-STB-BASIS-ZWEIG   PIC X(01)  VALUE SPACE.
     05      W-STB-TREFFER-FLAG  PIC X(01)  VALUE SPACE.
          88 STB-TREFFER                    VALUE "J".
          88 STB-KEIN-TREFFER               VALUE "N".
     05      W-STB-ZEILE         PIC X(60)  VALUE SPACES.
     05      K-STB-KOPF          PIC X(60)  VALUE
             "Art      Member   Version    Datum      von".
     05      W-STB-ANZ-ED        PIC ZZZ9.
     05      W-STB-ANZ-MAIL      PIC S9(04) COMP VALUE ZERO.
     05      H-STB-MODUL         PIC X(08)  VALUE SPACES.
     05      H-STB-OBJEKT        PIC X(08)  VALUE SPACES.
     05      H-STB-TYP           PIC X(02)  VALUE SPACES.
     05      H-STB-USER          PIC X(16)  VALUE SPACES.
     05      H-STB-ZP            PIC X(19)  VALUE SPACES.
     05      H-STB-FREI-MODUL    PIC X(08)  VALUE SPACES.
     05      H-STB-DEP           PIC X(08)  VALUE SPACES.
     05      H-STB-LIB           PIC X(35)  VALUE SPACES.
     05      H-STB-PMODUL        PIC X(35)  VALUE SPACES.
     05      H-STB-VERSION       PIC X(10)  VALUE SPACES.
     05      H-STB-AM            PIC X(19)  VALUE SPACES.
     05      H-STB-VON           PIC X(16)  VALUE SPACES.

**  ---> LIST ASOF (s. D728-D732): Produktions- (und TEST-)Stand je
**       Modul zu einem Stichtag aus =ABNAHME bzw. Vergleich zweier
**       Stichtage; Datum JJJJ-MM-TT, Zeit optional HH:MM (ohne
**       Zeit gilt der ganze Tag)
 01          W-ASOF-FELDER.
     05      W-ASOF-PARM.
      10     W-ASOF-DATUM1       PIC X(10).
      10     W-ASOF-ZEIT1        PIC X(05).
      10     W-ASOF-DATUM2       PIC X(10).
      10     W-ASOF-ZEIT2        PIC X(05).
      10     W-ASOF-MUSTER       PIC X(08).
      10     W-ASOF-TEST-FLAG    PIC X(01).
          88 ASOF-MIT-TEST                  VALUE "J".
     05      W-ASOF-DATUM        PIC X(10)  VALUE SPACES.
     05      W-ASOF-ZEIT         PIC X(05)  VALUE SPACES.
     05      W-ASOF-TS           PIC X(19)  VALUE SPACES.
     05      W-ASOF-ZP-FLAG      PIC X(01)  VALUE SPACE.
          88 ASOF-ZP-OK                     VALUE "J".
          88 ASOF-ZP-NOK                    VALUE "N".
     05      W-ASOF-ZP1          PIC X(19)  VALUE SPACES.
     05      W-ASOF-ZP2          PIC X(19)  VALUE SPACES.
     05      W-ASOF-ZP-MERK      PIC X(19)  VALUE SPACES.
     05      W-ASOF-SEL-FLAG     PIC X(01)  VALUE SPACE.
          88 ASOF-SEL-OK                    VALUE "J".
          88 ASOF-SEL-NOK                   VALUE "N".
     05      W-ASOF-P-VERSION    PIC X(10)  VALUE SPACES.
     05      W-ASOF-P-AM         PIC X(19)  VALUE SPACES.
     05      W-ASOF-P-VON        PIC X(16)  VALUE SPACES.
     05      W-ASOF-P-AUFTRAG    PIC X(25)  VALUE SPACES.
     05      W-ASOF-P-RB-FLAG    PIC X(01)  VALUE SPACE.
          88 ASOF-P-RUECKBAU                VALUE "J".
     05      W-ASOF-ALT-VERSION  PIC X(10)  VALUE SPACES.
     05      W-ASOF-ANZ          PIC S9(04) COMP VALUE ZERO.
     05      W-ASOF-RB-ANZ       PIC S9(04) COMP VALUE ZERO.
     05      W-ASOF-ANZ-ED       PIC ZZZ9.
     05      K-ASOF-MIN-ZP       PIC X(19)  VALUE
             "0001-01-01 00:00:00".
     05      H-ASOF-MUSTER       PIC X(08)  VALUE SPACES.
     05      H-ASOF-VON          PIC X(19)  VALUE SPACES.
     05      H-ASOF-BIS          PIC X(19)  VALUE SPACES.
     05      H-ASOF-TEST         PIC X(01)  VALUE SPACE.
     05      H-ASOF-MODUL        PIC X(08)  VALUE SPACES.
     05      H-ASOF-ZP           PIC X(19)  VALUE SPACES.
     05      H-ASOF-AUSSCHL      PIC X(19)  VALUE SPACES.
     05      H-ASOF-VERSION      PIC X(10)  VALUE SPACES.
     05      H-ASOF-AM           PIC X(19)  VALUE SPACES.
     05      H-ASOF-FREI-VON     PIC X(16)  VALUE SPACES.
     05      H-ASOF-AUFTRAG      PIC X(25)  VALUE SPACES.

**  ---> Canary-Lauf (CANARY, s. C385/D733-D748): technischer
**       Komplett-Durchlauf CHECKOUT - Aenderung - CHECKIN - GET mit
**       Pruefsumme - DIFF - Index-Sicherung/Restore-Test - Testmail
**       mit dem Testmodul und technischen User aus =SSPARM "CANARY";
**       je Stufe Dauer und Ergebnis in =SSFCANARY, Vergleich mit
**       dem Schnitt der letzten Laeufe (=SSPARM "CANARYLZ"), Alarm
**       an die heutige Bereitschaft (=SSFONCALL)
 01          W-KAN-FELDER.
     05      W-KAN-PARM          PIC X(10)  VALUE SPACES.
     05      W-KAN-MODUL         PIC X(08)  VALUE SPACES.
     05      W-KAN-TECH-USER     PIC X(32)  VALUE SPACES.
     05      W-KAN-FAKTOR        PIC 9(03)  VALUE ZERO.
     05      K-KAN-FAKTOR        PIC 9(03)  VALUE 300.
     05      W-KAN-MIN-SEK       PIC 9(03)  VALUE ZERO.
     05      K-KAN-MIN-SEK       PIC 9(03)  VALUE 010.
     05      K-KAN-MIN-LAEUFE    PIC S9(04) COMP VALUE 3.
     05      K-KAN-TREND-TAGE    PIC S9(04) COMP VALUE 30.
     05      K-KAN-HALTE-TAGE    PIC S9(04) COMP VALUE 90.
     05      K-KAN-LISTE-MAX     PIC S9(04) COMP VALUE 10.
     05      W-KAN-LAUF          PIC X(14)  VALUE SPACES.
     05      W-KAN-STUFE         PIC X(04)  VALUE SPACES.
          88 KAN-STUFE-KETTE                VALUE "CO" "MOD" "CI"
                                                  "GET" "DIFF".
     05      W-KAN-STUFE-NR      PIC S9(04) COMP VALUE ZERO.
     05      W-KAN-ERGEBNIS      PIC X(02)  VALUE SPACES.
          88 KAN-ERG-OK                     VALUE "OK".
          88 KAN-ERG-FEHLER                 VALUE "NO".
          88 KAN-ERG-LANGSAM                VALUE "LZ".
          88 KAN-ERG-AUSGELASSEN            VALUE "--".
     05      W-KAN-INFO          PIC X(60)  VALUE SPACES.
     05      W-KAN-START-SEK     PIC S9(09) COMP VALUE ZERO.
     05      W-KAN-ENDE-SEK      PIC S9(09) COMP VALUE ZERO.
     05      W-KAN-DAUER-SEK     PIC S9(09) COMP VALUE ZERO.
     05      W-KAN-GES-SEK       PIC S9(09) COMP VALUE ZERO.
     05      W-KAN-GESAMT-FLAG   PIC X(01)  VALUE SPACE.
          88 KAN-GESAMT-OK                  VALUE SPACE.
          88 KAN-GESAMT-NOK                 VALUE "N".
     05      W-KAN-ABBRUCH-FLAG  PIC X(01)  VALUE SPACE.
          88 KAN-WEITER                     VALUE SPACE.
          88 KAN-ABBRUCH                    VALUE "J".
     05      W-KAN-CO-FLAG       PIC X(01)  VALUE SPACE.
          88 KAN-AUSGECHECKT                VALUE "J".
          88 KAN-NICHT-AUSGECHECKT          VALUE SPACE.
     05      W-KAN-CI-FLAG       PIC X(01)  VALUE SPACE.
          88 KAN-EINGECHECKT                VALUE "J".
     05      W-KAN-BASIS-VERSION PIC X(08)  VALUE SPACES.
     05      W-KAN-VERSION       PIC X(08)  VALUE SPACES.
     05      W-KAN-ARCH-VERSION  PIC X(08)  VALUE SPACES.
     05      W-KAN-WORK-FILE     PIC X(36)  VALUE SPACES.
     05      W-KAN-GET-FILE      PIC X(36)  VALUE SPACES.
     05      W-KAN-MASTER-FILE   PIC X(36)  VALUE SPACES.
     05      W-KAN-MAIL-AN       PIC X(64)  VALUE SPACES.
     05      W-KAN-STOER-ANZ     PIC S9(04) COMP VALUE ZERO.
     05      W-KAN-STOER-TAB.
      10     W-KAN-STOER-ZEILE   PIC X(72)  OCCURS 10.
     05      W-KAN-ANZ           PIC S9(04) COMP VALUE ZERO.
     05      W-KAN-LAUF-ALT      PIC X(14)  VALUE SPACES.
     05      W-KAN-FLAG          PIC X(01)  VALUE SPACE.
          88 KAN-OK                         VALUE HIGH-VALUE.
          88 KAN-EOD                        VALUE SPACE.
     05      W-KAN-ANZ-ED        PIC ZZZ9.
     05      W-KAN-DAUER-ED      PIC ZZZZ9.
     05      W-KAN-SCHNITT-ED    PIC ZZZZ9.
     05      W-KAN-ZEILE         PIC X(80)  VALUE SPACES.
     05      H-KAN-LAUF          PIC X(14)  VALUE SPACES.
     05      H-KAN-STUFE         PIC X(04)  VALUE SPACES.
     05      H-KAN-MODUL         PIC X(08)  VALUE SPACES.
     05      H-KAN-SCHNITT       PIC S9(09) COMP VALUE ZERO.
     05      H-KAN-HIST-ANZ      PIC S9(09) COMP VALUE ZERO.
     05      H-KAN-TAGE          PIC S9(04) COMP VALUE ZERO.
     05      H-KAN-USER          PIC X(32)  VALUE SPACES.
     05      H-KAN-ANW           PIC X(08)  VALUE SPACES.
     05      H-KAN-TAG           PIC 9(01)  VALUE ZERO.
     05      H-KAN-DATUM-N       PIC 9(08)  VALUE ZERO.
     05      H-KAN-PRIMAER       PIC X(64)  VALUE SPACES.
     05      H-KAN-BACKUP        PIC X(64)  VALUE SPACES.

**  ---> Auftrag umbuchen (Kommando AUFTRAG MOVE/SPLIT/MERGE, s. C392
**       und D750-D756): betroffene Versionen aus =SSFRARCH, Sperren
**       durch Release-Zug, Rueckbau und Legal Hold, Umbuchung in
**       einer Transaktion mit Protokoll in =SSPROT (Aktion "AU")
 01          W-AUF-FELDER.
     05      W-AUF-SUBCMD        PIC X(10)  VALUE SPACES.
          88 AUF-MOVE                       VALUE "MOVE".
          88 AUF-SPLIT                      VALUE "SPLIT".
          88 AUF-MERGE                      VALUE "MERGE".
     05      W-AUF-TOK-TAB.
      10     W-AUF-TOK           PIC X(40)  OCCURS 3.
     05      W-AUF-PTR           PIC S9(04) COMP VALUE ZERO.
     05      W-AUF-PARM-FLAG     PIC X(01)  VALUE "J".
          88 AUF-PARM-OK                    VALUE "J".
          88 AUF-PARM-NOK                   VALUE "N".
     05      W-AUF-MODUL         PIC X(08)  VALUE SPACES.
     05      W-AUF-VERSION       PIC X(10)  VALUE SPACES.
     05      W-AUF-ALT           PIC X(25)  VALUE SPACES.
     05      W-AUF-NEU           PIC X(25)  VALUE SPACES.
     05      W-AUF-GRUND         PIC X(60)  VALUE SPACES.
**          ---> SPLIT: Modul-Liste "<Modul>,<Modul>,..."
     05      W-AUF-MOD-LISTE     PIC X(100) VALUE SPACES.
     05      W-AUF-MOD-PTR       PIC S9(04) COMP VALUE ZERO.
     05      W-AUF-MOD-ANZ       PIC S9(04) COMP VALUE ZERO.
     05      K-AUF-MOD-MAX       PIC S9(04) COMP VALUE 10.
     05      W-AUF-MOD-TAB.
      10     W-AUF-MOD           PIC X(08)  OCCURS 10.
     05      W-AUF-MOD-IX        PIC S9(04) COMP VALUE ZERO.
**          ---> umzubuchende Versionen (nach Modul gruppiert)
     05      W-AUF-VERS-ANZ      PIC S9(04) COMP VALUE ZERO.
     05      K-AUF-VERS-MAX      PIC S9(04) COMP VALUE 200.
     05      W-AUF-VERS-TAB.
      10     W-AUF-VERS-EINTRAG  OCCURS 200.
       15    W-AUF-V-MODUL       PIC X(08).
       15    W-AUF-V-VERSION     PIC X(10).
     05      W-AUF-IX            PIC S9(04) COMP VALUE ZERO.
     05      W-AUF-VORHER-ANZ    PIC S9(04) COMP VALUE ZERO.
     05      W-AUF-TAB-FLAG      PIC X(01)  VALUE SPACE.
          88 AUF-TAB-OK                     VALUE SPACE.
          88 AUF-TAB-VOLL                   VALUE "V".
     05      W-AUF-SPERR-ANZ     PIC S9(04) COMP VALUE ZERO.
     05      W-AUF-LINK-ANZ      PIC S9(04) COMP VALUE ZERO.
     05      W-AUF-VORIG-MODUL   PIC X(08)  VALUE SPACES.
     05      W-AUF-FLAG          PIC X(01)  VALUE SPACE.
          88 AUF-OK                         VALUE HIGH-VALUE.
          88 AUF-EOD                        VALUE SPACE.
     05      W-AUF-ANZ-ED        PIC ZZZ9.
     05      W-AUF-ANZ2-ED       PIC ZZZ9.
     05      H-AUF-MODUL         PIC X(08)  VALUE SPACES.
     05      H-AUF-VERSION       PIC X(10)  VALUE SPACES.
     05      H-AUF-ALT           PIC X(25)  VALUE SPACES.
     05      H-AUF-NEU           PIC X(25)  VALUE SPACES.
     05      H-AUF-RB-MUSTER     PIC X(64)  VALUE SPACES.
     05      H-AUF-ANZ           PIC S9(09) COMP VALUE ZERO.

**  ---> Modul-Kurzbild (=SSFMSUM, s. D865-D869): je Modul die
**       Eckdaten aus der Historie (letzte =SSPROT-Aktion, letzter
**       Archiv-Eintrag, User des letzten Checkout/Checkin, letzte
**       Aktivitaet CI/AK/FR, juengster ABNAHME-Stand), damit SHOW,
**       CHECKOUT/PEEK und LIST DEADWOOD/NOTINPROD/ABANDONED nicht
**       je Modul die Historie scannen. Jedes Ereignis loescht das
**       Kurzbild
**       des Moduls (D866), beim COMMIT wird es neu aufgebaut (U110);
**       fehlt es, lesen die Anzeigen wie bisher die Historie.
**       VERWALTUNG MODSUM [CHECK] gleicht nachts alle Module ab
 01          W-MSUM-FELDER.
     05      W-MSUM-MODE         PIC X(01)  VALUE SPACE.
          88 MSUM-REPARIEREN                VALUE SPACE.
          88 MSUM-NUR-PRUEFEN               VALUE "C".
     05      W-MSUM-PARM-FLAG    PIC X(01)  VALUE "J".
          88 MSUM-PARM-OK                   VALUE "J".
          88 MSUM-PARM-NOK                  VALUE "N".
     05      W-MSUM-FLAG         PIC X(01)  VALUE SPACE.
          88 MSUM-VORHANDEN                 VALUE "J".
          88 MSUM-FEHLT                     VALUE SPACE.
     05      W-MSUM-MOD-FLAG     PIC X(01)  VALUE SPACE.
          88 MSUM-MOD-OK                    VALUE HIGH-VALUE.
          88 MSUM-MOD-EOD                   VALUE SPACE.
     05      W-MSUM-ABN-FLAG     PIC X(01)  VALUE SPACE.
          88 MSUM-ABN-OK                    VALUE HIGH-VALUE.
          88 MSUM-ABN-EOD                   VALUE SPACE.
**          ---> bis zum naechsten COMMIT vorgemerkte Module (ein
**               Ueberlauf bleibt ohne Kurzbild bis zum Abgleich)
     05      W-MSUM-MERK         PIC X(08)  VALUE SPACES.
     05      W-MSUM-OFFEN-ANZ    PIC S9(04) COMP VALUE ZERO.
     05      W-MSUM-OFFEN-TAB.
      10     W-MSUM-OFFEN        PIC X(08)  OCCURS 20.
     05      W-MSUM-IX           PIC S9(04) COMP VALUE ZERO.
     05      W-MSUM-GEMERKT      PIC X(01)  VALUE SPACE.
     05      W-MSUM-SCHREIBEN    PIC X(01)  VALUE SPACE.
     05      W-MSUM-ANZ-MODULE   PIC S9(09) COMP VALUE ZERO.
     05      W-MSUM-ANZ-FEHLEND  PIC S9(09) COMP VALUE ZERO.
     05      W-MSUM-ANZ-ABWEICH  PIC S9(09) COMP VALUE ZERO.
     05      W-MSUM-ANZ-VERWAIST PIC S9(09) COMP VALUE ZERO.
     05      W-MSUM-ANZ-ED       PIC ZZZZZZ9.
     05      H-MSUM-MODUL        PIC X(08)  VALUE SPACES.
     05      H-MSUM-ANZ-SSAFE    PIC S9(09) COMP VALUE ZERO.
     05      H-MSUM-DATUM        PIC X(10)  VALUE SPACES.
     05      H-MSUM-NK-STATUS    PIC X(02)  VALUE SPACES.
     05      H-MSUM-ZP           PIC X(26)  VALUE SPACES.
**          ---> Checkout-Zeitpunkt im Format von ZPINS (LIST
**               ABANDONED, s. D208)
     05      W-MSUM-VGL-ZP       PIC X(22)  VALUE SPACES.
**          ---> aus der Historie ermittelt (D868)
     05      H-MSUM-NEU.
      10     H-MSUM-N-LETZT-PROT PIC X(26).
      10     H-MSUM-N-LETZT-ARCH PIC X(26).
      10     H-MSUM-N-CO-USER    PIC X(16).
      10     H-MSUM-N-CI-USER    PIC X(16).
      10     H-MSUM-N-AKTIV-AM   PIC X(26).
      10     H-MSUM-N-ABN-KZ     PIC X(01).
      10     H-MSUM-N-ABN-VERSION PIC X(10).
      10     H-MSUM-N-ANTRAG-VON PIC X(16).
      10     H-MSUM-N-ANTRAG-AM  PIC X(26).
      10     H-MSUM-N-FREIG-VON  PIC X(16).
      10     H-MSUM-N-FREIG-AM   PIC X(26).
      10     H-MSUM-N-R2P-AM     PIC X(26).
**          ---> gespeichertes Kurzbild (S543)
     05      H-MSUM-ALT.
      10     H-MSUM-A-LETZT-PROT PIC X(26).
      10     H-MSUM-A-LETZT-ARCH PIC X(26).
      10     H-MSUM-A-CO-USER    PIC X(16).
      10     H-MSUM-A-CI-USER    PIC X(16).
      10     H-MSUM-A-AKTIV-AM   PIC X(26).
      10     H-MSUM-A-ABN-KZ     PIC X(01).
      10     H-MSUM-A-ABN-VERSION PIC X(10).
      10     H-MSUM-A-ANTRAG-VON PIC X(16).
      10     H-MSUM-A-ANTRAG-AM  PIC X(26).
      10     H-MSUM-A-FREIG-VON  PIC X(16).
      10     H-MSUM-A-FREIG-AM   PIC X(26).
      10     H-MSUM-A-R2P-AM     PIC X(26).

**  ---> Fehlerkatalog der Ketten (=SSFFKAT, VERWALTUNG FAILCAT, s.
**       D871-D877): je Eintrag ein Textmuster fuer die OUT-Datei
**       eines fehlgeschlagenen Kettenschritts mit Fehlerklasse,
**       Massnahme und Kennzeichen "Restart unbedenklich" - ausge-
**       wertet von PHDDRV1O, das die Klasse in =SSFCHIST ablegt;
**       LIST FAILCAUSE (D878-D881) zeigt die Klassen je Kette und
**       Monat
 01          W-FKAT-FELDER.
     05      W-FKAT-SUBCMD       PIC X(10)  VALUE SPACES.
     05      W-FKAT-PARM-FLAG    PIC X(01)  VALUE "J".
          88 FKAT-PARM-OK                   VALUE "J".
          88 FKAT-PARM-NOK                  VALUE "N".
     05      W-FKAT-FLAG         PIC X(01)  VALUE SPACE.
          88 FKAT-OK                        VALUE HIGH-VALUE.
          88 FKAT-EOD                       VALUE SPACE.
     05      W-FKAT-UPD-FLAG     PIC X(01)  VALUE SPACE.
          88 FKAT-UPD-OK                    VALUE SPACE.
          88 FKAT-UPD-NEU                   VALUE "N".
     05      W-FKAT-ZEILE-FLAG   PIC X(01)  VALUE SPACE.
          88 FKAT-ZEILE-OK                  VALUE "J".
     05      W-FKAT-OFFEN-FLAG   PIC X(01)  VALUE SPACE.
          88 FKAT-SATZ-OFFEN                VALUE "J".
     05      W-FKAT-ANZ-OK       PIC S9(04) COMP VALUE ZERO.
     05      W-FKAT-ANZ-NOK      PIC S9(04) COMP VALUE ZERO.
     05      W-FKAT-ANZ-ED       PIC ZZZ9.
     05      W-FKAT-ANZ2-ED      PIC ZZZ9.
     05      W-FKAT-NR-ED        PIC ZZZ9.
     05      W-FKAT-MASS-LEN     PIC S9(04) COMP VALUE ZERO.
**          ---> Importzeile <Nr>;<Klasse>;<J|N>;<Muster>;<Massnahme>,
**               Fortsetzung der Massnahme in Zeilen "+;<Text>"
     05      W-FKAT-S-NR-LEN     PIC S9(04) COMP VALUE ZERO.
     05      W-FKAT-S-SATZ.
      10     W-FKAT-S-NR         PIC X(04).
      10     W-FKAT-S-KLASSE     PIC X(16).
      10     W-FKAT-S-RESTART    PIC X(01).
      10     W-FKAT-S-MUSTER     PIC X(40).
      10     W-FKAT-S-MASSNAHME  PIC X(80).
     05      H-FKAT-NR           PIC 9(04)  VALUE ZERO.
     05      H-FKAT-KLASSE       PIC X(16)  VALUE SPACES.
     05      H-FKAT-RESTART      PIC X(01)  VALUE SPACE.
     05      H-FKAT-MUSTER       PIC X(40)  VALUE SPACES.
     05      H-FKAT-MASSNAHME    PIC X(120) VALUE SPACES.
     05      H-FKAT-AKTIV        PIC X(01)  VALUE SPACE.
**          ---> LIST FAILCAUSE: Monatsfenster (aktueller Monat und
**               die K-FCA-MONATE - 1 Vormonate), Zaehler je Klasse
**               und je Kette, Druckpuffer fuer D881
     05      K-FCA-MONATE        PIC S9(04) COMP VALUE 6.
     05      H-FCA-FKT           PIC X(16)  VALUE SPACES.
     05      H-FCA-AB-TS         PIC 9(16)  VALUE ZERO.
     05      H-FCA-FUNKTION      PIC X(16)  VALUE SPACES.
     05      H-FCA-KLASSE        PIC X(16)  VALUE SPACES.
     05      H-FCA-START-TS      PIC 9(16)  VALUE ZERO.
     05      H-FCA-START-TS-R    REDEFINES  H-FCA-START-TS.
      10     H-FCA-TS-JJJJ       PIC 9(04).
      10     H-FCA-TS-MM         PIC 9(02).
      10                         PIC 9(10).
     05      W-FCA-FLAG          PIC X(01)  VALUE SPACE.
          88 FCA-OK                         VALUE HIGH-VALUE.
          88 FCA-EOD                        VALUE SPACE.
     05      W-FCA-AKT-FUNKTION  PIC X(16)  VALUE SPACES.
     05      W-FCA-AKT-KLASSE    PIC X(16)  VALUE SPACES.
     05      W-FCA-ERSTE-FLAG    PIC X(01)  VALUE SPACE.
          88 FCA-ERSTE-ZEILE                VALUE "J".
     05      W-FCA-AB-MON        PIC S9(09) COMP VALUE ZERO.
     05      W-FCA-MON           PIC S9(09) COMP VALUE ZERO.
     05      W-FCA-IX            PIC S9(04) COMP VALUE ZERO.
     05      W-FCA-POS           PIC S9(04) COMP VALUE ZERO.
     05      W-FCA-JJJJ          PIC 9(04)  VALUE ZERO.
     05      W-FCA-MM            PIC 9(02)  VALUE ZERO.
     05      W-FCA-MON-TAB.
      10     W-FCA-MON-TXT       PIC X(07)  OCCURS 6.
     05      W-FCA-K-TAB.
      10     W-FCA-K-ANZ         PIC S9(09) COMP OCCURS 6.
     05      W-FCA-KT-TAB.
      10     W-FCA-KT-ANZ        PIC S9(09) COMP OCCURS 6.
     05      W-FCA-Z-TAB.
      10     W-FCA-Z-ANZ         PIC S9(09) COMP OCCURS 6.
     05      W-FCA-Z-TEXT        PIC X(16)  VALUE SPACES.
     05      W-FCA-SUMME         PIC S9(09) COMP VALUE ZERO.
     05      W-FCA-GESAMT        PIC S9(09) COMP VALUE ZERO.
     05      W-FCA-ANZ-ED        PIC ZZZZZZ9.

**  ---> Kontrollsummen der Kettenschritte (LIST CTRLTOTAL, s. D757/
**       D758): von PHDDRV1O aus der Zeile "SSFCTL" der OUT-Datei
**       in =SSFCHIST abgelegt (KTR_KZ = gemeldete Teile E/A/S,
**       ABST_ERGEBNIS = Abstimmung J stimmt, N Abweichung, F nicht
**       abstimmbar) - je Kette die K-KTR-LAEUFE juengsten Laeufe
 01          W-KTR-FELDER.
     05      K-KTR-LAEUFE        PIC S9(04) COMP VALUE 10.
     05      H-KTR-FKT           PIC X(16)  VALUE SPACES.
     05      H-KTR-FUNKTION      PIC X(16)  VALUE SPACES.
     05      H-KTR-RUN-DATUM     PIC 9(08)  VALUE ZERO.
     05      H-KTR-LFDNR         PIC 9(09)  VALUE ZERO.
     05      H-KTR-PROG          PIC X(08)  VALUE SPACES.
     05      H-KTR-RC            PIC S9(04) COMP VALUE ZERO.
     05      H-KTR-KZ            PIC X(03)  VALUE SPACES.
     05      H-KTR-EIN           PIC S9(18) COMP VALUE ZERO.
     05      H-KTR-AUS           PIC S9(18) COMP VALUE ZERO.
     05      H-KTR-SUMME         PIC S9(15)V99 COMP VALUE ZERO.
     05      H-KTR-ERGEBNIS      PIC X(01)  VALUE SPACE.
     05      H-KTR-START-TS      PIC 9(16)  VALUE ZERO.
     05      W-KTR-FLAG          PIC X(01)  VALUE SPACE.
          88 KTR-OK                         VALUE HIGH-VALUE.
          88 KTR-EOD                        VALUE SPACE.
     05      W-KTR-ERSTE-FLAG    PIC X(01)  VALUE SPACE.
          88 KTR-ERSTE-ZEILE                VALUE "J".
     05      W-KTR-AKT-FUNKTION  PIC X(16)  VALUE SPACES.
     05      W-KTR-AKT-DATUM     PIC 9(08)  VALUE ZERO.
     05      W-KTR-LAEUFE        PIC S9(04) COMP VALUE ZERO.
     05      W-KTR-ANZ           PIC S9(09) COMP VALUE ZERO.
     05      W-KTR-ANZ-ABW       PIC S9(09) COMP VALUE ZERO.
     05      W-KTR-ANZ-ED        PIC ZZZZZZ9.
     05      W-KTR-LFDNR-ED      PIC ZZZZ9.
     05      W-KTR-RC-ED         PIC -ZZZ9.
     05      W-KTR-ANZAHL-ED     PIC Z(12)9.
     05      W-KTR-SUMME-ED      PIC -Z(11)9,99.

**  ---> Ressourcen der Kettenschritte (=SSFRESDEF, VERWALTUNG
**       RESOURCE, s. D883-D887): benannte Ressource je Schritt
**       einer PHDDRV1O-Kette mit Modus X (exklusiv) oder S
**       (gemeinsam) und max. Wartezeit; PHDDRV1O belegt sie vor
**       dem Schritt in =SSFRESLK, LIST RESLOCK (D888) zeigt die
**       aktuellen Belegungen und die Wartenden
 01          W-RSC-FELDER.
     05      K-RSC-ANWENDUNG     PIC X(08)  VALUE "PHDDRV1O".
     05      W-RSC-SUBCMD        PIC X(10)  VALUE SPACES.
     05      W-RSC-PARM-FLAG     PIC X(01)  VALUE "J".
          88 RSC-PARM-OK                    VALUE "J".
          88 RSC-PARM-NOK                   VALUE "N".
     05      W-RSC-FLAG          PIC X(01)  VALUE SPACE.
          88 RSC-OK                         VALUE HIGH-VALUE.
          88 RSC-EOD                        VALUE SPACE.
     05      W-RSC-UPD-FLAG      PIC X(01)  VALUE SPACE.
          88 RSC-UPD-OK                     VALUE SPACE.
          88 RSC-UPD-NEU                    VALUE "N".
**          ---> Kommandozeile RESOURCE <Subkommando> <Parameter>
**               (Worte bis 16 Stellen, s. o083)
     05      W-RSC-PTR           PIC S9(04) COMP VALUE ZERO.
     05      W-RSC-LEN           PIC S9(04) COMP VALUE ZERO.
     05      W-RSC-TOK-ANZ       PIC S9(04) COMP VALUE ZERO.
     05      W-RSC-TOK-TAB.
      10     W-RSC-TOK           PIC X(16)  OCCURS 7.
     05      W-RSC-ANZ-OK        PIC S9(04) COMP VALUE ZERO.
     05      W-RSC-ANZ-H         PIC S9(04) COMP VALUE ZERO.
     05      W-RSC-ANZ-W         PIC S9(04) COMP VALUE ZERO.
     05      W-RSC-ANZ-ED        PIC ZZZ9.
     05      W-RSC-ANZ2-ED       PIC ZZZ9.
     05      W-RSC-LFDNR-ED      PIC ZZZZ9.
     05      W-RSC-MIN-ED        PIC ZZZ9.
     05      W-RSC-SEIT-TXT      PIC X(16)  VALUE SPACES.
     05      W-RSC-ERG-TXT       PIC X(16)  VALUE SPACES.
     05      H-RSC-FUNKTION      PIC X(16)  VALUE SPACES.
     05      H-RSC-LFDNR         PIC 9(09)  VALUE ZERO.
     05      H-RSC-RESSOURCE     PIC X(16)  VALUE SPACES.
     05      H-RSC-MODUS         PIC X(01)  VALUE SPACE.
     05      H-RSC-MAX-MIN       PIC 9(04)  VALUE ZERO.
     05      H-RSC-SEIT-TS       PIC 9(16)  VALUE ZERO.
     05      H-RSC-SEIT-TS-R     REDEFINES  H-RSC-SEIT-TS.
      10     H-RSC-TS-JJJJ       PIC 9(04).
      10     H-RSC-TS-MM         PIC 9(02).
      10     H-RSC-TS-TT         PIC 9(02).
      10     H-RSC-TS-HH         PIC 9(02).
      10     H-RSC-TS-MI         PIC 9(02).
      10                         PIC 9(04).

**  ---> Entscheidungspunkte der PHDDRV1O-Ketten (=SSFGATE,
**       VERWALTUNG GATE, s. D904-D906): ein Schritt mit SCHRITT_TYP
**       "G" haelt die Kette an, PHDDRV1O meldet ihn als wartend
**       ("W") an; CONTINUE/ABORT traegt die Entscheidung ("C"/"A")
**       mit Entscheider und Kommentar ein, PHDDRV1O fragt sie ab
 01          W-GT-FELDER.
     05      W-GT-SUBCMD         PIC X(10)  VALUE SPACES.
     05      W-GT-PARM-FLAG      PIC X(01)  VALUE "J".
          88 GT-PARM-OK                     VALUE "J".
          88 GT-PARM-NOK                    VALUE "N".
     05      W-GT-FLAG           PIC X(01)  VALUE SPACE.
          88 GT-OK                          VALUE HIGH-VALUE.
          88 GT-EOD                         VALUE SPACE.
     05      W-GT-UPD-FLAG       PIC X(01)  VALUE SPACE.
          88 GT-UPD-OK                      VALUE SPACE.
          88 GT-UPD-KEINER                  VALUE "N".
**          ---> Kommandozeile GATE <Subkommando> <Funktion>
**               <Kommentar> (Kommentar = Rest der Zeile, s. o084)
     05      W-GT-PTR            PIC S9(04) COMP VALUE ZERO.
     05      W-GT-TOK-ANZ        PIC S9(04) COMP VALUE ZERO.
     05      W-GT-TOK-TAB.
      10     W-GT-TOK            PIC X(16)  OCCURS 3.
     05      W-GT-ANZ-W          PIC S9(04) COMP VALUE ZERO.
     05      W-GT-ANZ-E          PIC S9(04) COMP VALUE ZERO.
     05      W-GT-ANZ-ED         PIC ZZZ9.
     05      W-GT-ANZ2-ED        PIC ZZZ9.
     05      W-GT-LFDNR-ED       PIC ZZZZ9.
     05      W-GT-MIN-ED         PIC ZZZ9.
     05      W-GT-ZEIT-TXT       PIC X(16)  VALUE SPACES.
     05      W-GT-AKTION-TXT     PIC X(10)  VALUE SPACES.
     05      H-GT-FUNKTION       PIC X(16)  VALUE SPACES.
     05      H-GT-ZUSTAND        PIC X(01)  VALUE SPACE.
     05      H-GT-USER           PIC X(32)  VALUE SPACES.
     05      H-GT-KOMMENTAR      PIC X(64)  VALUE SPACES.
     05      H-GT-TS             PIC 9(16)  VALUE ZERO.
     05      H-GT-TS-R           REDEFINES  H-GT-TS.
      10     H-GT-TS-JJJJ        PIC 9(04).
      10     H-GT-TS-MM          PIC 9(02).
      10     H-GT-TS-TT          PIC 9(02).
      10     H-GT-TS-HH          PIC 9(02).
      10     H-GT-TS-MI          PIC 9(02).
      10                         PIC 9(04).

**  ---> Post-Release-Pruefung nach REL2PROD (s. E397-E400): Finger-
**       abdruck (EOF und Last-Modify) des Objekts beim ACTIVTEST
**       (=ABNAHME AT_OBJ_EOF/AT_OBJ_MODTS, s. C360/S711) gegen das
**       Objekt in der Produktion, danach die fuer das Modul regi-
**       strierte Smoke-Kette (=SSFSMOKE, VERWALTUNG SMOKE, s. D907)
 01          W-RPV-FELDER.
     05      W-RPV-T-ITEM-LIST.
      10     W-RPV-T-ITEM-EOF    PIC S9(4) COMP VALUE 048.
      10     W-RPV-T-ITEM-MODI   PIC S9(4) COMP VALUE 145.
     05      W-RPV-T-NUM-OF-ITEMS PIC S9(4) COMP VALUE 2.
     05      W-RPV-T-RESULT.
      10     W-RPV-T-RESULT-EOF  PIC S9(9) COMP.
      10     W-RPV-T-RESULT-MODI PIC S9(18) COMP.
     05      W-RPV-T-RESULT-MAX  PIC S9(4) COMP VALUE 12.
     05      W-RPV-T-RESULT-LEN  PIC S9(4) COMP.
     05      W-RPV-T-ERROR-ITEM  PIC S9(4) COMP.
     05      W-RPV-T-ERROR       PIC S9(4) COMP.
     05      W-RPV-FP-FLAG       PIC X(01)  VALUE SPACE.
          88 RPV-FP-OK                      VALUE "J".
          88 RPV-FP-NOK                     VALUE SPACE.
     05      W-RPV-FP-EOF        PIC 9(10)  VALUE ZERO.
     05      W-RPV-FP-MODTS      PIC 9(18)  VALUE ZERO.
**          ---> Rueckfrage zum Rueckbau nur im Dialog, nicht aus
**               Zug (C339) und Komposit (C305) heraus
     05      W-RPV-DIALOG-FLAG   PIC X(01)  VALUE SPACE.
          88 RPV-MIT-DIALOG                 VALUE SPACE.
          88 RPV-OHNE-DIALOG                VALUE "N".
     05      W-RPV-ERGEBNIS      PIC X(02)  VALUE SPACES.
          88 RPV-ERG-OK                     VALUE "OK".
          88 RPV-ERG-OHNE-FP                VALUE "OF".
          88 RPV-ERG-FP-ABW                 VALUE "FP".
          88 RPV-ERG-SMOKE-NOK              VALUE "SM".
          88 RPV-ERG-ALARM                  VALUE "FP" "SM".
     05      W-RPV-SMOKE-FLAG    PIC X(01)  VALUE SPACE.
          88 RPV-SMOKE-KEINE                VALUE SPACE.
          88 RPV-SMOKE-OK                   VALUE "J".
          88 RPV-SMOKE-NOK                  VALUE "N".
     05      W-RPV-MARKE-FLAG    PIC X(01)  VALUE SPACE.
          88 RPV-MARKE-OK                   VALUE "J".
          88 RPV-MARKE-KEINE                VALUE SPACE.
     05      W-RPV-RUECKBAU-FLAG PIC X(01)  VALUE SPACE.
          88 RPV-RUECKGEBAUT                VALUE "J".
          88 RPV-NICHT-RUECKGEBAUT          VALUE SPACE.
     05      W-RPV-PROD-OBJ      PIC X(36)  VALUE SPACES.
     05      W-RPV-PROG          PIC X(47)  VALUE SPACES.
     05      W-RPV-INFO          PIC X(30)  VALUE SPACES.
     05      W-RPV-SMOKE-TXT     PIC X(34)  VALUE SPACES.
     05      W-RPV-KOMMENTAR     PIC X(64)  VALUE SPACES.
     05      W-RPV-EOF-ED        PIC Z(9)9.
     05      W-RPV-RC-ED         PIC -ZZZ9.
     05      H-RPV-PRG-NAME      PIC X(08)  VALUE SPACES.
     05      H-RPV-VERSION       PIC X(10)  VALUE SPACES.
     05      H-RPV-AT-EOF        PIC S9(10) COMP VALUE ZERO.
     05      H-RPV-AT-MODTS      PIC S9(18) COMP VALUE ZERO.
     05      H-RPV-START-TS      PIC 9(16)  VALUE ZERO.
     05      H-RPV-MARKE-TS      PIC 9(16)  VALUE ZERO.
     05      H-RPV-RC            PIC S9(04) COMP VALUE ZERO.
     05      H-RPV-RUECKBAU      PIC X(01)  VALUE SPACE.

**  ---> Registrierung der Produktions-Smoke-Ketten (=SSFSMOKE,
**       VERWALTUNG SMOKE, s. D907-D909): je Modul eine PHDDRV1O-Kette
**       (Funktion), die nach REL2PROD laeuft (s. E399)
 01          W-SMK-FELDER.
     05      W-SMK-SUBCMD        PIC X(10)  VALUE SPACES.
     05      W-SMK-PARM-FLAG     PIC X(01)  VALUE "J".
          88 SMK-PARM-OK                    VALUE "J".
          88 SMK-PARM-NOK                   VALUE "N".
     05      W-SMK-FLAG          PIC X(01)  VALUE SPACE.
          88 SMK-OK                         VALUE HIGH-VALUE.
          88 SMK-EOD                        VALUE SPACE.
     05      W-SMK-PTR           PIC S9(04) COMP VALUE ZERO.
     05      W-SMK-TOK-ANZ       PIC S9(04) COMP VALUE ZERO.
     05      W-SMK-TOK-TAB.
      10     W-SMK-TOK           PIC X(16)  OCCURS 4.
     05      W-SMK-ANZ           PIC S9(04) COMP VALUE ZERO.
     05      W-SMK-ANZ-ED        PIC ZZZ9.
     05      H-SMK-MODUL         PIC X(08)  VALUE SPACES.
     05      H-SMK-FUNKTION      PIC X(16)  VALUE SPACES.
     05      H-SMK-AKTIV         PIC X(01)  VALUE SPACE.
     05      H-SMK-USER          PIC X(16)  VALUE SPACES.

**  ---> Parameter-Verzeichnis (=SSFPDICT, VERWALTUNG PDICT, s.
**       D910-D919): je =SSPARM-Schluessel (MUSTER exakt oder Praefix
**       mit "*") und Feld (S = SVOL_SOURCE, D = SVOL_DEST) Typ,
**       Stellen, Bereich/Werte/Maske, Vorgabe, nutzende Funktion und
**       Hilfetext; PARM SET prueft Neuwerte dagegen (D914)
**       Typen: N = numerisch (genau STELLEN Ziffern, MIN-MAX),
**              J = J/N, L = Liste (WERTE, durch Komma getrennt),
**              M = Maske (WERTE: 9 Ziffer, A Buchstabe, X beliebig,
**                  sonst das Zeichen selbst), T = Text bis STELLEN,
**              V = Subvolume (Buchstabe, dann alphanumerisch, max. 8)
 01          W-PD-FELDER.
     05      W-PD-SUBCMD         PIC X(10)  VALUE SPACES.
     05      W-PD-PARM-FLAG      PIC X(01)  VALUE "J".
          88 PD-PARM-OK                     VALUE "J".
          88 PD-PARM-NOK                    VALUE "N".
     05      W-PD-FLAG           PIC X(01)  VALUE SPACE.
          88 PD-OK                          VALUE HIGH-VALUE.
          88 PD-EOD                         VALUE SPACE.
     05      W-PD-PRM-FLAG       PIC X(01)  VALUE SPACE.
          88 PD-PRM-OK                      VALUE HIGH-VALUE.
          88 PD-PRM-EOD                     VALUE SPACE.
     05      W-PD-GELADEN-FLAG   PIC X(01)  VALUE SPACE.
          88 PD-GELADEN                     VALUE "J".
          88 PD-NICHT-GELADEN               VALUE SPACE.
     05      W-PD-BEKANNT-FLAG   PIC X(01)  VALUE SPACE.
          88 PD-BEKANNT                     VALUE "J".
          88 PD-UNBEKANNT                   VALUE SPACE.
     05      W-PD-ZAHL-FLAG      PIC X(01)  VALUE SPACE.
          88 PD-ZAHL-OK                     VALUE "J".
          88 PD-ZAHL-NOK                    VALUE SPACE.
     05      W-PD-PTR            PIC S9(04) COMP VALUE ZERO.
     05      W-PD-TOK-ANZ        PIC S9(04) COMP VALUE ZERO.
     05      W-PD-TOK-TAB.
      10     W-PD-TOK            PIC X(16)  OCCURS 5.
     05      W-PD-KW             PIC X(16)  VALUE SPACES.
     05      W-PD-KW-WERT        PIC X(64)  VALUE SPACES.
**          ---> zu pruefender Wert (D914): Schluessel, Feld, Wert;
**               Ergebnis W-PD-BEFUND (SPACES = in Ordnung) und der
**               gefundene Eintrag in W-PD-EINTRAG
     05      W-PD-AKTION         PIC X(16)  VALUE SPACES.
     05      W-PD-FELD           PIC X(01)  VALUE SPACE.
     05      W-PD-WERT           PIC X(64)  VALUE SPACES.
     05      W-PD-BEFUND         PIC X(50)  VALUE SPACES.
     05      W-PD-TREFFER        PIC S9(04) COMP VALUE ZERO.
     05      W-PD-GUETE          PIC S9(04) COMP VALUE ZERO.
     05      W-PD-BEST           PIC S9(04) COMP VALUE ZERO.
     05      W-PD-IX             PIC S9(04) COMP VALUE ZERO.
     05      W-PD-I              PIC S9(04) COMP VALUE ZERO.
     05      W-PD-LEN            PIC S9(04) COMP VALUE ZERO.
     05      W-PD-MLEN           PIC S9(04) COMP VALUE ZERO.
     05      W-PD-ZLEN           PIC S9(04) COMP VALUE ZERO.
     05      W-PD-START          PIC S9(04) COMP VALUE ZERO.
     05      W-PD-ANZ-TREFFER    PIC S9(04) COMP VALUE ZERO.
     05      W-PD-ZEICHEN        PIC X(01)  VALUE SPACE.
     05      W-PD-MASKE          PIC X(01)  VALUE SPACE.
     05      W-PD-ZTEXT          PIC X(64)  VALUE SPACES.
     05      W-PD-ZAHL-X         PIC X(09)  VALUE ZEROS.
     05      W-PD-ZAHL-R REDEFINES W-PD-ZAHL-X
                                 PIC 9(09).
     05      W-PD-ZAHL           PIC S9(09) COMP VALUE ZERO.
     05      W-PD-SUCH           PIC X(66)  VALUE SPACES.
     05      W-PD-LISTE          PIC X(66)  VALUE SPACES.
     05      W-PD-REGEL          PIC X(75)  VALUE SPACES.
     05      W-PD-FELDNAME       PIC X(11)  VALUE SPACES.
     05      W-PD-ZAHL-ED        PIC Z(08)9.
     05      W-PD-ZAHL2-ED       PIC Z(08)9.
     05      W-PD-STELLEN-ED     PIC Z9.
     05      W-PD-ANZ            PIC S9(05) COMP VALUE ZERO.
     05      W-PD-ANZ-VERSTOSS   PIC S9(05) COMP VALUE ZERO.
     05      W-PD-ANZ-UNBEKANNT  PIC S9(05) COMP VALUE ZERO.
     05      W-PD-ANZ-ED         PIC ZZZZ9.
     05      W-PD-ANZ2-ED        PIC ZZZZ9.
     05      W-PD-ANZ3-ED        PIC ZZZZ9.
**          ---> ausgewaehlter Eintrag (Pruefung, Anzeige, SET)
     05      W-PD-EINTRAG.
      10     W-PDE-MUSTER        PIC X(16).
      10     W-PDE-PLEN          PIC S9(04) COMP.
      10     W-PDE-FELD          PIC X(01).
      10     W-PDE-TYP           PIC X(01).
      10     W-PDE-STELLEN       PIC S9(04) COMP.
      10     W-PDE-MIN           PIC S9(09) COMP.
      10     W-PDE-MAX           PIC S9(09) COMP.
      10     W-PDE-WERTE         PIC X(64).
      10     W-PDE-VORGABE       PIC X(36).
      10     W-PDE-FUNKTION      PIC X(16).
      10     W-PDE-HILFE         PIC X(80).
**          ---> geladenes Verzeichnis (D913), PLEN = Laenge des
**               Praefixes vor "*" bzw. 0 bei exaktem Schluessel
     05      K-PD-MAX            PIC S9(04) COMP VALUE 200.
     05      W-PD-TAB-ANZ        PIC S9(04) COMP VALUE ZERO.
     05      W-PD-TAB.
      10     W-PD-TAB-ELE        OCCURS 200.
       15    W-PDT-EINTRAG       PIC X(226).
**          ---> Host-Variablen =SSFPDICT
     05      H-PD-MUSTER         PIC X(16)  VALUE SPACES.
     05      H-PD-FELD           PIC X(01)  VALUE SPACE.
     05      H-PD-TYP            PIC X(01)  VALUE SPACE.
     05      H-PD-STELLEN        PIC S9(04) COMP VALUE ZERO.
     05      H-PD-MIN            PIC S9(09) COMP VALUE ZERO.
     05      H-PD-MAX            PIC S9(09) COMP VALUE ZERO.
     05      H-PD-WERTE          PIC X(64)  VALUE SPACES.
     05      H-PD-VORGABE        PIC X(36)  VALUE SPACES.
     05      H-PD-FUNKTION       PIC X(16)  VALUE SPACES.
     05      H-PD-HILFE          PIC X(80)  VALUE SPACES.
     05      H-PD-USER           PIC X(16)  VALUE SPACES.
**          ---> mitgelieferter Grundbestand (VERWALTUNG PDICT INIT):
**               Muster, Feld, Typ, Stellen 9(2), Min 9(5), Max 9(5),
**               Werte X(10), Vorgabe X(6), Funktion X(10), Hilfe X(44)
     05      K-PD-KAT-ANZ        PIC S9(04) COMP VALUE 46.
     05      K-PD-KATALOG.
      10                         PIC X(56)  VALUE
             "PENDQDAYS       SN030000100365          003   PENDQ     ".
      10                         PIC X(44)  VALUE
             "Verfallsfrist gestellter Antraege (Tage)".
      10                         PIC X(56)  VALUE
             "SOSRECON        SN030000100365          014   SOS       ".
      10                         PIC X(44)  VALUE
             "Frist der SOS-Nachbearbeitung (Tage)".
      10                         PIC X(56)  VALUE
             "SESSIDLE        SN030000000999          010   SESSION   ".
      10                         PIC X(44)  VALUE
             "Leerlauf-Timeout Minuten (000 = Vorgabe)".
      10                         PIC X(56)  VALUE
             "SESSMAX         SN020000000099          00    SESSION   ".
      10                         PIC X(44)  VALUE
             "Sitzungen je User (00 = unbegrenzt)".
      10                         PIC X(56)  VALUE
             "RISIKO          SN030000000100          060   REL4WEAT  ".
      10                         PIC X(44)  VALUE
             "Risiko-Score: Schwelle 2. Unterschrift".
      10                         PIC X(56)  VALUE
             "RISIKO          DN030000000100          040   REL4WEAT  ".
      10                         PIC X(44)  VALUE
             "Risiko-Score: Schwelle Pflicht-Review".
      10                         PIC X(56)  VALUE
             "REGTEST         SJ010000000000          N     REGTEST   ".
      10                         PIC X(44)  VALUE
             "Abweisung bei Regressions-Befund (J/N)".
      10                         PIC X(56)  VALUE
             "PWPOLICY        SN020000400064          06    PWRESET   ".
      10                         PIC X(44)  VALUE
             "Mindestlaenge des Passworts".
      10                         PIC X(56)  VALUE
             "MAILFAIL        SN050000199999          00003 MAILCHECK ".
      10                         PIC X(44)  VALUE
             "Schwelle wiederholter Mail-Ruecklaeufer".
      10                         PIC X(56)  VALUE
             "DEADWOOD        SN020000100099          03    DEADWOOD  ".
      10                         PIC X(44)  VALUE
             "Stichtag fuer Totholz (Jahre)".
      10                         PIC X(56)  VALUE
             "BUSFAKT         SN030000100100          080   BUSFAKT   ".
      10                         PIC X(44)  VALUE
             "Schwelle Anteil eines Entwicklers (%)".
      10                         PIC X(56)  VALUE
             "BUSFAKT         DN020000100099          03    BUSFAKT   ".
      10                         PIC X(44)  VALUE
             "Betrachtungszeitraum (Jahre)".
      10                         PIC X(56)  VALUE
             "ANOMCO          SN050000199999          00010 ANOMALY   ".
      10                         PIC X(44)  VALUE
             "Schwelle CHECKOUTs je User und Tag".
      10                         PIC X(56)  VALUE
             "ANOMHRS         SM05000000000099-99     06-20 ANOMALY   ".
      10                         PIC X(44)  VALUE
             "Arbeitszeitfenster HH-HH".
      10                         PIC X(56)  VALUE
             "SPRACHEN        SN010000100009          1     MSGCHECK  ".
      10                         PIC X(44)  VALUE
             "Soll-Anzahl Sprachen je Meldung".
      10                         PIC X(56)  VALUE
             "ITSMEXP         ST360000000000                ITSM      ".
      10                         PIC X(44)  VALUE
             "Dateiname des ITSM-Exports".
      10                         PIC X(56)  VALUE
             "CONSSQL         ST360000000000                CONSIST   ".
      10                         PIC X(44)  VALUE
             "Zieldatei des Korrektur-Skripts".
      10                         PIC X(56)  VALUE
             "CONSBACK        ST360000000000                CONSIST   ".
      10                         PIC X(44)  VALUE
             "Sicherungstabelle fuer Rueckkopien".
      10                         PIC X(56)  VALUE
             "APPR2-*         ST000000000000                FREIGEBER ".
      10                         PIC X(44)  VALUE
             "Zielklasse mit Vier-Augen-Freigabe".
      10                         PIC X(56)  VALUE
             "TDOC-*          ST000000000000                TESTDOC   ".
      10                         PIC X(44)  VALUE
             "Pflicht-Nachweisklassen (Blank-getrennt)".
      10                         PIC X(56)  VALUE
             "AUTENT          ST000000000000                LOGIN     ".
      10                         PIC X(44)  VALUE
             "Kennwort (verschluesselt)".
      10                         PIC X(56)  VALUE
             "LOGIN           ST000000000000                LOGIN     ".
      10                         PIC X(44)  VALUE
             "Zulaessige User-Gruppe".
      10                         PIC X(56)  VALUE
             "LOGIN           DT000000000000                LOGIN     ".
      10                         PIC X(44)  VALUE
             "Gruppe fuer Sperren".
      10                         PIC X(56)  VALUE
             "NAMEDPRC        SV080000000000                REL2TEST  ".
      10                         PIC X(44)  VALUE
             "Modul der NAMEDPRC-Pflege".
      10                         PIC X(56)  VALUE
             "CHECKOUT        SV080000000000                CHECKOUT  ".
      10                         PIC X(44)  VALUE
             "Subvolume (Quelle)".
      10                         PIC X(56)  VALUE
             "CHECKOUT        DV080000000000                CHECKOUT  ".
      10                         PIC X(44)  VALUE
             "Subvolume (Ziel)".
      10                         PIC X(56)  VALUE
             "CHECKIN         SV080000000000                CHECKIN   ".
      10                         PIC X(44)  VALUE
             "Subvolume (Quelle)".
      10                         PIC X(56)  VALUE
             "CHECKIN         DV080000000000                CHECKIN   ".
      10                         PIC X(44)  VALUE
             "Subvolume (Ziel)".
      10                         PIC X(56)  VALUE
             "ACTIVTST        SV080000000000                ACTIVTEST ".
      10                         PIC X(44)  VALUE
             "Subvolume (Quelle)".
      10                         PIC X(56)  VALUE
             "ACTIVTST        DV080000000000                ACTIVTEST ".
      10                         PIC X(44)  VALUE
             "Subvolume (Ziel)".
      10                         PIC X(56)  VALUE
             "R2T-*           SV080000000000                REL2TEST  ".
      10                         PIC X(44)  VALUE
             "Subvolume (Quelle), je Klasse".
      10                         PIC X(56)  VALUE
             "R2T-*           DV080000000000                REL2TEST  ".
      10                         PIC X(44)  VALUE
             "Subvolume (Ziel), je Klasse".
      10                         PIC X(56)  VALUE
             "R2P-*           SV080000000000                REL2PROD  ".
      10                         PIC X(44)  VALUE
             "Subvolume (Quelle), je Klasse".
      10                         PIC X(56)  VALUE
             "R2P-*           DV080000000000                REL2PROD  ".
      10                         PIC X(44)  VALUE
             "Subvolume (Ziel), je Klasse".
      10                         PIC X(56)  VALUE
             "SAVE-*          SV080000000000                REL2PROD  ".
      10                         PIC X(44)  VALUE
             "Sicherungs-Subvolume (Quelle)".
      10                         PIC X(56)  VALUE
             "SAVE-*          DV080000000000                REL2PROD  ".
      10                         PIC X(44)  VALUE
             "Sicherungs-Subvolume (Ziel)".
      10                         PIC X(56)  VALUE
             "SHELVE          DV080000000000                SHELVE    ".
      10                         PIC X(44)  VALUE
             "Shelf-Subvolume".
      10                         PIC X(56)  VALUE
             "RECYCLE         SV080000000000                RECYCLE   ".
      10                         PIC X(44)  VALUE
             "Subvolume Papierkorb".
      10                         PIC X(56)  VALUE
             "RECYCLE         DV080000000000                RECYCLE   ".
      10                         PIC X(44)  VALUE
             "Subvolume Papierkorb-Kopie".
      10                         PIC X(56)  VALUE
             "CANARY          SV080000000000                CANARY    ".
      10                         PIC X(44)  VALUE
             "Testmodul des Canary-Laufs".
      10                         PIC X(56)  VALUE
             "CANARY          DT320000000000                CANARY    ".
      10                         PIC X(44)  VALUE
             "Technischer User des Canary-Laufs".
      10                         PIC X(56)  VALUE
             "CANARYLZ        SN030010000999          300   CANARY    ".
      10                         PIC X(44)  VALUE
             "Alarm ab Dauer in % des Stufen-Schnitts".
      10                         PIC X(56)  VALUE
             "CANARYLZ        DN030000000999          010   CANARY    ".
      10                         PIC X(44)  VALUE
             "Mindestdauer einer Stufe fuer Alarm (Sek.)".
      10                         PIC X(56)  VALUE
             "PATHCONF        ST360000000000                UNMANAGED ".
      10                         PIC X(44)  VALUE
             "PATHCOM-Liste des Prod-Pathway".
      10                         PIC X(56)  VALUE
             "PATHCONF        DT360000000000                UNMANAGED ".
      10                         PIC X(44)  VALUE
             "PATHCOM-Liste des Test-Pathway".
      10                         PIC X(56)  VALUE
             "SQLRECOMP       ST360000000000                SQLINVALID".
      10                         PIC X(44)  VALUE
             "SRCCOMP-Manifest fuer das SQL-Recompile".
     05      K-PD-KAT-R REDEFINES K-PD-KATALOG.
      10     K-PD-KAT            OCCURS 46.
       15    K-PDK-MUSTER        PIC X(16).
       15    K-PDK-FELD          PIC X(01).
       15    K-PDK-TYP           PIC X(01).
       15    K-PDK-STELLEN       PIC 9(02).
       15    K-PDK-MIN           PIC 9(05).
       15    K-PDK-MAX           PIC 9(05).
       15    K-PDK-WERTE         PIC X(10).
       15    K-PDK-VORGABE       PIC X(06).
       15    K-PDK-FUNKTION      PIC X(10).
       15    K-PDK-HILFE         PIC X(44).

**  ---> System-Handbuch einer Anwendung (HANDBOOK, s. C361-C384):
**       Uebersicht, je Modul ein Kapitel aus =PROGRAMS, =PROGRAMX,
**       =LIBS, =TABS, =SSFRFDEF, =SSFOWNER und =ABNAHME, die Ketten
**       der Anwendung (KETTE FLOW ohne Graph) und die letzten n
**       Prod-Freigaben (REL2PROD) als Aenderungshistorie
 01          W-HB-FELDER.
     05      W-HB-ANW            PIC X(08)  VALUE SPACES.
     05      W-HB-DATEI          PIC X(36)  VALUE SPACES.
     05      W-HB-ANZ-X          PIC X(10)  VALUE SPACES.
     05      W-HB-ANZ-REL        PIC 9(02)  VALUE ZERO.
     05      K-HB-ANZ-STD        PIC 9(02)  VALUE 10.
     05      K-HB-ANZ-MAX        PIC 9(02)  VALUE 50.
     05      W-HB-ANZ-MOD        PIC 9(04)  VALUE ZERO.
     05      W-HB-NR             PIC 9(04)  VALUE ZERO.
     05      W-HB-I              PIC S9(04) COMP VALUE ZERO.
     05      W-HB-MOD-FLAG       PIC X(01)  VALUE SPACE.
          88 HB-MOD-DA                      VALUE "J".
     05      W-HB-ANZ-LISTE      PIC 9(04)  VALUE ZERO.
     05      W-HB-ANZ-FREIG      PIC 9(04)  VALUE ZERO.
     05      W-HB-ED-NR          PIC ZZZ9.
     05      W-HB-ED-ANZ         PIC ZZZZ9.
**          ---> Prod-Stand des Moduls (juengste REL2PROD-Abnahme)
     05      W-HB-PROD-VERSION   PIC X(10)  VALUE SPACES.
     05      W-HB-PROD-AM        PIC X(16)  VALUE SPACES.
     05      W-HB-PROD-VON       PIC X(16)  VALUE SPACES.
**          ---> Fliesstext umbrechen (s. C368): Text, Laenge und
**               Vorspann der ersten Zeile, Folgezeilen eingerueckt
     05      W-HB-TEXT           PIC X(300) VALUE SPACES.
     05      W-HB-TEXT-LEN       PIC S9(04) COMP VALUE ZERO.
     05      W-HB-EINZUG         PIC X(16)  VALUE SPACES.
     05      W-HB-POS            PIC S9(04) COMP VALUE ZERO.
     05      W-HB-STUECK         PIC S9(04) COMP VALUE ZERO.
     05      K-HB-BREITE         PIC S9(04) COMP VALUE 60.
**          ---> Aufzaehlung hinter einer Bezeichnung zeilenweise
**               fuellen (s. C381, C369, C382)
     05      W-HB-LABEL          PIC X(24)  VALUE SPACES.
     05      W-HB-WORT           PIC X(40)  VALUE SPACES.
     05      W-HB-WORT-LEN       PIC S9(04) COMP VALUE ZERO.
     05      W-HB-LISTE          PIC X(80)  VALUE SPACES.
     05      W-HB-LPTR           PIC S9(04) COMP VALUE ZERO.
**          ---> Aenderungshistorie: die juengsten n Prod-Freigaben
**               der Anwendung, absteigend nach REL2PROD_AM
     05      W-HB-CL-ANZ         PIC S9(04) COMP VALUE ZERO.
     05      W-HB-CL-I           PIC S9(04) COMP VALUE ZERO.
     05      W-HB-CL-J           PIC S9(04) COMP VALUE ZERO.
     05      W-HB-CL-NEU.
      10     W-HB-CL-AM          PIC X(16).
      10     W-HB-CL-MODUL       PIC X(08).
      10     W-HB-CL-VERSION     PIC X(10).
      10     W-HB-CL-VON         PIC X(16).
      10     W-HB-CL-INFO        PIC X(50).
     05      W-HB-CL-NEU-X REDEFINES W-HB-CL-NEU
                                 PIC X(100).
     05      W-HB-CL-TAB.
      10     W-HB-CL-ELE         PIC X(100) OCCURS 50.
**          ---> Host-Variablen der Handbuch-Cursor (s. S101-S113)
     05      H-HB-MODUL          PIC X(08)  VALUE SPACES.
     05      H-HB-OBJEKT         PIC X(08)  VALUE SPACES.

**  ---> Risiko-Score beim Freigabe-Antrag (REL4WEAT, s. E401-E405):
**       sieben Komponenten aus vorhandenen Daten, je Komponente
**       Punkte, Summe max. 100 - gespeichert in =ABNAHME
**       (RISIKO_SCORE, RISIKO_INFO = Punkte je Kennbuchstabe), an-
**       gezeigt in FREIGEBER und im Antrags-Mail; Schwellen aus
**       =SSPARM "RISIKO" (SVOL_SOURCE = zweite Unterschrift,
**       SVOL_DEST = Pflicht-Review, je dreistellig)
 01          W-RSK-FELDER.
     05      K-RSK-KZ            PIC X(07)  VALUE "GBSIFZE".
     05      K-RSK-SCHWELLE-A2   PIC 9(03)  VALUE 060.
     05      K-RSK-SCHWELLE-RV   PIC 9(03)  VALUE 040.
     05      W-RSK-SCHWELLE-A2   PIC 9(03)  VALUE ZERO.
     05      W-RSK-SCHWELLE-RV   PIC 9(03)  VALUE ZERO.
     05      W-RSK-SCORE         PIC 9(03)  VALUE ZERO.
     05      W-RSK-SCORE-ED      PIC ZZ9.
     05      W-RSK-SUMME         PIC 9(03)  VALUE ZERO.
     05      W-RSK-STAND-FLAG    PIC X(01)  VALUE SPACE.
          88 RSK-VORHANDEN                  VALUE "J".
          88 RSK-FEHLT                      VALUE SPACE.
     05      W-RSK-APPR2-FLAG    PIC X(01)  VALUE SPACE.
          88 RSK-APPR2                      VALUE "J".
     05      W-RSK-REVIEW-FLAG   PIC X(01)  VALUE SPACE.
          88 RSK-REVIEW-PFLICHT             VALUE "J".
**          ---> Punkte je Komponente (Reihenfolge wie K-RSK-KZ):
**               G = Aenderungsgroesse, B = abhaengige Module,
**               S = geaenderte Schnittstellen-Sections, I = Inci-
**               dents, F = Fehlerquote =SSFCHIST, Z = Zeit seit
**               letzter Freigabe, E = Entwickler neu am Modul
     05      W-RSK-INFO          PIC X(28)  VALUE SPACES.
     05      W-RSK-TAB REDEFINES W-RSK-INFO.
      10     W-RSK-KOMP          OCCURS 7.
       15    W-RSK-KOMP-KZ       PIC X(01).
       15    W-RSK-KOMP-PKT      PIC 9(02).
       15                        PIC X(01).
     05      W-RSK-IX            PIC S9(04) COMP VALUE ZERO.
**          ---> Klartext je Komponente und Rohwert (nur beim Antrag
**               bekannt, FREIGEBER zeigt die gespeicherten Punkte)
     05      K-RSK-BEZ-TAB.
      10                         PIC X(20)  VALUE "Aenderungsgroesse".
      10                         PIC X(20)  VALUE "Abhaengige Module".
      10                         PIC X(20)  VALUE "Schnittstellen".
      10                         PIC X(20)  VALUE "Incidents".
      10                         PIC X(20)  VALUE "Fehlerquote Ketten".
      10                         PIC X(20)  VALUE "Zeit seit Freigabe".
      10                         PIC X(20)  VALUE "Entwickler".
     05      K-RSK-BEZ-R REDEFINES K-RSK-BEZ-TAB.
      10     K-RSK-BEZ           PIC X(20)  OCCURS 7.
     05      W-RSK-WERT-TAB.
      10     W-RSK-WERT          PIC X(30)  OCCURS 7.
**          ---> Rohwerte der Komponenten
     05      W-RSK-NEU-FLAG      PIC X(01)  VALUE SPACE.
          88 RSK-NEUES-MODUL                VALUE "J".
     05      W-RSK-ZEILEN        PIC 9(05)  VALUE ZERO.
     05      W-RSK-ABH           PIC S9(05) COMP VALUE ZERO.
     05      W-RSK-IFC           PIC 9(05)  VALUE ZERO.
     05      W-RSK-INC           PIC S9(09) COMP VALUE ZERO.
     05      W-RSK-LAEUFE        PIC S9(09) COMP VALUE ZERO.
     05      W-RSK-FEHL          PIC S9(09) COMP VALUE ZERO.
     05      W-RSK-QUOTE         PIC 9(03)  VALUE ZERO.
     05      W-RSK-TAGE          PIC S9(07) COMP VALUE ZERO.
     05      W-RSK-TAGE-HEUTE    PIC S9(07) COMP VALUE ZERO.
     05      W-RSK-JJJJ          PIC 9(04)  VALUE ZERO.
     05      W-RSK-MM            PIC 9(02)  VALUE ZERO.
     05      W-RSK-TT            PIC 9(02)  VALUE ZERO.
     05      W-RSK-ENTWICKLER    PIC X(16)  VALUE SPACES.
     05      W-RSK-CI-VORHER     PIC S9(09) COMP VALUE ZERO.
     05      W-RSK-ANZ-ED        PIC ZZZZ9.
     05      W-RSK-PKT-ED        PIC Z9.
**          ---> SOURCE-FILE/DEST-FILE sichern (D256/D265 setzen sie)
     05      W-RSK-SOURCE-FILE   PIC X(36)  VALUE SPACES.
     05      W-RSK-SOURCE-VOLS   PIC X(16)  VALUE SPACES.
     05      W-RSK-SOURCE-NAME   PIC X(08)  VALUE SPACES.
     05      W-RSK-DEST-FILE     PIC X(36)  VALUE SPACES.
     05      W-RSK-DEST-VOLS     PIC X(16)  VALUE SPACES.
     05      W-RSK-DEST-NAME     PIC X(08)  VALUE SPACES.
     05      H-RSK-SCORE         PIC S9(04) COMP VALUE ZERO.
     05      H-RSK-INFO          PIC X(32)  VALUE SPACES.
     05      H-RSK-ZPINS         PIC X(26)  VALUE SPACES.
     05      H-RSK-PROG          PIC X(08)  VALUE SPACES.

**  ---> Escrow-Export (Kommando EXPORT, s. C770-C774 und D845): die
**       komplette Historie eines Moduls bzw. aller Module einer
**       Anwendung als selbststaendiges Paket in eine Datei (ESCROWF)
 01          W-EXP-FELDER.
     05      W-EXP-SUBCMD        PIC X(10)  VALUE SPACES.
     05      W-EXP-TOK-TAB.
      10     W-EXP-TOK           PIC X(36)  OCCURS 4.
     05      W-EXP-PTR           PIC S9(04) COMP VALUE ZERO.
     05      W-EXP-OBJEKT        PIC X(08)  VALUE SPACES.
     05      W-EXP-DATEI         PIC X(34)  VALUE SPACES.
     05      W-EXP-ART           PIC X(01)  VALUE SPACE.
          88 EXP-ART-MODUL                  VALUE "M".
          88 EXP-ART-ANWENDUNG              VALUE "A".
     05      W-EXP-MODUL         PIC X(08)  VALUE SPACES.
**          ---> Schmierdatei (im eigenen Subvolume), in die SSFCOU0M
**               jede Version entpackt
     05      K-EXP-SCHMIER       PIC X(08)  VALUE "ZZESCROW".
     05      W-EXP-TMP-DATEI     PIC X(34)  VALUE SPACES.
**          ---> Pruefsumme ueber die Quelltext-Saetze (wie D125 im
**               SSFCOU0M: je Byte * 131 + Wert, modulo 999999937)
     05      W-EXP-HASH          PIC S9(09) COMP VALUE ZERO.
     05      W-EXP-BYTE-X.
      10     FILLER              PIC X(01)  VALUE LOW-VALUE.
      10     W-EXP-BYTE          PIC X(01).
     05      W-EXP-BYTE-N REDEFINES W-EXP-BYTE-X
                                 PIC S9(04) COMP.
     05      W-EXP-I             PIC S9(04) COMP VALUE ZERO.
     05      W-EXP-ZEILEN        PIC 9(06)  VALUE ZERO.
     05      W-EXP-ERGEBNIS      PIC X(02)  VALUE SPACES.
     05      W-EXP-TEXT          PIC X(44)  VALUE SPACES.
**          ---> Zaehler des Pakets (Ende-Satz) bzw. der Pruefung
     05      W-EXP-ANZ-MODUL     PIC 9(05)  VALUE ZERO.
     05      W-EXP-ANZ-VERS      PIC 9(06)  VALUE ZERO.
     05      W-EXP-ANZ-Q         PIC 9(09)  VALUE ZERO.
     05      W-EXP-ANZ-P         PIC 9(07)  VALUE ZERO.
     05      W-EXP-ANZ-A         PIC 9(07)  VALUE ZERO.
     05      W-EXP-ANZ-FEHLER    PIC 9(05)  VALUE ZERO.
     05      W-EXP-ANZ-OK        PIC 9(06)  VALUE ZERO.
     05      W-EXP-ANZ-NOK       PIC 9(06)  VALUE ZERO.
     05      W-EXP-ED-1          PIC ZZZZZ9.
     05      W-EXP-ED-2          PIC ZZZZZ9.
     05      W-EXP-ED-3          PIC ZZZZZ9.
     05      W-EXP-ED-4          PIC ZZZZZ9.
     05      W-EXP-MOD-FLAG      PIC X(01)  VALUE SPACE.
          88 EXP-MOD-OK                     VALUE SPACE.
          88 EXP-MOD-EOD                    VALUE "E".
     05      W-EXP-CURS-FLAG     PIC X(01)  VALUE SPACE.
          88 EXP-CURS-OK                    VALUE SPACE.
          88 EXP-CURS-EOD                   VALUE "E".
**          ---> Zustand der Paket-Pruefung (EXPORT VERIFY, s. C774)
     05      W-EXP-PR-MODUL      PIC X(08)  VALUE SPACES.
     05      W-EXP-PR-VERSION    PIC X(10)  VALUE SPACES.
     05      W-EXP-V-FLAG        PIC X(01)  VALUE "N".
          88 EXP-V-OFFEN                    VALUE "J".
          88 EXP-V-ZU                       VALUE "N".
     05      W-EXP-E-FLAG        PIC X(01)  VALUE "N".
          88 EXP-E-GELESEN                  VALUE "J".
          88 EXP-E-FEHLT                    VALUE "N".
     05      W-EXP-EOF-FLAG      PIC X(01)  VALUE "N".
          88 EXP-EOF                        VALUE "J".
          88 EXP-NOT-EOF                    VALUE "N".
**          ---> Host-Variablen der Export-Cursor (s. S240-S253)
     05      H-EXP-MODUL         PIC X(08)  VALUE SPACES.
     05      H-EXP-ANW           PIC X(08)  VALUE SPACES.
     05      H-EXP-OBJEKT        PIC X(08)  VALUE SPACES.
     05      H-EXP-CHECKSUM      PIC S9(09) COMP VALUE ZERO.
     05      K-EXP-KENNUNG       PIC X(08)  VALUE "SSFESCRW".
     05      K-EXP-FORMAT        PIC X(02)  VALUE "01".

**  ---> Satz des Escrow-Pakets (ESCROWF): Kopf, je Version Versions-
**       kopf, Quelltext-Zeilen und Manifest, je Modul das Audit-
**       Protokoll (=SSPROT) und die Abnahme-Historie (=ABNAHME) als
**       Festformat-Saetze, zum Schluss ein Ende-Satz mit den Zaehlern
 01          W-EXP-SATZ.
     05      W-EXP-SATZART       PIC X(01).
          88 EXP-SATZ-KOPF                  VALUE "K".
          88 EXP-SATZ-VERSION               VALUE "V".
          88 EXP-SATZ-QUELLE                VALUE "Q".
          88 EXP-SATZ-MANIFEST              VALUE "M".
          88 EXP-SATZ-PROT                  VALUE "P".
          88 EXP-SATZ-ABNAHME               VALUE "A".
          88 EXP-SATZ-ENDE                  VALUE "E".
     05      W-EXP-SATZ-DATEN    PIC X(399).
     05      W-EXP-KOPF REDEFINES W-EXP-SATZ-DATEN.
      10     W-EXP-K-KENNUNG     PIC X(08).
      10     W-EXP-K-FORMAT      PIC X(02).
      10     W-EXP-K-OBJEKT      PIC X(08).
      10     W-EXP-K-OBJART      PIC X(01).
      10     W-EXP-K-USER        PIC X(32).
      10     W-EXP-K-ZEIT        PIC 9(16).
      10     FILLER              PIC X(332).
     05      W-EXP-VKOPF REDEFINES W-EXP-SATZ-DATEN.
      10     W-EXP-V-V-MODUL     PIC X(08).
      10     W-EXP-V-V-VERSION   PIC X(10).
      10     FILLER              PIC X(381).
     05      W-EXP-QUELLE REDEFINES W-EXP-SATZ-DATEN.
      10     W-EXP-Q-LEN         PIC 9(04).
      10     W-EXP-Q-TEXT        PIC X(128).
      10     FILLER              PIC X(267).
     05      W-EXP-MANIFEST REDEFINES W-EXP-SATZ-DATEN.
      10     W-EXP-M-MODUL       PIC X(08).
      10     W-EXP-M-VERSION     PIC X(10).
      10     W-EXP-M-ARCHIV      PIC X(26).
      10     W-EXP-M-ABLAGE      PIC X(01).
      10     W-EXP-M-DELTA-KZ    PIC X(01).
      10     W-EXP-M-DELTA-BASIS PIC X(10).
      10     W-EXP-M-CHK-ARCHIV  PIC 9(09).
      10     W-EXP-M-CHK-PAKET   PIC 9(09).
      10     W-EXP-M-ZEILEN      PIC 9(06).
      10     W-EXP-M-CI-VON      PIC X(16).
      10     W-EXP-M-CI-AM       PIC X(26).
      10     W-EXP-M-SRC-DATE    PIC X(10).
      10     W-EXP-M-AUFTRAG     PIC X(25).
      10     W-EXP-M-ERGEBNIS    PIC X(02).
          88 EXP-M-OK                       VALUE "OK".
          88 EXP-M-PRUEFSUMME               VALUE "PS".
          88 EXP-M-FEHLER                   VALUE "FE".
      10     FILLER              PIC X(240).
     05      W-EXP-PROT REDEFINES W-EXP-SATZ-DATEN.
      10     W-EXP-P-MODUL       PIC X(08).
      10     W-EXP-P-USER        PIC X(16).
      10     W-EXP-P-AKTION      PIC X(02).
      10     W-EXP-P-KZ-FREIGABE PIC X(02).
      10     W-EXP-P-HOMETERM    PIC X(32).
      10     W-EXP-P-KOMMENTAR   PIC X(64).
      10     W-EXP-P-ZPINS       PIC X(26).
      10     W-EXP-P-ANWENDUNG   PIC X(08).
      10     FILLER              PIC X(241).
     05      W-EXP-ABN REDEFINES W-EXP-SATZ-DATEN.
      10     W-EXP-A-PRG-NAME    PIC X(08).
      10     W-EXP-A-VERSION     PIC X(10).
      10     W-EXP-A-DATUM       PIC X(10).
      10     W-EXP-A-NK-STATUS   PIC X(02).
      10     W-EXP-A-NK-VON      PIC X(16).
      10     W-EXP-A-SCHRITT     OCCURS 8.
       15    W-EXP-A-VON         PIC X(16).
       15    W-EXP-A-AM          PIC X(26).
      10     FILLER              PIC X(17).
     05      W-EXP-ENDE REDEFINES W-EXP-SATZ-DATEN.
      10     W-EXP-E-ANZ-MODUL   PIC 9(05).
      10     W-EXP-E-ANZ-VERS    PIC 9(06).
      10     W-EXP-E-ANZ-Q       PIC 9(09).
      10     W-EXP-E-ANZ-P       PIC 9(07).
      10     W-EXP-E-ANZ-A       PIC 9(07).
      10     W-EXP-E-ANZ-FEHLER  PIC 9(05).
      10     FILLER              PIC X(360).

**  ---> zusammengesetzte Konfigurationseinheiten (=SSFCOMPO): ein
**       logischer Modulname besitzt mehrere Member-Dateien, die
**       CHECKIN/CHECKOUT/DIFF/REL2PROD immer als Satz durchlaufen
     05      W-DW-KAND-ANZ-ED    PIC ZZZZ9.
     05      W-DW-CSV-ZEILE      PIC X(80)  VALUE SPACES.

**  ---> Zusatzform "LIST BUSFACTOR [<Jahre>] [CSV <Datei>]":
**       Wissenskonzentration je ANWENDUNG und je Modul aus den
**       Checkins (=SSPROT "CI") der letzten <Jahre> Jahre; Schwelle
**       fuer den Hauptautor-Anteil und Standard-Jahre aus =SSPARM
**       "BUSFAKT" (SVOL_SOURCE = Prozent, SVOL_DEST = Jahre), sonst
**       80 % / 3 Jahre (s. D281-D285)
 01          W-BF-FELDER.
     05      W-BF-JAHRE          PIC 9(02)  VALUE ZERO.
     05      W-BF-STICH-JJJJ     PIC 9(04)  VALUE ZERO.
     05      W-BF-STICHTAG       PIC X(10)  VALUE SPACES.
     05      W-BF-SCHWELLE       PIC 9(03)  VALUE ZERO.
     05      W-BF-EBENE          PIC X(01)  VALUE SPACE.
          88 BF-EBENE-ANW                   VALUE "A".
          88 BF-EBENE-MODUL                 VALUE "M".
**          ---> Fetch-Felder (Host-Variablen der Cursor S474-S476)
     05      W-BF-F-SCHLUESSEL   PIC X(08)  VALUE SPACES.
     05      W-BF-F-USER         PIC X(16)  VALUE SPACES.
     05      W-BF-F-ANZ          PIC S9(09) COMP VALUE ZERO.
     05      W-BF-F-LETZT        PIC X(26)  VALUE SPACES.
**          ---> aktuelle Einheit (ANWENDUNG bzw. Modul)
     05      W-BF-AKT-SCHLUESSEL PIC X(08)  VALUE SPACES.
     05      W-BF-AKT-FLAG       PIC X(01)  VALUE SPACE.
          88 BF-EINHEIT-OFFEN               VALUE "X".
     05      W-BF-ENTW-ANZ       PIC S9(04) COMP VALUE ZERO.
     05      W-BF-GESAMT         PIC S9(09) COMP VALUE ZERO.
     05      W-BF-LETZT-ANDERE   PIC X(10)  VALUE SPACES.
     05      W-BF-ENTW-TAB.
      10     W-BF-ENTW           OCCURS 50.
       15    W-BF-E-USER         PIC X(16).
       15    W-BF-E-ANZ          PIC S9(09) COMP.
     05      W-BF-EX             PIC S9(04) COMP VALUE ZERO.
     05      W-BF-EX-MAX         PIC S9(04) COMP VALUE ZERO.
     05      W-BF-ANTEIL         PIC 9(03)  VALUE ZERO.
     05      W-BF-HAUPT-ANTEIL   PIC 9(03)  VALUE ZERO.
     05      W-BF-KZ             PIC X(01)  VALUE SPACE.
          88 BF-KONZENTRIERT                VALUE "J".
     05      W-BF-HAUPT-KZ       PIC X(01)  VALUE SPACE.
     05      W-BF-TEAM           PIC X(16)  VALUE SPACES.
     05      W-BF-SSF-FLAG       PIC X(01)  VALUE SPACE.
     05      W-BF-EINH-ANZ       PIC 9(05)  VALUE ZERO.
     05      W-BF-KRIT-ANZ       PIC 9(05)  VALUE ZERO.
     05      W-BF-ANZ-ED         PIC ZZZZ9.
     05      W-BF-ANZ2-ED        PIC ZZZZ9.
     05      W-BF-CHK-ED         PIC ZZZZZZZ9.
     05      W-BF-PROZ-ED        PIC ZZ9.
     05      W-BF-CSV-ZEILE      PIC X(80)  VALUE SPACES.

**  ---> Zusatzform "DIFF <Modul>" (Vergleich zweier Archiv-Versionen)
 01          W-DIFF-FELDER.
     05      W-DIFF-VERS-CHECK   PIC X(01).
     05      W-DIFF-DEL-ED       PIC ZZZZ9.
     05      W-DIFF-CHG          PIC 9(05) VALUE ZERO.
     05      W-DIFF-CHG-ED       PIC ZZZZ9.
**  ---> Zeilenzaehlung D259 (fuer D256 und den Risiko-Score E401):
**       dazu die Anzahl geaenderter Schnittstellen-Bereiche
**       (?SECTION-Abschnitte bzw. LINKAGE SECTION bis PROCEDURE
**       DIVISION), je Bereich hoechstens einmal gezaehlt
     05      W-DIFF-DATEI-FLAG   PIC X(01) VALUE SPACE.
          88 DIFF-DATEIEN-OK              VALUE "J".
          88 DIFF-DATEI-FEHLT             VALUE SPACE.
     05      W-DIFF-IFC-FLAG     PIC X(01) VALUE SPACE.
          88 DIFF-IFC-BEREICH             VALUE "J".
          88 DIFF-IFC-AUSSEN              VALUE SPACE.
     05      W-DIFF-IFC-GEZ-FLAG PIC X(01) VALUE SPACE.
          88 DIFF-IFC-GEZAEHLT            VALUE "J".
          88 DIFF-IFC-OFFEN               VALUE SPACE.
     05      W-DIFF-ABW-FLAG     PIC X(01) VALUE SPACE.
          88 DIFF-ZEILE-ABW               VALUE "J".
          88 DIFF-ZEILE-GLEICH            VALUE SPACE.
     05      W-DIFF-IFC-ANZ      PIC 9(05) VALUE ZERO.
     05      W-DIFF-ZEILE        PIC X(80) VALUE SPACES.
     05      W-DIFF-TREFFER      PIC S9(04) COMP VALUE ZERO.
**  ---> Zusatzform "DIFF WORK <Modul>" (Arbeitskopie gegen die
**       ausgecheckte Basisversion, s. C232)
     05      W-DIFF-WORK-FLAG    PIC X(01) VALUE SPACE.
 01          W-PWNEU             PIC X(08) VALUE SPACES.
 01          W-PWNEU-LEN         PIC S9(04) COMP VALUE ZERO.

**  ---> persoenlicher Freigabe-Bestcode (REL4WEAT), als Einweg-
**       Hash in =SSUSER.BESTCODE_HASH hinterlegt (W-BCH-GESPEICHERT,
**       s. W-BCH-FELDER) - W-BESTCODE-STORED haelt nur noch einen
**       nicht umgestellten, umkehrbar verschluesselten Altbestand
**       aus =SSUSER.BESTAETIGUNGSCODE (BESTCODE-ALTFORMAT, s. D760).
**       Beides wird beim Ermitteln der Rechte (C050-GET-USER-INFO /
**       RECHTE_CURS) einmal mitgelesen
 01          W-BESTCODE-STORED   PIC X(08) VALUE SPACES.
 01          W-BESTCODE-GESETZT  PIC X(01) VALUE SPACE.
          88 BESTCODE-VORHANDEN            VALUE "X" "A".
          88 BESTCODE-GEHASHT              VALUE "X".
          88 BESTCODE-ALTFORMAT            VALUE "A".

**  ---> Freigabe-Bestcode als gesalzener Einweg-Hash (=SSUSER.
**       BESTCODE_HASH, s. U330/U331): Verfahren + Salz (16 Hex-
**       Zeichen) + SHA-256 (64 Hex-Zeichen); gehasht wird Salz +
**       Bestcode, das Ergebnis K-BCH-RUNDEN - 1 mal mit dem Salz
**       nachgehasht. Verfahren "H1" = Bestcode bis K-BCH-MAX-LEN
**       Stellen (PINSET), "H8" = aus dem Altbestand umgestellt
**       (D760), wie frueher nur die ersten 8 Stellen gueltig.
**       VERWALTUNG BESTCODE (D759) zeigt die noch nicht umgestellten
**       User
 01          W-BCH-FELDER.
     05      K-BCH-VERFAHREN     PIC X(02)  VALUE "H1".
     05      K-BCH-VERF-ALT      PIC X(02)  VALUE "H8".
     05      K-BCH-RUNDEN        PIC S9(04) COMP VALUE 100.
     05      K-BCH-MAX-LEN       PIC S9(04) COMP VALUE 32.
     05      W-BCH-KLAR          PIC X(32)  VALUE SPACES.
     05      W-BCH-KLAR-LEN      PIC S9(04) COMP VALUE ZERO.
     05      W-BCH-RUNDE         PIC S9(04) COMP VALUE ZERO.
     05      W-BCH-SATZ.
      10     W-BCH-VERFAHREN     PIC X(02).
      10     W-BCH-SALZ          PIC X(16).
      10     W-BCH-WERT          PIC X(64).
**          ---> bei der Anmeldung gelesener Hash des Users
     05      W-BCH-GESPEICHERT.
      10     W-BCHG-VERFAHREN    PIC X(02)  VALUE SPACES.
      10     W-BCHG-SALZ         PIC X(16)  VALUE SPACES.
      10     W-BCHG-WERT         PIC X(64)  VALUE SPACES.
     05      W-BCH-ERGEBNIS      PIC X(01)  VALUE SPACE.
          88 BCH-PASST                      VALUE "J".
          88 BCH-PASST-NICHT                VALUE "N".
**          ---> VERWALTUNG BESTCODE (D759, BCH_CURS)
     05      H-BCH-USER          PIC X(16)  VALUE SPACES.
     05      H-BCH-ALT           PIC X(16)  VALUE SPACES.
     05      H-BCH-HASH          PIC X(82)  VALUE SPACES.
     05      W-BCH-FLAG          PIC X(01)  VALUE SPACE.
          88 BCH-OK                         VALUE HIGH-VALUE.
          88 BCH-EOD                        VALUE SPACE.
     05      W-BCH-USER-KLAR     PIC X(16)  VALUE SPACES.
     05      W-BCH-ANZ-ALT       PIC S9(09) COMP VALUE ZERO.
     05      W-BCH-ANZ-NEU       PIC S9(09) COMP VALUE ZERO.
     05      W-BCH-ANZ-OHNE      PIC S9(09) COMP VALUE ZERO.
     05      W-BCH-ANZ-ED        PIC ZZZZZZ9.

**  ---> SHA-256 (FIPS 180-4) fuer eine Nachricht von hoechstens 55
**       Bytes, also genau einen 64-Byte-Block (s. U340-U344);
**       32-Bit-Worte als Zahl, die Bit-Operationen ueber je eine
**       Bit-Zeile (Stelle 1 = hoechstwertiges Bit)
 01          W-SHA-FELDER.
     05      W-SHA-NACHR         PIC X(55)  VALUE SPACES.
     05      W-SHA-LEN           PIC S9(04) COMP VALUE ZERO.
     05      W-SHA-BLOCK         PIC X(64)  VALUE LOW-VALUES.
     05      W-SHA-DIGEST        PIC X(32)  VALUE SPACES.
     05      W-SHA-HEX           PIC X(64)  VALUE SPACES.
     05      K-SHA-HEXZIFFERN    PIC X(16)  VALUE "0123456789abcdef".
     05      K-SHA-MODUL         PIC S9(18) COMP VALUE 4294967296.
     05      W-SHA-BYTE-X.
      10     FILLER              PIC X(01)  VALUE LOW-VALUE.
      10     W-SHA-BYTE          PIC X(01).
     05      W-SHA-BYTE-N REDEFINES W-SHA-BYTE-X
                                 PIC S9(04) COMP.
     05      W-SHA-W-TAB.
      10     W-SHA-W             PIC S9(18) COMP OCCURS 64.
     05      W-SHA-H-TAB.
      10     W-SHA-H             PIC S9(18) COMP OCCURS 8.
**          ---> Arbeitsregister a bis h
     05      W-SHA-V-TAB.
      10     W-SHA-V             PIC S9(18) COMP OCCURS 8.
     05      W-SHA-X             PIC S9(18) COMP VALUE ZERO.
     05      W-SHA-ERG           PIC S9(18) COMP VALUE ZERO.
     05      W-SHA-REST          PIC S9(18) COMP VALUE ZERO.
     05      W-SHA-QUOT          PIC S9(18) COMP VALUE ZERO.
     05      W-SHA-S0            PIC S9(18) COMP VALUE ZERO.
     05      W-SHA-S1            PIC S9(18) COMP VALUE ZERO.
     05      W-SHA-T1            PIC S9(18) COMP VALUE ZERO.
     05      W-SHA-T2            PIC S9(18) COMP VALUE ZERO.
     05      W-SHA-R1            PIC S9(04) COMP VALUE ZERO.
     05      W-SHA-R2            PIC S9(04) COMP VALUE ZERO.
     05      W-SHA-R3            PIC S9(04) COMP VALUE ZERO.
     05      W-SHA-R3-FLAG       PIC X(01)  VALUE SPACE.
          88 SHA-R3-SHIFT                   VALUE "S".
          88 SHA-R3-ROTATE                  VALUE "R".
     05      W-SHA-FKT           PIC X(01)  VALUE SPACE.
          88 SHA-FKT-CH                     VALUE "C".
          88 SHA-FKT-MAJ                    VALUE "M".
     05      W-SHA-VX            PIC S9(04) COMP VALUE ZERO.
     05      W-SHA-ZX            PIC S9(04) COMP VALUE ZERO.
     05      W-SHA-T             PIC S9(04) COMP VALUE ZERO.
     05      W-SHA-I             PIC S9(04) COMP VALUE ZERO.
     05      W-SHA-P             PIC S9(04) COMP VALUE ZERO.
     05      W-SHA-SUM           PIC S9(04) COMP VALUE ZERO.
     05      W-SHA-BIT-TAB.
      10     W-SHA-ZEILE         OCCURS 3.
       15    W-SHA-BIT           PIC 9(01)  OCCURS 32.

**  ---> SHA-256 Rundenkonstanten K und Startwerte H0 (FIPS 180-4)
 01          K-SHA-K-WERTE.
     05      FILLER              PIC 9(10)  VALUE 1116352408.
     05      FILLER              PIC 9(10)  VALUE 1899447441.
     05      FILLER              PIC 9(10)  VALUE 3049323471.
     05      FILLER              PIC 9(10)  VALUE 3921009573.
     05      FILLER              PIC 9(10)  VALUE 0961987163.
     05      FILLER              PIC 9(10)  VALUE 1508970993.
     05      FILLER              PIC 9(10)  VALUE 2453635748.
     05      FILLER              PIC 9(10)  VALUE 2870763221.
     05      FILLER              PIC 9(10)  VALUE 3624381080.
     05      FILLER              PIC 9(10)  VALUE 0310598401.
     05      FILLER              PIC 9(10)  VALUE 0607225278.
     05      FILLER              PIC 9(10)  VALUE 1426881987.
     05      FILLER              PIC 9(10)  VALUE 1925078388.
     05      FILLER              PIC 9(10)  VALUE 2162078206.
     05      FILLER              PIC 9(10)  VALUE 2614888103.
     05      FILLER              PIC 9(10)  VALUE 3248222580.
     05      FILLER              PIC 9(10)  VALUE 3835390401.
     05      FILLER              PIC 9(10)  VALUE 4022224774.
     05      FILLER              PIC 9(10)  VALUE 0264347078.
     05      FILLER              PIC 9(10)  VALUE 0604807628.
     05      FILLER              PIC 9(10)  VALUE 0770255983.
     05      FILLER              PIC 9(10)  VALUE 1249150122.
     05      FILLER              PIC 9(10)  VALUE 1555081692.
     05      FILLER              PIC 9(10)  VALUE 1996064986.
     05      FILLER              PIC 9(10)  VALUE 2554220882.
     05      FILLER              PIC 9(10)  VALUE 2821834349.
     05      FILLER              PIC 9(10)  VALUE 2952996808.
     05      FILLER              PIC 9(10)  VALUE 3210313671.
     05      FILLER              PIC 9(10)  VALUE 3336571891.
     05      FILLER              PIC 9(10)  VALUE 3584528711.
     05      FILLER              PIC 9(10)  VALUE 0113926993.
     05      FILLER              PIC 9(10)  VALUE 0338241895.
     05      FILLER              PIC 9(10)  VALUE 0666307205.
     05      FILLER              PIC 9(10)  VALUE 0773529912.
     05      FILLER              PIC 9(10)  VALUE 1294757372.
     05      FILLER              PIC 9(10)  VALUE 1396182291.
     05      FILLER              PIC 9(10)  VALUE 1695183700.
     05      FILLER              PIC 9(10)  VALUE 1986661051.
     05      FILLER              PIC 9(10)  VALUE 2177026350.
     05      FILLER              PIC 9(10)  VALUE 2456956037.
     05      FILLER              PIC 9(10)  VALUE 2730485921.
     05      FILLER              PIC 9(10)  VALUE 2820302411.
     05      FILLER              PIC 9(10)  VALUE 3259730800.
     05      FILLER              PIC 9(10)  VALUE 3345764771.
     05      FILLER              PIC 9(10)  VALUE 3516065817.
     05      FILLER              PIC 9(10)  VALUE 3600352804.
     05      FILLER              PIC 9(10)  VALUE 4094571909.
     05      FILLER              PIC 9(10)  VALUE 0275423344.
     05      FILLER              PIC 9(10)  VALUE 0430227734.
     05      FILLER              PIC 9(10)  VALUE 0506948616.
     05      FILLER              PIC 9(10)  VALUE 0659060556.
     05      FILLER              PIC 9(10)  VALUE 0883997877.
     05      FILLER              PIC 9(10)  VALUE 0958139571.
     05      FILLER              PIC 9(10)  VALUE 1322822218.
     05      FILLER              PIC 9(10)  VALUE 1537002063.
     05      FILLER              PIC 9(10)  VALUE 1747873779.
     05      FILLER              PIC 9(10)  VALUE 1955562222.
     05      FILLER              PIC 9(10)  VALUE 2024104815.
     05      FILLER              PIC 9(10)  VALUE 2227730452.
     05      FILLER              PIC 9(10)  VALUE 2361852424.
     05      FILLER              PIC 9(10)  VALUE 2428436474.
     05      FILLER              PIC 9(10)  VALUE 2756734187.
     05      FILLER              PIC 9(10)  VALUE 3204031479.
     05      FILLER              PIC 9(10)  VALUE 3329325298.
 01          K-SHA-K-TAB REDEFINES K-SHA-K-WERTE.
     05      K-SHA-K             PIC 9(10)  OCCURS 64.
 01          K-SHA-H0-WERTE.
     05      FILLER              PIC 9(10)  VALUE 1779033703.
     05      FILLER              PIC 9(10)  VALUE 3144134277.
     05      FILLER              PIC 9(10)  VALUE 1013904242.
     05      FILLER              PIC 9(10)  VALUE 2773480762.
     05      FILLER              PIC 9(10)  VALUE 1359893119.
     05      FILLER              PIC 9(10)  VALUE 2600822924.
     05      FILLER              PIC 9(10)  VALUE 0528734635.
     05      FILLER              PIC 9(10)  VALUE 1541459225.
 01          K-SHA-H0-TAB REDEFINES K-SHA-H0-WERTE.
     05      K-SHA-H0            PIC 9(10)  OCCURS 8.

 01          AKT-ZEIT            PIC 9(08).
 01          EINGABE             PIC X(128).
     05      W-SESS-ANZ          PIC 9(05)  VALUE ZERO.
     05      W-SESS-ANZ-ED       PIC ZZZZ9.

**          ---> Antwortzeit je Kommando (Wanduhr in 1/100 Sek., inkl.
**               evtl. Rueckfragen; s. E357-E359, E353): je Schachte-
**               lungsebene ein Eintrag, da die Zeilen eines SCRIPT
**               ueber B200 selbst journaliert werden - die Zeit in
**               den Unterprogrammen zaehlt auf allen offenen Ebenen
**               (1 = SSFCOU0M, 2 = SSFCIN0M, 3 = FUP-Obey auf
**               Arbeitsdateien und ZIP-Repositories, s. E150)
     05      W-RZ-EBENE          PIC S9(04) COMP VALUE ZERO.
     05      W-RZ-I              PIC S9(04) COMP VALUE ZERO.
     05      W-RZ-MOD            PIC S9(04) COMP VALUE ZERO.
          88 RZ-MOD-COU                     VALUE 1.
          88 RZ-MOD-CIN                     VALUE 2.
          88 RZ-MOD-ZIP                     VALUE 3.
     05      W-RZ-UHR-CS         PIC S9(09) COMP VALUE ZERO.
     05      W-RZ-MOD-START-CS   PIC S9(09) COMP VALUE ZERO.
     05      W-RZ-DELTA-CS       PIC S9(09) COMP VALUE ZERO.
     05      W-RZ-STAPEL.
      10     W-RZ-STUFE          OCCURS 5.
       15    W-RZ-START-CS       PIC S9(09) COMP.
       15    W-RZ-START-STUNDE   PIC 9(02).
       15    W-RZ-MOD-CS         PIC S9(09) COMP OCCURS 3.

**          ---> Antwortzeit-Statistik (VERWALTUNG SESSION STATS
**               [<Tage>] [MAIL], s. D954-D958); Schwellen der
**               Warnung aus =SSPARM "RZWARN"
     05      W-RZ-MAIL-FLAG      PIC X(01)  VALUE SPACE.
          88 RZ-MAIL-MODE                   VALUE "X".
     05      W-RZ-TAGE           PIC 9(03)  VALUE ZERO.
     05      W-RZ-TAGE-ED        PIC ZZ9.
     05      W-RZ-FAKTOR         PIC 9(03)  VALUE ZERO.
     05      W-RZ-MIN-ANZ        PIC 9(03)  VALUE ZERO.
     05      W-RZ-HIST-TAGE      PIC 9(04)  VALUE ZERO.
     05      W-RZ-VOR-KOMMANDO   PIC X(10)  VALUE SPACES.
     05      W-RZ-VOR-STUNDE     PIC S9(04) COMP VALUE ZERO.
     05      W-RZ-POS            PIC S9(09) COMP VALUE ZERO.
     05      W-RZ-RANG-MED       PIC S9(09) COMP VALUE ZERO.
     05      W-RZ-RANG-P95       PIC S9(09) COMP VALUE ZERO.
     05      W-RZ-AKT-SCHNITT    PIC S9(09) COMP VALUE ZERO.
     05      W-RZ-HIST-SCHNITT   PIC S9(09) COMP VALUE ZERO.
     05      W-RZ-WARN-ANZ       PIC 9(05)  VALUE ZERO.
     05      W-RZ-ANZ-ED         PIC ZZZZZZ9.
     05      W-RZ-STD-ED         PIC 99.
     05      W-RZ-SEK1-ED        PIC ZZZZ9,99.
     05      W-RZ-SEK2-ED        PIC ZZZZ9,99.
     05      W-RZ-SEK3-ED        PIC ZZZZ9,99.
     05      W-RZ-SEK4-ED        PIC ZZZZ9,99.
**          ---> Gruppen Kommando/Stunde des Auswertungsfensters
     05      W-RZ-G-ANZ          PIC S9(04) COMP VALUE ZERO.
     05      W-RZ-G-IX           PIC S9(04) COMP VALUE ZERO.
     05      W-RZ-G-TAB.
      10     W-RZ-G-EINTRAG      OCCURS 400.
       15    W-RZ-G-KOMMANDO     PIC X(10).
       15    W-RZ-G-STUNDE       PIC 9(02).
       15    W-RZ-G-ZAHL         PIC S9(09) COMP.
       15    W-RZ-G-MAX          PIC S9(09) COMP.
       15    W-RZ-G-MEDIAN       PIC S9(09) COMP.
       15    W-RZ-G-P95          PIC S9(09) COMP.
**          ---> Summen je Kommando (Fenster gegen eigene Historie)
     05      W-RZ-K-ANZ          PIC S9(04) COMP VALUE ZERO.
     05      W-RZ-K-IX           PIC S9(04) COMP VALUE ZERO.
     05      W-RZ-K-TAB.
      10     W-RZ-K-EINTRAG      OCCURS 100.
       15    W-RZ-K-KOMMANDO     PIC X(10).
       15    W-RZ-K-ZAHL         PIC S9(09) COMP.
       15    W-RZ-K-SUMME        PIC S9(18) COMP.
**          ---> Host-Variablen (S517-S519, S883-S888, S896-S898)
     05      H-RZ-TAGE           PIC X(04).
     05      H-RZ-HIST-TAGE      PIC X(04).
     05      H-RZ-ZAHL           PIC S9(09) COMP VALUE ZERO.
     05      H-RZ-SUMME          PIC S9(18) COMP VALUE ZERO.
     05      H-RZ-MAX            PIC S9(09) COMP VALUE ZERO.

**          ---> Sitzungs-Register aktiver interaktiver Sitzungen
**               (=SSFSREG, s. E380-E384/C720); Leerlauf-Timeout und
**               Obergrenze je User aus =SSPARM "SESSIDLE"/"SESSMAX".
**               W-REG-IDLE-SEK wird in den Declaratives mit dem
**               Terminal-Timeout verglichen (Default = K-TIME-OUT600)
     05      W-REG-PROZESS       PIC X(47)  VALUE SPACES.
     05      W-REG-PROZESS-LEN   PIC S9(04) COMP VALUE ZERO.
     05      W-REG-KDO           PIC X(10)  VALUE SPACES.
     05      W-REG-IDLE-MIN      PIC 9(03)  VALUE 10.
     05      W-REG-IDLE-SEK      PIC S9(07)V99 VALUE 600.
     05      W-REG-STALE-MIN     PIC 9(05)  VALUE ZERO.
     05      W-REG-MAX           PIC 9(02)  VALUE ZERO.
     05      W-REG-MAX-ED        PIC Z9.
     05      W-REG-MIN-ED        PIC ZZ9.
     05      W-REG-ANZ           PIC 9(05)  VALUE ZERO.
     05      W-REG-AKTIV-FLAG    PIC X(01)  VALUE SPACE.
          88 REG-AKTIV                      VALUE "J".
     05      W-REG-IDLE-FLAG     PIC X(01)  VALUE SPACE.
          88 REG-IDLE-ABGELAUFEN            VALUE "J".
     05      W-REG-SQL-FLAG      PIC X(01)  VALUE SPACE.
          88 REG-SQL-OK                     VALUE "J".
          88 REG-SQL-NOK                    VALUE "N".
          88 REG-SQL-FEHLT                  VALUE "F".

**          ---> Modul-Verantwortlichkeiten (=SSFOWNER, s. D514/D515):
**               Muster oder Modulname, Team, Haupt- und Stellvertreter-
**               Kontakt; genutzt fuer Checkout-Warnung (D513), Mail-
          88 MUSTER-TRIFFT                  VALUE "J".
     05      W-MUST-I            PIC S9(04) COMP VALUE ZERO.

**  ---> Self-Service-Zugriffsantraege (VERWALTUNG REQUEST, s.
**       D590-D599): ein User beantragt eine Rolle fuer sich oder
**       einen Kollegen; der Antrag geht an die Rollen-Verantwort-
**       lichen (=SSROLES Funktion "OWNER", Parameter Grp.User),
**       sonst an den Modul-Verantwortlichen des Rollen-Scopes
**       (=SSFOWNER, D514), sonst an die Verwaltung ("*VERW").
**       Genehmigt wird er zur festen Zuordnung in =SSUSER bzw. -
**       mit Enddatum - zur Delegation in =SSFDELEG; unentschiedene
**       Antraege verfallen nach =SSPARM "ACCREQDAYS" Tagen
**       (Default 14). Status: O offen, G genehmigt, A abgelehnt,
**       V verfallen; Ergebnis: U =SSUSER, D Delegation
 01          W-ACR-FELDER.
     05      W-ACR-SUBCMD        PIC X(10)  VALUE SPACES.
     05      W-ACR-PARM-FLAG     PIC X(01)  VALUE "J".
          88 ACR-PARM-OK                    VALUE "J".
          88 ACR-PARM-NOK                   VALUE "N".
     05      W-ACR-PTR           PIC S9(04) COMP VALUE ZERO.
     05      W-ACR-TOK-ANZ       PIC S9(04) COMP VALUE ZERO.
     05      W-ACR-TOK-TAB.
      10     W-ACR-TOK           PIC X(16)  OCCURS 3.
     05      W-ACR-REST          PIC X(80)  VALUE SPACES.
     05      W-ACR-LEN           PIC S9(04) COMP VALUE ZERO.
     05      W-ACR-I             PIC S9(04) COMP VALUE ZERO.
     05      W-ACR-J             PIC S9(04) COMP VALUE ZERO.
**          ---> Datum pruefen (D598): Eingabe TT.MM.JJJJ, Ergebnis
**               JJJJMMTT in W-ACR-DAT-SORT
     05      W-ACR-DAT-EIN       PIC X(10)  VALUE SPACES.
     05      W-ACR-DAT-SORT      PIC X(08)  VALUE SPACES.
     05      W-ACR-DAT-FLAG      PIC X(01)  VALUE SPACE.
          88 ACR-DAT-OK                     VALUE "J".
          88 ACR-DAT-NOK                    VALUE SPACE.
**          ---> Antrag: Parameter bzw. gelesener Satz
     05      W-ACR-NR            PIC S9(09) COMP VALUE ZERO.
     05      W-ACR-NR-ED         PIC ZZZZZ9.
     05      W-ACR-NR-E          PIC X(16)  VALUE SPACES.
     05      W-ACR-USER          PIC X(16)  VALUE SPACES.
     05      W-ACR-ROLLE         PIC X(16)  VALUE SPACES.
     05      W-ACR-BIS-E         PIC X(10)  VALUE SPACES.
     05      W-ACR-BIS           PIC X(08)  VALUE SPACES.
     05      W-ACR-GRUND         PIC X(60)  VALUE SPACES.
     05      W-ACR-AB-E          PIC X(10)  VALUE SPACES.
     05      W-ACR-VON           PIC X(16)  VALUE SPACES.
     05      W-ACR-GENEHMIGER    PIC X(16)  VALUE SPACES.
     05      W-ACR-GENEHMIGER2   PIC X(16)  VALUE SPACES.
     05      W-ACR-ROUTING       PIC X(01)  VALUE SPACE.
          88 ACR-ROUTE-ROLLE                VALUE "R".
          88 ACR-ROUTE-MODUL                VALUE "M".
          88 ACR-ROUTE-VERW                 VALUE "V".
     05      W-ACR-STATUS        PIC X(01)  VALUE SPACE.
     05      W-ACR-ERGEBNIS      PIC X(01)  VALUE SPACE.
     05      W-ACR-SCOPE         PIC X(08)  VALUE SPACES.
     05      W-ACR-BERECHT-FLAG  PIC X(01)  VALUE SPACE.
          88 ACR-BERECHTIGT                 VALUE "J".
     05      W-ACR-FRIST-TAGE    PIC 9(03)  VALUE ZERO.
     05      W-ACR-HEUTE         PIC 9(08)  VALUE ZERO.
     05      W-ACR-STATUS-TXT    PIC X(10)  VALUE SPACES.
     05      W-ACR-ANZ           PIC 9(05)  VALUE ZERO.
     05      W-ACR-ANZ-O         PIC 9(05)  VALUE ZERO.
     05      W-ACR-ANZ-G         PIC 9(05)  VALUE ZERO.
     05      W-ACR-ANZ-A         PIC 9(05)  VALUE ZERO.
     05      W-ACR-ANZ-V         PIC 9(05)  VALUE ZERO.
     05      W-ACR-ANZ-ED        PIC ZZZZ9.
     05      W-ACR-ANZ2-ED       PIC ZZZZ9.
     05      W-ACR-ANZ3-ED       PIC ZZZZ9.
     05      W-ACR-ANZ4-ED       PIC ZZZZ9.
     05      K-ACR-VERW          PIC X(16)  VALUE "*VERW".
**          ---> Mail (M576): Anlass ANTRAG/GENEHMIGT/ABGELEHNT und
**               die beiden Empfaenger (Grp.User, Adresse aus S626)
     05      W-ACR-AKTION        PIC X(12)  VALUE SPACES.
     05      W-ACR-MAIL-USER1    PIC X(16)  VALUE SPACES.
     05      W-ACR-MAIL-USER2    PIC X(16)  VALUE SPACES.
     05      W-ACR-MAIL-AN1      PIC X(64)  VALUE SPACES.
     05      W-ACR-MAIL-AN2      PIC X(64)  VALUE SPACES.
**          ---> Host-Variablen (S627, S633-S639, S662-S669)
     05      H-ACR-NR            PIC S9(09) COMP VALUE ZERO.
     05      H-ACR-FRIST         PIC X(03)  VALUE SPACES.
     05      H-ACR-USER          PIC X(16)  VALUE SPACES.
     05      H-ACR-VERW-KZ       PIC X(16)  VALUE SPACES.
     05      H-ACR-ROLLE         PIC X(16)  VALUE SPACES.
     05      H-ACR-MUSTER        PIC X(16)  VALUE SPACES.
     05      H-ACR-AB            PIC X(10)  VALUE SPACES.


**  ---> Unvertraegliche Rollen-/Funktionskombinationen (Funktions-
**       trennung, VERWALTUNG SOD, s. D920-D929): Regeltabelle
**       =SSFSODR (Typ R = zwei Rollen, F = zwei Funktionen, optional
**       nur fuer eine ANWENDUNG), dokumentierte Ausnahmen je User
**       und Regel in =SSFSODX (von einem zweiten Administrator ueber
**       die Vier-Augen-Warteschlange bestaetigt, s. D507). Neue
**       Zuordnungen (D440, D460, DELEGATE, REQUEST) werden gegen
**       die Regeln geprueft (D927) und ohne Ausnahme abgewiesen
 01          W-SOD-FELDER.
     05      W-SOD-SUBCMD        PIC X(10)  VALUE SPACES.
     05      W-SOD-PARM-FLAG     PIC X(01)  VALUE "J".
          88 SOD-PARM-OK                    VALUE "J".
          88 SOD-PARM-NOK                   VALUE "N".
     05      W-SOD-PTR           PIC S9(04) COMP VALUE ZERO.
     05      W-SOD-TOK-TAB.
      10     W-SOD-TOK           PIC X(16)  OCCURS 5.
     05      W-SOD-LEN           PIC S9(04) COMP VALUE ZERO.
     05      W-SOD-REST          PIC X(80)  VALUE SPACES.
**          ---> Regel bzw. Ausnahme aus der Kommandozeile
     05      W-SOD-NR            PIC S9(09) COMP VALUE ZERO.
     05      W-SOD-NR-ED         PIC ZZZZ9.
     05      W-SOD-TYP           PIC X(01)  VALUE SPACE.
          88 SOD-TYP-ROLLE                  VALUE "R".
          88 SOD-TYP-FUNKTION               VALUE "F".
     05      W-SOD-WERT1         PIC X(16)  VALUE SPACES.
     05      W-SOD-WERT2         PIC X(16)  VALUE SPACES.
     05      W-SOD-ANW           PIC X(08)  VALUE SPACES.
     05      W-SOD-TEXT          PIC X(60)  VALUE SPACES.
**          ---> Pruefung (D927): User im Klartext, neue Rolle (leer =
**               nur Bestand, fuer den Report), Ergebnis
     05      W-SOD-USER          PIC X(16)  VALUE SPACES.
     05      W-SOD-NEU-ROLLE     PIC X(16)  VALUE SPACES.
     05      W-SOD-ERG-FLAG      PIC X(01)  VALUE SPACE.
          88 SOD-ERLAUBT                    VALUE SPACE.
          88 SOD-VERWEIGERT                 VALUE "N".
     05      W-SOD-MODUS         PIC X(01)  VALUE SPACE.
          88 SOD-MODUS-PRUEF                VALUE SPACE.
          88 SOD-MODUS-REPORT               VALUE "R".
     05      W-SOD-QUELLE        PIC 9(01)  VALUE ZERO.
          88 SOD-QUELLE-SSUSER              VALUE 1.
          88 SOD-QUELLE-DELEG               VALUE 2.
          88 SOD-QUELLE-NEU                 VALUE 3.
**          ---> Regeln (einmal je Pruefung bzw. Report geladen)
     05      W-SOD-REG-ANZ       PIC S9(04) COMP VALUE ZERO.
     05      K-SOD-REG-MAX       PIC S9(04) COMP VALUE 100.
     05      W-SOD-REG-TAB.
      10     W-SOD-REG           OCCURS 100.
       15    W-SOD-REG-NR        PIC S9(09) COMP.
       15    W-SOD-REG-TYP       PIC X(01).
       15    W-SOD-REG-WERT1     PIC X(16).
       15    W-SOD-REG-WERT2     PIC X(16).
       15    W-SOD-REG-ANW       PIC X(08).
       15    W-SOD-REG-TEXT      PIC X(60).
**          ---> Rollen/Funktionen des Users (=SSUSER gueltig,
**               =SSFDELEG nicht abgelaufen, neue Rolle: KZ "N")
     05      W-SOD-ZT-ANZ        PIC S9(04) COMP VALUE ZERO.
     05      K-SOD-ZT-MAX        PIC S9(04) COMP VALUE 200.
     05      W-SOD-ZT-TAB.
      10     W-SOD-ZT            OCCURS 200.
       15    W-SOD-ZT-ROLLE      PIC X(16).
       15    W-SOD-ZT-FKT        PIC X(16).
       15    W-SOD-ZT-PARM       PIC X(16).
       15    W-SOD-ZT-KZ         PIC X(01).
     05      W-SOD-I             PIC S9(04) COMP VALUE ZERO.
     05      W-SOD-J             PIC S9(04) COMP VALUE ZERO.
     05      W-SOD-WERT          PIC X(16)  VALUE SPACES.
     05      W-SOD-HAT-A         PIC X(01)  VALUE SPACE.
     05      W-SOD-HAT-B         PIC X(01)  VALUE SPACE.
     05      W-SOD-NEU-BET       PIC X(01)  VALUE SPACE.
     05      W-SOD-USR-ANW       PIC X(01)  VALUE SPACE.
          88 SOD-USR-OHNE-ANW               VALUE SPACE.
          88 SOD-USR-MIT-ANW                VALUE "J".
     05      W-SOD-ANW-FLAG      PIC X(01)  VALUE SPACE.
          88 SOD-ANW-NICHT                  VALUE SPACE.
          88 SOD-ANW-TRIFFT                 VALUE "J".
     05      W-SOD-ANZ           PIC 9(05)  VALUE ZERO.
     05      W-SOD-ANZ-KONFL     PIC 9(05)  VALUE ZERO.
     05      W-SOD-ANZ-AUSN      PIC 9(05)  VALUE ZERO.
     05      W-SOD-ANZ-USER      PIC 9(05)  VALUE ZERO.
     05      W-SOD-ANZ-ED        PIC ZZZZ9.
     05      W-SOD-ANZ2-ED       PIC ZZZZ9.
     05      W-SOD-ANZ3-ED       PIC ZZZZ9.
**          ---> Host-Variablen (S646-S649, S653-S659, S673-S679)
     05      H-SOD-NR            PIC S9(09) COMP VALUE ZERO.
     05      H-SOD-USER          PIC X(16)  VALUE SPACES.
     05      H-SOD-USER-ENCR     PIC X(16)  VALUE SPACES.
     05      H-SOD-ROLLE         PIC X(16)  VALUE SPACES.
     05      H-SOD-HEUTE         PIC X(08)  VALUE SPACES.
     05      H-SOD-HEUTE-N       PIC 9(08)  VALUE ZERO.
     05      H-SOD-R-ROLLE       PIC X(16)  VALUE SPACES.
     05      H-SOD-R-FKT         PIC X(16)  VALUE SPACES.
     05      H-SOD-R-PARM        PIC X(16)  VALUE SPACES.
     05      H-SOD-GENEHMIGT     PIC X(16)  VALUE SPACES.

**  ---> Zusatzform "LIST UNMANAGED [PROD|TEST] [CSV <Datei>]":
**       Objektdateien in den verwalteten Prod- und Test-Subvolumes
**       (=SSPARM "R2P-RUN%"/"R2T-RUN%" SVOL_DEST auf dem Volume der
**       Sitzung und den Katalog-Volumes lt. =DEFCAT) ohne passendes
**       =SSAFE-Modul bzw. ohne Freigabe fuer die Stufe; Dateiinfo
**       ueber SSFEIN0M "FI", Verweise aus =SSFRFDEF (Ketten) und der
**       PATHCOM-Liste lt. =SSPARM "PATHCONF" (SVOL_SOURCE = Prod,
**       SVOL_DEST = Test), s. D933-D939
 01          W-UM-FELDER.
     05      W-UM-FILTER         PIC X(04)  VALUE SPACES.
     05      W-UM-I              PIC S9(04) COMP VALUE ZERO.
     05      W-UM-J              PIC S9(04) COMP VALUE ZERO.
     05      W-UM-K              PIC S9(04) COMP VALUE ZERO.
     05      W-UM-LEN            PIC S9(04) COMP VALUE ZERO.
     05      W-UM-PTR            PIC S9(04) COMP VALUE ZERO.
     05      W-UM-TREFFER        PIC S9(04) COMP VALUE ZERO.
**          ---> Volumes: Sitzung + Katalog-Volumes (=DEFCAT "CA")
     05      W-UM-VOL-ANZ        PIC S9(04) COMP VALUE ZERO.
     05      W-UM-VOL-NEU        PIC X(08)  VALUE SPACES.
     05      W-UM-VOL-TAB.
      10     W-UM-VOL            PIC X(08)  OCCURS 20.
**          ---> Kataloge (=DEFCAT "CA", fuer LIST SQLINVALID)
     05      W-UM-KAT-ANZ        PIC S9(04) COMP VALUE ZERO.
     05      W-UM-KAT-TAB.
      10     W-UM-KAT            PIC X(36)  OCCURS 20.
**          ---> Objekt-Subvolumes je Stufe (=SSPARM R2x-RUN%)
     05      W-UM-SVOL-ANZ       PIC S9(04) COMP VALUE ZERO.
     05      W-UM-SVOL-NEU       PIC X(08)  VALUE SPACES.
     05      W-UM-STUFE-NEU      PIC X(04)  VALUE SPACES.
     05      W-UM-SVOL-TAB.
      10     W-UM-SVOL-EINTRAG   OCCURS 30.
       15    W-UM-SVOL           PIC X(08).
       15    W-UM-SVOL-STUFE     PIC X(04).
**          ---> von PATHCOM-Liste referenzierte Programmdateien
     05      W-UM-PWY-ANZ        PIC S9(04) COMP VALUE ZERO.
     05      W-UM-PWY-ZEILE      PIC X(128) VALUE SPACES.
     05      W-UM-PWY-VOR        PIC X(128) VALUE SPACES.
     05      W-UM-PWY-REST       PIC X(128) VALUE SPACES.
     05      W-UM-PWY-NAME       PIC X(36)  VALUE SPACES.
     05      W-UM-PWY-TAB.
      10     W-UM-PWY            PIC X(36)  OCCURS 500.
**          ---> je Objektdatei
     05      W-UM-DATEI          PIC X(36)  VALUE SPACES.
     05      W-UM-OBJ            PIC X(08)  VALUE SPACES.
     05      W-UM-STUFE          PIC X(04)  VALUE SPACES.
     05      W-UM-GRUND          PIC X(08)  VALUE SPACES.
          88 UM-VERWALTET                   VALUE SPACES.
     05      W-UM-MODI           PIC 9(16)  VALUE ZERO.
     05      W-UM-MODI-X REDEFINES W-UM-MODI.
      10     W-UM-MODI-JJJJ      PIC X(04).
      10     W-UM-MODI-MM        PIC X(02).
      10     W-UM-MODI-TT        PIC X(02).
      10                         PIC X(08).
     05      W-UM-DATUM          PIC X(10)  VALUE SPACES.
     05      W-UM-OWNER          PIC X(32)  VALUE SPACES.
     05      W-UM-OWNER-GRP      PIC 9(03)  VALUE ZERO.
     05      W-UM-OWNER-NR       PIC 9(03)  VALUE ZERO.
     05      W-UM-REF            PIC X(02)  VALUE SPACES.
     05      W-UM-PWY-KZ         PIC X(01)  VALUE SPACE.
          88 UM-PWY-NEIN                    VALUE SPACE.
          88 UM-PWY-JA                      VALUE "P".
     05      W-UM-ORT-ANZ        PIC 9(05)  VALUE ZERO.
     05      W-UM-DATEI-ANZ      PIC 9(05)  VALUE ZERO.
     05      W-UM-KAND-ANZ       PIC 9(05)  VALUE ZERO.
     05      W-UM-ANZ-ED         PIC ZZZZ9.
     05      W-UM-ANZ2-ED        PIC ZZZZ9.
     05      W-UM-ANZ3-ED        PIC ZZZZ9.
     05      W-UM-CSV-ZEILE      PIC X(80)  VALUE SPACES.
**          ---> Host-Variablen (S597-S599, S697-S699)
     05      H-UM-AKTION         PIC X(16)  VALUE SPACES.
     05      H-UM-SVOL           PIC X(64)  VALUE SPACES.
     05      H-UM-MODUL          PIC X(08)  VALUE SPACES.
     05      H-UM-FRG-TEST       PIC X(02)  VALUE SPACES.
     05      H-UM-FRG-PROD       PIC X(02)  VALUE SPACES.
     05      H-UM-OBJ            PIC X(08)  VALUE SPACES.
     05      H-UM-DATEI          PIC X(36)  VALUE SPACES.
     05      H-UM-ANZ            PIC S9(09) COMP VALUE ZERO.

**  ---> Zusatzform "LIST SQLINVALID [PROD|TEST] [QUEUE] [CSV
**       <Datei>]": registrierte SQL-Programme (=SSAFE-Modul mit
**       =TABS-Eintraegen) in den Prod-/Test-Subvolumes, die lt.
**       Katalog (PROGRAMS/USAGES/TABLES je =DEFCAT "CA") ungueltig
**       sind oder deren Tabelle nach dem letzten SQLCOMP per DDL
**       geaendert wurde; QUEUE bzw. die Rueckfrage im Dialog haengt
**       je Programm eine Zeile "SQLINC <Modul> <Objekt>" an das
**       SRCCOMP-Manifest lt. =SSPARM "SQLRECOMP" an (s. D941-D944)
 01          W-SQI-FELDER.
     05      W-SQI-FILTER        PIC X(04)  VALUE SPACES.
     05      W-SQI-QUEUE-KZ      PIC X(01)  VALUE SPACE.
          88 SQI-OHNE-QUEUE                 VALUE SPACE.
          88 SQI-QUEUE                      VALUE "J".
     05      W-SQI-K             PIC S9(04) COMP VALUE ZERO.
     05      W-SQI-I             PIC S9(04) COMP VALUE ZERO.
     05      W-SQI-KATALOG       PIC X(36)  VALUE SPACES.
     05      W-SQI-PRG-VORHER    PIC X(36)  VALUE SPACES.
     05      W-SQI-SYSTEM        PIC X(08)  VALUE SPACES.
     05      W-SQI-GRUND         PIC X(09)  VALUE SPACES.
     05      W-SQI-DDL-ZP        PIC X(16)  VALUE SPACES.
     05      W-SQI-ANZ           PIC 9(05)  VALUE ZERO.
     05      W-SQI-KAND-ANZ      PIC 9(05)  VALUE ZERO.
     05      W-SQI-ANZ-ED        PIC ZZZZ9.
     05      W-SQI-ANZ2-ED       PIC ZZZZ9.
     05      W-SQI-CSV-ZEILE     PIC X(80)  VALUE SPACES.
**          ---> zum SQL-Recompile vorgemerkte Programme
     05      W-SQI-Q-ANZ         PIC S9(04) COMP VALUE ZERO.
     05      W-SQI-Q-TAB.
      10     W-SQI-Q-EINTRAG     OCCURS 200.
       15    W-SQI-Q-MODUL       PIC X(08).
       15    W-SQI-Q-OBJ         PIC X(36).
**          ---> Host-Variablen (S501-S504)
     05      H-SQI-PROGRAMM      PIC X(36)  VALUE SPACES.
     05      H-SQI-VALID         PIC X(01)  VALUE SPACE.
     05      H-SQI-TABELLE       PIC X(36)  VALUE SPACES.
     05      H-SQI-REDEF         PIC S9(18) COMP VALUE ZERO.
     05      H-SQI-RECOMP        PIC S9(18) COMP VALUE ZERO.
     05      H-SQI-ANZ           PIC S9(09) COMP VALUE ZERO.

**  ---> WATCH: persoenliche Beobachtungslisten je User (=SSFWATCH,
**       Modul-Muster mit "*"/"?"); Ereignisse merkt D948 aus
**       S200-INSERT-SSPROT (ein ROLLBACK verwirft sie wieder, s.
**       U100/U120), verschickt werden sie nach dem Kommando (D949)
**       als Sofort-Mail bzw. ueber den DIGEST-Spool (Kategorie
**       "WA", s. D951) - s. C125, D945-D953, M577
 01          W-WA-FELDER.
     05      W-WA-WORT           PIC X(10)  VALUE SPACES.
     05      W-WA-SUBCMD         PIC X(10)  VALUE SPACES.
     05      W-WA-PARM           PIC X(10)  VALUE SPACES.
     05      W-WA-PARM2          PIC X(10)  VALUE SPACES.
     05      W-WA-MUSTER         PIC X(08)  VALUE SPACES.
     05      W-WA-ZUST           PIC X(01)  VALUE SPACE.
          88 WA-SOFORT                      VALUE "S".
          88 WA-DIGEST                      VALUE "D".
     05      W-WA-FLAG           PIC X(01)  VALUE SPACE.
          88 WA-FEHLT                       VALUE SPACE.
          88 WA-VORHANDEN                   VALUE "J".
     05      W-WA-ANZ            PIC 9(05)  VALUE ZERO.
     05      W-WA-ANZ-ED         PIC ZZZZ9.
     05      W-WA-I              PIC S9(04) COMP VALUE ZERO.
     05      W-WA-J              PIC S9(04) COMP VALUE ZERO.
**          ---> gemerkte Ereignisse des laufenden Kommandos
     05      W-WA-EV-ANZ         PIC S9(04) COMP VALUE ZERO.
     05      W-WA-EV-TX-ANZ      PIC S9(04) COMP VALUE ZERO.
     05      W-WA-ART-NEU        PIC X(10)  VALUE SPACES.
     05      W-WA-MELDEN-NEU     PIC X(01)  VALUE SPACE.
     05      W-WA-EV-TAB.
      10     W-WA-EV             OCCURS 200.
       15    W-WA-EV-MODUL       PIC X(08).
       15    W-WA-EV-ART         PIC X(10).
       15    W-WA-EV-USER        PIC X(16).
       15    W-WA-EV-ZEIT        PIC X(19).
       15    W-WA-EV-MELDEN      PIC X(01).
**               ---> je Beobachter: "S" Sofort-Mail, "D" Sammelmail
       15    W-WA-EV-KZ          PIC X(01).
**          ---> Beobachter und Mail-Zeilen (Sofort-Mail bzw. Sammel-
**               mail, s. M577)
     05      W-WA-USER           PIC X(16)  VALUE SPACES.
     05      W-WA-USER-VORHER    PIC X(16)  VALUE SPACES.
     05      W-WA-MAIL-ART       PIC X(01)  VALUE SPACE.
          88 WA-MAIL-SOFORT                 VALUE "S".
          88 WA-MAIL-DIGEST                 VALUE "D".
     05      W-WA-ML-ANZ         PIC S9(04) COMP VALUE ZERO.
     05      W-WA-ML-REST        PIC S9(04) COMP VALUE ZERO.
     05      W-WA-ML-TAB.
      10     W-WA-ML             PIC X(60)  OCCURS 100.
     05      W-WA-MAIL-AN        PIC X(64)  VALUE SPACES.
**          ---> DIGEST: Beobachter mit gespoolten Ereignissen
     05      W-WA-DU-ANZ         PIC S9(04) COMP VALUE ZERO.
     05      W-WA-DU-IX          PIC S9(04) COMP VALUE ZERO.
     05      W-WA-DU-TAB.
      10     W-WA-DU             PIC X(16)  OCCURS 100.
**          ---> Host-Variablen (S505-S516)
     05      H-WA-USER           PIC X(16)  VALUE SPACES.
     05      H-WA-MUSTER         PIC X(08)  VALUE SPACES.
     05      H-WA-ZUST           PIC X(01)  VALUE SPACE.
     05      H-WA-ZPINS          PIC X(26)  VALUE SPACES.
     05      H-WA-MODUL          PIC X(08)  VALUE SPACES.

**  ---> Pflege der eigenen SQL-Tabellen (VERWALTUNG TABPFLEGE
**       [FORCE] [MAIL] bzw. TABPFLEGE HIST [<Define>], s. D959-
**       D965): Zeilenzahl und Fuellgrad der Partitionen je Tabelle
**       nach =SSFTSTAT, UPDATE STATISTICS bei Alter oder Wachstum;
**       Schwellen aus =SSPARM "TABPFLEGE"
 01          W-TPF-FELDER.
     05      W-TPF-WORT          PIC X(24)  VALUE SPACES.
     05      W-TPF-PARM-TAB.
      10     W-TPF-PARM          PIC X(24)  OCCURS 4.
     05      W-TPF-I             PIC S9(04) COMP VALUE ZERO.
     05      W-TPF-SUBCMD        PIC X(04)  VALUE SPACES.
          88 TPF-HIST                       VALUE "HIST".
     05      W-TPF-FORCE-FLAG    PIC X(01)  VALUE SPACE.
          88 TPF-FORCE                      VALUE "X".
     05      W-TPF-MAIL-FLAG     PIC X(01)  VALUE SPACE.
          88 TPF-MAIL-MODE                  VALUE "X".
     05      W-TPF-HIST-DEFINE   PIC X(24)  VALUE SPACES.
**          ---> Schwellen (Tage, Prozent Wachstum, Prozent Extents)
     05      W-TPF-MAX-ALTER     PIC 9(03)  VALUE ZERO.
     05      W-TPF-WACHSTUM-MAX  PIC 9(03)  VALUE ZERO.
     05      W-TPF-EXT-WARN      PIC 9(03)  VALUE ZERO.
**          ---> Tabellen-Defines der Anwendung aus =DEFCAT
     05      W-TPF-KATALOG       PIC X(35)  VALUE SPACES.
     05      W-TPF-ANZ           PIC S9(04) COMP VALUE ZERO.
     05      W-TPF-IX            PIC S9(04) COMP VALUE ZERO.
     05      W-TPF-TAB.
      10     W-TPF-EINTRAG       OCCURS 150.
       15    W-TPF-DEFINE        PIC X(24).
       15    W-TPF-DATEI         PIC X(35).
**          ---> Befund der gerade bearbeiteten Tabelle
     05      W-TPF-ZEILEN        PIC S9(18) COMP VALUE ZERO.
     05      W-TPF-ZEILEN-ALT    PIC S9(18) COMP VALUE ZERO.
     05      W-TPF-WACHSTUM      PIC S9(09) COMP VALUE ZERO.
     05      W-TPF-PART-ANZ      PIC S9(04) COMP VALUE ZERO.
     05      W-TPF-PART-WARN     PIC S9(04) COMP VALUE ZERO.
     05      W-TPF-EOF-SUMME     PIC S9(18) COMP VALUE ZERO.
     05      W-TPF-PART-FUELL    PIC S9(04) COMP VALUE ZERO.
     05      W-TPF-FUELLGRAD     PIC S9(04) COMP VALUE ZERO.
     05      W-TPF-MAX-PART      PIC X(36)  VALUE SPACES.
     05      W-TPF-MAX-BELEGT    PIC S9(04) COMP VALUE ZERO.
     05      W-TPF-MAX-EXTENTS   PIC S9(04) COMP VALUE ZERO.
     05      W-TPF-GRUND         PIC X(10)  VALUE SPACES.
     05      W-TPF-STATS-KZ      PIC X(01)  VALUE SPACE.
          88 TPF-STATS-OK                   VALUE "J".
          88 TPF-STATS-FEHLER               VALUE "F".
          88 TPF-STATS-KEINE                VALUE "N".
     05      W-TPF-VOR-TABELLE   PIC X(24)  VALUE SPACES.
**          ---> Zaehler des Laufs
     05      W-TPF-STATS-ANZ     PIC 9(05)  VALUE ZERO.
     05      W-TPF-FEHL-ANZ      PIC 9(05)  VALUE ZERO.
     05      W-TPF-WARN-ANZ      PIC 9(05)  VALUE ZERO.
     05      W-TPF-HIST-ANZ      PIC 9(05)  VALUE ZERO.
**          ---> Aufbereitung
     05      W-TPF-ZEILEN-ED     PIC Z(11)9.
     05      W-TPF-PROZ-ED       PIC -ZZZ9.
     05      W-TPF-PART-ED       PIC ZZZ9.
     05      W-TPF-GRAD-ED       PIC ZZ9.
     05      W-TPF-EXT1-ED       PIC ZZZ9.
     05      W-TPF-EXT2-ED       PIC ZZZ9.
     05      W-TPF-ANZ-ED        PIC ZZZZ9.
**          ---> Groesse und Extents einer Partition ueber
**               FILE_GETINFOLISTBYNAME_ (wie E348; 048 = EOF,
**               052 = max. Extents, 053 = belegte Extents)
     05      W-TPF-FNAME         PIC X(36)  VALUE SPACES.
     05      W-TPF-FNAME-LEN     PIC S9(04) COMP VALUE ZERO.
     05      W-TPF-T-ITEM-LIST.
      10     W-TPF-T-ITEM-EOF    PIC S9(4) COMP VALUE 048.
      10     W-TPF-T-ITEM-MAXEXT PIC S9(4) COMP VALUE 052.
      10     W-TPF-T-ITEM-BELEGT PIC S9(4) COMP VALUE 053.
     05      W-TPF-T-NUM-OF-ITEMS PIC S9(4) COMP VALUE 3.
     05      W-TPF-T-RESULT.
      10     W-TPF-T-RESULT-EOF  PIC S9(9) COMP.
      10     W-TPF-T-RESULT-MAXEXT PIC S9(4) COMP.
      10     W-TPF-T-RESULT-BELEGT PIC S9(4) COMP.
     05      W-TPF-T-RESULT-MAX  PIC S9(4) COMP VALUE 8.
     05      W-TPF-T-RESULT-LEN  PIC S9(4) COMP.
     05      W-TPF-T-ERROR-ITEM  PIC S9(4) COMP.
     05      W-TPF-T-ERROR       PIC S9(4) COMP.
**          ---> Host-Variablen (S811-S828)
     05      H-TPF-ZEILEN        PIC S9(18) COMP VALUE ZERO.
     05      H-TPF-PARTITION     PIC X(36).
     05      H-TPF-ALTER         PIC X(04).
     05      H-TPF-ANZ           PIC S9(09) COMP VALUE ZERO.
     05      H-TPF-TABELLE       PIC X(24).
     05      H-TPF-VON           PIC X(24).
     05      H-TPF-BIS           PIC X(24).

**  ---> Referentielle Konsistenzpruefung der Kerntabellen =SSAFE,
**       =SSFRARCH, =ABNAHME und =PROGRAMS (VERWALTUNG CONSIST, s.
**       D550-D555): Befundreport plus Korrektur-SQL-Skript, das der
**       Administrator durchsieht und selbst in SQLCI ausfuehrt -
**       ersetzt die Handarbeit aus den ##Diverses-Notizen
 01          W-CONS-FELDER.
     05      W-CONS-SQL-FILE     PIC X(36)  VALUE SPACES.
     05      W-CONS-BACKUP       PIC X(36)  VALUE SPACES.
     05      W-CONS-MAIL-FLAG    PIC X(01)  VALUE SPACE.
          88 CONS-MAIL-MODE                 VALUE "X".
     05      W-CONS-SQL-FLAG     PIC X(01)  VALUE SPACE.
          88 CONS-SQL-OFFEN                 VALUE "J".
     05      W-CONS-MOD-ANZ      PIC 9(05)  VALUE ZERO.
     05      W-CONS-GESAMT       PIC 9(05)  VALUE ZERO.
     05      W-CONS-ANZ-ED       PIC ZZZZ9.
     05      W-CONS-IX           PIC S9(04) COMP VALUE ZERO.
     05      W-CONS-NR           PIC 9(01)  VALUE ZERO.
     05      W-CONS-ANZ-TAB.
      10     W-CONS-ANZ          OCCURS 5   PIC 9(05).
     05      W-CONS-MODUL        PIC X(08)  VALUE SPACES.
     05      W-CONS-TYP          PIC X(02)  VALUE SPACES.
     05      W-CONS-ZPCI         PIC X(26)  VALUE SPACES.
     05      W-CONS-NEU-FLAG     PIC X(01)  VALUE SPACE.
          88 CONS-NEU-DA                    VALUE "J".
     05      W-CONS-NEU-VERS     PIC X(10)  VALUE SPACES.
     05      W-CONS-NEU-DATUM    PIC X(10)  VALUE SPACES.
     05      W-CONS-NEU-ZPINS    PIC X(26)  VALUE SPACES.
     05      W-CONS-SOLL         PIC X(10)  VALUE SPACES.
     05      W-CONS-IST          PIC X(26)  VALUE SPACES.
     05      W-CONS-V1           PIC X(04)  VALUE SPACES.
     05      W-CONS-V2           PIC X(04)  VALUE SPACES.
     05      W-CONS-V3           PIC X(04)  VALUE SPACES.
     05      W-CONS-Q-ANZ        PIC S9(04) COMP VALUE ZERO.
     05      W-CONS-Q-TAB.
      10     W-CONS-Q            OCCURS 4   PIC X(26).
     05      W-CONS-LEN          PIC S9(04) COMP VALUE ZERO.
     05      W-CONS-SQL          PIC X(80)  VALUE SPACES.
     05      K-CONS-TEXTE.
      10                         PIC X(36)  VALUE
             "Module ohne Archiv-Version".
      10                         PIC X(36)  VALUE
             "letzter Checkin nicht archiviert".
      10                         PIC X(36)  VALUE
             "ABNAHME-Version nie archiviert".
      10                         PIC X(36)  VALUE
             "PROGRAMS ungleich juengster Version".
      10                         PIC X(36)  VALUE
             "VERSION/ARCHIV_MODUL-Namensfehler".
     05      K-CONS-TEXT-TAB REDEFINES K-CONS-TEXTE.
      10     K-CONS-TEXT         OCCURS 5   PIC X(36).
     05      K-CONS-BACKUP       PIC X(36)  VALUE
             "SSRCREPO.SSFRABCK".
     05      K-CONS-SQL-FILE     PIC X(36)  VALUE "CONSFIX".

**  ---> Satzlayout-Analyse von Copy-Sections (?SECTION in MSGLIB
**       u.ae., s. E422-E433): Feldtabelle je Section mit Stufe,
**       Name, PIC, Usage, OCCURS, REDEFINES, Laenge und Offset;
**       W-LAY-ALT-ERGEBNIS nimmt beim Vergleich die alte Version
**       auf (gleicher Aufbau wie W-LAY-ERGEBNIS)
 01          W-LAY-FELDER.
     05      W-LAY-DATEI         PIC X(36)  VALUE SPACES.
     05      W-LAY-SECTION       PIC X(30)  VALUE SPACES.
     05      W-LAY-SEC-NAME      PIC X(30)  VALUE SPACES.
     05      W-LAY-VERS          PIC X(10)  VALUE SPACES.
     05      W-LAY-IN-SEC-FLAG   PIC X(01)  VALUE SPACE.
          88 LAY-IN-SECTION                 VALUE "J".
     05      W-LAY-SEC-DA-FLAG   PIC X(01)  VALUE SPACE.
          88 LAY-SECTION-DA                 VALUE "J".
     05      W-LAY-VOLL-FLAG     PIC X(01)  VALUE SPACE.
          88 LAY-TAB-VOLL                   VALUE "J".
     05      W-LAY-STMT          PIC X(240) VALUE SPACES.
     05      W-LAY-STMT-PTR      PIC S9(04) COMP VALUE 1.
     05      W-LAY-TOK-ANZ       PIC S9(04) COMP VALUE ZERO.
     05      W-LAY-TOK-TAB.
      10     W-LAY-TOK           OCCURS 16  PIC X(30).
     05      W-LAY-TX            PIC S9(04) COMP VALUE ZERO.
     05      W-LAY-TLEN          PIC S9(04) COMP VALUE ZERO.
     05      W-LAY-TNUM          PIC 9(04)  VALUE ZERO.
     05      W-LAY-I             PIC S9(04) COMP VALUE ZERO.
     05      W-LAY-J             PIC S9(04) COMP VALUE ZERO.
     05      W-LAY-K             PIC S9(04) COMP VALUE ZERO.
     05      W-LAY-PIC-CH        PIC X(01)  VALUE SPACE.
     05      W-LAY-PIC-LETZT     PIC X(01)  VALUE SPACE.
     05      W-LAY-PIC-ZIFFER    PIC 9(01)  VALUE ZERO.
     05      W-LAY-PIC-REP       PIC 9(05)  VALUE ZERO.
     05      W-LAY-PIC-STELLEN   PIC 9(05)  VALUE ZERO.
     05      W-LAY-PIC-BYTES     PIC 9(06)  VALUE ZERO.
     05      W-LAY-ENDE          PIC 9(06)  VALUE ZERO.
     05      W-LAY-DIFF-ANZ      PIC 9(04)  VALUE ZERO.
     05      W-LAY-SHIFT-ANZ     PIC 9(04)  VALUE ZERO.
     05      W-LAY-SEC-ANZ       PIC S9(04) COMP VALUE ZERO.
     05      W-LAY-SX            PIC S9(04) COMP VALUE ZERO.
     05      W-LAY-SEC-TAB.
      10     W-LAY-SEC           OCCURS 200 PIC X(30).
     05      W-LAY-GEAEND-ANZ    PIC 9(04)  VALUE ZERO.
     05      W-LAY-KLASSE        PIC X(24)  VALUE SPACES.
     05      W-LAY-ED-OFF        PIC ZZZZZ9.
     05      W-LAY-ED-LEN        PIC ZZZZZ9.
     05      W-LAY-ED-OFF2       PIC ZZZZZ9.
     05      W-LAY-ED-LEN2       PIC ZZZZZ9.
     05      W-LAY-ED-OCC        PIC ZZZ9.
     05      W-LAY-ED-GES        PIC ZZZZZ9.
     05      W-LAY-ED-GES2       PIC ZZZZZ9.
     05      W-LAY-TREFFER       PIC S9(04) COMP VALUE ZERO.
     05      W-LAY-ALT-TREFFER-TAB.
      10     W-LAY-ALT-TREFFER   OCCURS 400 PIC X(01).
     05      W-LAY-BASIS-FLAG    PIC X(01)  VALUE SPACE.
          88 LAY-BASIS-DA                   VALUE "J".
     05      W-LAY-AUSGABE-FLAG  PIC X(01)  VALUE SPACE.
          88 LAY-AUSGABE                    VALUE "J".
     05      W-LAY-PIC-WORK      PIC X(21)  VALUE SPACES.
     05      W-LAY-CSV-DATEI     PIC X(36)  VALUE SPACES.
     05      K-LAY-CSV-FILE      PIC X(36)  VALUE "LAYCSV".
     05      W-LAY-USAGE-TXT     PIC X(07)  VALUE SPACES.
     05      W-LAY-ED-STUFE      PIC 9(02).

 01          W-LAY-ERGEBNIS.
     05      W-LAY-ANZ           PIC S9(04) COMP.
     05      W-LAY-GESAMT        PIC 9(06).
     05      W-LAY-EINTRAG       OCCURS 400.
      10     W-LAY-STUFE         PIC 9(02).
      10     W-LAY-NAME          PIC X(30).
      10     W-LAY-PIC           PIC X(20).
      10     W-LAY-USAGE         PIC X(04).
      10     W-LAY-OCC           PIC 9(04).
      10     W-LAY-REDEF         PIC X(30).
      10     W-LAY-LEN           PIC 9(06).
      10     W-LAY-OFFSET        PIC 9(06).
      10     W-LAY-PARENT        PIC S9(04) COMP.
      10     W-LAY-ELEM-FLAG     PIC X(01).
          88 LAY-ELEMENTAR                  VALUE "E".

 01          W-LAY-ALT-ERGEBNIS.
     05      W-LAY-ALT-ANZ       PIC S9(04) COMP.
     05      W-LAY-ALT-GESAMT    PIC 9(06).
     05      W-LAY-ALT-EINTRAG   OCCURS 400.
      10     W-LAY-ALT-STUFE     PIC 9(02).
      10     W-LAY-ALT-NAME      PIC X(30).
      10     W-LAY-ALT-PIC       PIC X(20).
      10     W-LAY-ALT-USAGE     PIC X(04).
      10     W-LAY-ALT-OCC       PIC 9(04).
      10     W-LAY-ALT-REDEF     PIC X(30).
      10     W-LAY-ALT-LEN       PIC 9(06).
      10     W-LAY-ALT-OFFSET    PIC 9(06).
      10     W-LAY-ALT-PARENT    PIC S9(04) COMP.
      10     W-LAY-ALT-ELEM-FLAG PIC X(01).


**  ---> Transport von SSFRFDEF-Ketten zwischen Systemen (VERWALTUNG
**       KETTE EXPORT/IMPORT/DIFF, s. D560-D567): Transferdatei mit
**       Kopfsatz "H", je Kettenschritt einem Satz "S" und hinter
**       den Schritten einer Kette je deklarierter Ressource
**       (=SSFRESDEF) einem Satz "R"; beim Import wird je Kette die
**       Datei-Fassung (W-KX-NEU, W-KX-RNEU) gegen den Bestand
**       (W-KX-ALT, W-KX-RALT) schrittweise verglichen
 01          W-KX-FELDER.
     05      W-KX-SUBCMD         PIC X(08)  VALUE SPACES.
     05      W-KX-DATEI          PIC X(36)  VALUE SPACES.
     05      W-KX-ANW            PIC X(08)  VALUE SPACES.
     05      W-KX-FKT            PIC X(16)  VALUE SPACES.
     05      W-KX-TOK-ANZ        PIC S9(04) COMP VALUE ZERO.
     05      W-KX-TOK-TAB.
      10     W-KX-TOK            OCCURS 6   PIC X(36).
     05      W-KX-EOF-FLAG       PIC X(01)  VALUE SPACE.
          88 KX-EOF                         VALUE "J".
     05      W-KX-DIFF-FLAG      PIC X(01)  VALUE SPACE.
          88 KX-NUR-DIFF                    VALUE "J".
     05      W-KX-VOLL-FLAG      PIC X(01)  VALUE SPACE.
          88 KX-TAB-VOLL                    VALUE "J".
     05      W-KX-RVOLL-FLAG     PIC X(01)  VALUE SPACE.
          88 KX-RES-VOLL                    VALUE "J".
**          ---> Datei ohne Ressourcen-Saetze (aeltere Fassung)
     05      W-KX-OHNE-RES-FLAG  PIC X(01)  VALUE SPACE.
          88 KX-OHNE-RES                    VALUE "J".
     05      W-KX-KEY            PIC X(32)  VALUE SPACES.
     05      W-KX-KEY-ALT        PIC X(32)  VALUE SPACES.
     05      W-KX-I              PIC S9(04) COMP VALUE ZERO.
     05      W-KX-J              PIC S9(04) COMP VALUE ZERO.
     05      W-KX-NEU-ANZ        PIC S9(04) COMP VALUE ZERO.
     05      W-KX-ALT-ANZ        PIC S9(04) COMP VALUE ZERO.
     05      W-KX-ANZ-NEU        PIC 9(04)  VALUE ZERO.
     05      W-KX-ANZ-GEAEND     PIC 9(04)  VALUE ZERO.
     05      W-KX-ANZ-WEG        PIC 9(04)  VALUE ZERO.
     05      W-KX-ANZ-SAETZE     PIC 9(06)  VALUE ZERO.
     05      W-KX-ANZ-KETTEN     PIC 9(04)  VALUE ZERO.
     05      W-KX-ANZ-UEBERN     PIC 9(04)  VALUE ZERO.
**          ---> Ressourcen-Deklarationen der Kette (s. D966-D968)
     05      W-KX-RI             PIC S9(04) COMP VALUE ZERO.
     05      W-KX-RJ             PIC S9(04) COMP VALUE ZERO.
     05      W-KX-RNEU-ANZ       PIC S9(04) COMP VALUE ZERO.
     05      W-KX-RALT-ANZ       PIC S9(04) COMP VALUE ZERO.
     05      W-KX-ANZ-RNEU       PIC 9(04)  VALUE ZERO.
     05      W-KX-ANZ-RGEAEND    PIC 9(04)  VALUE ZERO.
     05      W-KX-ANZ-RWEG       PIC 9(04)  VALUE ZERO.
     05      W-KX-ANZ-RES        PIC 9(06)  VALUE ZERO.
     05      W-KX-ED-MIN         PIC ZZZ9.
     05      W-KX-ED-MIN2        PIC ZZZ9.
     05      W-KX-ED-LFDNR       PIC ZZZZZZZZ9.
     05      W-KX-ED-ANZ         PIC ZZZZZ9.
     05      W-KX-ED-ANZ2        PIC ZZZZZ9.
     05      W-KX-ED-ANZ3        PIC ZZZZZ9.
     05      W-KX-ED-BETRAG      PIC Z(14)9,99.
     05      W-KX-ED-NUM         PIC ZZZZZZZZ9.
     05      W-KX-LEN            PIC S9(04) COMP VALUE ZERO.
     05      W-KX-LEN-FELD       PIC X(300) VALUE SPACES.
     05      W-KX-D-NAME         PIC X(13)  VALUE SPACES.
     05      W-KX-D-ALT          PIC X(300) VALUE SPACES.
     05      W-KX-D-NEU          PIC X(300) VALUE SPACES.
     05      K-KX-KENNUNG        PIC X(08)  VALUE "SSFRFDEF".
     05      K-KX-MAX            PIC S9(04) COMP VALUE 100.
     05      K-KX-RMAX           PIC S9(04) COMP VALUE 200.

**  ---> Satz der Transferdatei (KETTXF)
 01          W-KX-SATZ.
     05      W-KX-SATZART        PIC X(01).
          88 KX-SATZ-KOPF                   VALUE "H".
          88 KX-SATZ-SCHRITT                VALUE "S".
          88 KX-SATZ-RESSOURCE              VALUE "R".
     05      W-KX-SATZ-DATEN     PIC X(899).
     05      W-KX-KOPF REDEFINES W-KX-SATZ-DATEN.
      10     W-KX-H-KENNUNG      PIC X(08).
      10     W-KX-H-USER         PIC X(32).
      10     W-KX-H-ZEIT         PIC 9(16).
      10     W-KX-H-ANWENDUNG    PIC X(08).
      10     W-KX-H-FUNKTION     PIC X(16).
**          ---> "J": Datei enthaelt Ressourcen-Saetze "R"
      10     W-KX-H-RES-KZ       PIC X(01).
          88 KX-H-MIT-RES                   VALUE "J".
      10     FILLER              PIC X(818).
**          ---> Ressource eines Schritts (Schluessel wie Satz "S")
     05      W-KX-RSATZ REDEFINES W-KX-SATZ-DATEN.
      10     W-KX-R-KEY          PIC X(32).
      10     W-KX-R-DATEN        PIC X(30).
      10     FILLER              PIC X(837).

**  ---> ein Kettenschritt (Datei-Fassung bzw. Tabellen-Eintrag)
 01          W-KX-SCHRITT.
     05      W-KX-ANWENDUNG      PIC X(08).
     05      W-KX-MODUL          PIC X(08).
     05      W-KX-FUNKTION       PIC X(16).
     05      W-KX-LFDNR          PIC 9(09).
     05      W-KX-LFDNR-OK       PIC 9(09).
     05      W-KX-LFDNR-NOK      PIC 9(09).
     05      W-KX-PROG           PIC X(08).
     05      W-KX-PRG-TIMEOUT    PIC 9(09).
     05      W-KX-ALT-PROG       PIC X(64).
     05      W-KX-PRG-STU        PIC X(300).
     05      W-KX-PRG-INF        PIC X(300).
     05      W-KX-PRG-OBF        PIC X(64).
     05      W-KX-PRG-OUTF       PIC X(64).
     05      W-KX-SCHRITT-TYP    PIC X(01).
     05      W-KX-GATE-STANDARD  PIC X(01).
     05      W-KX-ABST-LFDNR     PIC 9(09).
     05      W-KX-ABST-FELD      PIC X(01).
     05      W-KX-ABST-REF-FELD  PIC X(01).
     05      W-KX-ABST-TOLERANZ  PIC 9(15)V99.
 01          W-KX-SCHRITT-X REDEFINES W-KX-SCHRITT
                                 PIC X(898).

**  ---> eine Ressource eines Schritts (Datei-Fassung bzw. Bestand)
 01          W-KX-RESSOURCE.
     05      W-KX-RS-LFDNR       PIC 9(09).
     05      W-KX-RS-RESSOURCE   PIC X(16).
     05      W-KX-RS-MODUS       PIC X(01).
     05      W-KX-RS-MAX-MIN     PIC 9(04).
 01          W-KX-RESSOURCE-X REDEFINES W-KX-RESSOURCE
                                 PIC X(30).
 01          W-KX-RBESTAND.
     05      W-KX-RB-LFDNR       PIC 9(09).
     05      W-KX-RB-RESSOURCE   PIC X(16).
     05      W-KX-RB-MODUS       PIC X(01).
     05      W-KX-RB-MAX-MIN     PIC 9(04).
 01          W-KX-RBESTAND-X REDEFINES W-KX-RBESTAND
                                 PIC X(30).

**  ---> derselbe Schritt im Bestand des Zielsystems
 01          W-KX-BESTAND.
     05      W-KX-B-ANWENDUNG    PIC X(08).
     05      W-KX-B-MODUL        PIC X(08).
     05      W-KX-B-FUNKTION     PIC X(16).
     05      W-KX-B-LFDNR        PIC 9(09).
     05      W-KX-B-LFDNR-OK     PIC 9(09).
     05      W-KX-B-LFDNR-NOK    PIC 9(09).
     05      W-KX-B-PROG         PIC X(08).
     05      W-KX-B-PRG-TIMEOUT  PIC 9(09).
     05      W-KX-B-ALT-PROG     PIC X(64).
     05      W-KX-B-PRG-STU      PIC X(300).
     05      W-KX-B-PRG-INF      PIC X(300).
     05      W-KX-B-PRG-OBF      PIC X(64).
     05      W-KX-B-PRG-OUTF     PIC X(64).
     05      W-KX-B-SCHRITT-TYP  PIC X(01).
     05      W-KX-B-GATE-STANDARD PIC X(01).
     05      W-KX-B-ABST-LFDNR   PIC 9(09).
     05      W-KX-B-ABST-FELD    PIC X(01).
     05      W-KX-B-ABST-REF-FELD PIC X(01).
     05      W-KX-B-ABST-TOLERANZ PIC 9(15)V99.
 01          W-KX-BESTAND-X REDEFINES W-KX-BESTAND
                                 PIC X(898).

 01          W-KX-TABELLEN.
     05      W-KX-NEU            OCCURS 100 PIC X(898).
     05      W-KX-ALT            OCCURS 100 PIC X(898).
**          ---> Ressourcen je Kette, sortiert nach LFDNR/RESSOURCE
     05      W-KX-RNEU           OCCURS 200 PIC X(30).
     05      W-KX-RALT           OCCURS 200 PIC X(30).

**  ---> Strukturbericht und Graph einer SSFRFDEF-Kette (VERWALTUNG
**       KETTE FLOW, s. D889-D899): je Schritt die aufgeloesten
**       Folgeschritte bei Erfolg (OK) und Fehler (NOK) nach den
**       Sprungregeln von PHDDRV1O, Erreichbarkeit vom Kettenanfang,
**       Weg zum Kettenende, Durchschnittsdauer aus =SSFCHIST und
**       deklarierte Ressourcen aus =SSFRESDEF
**       Art des Folgeschritts: "S" Schritt (Index in W-KFL-OK-IX bzw.
**       W-KFL-NOK-IX), "E" Kettenende, "A" Abbruch der Kette
 01          W-KFL-FELDER.
     05      W-KFL-FLAG          PIC X(01)  VALUE SPACE.
          88 KFL-OK                         VALUE HIGH-VALUE.
          88 KFL-EOD                        VALUE SPACE.
     05      W-KFL-VOLL-FLAG     PIC X(01)  VALUE SPACE.
          88 KFL-TAB-VOLL                   VALUE "J".
**          ---> ohne Graph nur der Bericht (System-Handbuch, C364)
     05      W-KFL-GRAPH-FLAG    PIC X(01)  VALUE SPACE.
          88 KFL-MIT-GRAPH                  VALUE SPACE.
          88 KFL-OHNE-GRAPH                 VALUE "N".
     05      W-KFL-AEND-FLAG     PIC X(01)  VALUE SPACE.
          88 KFL-GEAENDERT                  VALUE "J".
     05      W-KFL-KEY           PIC X(32)  VALUE SPACES.
     05      W-KFL-KEY-R         REDEFINES  W-KFL-KEY.
      10     W-KFL-ANWENDUNG     PIC X(08).
      10     W-KFL-MODUL         PIC X(08).
      10     W-KFL-FUNKTION      PIC X(16).
     05      W-KFL-ANZ           PIC S9(04) COMP VALUE ZERO.
     05      W-KFL-I             PIC S9(04) COMP VALUE ZERO.
     05      W-KFL-J             PIC S9(04) COMP VALUE ZERO.
     05      W-KFL-SP            PIC S9(04) COMP VALUE ZERO.
     05      W-KFL-ZIEL-IX       PIC S9(04) COMP VALUE ZERO.
     05      W-KFL-LEAD          PIC S9(04) COMP VALUE ZERO.
     05      W-KFL-ZIEL          PIC 9(09)  VALUE ZERO.
     05      W-KFL-STAPEL-TAB.
      10     W-KFL-STAPEL        PIC S9(04) COMP OCCURS 100.
     05      W-KFL-ANZ-KETTEN    PIC 9(04)  VALUE ZERO.
     05      W-KFL-ANZ-SCHRITTE  PIC 9(06)  VALUE ZERO.
     05      W-KFL-ANZ-TOT       PIC 9(04)  VALUE ZERO.
     05      W-KFL-ANZ-SCHLEIFE  PIC 9(04)  VALUE ZERO.
     05      W-KFL-K-TOT         PIC 9(04)  VALUE ZERO.
     05      W-KFL-K-SCHLEIFE    PIC 9(04)  VALUE ZERO.
     05      W-KFL-PTR           PIC S9(04) COMP VALUE ZERO.
     05      W-KFL-SPALTE        PIC S9(04) COMP VALUE ZERO.
     05      W-KFL-ED-NR         PIC ZZZZZZZZ9.
     05      W-KFL-ED-ANZ        PIC ZZZZZ9.
     05      W-KFL-ED-ANZ2       PIC ZZZZZ9.
     05      W-KFL-NR-TXT        PIC X(09)  VALUE SPACES.
     05      W-KFL-LFDNR-TXT     PIC X(09)  VALUE SPACES.
     05      W-KFL-SEK-TXT       PIC X(09)  VALUE SPACES.
     05      W-KFL-ART           PIC X(01)  VALUE SPACE.
     05      W-KFL-KNOTEN        PIC X(12)  VALUE SPACES.
     05      W-KFL-ATTR          PIC X(16)  VALUE SPACES.
     05      W-KFL-ZIEL-TXT      PIC X(40)  VALUE SPACES.
     05      W-KFL-TEXT          PIC X(40)  VALUE SPACES.
     05      W-KFL-ZEILE         PIC X(78)  VALUE SPACES.
     05      H-KFL-LFDNR         PIC 9(09)  VALUE ZERO.
     05      H-KFL-ANZ           PIC S9(09) COMP VALUE ZERO.
     05      H-KFL-AVG-CS        PIC S9(09) COMP VALUE ZERO.
     05      H-KFL-RESSOURCE     PIC X(16)  VALUE SPACES.
     05      H-KFL-MODUS         PIC X(01)  VALUE SPACE.
     05      W-KFL-SCHRITT       OCCURS 100.
      10     W-KFL-LFDNR         PIC 9(09).
      10     W-KFL-LFDNR-OK      PIC 9(09).
      10     W-KFL-LFDNR-NOK     PIC 9(09).
      10     W-KFL-PROG          PIC X(08).
      10     W-KFL-TIMEOUT       PIC 9(09).
      10     W-KFL-OK-ART        PIC X(01).
      10     W-KFL-OK-IX         PIC S9(04) COMP.
      10     W-KFL-NOK-ART       PIC X(01).
      10     W-KFL-NOK-IX        PIC S9(04) COMP.
      10     W-KFL-ERREICHT      PIC X(01).
      10     W-KFL-ENDE-OK       PIC X(01).
      10     W-KFL-HAUPTWEG      PIC X(01).
      10     W-KFL-LAEUFE        PIC S9(09) COMP.
      10     W-KFL-AVG-CS        PIC S9(09) COMP.
      10     W-KFL-RES-TXT       PIC X(40).

*--------------------------------------------------------------------*
* Parameter für Untermodulaufrufe - COPY-Module
*--------------------------------------------------------------------*
      10     CIN-LINK-REP-FILE   PIC X(36).
      10     CIN-LINK-REP-FILE-LEN PIC S9(04) COMP.

**          ---> Uebergabe an SSFRCI0M - "GN" (Name einer
**               Generation der Index-Sicherung, ohne SQL) fuer den
**               Notbetrieb (s. C811), "SI"/"TI" fuer den Canary-
**               Lauf (s. D745); Spiegel des LINK-REC
 01          RCI-LINK-REC.
     05      RCI-LINK-HDR.
      10     RCI-LINK-CMD        PIC X(02).
      10     RCI-LINK-RC         PIC S9(04) COMP.
     05      RCI-LINK-DATA.
      10     RCI-LINK-REP-FILE   PIC X(36).
      10     RCI-LINK-REP-FILE-LEN PIC S9(04) COMP.
      10     RCI-LINK-REST-DATUM PIC 9(08).
      10     RCI-LINK-GEN-NR     PIC 9(01).
      10     RCI-LINK-GEN-ANZAHL PIC 9(01).
      10     RCI-LINK-HST-FILE   PIC X(36).

**          ---> Uebergabe an SSFCOU0M (GET einer Archiv-Version,
**               s. C117-CHECKIN-UNDO) - VOLLSTAENDIGER Spiegel des
**               LINK-REC von SSFCOU0M; ein kuerzerer Spiegel wuerde
      10     COU-LINK-MERGE-KONFLIKTE PIC S9(05) COMP.
      10     COU-LINK-SIG-CHUNK-ANZ PIC S9(04) COMP.
      10     COU-LINK-SIG-CHUNK  PIC S9(09) COMP OCCURS 50.
      10     COU-LINK-MERGE-BASIS-DATEI PIC X(36).
      10     COU-LINK-MERGE-FREMD-DATEI PIC X(36).
      10     COU-LINK-MERGE-EIGEN-DATEI PIC X(36).
      10     COU-LINK-MERGE-ERGEBNIS PIC X(36).

 01          FLK-LINK-REC.
     05      FLK-LINK-HDR.
      10     FLK-LINK-REP-FILE-LEN PIC S9(04) COMP.
      10     FLK-LINK-VERW-AUTH  PIC X(01).
      10     FLK-LINK-REASON     PIC X(60).
      10     FLK-LINK-ALT-USER   PIC X(16).
      10     FLK-LINK-NEU-USER   PIC X(16).

**          ---> Uebergabe an SSFEIN0M - "FI" (Dateiinfo je Objekt-
**               datei fuer LIST UNMANAGED, s. D937); VOLLSTAENDIGER
**               Spiegel des LINK-REC von SSFEIN0M
 01          EIN-LINK-REC.
     05      EIN-LINK-HDR.
      10     EIN-LINK-CMD        PIC X(02).
      10     EIN-LINK-RC         PIC S9(04) COMP.
     05      EIN-LINK-DATA.
      10     EIN-LINK-REP-FILE   PIC X(36).
      10     EIN-LINK-REP-FILE-LEN PIC S9(04) COMP.
      10     EIN-LINK-USER-NAME  PIC X(32).
      10     EIN-LINK-USER-CURLEN PIC S9(04) COMP.
      10     EIN-LINK-USER-GRP   PIC 9(03).
      10     EIN-LINK-USER-NR    PIC 9(03).
      10     EIN-LINK-VOLUME     PIC X(08).
      10     EIN-LINK-SUBVOL     PIC X(08).
      10     EIN-LINK-SECURITY   PIC X(04).
      10     EIN-LINK-MODI       PIC 9(16).
      10     EIN-LINK-OWNER-GROUP PIC 9(03).
      10     EIN-LINK-OWNER-NR   PIC 9(03).
      10     EIN-LINK-OWNER-NAME PIC X(32).
      10     EIN-LINK-OWNER-CURLEN PIC S9(04) COMP.
      10     EIN-LINK-FCODE      PIC S9(04) COMP.
      10     EIN-LINK-HOMETERM   PIC X(26).
      10     EIN-LINK-PROC-COUNT PIC S9(04) COMP.

******************************************************************
* Felder für die Routine V000-FC Section
         """Rezertifizierungs-Kampagne: ".
     05      TEM-BETREFF11       PIC X(44) VALUE
         """Anomalie-Report SSPROT-Audit-Trail".
     05      TEM-BETREFF12       PIC X(44) VALUE
         """Konsistenzpruefung der Kerntabellen".
     05      TEM-BETREFF13       PIC X(44) VALUE
         """Datenqualitaet Kontakt-/Mailadressen".
     05      TEM-BETREFF15       PIC X(44) VALUE
         """Antwortzeiten der SRCSAFE-Kommandos".
     05      TEM-BETREFF16       PIC X(44) VALUE
         """Pflege der SRCSAFE-Tabellen".
     05      TEM-TEXT71          PIC X(58) VALUE
         "Eine Rezertifizierung der Rollenzuordnungen wurde ge-".
     05      TEM-TEXT72          PIC X(58) VALUE
     05      TEM-TEXT63          PIC X(58) VALUE
         "Ueberfaellige Eintraege sind markiert:".

     05      TEM-BETREFF14       PIC X(44) VALUE
         """Post-Release-Pruefung fehlgeschlagen: ".
     05      TEM-TEXT81          PIC X(58) VALUE
         "Nach der Freigabe in die Produktion (REL2PROD) ist die".
     05      TEM-TEXT82          PIC X(58) VALUE
         "Pruefung des folgenden Moduls fehlgeschlagen (Objekt".
     05      TEM-TEXT83          PIC X(58) VALUE
         "nicht wie im ACTIVTEST bzw. Smoke-Kette nicht ok):".
     05      TEM-RPV-MODUL       PIC X(20) VALUE "Modul/Version:".
     05      TEM-RPV-OBJEKT      PIC X(20) VALUE "Objekt:".
     05      TEM-RPV-BEFUND      PIC X(20) VALUE "Befund:".
     05      TEM-RPV-RUECKBAU    PIC X(20) VALUE "Rueckbau:".
     05      TEM-RSK-SCORE       PIC X(20) VALUE "Risiko-Score:".
     05      TEM-RSK-FOLGE       PIC X(20) VALUE "Folge:".

*        "1234567890123456789012345678901234567890123456789012345678901234"
     05      TEM-EVV-1           PIC X(64) VALUE
         "Einhaltung von Vorschriften".
     05      H-AUDIT-FKT         PIC X(16).
     05      H-UNLOCK-USER       PIC X(16).
     05      H-CI-AUFTRAG        PIC X(25).
     05      H-FG-AUFTRAG        PIC X(25).
     05      H-KOL-AUFTRAG       PIC X(25).
     05      H-KOL-MODUL         PIC X(08).
     05      H-QUIET-MODUL       PIC X(08).
     05      H-CHARGE-AUFTRAG    PIC X(25).
     05      H-COLL-SPRACHE      PIC X(08).
     05      H-ANOM-TAGE1        PIC X(03).
     05      H-ANOM-TAGE7        PIC X(03).
     05      H-SESS-TAGE         PIC X(05).
     05      H-CONS-MODUL        PIC X(08).
     05      H-CONS-OBJEKT       PIC X(08).
     05      H-LAY-CMODUL        PIC X(08).
     05      H-KX-ANWENDUNG      PIC X(08).
     05      H-KX-MODUL          PIC X(08).
     05      H-KX-FUNKTION       PIC X(16).
     05      H-KX-FKT-FILTER     PIC X(16).
     05      H-REG-STALE         PIC X(05).
     05      H-CRUD-PROGRAMM     PIC X(08).
     05      H-CRUD-OBJEKT       PIC X(35).
     05      H-CRUD-VIA          PIC X(08).
     05      H-HO-USER           PIC X(16).
     05      H-PCO-MODUL         PIC X(08).
     05      H-PCO-USER          PIC X(16).

 01  DYN-STATEMENT-BUFFER        PIC X(1024).

    INVOKE =SSFPENDQ     AS SSFPENDQ
 END-EXEC

**  ---> Self-Service-Zugriffsantraege mit Genehmiger-Routing
**       (VERWALTUNG REQUEST, s. D590-D599)
 EXEC SQL
    INVOKE =SSFACREQ     AS SSFACREQ
 END-EXEC

**  ---> Funktionstrennung: Regeln unvertraeglicher Rollen-/
**       Funktionskombinationen und genehmigte Ausnahmen
**       (VERWALTUNG SOD, s. D920-D932)
 EXEC SQL
    INVOKE =SSFSODR      AS SSFSODR
 END-EXEC

 EXEC SQL
    INVOKE =SSFSODX      AS SSFSODX
 END-EXEC

**  ---> persoenliche Beobachtungslisten (WATCH, s. C125/D945)
 EXEC SQL
    INVOKE =SSFWATCH     AS SSFWATCH
 END-EXEC

**  ---> Befunde der Tabellenpflege (TABPFLEGE, s. D959)
 EXEC SQL
    INVOKE =SSFTSTAT     AS SSFTSTAT
 END-EXEC

**  ---> Sitzungs-Journal: jede akzeptierte Kommandozeile, auch
**       reine Lese-Kommandos (s. E353/D510)
 EXEC SQL
 EXEC SQL
    INVOKE =SSFONCALL    AS SSFONCALL
 END-EXEC
 EXEC SQL
    INVOKE =SSFMSUM      AS SSFMSUM
 END-EXEC

**  ---> Fehlerkatalog der Ketten (VERWALTUNG FAILCAT, s. D871)
 EXEC SQL
    INVOKE =SSFFKAT      AS SSFFKAT
 END-EXEC

**  ---> Ressourcen der Kettenschritte und ihre Belegung
**       (VERWALTUNG RESOURCE, LIST RESLOCK, s. D883/D888)
 EXEC SQL
    INVOKE =SSFRESDEF    AS SSFRESDEF
 END-EXEC

 EXEC SQL
    INVOKE =SSFRESLK     AS SSFRESLK
 END-EXEC

**  ---> Entscheidungspunkte der Ketten (VERWALTUNG GATE, s. D904)
 EXEC SQL
    INVOKE =SSFGATE      AS SSFGATE
 END-EXEC

**  ---> Produktions-Smoke-Ketten je Modul (VERWALTUNG SMOKE, s. D907)
 EXEC SQL
    INVOKE =SSFSMOKE     AS SSFSMOKE
 END-EXEC

**  ---> Stufen-Ergebnisse der Canary-Laeufe (CANARY, s. C385)
 EXEC SQL
    INVOKE =SSFCANARY    AS SSFCANARY
 END-EXEC

**  ---> Parameter-Verzeichnis zu =SSPARM (VERWALTUNG PDICT, s. D910)
 EXEC SQL
    INVOKE =SSFPDICT     AS SSFPDICT
 END-EXEC

**  ---> Monats-Aggregate der Ketten-Historie (HISTAGG, s. C375)
 EXEC SQL
    INVOKE =SSFPARMH     AS SSFPARMH
 END-EXEC

**  ---> Aufrufketten PHDDRV1O (Transport, s. D560-D565)
 EXEC SQL
    INVOKE =SSFRFDEF     AS SSFRFDEF
 END-EXEC

**  ---> Sitzungs-Register aktiver Sitzungen (s. E380-E384, C720)
 EXEC SQL
    INVOKE =SSFSREG      AS SSFSREG
 END-EXEC

**  ---> Produktions-Incident-Register (s. C730-C733, E385-E390)
 EXEC SQL
    INVOKE =SSFINCID     AS SSFINCID
 END-EXEC

**  ---> Backport-Verfolgung je Fix und Zielzweig (s. C740-C744)
 EXEC SQL
    INVOKE =SSFBACKP     AS SSFBACKP
 END-EXEC

**  ---> TEST-Belegung je Modul (s. E394/E395, C750-C752)
 EXEC SQL
    INVOKE =SSFTENV      AS SSFTENV
 END-EXEC

**  ---> Regressions-Szenarien und ihre Laeufe (s. E396, REGDRV0O)
 EXEC SQL
    INVOKE =SSFREGSZ     AS SSFREGSZ
 END-EXEC

 EXEC SQL
    INVOKE =SSFREGLF     AS SSFREGLF
 END-EXEC

**  ---> CRUD-Matrix je Programm und Tabelle/Datei (s. D410, C295)
 EXEC SQL
    INVOKE =SSFCRUD      AS SSFCRUD
 END-EXEC

**  ---> offene Checkout-Uebergaben (HANDOVER, s. D573-D576)
 EXEC SQL
    INVOKE =SSFHANDO     AS SSFHANDO
 END-EXEC

**  ---> fuer parallelen Checkout freigeschaltete Module (PARALLEL)
 EXEC SQL
    INVOKE =SSFPARAL     AS SSFPARAL
 END-EXEC

**  ---> offene parallele Checkouts mit Basis-Schnappschuss und
**       Merge-Stand (PARALLEL, s. C114/D578-D585)
 EXEC SQL
    INVOKE =SSFPARCO     AS SSFPARCO
 END-EXEC

**  ---> Legal Hold gegen Loeschungen (HOLD, s. C760-C763/D840)
 EXEC SQL
    INVOKE =SSFHOLD      AS SSFHOLD
 END-EXEC

**  ---> Stueckliste je Compile-Lauf (BOM, s. C775-C777)
 EXEC SQL
    INVOKE =SSFBOM       AS SSFBOM
 END-EXEC

**  ---> Ruecklaeufer-Zaehler je Mailadresse (MAILCHK, s. D853-D856)
 EXEC SQL
    INVOKE =SSFMAILF     AS SSFMAILF
 END-EXEC

 EXEC SQL
     END DECLARE SECTION
 END-EXEC
         BROWSE  ACCESS
 END-EXEC

**  ---> Cursor auf die Zeilen einer Mail-Vorlage in =SSTEXT
**       (BEREICH "MAIL", s. N524)
 EXEC SQL
     DECLARE MV_CURS CURSOR FOR
         SELECT  TEXTE
           FROM  =SSTEXT
          WHERE  BEREICH   = "MAIL"
            AND  KATEGORIE = :W-MV-NAME
            AND  SPRACHE   = :W-MV-SPRACHE
           ORDER BY LFD_NR
         BROWSE  ACCESS
 END-EXEC

**  ---> Anzeige Cursor auf Tabelle =SSPROT
 EXEC SQL
     DECLARE SSPROT_CURS CURSOR FOR
         BROWSE  ACCESS
 END-EXEC

**  ---> Cursor: alle zur Freigabe anstehenden Module eines Auftrags
**       (nach Test freigegeben, FREIGABE_TEST "TA"), anhand der unter
**       diesem Auftrag archivierten Versionen (FREIGEBER AUFTRAG, s.
**       C342-FREIGEBER-AUFTRAG)
 EXEC SQL
     DECLARE SSAFE_FG_AUFTRAG_CURS CURSOR FOR
         SELECT  DISTINCT A.SOURCE_MODUL
           FROM  =SSAFE A, =SSFRARCH R
          WHERE  A.FREIGABE_TEST = "TA"
            AND  R.FILE_TYPE     = "SRC"
            AND  R.AUFTRAG       = :H-FG-AUFTRAG
            AND  R.SOURCE_MODUL  = A.SOURCE_MODUL
           ORDER BY A.SOURCE_MODUL
         BROWSE  ACCESS
 END-EXEC

**  ---> Cursor: alle offenen Auftraege mit ihren Modulen - unter dem
**       Auftrag archivierte Source-Version, die noch nicht in
**       Produktion ist (Kollisions-Report LIST COLLISION bzw. vor
**       TRAIN RUN, s. D272-KOL-LADEN)
 EXEC SQL
     DECLARE KOL_AUFTRAG_CURS CURSOR FOR
         SELECT  DISTINCT R.AUFTRAG, R.SOURCE_MODUL, R.GROUP_USER
           FROM  =SSFRARCH R, =SSAFE A
          WHERE  R.FILE_TYPE     = "SRC"
            AND  R.AUFTRAG       <> " "
            AND  A.SOURCE_MODUL  = R.SOURCE_MODUL
            AND (R.ZPINS         > A.ZP_FREIGABE_PROD
             OR  A.FREIGABE_PROD = " ")
           ORDER BY R.AUFTRAG, R.SOURCE_MODUL
         BROWSE  ACCESS
 END-EXEC

**  ---> Cursor: Module aller noch nicht erfolgreich gelaufenen
**       Release-Zuege mit Plantermin aus dem Kopfsatz und dem
**       letzten Bearbeiter des Moduls (s. D272-KOL-LADEN)
 EXEC SQL
     DECLARE KOL_TRAIN_CURS CURSOR FOR
         SELECT  T.TRAIN_NAME, T.SOURCE_MODUL, K.PLAN_DATUM
                ,A.GROUP_USER
           FROM  =SSFTRAIN T, =SSFTRAIN K, =SSAFE A
          WHERE  K.SOURCE_MODUL  = :K-TRAIN-KOPF
            AND  K.STATUS        <> "OK"
            AND  T.TRAIN_NAME    = K.TRAIN_NAME
            AND  T.SOURCE_MODUL  <> :K-TRAIN-KOPF
            AND  A.SOURCE_MODUL  = T.SOURCE_MODUL
           ORDER BY T.TRAIN_NAME, T.SOURCE_MODUL
         BROWSE  ACCESS
 END-EXEC

**  ---> Cursor: Copy-Sections eines Moduls - direkt als Programm oder
**       ueber die Programme, in die es eingebunden ist (=PROGRAMX)
 EXEC SQL
     DECLARE KOL_LIB_CURS CURSOR FOR
         SELECT  DISTINCT L.LIB, L.CMODUL
           FROM  =LIBS L
          WHERE  L.PROGRAMM = :H-KOL-MODUL
             OR  L.PROGRAMM IN (SELECT X.PROGRAMM
                                  FROM =PROGRAMX X
                                 WHERE X.PMODUL = :H-KOL-MODUL)
         BROWSE  ACCESS
 END-EXEC

**  ---> Cursor: SQL-Tabellen eines Moduls, analog KOL_LIB_CURS
 EXEC SQL
     DECLARE KOL_TAB_CURS CURSOR FOR
         SELECT  DISTINCT T.TABELLE
           FROM  =TABS T
          WHERE  T.PROGRAMM = :H-KOL-MODUL
             OR  T.PROGRAMM IN (SELECT X.PROGRAMM
                                  FROM =PROGRAMX X
                                 WHERE X.PMODUL = :H-KOL-MODUL)
         BROWSE  ACCESS
 END-EXEC

**  ---> Cursor: Plantermin eines Auftrags ausserhalb eines Zugs =
**       fruehester Gueltigkeits-Beginn seiner ITSM-Changes
 EXEC SQL
     DECLARE KOL_ITSM_CURS CURSOR FOR
         SELECT  GUELTIG_VON
           FROM  =SSFITSM
          WHERE  AUFTRAG = :H-KOL-AUFTRAG
           ORDER BY GUELTIG_VON
         BROWSE  ACCESS
 END-EXEC

**  ---> Cursor: Produktions-Incidents eines Moduls, optional nur
**       einer Version (W-INC-VERS-MUSTER "%" = alle Versionen),
**       juengste zuerst (SHOW/DOK HIST, s. E387-INC-ANZEIGEN)
 EXEC SQL
     DECLARE INC_MODUL_CURS CURSOR FOR
         SELECT  INCIDENT_NR, VERSION, INC_DATUM, SCHWERE, URSACHE
           FROM  =SSFINCID
          WHERE  SOURCE_MODUL = :W-INC-MODUL
            AND  VERSION      LIKE :W-INC-VERS-MUSTER
           ORDER BY INC_DATUM DESC, INCIDENT_NR
         BROWSE  ACCESS
 END-EXEC

**  ---> Cursor: Incidents je Modul / je Auftrag / je Entwickler,
**       nach Anzahl absteigend (INCIDENT REPORT, s. E388)
 EXEC SQL
     DECLARE INC_GRP_MOD_CURS CURSOR FOR
         SELECT  SOURCE_MODUL, COUNT(*)
           FROM  =SSFINCID
          GROUP BY SOURCE_MODUL
          ORDER BY 2 DESC
         BROWSE ACCESS
 END-EXEC

 EXEC SQL
     DECLARE INC_GRP_AUF_CURS CURSOR FOR
         SELECT  AUFTRAG, COUNT(*)
           FROM  =SSFINCID
          GROUP BY AUFTRAG
          ORDER BY 2 DESC
         BROWSE ACCESS
 END-EXEC

 EXEC SQL
     DECLARE INC_GRP_ENT_CURS CURSOR FOR
         SELECT  ENTWICKLER, COUNT(*)
           FROM  =SSFINCID
          GROUP BY ENTWICKLER
          ORDER BY 2 DESC
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: Incidents zu produktiv gesetzten Versionen, je
**       Release (Modul/Version) nach Incident-Datum - Basis fuer
**       "Releases mit Incident innerhalb n Tagen" (s. E389)
 EXEC SQL
     DECLARE INC_REL_CURS CURSOR FOR
         SELECT  SOURCE_MODUL, VERSION, REL_DATUM, INCIDENT_NR
                ,INC_DATUM, SCHWERE, AUFTRAG
           FROM  =SSFINCID
          WHERE  REL_DATUM <> " "
           ORDER BY SOURCE_MODUL, VERSION, INC_DATUM
         BROWSE  ACCESS
 END-EXEC

**  ---> Cursor: archivierte Source-Versionen eines Moduls - die
**       8. Stelle der Version ergibt die Zweige (s. E391-BP-ZWEIGE)
 EXEC SQL
     DECLARE BP_VERS_CURS CURSOR FOR
         SELECT  DISTINCT VERSION
           FROM  =SSFRARCH
          WHERE  SOURCE_MODUL = :W-BKP-MODUL
            AND  FILE_TYPE    = "SRC"
           ORDER BY VERSION
         BROWSE  ACCESS
 END-EXEC

**  ---> Cursor: alle Backport-Saetze eines Moduls (BACKPORT LIST,
**       s. E392-BP-LISTE)
 EXEC SQL
     DECLARE BP_MODUL_CURS CURSOR FOR
         SELECT  FIX_VERSION, ZWEIG, BP_STATUS, ZIEL_VERSION, GRUND
                ,ENTWICKLER
           FROM  =SSFBACKP
          WHERE  SOURCE_MODUL = :W-BKP-MODUL
           ORDER BY FIX_VERSION, ZWEIG
         BROWSE  ACCESS
 END-EXEC

**  ---> Cursor: alle offenen Backports (BACKPORT REPORT, C744)
 EXEC SQL
     DECLARE BP_OFFEN_CURS CURSOR FOR
         SELECT  SOURCE_MODUL, FIX_VERSION, ZWEIG, ENTWICKLER
                ,FIX_TEXT
           FROM  =SSFBACKP
          WHERE  BP_STATUS = "O"
           ORDER BY SOURCE_MODUL, FIX_VERSION, ZWEIG
         BROWSE  ACCESS
 END-EXEC

**  ---> Cursor: offene Backports je Entwickler des Fixes, nach
**       Anzahl absteigend (BACKPORT REPORT, C744)
 EXEC SQL
     DECLARE BP_ENTW_CURS CURSOR FOR
         SELECT  ENTWICKLER, COUNT(*)
           FROM  =SSFBACKP
          WHERE  BP_STATUS = "O"
          GROUP BY ENTWICKLER
          ORDER BY 2 DESC
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: aktuelle TEST-Belegung nach Auftrag, mit dem Test-
**       Freigabestand des Moduls fuer wartende Versionen (LIST
**       TESTENV, s. D286)
 EXEC SQL
     DECLARE TE_CURS CURSOR FOR
         SELECT  T.SOURCE_MODUL, T.VERSION, T.AUFTRAG, T.AKTIV_VON
                ,T.AKTIV_AM, T.PLAN_ENDE, T.FREI_VON
                ,T.VORG_AUFTRAG, T.VORG_VON, T.VORG_VERSION
                ,S.FREIGABE_TEST
           FROM  =SSFTENV T, =SSAFE S
          WHERE  S.SOURCE_MODUL = T.SOURCE_MODUL
            AND (S.ANWENDUNG    LIKE :H-ANW-FILTER
             OR  S.ANWENDUNG    =    " ")
           ORDER BY T.AUFTRAG, T.SOURCE_MODUL
         BROWSE  ACCESS
 END-EXEC

**  ---> Cursor: aktive Regressions-Szenarien eines Moduls mit dem
**       juengsten Lauf (leer = nie gelaufen), die nicht seit dem
**       letzten CHECKIN gruen gelaufen sind (REL2TEST, s. E396)
 EXEC SQL
     DECLARE REG_CURS CURSOR FOR
         SELECT  Z.SZENARIO, L.ERGEBNIS, L.LAUF_TS
           FROM  =SSFREGSZ Z
           LEFT  JOIN =SSFREGLF L
             ON  L.SZENARIO = Z.SZENARIO
            AND  L.LAUF_TS  =
                 (SELECT  MAX (M.LAUF_TS)
                    FROM  =SSFREGLF M
                   WHERE  M.SZENARIO = Z.SZENARIO)
          WHERE  Z.SOURCE_MODUL = :SOURCE-MODUL OF SSAFE
            AND  Z.AKTIV        = "J"
            AND  NOT EXISTS
                 (SELECT  K.SZENARIO
                    FROM  =SSFREGLF K, =SSAFE S
                   WHERE  K.SZENARIO     = Z.SZENARIO
                     AND  K.ERGEBNIS     = "OK"
                     AND  S.SOURCE_MODUL = Z.SOURCE_MODUL
                     AND  K.LAUF_TS     >= S.ZP_CHECKIN
                     AND  K.LAUF_TS      =
                          (SELECT  MAX (N.LAUF_TS)
                             FROM  =SSFREGLF N
                            WHERE  N.SZENARIO = Z.SZENARIO))
           ORDER BY Z.SZENARIO
         BROWSE  ACCESS
 END-EXEC

**  ---> Cursor: alle unter einem Auftrag archivierten Freigaben, fuer
**       den Verbrauchs-/Abrechnungsreport (Kommando LIST CHARGEBACK,
**       s. D231-SHOW-CHARGEBACK-REPORT); bewusst exakter Treffer auf
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor Funktion CRUD: Zugriffe eines Programms, direkt oder
**       ueber seine Module (=PROGRAMX)
 EXEC SQL
     DECLARE CRUD_PRG_CURS CURSOR FOR
         SELECT   C.PROGRAMM, C.OBJEKT, C.OBJ_TYP, C.ZUGRIFF
           FROM  =SSFCRUD C
          WHERE  C.PROGRAMM = :H-CRUD-PROGRAMM
             OR  C.PROGRAMM IN (SELECT X.PMODUL
                                  FROM =PROGRAMX X
                                 WHERE X.PROGRAMM = :H-CRUD-PROGRAMM)
          ORDER  BY C.OBJ_TYP, C.OBJEKT, C.PROGRAMM
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor Funktion CRUD: Programme mit Zugriff auf eine Tabelle
**       oder Datei
 EXEC SQL
     DECLARE CRUD_OBJ_CURS CURSOR FOR
         SELECT   C.PROGRAMM, C.OBJEKT, C.OBJ_TYP, C.ZUGRIFF
           FROM  =SSFCRUD C
          WHERE  C.OBJEKT LIKE :H-CRUD-OBJEKT
          ORDER  BY C.PROGRAMM, C.OBJEKT
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor Funktion CRUD: Programme, die ein zugreifendes Modul
**       einbinden (=PROGRAMX) und damit ebenfalls zugreifen
 EXEC SQL
     DECLARE CRUD_VIA_CURS CURSOR FOR
         SELECT   X.PROGRAMM, C.PROGRAMM, C.OBJEKT, C.OBJ_TYP
                 ,C.ZUGRIFF
           FROM  =SSFCRUD C, =PROGRAMX X
          WHERE  C.OBJEKT   LIKE :H-CRUD-OBJEKT
            AND  X.PMODUL   = C.PROGRAMM
            AND  X.PROGRAMM <> C.PROGRAMM
          ORDER  BY X.PROGRAMM, C.PROGRAMM, C.OBJEKT
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor Funktion HANDOVER LIST: offene Uebergaben, die der
**       Aufrufer angeboten hat oder annehmen soll
 EXEC SQL
     DECLARE HANDO_CURS CURSOR FOR
         SELECT   SOURCE_MODUL, VON_USER, AN_USER, ARBEITSKOPIE
                 ,ZPINS
           FROM  =SSFHANDO
          WHERE  VON_USER = :H-HO-USER
             OR  AN_USER  = :H-HO-USER
          ORDER  BY ZPINS
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor WATCH LIST: Beobachtungen des Aufrufers
 EXEC SQL
     DECLARE WATCH_CURS CURSOR FOR
         SELECT  MUSTER, ZUSTELLUNG, ZPINS
           FROM  =SSFWATCH
          WHERE  GROUP_USER = :H-WA-USER
          ORDER  BY MUSTER
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor WATCH-Versand (s. D949): alle Beobachtungen, nach
**       User gruppiert
 EXEC SQL
     DECLARE WATCHALL_CURS CURSOR FOR
         SELECT  GROUP_USER, MUSTER, ZUSTELLUNG
           FROM  =SSFWATCH
          ORDER  BY GROUP_USER, MUSTER
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor Funktion PARALLEL LIST: offene Parallel-Checkouts,
**       alle (H-PCO-MODUL = "%...") oder eines Moduls
 EXEC SQL
     DECLARE PARCO_CURS CURSOR FOR
         SELECT   SOURCE_MODUL, GROUP_USER, ZP_CHECKOUT
                 ,MERGE_STATUS, ARBEITSKOPIE
           FROM  =SSFPARCO
          WHERE  SOURCE_MODUL LIKE :H-PCO-MODUL
          ORDER  BY SOURCE_MODUL, ZP_CHECKOUT
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor Funktion VERWALTUNG PARALLEL LIST: freigeschaltete
**       Module
 EXEC SQL
     DECLARE PARAL_CURS CURSOR FOR
         SELECT   SOURCE_MODUL, ERFASST_VON, ZPINS
           FROM  =SSFPARAL
          ORDER  BY SOURCE_MODUL
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor Legal Hold (HOLD LIST, s. C763): alle aktiven Holds -
**       nicht aufgehoben und Ende-Datum nicht ueberschritten
 EXEC SQL
     DECLARE HOLD_LIST_CURS CURSOR FOR
         SELECT  HOLD_NR, HOLD_ART, HOLD_WERT, DATUM_VON, DATUM_BIS
                ,ENDE_DATUM, ANTRAGSTELLER, GRUND
           FROM  =SSFHOLD
          WHERE  HOLD_STATUS = "AK"
            AND  ENDE_DATUM >= CURRENT YEAR TO DAY
          ORDER  BY HOLD_NR
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor Legal Hold eines Moduls (PURGE/PURGEBIN, s. D840):
**       Modul-Hold auf das Modul, Auftrags-Hold auf einen Auftrag
**       mit Versionen des Moduls, Zeitraum-Hold mit Versionen des
**       Moduls aus dem Zeitraum (=SSFRARCH, auch FILE_TYPE "BIN")
 EXEC SQL
     DECLARE HOLD_MOD_CURS CURSOR FOR
         SELECT  H.HOLD_NR, H.HOLD_ART, H.HOLD_WERT, H.DATUM_VON
                ,H.DATUM_BIS, H.ENDE_DATUM, H.ANTRAGSTELLER, H.GRUND
           FROM  =SSFHOLD H
          WHERE  H.HOLD_STATUS = "AK"
            AND  H.ENDE_DATUM >= CURRENT YEAR TO DAY
            AND  (   (    H.HOLD_ART  = "M"
                      AND H.HOLD_WERT = :H-HOLD-MODUL)
                  OR (    H.HOLD_ART  = "A"
                      AND EXISTS
                          (SELECT  R.SOURCE_MODUL
                             FROM  =SSFRARCH R
                            WHERE  R.SOURCE_MODUL = :H-HOLD-MODUL
                              AND  R.AUFTRAG      = H.HOLD_WERT))
                  OR (    H.HOLD_ART  = "D"
                      AND EXISTS
                          (SELECT  R.SOURCE_MODUL
                             FROM  =SSFRARCH R
                            WHERE  R.SOURCE_MODUL = :H-HOLD-MODUL
                              AND  R.ZPINS year to day
                                   between H.DATUM_VON
                                       and H.DATUM_BIS)))
          ORDER  BY H.HOLD_NR
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor Legal Hold fuer PROT PURGE (s. C222/D840): Holds, die
**       =SSPROT-Eintraege betreffen, die aelter als die Aufbewah-
**       rungsdauer sind (H-PROT-PURGE-TAGE) - ueber das Modul, ueber
**       die Module eines Auftrags oder ueber den Zeitraum
 EXEC SQL
     DECLARE HOLD_PROT_CURS CURSOR FOR
         SELECT  H.HOLD_NR, H.HOLD_ART, H.HOLD_WERT, H.DATUM_VON
                ,H.DATUM_BIS, H.ENDE_DATUM, H.ANTRAGSTELLER, H.GRUND
           FROM  =SSFHOLD H
          WHERE  H.HOLD_STATUS = "AK"
            AND  H.ENDE_DATUM >= CURRENT YEAR TO DAY
            AND  (   (    H.HOLD_ART  = "M"
                      AND EXISTS
                          (SELECT  P.SOURCE_MODUL
                             FROM  =SSPROT P
                            WHERE  P.SOURCE_MODUL = H.HOLD_WERT
                              AND  P.ZPINS    year to second
                                   < CURRENT  year to second
                                   - :H-PROT-PURGE-TAGE
                                     TYPE AS INTERVAL DAY))
                  OR (    H.HOLD_ART  = "A"
                      AND EXISTS
                          (SELECT  P.SOURCE_MODUL
                             FROM  =SSPROT P, =SSFRARCH R
                            WHERE  R.AUFTRAG      = H.HOLD_WERT
                              AND  P.SOURCE_MODUL = R.SOURCE_MODUL
                              AND  P.ZPINS    year to second
                                   < CURRENT  year to second
                                   - :H-PROT-PURGE-TAGE
                                     TYPE AS INTERVAL DAY))
                  OR (    H.HOLD_ART  = "D"
                      AND EXISTS
                          (SELECT  P.SOURCE_MODUL
                             FROM  =SSPROT P
                            WHERE  P.ZPINS year to day
                                   between H.DATUM_VON
                                       and H.DATUM_BIS
                              AND  P.ZPINS    year to second
                                   < CURRENT  year to second
                                   - :H-PROT-PURGE-TAGE
                                     TYPE AS INTERVAL DAY)))
          ORDER  BY H.HOLD_NR
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor Escrow-Export (EXPORT HISTORY, s. C771): alle Module
**       einer Anwendung - mit demselben Mandanten-Filter wie S100
 EXEC SQL
     DECLARE EXP_MOD_CURS CURSOR FOR
         SELECT  SOURCE_MODUL, SOURCE_TYP
           FROM  =SSAFE
          WHERE  ANWENDUNG    =    :H-EXP-ANW
            AND (ANWENDUNG    LIKE :H-ANW-FILTER
             OR  ANWENDUNG    =    " ")
          ORDER  BY SOURCE_MODUL
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor Escrow-Export (s. C772): alle archivierten Source-
**       Versionen eines Moduls in der Reihenfolge des Check-ins
 EXEC SQL
     DECLARE EXP_ARCH_CURS CURSOR FOR
         SELECT  VERSION, ARCHIV_MODUL, CHECKSUM, GROUP_USER, ZPINS
                ,SOURCE_DATE, AUFTRAG, DELTA_KZ, DELTA_BASIS
                ,OFFLINE_KZ
           FROM  =SSFRARCH
          WHERE  SOURCE_MODUL = :H-EXP-MODUL
            AND  FILE_TYPE    = "SRC"
          ORDER  BY ZPINS, VERSION
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor Escrow-Export (s. C772): das komplette Audit-Protokoll
**       eines Moduls (alle Spalten von =SSPROT)
 EXEC SQL
     DECLARE EXP_PROT_CURS CURSOR FOR
         SELECT  SOURCE_MODUL, GROUP_USER, AKTION, KZ_FREIGABE
                ,HOMETERM, KOMMENTAR, ZPINS, ANWENDUNG
           FROM  =SSPROT
          WHERE  SOURCE_MODUL = :H-EXP-MODUL
          ORDER  BY ZPINS
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor Escrow-Export (s. C772): die Abnahme-Historie eines
**       Moduls (=ABNAHME ist ueber den Objektnamen gekeyt, s. U400)
 EXEC SQL
     DECLARE EXP_ABN_CURS CURSOR FOR
         SELECT  PRG_NAME, VERSION, DATUM, NK_STATUS, NK_VON
                ,AUFTRAG_VON, AUFTRAG_AM, REL2TEST_VON, REL2TEST_AM
                ,ACT2TEST_VON, ACT2TEST_AM, ACT2PROD_VON, ACT2PROD_AM
                ,FREIGABE_ANTRAG_VON, FREIGABE_ANTRAG_AM
                ,FREIGABE_VON, FREIGABE_AM, FREIGABE_VON2, FREIGABE_AM2
                ,REL2PROD_VON, REL2PROD_AM
           FROM  =ABNAHME
          WHERE  PRG_NAME IN (:H-EXP-OBJEKT, :H-EXP-MODUL)
          ORDER  BY VERSION, DATUM
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor System-Handbuch (HANDBOOK, s. C366): Programme, die
**       ein Modul aufrufen bzw. einbinden (=PROGRAMX)
 EXEC SQL
     DECLARE HB_AUFRUFER_CURS CURSOR FOR
         SELECT  DISTINCT PROGRAMM
           FROM  =PROGRAMX
          WHERE  PMODUL IN (:H-HB-MODUL, :H-HB-OBJEKT)
          ORDER  BY PROGRAMM
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor System-Handbuch (s. C366): vom Modul aufgerufene bzw.
**       eingebundene Module (=PROGRAMX)
 EXEC SQL
     DECLARE HB_AUFRUF_CURS CURSOR FOR
         SELECT  DISTINCT PMODUL
           FROM  =PROGRAMX
          WHERE  PROGRAMM IN (:H-HB-MODUL, :H-HB-OBJEKT)
          ORDER  BY PMODUL
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor System-Handbuch (s. C366): Kettenschritte, die das
**       Modul ausfuehren, mit Eingabe- und Ausgabe-Dateien
 EXEC SQL
     DECLARE HB_DATEI_CURS CURSOR FOR
         SELECT  ANWENDUNG, FUNKTION, LFDNR, PRG_INF, PRG_OUTF
           FROM  =SSFRFDEF
          WHERE  PROG IN (:H-HB-MODUL, :H-HB-OBJEKT)
          ORDER  BY ANWENDUNG, FUNKTION, LFDNR
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor System-Handbuch (s. C366): Prod-Freigaben des Moduls
**       (=ABNAHME ist ueber den Objektnamen gekeyt, s. U400),
**       juengste zuerst
 EXEC SQL
     DECLARE HB_ABN_CURS CURSOR FOR
         SELECT  VERSION, REL2PROD_VON, REL2PROD_AM, PRG_INFO
           FROM  =ABNAHME
          WHERE  PRG_NAME IN (:H-HB-OBJEKT, :H-HB-MODUL)
            AND  REL2PROD_AM IS NOT NULL
          ORDER  BY REL2PROD_AM DESC
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor Stueckliste (BOM, s. C776): alle Compile-Laeufe einer
**       Modul-Version, juengster Lauf zuerst
 EXEC SQL
     DECLARE BOM_CURS CURSOR FOR
         SELECT  LAUF_ID, LFDNR, OBJEKT, ART, BIBLIOTHEK, SEKTION
                ,MEMBER_MODUL, MEMBER_VERSION, CHECKSUM, COMPILER
                ,COMPILER_VERSION, COMPLETION_CODE
           FROM  =SSFBOM
          WHERE  SOURCE_MODUL = :H-BOM-MODUL
            AND  VERSION      = :H-BOM-VERSION
          ORDER  BY LAUF_ID DESC, LFDNR
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor Verwendungsnachweis (BOM WHERE, s. C777): freigegebene
**       Objekte (=ABNAHME.REL2PROD_AM gesetzt), die mit einer
**       Version einer Copy-Bibliothek gebaut wurden - mit demselben
**       Mandanten-Filter wie S100
 EXEC SQL
     DECLARE BOM_WHERE_CURS CURSOR FOR
         SELECT  DISTINCT B.SOURCE_MODUL, B.VERSION, B.OBJEKT_NAME
                ,B.MEMBER_VERSION, B.SEKTION, A.REL2PROD_AM
           FROM  =SSFBOM B, =ABNAHME A, =SSAFE S
          WHERE  B.MEMBER_MODUL   =    :H-BOM-MEMBER
            AND  B.ART            IN   ("C", "S")
            AND  B.MEMBER_VERSION LIKE :H-BOM-VERS-FILTER
            AND  B.SEKTION        LIKE :H-BOM-SEK-FILTER
            AND  A.PRG_NAME       IN   (B.OBJEKT_NAME, B.SOURCE_MODUL)
            AND  A.VERSION        =    B.VERSION
            AND  A.REL2PROD_AM    IS NOT NULL
            AND  S.SOURCE_MODUL   =    B.SOURCE_MODUL
            AND (S.ANWENDUNG      LIKE :H-ANW-FILTER
             OR  S.ANWENDUNG      =    " ")
          ORDER  BY B.SOURCE_MODUL, B.VERSION, B.SEKTION
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor ueber die Module einer Anwendung mit Objekt in TEST
**       (kein Copy-Modul) - Funktion TESTRESET (C779-TESTRESET-PLAN)
 EXEC SQL
     DECLARE TRES_CURS CURSOR FOR
         SELECT  SOURCE_MODUL, SOURCE_TYP, FREIGABE_TEST, ZIELKLASSE
           FROM  =SSAFE
          WHERE  ANWENDUNG    =  :H-TRES-ANW
            AND  SOURCE_TYP   IN ("CS", "CO", "CX")
          ORDER  BY SOURCE_MODUL
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor der Datenqualitaets-Pruefung Kontakte/Mailadressen
**       (VERWALTUNG MAILCHK, s. D853-D856)
**       1) User mit Rolle und ihre Mailadresse(n)
 EXEC SQL
     DECLARE MCK_USR_CURS CURSOR FOR
         SELECT  DISTINCT USER, EMAIL
           FROM  =SSUSER
          WHERE  ROLLE <> " "
          ORDER  BY USER, EMAIL
         BROWSE ACCESS
 END-EXEC

**       2) =EKONTAKT-Zeilen, deren MODUL weder ein Modul noch eine
**          Anwendung in =SSAFE noch eine Kette in =SSFRFDEF ist
 EXEC SQL
     DECLARE MCK_EKO_CURS CURSOR FOR
         SELECT  E.MODUL, E.MDNR, E.TSNR
           FROM  =EKONTAKT E
          WHERE  E.MODUL <> :H-MCK-K-MODUL
            AND  NOT EXISTS
                 (SELECT  S.SOURCE_MODUL
                    FROM  =SSAFE S
                   WHERE  S.SOURCE_MODUL = E.MODUL
                      OR  S.ANWENDUNG    = E.MODUL)
            AND  NOT EXISTS
                 (SELECT  R.ANWENDUNG
                    FROM  =SSFRFDEF R
                   WHERE  R.ANWENDUNG = E.MODUL)
          ORDER  BY E.MODUL, E.MDNR, E.TSNR
         BROWSE ACCESS
 END-EXEC

**       3) Modul-Verantwortliche
 EXEC SQL
     DECLARE MCK_OWN_CURS CURSOR FOR
         SELECT  MODUL_MUSTER, TEAM, KONTAKT1, KONTAKT2
           FROM  =SSFOWNER
          ORDER  BY MODUL_MUSTER
         BROWSE ACCESS
 END-EXEC

**       4) Bereitschafts-Dienstplan
 EXEC SQL
     DECLARE MCK_ONC_CURS CURSOR FOR
         SELECT  ANWENDUNG, TAG, PRIMAER_MAIL, BACKUP_MAIL
           FROM  =SSFONCALL
          ORDER  BY ANWENDUNG, TAG
         BROWSE ACCESS
 END-EXEC

**       5) Ketten mit eingeschaltetem Fehleralarm (Kontaktzeile
**          TSNR 0 der ANWENDUNG, ABO_FAILALERT nicht "N")
 EXEC SQL
     DECLARE MCK_ESK_CURS CURSOR FOR
         SELECT  DISTINCT R.ANWENDUNG
           FROM  =SSFRFDEF R, =EKONTAKT E
          WHERE  E.MODUL         = R.ANWENDUNG
            AND  E.MDNR          = 0
            AND  E.TSNR          = 0
            AND  E.ABO_FAILALERT <> "N"
          ORDER  BY R.ANWENDUNG
         BROWSE ACCESS
 END-EXEC

**       6) wiederholt unzustellbare Adressen
 EXEC SQL
     DECLARE MCK_FEHL_CURS CURSOR FOR
         SELECT  ADRESSE, ANZ_FEHLER, LETZTER_FEHLER, LETZTER_TEXT
           FROM  =SSFMAILF
          WHERE  ANZ_FEHLER >= :H-MCK-SCHWELLE
          ORDER  BY ANZ_FEHLER DESC, ADRESSE
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor des Austritts-Ablaufs (VERWALTUNG LEAVER, s. D859):
**       alles, was der ausscheidende User (H-LVR-USER) noch haelt
**       1) Checkouts
 EXEC SQL
     DECLARE LVR_CO_CURS CURSOR FOR
         SELECT  SOURCE_MODUL
           FROM  =SSAFE
          WHERE  SOURCE_STATUS = "CO"
            AND  GROUP_USER    = :H-LVR-USER
          ORDER  BY SOURCE_MODUL
         BROWSE ACCESS
 END-EXEC

**       2) Parallel-Checkouts
 EXEC SQL
     DECLARE LVR_PCO_CURS CURSOR FOR
         SELECT  SOURCE_MODUL, ARBEITSKOPIE
           FROM  =SSFPARCO
          WHERE  GROUP_USER = :H-LVR-USER
          ORDER  BY SOURCE_MODUL
         BROWSE ACCESS
 END-EXEC

**       3) Uebergabe-Angebote von oder an den User
 EXEC SQL
     DECLARE LVR_HO_CURS CURSOR FOR
         SELECT  SOURCE_MODUL, VON_USER, AN_USER
           FROM  =SSFHANDO
          WHERE  VON_USER = :H-LVR-USER
             OR  AN_USER  = :H-LVR-USER
          ORDER  BY SOURCE_MODUL
         BROWSE ACCESS
 END-EXEC

**       4) Warteschlangen-Reservierungen
 EXEC SQL
     DECLARE LVR_RLQ_CURS CURSOR FOR
         SELECT  SOURCE_MODUL
           FROM  =SSFRLOCKQ
          WHERE  GROUP_USER = :H-LVR-USER
          ORDER  BY SOURCE_MODUL
         BROWSE ACCESS
 END-EXEC

**       5) Modul-Verantwortung als Kontakt 1 oder 2
 EXEC SQL
     DECLARE LVR_OWN_CURS CURSOR FOR
         SELECT  MODUL_MUSTER, TEAM
           FROM  =SSFOWNER
          WHERE  KONTAKT1 = :H-LVR-USER
             OR  KONTAKT2 = :H-LVR-USER
          ORDER  BY MODUL_MUSTER
         BROWSE ACCESS
 END-EXEC

**       6) offene Reviews, in denen der User Pruefer ist
 EXEC SQL
     DECLARE LVR_REV_CURS CURSOR FOR
         SELECT  SOURCE_MODUL, EINREICHER
           FROM  =SSFREVIEW
          WHERE  PRUEFER = :H-LVR-USER
            AND  STATUS  = "O"
          ORDER  BY SOURCE_MODUL
         BROWSE ACCESS
 END-EXEC

**       7) offene bzw. bestaetigte, noch nicht ausgefuehrte
**          Vier-Augen-Antraege des Users (erste Unterschrift)
 EXEC SQL
     DECLARE LVR_PQ_CURS CURSOR FOR
         SELECT  AKTION, PARAMETER
           FROM  =SSFPENDQ
          WHERE  BEANTRAGT_VON = :H-LVR-USER
            AND (STATUS = "O" OR STATUS = "G")
          ORDER  BY AKTION, PARAMETER
         BROWSE ACCESS
 END-EXEC

**       8) Vertretungen an den User
 EXEC SQL
     DECLARE LVR_DEL_CURS CURSOR FOR
         SELECT  ROLLE, BIS_DATUM
           FROM  =SSFDELEG
          WHERE  AN_USER = :H-LVR-USER
          ORDER  BY ROLLE
         BROWSE ACCESS
 END-EXEC

**       9) geparkte Arbeitskopien (Shelves, s. C115)
 EXEC SQL
     DECLARE LVR_SHV_CURS CURSOR FOR
         SELECT  SOURCE_MODUL, ARCHIV_MODUL
           FROM  =SSFRARCH
          WHERE  VERSION    = "SHELF"
            AND  FILE_TYPE  = "SHV"
            AND  GROUP_USER = :H-LVR-USER
          ORDER  BY SOURCE_MODUL
         BROWSE ACCESS
 END-EXEC

**      10) Bereitschaftsdienste ueber die Mailadresse des Users
 EXEC SQL
     DECLARE LVR_ONC_CURS CURSOR FOR
         SELECT  ANWENDUNG, TAG
           FROM  =SSFONCALL
          WHERE  PRIMAER_MAIL = :H-LVR-EMAIL
             OR  BACKUP_MAIL  = :H-LVR-EMAIL
          ORDER  BY ANWENDUNG, TAG
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor des persoenlichen Arbeitsvorrats (MYWORK, s. C401):
**       was auf eine Aktion des Users H-MW-USER wartet
**       1) eigene Checkouts
 EXEC SQL
     DECLARE MW_CO_CURS CURSOR FOR
         SELECT  SOURCE_MODUL, ZP_CHECKOUT
           FROM  =SSAFE
          WHERE  SOURCE_STATUS = "CO"
            AND  GROUP_USER    = :H-MW-USER
          ORDER  BY SOURCE_MODUL
         BROWSE ACCESS
 END-EXEC

**       2) eigene Parallel-Checkouts
 EXEC SQL
     DECLARE MW_PCO_CURS CURSOR FOR
         SELECT  SOURCE_MODUL, ZP_CHECKOUT
           FROM  =SSFPARCO
          WHERE  GROUP_USER = :H-MW-USER
          ORDER  BY SOURCE_MODUL
         BROWSE ACCESS
 END-EXEC

**       3) Uebergabe-Angebote an den User
 EXEC SQL
     DECLARE MW_HO_CURS CURSOR FOR
         SELECT  SOURCE_MODUL, VON_USER, ZPINS
           FROM  =SSFHANDO
          WHERE  AN_USER = :H-MW-USER
          ORDER  BY SOURCE_MODUL
         BROWSE ACCESS
 END-EXEC

**       4) Reservierungen, bei denen der User vorne in der Warte-
**          schlange steht und das Modul inzwischen frei ist
 EXEC SQL
     DECLARE MW_RLQ_CURS CURSOR FOR
         SELECT  Q.SOURCE_MODUL, Q.ZP_ANGEFORDERT
           FROM  =SSFRLOCKQ Q, =SSAFE A
          WHERE  Q.GROUP_USER    =  :H-MW-USER
            AND  A.SOURCE_MODUL  =  Q.SOURCE_MODUL
            AND  A.SOURCE_STATUS <> "CO"
            AND  Q.LFDNR = (SELECT MIN (X.LFDNR)
                              FROM =SSFRLOCKQ X
                             WHERE X.SOURCE_MODUL = Q.SOURCE_MODUL)
          ORDER  BY Q.SOURCE_MODUL
         BROWSE ACCESS
 END-EXEC

**       5) offene Reviews, in denen der User Pruefer ist
 EXEC SQL
     DECLARE MW_REV_CURS CURSOR FOR
         SELECT  SOURCE_MODUL, EINREICHER, ZPINS
           FROM  =SSFREVIEW
          WHERE  PRUEFER = :H-MW-USER
            AND  STATUS  = "O"
          ORDER  BY SOURCE_MODUL
         BROWSE ACCESS
 END-EXEC

**       6) zur Freigabe anstehende Module (FREIGABE_TEST "TA") -
**          ob der User unterschreiben darf, prueft C405 wie C341
 EXEC SQL
     DECLARE MW_FRG_CURS CURSOR FOR
         SELECT  SOURCE_MODUL, SOURCE_TYP, ZIELKLASSE,
                 ZP_FREIGABE_TEST
           FROM  =SSAFE
          WHERE  FREIGABE_TEST = "TA"
          ORDER  BY SOURCE_MODUL
         BROWSE ACCESS
 END-EXEC

**       7) offene Notfall-Auflagen (wie SOSOPEN_CURS)
 EXEC SQL
     DECLARE MW_SOS_CURS CURSOR FOR
         SELECT  PRG_NAME, VERSION, REL2PROD_VON, REL2PROD_AM
           FROM  =ABNAHME
          WHERE  GRUND_SOS    <> " "
            AND  FREIGABE_VON =  " "
            AND  REL2PROD_AM  IS NOT NULL
          ORDER  BY PRG_NAME
         BROWSE ACCESS
 END-EXEC

**       8) offene Vier-Augen-Antraege anderer Administratoren
 EXEC SQL
     DECLARE MW_PQ_CURS CURSOR FOR
         SELECT  AKTION, PARAMETER, ZPINS
           FROM  =SSFPENDQ
          WHERE  STATUS         =  "O"
            AND  BEANTRAGT_VON  <> :H-MW-USER
          ORDER  BY AKTION, PARAMETER
         BROWSE ACCESS
 END-EXEC

**       9) eigene, vom zweiten Administrator bestaetigte Antraege,
**          die der User noch einmal ausfuehren muss
 EXEC SQL
     DECLARE MW_EIG_CURS CURSOR FOR
         SELECT  AKTION, PARAMETER, ZPINS
           FROM  =SSFPENDQ
          WHERE  STATUS        = "G"
            AND  BEANTRAGT_VON = :H-MW-USER
          ORDER  BY AKTION, PARAMETER
         BROWSE ACCESS
 END-EXEC

**      10) offene Rezertifizierungs-Entscheidungen je Kampagne
 EXEC SQL
     DECLARE MW_REC_CURS CURSOR FOR
         SELECT  KAMPAGNE, MIN (FRIST), COUNT (*), MIN (ZPINS)
           FROM  =SSFRECERT
          WHERE  STATUS = "O"
          GROUP  BY KAMPAGNE
          ORDER  BY KAMPAGNE
         BROWSE ACCESS
 END-EXEC

**      11) wartende Entscheidungspunkte der Ketten (=SSFGATE)
 EXEC SQL
     DECLARE MW_GT_CURS CURSOR FOR
         SELECT  FUNKTION, ANWENDUNG, START_TS, MAX_WARTE_MIN
           FROM  =SSFGATE
          WHERE  ZUSTAND = "W"
          ORDER  BY START_TS
         BROWSE ACCESS
 END-EXEC


**      12) offene Zugriffsantraege, die der User als Rollen- oder
**          Modul-Verantwortlicher bzw. Administrator entscheidet
 EXEC SQL
     DECLARE MW_ACR_CURS CURSOR FOR
         SELECT  ANTRAG_NR, FUER_USER, ROLLE, ZPINS
           FROM  =SSFACREQ
          WHERE  ANTRAG_STATUS =  "O"
            AND  ANTRAG_VON    <> :H-MW-USER
            AND  FUER_USER     <> :H-MW-USER
            AND (GENEHMIGER    =  :H-MW-USER
             OR  GENEHMIGER2   =  :H-MW-USER
             OR  GENEHMIGER    =  :H-MW-VERW-KZ)
          ORDER  BY ANTRAG_NR
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor MYWORK MAIL: alle gueltigen User mit Rolle und
**       Mailadresse (=SSUSER.USER verschluesselt, s. C406)
 EXEC SQL
     DECLARE MW_USR_CURS CURSOR FOR
         SELECT  DISTINCT USER, EMAIL
           FROM  =SSUSER
          WHERE  ROLLE <> " "
            AND  EMAIL <> " "
            AND (GUELTIG_BIS = 0
                 OR GUELTIG_BIS >= :H-MW-HEUTE-N)
          ORDER  BY USER, EMAIL
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor Basis-Pruefung (s. D721): Copy-Libraries eines
**       ausgecheckten Moduls lt. Referenzdaten (=LIBS)
 EXEC SQL
     DECLARE STB_LIB_CURS CURSOR FOR
         SELECT  DISTINCT LIB
           FROM  =LIBS
          WHERE  PROGRAMM IN (:H-STB-MODUL, :H-STB-OBJEKT)
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor Basis-Pruefung (s. D721): vom Modul aufgerufene bzw.
**       eingebundene Module (=PROGRAMX)
 EXEC SQL
     DECLARE STB_PRGX_CURS CURSOR FOR
         SELECT  DISTINCT PMODUL
           FROM  =PROGRAMX
          WHERE  PROGRAMM IN (:H-STB-MODUL, :H-STB-OBJEKT)
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor Basis-Pruefung (s. D723): Source-Versionen des Moduls
**       im Archiv (=SSFRARCH) in der Reihenfolge der Archivierung
 EXEC SQL
     DECLARE STB_ZWG_CURS CURSOR FOR
         SELECT  VERSION, ZPINS, GROUP_USER
           FROM  =SSFRARCH
          WHERE  SOURCE_MODUL = :H-STB-MODUL
            AND  FILE_TYPE    = "SRC"
          ORDER  BY ZPINS
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor Sofort-Mail nach REL2PROD (s. D727): alle anderen
**       ausgecheckten Module
 EXEC SQL
     DECLARE STB_CO_CURS CURSOR FOR
         SELECT  SOURCE_MODUL, SOURCE_TYP, GROUP_USER, ZP_CHECKOUT
           FROM  =SSAFE
          WHERE  SOURCE_STATUS = "CO"
            AND  SOURCE_MODUL <> :H-STB-FREI-MODUL
          ORDER  BY SOURCE_MODUL
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor LIST ASOF (s. D730/D731): alle Module, die im
**       Zeitraum H-ASOF-VON (exkl.) bis H-ASOF-BIS nach Prod
**       (bzw. bei H-ASOF-TEST = "J" auch nach TEST) freigegeben
**       oder per ROLLBACK zurueckgebaut wurden
 EXEC SQL
     DECLARE ASOF_CURS CURSOR FOR
         SELECT  DISTINCT A.PRG_NAME
           FROM  =ABNAHME A
          WHERE  A.PRG_NAME LIKE :H-ASOF-MUSTER
            AND  (   (    A.REL2PROD_AM  year to second
                          > :H-ASOF-VON
                            TYPE AS DATETIME YEAR TO SECOND
                      AND A.REL2PROD_AM  year to second
                          <= :H-ASOF-BIS
                            TYPE AS DATETIME YEAR TO SECOND)
                  OR (    :H-ASOF-TEST = "J"
                      AND A.REL2TEST_AM  year to second
                          > :H-ASOF-VON
                            TYPE AS DATETIME YEAR TO SECOND
                      AND A.REL2TEST_AM  year to second
                          <= :H-ASOF-BIS
                            TYPE AS DATETIME YEAR TO SECOND)
                  OR EXISTS
                     (SELECT  P.SOURCE_MODUL
                        FROM  =SSPROT P
                       WHERE  P.SOURCE_MODUL = A.PRG_NAME
                         AND  P.AKTION       = "RB"
                         AND  P.ZPINS    year to second
                              > :H-ASOF-VON
                                TYPE AS DATETIME YEAR TO SECOND
                         AND  P.ZPINS    year to second
                              <= :H-ASOF-BIS
                                TYPE AS DATETIME YEAR TO SECOND))
          ORDER  BY A.PRG_NAME
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor zum Abfahren der registrierten Regressions-Testfaelle
**       eines Moduls - Funktion ACTIVTEST (E375-ACTIVTEST-REGRESSION)
 EXEC SQL
 EXEC SQL
     DECLARE RECHTE_CURS CURSOR FOR
         SELECT  U.USER, U.ROLLE, U.FLAG, U.ZPINS, U.BESTAETIGUNGSCODE
                ,U.GUELTIG_BIS, U.BESTCODE_HASH
                ,R.FUNKTION, R.PARAMETER
           FROM  =SSUSER U, =SSROLES R
          WHERE  U.USER  = :USER OF SSUSER
         BROWSE ACCESS
 END-EXEC


**  ---> Cursor Zugriffsantraege (VERWALTUNG REQUEST LIST, D593):
**       offene Antraege, die der User entscheiden darf, und die
**       eigenen (als Antragsteller oder Beguenstigter)
 EXEC SQL
     DECLARE ACR_LIST_CURS CURSOR FOR
         SELECT  ANTRAG_NR, FUER_USER, ROLLE, BIS_DATUM, BEGRUENDUNG
                ,ANTRAG_VON, GENEHMIGER, GENEHMIGER2, ZPINS
           FROM  =SSFACREQ
          WHERE  ANTRAG_STATUS = "O"
            AND (GENEHMIGER    = :H-ACR-USER
             OR  GENEHMIGER2   = :H-ACR-USER
             OR  GENEHMIGER    = :H-ACR-VERW-KZ
             OR  ANTRAG_VON    = :H-ACR-USER
             OR  FUER_USER     = :H-ACR-USER)
          ORDER  BY ANTRAG_NR
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor Antrags-/Entscheidungs-Nachweis (REQUEST TRAIL,
**       D596 - Unterlage fuer die Rezertifizierung): alle Antraege
**       eines Users (oder aller, "%") ab einem Stichtag
 EXEC SQL
     DECLARE ACR_TRAIL_CURS CURSOR FOR
         SELECT  ANTRAG_NR, FUER_USER, ROLLE, BIS_DATUM, BEGRUENDUNG
                ,ANTRAG_VON, GENEHMIGER, GENEHMIGER2, ROUTING
                ,ANTRAG_STATUS, ENTSCHIEDEN_VON, KOMMENTAR, ERGEBNIS
                ,ZPINS, ZP_ENTSCHEID
           FROM  =SSFACREQ
          WHERE  FUER_USER like :H-ACR-MUSTER
            AND  ZPINS  year to day
                 >= :H-ACR-AB TYPE AS DATETIME YEAR TO DAY
          ORDER  BY FUER_USER, ANTRAG_NR
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor Verantwortliche und Scope einer beantragten Rolle
**       (=SSROLES Funktionen OWNER, SCOPE, ANW; s. D592)
 EXEC SQL
     DECLARE ACR_ROLLE_CURS CURSOR FOR
         SELECT  FUNKTION, PARAMETER
           FROM  =SSROLES
          WHERE  ROLLE = :H-ACR-ROLLE
            AND (FUNKTION = "OWNER"
             OR  FUNKTION = "SCOPE"
             OR  FUNKTION = "ANW")
          ORDER  BY FUNKTION, PARAMETER
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor Funktionstrennungs-Regeln (=SSFSODR, VERWALTUNG SOD
**       LIST und Pruefung D927/D928)
 EXEC SQL
     DECLARE SOD_REGEL_CURS CURSOR FOR
         SELECT  REGEL_NR, TYP, WERT1, WERT2, ANWENDUNG, BESCHREIBUNG
           FROM  =SSFSODR
          ORDER  BY REGEL_NR
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor Rollen/Funktionen eines Users fuer die Pruefung der
**       Funktionstrennung (D929): gueltige =SSUSER-Zuordnungen, nicht
**       abgelaufene Delegationen und die neu zu vergebende Rolle
 EXEC SQL
     DECLARE SOD_USR_FKT_CURS CURSOR FOR
         SELECT  U.ROLLE, R.FUNKTION, R.PARAMETER
           FROM  =SSUSER U, =SSROLES R
          WHERE  U.USER  = :H-SOD-USER-ENCR
            AND  U.ROLLE = R.ROLLE
            AND (U.GUELTIG_BIS = 0
                 OR U.GUELTIG_BIS >= :H-SOD-HEUTE-N)
         BROWSE ACCESS
 END-EXEC

 EXEC SQL
     DECLARE SOD_DLG_FKT_CURS CURSOR FOR
         SELECT  D.ROLLE, R.FUNKTION, R.PARAMETER
           FROM  =SSFDELEG D, =SSROLES R
          WHERE  D.AN_USER   =  :H-SOD-USER
            AND  D.BIS_DATUM >= :H-SOD-HEUTE
            AND  R.ROLLE     =  D.ROLLE
         BROWSE ACCESS
 END-EXEC

 EXEC SQL
     DECLARE SOD_NEU_FKT_CURS CURSOR FOR
         SELECT  ROLLE, FUNKTION, PARAMETER
           FROM  =SSROLES
          WHERE  ROLLE = :H-SOD-ROLLE
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor alle User mit Rollen (SOD REPORT, =SSUSER.USER
**       verschluesselt, s. D926)
 EXEC SQL
     DECLARE SOD_USER_CURS CURSOR FOR
         SELECT  DISTINCT USER
           FROM  =SSUSER
          ORDER  BY USER
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor genehmigte Ausnahmen (SOD REPORT/LIST, D926)
 EXEC SQL
     DECLARE SOD_AUSN_CURS CURSOR FOR
         SELECT  GRP_USER, REGEL_NR, BEGRUENDUNG, BEANTRAGT_VON
                ,GENEHMIGT_VON, ZPINS
           FROM  =SSFSODX
          ORDER  BY GRP_USER, REGEL_NR
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor LIST UNMANAGED (s. D934): Objekt-Subvolumes der
**       Test- und Prod-Stufe je Zielklasse (=SSPARM R2T-RUN%,
**       R2P-RUN%)
 EXEC SQL
     DECLARE UM_SVOL_CURS CURSOR FOR
         SELECT  AKTION, SVOL_DEST
           FROM  =SSPARM
          WHERE  AKTION LIKE "R2T-RUN%"
             OR  AKTION LIKE "R2P-RUN%"
          ORDER  BY AKTION
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: Sitzungs-Journal eines Users chronologisch
**       (VERWALTUNG SESSION, s. D510)
 EXEC SQL
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: Antwortzeiten je Kommando und Stunde im Auswer-
**       tungsfenster (VERWALTUNG SESSION STATS, s. D954); Eintraege
**       ohne Messung (DAUER_CS = 0) bleiben aussen vor
 EXEC SQL
     DECLARE RZSTAT_CURS CURSOR FOR
         SELECT  KOMMANDO, STUNDE, COUNT(*), SUM(DAUER_CS),
                 MAX(DAUER_CS)
           FROM  =SSFSESS
          WHERE  DAUER_CS > 0
            AND  ZPINS      year to second
                 >= CURRENT year to second
                 - :H-RZ-TAGE TYPE AS INTERVAL DAY
          GROUP  BY KOMMANDO, STUNDE
          ORDER  BY KOMMANDO, STUNDE
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: Einzelwerte je Kommando und Stunde aufsteigend -
**       Median und 95%-Wert ueber die Rangposition (D955)
 EXEC SQL
     DECLARE RZWERT_CURS CURSOR FOR
         SELECT  KOMMANDO, STUNDE, DAUER_CS
           FROM  =SSFSESS
          WHERE  DAUER_CS > 0
            AND  ZPINS      year to second
                 >= CURRENT year to second
                 - :H-RZ-TAGE TYPE AS INTERVAL DAY
          ORDER  BY KOMMANDO, STUNDE, DAUER_CS
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: langsamste Einzel-Ausfuehrungen im Fenster (D956)
 EXEC SQL
     DECLARE RZTOP_CURS CURSOR FOR
         SELECT  GROUP_USER, KOMMANDO, KDO_ZEILE, ZPINS, DAUER_CS,
                 DAUER_COU_CS, DAUER_CIN_CS, DAUER_ZIP_CS
           FROM  =SSFSESS
          WHERE  DAUER_CS > 0
            AND  ZPINS      year to second
                 >= CURRENT year to second
                 - :H-RZ-TAGE TYPE AS INTERVAL DAY
          ORDER  BY DAUER_CS DESC
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: Historie je Kommando VOR dem Auswertungsfenster
**       (Vergleichsbasis der Warnung, s. D957)
 EXEC SQL
     DECLARE RZHIST_CURS CURSOR FOR
         SELECT  KOMMANDO, COUNT(*), SUM(DAUER_CS)
           FROM  =SSFSESS
          WHERE  DAUER_CS > 0
            AND  ZPINS      year to second
                 >= CURRENT year to second
                 - :H-RZ-HIST-TAGE TYPE AS INTERVAL DAY
            AND  ZPINS      year to second
                 < CURRENT year to second
                 - :H-RZ-TAGE TYPE AS INTERVAL DAY
          GROUP  BY KOMMANDO
          ORDER  BY KOMMANDO
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: juengster erfolgreicher Statistik-Lauf einer Tabelle
**       (VERWALTUNG TABPFLEGE, Vergleichsbasis Wachstum, s. D961)
 EXEC SQL
     DECLARE TSTATL_CURS CURSOR FOR
         SELECT  ZEILEN, ZPINS
           FROM  =SSFTSTAT
          WHERE  TABELLE  = :H-TPF-TABELLE
            AND  STATS_KZ = "J"
          ORDER  BY ZPINS DESC
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: Wachstums-Historie je Tabelle (TABPFLEGE HIST, D965)
 EXEC SQL
     DECLARE TSTATH_CURS CURSOR FOR
         SELECT  TABELLE, ZPINS, ZEILEN, PARTITIONEN, FUELLGRAD,
                 STATS_KZ, GRUND
           FROM  =SSFTSTAT
          WHERE  TABELLE BETWEEN :H-TPF-VON AND :H-TPF-BIS
          ORDER  BY TABELLE, ZPINS
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: Massen-Checkouts je User der letzten 24h, nach
**       Anzahl absteigend (Ranking) - Anomalie-Report (D508)
 EXEC SQL
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: juengste Kettenmarke (LFDNR 0, DRYRUN "K") je Kette
**       - HISTAGG raeumt die aelteren Marken des Monats ab (S360)
 EXEC SQL
     DECLARE CHAGG_KMARK_CURS CURSOR FOR
         SELECT  ANWENDUNG, FUNKTION, MAX(START_TS)
           FROM  =SSFCHIST
          WHERE  LFDNR  = 0
            AND  DRYRUN = "K"
          GROUP BY ANWENDUNG, FUNKTION
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: Monats-Verdichtung der Compile-Historie (HISTAGG)
 EXEC SQL
     DECLARE CTAGG_SRC_CURS CURSOR FOR
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: Checkins je ANWENDUNG und Entwickler seit Stichtag,
**       je ANWENDUNG der haeufigste Entwickler zuerst (LIST
**       BUSFACTOR, s. D282)
 EXEC SQL
     DECLARE BF_ANW_CURS CURSOR FOR
         SELECT  ANWENDUNG, GROUP_USER, COUNT(*), MAX(ZPINS)
           FROM  =SSPROT
          WHERE  AKTION = "CI"
            AND  ZPINS  year to day
                 >= :W-BF-STICHTAG TYPE AS DATETIME YEAR TO DAY
            AND (ANWENDUNG LIKE :H-ANW-FILTER
             OR  ANWENDUNG =    " ")
          GROUP BY ANWENDUNG, GROUP_USER
          ORDER BY 1, 3 DESC
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: Checkins je Modul und Entwickler seit Stichtag, je
**       Modul der haeufigste Entwickler zuerst (LIST BUSFACTOR,
**       s. D282)
 EXEC SQL
     DECLARE BF_MOD_CURS CURSOR FOR
         SELECT  SOURCE_MODUL, GROUP_USER, COUNT(*), MAX(ZPINS)
           FROM  =SSPROT
          WHERE  AKTION = "CI"
            AND  ZPINS  year to day
                 >= :W-BF-STICHTAG TYPE AS DATETIME YEAR TO DAY
            AND (ANWENDUNG LIKE :H-ANW-FILTER
             OR  ANWENDUNG =    " ")
          GROUP BY SOURCE_MODUL, GROUP_USER
          ORDER BY 1, 3 DESC
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: alle Pseudonym-Zuordnungen (nur fuer Administratoren
**       ueber VERWALTUNG PSEUDO aufloesbar, s. D512)
 EXEC SQL
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: juengster ABNAHME-Eintrag fuer das Modul-Kurzbild
**       (=SSFMSUM, s. D868) - gleiche Auswahl und Reihenfolge wie
**       ABN-LETZT_CURS, aber eigene Host-Variablen, damit der
**       ABNAHME-Satz des Aufrufers beim COMMIT unberuehrt bleibt
 EXEC SQL
     DECLARE MSUM_ABN_CURS CURSOR FOR
         SELECT  VERSION, DATUM, NK_STATUS,
                 FREIGABE_ANTRAG_VON, FREIGABE_ANTRAG_AM,
                 FREIGABE_VON, FREIGABE_AM, REL2PROD_AM
           FROM  =ABNAHME
          WHERE  PRG_NAME = :H-MSUM-MODUL
          ORDER BY DATUM DESC
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: Modul-Schleife des Kurzbild-Abgleichs (VERWALTUNG
**       MODSUM, s. D865)
 EXEC SQL
     DECLARE MSUM_MOD_CURS CURSOR FOR
         SELECT  SOURCE_MODUL
           FROM  =SSAFE
          ORDER BY SOURCE_MODUL
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: Fehlerkatalog in Vorrang-Reihenfolge, auch abge-
**       schaltete Eintraege (VERWALTUNG FAILCAT LIST, s. D873)
 EXEC SQL
     DECLARE FKAT_CURS CURSOR FOR
         SELECT  KAT_NR, KLASSE, RESTART_OK, AKTIV, MUSTER
                ,MASSNAHME
           FROM  =SSFFKAT
          ORDER BY KAT_NR
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: fehlgeschlagene scharfe Kettenschritte im Monats-
**       fenster je Kette und Fehlerklasse (LIST FAILCAUSE, s. D878)
 EXEC SQL
     DECLARE FCA_CURS CURSOR FOR
         SELECT  FUNKTION, FEHLER_KLASSE, START_TS
           FROM  =SSFCHIST
          WHERE  FUNKTION   like :H-FCA-FKT
            AND  RC         <>   0
            AND  DRYRUN     =    "N"
            AND  START_TS   >=   :H-FCA-AB-TS
          ORDER BY FUNKTION, FEHLER_KLASSE
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: Kontrollsummen und Abstimmung der scharfen Ketten-
**       schritte je Kette und Lauf, juengster Lauf zuerst (LIST
**       CTRLTOTAL, s. D757)
 EXEC SQL
     DECLARE KTR_CURS CURSOR FOR
         SELECT  FUNKTION, RUN_DATUM, LFDNR, PROG, RC
                ,KTR_KZ, KTR_EIN, KTR_AUS, KTR_SUMME, ABST_ERGEBNIS
                ,START_TS
           FROM  =SSFCHIST
          WHERE  FUNKTION   like :H-KTR-FKT
            AND  DRYRUN     =    "N"
            AND  LFDNR      >    0
          ORDER BY FUNKTION, RUN_DATUM DESC, START_TS
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: Freigabe-Bestcode je User (VERWALTUNG BESTCODE, s.
**       D759) - ein User hat je Rolle einen Satz; der Bestcode steht
**       in allen (S661), spaeter zugeordnete Rollen koennen leer sein
 EXEC SQL
     DECLARE BCH_CURS CURSOR FOR
         SELECT  USER, MAX(BESTAETIGUNGSCODE), MAX(BESTCODE_HASH)
           FROM  =SSUSER
          GROUP BY USER
          ORDER BY USER
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: Ressourcen der PHDDRV1O-Kettenschritte (VERWALTUNG
**       RESOURCE LIST, s. D887)
 EXEC SQL
     DECLARE RSD_CURS CURSOR FOR
         SELECT  RESSOURCE, FUNKTION, LFDNR, MODUS, MAX_WARTE_MIN
           FROM  =SSFRESDEF
          WHERE  ANWENDUNG = :K-RSC-ANWENDUNG
          ORDER BY RESSOURCE, FUNKTION, LFDNR
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: aktuelle Ressourcen-Belegungen ("H") und Wartende
**       ("W") je Ressource (LIST RESLOCK, s. D888)
 EXEC SQL
     DECLARE RLK_CURS CURSOR FOR
         SELECT  RESSOURCE, ZUSTAND, MODUS, FUNKTION, LFDNR, SEIT_TS
           FROM  =SSFRESLK
          ORDER BY RESSOURCE, ZUSTAND, SEIT_TS
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: Entscheidungspunkte der Ketten - wartende zuerst,
**       dann die Entscheidungen, juengste zuerst (VERWALTUNG GATE
**       LIST, s. D906)
 EXEC SQL
     DECLARE GT_CURS CURSOR FOR
         SELECT  FUNKTION, LFDNR, ZUSTAND, STD_AKTION, MAX_WARTE_MIN
                ,FRAGE, START_TS, ENTSCHEID_TS, ENTSCHEIDER, KOMMENTAR
           FROM  =SSFGATE
          WHERE  ANWENDUNG = :K-RSC-ANWENDUNG
          ORDER BY ZUSTAND DESC, START_TS DESC
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: registrierte Produktions-Smoke-Ketten je Modul
**       (VERWALTUNG SMOKE LIST, s. D909)
 EXEC SQL
     DECLARE SMK_CURS CURSOR FOR
         SELECT  SOURCE_MODUL, FUNKTION, AKTIV, GROUP_USER, ZPINS
           FROM  =SSFSMOKE
          ORDER BY SOURCE_MODUL
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: Stufen der Canary-Laeufe, juengster Lauf zuerst
**       (CANARY LIST, s. D738)
 EXEC SQL
     DECLARE KAN_CURS CURSOR FOR
         SELECT  LAUF, STUFE_NR, STUFE, SOURCE_MODUL, VERSION,
                 ERGEBNIS, DAUER_SEK, SCHNITT_SEK, INFO
           FROM  =SSFCANARY
          ORDER BY LAUF DESC, STUFE_NR
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: Versionen (Quelle) eines Auftrags, optional nur
**       eines Moduls bzw. einer Version (AUFTRAG MOVE/SPLIT/MERGE,
**       s. D751)
 EXEC SQL
     DECLARE AUF_VERS_CURS CURSOR FOR
         SELECT  SOURCE_MODUL, VERSION
           FROM  =SSFRARCH
          WHERE  FILE_TYPE    = "SRC"
            AND  AUFTRAG      = :H-AUF-ALT
            AND (:H-AUF-MODUL   = " "
             OR  SOURCE_MODUL = :H-AUF-MODUL)
            AND (:H-AUF-VERSION = " "
             OR  VERSION      = :H-AUF-VERSION)
          ORDER BY SOURCE_MODUL, ZPINS
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: Parameter-Verzeichnis (VERWALTUNG PDICT, PARM SET,
**       s. D913)
 EXEC SQL
     DECLARE PD_CURS CURSOR FOR
         SELECT  MUSTER, FELD, TYP, STELLEN, MIN_WERT, MAX_WERT
                ,WERTE, VORGABE, FUNKTION, HILFE
           FROM  =SSFPDICT
          ORDER BY MUSTER, FELD
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: alle Zeilen =SSPARM (VERWALTUNG PDICT CHECK,
**       s. D915)
 EXEC SQL
     DECLARE PDPRM_CURS CURSOR FOR
         SELECT  AKTION, SVOL_SOURCE, SVOL_DEST
           FROM  =SSPARM
          ORDER BY AKTION
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: Kettenmarke (LFDNR 0, DRYRUN "K") des eben
**       gestarteten Smoke-Laufs in =SSFCHIST, juengste zuerst
**       (Post-Release-Pruefung, s. E399/S592)
 EXEC SQL
     DECLARE RPV_CHIST_CURS CURSOR FOR
         SELECT  RC, START_TS
           FROM  =SSFCHIST
          WHERE  ANWENDUNG = :K-RSC-ANWENDUNG
            AND  FUNKTION  = :H-SMK-FUNKTION
            AND  LFDNR     = 0
            AND  DRYRUN    = "K"
            AND  START_TS >= :H-RPV-START-TS
          ORDER BY START_TS DESC
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: Durchschnittsdauer je Schritt einer Kette ueber die
**       scharfen, erfolgreichen Laeufe (KETTE FLOW, s. D894)
 EXEC SQL
     DECLARE KFL_DAUER_CURS CURSOR FOR
         SELECT  LFDNR, COUNT(*), AVG(DAUER_CS)
           FROM  =SSFCHIST
          WHERE  ANWENDUNG  =    :H-KX-ANWENDUNG
            AND  MODUL      =    :H-KX-MODUL
            AND  FUNKTION   =    :H-KX-FUNKTION
            AND  RC         =    0
            AND  DRYRUN     =    "N"
          GROUP BY LFDNR
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: deklarierte Ressourcen der Schritte einer Kette
**       (KETTE FLOW, s. D894)
 EXEC SQL
     DECLARE KFL_RES_CURS CURSOR FOR
         SELECT  LFDNR, RESSOURCE, MODUS
           FROM  =SSFRESDEF
          WHERE  ANWENDUNG  =    :H-KX-ANWENDUNG
            AND  FUNKTION   =    :H-KX-FUNKTION
          ORDER BY LFDNR, RESSOURCE
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: Ressourcen-Deklarationen einer Kette fuer den
**       Transport (KETTE EXPORT/IMPORT/DIFF, s. D966/D967)
 EXEC SQL
     DECLARE KX_RES_CURS CURSOR FOR
         SELECT  LFDNR, RESSOURCE, MODUS, MAX_WARTE_MIN
           FROM  =SSFRESDEF
          WHERE  ANWENDUNG  =    :H-KX-ANWENDUNG
            AND  FUNKTION   =    :H-KX-FUNKTION
          ORDER BY LFDNR, RESSOURCE
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: Modul-Schleife der Konsistenzpruefung (VERWALTUNG
**       CONSIST, s. D550-KONSISTENZ)
 EXEC SQL
     DECLARE CONS_SSAFE_CURS CURSOR FOR
         SELECT  SOURCE_MODUL, SOURCE_TYP, ZP_CHECKIN
           FROM  =SSAFE
          ORDER BY SOURCE_MODUL
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: archivierte Versionen eines Moduls, juengste zuerst
**       (nur der erste Satz wird gelesen, s. D551-CONS-MODUL)
 EXEC SQL
     DECLARE CONS_NEU_CURS CURSOR FOR
         SELECT  VERSION, SOURCE_DATE, ZPINS
           FROM  =SSFRARCH
          WHERE  SOURCE_MODUL = :H-CONS-MODUL
            AND  FILE_TYPE    = "SRC"
          ORDER BY ZPINS DESC, VERSION DESC
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: =ABNAHME-Eintraege eines Moduls (Objekt- oder
**       Quellname), deren VERSION nie in =SSFRARCH archiviert wurde
**       (s. D552-CONS-ABNAHME)
 EXEC SQL
     DECLARE CONS_ABN_CURS CURSOR FOR
         SELECT  B.PRG_NAME, B.VERSION, B.DATUM
           FROM  =ABNAHME B
          WHERE  B.PRG_NAME IN (:H-CONS-OBJEKT, :H-CONS-MODUL)
            AND  NOT EXISTS
                 (SELECT  R.VERSION
                    FROM  =SSFRARCH R
                   WHERE  R.SOURCE_MODUL = :H-CONS-MODUL
                     AND  R.VERSION      = B.VERSION
                     AND  R.FILE_TYPE    = "SRC")
          ORDER BY B.VERSION
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: alle Quell-Archiveintraege fuer den Namensabgleich
**       VERSION/ARCHIV_MODUL (s. D553-CONS-NAMING)
 EXEC SQL
     DECLARE CONS_ARCH_CURS CURSOR FOR
         SELECT  SOURCE_MODUL, VERSION, ARCHIV_MODUL
           FROM  =SSFRARCH
          WHERE  FILE_TYPE = "SRC"
          ORDER BY SOURCE_MODUL, VERSION
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: Module, die eine Copy-Section einbinden (Referenz-
**       daten aus E411-LOOK4COPY, s. E426-LAYOUT-VERGLEICH)
 EXEC SQL
     DECLARE LAY_COPY_CURS CURSOR FOR
         SELECT  DISTINCT PROGRAMM, LIB
           FROM  =LIBS
          WHERE  CMODUL = :H-LAY-CMODUL
          ORDER BY PROGRAMM
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: Kettenschritte einer Anwendung fuer den Export
**       (alle bzw. per LIKE gefilterte Funktionen, s. D561)
 EXEC SQL
     DECLARE KX_EXP_CURS CURSOR FOR
         SELECT  ANWENDUNG, MODUL, FUNKTION, LFDNR, LFDNR_OK, LFDNR_NOK
                ,PROG, ALT_PROG, PRG_STU, PRG_INF, PRG_OBF, PRG_OUTF
                ,PRG_TIMEOUT, SCHRITT_TYP, GATE_STANDARD
                ,ABST_LFDNR, ABST_FELD, ABST_REF_FELD, ABST_TOLERANZ
           FROM  =SSFRFDEF
          WHERE  ANWENDUNG = :H-KX-ANWENDUNG
            AND  FUNKTION LIKE :H-KX-FKT-FILTER
          ORDER BY ANWENDUNG, MODUL, FUNKTION, LFDNR
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: Bestand einer Kette im Zielsystem (s. D563)
 EXEC SQL
     DECLARE KX_ALT_CURS CURSOR FOR
         SELECT  ANWENDUNG, MODUL, FUNKTION, LFDNR, LFDNR_OK, LFDNR_NOK
                ,PROG, ALT_PROG, PRG_STU, PRG_INF, PRG_OBF, PRG_OUTF
                ,PRG_TIMEOUT, SCHRITT_TYP, GATE_STANDARD
                ,ABST_LFDNR, ABST_FELD, ABST_REF_FELD, ABST_TOLERANZ
           FROM  =SSFRFDEF
          WHERE  ANWENDUNG, MODUL, FUNKTION =
                 :H-KX-ANWENDUNG
                ,:H-KX-MODUL
                ,:H-KX-FUNKTION
          ORDER BY LFDNR
         BROWSE ACCESS
 END-EXEC

**  ---> Cursor: aktive interaktive Sitzungen (Kommando WHO, C720)
 EXEC SQL
     DECLARE REG_WHO_CURS CURSOR FOR
         SELECT  PROZESS, GROUP_USER, HOMETERM
                ,START_TS, LETZT_TS, LETZT_KDO
           FROM  =SSFSREG
          ORDER BY GROUP_USER, START_TS
         BROWSE ACCESS
 END-EXEC

******************************************************************
* Ende der SQL - Definitionen                                    *
******************************************************************
     display " "
     evaluate true
         when file-time-out
**              ---> Leerlauf-Timeout nur vormerken - Protokoll,
**                   Abmeldung und Ende nach dem READ (E383)
                 if  W-REG-IDLE-SEK = C9-TIME-OUT
                     set REG-IDLE-ABGELAUFEN to true
                 end-if
     end-evaluate.

         STOP RUN
     END-IF

**  ---> Notbetrieb ohne SQL-Katalog: nur lesende Kommandos
     IF  NOT-BETRIEB
         IF  FKT-ABFRAGE
             PERFORM B310-NOTBETRIEB-ABFRAGEN
               UNTIL PRG-ABBRUCH or PRG-ENDE
         ELSE
             PERFORM B320-NOTBETRIEB-KOMMANDO
         END-IF
         PERFORM B090-ENDE
         STOP RUN
     END-IF

**  ---> Verarbeitung je nach Eingabeform
     EVALUATE TRUE
         WHEN FKT-ABFRAGE            PERFORM B100-USER-ABFRAGEN
         EXIT SECTION
     END-IF

**  ---> Notbetrieb: eigener Vorlauf ohne jeden SQL-Zugriff (keine
**       Ummeldung, Rollen, Defines, Sitzungs-Register)
     IF  NOT-BETRIEB
         PERFORM B300-NOTBETRIEB-VORLAUF
         EXIT SECTION
     END-IF

**  ---> Ummeldung und Autentikation
     PERFORM C020-GET-AUTENT
     PERFORM C010-UMMELDEN
         EXIT SECTION
     END-IF

**  ---> interaktive Sitzung im Sitzungs-Register anmelden
     IF  FKT-ABFRAGE
         PERFORM E380-SESSION-ANMELDEN
         IF  PRG-ABBRUCH
             EXIT SECTION
         END-IF
     END-IF

**  ---> ggf. Startmeldung anzeigen
     IF  not (FKT-STARTUP-ABFRAGE or FKT-STARTUP-FILE)
**      ---> Programminfo
 B090-00.
     PERFORM U011-AUSGABE-SPACELINE

**  ---> Sitzung aus dem Sitzungs-Register austragen
     IF  REG-AKTIV
         PERFORM E382-SESSION-ABMELDEN
     END-IF

**  ---> Obey Datei löschen
     PERFORM V200-PURGE-OBEYDATEI

     MOVE EINGABE      TO W-SESS-EINGABE
     MOVE CMD-KOMMANDO TO W-SESS-KOMMANDO

**  ---> Antwortzeit-Messung starten (interaktiv immer die oberste
**       Ebene; abgeschlossen und journaliert in E353)
     MOVE ZERO TO W-RZ-EBENE
     PERFORM E357-RZ-KOMMANDO-START

**  ---> Verzweigung je nach Eingabe
     EVALUATE TRUE
         WHEN CMD-CHECKIN    PERFORM D521-CHECK-KOMPOSIT
         WHEN CMD-SHELVE     PERFORM C115-SHELVE
         WHEN CMD-UNDO       PERFORM C117-CHECKIN-UNDO
         WHEN CMD-UNSHELVE   PERFORM C116-UNSHELVE
         WHEN CMD-HANDOVER   PERFORM C118-HANDOVER
         WHEN CMD-WATCH      PERFORM C125-WATCH
         WHEN CMD-PARALLEL   PERFORM C113-PARALLEL
         WHEN CMD-HOLD       PERFORM C760-HOLD
         WHEN CMD-EXPORT     PERFORM C770-EXPORT
         WHEN CMD-BOM        PERFORM C775-BOM
         WHEN CMD-TESTRESET  PERFORM C778-TESTRESET
         WHEN CMD-EXIT       SET PRG-ENDE TO TRUE
         WHEN CMD-HELP       PERFORM H100-HELP
         WHEN CMD-LIST       PERFORM C200-LIST
                                     PERFORM C230-DIFF
                             END-EVALUATE
         WHEN CMD-ENVDIFF    PERFORM C235-ENVDIFF
         WHEN CMD-LAYOUT     PERFORM C240-LAYOUT
         WHEN CMD-DOKUMENT   PERFORM C250-DOKUMENT
         WHEN CMD-MODIS      PERFORM C260-MODIS
         WHEN CMD-BLAST      PERFORM C265-BLAST-RADIUS
         WHEN CMD-MODIN      PERFORM C270-MODIN
         WHEN CMD-LIBIS      PERFORM C280-LIBIS
         WHEN CMD-TABIS      PERFORM C290-TABIS
         WHEN CMD-CRUD       PERFORM C295-CRUD
         WHEN CMD-REL2PROD   PERFORM D521-CHECK-KOMPOSIT
                             IF  KOMPOSIT-AKTIV
                                 PERFORM C305-KOMPOSIT-REL2PROD
                             END-IF
         WHEN CMD-SCRIPT     PERFORM C390-SCRIPT
         WHEN CMD-HISTAGG    PERFORM C375-HISTAGG
         WHEN CMD-CANARY     PERFORM C385-CANARY
         WHEN CMD-AUFTRAG    PERFORM C392-AUFTRAG
         WHEN CMD-COLDMOVE   PERFORM C376-COLDMOVE
         WHEN CMD-RECALL     PERFORM C377-RECALL
         WHEN CMD-PROGRESS   PERFORM C386-SHOW-PROGRESS
         WHEN CMD-ITSM       PERFORM C355-ITSM
         WHEN CMD-TESTDOC    PERFORM C356-TESTDOC
         WHEN CMD-AUDITPACK  PERFORM C357-AUDITPACK
         WHEN CMD-HANDBOOK   PERFORM C361-HANDBOOK
         WHEN CMD-MYWORK     PERFORM C401-MYWORK
         WHEN CMD-REVIEW     PERFORM C315-REVIEW
         WHEN CMD-BASELINE   PERFORM C370-BASELINE
         WHEN CMD-FREEZEX    PERFORM C380-FREEZEX-DECIDE
         WHEN CMD-DIGEST     PERFORM C610-SEND-DIGEST
         WHEN CMD-STATUS     PERFORM C700-STATUS
         WHEN CMD-SECCHK     PERFORM C710-SECCHK
         WHEN CMD-WHO        PERFORM C720-WHO
         WHEN CMD-INCIDENT   PERFORM C730-INCIDENT
         WHEN CMD-BACKPORT   PERFORM C740-BACKPORT
         WHEN CMD-TESTENV    PERFORM C750-TESTENV
         WHEN CMD-PWRESET    SET PWRESET-OPTIONAL TO TRUE
                             PERFORM C031-RESET-AUTENT
         WHEN CMD-PINSET     PERFORM C034-SET-FREIGABECODE
**  ---> Kommandozeile samt Ergebnis ins Sitzungs-Journal (auch
**       reine Lese-Kommandos; ein Journal-Fehler stoert nicht)
     PERFORM E353-JOURNAL-COMMAND

**  ---> Ereignisse an beobachteten Modulen melden (WATCH)
     PERFORM D949-WATCH-VERSAND

**  ---> letzte Aktivitaet im Sitzungs-Register fortschreiben
     IF  REG-AKTIV
         PERFORM E381-SESSION-AKTIVITAET
     END-IF
     .
 B100-99.
     EXIT.
******************************************************************
 B200-BEARB-STARTUP SECTION.
 B200-00.
**  ---> Antwortzeit-Messung starten (eigene Ebene, da B200 auch die
**       Zeilen eines SCRIPT ausfuehrt; abgeschlossen in E353)
     PERFORM E357-RZ-KOMMANDO-START

**  ---> Bearbeitung des Kommandos
     EVALUATE TRUE
         WHEN CMD-CHECKIN    PERFORM D521-CHECK-KOMPOSIT
         WHEN CMD-SHELVE     PERFORM C115-SHELVE
         WHEN CMD-UNDO       PERFORM C117-CHECKIN-UNDO
         WHEN CMD-UNSHELVE   PERFORM C116-UNSHELVE
         WHEN CMD-HANDOVER   PERFORM C118-HANDOVER
         WHEN CMD-WATCH      PERFORM C125-WATCH
         WHEN CMD-PARALLEL   PERFORM C113-PARALLEL
         WHEN CMD-HOLD       PERFORM C760-HOLD
         WHEN CMD-EXPORT     PERFORM C770-EXPORT
         WHEN CMD-BOM        PERFORM C775-BOM
         WHEN CMD-TESTRESET  PERFORM C778-TESTRESET
         WHEN CMD-LIST       PERFORM C200-LIST
         WHEN CMD-SHOW       PERFORM D525-CHECK-MUSTER
                             IF  MUSTER-MODE
                                     PERFORM C230-DIFF
                             END-EVALUATE
         WHEN CMD-ENVDIFF    PERFORM C235-ENVDIFF
         WHEN CMD-LAYOUT     PERFORM C240-LAYOUT
         WHEN CMD-DOKUMENT   PERFORM C250-DOKUMENT
         WHEN CMD-MODIS      PERFORM C260-MODIS
         WHEN CMD-BLAST      PERFORM C265-BLAST-RADIUS
         WHEN CMD-MODIN      PERFORM C270-MODIN
         WHEN CMD-LIBIS      PERFORM C280-LIBIS
         WHEN CMD-TABIS      PERFORM C290-TABIS
         WHEN CMD-CRUD       PERFORM C295-CRUD
         WHEN CMD-REL2PROD   PERFORM D521-CHECK-KOMPOSIT
                             IF  KOMPOSIT-AKTIV
                                 PERFORM C305-KOMPOSIT-REL2PROD
                             END-IF
         WHEN CMD-SCRIPT     PERFORM C390-SCRIPT
         WHEN CMD-HISTAGG    PERFORM C375-HISTAGG
         WHEN CMD-CANARY     PERFORM C385-CANARY
         WHEN CMD-AUFTRAG    PERFORM C392-AUFTRAG
         WHEN CMD-COLDMOVE   PERFORM C376-COLDMOVE
         WHEN CMD-RECALL     PERFORM C377-RECALL
         WHEN CMD-PROGRESS   PERFORM C386-SHOW-PROGRESS
         WHEN CMD-ITSM       PERFORM C355-ITSM
         WHEN CMD-TESTDOC    PERFORM C356-TESTDOC
         WHEN CMD-AUDITPACK  PERFORM C357-AUDITPACK
         WHEN CMD-HANDBOOK   PERFORM C361-HANDBOOK
         WHEN CMD-MYWORK     PERFORM C401-MYWORK
         WHEN CMD-REVIEW     PERFORM C315-REVIEW
         WHEN CMD-BASELINE   PERFORM C370-BASELINE
         WHEN CMD-FREEZEX    PERFORM C380-FREEZEX-DECIDE
         WHEN CMD-DIGEST     PERFORM C610-SEND-DIGEST
         WHEN CMD-STATUS     PERFORM C700-STATUS
         WHEN CMD-SECCHK     PERFORM C710-SECCHK
         WHEN CMD-WHO        PERFORM C720-WHO
         WHEN CMD-INCIDENT   PERFORM C730-INCIDENT
         WHEN CMD-BACKPORT   PERFORM C740-BACKPORT
         WHEN CMD-TESTENV    PERFORM C750-TESTENV
         WHEN CMD-PWRESET    SET PWRESET-OPTIONAL TO TRUE
                             PERFORM C031-RESET-AUTENT
         WHEN CMD-PINSET     PERFORM C034-SET-FREIGABECODE
     MOVE EINGABE      TO W-SESS-EINGABE
     MOVE CMD-KOMMANDO TO W-SESS-KOMMANDO
     PERFORM E353-JOURNAL-COMMAND

**  ---> Ereignisse an beobachteten Modulen melden (WATCH)
     PERFORM D949-WATCH-VERSAND
     .
 B200-99.
     EXIT.

******************************************************************
* Vorlauf im Notbetrieb (SQL-Katalog nicht verfuegbar): nur die
* Teile von B000 ohne SQL-Zugriff - VOLUME, Obey-Datei, OUT und
* STRING (ohne N030, dessen Meldungen aus =SSTEXT kommen)
******************************************************************
 B300-NOTBETRIEB-VORLAUF SECTION.
 B300-00.
**  ---> holen Environment - VOLUME
     PERFORM M000-STARTUP-VOLUME
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

**  ---> setzen Name inkl. Pfad für Obeydatei und Länge bestimmen
     MOVE 1 TO AP-DNAME-LEN
     MOVE W-USER-NR TO K-OBEYDATEI-USER
     STRING  SOURCE-FILE-VOL
             "."
             SOURCE-FILE-SUBVOL
             "."
             K-OBEYDATEI
                 DELIMITED BY SPACE
       INTO  AP-DNAME  with pointer AP-DNAME-LEN
     END-STRING
     SUBTRACT 1 FROM AP-DNAME-LEN

**  ---> holen Environment - OUT
     PERFORM M020-STARTUP-OUT
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

**  ---> holen Environment - STRING (Kommando wird erst in B320
**       untersucht)
     MOVE "STRING" TO P-PORTION
     MOVE SPACE    TO P-TEXT
     ENTER "GETSTARTUPTEXT"  USING   P-PORTION
                                     P-TEXT
                             GIVING  P-RESULT

     EVALUATE P-RESULT
         WHEN -9999 THRU -1
                     MOVE P-RESULT TO D-NUM4
                     STRING  "GETSTARTUPTEXT (STRING) fehlerhaft: "
                             D-NUM4
                                 DELIMITED BY SIZE
                       INTO  ZEILE
                     END-STRING
                     PERFORM U010-AUSGABE
                     PERFORM U011-AUSGABE-SPACELINE
                     SET PRG-ABBRUCH TO TRUE
                     EXIT SECTION
         WHEN ZERO
                     SET FKT-ABFRAGE TO TRUE

         WHEN OTHER
                     INSPECT P-TEXT
                         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                     MOVE P-TEXT TO W-STRING
                                    EINGABE
                     SET FKT-STARTUP-FILE TO TRUE
                     SET STU-STRING  TO TRUE
     END-EVALUATE

**  ---> ggf. holen Parameter für OUT für FUP
     PERFORM M050-PARAM-FUP-OUT

**  ---> erstellen Obey-Datei
     PERFORM U200-ERSTELLEN-OBEYDATEI
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

**  ---> Startmeldung, im Notbetrieb immer mit Hinweis
     IF  not (FKT-STARTUP-ABFRAGE or FKT-STARTUP-FILE)
         MOVE K-PROG-START TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     PERFORM C850-NOT-HINWEIS
     .
 B300-99.
     EXIT.

******************************************************************
* User Abfragen im Notbetrieb (wie B100, aber ohne N030 und ohne
* Sitzungs-Journal - beides braucht den SQL-Katalog)
******************************************************************
 B310-NOTBETRIEB-ABFRAGEN SECTION.
 B310-00.
     INITIALIZE SCHALTER
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACE TO W-SOURCE
     SET FKT-EINGABE TO TRUE
     SET EIN-ASCII
         PROMPT-CMD TO TRUE
     PERFORM U020-ZEIT
     PERFORM U000-EINGABE

     PERFORM B320-NOTBETRIEB-KOMMANDO
     .
 B310-99.
     EXIT.

******************************************************************
* Kommando im Notbetrieb untersuchen und ausfuehren: nur LIST,
* GET (bzw. PEEK), HELP und EXIT - alles andere ist gesperrt
******************************************************************
 B320-NOTBETRIEB-KOMMANDO SECTION.
 B320-00.
     MOVE SPACES TO W-NOT-WORT
                    W-NOT-MODUL
                    W-NOT-VERSION
                    W-NOT-REST
     UNSTRING EINGABE DELIMITED BY ALL SPACE
         INTO W-NOT-WORT
              W-NOT-MODUL
              W-NOT-VERSION
              W-NOT-REST
     END-UNSTRING
     IF  W-NOT-WORT = SPACES
         EXIT SECTION
     END-IF

     MOVE W-NOT-WORT TO CMD-KOMMANDO
     EVALUATE TRUE
         WHEN CMD-EXIT           SET PRG-ENDE TO TRUE
         WHEN CMD-HELP           PERFORM C840-NOT-HILFE
         WHEN CMD-LIST           PERFORM C800-NOT-LIST
         WHEN CMD-PEEK
         WHEN W-NOT-WORT = "GET" PERFORM C820-NOT-GET
         WHEN OTHER
             STRING  " !!! Kommando "            DELIMITED BY SIZE
                     W-NOT-WORT                  DELIMITED BY SPACE
                     " ist im Notbetrieb gesperrt - nur LIST, GET,"
                                                 DELIMITED BY SIZE
                     " HELP, EXIT"               DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
     END-EVALUATE
     .
 B320-99.
     EXIT.

******************************************************************
* Initialisierungen
******************************************************************
* (Kommando PC/PINSET) - dieser Code wird bei C340-REL4WEAT
* zusaetzlich zum angemeldeten User abgefragt, damit die 'FR'-
* Protokollzeile eine echte unterschriebene Freigabe belegt und
* nicht nur einen Terminal-Login. Gespeichert wird nur ein
* gesalzener Einweg-Hash (U330), nie der Bestcode selbst
******************************************************************
 C034-SET-FREIGABECODE SECTION.
 C034-00.
     SET EIN-ASCII
         PROMPT-BESTCODE-NEU TO TRUE
     PERFORM U000-EINGABE
     MOVE SPACES             TO W-BCH-KLAR
     MOVE ZERO               TO W-BCH-KLAR-LEN
     IF  C4-ANZ > ZERO
     AND C4-ANZ NOT > K-BCH-MAX-LEN
         MOVE EINGABE (1:C4-ANZ) TO W-BCH-KLAR
         MOVE C4-ANZ             TO W-BCH-KLAR-LEN
     END-IF

**  ---> Wiederholung abfragen
     PERFORM U011-AUSGABE-SPACELINE
         EXIT SECTION
     END-IF

**  ---> Abbruch, wenn leer, zu lang oder nicht übereinstimmend
**       eingegeben
     IF      W-BCH-KLAR-LEN = ZERO
         OR  C4-ANZ      NOT = W-BCH-KLAR-LEN
         OR  EINGABE (1:C4-ANZ) NOT = W-BCH-KLAR (1:W-BCH-KLAR-LEN)

         MOVE SPACES TO W-BCH-KLAR
         DISPLAY " !!! Bestcode leer, länger als 32 Stellen oder "
                 "nicht übereinstimmend eingegeben - Fkt.-Abbruch !!!"
         EXIT SECTION
     END-IF

**  ---> neuen Bestcode mit neuem Salz als Einweg-Hash in =SSUSER
**       ablegen (fuer alle Rollen dieses Users); ein evtl. noch
**       vorhandener Altbestand wird dabei geloescht
     PERFORM U331-BESTCODE-SALZ
     PERFORM U330-BESTCODE-HASH
     MOVE SPACES     TO W-BCH-KLAR
     MOVE W-BCH-SATZ TO BESTCODE-HASH     OF SSUSER
     MOVE SPACES     TO BESTAETIGUNGSCODE OF SSUSER

     PERFORM U100-BEGIN
     PERFORM S661-UPDATE-BESTCODE-SSUSER
     PERFORM U110-COMMIT

**  ---> ab sofort ohne neue Anmeldung nutzbar
     MOVE W-BCH-SATZ TO W-BCH-GESPEICHERT
     MOVE SPACES     TO W-BESTCODE-STORED
     SET BESTCODE-GEHASHT TO TRUE

**  ---> Protokolleintrag
     MOVE "AUTENT"    TO SOURCE-MODUL OF SSPROT
     MOVE SPACES TO W-ANW-SESSION
     MOVE "%"    TO H-ANW-FILTER
     MOVE SPACES TO W-BESTCODE-STORED
                    W-BCH-GESPEICHERT
     MOVE SPACE  TO W-BESTCODE-GESETZT

**  ---> heutiges Datum für die Prüfung befristeter Rollen (RECHTE_CURS)
         PERFORM C051-SET-ROLFKT-FLAGS

**      ---> Freigabe-Bestcode ist je User (nicht je Rolle) hinterlegt,
**           also reicht der 1. gelesene Satz mit Hash bzw. - solange
**           nicht umgestellt - mit verschluesseltem Altbestand
         IF  NOT BESTCODE-GEHASHT
             AND BESTCODE-HASH OF SSUSER not = SPACES
             MOVE BESTCODE-HASH OF SSUSER TO W-BCH-GESPEICHERT
             SET BESTCODE-GEHASHT TO TRUE
         END-IF
         IF  NOT BESTCODE-VORHANDEN
             AND BESTAETIGUNGSCODE OF SSUSER not = SPACES
             MOVE BESTAETIGUNGSCODE OF SSUSER TO W-BESTCODE-STORED
             SET BESTCODE-ALTFORMAT TO TRUE
         END-IF

**      ---> nachlesen
         EXIT SECTION
     END-IF

**  ---> Altbestand des Freigabe-Bestcodes auf den Einweg-Hash
**       umstellen (einmalig je User)
     IF  BESTCODE-ALTFORMAT
         PERFORM D760-BESTCODE-UMSTELLEN
     END-IF

**  ---> zusaetzlich heute aktive Rollen-Delegationen anwenden
**       (befristete Vertretungen, s. VERWALTUNG DELEGATE/D503)
     PERFORM D504-APPLY-DELEGATIONS

     IF  SSF-OK
         SET CHECKIN-NEXT TO TRUE
**      ---> Parallel-Modul: auch eingecheckt darf einchecken, wer
**           einen offenen parallelen Checkout hat (=SSFPARCO)
         SET PCO-FEHLT TO TRUE
         IF  SOURCE-STATUS not = "CO"
             MOVE W-SOURCE    TO H-PCO-MODUL
             MOVE P-USER-NAME TO H-PCO-USER
             PERFORM S175-SELECT-SSFPARCO
             IF  PRG-ABBRUCH
                 EXIT SECTION
             END-IF
         END-IF
         IF  SOURCE-STATUS not = "CO"
         AND PCO-FEHLT
**          ---> Fehler: Source nicht ausgecheckt
             MOVE "FEHLER"   TO BEREICH   OF SSTEXT
             MOVE "FEHL-015" TO KATEGORIE OF SSTEXT
     MOVE "-V"               TO COU-LINK-OPTION
     MOVE SPACES             TO COU-LINK-OPTVAL
     MOVE W-UNDO-VERS-PREV   TO COU-LINK-OPTVAL
     SET RZ-MOD-COU TO TRUE
     PERFORM E358-RZ-MODUL-START
     CALL "SSFCOU0M" USING COU-LINK-REC
     PERFORM E359-RZ-MODUL-STOP
     IF  COU-LINK-RC NOT = ZERO
         MOVE COU-LINK-RC TO D-NUM4
         DISPLAY " !!! GET der Vorgaengerversion fehlgeschlagen, "
 C117-99.
     EXIT.

******************************************************************
* HANDOVER: Checkout eines Moduls an einen anderen Entwickler
* uebergeben (Urlaub, Teamwechsel mitten in einer Aenderung).
*   HANDOVER <Modul> <Gruppe.User>  Uebergabe anbieten (Besitzer)
*   HANDOVER ACCEPT <Modul>         Angebot annehmen (Empfaenger)
*   HANDOVER REJECT <Modul>         ablehnen bzw. zurueckziehen
*   HANDOVER [LIST]                 offene Angebote des Aufrufers
* Das Modul bleibt waehrend des Angebots beim bisherigen Besitzer
* ausgecheckt; erst ACCEPT wechselt den Besitzer, ohne dass der
* Checkout freigegeben wird (Basisversion bleibt erhalten)
******************************************************************
 C118-HANDOVER SECTION.
 C118-00.
     EVALUATE W-HO-SUBCMD
         WHEN "ACCEPT"   PERFORM D574-HANDOVER-ACCEPT
         WHEN "REJECT"   PERFORM D575-HANDOVER-REJECT
         WHEN "LIST"     PERFORM D576-HANDOVER-LIST
         WHEN OTHER      PERFORM D573-HANDOVER-OFFER
     END-EVALUATE
     .
 C118-99.
     EXIT.

******************************************************************
* WATCH: persoenliche Beobachtungsliste des Aufrufers (=SSFWATCH)
*   WATCH ADD <Muster> [SOFORT|DIGEST]  Modul(e) beobachten
*   WATCH DEL <Muster>                  Beobachtung beenden
*   WATCH [LIST]                        eigene Beobachtungen
* Muster wie bei OWNER ("?" ein Zeichen, "*" beliebiger Rest, s.
* E356); gemeldet werden CHECKOUT, CHECKIN, REL2TEST, ACTIVTEST,
* REL2PROD, ROLLBACK und PURGE anderer User (s. D948/D949)
******************************************************************
 C125-WATCH SECTION.
 C125-00.
**  ---> Berechtigung prüfen (wie LIST)
     IF  NOT ROLFKT-LIST
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-025" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     EVALUATE W-WA-SUBCMD
         WHEN "ADD"      PERFORM D945-WATCH-ADD
         WHEN "DEL"      PERFORM D946-WATCH-DEL
         WHEN "LIST"     PERFORM D947-WATCH-LIST
         WHEN OTHER
             MOVE " Aufruf: WATCH ADD <Muster> [SOFORT|DIGEST]"
                 TO ZEILE
             PERFORM U010-AUSGABE
             MOVE "         WATCH DEL <Muster>, WATCH [LIST]" TO ZEILE
             PERFORM U010-AUSGABE
     END-EVALUATE
     .
 C125-99.
     EXIT.

******************************************************************
* CHECKOUT eines Komposits: erst pruefen, dass ALLE Member
* eingecheckt sind (Satz oder nichts), dann je Member den
         END-IF
         SET PRG-OK TO TRUE
         SET FKT-STARTUP-FILE TO TRUE
         SET RPV-OHNE-DIALOG  TO TRUE
         PERFORM C300-REL2PROD
         SET RPV-MIT-DIALOG   TO TRUE
         SET PRG-OK TO TRUE
**      ---> Erfolg am neuen Freigabestand festmachen (wie C339)
         MOVE W-SOURCE TO SOURCE-MODUL OF SSAFE
 C123-99.
     EXIT.

******************************************************************
* Layout-Abgleich beim CHECKIN einer Copy-Bibliothek (Quelle mit
* ?SECTION-Zeilen, z.B. MSGLIB): jede Section der neuen Quelle
* wird Feld fuer Feld (Offset, Laenge, PIC, OCCURS, REDEFINES)
* gegen die juengste archivierte Version verglichen und als
* "laengenneutral", "Offsets verschoben" oder "Satzlaenge
* geaendert" eingestuft - mit allen Modulen, die die Section
* lt. Referenzdaten (E411-LOOK4COPY, =LIBS) per COPY einbinden.
* Der Zeilen-DIFF zeigt eine Offset-Verschiebung nicht; hier
* ist sie nicht mehr zu uebersehen. Reine Warnung, kein Abbruch
******************************************************************
 C124-CHECK-LAYOUT SECTION.
 C124-00.
**  ---> ohne ?SECTION ist es keine Copy-Bibliothek
     MOVE SOURCE-FILE TO W-LAY-DATEI
     PERFORM E427-LAYOUT-SECTIONS
     IF  W-LAY-SEC-ANZ = ZERO
         EXIT SECTION
     END-IF

**  ---> Basis = juengste archivierte Version (Erst-CHECKIN: es
**       gibt nichts zu vergleichen); die Arbeitskopie wird dabei
**       ggf. auf den Schmiernamen gerettet (s. E428)
     MOVE SPACES      TO W-LAY-VERS
     MOVE SOURCE-FILE TO W-DWK-WORK-FILE
     PERFORM E428-LAYOUT-BASIS-HOLEN
     IF  NOT LAY-BASIS-DA
         EXIT SECTION
     END-IF

     MOVE ZERO TO W-LAY-GEAEND-ANZ
     PERFORM VARYING W-LAY-SX FROM 1 BY 1
             UNTIL   W-LAY-SX > W-LAY-SEC-ANZ
             OR      PRG-ABBRUCH
         MOVE W-LAY-SEC (W-LAY-SX) TO W-LAY-SECTION

**      ---> alte Fassung der Section
         MOVE W-DWK-BASE-FILE TO W-LAY-DATEI
         PERFORM E422-LAYOUT-PARSE
         MOVE W-LAY-ERGEBNIS TO W-LAY-ALT-ERGEBNIS

**      ---> neue Section hat noch keine Aufrufer - nur Bestehendes
**           wird verglichen
         IF  LAY-SECTION-DA
             IF  W-DWK-SCRATCH NOT = SPACES
                 MOVE W-DWK-SCRATCH TO W-LAY-DATEI
             ELSE
                 MOVE SOURCE-FILE   TO W-LAY-DATEI
             END-IF
             PERFORM E422-LAYOUT-PARSE
             PERFORM E426-LAYOUT-VERGLEICH
         END-IF
     END-PERFORM

     PERFORM E429-LAYOUT-BASIS-WEG

     IF  W-LAY-GEAEND-ANZ > ZERO
         MOVE W-LAY-GEAEND-ANZ TO W-LAY-ED-OCC
         MOVE SPACES TO ZEILE
         STRING  " >>> Warnung: "          DELIMITED BY SIZE
                 W-LAY-ED-OCC              DELIMITED BY SIZE
                 " Copy-Section(s) mit Layout-Aenderung -"
                                           DELIMITED BY SIZE
                 " Aufrufer pruefen <<<"   DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF
     .
 C124-99.
     EXIT.

******************************************************************
* Spiegel-Layout-Gate beim CHECKIN: fuer jeden in =SSFMIRROR
* registrierten Satznamen (ENV-REC, LINK-REC...) wird geprueft,
 E421-99.
     EXIT.

******************************************************************
* Satzlayout der Copy-Section W-LAY-SECTION aus der Datei
* W-LAY-DATEI in W-LAY-ERGEBNIS aufbauen: Datenbeschreibungen
* (auch ueber mehrere Zeilen bis zum Punkt) werden normalisiert
* (E421) und je Eintrag zerlegt (E423), danach Laengen und
* Offsets gerechnet (E425). 88-/66-Stufen bleiben aussen vor
******************************************************************
 E422-LAYOUT-PARSE SECTION.
 E422-00.
     MOVE ZERO   TO W-LAY-ANZ W-LAY-GESAMT
     MOVE SPACE  TO W-LAY-IN-SEC-FLAG W-LAY-SEC-DA-FLAG
                    W-LAY-VOLL-FLAG
     MOVE SPACES TO W-LAY-STMT
     MOVE 1      TO W-LAY-STMT-PTR

     MOVE W-LAY-DATEI TO ASS-FNAME
     ENTER "COBOLASSIGN" USING  SOURCEF
                                ASS-FNAME
                         GIVING ASS-FSTATUS
     IF  ASS-FSTATUS NOT = ZERO
         EXIT SECTION
     END-IF
     OPEN INPUT SOURCEF
     SET FILE-OK TO TRUE
     READ SOURCEF AT END SET FILE-EOF TO TRUE END-READ
     PERFORM UNTIL FILE-EOF
         INSPECT SOURCEF-RECORD
             CONVERTING "abcdefghijklmnopqrstuvwxyz"
                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
         EVALUATE TRUE
             WHEN SOURCEF-RECORD (1:8) = "?SECTION"
**              ---> naechste Section = Ende der gesuchten
                 IF  LAY-IN-SECTION
                     SET FILE-EOF TO TRUE
                 ELSE
                     MOVE SPACES TO W-LAY-TOK (1) W-LAY-TOK (2)
                     UNSTRING SOURCEF-RECORD DELIMITED BY ALL SPACE
                         INTO W-LAY-TOK (1) W-LAY-TOK (2)
                     END-UNSTRING
                     IF  W-LAY-TOK (2) = W-LAY-SECTION
                         SET LAY-IN-SECTION TO TRUE
                         SET LAY-SECTION-DA TO TRUE
                     END-IF
                 END-IF
             WHEN NOT LAY-IN-SECTION
                 CONTINUE
             WHEN SOURCEF-RECORD (1:1) = "*" OR = "?"
                 CONTINUE
             WHEN OTHER
                 PERFORM E421-NORMALIZE-ZEILE
                 IF  W-MIR-NORM NOT = SPACES
                     COMPUTE W-LAY-TLEN = FUNCTION LENGTH
                             (FUNCTION TRIM (W-MIR-NORM TRAILING))
                     STRING  W-MIR-NORM (1:W-LAY-TLEN)
                                                DELIMITED BY SIZE
                             " "                DELIMITED BY SIZE
                       INTO  W-LAY-STMT
                       WITH POINTER W-LAY-STMT-PTR
                     END-STRING
**                  ---> Eintrag vollstaendig (endet mit Punkt)
                     IF  W-MIR-NORM (W-LAY-TLEN:1) = "."
                         PERFORM E423-LAYOUT-EINTRAG
                     END-IF
                 END-IF
         END-EVALUATE
         IF  NOT FILE-EOF
             READ SOURCEF AT END SET FILE-EOF TO TRUE END-READ
         END-IF
     END-PERFORM
     CLOSE SOURCEF

**  ---> ein letzter Eintrag ohne Punkt
     IF  W-LAY-STMT NOT = SPACES
         PERFORM E423-LAYOUT-EINTRAG
     END-IF

     PERFORM E425-LAYOUT-OFFSETS
     .
 E422-99.
     EXIT.

******************************************************************
* einen vollstaendigen Datenbeschreibungs-Eintrag (W-LAY-STMT)
* zerlegen: Stufe, Name (fehlt er, FILLER), PIC, USAGE, OCCURS
* (bei "n TO m" die Obergrenze), REDEFINES; VALUE beendet die
* Auswertung (Literale koennen Blanks enthalten)
******************************************************************
 E423-LAYOUT-EINTRAG SECTION.
 E423-00.
     MOVE SPACES TO W-LAY-TOK-TAB
     MOVE ZERO   TO W-LAY-TOK-ANZ
     UNSTRING W-LAY-STMT DELIMITED BY ALL SPACE
         INTO W-LAY-TOK (1)  W-LAY-TOK (2)  W-LAY-TOK (3)
              W-LAY-TOK (4)  W-LAY-TOK (5)  W-LAY-TOK (6)
              W-LAY-TOK (7)  W-LAY-TOK (8)  W-LAY-TOK (9)
              W-LAY-TOK (10) W-LAY-TOK (11) W-LAY-TOK (12)
              W-LAY-TOK (13) W-LAY-TOK (14) W-LAY-TOK (15)
              W-LAY-TOK (16)
         TALLYING IN W-LAY-TOK-ANZ
     END-UNSTRING
     MOVE SPACES TO W-LAY-STMT
     MOVE 1      TO W-LAY-STMT-PTR

**  ---> abschliessenden Punkt je Wort entfernen
     PERFORM VARYING W-LAY-TX FROM 1 BY 1
             UNTIL   W-LAY-TX > W-LAY-TOK-ANZ
         IF  W-LAY-TOK (W-LAY-TX) NOT = SPACES
             COMPUTE W-LAY-TLEN = FUNCTION LENGTH
                     (FUNCTION TRIM (W-LAY-TOK (W-LAY-TX) TRAILING))
             IF  W-LAY-TOK (W-LAY-TX) (W-LAY-TLEN:1) = "."
                 MOVE SPACE TO W-LAY-TOK (W-LAY-TX) (W-LAY-TLEN:1)
             END-IF
         END-IF
     END-PERFORM

**  ---> Stufennummer
     MOVE ZERO TO W-LAY-TNUM
     EVALUATE TRUE
         WHEN W-LAY-TOK (1) (1:2) NUMERIC
          AND W-LAY-TOK (1) (3:1) = SPACE
             MOVE W-LAY-TOK (1) (1:2) TO W-LAY-TNUM
         WHEN W-LAY-TOK (1) (1:1) NUMERIC
          AND W-LAY-TOK (1) (2:1) = SPACE
             MOVE W-LAY-TOK (1) (1:1) TO W-LAY-TNUM
         WHEN OTHER
             EXIT SECTION
     END-EVALUATE
     IF  W-LAY-TNUM = 77
         MOVE 1 TO W-LAY-TNUM
     END-IF
     IF  W-LAY-TNUM = ZERO OR W-LAY-TNUM > 49
         EXIT SECTION
     END-IF
     IF  W-LAY-ANZ NOT < 400
         SET LAY-TAB-VOLL TO TRUE
         EXIT SECTION
     END-IF

     ADD 1 TO W-LAY-ANZ
     MOVE W-LAY-TNUM TO W-LAY-STUFE     (W-LAY-ANZ)
     MOVE "FILLER"   TO W-LAY-NAME      (W-LAY-ANZ)
     MOVE SPACES     TO W-LAY-PIC       (W-LAY-ANZ)
                        W-LAY-REDEF     (W-LAY-ANZ)
                        W-LAY-ELEM-FLAG (W-LAY-ANZ)
     MOVE "DISP"     TO W-LAY-USAGE     (W-LAY-ANZ)
     MOVE 1          TO W-LAY-OCC       (W-LAY-ANZ)
     MOVE ZERO       TO W-LAY-LEN       (W-LAY-ANZ)
                        W-LAY-OFFSET    (W-LAY-ANZ)
                        W-LAY-PARENT    (W-LAY-ANZ)

**  ---> Name (oder gleich die erste Klausel)
     EVALUATE W-LAY-TOK (2)
         WHEN SPACES
         WHEN "PIC"         WHEN "PICTURE"     WHEN "REDEFINES"
         WHEN "OCCURS"      WHEN "USAGE"       WHEN "VALUE"
         WHEN "COMP"        WHEN "COMP-3"      WHEN "BINARY"
         WHEN "SYNC"        WHEN "JUST"        WHEN "DISPLAY"
             MOVE 2 TO W-LAY-TX
         WHEN OTHER
             MOVE W-LAY-TOK (2) TO W-LAY-NAME (W-LAY-ANZ)
             MOVE 3 TO W-LAY-TX
     END-EVALUATE

**  ---> Klauseln
     PERFORM UNTIL W-LAY-TX > W-LAY-TOK-ANZ
         EVALUATE W-LAY-TOK (W-LAY-TX)
             WHEN "PIC"
             WHEN "PICTURE"
                 ADD 1 TO W-LAY-TX
                 IF  W-LAY-TX NOT > W-LAY-TOK-ANZ
                 AND W-LAY-TOK (W-LAY-TX) = "IS"
                     ADD 1 TO W-LAY-TX
                 END-IF
                 IF  W-LAY-TX NOT > W-LAY-TOK-ANZ
                     MOVE W-LAY-TOK (W-LAY-TX) TO W-LAY-PIC (W-LAY-ANZ)
                 END-IF
             WHEN "REDEFINES"
                 ADD 1 TO W-LAY-TX
                 IF  W-LAY-TX NOT > W-LAY-TOK-ANZ
                     MOVE W-LAY-TOK (W-LAY-TX)
                       TO W-LAY-REDEF (W-LAY-ANZ)
                 END-IF
             WHEN "OCCURS"
                 ADD 1 TO W-LAY-TX
                 PERFORM E430-LAYOUT-ZAHL
                 IF  W-LAY-TX < W-LAY-TOK-ANZ
                 AND W-LAY-TOK (W-LAY-TX + 1) = "TO"
                     ADD 2 TO W-LAY-TX
                     PERFORM E430-LAYOUT-ZAHL
                 END-IF
             WHEN "COMP"        WHEN "COMP-4"      WHEN "COMP-5"
             WHEN "BINARY"      WHEN "COMPUTATIONAL"
             WHEN "COMPUTATIONAL-4"                WHEN "COMPUTATIONAL-5"
                 MOVE "BIN"  TO W-LAY-USAGE (W-LAY-ANZ)
             WHEN "COMP-3"      WHEN "PACKED-DECIMAL"
             WHEN "COMPUTATIONAL-3"
                 MOVE "PACK" TO W-LAY-USAGE (W-LAY-ANZ)
             WHEN "COMP-1"      WHEN "COMPUTATIONAL-1"
                 MOVE "FL4"  TO W-LAY-USAGE (W-LAY-ANZ)
             WHEN "COMP-2"      WHEN "COMPUTATIONAL-2"
                 MOVE "FL8"  TO W-LAY-USAGE (W-LAY-ANZ)
             WHEN "INDEX"       WHEN "POINTER"
                 MOVE "PTR"  TO W-LAY-USAGE (W-LAY-ANZ)
             WHEN "VALUE"       WHEN "VALUES"
                 MOVE W-LAY-TOK-ANZ TO W-LAY-TX
             WHEN OTHER
                 CONTINUE
         END-EVALUATE
         ADD 1 TO W-LAY-TX
     END-PERFORM

**  ---> Laenge des Elementarfelds (Gruppen: s. E425)
     EVALUATE TRUE
         WHEN W-LAY-PIC (W-LAY-ANZ) NOT = SPACES
             SET LAY-ELEMENTAR (W-LAY-ANZ) TO TRUE
             PERFORM E424-PIC-LAENGE
             MOVE W-LAY-PIC-BYTES TO W-LAY-LEN (W-LAY-ANZ)
         WHEN W-LAY-USAGE (W-LAY-ANZ) = "FL4" OR = "PTR"
             SET LAY-ELEMENTAR (W-LAY-ANZ) TO TRUE
             MOVE 4 TO W-LAY-LEN (W-LAY-ANZ)
         WHEN W-LAY-USAGE (W-LAY-ANZ) = "FL8"
             SET LAY-ELEMENTAR (W-LAY-ANZ) TO TRUE
             MOVE 8 TO W-LAY-LEN (W-LAY-ANZ)
         WHEN OTHER
             CONTINUE
     END-EVALUATE
     .
 E423-99.
     EXIT.

******************************************************************
* Speicherlaenge aus PIC und USAGE des Eintrags W-LAY-ANZ: Wieder-
* holungen "(n)" werden ausmultipliziert, S/V/P belegen keinen
* Platz; BINARY 2/4/8 Bytes nach Stellen, PACKED Stellen/2+1
******************************************************************
 E424-PIC-LAENGE SECTION.
 E424-00.
     MOVE ZERO   TO W-LAY-PIC-STELLEN W-LAY-PIC-BYTES
     MOVE SPACE  TO W-LAY-PIC-LETZT
     MOVE SPACES TO W-LAY-PIC-WORK
     MOVE W-LAY-PIC (W-LAY-ANZ) TO W-LAY-PIC-WORK

     MOVE 1 TO W-LAY-I
     PERFORM UNTIL W-LAY-PIC-WORK (W-LAY-I:1) = SPACE
         MOVE W-LAY-PIC-WORK (W-LAY-I:1) TO W-LAY-PIC-CH
         EVALUATE W-LAY-PIC-CH
             WHEN "("
                 MOVE ZERO TO W-LAY-PIC-REP
                 ADD 1 TO W-LAY-I
                 PERFORM UNTIL W-LAY-PIC-WORK (W-LAY-I:1) = ")"
                         OR    W-LAY-PIC-WORK (W-LAY-I:1) = SPACE
                     IF  W-LAY-PIC-WORK (W-LAY-I:1) NUMERIC
                         MOVE W-LAY-PIC-WORK (W-LAY-I:1)
                           TO W-LAY-PIC-ZIFFER
                         COMPUTE W-LAY-PIC-REP = W-LAY-PIC-REP * 10
                                               + W-LAY-PIC-ZIFFER
                     END-IF
                     ADD 1 TO W-LAY-I
                 END-PERFORM
                 IF  W-LAY-PIC-REP > ZERO
                 AND NOT (W-LAY-PIC-LETZT = "S" OR = "V" OR = "P")
                     COMPUTE W-LAY-PIC-BYTES = W-LAY-PIC-BYTES
                                             + W-LAY-PIC-REP - 1
                     IF  W-LAY-PIC-LETZT = "9"
                         COMPUTE W-LAY-PIC-STELLEN = W-LAY-PIC-STELLEN
                                                   + W-LAY-PIC-REP - 1
                     END-IF
                 END-IF
                 IF  W-LAY-PIC-WORK (W-LAY-I:1) = SPACE
                     SUBTRACT 1 FROM W-LAY-I
                 END-IF
             WHEN "S"
             WHEN "V"
             WHEN "P"
                 MOVE W-LAY-PIC-CH TO W-LAY-PIC-LETZT
             WHEN OTHER
                 ADD 1 TO W-LAY-PIC-BYTES
                 IF  W-LAY-PIC-CH = "9"
                     ADD 1 TO W-LAY-PIC-STELLEN
                 END-IF
                 MOVE W-LAY-PIC-CH TO W-LAY-PIC-LETZT
         END-EVALUATE
         ADD 1 TO W-LAY-I
     END-PERFORM

     EVALUATE W-LAY-USAGE (W-LAY-ANZ)
         WHEN "BIN"
             EVALUATE TRUE
                 WHEN W-LAY-PIC-STELLEN < 5  MOVE 2 TO W-LAY-PIC-BYTES
                 WHEN W-LAY-PIC-STELLEN < 10 MOVE 4 TO W-LAY-PIC-BYTES
                 WHEN OTHER                  MOVE 8 TO W-LAY-PIC-BYTES
             END-EVALUATE
         WHEN "PACK"
             COMPUTE W-LAY-PIC-BYTES = W-LAY-PIC-STELLEN / 2 + 1
         WHEN OTHER
             CONTINUE
     END-EVALUATE
     .
 E424-99.
     EXIT.

******************************************************************
* Gruppenlaengen und Offsets fuer W-LAY-ERGEBNIS: Vater = naechster
* vorhergehender Eintrag mit kleinerer Stufe; Gruppenlaenge =
* Summe der Soehne (ohne REDEFINES) mal OCCURS, von hinten nach
* vorn; Offset = Ende des vorigen Bruders, beim ersten Sohn der
* Offset des Vaters, bei REDEFINES der des redefinierten Bruders,
* jede 01-Stufe beginnt bei 0. Offsets beziehen sich auf das erste
* Vorkommen einer OCCURS-Tabelle (Schrittweite = Laenge)
******************************************************************
 E425-LAYOUT-OFFSETS SECTION.
 E425-00.
**  ---> Vater je Eintrag
     PERFORM VARYING W-LAY-I FROM 1 BY 1
             UNTIL   W-LAY-I > W-LAY-ANZ
         MOVE ZERO TO W-LAY-PARENT (W-LAY-I)
         COMPUTE W-LAY-K = W-LAY-I - 1
         PERFORM VARYING W-LAY-J FROM W-LAY-K BY -1
                 UNTIL   W-LAY-J < 1
                 OR      W-LAY-PARENT (W-LAY-I) > ZERO
             IF  W-LAY-STUFE (W-LAY-J) < W-LAY-STUFE (W-LAY-I)
                 MOVE W-LAY-J TO W-LAY-PARENT (W-LAY-I)
             END-IF
         END-PERFORM
     END-PERFORM

**  ---> Gruppenlaengen von hinten nach vorn
     PERFORM VARYING W-LAY-I FROM W-LAY-ANZ BY -1
             UNTIL   W-LAY-I < 1
         MOVE W-LAY-PARENT (W-LAY-I) TO W-LAY-K
         IF  W-LAY-K > ZERO
         AND W-LAY-REDEF (W-LAY-I) = SPACES
             COMPUTE W-LAY-LEN (W-LAY-K) = W-LAY-LEN (W-LAY-K)
                     + W-LAY-LEN (W-LAY-I) * W-LAY-OCC (W-LAY-I)
         END-IF
     END-PERFORM

**  ---> Offsets von vorn nach hinten
     MOVE ZERO TO W-LAY-GESAMT
     PERFORM VARYING W-LAY-I FROM 1 BY 1
             UNTIL   W-LAY-I > W-LAY-ANZ
         MOVE ZERO TO W-LAY-OFFSET (W-LAY-I)
         MOVE ZERO TO W-LAY-TREFFER
         IF  W-LAY-STUFE (W-LAY-I) > 1
             COMPUTE W-LAY-K = W-LAY-I - 1
             PERFORM VARYING W-LAY-J FROM W-LAY-K BY -1
                     UNTIL   W-LAY-J < 1
                     OR      W-LAY-TREFFER > ZERO
                 IF  W-LAY-PARENT (W-LAY-J) = W-LAY-PARENT (W-LAY-I)
                     IF  W-LAY-REDEF (W-LAY-I) NOT = SPACES
                         IF  W-LAY-NAME (W-LAY-J) = W-LAY-REDEF (W-LAY-I)
                             MOVE W-LAY-OFFSET (W-LAY-J)
                               TO W-LAY-OFFSET (W-LAY-I)
                             MOVE W-LAY-J TO W-LAY-TREFFER
                         END-IF
                     ELSE
                         IF  W-LAY-REDEF (W-LAY-J) = SPACES
                             COMPUTE W-LAY-OFFSET (W-LAY-I) =
                                     W-LAY-OFFSET (W-LAY-J)
                                   + W-LAY-LEN (W-LAY-J)
                                   * W-LAY-OCC (W-LAY-J)
                             MOVE W-LAY-J TO W-LAY-TREFFER
                         END-IF
                     END-IF
                 END-IF
             END-PERFORM
             IF  W-LAY-TREFFER = ZERO
             AND W-LAY-PARENT (W-LAY-I) > ZERO
                 MOVE W-LAY-PARENT (W-LAY-I) TO W-LAY-K
                 MOVE W-LAY-OFFSET (W-LAY-K) TO W-LAY-OFFSET (W-LAY-I)
             END-IF
         END-IF
         COMPUTE W-LAY-ENDE = W-LAY-OFFSET (W-LAY-I)
                            + W-LAY-LEN (W-LAY-I) * W-LAY-OCC (W-LAY-I)
         IF  W-LAY-ENDE > W-LAY-GESAMT
             MOVE W-LAY-ENDE TO W-LAY-GESAMT
         END-IF
     END-PERFORM
     .
 E425-99.
     EXIT.

******************************************************************
* alte (W-LAY-ALT-ERGEBNIS) gegen neue Fassung (W-LAY-ERGEBNIS)
* einer Section vergleichen; bei Abweichung Einstufung, Feld-
* differenzen und die einbindenden Module (=LIBS) ausgeben
******************************************************************
 E426-LAYOUT-VERGLEICH SECTION.
 E426-00.
**  ---> 1. Durchgang nur zaehlen
     MOVE SPACE TO W-LAY-AUSGABE-FLAG
     PERFORM E432-LAYOUT-ABGLEICH
     IF  W-LAY-DIFF-ANZ = ZERO
     AND W-LAY-GESAMT = W-LAY-ALT-GESAMT
         EXIT SECTION
     END-IF
     ADD 1 TO W-LAY-GEAEND-ANZ

     EVALUATE TRUE
         WHEN W-LAY-GESAMT NOT = W-LAY-ALT-GESAMT
             MOVE "Satzlaenge geaendert" TO W-LAY-KLASSE
         WHEN W-LAY-SHIFT-ANZ > ZERO
             MOVE "Offsets verschoben"   TO W-LAY-KLASSE
         WHEN OTHER
             MOVE "laengenneutral"       TO W-LAY-KLASSE
     END-EVALUATE

     MOVE W-LAY-ALT-GESAMT TO W-LAY-ED-GES2
     MOVE W-LAY-GESAMT     TO W-LAY-ED-GES
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  " Layout ?SECTION "      DELIMITED BY SIZE
             W-LAY-SECTION            DELIMITED BY SPACE
             ": "                     DELIMITED BY SIZE
             W-LAY-KLASSE             DELIMITED BY "  "
             " (Laenge "              DELIMITED BY SIZE
             W-LAY-ED-GES2            DELIMITED BY SIZE
             " ->"                    DELIMITED BY SIZE
             W-LAY-ED-GES             DELIMITED BY SIZE
             ")"                      DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE

**  ---> 2. Durchgang mit Feldzeilen
     SET LAY-AUSGABE TO TRUE
     PERFORM E432-LAYOUT-ABGLEICH

**  ---> einbindende Module lt. Referenzdaten (CMODUL in =LIBS
**       ist 8-stellig, laengere Section-Namen werden gekuerzt)
     MOVE " betroffene Module (COPY lt. Referenzdaten):" TO ZEILE
     PERFORM U010-AUSGABE
     MOVE W-LAY-SECTION (1:8) TO H-LAY-CMODUL
     MOVE ZERO TO W-LAY-TREFFER
     PERFORM S413-OPEN-LAY-COPY-CURSOR
     PERFORM S414-FETCH-LAY-COPY-CURSOR
     PERFORM UNTIL LAY-COPY-EOD OR PRG-ABBRUCH
         ADD 1 TO W-LAY-TREFFER
         MOVE SPACES TO ZEILE
         STRING  "     "              DELIMITED BY SIZE
                 PROGRAMM OF LIBS     DELIMITED BY SIZE
                 "  "                 DELIMITED BY SIZE
                 LIB      OF LIBS     DELIMITED BY SPACE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         PERFORM S414-FETCH-LAY-COPY-CURSOR
     END-PERFORM
     PERFORM S415-CLOSE-LAY-COPY-CURSOR
     IF  W-LAY-TREFFER = ZERO
         MOVE "     (keine)" TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     .
 E426-99.
     EXIT.

******************************************************************
* Section-Namen (?SECTION) der Datei W-LAY-DATEI sammeln
******************************************************************
 E427-LAYOUT-SECTIONS SECTION.
 E427-00.
     MOVE ZERO   TO W-LAY-SEC-ANZ
     MOVE SPACES TO W-LAY-SEC-TAB

     MOVE W-LAY-DATEI TO ASS-FNAME
     ENTER "COBOLASSIGN" USING  SOURCEF
                                ASS-FNAME
                         GIVING ASS-FSTATUS
     IF  ASS-FSTATUS NOT = ZERO
         EXIT SECTION
     END-IF
     OPEN INPUT SOURCEF
     SET FILE-OK TO TRUE
     READ SOURCEF AT END SET FILE-EOF TO TRUE END-READ
     PERFORM UNTIL FILE-EOF
         INSPECT SOURCEF-RECORD (1:8)
             CONVERTING "abcdefghijklmnopqrstuvwxyz"
                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
         IF  SOURCEF-RECORD (1:8) = "?SECTION"
         AND W-LAY-SEC-ANZ < 200
             INSPECT SOURCEF-RECORD
                 CONVERTING "abcdefghijklmnopqrstuvwxyz"
                         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             MOVE SPACES TO W-LAY-TOK (1) W-LAY-TOK (2)
             UNSTRING SOURCEF-RECORD DELIMITED BY ALL SPACE
                 INTO W-LAY-TOK (1) W-LAY-TOK (2)
             END-UNSTRING
             IF  W-LAY-TOK (2) NOT = SPACES
                 ADD 1 TO W-LAY-SEC-ANZ
                 MOVE W-LAY-TOK (2) TO W-LAY-SEC (W-LAY-SEC-ANZ)
             END-IF
         END-IF
         READ SOURCEF AT END SET FILE-EOF TO TRUE END-READ
     END-PERFORM
     CLOSE SOURCEF
     .
 E427-99.
     EXIT.

******************************************************************
* Archiv-Version W-LAY-VERS (leer = juengste) von W-SOURCE per
* SSFCOU0M "GT" -V ins Default-Subvolume holen (wie C232 DIFF
* WORK); liegt dort die Datei W-DWK-WORK-FILE, wird sie vorher auf
* den Schmiernamen (Endbuchstabe "W") gerettet - E429 raeumt auf
******************************************************************
 E428-LAYOUT-BASIS-HOLEN SECTION.
 E428-00.
     MOVE SPACE  TO W-LAY-BASIS-FLAG
     MOVE SPACES TO W-DWK-SCRATCH W-DWK-BASE-FILE

     IF  W-LAY-VERS = SPACES
         MOVE W-SOURCE TO W-KOMP-MEMBER
         PERFORM S787-SELECT-KOMP-NEWEST
         IF  W-KOMP-VERS-CHK = SPACES
             EXIT SECTION
         END-IF
         MOVE W-KOMP-VERS-CHK TO W-LAY-VERS
     END-IF

     STRING  SOURCE-FILE-VOL       DELIMITED BY SPACE
             "."                   DELIMITED BY SIZE
             SOURCE-FILE-SUBVOL    DELIMITED BY SPACE
             "."                   DELIMITED BY SIZE
             W-SOURCE              DELIMITED BY SPACE
       INTO  W-DWK-BASE-FILE
     END-STRING

**  ---> kollidieren GET-Ziel und Arbeitskopie, die Arbeitskopie
**       vorher auf den Schmiernamen retten
     IF  W-DWK-BASE-FILE = W-DWK-WORK-FILE
         MOVE W-SOURCE TO W-KOMP-MEMBER
         MOVE ZERO TO C4-I1
         INSPECT W-KOMP-MEMBER TALLYING C4-I1
             FOR CHARACTERS BEFORE INITIAL SPACE
         MOVE "W" TO W-KOMP-MEMBER (C4-I1:1)
         STRING  SOURCE-FILE-VOL       DELIMITED BY SPACE
                 "."                   DELIMITED BY SIZE
                 SOURCE-FILE-SUBVOL    DELIMITED BY SPACE
                 "."                   DELIMITED BY SIZE
                 W-KOMP-MEMBER         DELIMITED BY SPACE
           INTO  W-DWK-SCRATCH
         END-STRING
         INITIALIZE FUP-COMMANDS
         MOVE 1 TO FUP-COMMANDS-ANZ
         MOVE "ALLOW 10 ERRORS, 10 WARNINGS" TO FUP-COMMAND (1)
         ADD 1 TO FUP-COMMANDS-ANZ
         STRING  " RENAME "        DELIMITED BY SIZE
                 W-DWK-WORK-FILE   DELIMITED BY SPACE
                 ", "              DELIMITED BY SIZE
                 W-DWK-SCRATCH     DELIMITED BY SPACE
           INTO FUP-COMMAND (FUP-COMMANDS-ANZ)
         END-STRING
         PERFORM E150-OBEY-FUP
         IF  NOT PRG-OK
             MOVE SPACES TO W-DWK-SCRATCH
             EXIT SECTION
         END-IF
     END-IF

**  ---> Version entpacken (SSFCOU0M "GT" -V = D110-UNZIP-Weg)
     MOVE "GT"               TO COU-LINK-CMD
     MOVE ZERO               TO COU-LINK-RC
     MOVE SPACES             TO COU-LINK-REP-FILE
     MOVE W-SOURCE           TO COU-LINK-REP-FILE
     MOVE ZERO TO C4-I1
     INSPECT COU-LINK-REP-FILE TALLYING C4-I1
         FOR CHARACTERS BEFORE INITIAL SPACE
     MOVE C4-I1              TO COU-LINK-REP-FILE-LEN
     MOVE "-V"               TO COU-LINK-OPTION
     MOVE SPACES             TO COU-LINK-OPTVAL
     MOVE W-LAY-VERS         TO COU-LINK-OPTVAL
     SET RZ-MOD-COU TO TRUE
     PERFORM E358-RZ-MODUL-START
     CALL "SSFCOU0M" USING COU-LINK-REC
     PERFORM E359-RZ-MODUL-STOP
     IF  COU-LINK-RC NOT = ZERO
         MOVE COU-LINK-RC TO D-NUM4
         DISPLAY " !!! GET der Version "
                 W-LAY-VERS " fehlgeschlagen, RC=" D-NUM4 " !!!"
         MOVE SPACES TO W-DWK-BASE-FILE
         PERFORM E429-LAYOUT-BASIS-WEG
         EXIT SECTION
     END-IF
     SET LAY-BASIS-DA TO TRUE
     .
 E428-99.
     EXIT.

******************************************************************
* nach E428: geholte Version abraeumen, Arbeitskopie ggf. vom
* Schmiernamen zurueckbenennen
******************************************************************
 E429-LAYOUT-BASIS-WEG SECTION.
 E429-00.
     IF  W-DWK-BASE-FILE = SPACES
     AND W-DWK-SCRATCH   = SPACES
         EXIT SECTION
     END-IF
     INITIALIZE FUP-COMMANDS
     MOVE 1 TO FUP-COMMANDS-ANZ
     MOVE "ALLOW 10 ERRORS, 10 WARNINGS" TO FUP-COMMAND (1)
     IF  W-DWK-BASE-FILE NOT = SPACES
         ADD 1 TO FUP-COMMANDS-ANZ
         STRING  " PURGE "         DELIMITED BY SIZE
                 W-DWK-BASE-FILE   DELIMITED BY SPACE
                 " !"              DELIMITED BY SIZE
           INTO FUP-COMMAND (FUP-COMMANDS-ANZ)
         END-STRING
     END-IF
     IF  W-DWK-SCRATCH NOT = SPACES
         ADD 1 TO FUP-COMMANDS-ANZ
         STRING  " RENAME "        DELIMITED BY SIZE
                 W-DWK-SCRATCH     DELIMITED BY SPACE
                 ", "              DELIMITED BY SIZE
                 W-DWK-WORK-FILE   DELIMITED BY SPACE
           INTO FUP-COMMAND (FUP-COMMANDS-ANZ)
         END-STRING
     END-IF
     PERFORM E150-OBEY-FUP
     MOVE SPACES TO W-DWK-BASE-FILE W-DWK-SCRATCH
     MOVE SPACE  TO W-LAY-BASIS-FLAG
     .
 E429-99.
     EXIT.

******************************************************************
* Zahl im Wort W-LAY-TOK (W-LAY-TX) als OCCURS-Anzahl uebernehmen
******************************************************************
 E430-LAYOUT-ZAHL SECTION.
 E430-00.
     IF  W-LAY-TX > W-LAY-TOK-ANZ
     OR  W-LAY-TOK (W-LAY-TX) = SPACES
         EXIT SECTION
     END-IF
     COMPUTE W-LAY-TLEN = FUNCTION LENGTH
             (FUNCTION TRIM (W-LAY-TOK (W-LAY-TX) TRAILING))
     IF  W-LAY-TLEN < 5
     AND W-LAY-TOK (W-LAY-TX) (1:W-LAY-TLEN) NUMERIC
         MOVE W-LAY-TOK (W-LAY-TX) (1:W-LAY-TLEN) TO W-LAY-TNUM
         MOVE W-LAY-TNUM TO W-LAY-OCC (W-LAY-ANZ)
     END-IF
     .
 E430-99.
     EXIT.

******************************************************************
* Feldabgleich alt/neu ueber den Namen (FILLER nur ueber die
* Satzlaenge): zaehlt Abweichungen und verschobene Offsets, mit
* LAY-AUSGABE zusaetzlich je Feld eine Zeile
*   + neu   ~ geaendert (Offset/Laenge alt -> neu)   - entfallen
******************************************************************
 E432-LAYOUT-ABGLEICH SECTION.
 E432-00.
     MOVE ZERO   TO W-LAY-DIFF-ANZ W-LAY-SHIFT-ANZ
     MOVE SPACES TO W-LAY-ALT-TREFFER-TAB

     PERFORM VARYING W-LAY-I FROM 1 BY 1
             UNTIL   W-LAY-I > W-LAY-ANZ
         IF  W-LAY-NAME (W-LAY-I) NOT = "FILLER"
             MOVE ZERO TO W-LAY-TREFFER
             PERFORM VARYING W-LAY-J FROM 1 BY 1
                     UNTIL   W-LAY-J > W-LAY-ALT-ANZ
                     OR      W-LAY-TREFFER > ZERO
                 IF  W-LAY-ALT-NAME (W-LAY-J) = W-LAY-NAME (W-LAY-I)
                 AND W-LAY-ALT-TREFFER (W-LAY-J) = SPACE
                     MOVE W-LAY-J TO W-LAY-TREFFER
                     MOVE "J" TO W-LAY-ALT-TREFFER (W-LAY-J)
                 END-IF
             END-PERFORM
             MOVE W-LAY-TREFFER TO W-LAY-J
             MOVE W-LAY-OFFSET (W-LAY-I) TO W-LAY-ED-OFF
             MOVE W-LAY-LEN    (W-LAY-I) TO W-LAY-ED-LEN
             IF  W-LAY-J = ZERO
                 ADD 1 TO W-LAY-DIFF-ANZ
                 IF  LAY-AUSGABE
                     MOVE SPACES TO ZEILE
                     STRING  "   + "               DELIMITED BY SIZE
                             W-LAY-NAME (W-LAY-I)  DELIMITED BY SIZE
                             " Off"                DELIMITED BY SIZE
                             W-LAY-ED-OFF          DELIMITED BY SIZE
                             " Len"                DELIMITED BY SIZE
                             W-LAY-ED-LEN          DELIMITED BY SIZE
                             " "                   DELIMITED BY SIZE
                             W-LAY-PIC (W-LAY-I)   DELIMITED BY SPACE
                       INTO  ZEILE
                     END-STRING
                     PERFORM U010-AUSGABE
                 END-IF
             ELSE
                 IF  W-LAY-ALT-OFFSET (W-LAY-J) NOT = W-LAY-OFFSET (W-LAY-I)
                 OR  W-LAY-ALT-LEN    (W-LAY-J) NOT = W-LAY-LEN    (W-LAY-I)
                 OR  W-LAY-ALT-OCC    (W-LAY-J) NOT = W-LAY-OCC    (W-LAY-I)
                 OR  W-LAY-ALT-PIC    (W-LAY-J) NOT = W-LAY-PIC    (W-LAY-I)
                 OR  W-LAY-ALT-USAGE  (W-LAY-J) NOT = W-LAY-USAGE  (W-LAY-I)
                 OR  W-LAY-ALT-REDEF  (W-LAY-J) NOT = W-LAY-REDEF  (W-LAY-I)
                     ADD 1 TO W-LAY-DIFF-ANZ
                     IF  W-LAY-ALT-OFFSET (W-LAY-J)
                             NOT = W-LAY-OFFSET (W-LAY-I)
                         ADD 1 TO W-LAY-SHIFT-ANZ
                     END-IF
                     IF  LAY-AUSGABE
                         MOVE W-LAY-ALT-OFFSET (W-LAY-J) TO W-LAY-ED-OFF2
                         MOVE W-LAY-ALT-LEN    (W-LAY-J) TO W-LAY-ED-LEN2
                         MOVE SPACES TO ZEILE
                         STRING  "   ~ "               DELIMITED BY SIZE
                                 W-LAY-NAME (W-LAY-I)  DELIMITED BY SIZE
                                 " Off"                DELIMITED BY SIZE
                                 W-LAY-ED-OFF2         DELIMITED BY SIZE
                                 " ->"                 DELIMITED BY SIZE
                                 W-LAY-ED-OFF          DELIMITED BY SIZE
                                 " Len"                DELIMITED BY SIZE
                                 W-LAY-ED-LEN2         DELIMITED BY SIZE
                                 " ->"                 DELIMITED BY SIZE
                                 W-LAY-ED-LEN          DELIMITED BY SIZE
                           INTO  ZEILE
                         END-STRING
                         PERFORM U010-AUSGABE
                     END-IF
                 END-IF
             END-IF
         END-IF
     END-PERFORM

**  ---> alte Felder ohne Gegenstueck
     PERFORM VARYING W-LAY-J FROM 1 BY 1
             UNTIL   W-LAY-J > W-LAY-ALT-ANZ
         IF  W-LAY-ALT-NAME (W-LAY-J) NOT = "FILLER"
         AND W-LAY-ALT-TREFFER (W-LAY-J) = SPACE
             ADD 1 TO W-LAY-DIFF-ANZ
             IF  LAY-AUSGABE
                 MOVE W-LAY-ALT-OFFSET (W-LAY-J) TO W-LAY-ED-OFF2
                 MOVE W-LAY-ALT-LEN    (W-LAY-J) TO W-LAY-ED-LEN2
                 MOVE SPACES TO ZEILE
                 STRING  "   - "                   DELIMITED BY SIZE
                         W-LAY-ALT-NAME (W-LAY-J)  DELIMITED BY SIZE
                         " Off"                    DELIMITED BY SIZE
                         W-LAY-ED-OFF2             DELIMITED BY SIZE
                         " Len"                    DELIMITED BY SIZE
                         W-LAY-ED-LEN2             DELIMITED BY SIZE
                   INTO  ZEILE
                 END-STRING
                 PERFORM U010-AUSGABE
             END-IF
         END-IF
     END-PERFORM
     .
 E432-99.
     EXIT.

******************************************************************
* eine Zeile der Feldkarte (C240) fuer Eintrag W-LAY-I: Bild-
* schirm (bei OCCURS/REDEFINES mit Zusatzzeile) und CSV-Satz
******************************************************************
 E433-LAYOUT-KARTE-ZEILE SECTION.
 E433-00.
     EVALUATE TRUE
         WHEN NOT LAY-ELEMENTAR (W-LAY-I)
             MOVE "Gruppe"  TO W-LAY-USAGE-TXT
         WHEN W-LAY-USAGE (W-LAY-I) = "BIN"
             MOVE "COMP"    TO W-LAY-USAGE-TXT
         WHEN W-LAY-USAGE (W-LAY-I) = "PACK"
             MOVE "COMP-3"  TO W-LAY-USAGE-TXT
         WHEN W-LAY-USAGE (W-LAY-I) = "FL4"
             MOVE "COMP-1"  TO W-LAY-USAGE-TXT
         WHEN W-LAY-USAGE (W-LAY-I) = "FL8"
             MOVE "COMP-2"  TO W-LAY-USAGE-TXT
         WHEN W-LAY-USAGE (W-LAY-I) = "PTR"
             MOVE "INDEX"   TO W-LAY-USAGE-TXT
         WHEN OTHER
             MOVE "DISPLAY" TO W-LAY-USAGE-TXT
     END-EVALUATE
     MOVE W-LAY-STUFE  (W-LAY-I) TO W-LAY-ED-STUFE
     MOVE W-LAY-OFFSET (W-LAY-I) TO W-LAY-ED-OFF
     MOVE W-LAY-LEN    (W-LAY-I) TO W-LAY-ED-LEN

     MOVE SPACES TO ZEILE
     STRING  " "                      DELIMITED BY SIZE
             W-LAY-ED-STUFE           DELIMITED BY SIZE
             " "                      DELIMITED BY SIZE
             W-LAY-NAME (W-LAY-I)     DELIMITED BY SIZE
             " "                      DELIMITED BY SIZE
             W-LAY-ED-OFF             DELIMITED BY SIZE
             " "                      DELIMITED BY SIZE
             W-LAY-ED-LEN             DELIMITED BY SIZE
             " "                      DELIMITED BY SIZE
             W-LAY-USAGE-TXT          DELIMITED BY SIZE
             " "                      DELIMITED BY SIZE
             W-LAY-PIC (W-LAY-I)      DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE

**  ---> OCCURS aufgeloest: Schrittweite und letztes Vorkommen
     IF  W-LAY-OCC (W-LAY-I) > 1
         MOVE W-LAY-OCC (W-LAY-I) TO W-LAY-ED-OCC
         COMPUTE W-LAY-ENDE = W-LAY-OFFSET (W-LAY-I)
               + W-LAY-LEN (W-LAY-I) * (W-LAY-OCC (W-LAY-I) - 1)
         MOVE W-LAY-ENDE TO W-LAY-ED-OFF2
         MOVE SPACES TO ZEILE
         STRING  "      OCCURS "            DELIMITED BY SIZE
                 W-LAY-ED-OCC               DELIMITED BY SIZE
                 " x"                       DELIMITED BY SIZE
                 W-LAY-ED-LEN               DELIMITED BY SIZE
                 " Byte, letztes Vorkommen ab Offset"
                                            DELIMITED BY SIZE
                 W-LAY-ED-OFF2              DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF
     IF  W-LAY-REDEF (W-LAY-I) NOT = SPACES
         MOVE SPACES TO ZEILE
         STRING  "      REDEFINES "         DELIMITED BY SIZE
                 W-LAY-REDEF (W-LAY-I)      DELIMITED BY SPACE
                 " (gleicher Offset)"       DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF

**  ---> CSV-Satz (Zahlen ohne fuehrende Blanks)
     COMPUTE W-LAY-ENDE = W-LAY-OFFSET (W-LAY-I) + 1
     MOVE W-LAY-ENDE          TO W-LAY-ED-OFF2
     MOVE W-LAY-OCC (W-LAY-I) TO W-LAY-ED-OCC
     MOVE SPACES TO PROTCSV-SATZ
     STRING  W-LAY-ED-STUFE                     DELIMITED BY SIZE
             ";"                                DELIMITED BY SIZE
             W-LAY-NAME (W-LAY-I)               DELIMITED BY SPACE
             ";"                                DELIMITED BY SIZE
             FUNCTION TRIM (W-LAY-ED-OFF)       DELIMITED BY SIZE
             ";"                                DELIMITED BY SIZE
             FUNCTION TRIM (W-LAY-ED-OFF2)      DELIMITED BY SIZE
             ";"                                DELIMITED BY SIZE
             FUNCTION TRIM (W-LAY-ED-LEN)       DELIMITED BY SIZE
             ";"                                DELIMITED BY SIZE
             W-LAY-USAGE-TXT                    DELIMITED BY SPACE
             ";"                                DELIMITED BY SIZE
             W-LAY-PIC (W-LAY-I)                DELIMITED BY SPACE
             ";"                                DELIMITED BY SIZE
             FUNCTION TRIM (W-LAY-ED-OCC)       DELIMITED BY SIZE
             ";"                                DELIMITED BY SIZE
             W-LAY-REDEF (W-LAY-I)              DELIMITED BY SPACE
       INTO  PROTCSV-SATZ
     END-STRING
     WRITE PROTCSV-SATZ
     .
 E433-99.
     EXIT.

******************************************************************
* Versionskopf-Hygiene-Gate beim CHECKIN: prueft in der
* einzucheckenden Quelle (dieselbe Lesetechnik wie C101), dass
 C107-CHECKIN-COMMIT-FILE SECTION.
 C107-00.
     SET W-CI-COMMIT-OK TO TRUE
     SET PCO-CI-EXKLUSIV TO TRUE

**  ---> lief das CHECKIN nur wegen einer verbrauchten Freeze-
**       Ausnahme an, gilt sie nur fuer genau das genehmigte Modul
         EXIT SECTION
     END-IF

**  ---> paralleler Checkout (=SSFPARCO): inzwischen eingecheckte
**       Staende anderer Entwickler vorher hineinmergen (s. C114)
     IF  NOT CHECKIN-FIRST
         PERFORM C114-PARALLEL-CHECKIN-GATE
         IF  W-CI-COMMIT-NOK OR PRG-ABBRUCH
             SET W-CI-COMMIT-NOK TO TRUE
             EXIT SECTION
         END-IF
     END-IF

**  ---> zunächst mal den Last-Modify Zeitpunkt der angegebenen
**       Datei holen und merken
**       vollst. Filename in SOURCE-FILE-VOL
**       eine WARNUNG, kein Abbruch (s. C122)
     PERFORM C122-CHECK-MSGREFS

**  ---> Copy-Bibliothek (?SECTION): Satzlayouts jeder Section
**       gegen die archivierte Version abgleichen und betroffene
**       COPY-Module nennen - nur WARNUNG (s. C124)
     PERFORM C124-CHECK-LAYOUT

**  ---> Source gegen die Sperrliste veralteter Copybooks pruefen
     PERFORM C101-CHECK-DEPRECATED-COPY
     IF  PRG-ABBRUCH
         MOVE "ALLOW 10 ERRORS, 10 WARNINGS" TO FUP-COMMAND (FUP-COMMANDS-ANZ)
     END-IF

**  ---> paralleles CHECKIN eines eingecheckten Moduls: der bisherige
**       Master steht noch im Checkin-Subvolume und wird ersetzt
     IF  PCO-CI-PARALLEL
     AND W-PCO-SSAFE-STATUS NOT = "CO"
         ADD 1 TO FUP-COMMANDS-ANZ
         STRING  " PURGE ! "     DELIMITED BY SIZE
                 DEST-FILE       DELIMITED BY SPACE
           INTO FUP-COMMAND (FUP-COMMANDS-ANZ)
         END-STRING
     END-IF

**  ---> duplizieren vom akt. Standort nach WSRC, nur, wenn nicht schon da
**               (dup SVol.SourceE, WSRC.SourceE)
     ADD 1 TO FUP-COMMANDS-ANZ
         END-STRING
     END-IF

**  ---> Basis-Schnappschuss des parallelen Checkouts wegraeumen
     IF  PCO-CI-PARALLEL
         ADD 1 TO FUP-COMMANDS-ANZ
         STRING  " PURGE ! "        DELIMITED BY SIZE
                 W-PCO-BASIS-DATEI  DELIMITED BY SPACE
           INTO  FUP-COMMAND (FUP-COMMANDS-ANZ)
         END-STRING
     END-IF

**  ---> Eintrag in Tabelle SSAFE
     MOVE W-SOURCE    TO SOURCE-MODUL  OF SSAFE
     MOVE "CI"        TO SOURCE-STATUS OF SSAFE
         EXIT SECTION
     END-IF

**  ---> offenen parallelen Checkout des Aufrufers austragen
     IF  PCO-CI-PARALLEL
         MOVE W-SOURCE    TO H-PCO-MODUL
         MOVE P-USER-NAME TO H-PCO-USER
         PERFORM S177-DELETE-SSFPARCO
         IF  PRG-ABBRUCH
             PERFORM U120-ROLLBACK
             SET W-CI-COMMIT-NOK TO TRUE
             EXIT SECTION
         END-IF
     END-IF

**  ---> Eintrag in Protokolltabelle SSPROT
     MOVE W-SOURCE       TO SOURCE-MODUL OF SSPROT
     MOVE "CI"           TO AKTION       OF SSPROT
     MOVE W-SOURCE TO SOURCE-MODUL OF SSAFE
     PERFORM S100-SELECT-SSAFE
     IF  SSF-OK
**      ---> fuer parallelen Checkout freigeschaltetes Modul
**           (=SSFPARAL): Art des Checkouts bestimmen (s. D578)
         PERFORM D578-PARALLEL-CHECKOUT-MODUS
         IF  PCO-CO-ABGEWIESEN OR PRG-ABBRUCH
             EXIT SECTION
         END-IF
         IF  SOURCE-STATUS not = "CI"
         AND NOT PCO-CO-ZUSATZ
**          ---> Fehler: Source nicht eingecheckt
             MOVE W-SOURCE TO W-TEXT (6:)
             MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         ELSE
             MOVE W-SOURCE TO SOURCE-MODUL of SSPROT
             MOVE "CI"     TO AKTION       of SSPROT
             PERFORM D211-LETZTER-CI-USER

             DISPLAY " "
             DISPLAY " ===> letzter CHECKIN: "
**       Verantwortliche auscheckt (=SSFOWNER, s. D513/D514)
     PERFORM D513-CHECK-OWNER-WARN

**  ---> zusaetzlicher paralleler Checkout: eigene Arbeitskopie und
**       Basis-Schnappschuss, =SSAFE bleibt unveraendert (s. D579)
     IF  PCO-CO-ZUSATZ
         PERFORM D579-PARALLEL-CHECKOUT
         EXIT SECTION
     END-IF

**  ---> erst noch Dest.-SubVol holen
     MOVE "CHECKOUT" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
       INTO  SOURCE-FILE
     END-STRING

**  ---> erster Checkout eines Parallel-Moduls: Basis-Schnappschuss
**       fuer den spaeteren Merge benennen (s. D580)
     IF  PCO-CO-ERSTER
         PERFORM D580-PARALLEL-BASIS-DATEI
         IF  PCO-NOK
             EXIT SECTION
         END-IF
     END-IF

**  ---> duplizieren in das Verzeichnis SSAFE.SVOL_DEST
     IF  FUP-COMMANDS-ANZ = ZERO
         ADD 1 TO FUP-COMMANDS-ANZ
       INTO FUP-COMMAND (FUP-COMMANDS-ANZ)
     END-STRING

**  ---> Basis-Schnappschuss des eingecheckten Stands (vor RENAME)
     IF  PCO-CO-ERSTER
         ADD 1 TO FUP-COMMANDS-ANZ
         STRING  " DUP "             DELIMITED BY SIZE
                 SOURCE-FILE         DELIMITED BY SPACE
                 ", "                DELIMITED BY SIZE
                 W-PCO-BASIS-DATEI   DELIMITED BY SPACE
                 ", sourcedate"      DELIMITED BY SIZE
           INTO FUP-COMMAND (FUP-COMMANDS-ANZ)
         END-STRING
     END-IF

     MOVE DEST-FILE TO DEST-FILE-ALT
**  ---> RENAME für Sicherungskopie (...E => ...Z)
     MOVE SOURCE-FILE TO DEST-FILE
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF

**  ---> Parallel-Modul: auch der exklusive Checkout bekommt einen
**       =SSFPARCO-Eintrag, damit sein CHECKIN spaeter mergen kann
     IF  PCO-CO-ERSTER
         MOVE DEST-FILE-ALT TO W-PCO-ARBEITSKOPIE
         PERFORM S176-INSERT-SSFPARCO
         IF  PRG-ABBRUCH
             PERFORM U120-ROLLBACK
             EXIT SECTION
         END-IF
     END-IF
     PERFORM U110-COMMIT

**  ---> Obey Datei füllen und FUP ausführen

     MOVE W-SOURCE TO SOURCE-MODUL of SSPROT
     MOVE "CI"     TO AKTION       of SSPROT
     PERFORM D211-LETZTER-CI-USER

     DISPLAY " "
     DISPLAY " ===> letzter CHECKIN: "
 C111-99.
     EXIT.

******************************************************************
* PARALLEL: optimistischer paralleler Checkout fuer stark
* frequentierte Module (nur Module, die per VERWALTUNG PARALLEL ON
* in =SSFPARAL freigeschaltet sind).
*   PARALLEL [LIST] [<Modul>]    offene Parallel-Checkouts
*   PARALLEL RESOLVE <Modul>     Merge-Konflikte als aufgeloest
*                                melden (Voraussetzung fuer das
*                                erneute CHECKIN)
* Der parallele Checkout selbst laeuft ueber das normale CHECKOUT
* (D578/D579), der Merge beim CHECKIN (C114)
******************************************************************
 C113-PARALLEL SECTION.
 C113-00.
     EVALUATE W-PCO-SUBCMD
         WHEN "LIST"     PERFORM D584-PARALLEL-LIST
         WHEN "RESOLVE"  PERFORM D583-PARALLEL-RESOLVE
         WHEN "ON"
         WHEN "OFF"
             MOVE " !!! PARALLEL ON/OFF nur unter VERWALTUNG !!!"
                 TO ZEILE
             PERFORM U010-AUSGABE
         WHEN OTHER
             MOVE " Aufruf: PARALLEL [LIST] [<Modul>]" TO ZEILE
             PERFORM U010-AUSGABE
             MOVE "         PARALLEL RESOLVE <Modul>"  TO ZEILE
             PERFORM U010-AUSGABE
     END-EVALUATE
     .
 C113-99.
     EXIT.

******************************************************************
* CHECKIN eines Parallel-Moduls (aus C107-CHECKIN-COMMIT-FILE):
* hat der Aufrufer einen offenen parallelen Checkout (=SSFPARCO)
* und wurde seit diesem Checkout von einem anderen Entwickler
* eingecheckt, wird die einzucheckende Datei per SSFCOU0M "PM"
* gegen den Basis-Schnappschuss und den eingecheckten Stand
* gemerged. Ohne Konflikte ersetzt das Ergebnis die Datei und das
* CHECKIN laeuft weiter; mit Konflikten wird es abgewiesen, bis
* der Entwickler sie aufgeloest und per PARALLEL RESOLVE gemeldet
* hat. Ohne Eintrag in =SSFPARCO bleibt alles wie bisher
******************************************************************
 C114-PARALLEL-CHECKIN-GATE SECTION.
 C114-00.
     SET PCO-CI-EXKLUSIV TO TRUE
     MOVE W-SOURCE    TO H-PCO-MODUL
     MOVE P-USER-NAME TO H-PCO-USER
     PERFORM S175-SELECT-SSFPARCO
     IF  PRG-ABBRUCH
         SET W-CI-COMMIT-NOK TO TRUE
         EXIT SECTION
     END-IF
     IF  PCO-FEHLT
         EXIT SECTION
     END-IF

     SET PCO-CI-PARALLEL TO TRUE
     MOVE LFDNR          OF SSFPARCO TO W-PCO-LFDNR
     MOVE ARBEITSKOPIE   OF SSFPARCO TO W-PCO-ARBEITSKOPIE
     MOVE BASIS-DATEI    OF SSFPARCO TO W-PCO-BASIS-DATEI
     MOVE ERGEBNIS-DATEI OF SSFPARCO TO W-PCO-ERGEBNIS
     MOVE MERGE-STATUS   OF SSFPARCO TO W-PCO-MERGE-STATUS
     MOVE ZP-CHECKOUT    OF SSFPARCO TO W-PCO-ZP-CHECKOUT
     MOVE ZP-MERGE       OF SSFPARCO TO W-PCO-ZP-MERGE

**  ---> aktueller Stand in =SSAFE (eigene Felder, der SSAFE-Satz
**       wird fuer das CHECKIN weiter gebraucht)
     PERFORM S181-SELECT-SSAFE-PCO
     IF  PRG-ABBRUCH
         SET W-CI-COMMIT-NOK TO TRUE
         EXIT SECTION
     END-IF

**  ---> seit dem eigenen Checkout nichts eingecheckt: kein Merge
     IF  W-PCO-ZP-CHECKIN (1:19) NOT > W-PCO-ZP-CHECKOUT (1:19)
         EXIT SECTION
     END-IF

**  ---> schon gemergter bzw. aufgeloester Stand dieser Datei, gegen
**       den seither nichts mehr eingecheckt wurde: nur pruefen, dass
**       keine Konfliktmarken stehen geblieben sind
     IF  (W-PCO-MERGE-STATUS = "OK" OR = "RS")
     AND W-PCO-ZP-MERGE (1:19) NOT < W-PCO-ZP-CHECKIN (1:19)
     AND W-PCO-ARBEITSKOPIE = SOURCE-FILE
         MOVE SOURCE-FILE TO W-PCO-SCAN-DATEI
         PERFORM D582-PARALLEL-MARKER-SCAN
         IF  W-PCO-MARKER > ZERO
             MOVE W-PCO-MARKER TO W-PCO-MARKER-ED
             MOVE SPACES TO ZEILE
             STRING  " !!! "               DELIMITED BY SIZE
                     SOURCE-FILE           DELIMITED BY SPACE
                     " enthaelt noch"      DELIMITED BY SIZE
                     W-PCO-MARKER-ED       DELIMITED BY SIZE
                     " Konfliktmarke(n) !!!"
                                           DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
             SET W-CI-COMMIT-NOK TO TRUE
         END-IF
         EXIT SECTION
     END-IF

**  ---> Drei-Wege-Merge gegen den inzwischen eingecheckten Stand
     PERFORM D581-PARALLEL-MERGE
     IF  PCO-NOK
         SET W-CI-COMMIT-NOK TO TRUE
         EXIT SECTION
     END-IF

     MOVE SOURCE-FILE TO W-PCO-ARBEITSKOPIE
     MOVE W-PCO-KONFLIKTE TO W-PCO-KONFLIKTE-ED
     MOVE SPACES TO KOMMENTAR OF SSPROT
     IF  W-PCO-KONFLIKTE = ZERO
**      ---> sauber: Ergebnis ueber die einzucheckende Datei legen
         MOVE W-PCO-ERGEBNIS TO W-PCO-QUELLE
         MOVE SOURCE-FILE    TO W-PCO-ZIEL
         PERFORM D585-PARALLEL-UEBERNAHME
         IF  PCO-NOK
             SET W-CI-COMMIT-NOK TO TRUE
             EXIT SECTION
         END-IF
         MOVE "OK" TO W-PCO-MERGE-STATUS
         MOVE "Merge sauber" TO KOMMENTAR OF SSPROT
     ELSE
         MOVE "MK" TO W-PCO-MERGE-STATUS
         STRING  "Merge:"                 DELIMITED BY SIZE
                 W-PCO-KONFLIKTE-ED       DELIMITED BY SIZE
                 " Konflikt(e), Ergebnis " DELIMITED BY SIZE
                 W-PCO-ERGEBNIS           DELIMITED BY SPACE
           INTO  KOMMENTAR OF SSPROT
         END-STRING
     END-IF

     PERFORM U100-BEGIN
     PERFORM S178-UPDATE-SSFPARCO-MERGE
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         SET W-CI-COMMIT-NOK TO TRUE
         EXIT SECTION
     END-IF
     MOVE W-SOURCE     TO SOURCE-MODUL OF SSPROT
     MOVE "XM"         TO AKTION       OF SSPROT
     MOVE P-USER-NAME  TO GROUP-USER   OF SSPROT
     MOVE "NO"         TO KZ-FREIGABE  OF SSPROT
     PERFORM S200-INSERT-SSPROT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         SET W-CI-COMMIT-NOK TO TRUE
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     PERFORM U011-AUSGABE-SPACELINE
     IF  W-PCO-KONFLIKTE = ZERO
         MOVE " Paralleler Checkout: inzwischen eingecheckter Stand"
             TO ZEILE
         MOVE " ohne Konflikte uebernommen" TO ZEILE (53:)
         PERFORM U010-AUSGABE
     ELSE
         MOVE SPACES TO ZEILE
         STRING  " !!! Merge mit dem eingecheckten Stand:"
                                           DELIMITED BY SIZE
                 W-PCO-KONFLIKTE-ED        DELIMITED BY SIZE
                 " Konflikt(e) - CHECKIN abgewiesen !!!"
                                           DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         MOVE SPACES TO ZEILE
         STRING  "     Konfliktbloecke stehen in "
                                           DELIMITED BY SIZE
                 W-PCO-ERGEBNIS            DELIMITED BY SPACE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         MOVE SPACES TO ZEILE
         STRING  "     aufloesen, dann PARALLEL RESOLVE "
                                           DELIMITED BY SIZE
                 W-SOURCE                  DELIMITED BY SPACE
                 " und erneut CHECKIN"     DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         SET W-CI-COMMIT-NOK TO TRUE
     END-IF
     .
 C114-99.
     EXIT.


******************************************************************
* Listen der module und der Protokolle
                             INSPECT H-LIST-BENCH-FKT CONVERTING SPACE TO "%"
                             PERFORM D236-SHOW-CHAIN-BENCH
                             EXIT SECTION
**      ---> LIST CTRLTOTAL <Funktion>: Kontrollsummen und Abstim-
**           mung der Kettenschritte je Kette und Lauf (SSFCTL-Zeile,
**           von PHDDRV1O in =SSFCHIST abgelegt), analog CHAIN per
**           Wildcard-Treffer auf FUNKTION
         WHEN "CTRLTOTAL%"   STRING  "%"      DELIMITED BY SIZE,
                                     W-LIST-SUBPRM1-VAL
                                              DELIMITED BY SPACE
                               INTO  H-KTR-FKT
                             INSPECT H-KTR-FKT CONVERTING SPACE TO "%"
                             PERFORM D757-CTRLTOTAL-REPORT
                             EXIT SECTION
**      ---> LIST FAILCAUSE <Funktion>: Fehlerklassen der fehlge-
**           schlagenen Kettenschritte je Kette und Monat (Klassi-
**           fikation durch PHDDRV1O gegen =SSFFKAT), analog CHAIN
**           per Wildcard-Treffer auf FUNKTION
         WHEN "FAILCAUSE%"   STRING  "%"      DELIMITED BY SIZE,
                                     W-LIST-SUBPRM1-VAL
                                              DELIMITED BY SPACE
                               INTO  H-FCA-FKT
                             INSPECT H-FCA-FKT CONVERTING SPACE TO "%"
                             PERFORM D878-FAILCAUSE-REPORT
                             EXIT SECTION
**      ---> LIST RESLOCK: aktuelle Ressourcen-Belegungen und
**           wartende Schritte der PHDDRV1O-Ketten (=SSFRESLK)
         WHEN "RESLOCK%%%"   PERFORM D888-RESLOCK-LISTE
                             EXIT SECTION
**      ---> LIST STAGES <Muster>: Freigabe-Stand je Modul/Stufe der
**           konfigurierbaren Stufenleiter aus =SSFSTAGE, Wildcard-
**           Treffer auf das Modul (s. RELEASE-Kommando/C330)
**           Kandidaten ohne Aktivitaet und Referenzen (s. D245)
         WHEN "DEADWOOD%%"   PERFORM D245-SHOW-DEADWOOD
                             EXIT SECTION
**      ---> LIST UNMANAGED [PROD|TEST] [CSV <Datei>]: Objekt-
**           dateien der Prod-/Test-Subvolumes ohne Modul bzw.
**           Freigabe, mit Ketten-/Pathway-Verweisen (s. D933)
         WHEN "UNMANAGED%"   PERFORM D933-SHOW-UNMANAGED
                             EXIT SECTION
**      ---> LIST SQLINVALID [PROD|TEST] [QUEUE] [CSV <Datei>]:
**           durch DDL ungueltige SQL-Programme, ggf. Einplanen
**           fuer das SQL-Recompile (s. D941)
         WHEN "SQLINVALID"   PERFORM D941-SHOW-SQLINVALID
                             EXIT SECTION
**      ---> LIST IFCSKEW: alle Paare freigegebener Module, die
**           dieselbe Interface-Section in VERSCHIEDENEN Versionen
**           eingebaut haben (s. D836)
                                 TO W-COLD-MODUL
                             PERFORM D263-SHOW-COLD
                             EXIT SECTION
**      ---> LIST COLLISION [<Auftrag|Zug>]: Kollisionen offener
**           Auftraege und Release-Zuege (D271)
         WHEN "COLLISION%"   PERFORM D271-SHOW-COLLISION
                             EXIT SECTION
**      ---> LIST BUSFACTOR [<Jahre>] [CSV <Datei>]: Wissens-
**           konzentration je ANWENDUNG und Modul (D281)
         WHEN "BUSFACTOR%"   PERFORM D281-SHOW-BUSFACTOR
                             EXIT SECTION
**      ---> LIST TESTENV: Belegung von TEST je Auftrag (D286)
         WHEN "TESTENV%%%"   PERFORM D286-SHOW-TESTENV
                             EXIT SECTION
**      ---> LIST ASOF <Datum> [<Zeit>] [<Datum2> [<Zeit2>]]
**           [<Muster>] [TEST]: Prod-Stand je Modul zum Stichtag
**           bzw. Prod-Aenderungen zwischen zwei Stichtagen (D728)
         WHEN "ASOF%%%%%%"   PERFORM D728-ASOF-LISTE
                             EXIT SECTION
         WHEN OTHER          IF  C4-I1 = ZERO and C4-I2 = ZERO
                                 continue
                             ELSE
         PERFORM U010-AUSGABE
     END-PERFORM

**  ---> bei ausgechecktem Source: wer hält die Sperre und was
**       hat sich seit dem Checkout an der Basis geaendert (D726)
     IF  SOURCE-STATUS OF SSAFE = "CO"
         MOVE GROUP-USER OF SSAFE TO SZD4-USER
         MOVE SZ-DATEN4 TO ZEILE
         PERFORM U010-AUSGABE
         PERFORM D726-STB-ANZEIGEN
     END-IF

**  ---> letzten ABNAHME-Stand dieses Moduls anzeigen - aus dem
**       Modul-Kurzbild (=SSFMSUM), nur ohne Kurzbild per Cursor
     MOVE SOURCE-MODUL OF SSAFE TO PRG-NAME OF ABNAHME
     MOVE SOURCE-MODUL OF SSAFE TO H-MSUM-MODUL
     PERFORM S543-SELECT-SSFMSUM
     IF  MSUM-VORHANDEN
         SET ABN-LETZT-EOD TO TRUE
         IF  H-MSUM-A-ABN-KZ = "J"
             SET ABN-LETZT-OK TO TRUE
             MOVE H-MSUM-A-ABN-VERSION TO VERSION OF ABNAHME
             MOVE H-MSUM-A-ANTRAG-VON  TO FREIGABE-ANTRAG-VON
                                                   OF ABNAHME
             MOVE H-MSUM-A-ANTRAG-AM   TO FREIGABE-ANTRAG-AM
                                                   OF ABNAHME
             MOVE H-MSUM-A-FREIG-VON   TO FREIGABE-VON OF ABNAHME
             MOVE H-MSUM-A-FREIG-AM    TO FREIGABE-AM  OF ABNAHME
             MOVE H-MSUM-A-R2P-AM      TO REL2PROD-AM  OF ABNAHME
         END-IF
     ELSE
         PERFORM S903-OPEN-ABN-LETZT-CURSOR
         PERFORM S904-FETCH-ABN-LETZT-CURSOR
     END-IF
     IF  ABN-LETZT-OK
         MOVE SPACES TO SZD5-ZEITPUNKT
                         SZD5-USER
         MOVE SZ-DATEN5 TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     IF  MSUM-FEHLT
         PERFORM S905-CLOSE-ABN-LETZT-CURSOR
     END-IF

**  ---> Produktions-Incidents zum Modul, die juengsten fuenf
     MOVE SOURCE-MODUL OF SSAFE TO W-INC-MODUL
     MOVE SPACES TO W-INC-VERSION
     MOVE 5 TO W-INC-MAX
     PERFORM E387-INC-ANZEIGEN

**  ---> noch nicht nachgezogene Fixes (=SSFBACKP)
     MOVE SOURCE-MODUL OF SSAFE TO W-BKP-MODUL
     PERFORM S473-COUNT-SSFBACKP-OFFEN
     IF  W-BKP-ANZ > ZERO
         MOVE W-BKP-ANZ TO W-BKP-ANZ-ED
         MOVE SPACES TO ZEILE
         STRING  "      offene Backports: "  DELIMITED BY SIZE
                 W-BKP-ANZ-ED                DELIMITED BY SIZE
                 " (BACKPORT LIST "         DELIMITED BY SIZE
                 W-BKP-MODUL                 DELIMITED BY SPACE
                 ")"                        DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF

     PERFORM U011-AUSGABE-SPACELINE
     .
             WHEN "PE"   MOVE "Pseud.Exp."   TO PZD-AKTION
             WHEN "SV"   MOVE "Shelve"       TO PZD-AKTION
             WHEN "UV"   MOVE "Unshelve"     TO PZD-AKTION
             WHEN "HA"   MOVE "Uebg.Angeb"   TO PZD-AKTION
             WHEN "HO"   MOVE "Uebergabe"    TO PZD-AKTION
             WHEN "HX"   MOVE "Uebg.Abgel"   TO PZD-AKTION
             WHEN "XC"   MOVE "Par.Chkout"   TO PZD-AKTION
             WHEN "XM"   MOVE "Par.Merge "   TO PZD-AKTION
             WHEN "XR"   MOVE "Merge aufg"   TO PZD-AKTION
             WHEN "XP"   MOVE "Parallel  "   TO PZD-AKTION
             WHEN "BL"   MOVE "Baseline"     TO PZD-AKTION
             WHEN "SH"   MOVE "Secret-Hit"   TO PZD-AKTION
             WHEN "CP"   MOVE "offProfil"    TO PZD-AKTION
             WHEN "RV"   MOVE "Review"       TO PZD-AKTION
             WHEN "TN"   MOVE "Zug-Freig."   TO PZD-AKTION
             WHEN "RB"   MOVE "Rueckbau"     TO PZD-AKTION
             WHEN "AU"   MOVE "Auftr.Umb."   TO PZD-AKTION
             WHEN "RC"   MOVE "Rezert."      TO PZD-AKTION
             WHEN "VW"   MOVE "Verwaltung"   TO PZD-AKTION
             WHEN "KT"   MOVE "Kette-Imp."   TO PZD-AKTION
             WHEN "SO"   MOVE "Sitzung"      TO PZD-AKTION
             WHEN "IC"   MOVE "Incident"     TO PZD-AKTION
             WHEN "BP"   MOVE "Backport"     TO PZD-AKTION
             WHEN "TE"   MOVE "Test-Beleg."  TO PZD-AKTION
             WHEN "LH"   MOVE "LegalHold"    TO PZD-AKTION
             WHEN "LA"   MOVE "Hold-Aufh."   TO PZD-AKTION
             WHEN "EX"   MOVE "Escrow-Exp."  TO PZD-AKTION
             WHEN "RT"   MOVE "Test-Reset"   TO PZD-AKTION
             WHEN "LV"   MOVE "Austritt"     TO PZD-AKTION
             WHEN "SQ"   MOVE "SQL-Recomp"   TO PZD-AKTION
             WHEN OTHER  MOVE "???"          TO PZD-AKTION
         END-EVALUATE
         MOVE ZPINS OF SSPROT (1:19)         TO PZD-ZEITPUNKT
         EXIT SECTION
     END-IF

**  ---> Legal Hold: betrifft ein aktiver Hold Eintraege, die
**       geloescht wuerden, wird gar nicht erst geloescht (s. D840)
     MOVE W-PROT-PURGE-TAGE TO H-PROT-PURGE-TAGE
     SET HOLD-ZIEL-PROT TO TRUE
     PERFORM D840-CHECK-LEGAL-HOLD
     IF  HOLD-GESPERRT
         EXIT SECTION
     END-IF

**  ---> Rueckfrage, ob wirklich geloescht werden soll
     SET EIN-ASCII
         PROMPT-DELETE TO TRUE
     MOVE "-V"               TO COU-LINK-OPTION
     MOVE SPACES             TO COU-LINK-OPTVAL
     MOVE W-DWK-VERS         TO COU-LINK-OPTVAL
     SET RZ-MOD-COU TO TRUE
     PERFORM E358-RZ-MODUL-START
     CALL "SSFCOU0M" USING COU-LINK-REC
     PERFORM E359-RZ-MODUL-STOP
     IF  COU-LINK-RC NOT = ZERO
         MOVE COU-LINK-RC TO D-NUM4
         DISPLAY " !!! GET der Basisversion fehlgeschlagen, "
 C236-99.
     EXIT.

******************************************************************
* LAYOUT <Copy-Bibliothek> <Section> [<Version>] [CSV <Datei>]:
* Satzlayout einer Copy-Section aus der archivierten Version
* (ohne Angabe die juengste) als Feldkarte - Stufe, Name, Offset
* (ab 0), Laenge, Usage, PIC; OCCURS mit Schrittweite und letztem
* Vorkommen, REDEFINES mit dem redefinierten Feld. Die Karte geht
* zusaetzlich als CSV-Datei (Standard LAYCSV) an die Partner
******************************************************************
 C240-LAYOUT SECTION.
 C240-00.
**  ---> Berechtigung prüfen (wie SHOW)
     IF  NOT ROLFKT-SHOW
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-025" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     IF  W-SOURCE = SPACE
     OR  W-LAY-SECTION = SPACES
         MOVE " Aufruf: LAYOUT <Copy-Bibliothek> <Section>"
             TO ZEILE
         MOVE " [<Version>] [CSV <Datei>]" TO ZEILE (45:)
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

**  ---> Copy-Bibliothek muss in SSAFE gefuehrt sein
     MOVE W-SOURCE TO SOURCE-MODUL OF SSAFE
     PERFORM S100-SELECT-SSAFE
     IF  SSF-EOD OR PRG-ABBRUCH
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-001" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

**  ---> liegt unter dem GET-Ziel eine gleichnamige Datei, wird sie
**       von E428 auf den Schmiernamen gerettet und danach wieder
**       zurueckbenannt
     MOVE SPACES TO W-DWK-WORK-FILE T-FNAME
     STRING  SOURCE-FILE-VOL       DELIMITED BY SPACE
             "."                   DELIMITED BY SIZE
             SOURCE-FILE-SUBVOL    DELIMITED BY SPACE
             "."                   DELIMITED BY SIZE
             W-SOURCE              DELIMITED BY SPACE
       INTO  T-FNAME
     END-STRING
     PERFORM E120-FILE-INFO
     IF  T-ERROR = ZERO
         MOVE T-FNAME TO W-DWK-WORK-FILE
     END-IF

     PERFORM E428-LAYOUT-BASIS-HOLEN
     IF  NOT LAY-BASIS-DA
         MOVE " !!! keine archivierte Version der Copy-Bibliothek"
             TO ZEILE
         MOVE " !!!" TO ZEILE (52:)
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

     MOVE W-DWK-BASE-FILE TO W-LAY-DATEI
     PERFORM E422-LAYOUT-PARSE
     PERFORM E429-LAYOUT-BASIS-WEG

     IF  NOT LAY-SECTION-DA
         MOVE SPACES TO ZEILE
         STRING  " !!! ?SECTION "        DELIMITED BY SIZE
                 W-LAY-SECTION           DELIMITED BY SPACE
                 " in Version "          DELIMITED BY SIZE
                 W-LAY-VERS              DELIMITED BY SPACE
                 " nicht vorhanden !!!"  DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

**  ---> CSV-Datei
     MOVE W-LAY-CSV-DATEI TO W-PROTEXP-FILE
     PERFORM N021-OPEN-PROTCSV
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF
     MOVE "STUFE;NAME;OFFSET;POS;LAENGE;USAGE;PIC;OCCURS;REDEFINES"
       TO PROTCSV-SATZ
     WRITE PROTCSV-SATZ

**  ---> Kopf
     MOVE W-LAY-GESAMT TO W-LAY-ED-GES
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  " Layout "               DELIMITED BY SIZE
             W-SOURCE                 DELIMITED BY SPACE
             " ?SECTION "             DELIMITED BY SIZE
             W-LAY-SECTION            DELIMITED BY SPACE
             "  Version "             DELIMITED BY SIZE
             W-LAY-VERS               DELIMITED BY SPACE
             "  Satzlaenge"           DELIMITED BY SIZE
             W-LAY-ED-GES             DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     IF  LAY-TAB-VOLL
         MOVE " !!! mehr als 400 Eintraege - Karte unvollstaendig !!!"
           TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     PERFORM U011-AUSGABE-SPACELINE
     MOVE " St Name" TO ZEILE
     MOVE "Offset Laenge Usage   PIC" TO ZEILE (35:)
     PERFORM U010-AUSGABE
     MOVE " -- ------------------------------" TO ZEILE
     MOVE "------ ------ ------- --------------------" TO ZEILE (35:)
     PERFORM U010-AUSGABE

     PERFORM VARYING W-LAY-I FROM 1 BY 1
             UNTIL   W-LAY-I > W-LAY-ANZ
         PERFORM E433-LAYOUT-KARTE-ZEILE
     END-PERFORM
     CLOSE PROTCSV

     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  " (Offsets ab 0, POS in der CSV-Datei ab 1) - CSV: "
                                      DELIMITED BY SIZE
             W-LAY-CSV-DATEI          DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 C240-99.
     EXIT.

******************************************************************
* SAVE mit Muster: zustandsveraendernd, daher wird die Treffer-
* menge einmal angezeigt und EINMAL bestaetigt; danach laeuft
 C290-99.
     EXIT.

******************************************************************
* Anzeigen CRUD-Matrix (=SSFCRUD): zu einem Programm die Tabellen
* und Dateien mit Zugriffsart, zu einer Tabelle/Datei die Programme
* - auch die, die ein zugreifendes Modul einbinden
******************************************************************
 C295-CRUD SECTION.
 C295-00.
**  ---> Berechtigung prüfen (gleiche Rolle wie TABIS)
     IF  NOT ROLFKT-TABIS
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-025" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         MOVE SPACES TO W-CRUD-NAME
         EXIT SECTION
     END-IF

**  ---> Name nicht mit dem Kommando eingegeben (s. o072): abfragen
     IF  W-CRUD-NAME = SPACES
         SET EIN-ASCII
             PROMPT-TABNAME TO TRUE
         PERFORM U000-EINGABE
         IF  EINGABE = "E" OR = SPACE
             EXIT SECTION
         END-IF
         MOVE EINGABE (1:35) TO W-CRUD-NAME
     END-IF

     PERFORM D295-SHOW-CRUD
     MOVE SPACES TO W-CRUD-NAME
     .
 C295-99.
     EXIT.

******************************************************************
* Release nach Produktion
******************************************************************
**  ---> Obey Datei füllen und FUP ausführen
     PERFORM E150-OBEY-FUP

**  ---> Post-Release-Pruefung: Objekt in der Produktion gegen den
**       ACTIVTEST-Fingerabdruck, dann Smoke-Kette (s. E397); wurde
**       daraufhin zurueckgebaut, entfallen die Folgeschritte
     IF  PRG-OK
     AND SOURCE-TYP OF SSAFE NOT = "CM"
         PERFORM E397-R2P-VERIFIKATION
         IF  RPV-RUECKGEBAUT
             EXIT SECTION
         END-IF
     END-IF

**  ---> Stufenstand der Leiter fortschreiben (Stufe PROD), damit
**       SHOW/LIST STAGES auch klassische R2P-Freigaben zeigen
     IF  PRG-OK
         END-IF
     END-IF

**  ---> Entwickler, deren offener Checkout den eben freigegebenen
**       Stand als Copy-Library/Aufruf nutzt, sofort informieren
**       (nur mit =SSPARM "STALEBAS", s. D727)
     IF  PRG-OK
         PERFORM D727-STB-SOFORTMAIL
     END-IF

**  ---> Bestätigung an den User
     IF  PRG-OK
         IF  SOURCE-TYP OF SSAFE = "CM"
**       weiter, aber der Skew steht im Protokoll der Sitzung
     PERFORM D835-CHECK-IFC-VERSIONS

**  ---> Regressions-Gate: aktive Szenarien des Moduls (=SSFREGSZ)
**       muessen seit dem letzten CHECKIN gruen gelaufen sein; je
**       nach =SSPARM "REGTEST" Warnung oder Abweisung (s. E396)
     PERFORM E396-REG-GATE
     IF  RGT-GATE-ABGELEHNT
         EXIT SECTION
     END-IF

**  ---> erst noch Source-SubVol (in SVOL_SOURCE) und destination SVOL holen
**       1. Schritt: WSRC nach SSRC mit rollover
     MOVE "R2T-WSS" TO AKTION OF SSPARM
         EXIT SECTION
     END-IF

**  ---> Kollisionspruefung gegen die uebrigen offenen Auftraege und
**       Zuege: muesste der Zug zuerst rebasen, wird nur mit "FORCE"
**       gestartet (und das Uebersteuern protokolliert)
     PERFORM D278-KOL-TRAIN-PRUEFEN
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF
     IF  W-KOL-BLOCK-ANZ > ZERO
         IF  W-TRAIN-PARAM NOT = "FORCE"
             MOVE SPACES TO ZEILE
             STRING  "  Zug-Lauf nicht gestartet - erst rebasen oder "
                                          DELIMITED BY SIZE
                     "TRAIN RUN "         DELIMITED BY SIZE
                     W-TRAIN-NAME         DELIMITED BY SPACE
                     " FORCE"             DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
             EXIT SECTION
         END-IF
         MOVE K-TRAIN-KOPF TO SOURCE-MODUL OF SSPROT
         MOVE "TN"         TO AKTION       OF SSPROT
         MOVE P-USER-NAME  TO GROUP-USER   OF SSPROT
         MOVE SPACES       TO KZ-FREIGABE  OF SSPROT
                              KOMMENTAR    OF SSPROT
         STRING  "Zug "               DELIMITED BY SIZE
                 W-TRAIN-NAME         DELIMITED BY SPACE
                 ": Kollision FORCE"  DELIMITED BY SIZE
           INTO  KOMMENTAR OF SSPROT (1:39)
         END-STRING
         PERFORM U100-BEGIN
         PERFORM S200-INSERT-SSPROT
         IF  PRG-ABBRUCH
             PERFORM U120-ROLLBACK
             EXIT SECTION
         END-IF
         PERFORM U110-COMMIT
     END-IF

**  ---> Modul-Menge des Zugs in die Build-Plan-Tabelle laden
     INITIALIZE W-BUILDPLAN-TABELLE
     PERFORM S952-OPEN-SSFTRAIN-CURSOR
     SET PRG-OK TO TRUE

     SET FKT-STARTUP-FILE TO TRUE
     SET RPV-OHNE-DIALOG  TO TRUE
     PERFORM C300-REL2PROD
     SET RPV-MIT-DIALOG   TO TRUE

**  ---> Erfolg am frisch gelesenen SSAFE-Stand festmachen
     MOVE W-SOURCE TO SOURCE-MODUL OF SSAFE
         FOR CHARACTERS BEFORE INITIAL SPACE
     MOVE C4-I1 TO CIN-LINK-REP-FILE-LEN

     SET RZ-MOD-CIN TO TRUE
     PERFORM E358-RZ-MODUL-START
     CALL "SSFCIN0M" USING CIN-LINK-REC
     PERFORM E359-RZ-MODUL-STOP

     IF  CIN-LINK-RC NOT = ZERO
         MOVE CIN-LINK-RC TO D-NUM4
         SET REL4WEAT-FOLLOWED TO TRUE
     END-IF

**  ---> Risiko-Score des Antrags berechnen und anzeigen (E401);
**       ab der Review-Schwelle ist vor der Freigabe ein weiteres
**       Review Pflicht - den Reviewer dafuer hier zuweisen
     PERFORM E401-RISIKO-BERECHNEN
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF
 C340-10.
     IF  RSK-REVIEW-PFLICHT
         SET EIN-ASCII
             PROMPT-REVIEWER TO TRUE
         PERFORM U000-EINGABE
         IF  EINGABE = "E"
             EXIT SECTION
         END-IF
         MOVE EINGABE TO W-REVIEW-PRUEFER
         IF  W-REVIEW-PRUEFER = SPACES
         OR  W-REVIEW-PRUEFER = P-USER-NAME (1:16)
**          ---> Reviewer fehlt oder ist der Antragsteller selbst
             MOVE "FEHLER"   TO BEREICH   OF SSTEXT
             MOVE "FEHL-072" TO KATEGORIE OF SSTEXT
**          ---> anzeigen Hilfstext
             PERFORM R100-SHOW-TEXT
             GO TO C340-10
         END-IF
     END-IF

**  ---> persoenlicher Freigabe-Bestcode muss vor dem Commit erneut
**       bestaetigt werden (PCI-DSS 6.5 - eine signierte Freigabe,
**       kein reiner Terminal-Login)
     MOVE VERSION OF PROGRAMS    TO VERSION  OF ABNAHME
     MOVE P-USER-NAME TO FREIGABE-ANTRAG-VON OF ABNAHME
     PERFORM S712-UPDATE-ABNAHME-WE2
**  ---> Risiko-Score zum Antrag, ggf. Pflicht-Review anlegen
     IF  PRG-OK
         PERFORM S719-UPDATE-ABNAHME-RISIKO
     END-IF
     IF  PRG-OK
     AND RSK-REVIEW-PFLICHT
         MOVE W-SOURCE TO SOURCE-MODUL OF SSFREVIEW
         PERFORM S939-INSERT-SSFREVIEW
     END-IF

**  ---> Transaktion abschliessen
     IF  PRG-OK
     MOVE "FA"        TO KZ-FREIGABE  OF SSPROT
     MOVE P-USER-NAME TO GROUP-USER   OF SSPROT
     MOVE SPACES      TO KOMMENTAR    OF SSPROT
     MOVE W-RSK-SCORE TO W-RSK-SCORE-ED
     STRING  "Risiko-Score "     DELIMITED BY SIZE
             W-RSK-SCORE-ED      DELIMITED BY SIZE
       INTO  KOMMENTAR OF SSPROT
     END-STRING
     PERFORM S200-INSERT-SSPROT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         IF  EINGABE = "E" OR = SPACE
             EXIT SECTION
         END-IF
**      ---> Zusatzform "AUFTRAG <name>": Sammelfreigabe aller zur
**           Freigabe anstehenden Module des Auftrags (C342)
         IF  EINGABE (1:7) = "AUFTRAG"
             MOVE EINGABE (9:25) TO W-FG-AUFTRAG
             PERFORM C342-FREIGEBER-AUFTRAG
             EXIT SECTION
         END-IF
         MOVE ZERO TO C4-ANZ
         MOVE 1    TO C4-PTR
         PERFORM N035-CHECK-EINGABE
         END-IF
     END-IF

**  ---> "FREIGEBER AUFTRAG <name>" in der Kommandozeile (s. o067)
     IF  W-FG-AUFTRAG NOT = SPACES
         PERFORM C342-FREIGEBER-AUFTRAG
         EXIT SECTION
     END-IF

**  ---> prüfen, ob das Source überhaupt eingecheckt ist
     MOVE W-SOURCE TO SOURCE-MODUL OF SSAFE
     PERFORM S100-SELECT-SSAFE
     END-IF

**  ---> Ausschluss-User ermitteln (Vier-Augen-Prinzip)
     PERFORM D343-FG-AUSSCHLUSS

**  ---> Freigabe-berechtigte User (Funktion REL4WEAT) auflisten,
**       Entwickler und R2T-User dabei ausschliessen
     END-IF
     PERFORM U011-AUSGABE-SPACELINE

**  ---> Risiko-Score des Freigabe-Antrags (s. E401) anzeigen
     MOVE W-SOURCE TO IN-SOURCE
     PERFORM U400-OBJECT-NAME
     MOVE OUT-SOURCE TO PRG-NAME OF ABNAHME
     MOVE W-SOURCE TO PROGRAMM OF PROGRAMS
     PERFORM S840-SELECT-PROGRAMS
     MOVE VERSION OF PROGRAMS TO VERSION OF ABNAHME
     PERFORM E404-RISIKO-LADEN
     PERFORM E403-RISIKO-ANZEIGEN

**  ---> ab hier nimmt FREIGEBER die Freigabe selbst entgegen:
**       der Aufrufer darf weder Entwickler (CI) noch R2T-User
**       sein und muss den Freigabe-Bestcode bestaetigen; bei
         EXIT SECTION
     END-IF

**  ---> ab der Review-Schwelle des Risiko-Scores (E402) muss das
**       beim Antrag angelegte Review genehmigt sein
     PERFORM E404-RISIKO-LADEN
     IF  RSK-REVIEW-PFLICHT
         MOVE W-SOURCE TO SOURCE-MODUL OF SSFREVIEW
         PERFORM S940-SELECT-SSFREVIEW-LATEST
         IF  NOT SSFREVIEW-OK
         OR  W-REVIEW-STATUS NOT = "G"
             MOVE "FEHLER"   TO BEREICH   OF SSTEXT
             MOVE "FEHL-073" TO KATEGORIE OF SSTEXT
**          ---> anzeigen Hilfstext
             PERFORM R100-SHOW-TEXT
             EXIT SECTION
         END-IF
     END-IF

     SET EIN-ASCII
         PROMPT-FREIGABE-JN TO TRUE
     PERFORM U000-EINGABE
 C341-99.
     EXIT.

******************************************************************
* FREIGEBER AUFTRAG <Auftrag>: Sammelfreigabe aller zur Freigabe
* anstehenden Module eines Auftrags (FREIGABE_TEST "TA", unter dem
* Auftrag archiviert). Je Modul laufen dieselben Pruefungen wie bei
* der Einzelfreigabe (Vier-Augen-Prinzip, zweite Unterschrift bei
* APPR2-Klassen, Pflicht-Testnachweise TESTDOC) sowie Peer-Review
* und Rueckroll-Pruefung (E327), s. D342. Nach Anzeige der Liste
* genuegen EINE Bestaetigung und EIN Freigabe-Bestcode fuer alle
* freigebbaren Module; jedes Modul erhaelt weiterhin seinen eigenen
* =ABNAHME-Eintrag und =SSPROT-Satz (D344), uebersprungene Module
* werden mit Grund ausgewiesen
******************************************************************
 C342-FREIGEBER-AUFTRAG SECTION.
 C342-00.
     IF  W-FG-AUFTRAG = SPACES
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-068" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     MOVE ZERO   TO W-FGA-ANZ W-FGA-OK-ANZ W-FGA-SKIP-ANZ
                    W-FGA-ERT-ANZ W-FGA-APPR2-ANZ W-FGA-ERST-IX
     MOVE SPACES TO W-FGA-TABELLE

**  ---> anstehende Module des Auftrags einsammeln
     PERFORM S169-OPEN-FG-AUFTRAG-CURSOR
     PERFORM S170-FETCH-FG-AUFTRAG-CURSOR
     PERFORM UNTIL SSF-EOD
         IF  W-FGA-ANZ NOT < W-FGA-MAX
             MOVE W-FGA-MAX TO W-FGA-ANZ-ED
             DISPLAY " !! mehr als " W-FGA-ANZ-ED " Module im Auftrag -"
                     " Rest mit einem weiteren Lauf freigeben !!"
             EXIT PERFORM
         END-IF
         ADD 1 TO W-FGA-ANZ
         MOVE SOURCE-MODUL OF SSAFE TO W-FGA-MODUL (W-FGA-ANZ)
         PERFORM S170-FETCH-FG-AUFTRAG-CURSOR
     END-PERFORM
     PERFORM S171-CLOSE-FG-AUFTRAG-CURSOR

     IF  W-FGA-ANZ = ZERO
         PERFORM U011-AUSGABE-SPACELINE
         MOVE SPACES TO ZEILE
         STRING  "  keine zur Freigabe anstehenden Module fuer Auftrag "
                                       DELIMITED BY SIZE
                 W-FG-AUFTRAG          DELIMITED BY SPACE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

**  ---> je Modul die Freigabe-Voraussetzungen pruefen (ohne die
**       Einzelmeldungen der Pruef-Sections, s. E327)
     SET FGA-LAUF-AKTIV TO TRUE
     PERFORM VARYING W-FGA-IX FROM 1 BY 1
             UNTIL   W-FGA-IX > W-FGA-ANZ
         PERFORM D342-FGA-PRUEFEN
         IF  FGA-FREIGEBBAR (W-FGA-IX)
             ADD 1 TO W-FGA-OK-ANZ
             IF  W-FGA-ERST-IX = ZERO
                 MOVE W-FGA-IX TO W-FGA-ERST-IX
             END-IF
         ELSE
             ADD 1 TO W-FGA-SKIP-ANZ
         END-IF
     END-PERFORM
     MOVE SPACE TO W-FGA-LAUF-FLAG

**  ---> Liste anzeigen
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  " Sammelfreigabe Auftrag "  DELIMITED BY SIZE
             W-FG-AUFTRAG                DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     MOVE SPACES      TO ZEILE
     MOVE "Modul"     TO ZEILE (2:5)
     MOVE "Version"   TO ZEILE (11:7)
     MOVE "Review"    TO ZEILE (22:6)
     MOVE "Testdoc"   TO ZEILE (32:7)
     MOVE "Ergebnis"  TO ZEILE (41:8)
     PERFORM U010-AUSGABE
     MOVE SPACES      TO ZEILE
     MOVE ALL "-"     TO ZEILE (2:78)
     PERFORM U010-AUSGABE
     PERFORM VARYING W-FGA-IX FROM 1 BY 1
             UNTIL   W-FGA-IX > W-FGA-ANZ
         MOVE SPACES TO ZEILE
         MOVE W-FGA-MODUL   (W-FGA-IX) TO ZEILE (2:8)
         MOVE W-FGA-VERSION (W-FGA-IX) TO ZEILE (11:10)
         MOVE W-FGA-REVIEW  (W-FGA-IX) TO ZEILE (22:9)
         MOVE W-FGA-TDOC    (W-FGA-IX) TO ZEILE (32:8)
         MOVE W-FGA-GRUND   (W-FGA-IX) TO ZEILE (41:39)
         PERFORM U010-AUSGABE
     END-PERFORM
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     MOVE W-FGA-OK-ANZ TO W-FGA-ANZ-ED
     STRING  "  freigebbar      : "   DELIMITED BY SIZE
             W-FGA-ANZ-ED             DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     MOVE SPACES TO ZEILE
     MOVE W-FGA-SKIP-ANZ TO W-FGA-ANZ-ED
     STRING  "  uebersprungen   : "   DELIMITED BY SIZE
             W-FGA-ANZ-ED             DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE

     IF  W-FGA-OK-ANZ = ZERO
         MOVE "  kein Modul freigebbar - Sammelfreigabe entfaellt"
             TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

**  ---> eine Bestaetigung und ein Bestcode fuer alle freigebbaren
**       Module (ein falscher Bestcode wird zum ersten Modul der
**       Liste protokolliert, s. D341)
     SET EIN-ASCII
         PROMPT-FREIGABE-JN TO TRUE
     PERFORM U000-EINGABE
     IF  EINGABE (1:C4-INLEN) NOT = "J"
         EXIT SECTION
     END-IF

     MOVE W-FGA-MODUL (W-FGA-ERST-IX) TO W-SOURCE
     PERFORM D341-CHECK-FREIGABECODE
     IF  PRG-ABBRUCH OR CHECK-NOK
         EXIT SECTION
     END-IF

**  ---> Freigabe je Modul mit eigenem Commit
     PERFORM U011-AUSGABE-SPACELINE
     PERFORM VARYING W-FGA-IX FROM 1 BY 1
             UNTIL   W-FGA-IX > W-FGA-ANZ
         IF  FGA-FREIGEBBAR (W-FGA-IX)
             PERFORM D344-FGA-FREIGEBEN
         END-IF
     END-PERFORM

     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     MOVE W-FGA-ERT-ANZ TO W-FGA-ANZ-ED
     STRING  "  Freigaben erteilt          : "  DELIMITED BY SIZE
             W-FGA-ANZ-ED                       DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     IF  W-FGA-APPR2-ANZ > ZERO
         MOVE SPACES TO ZEILE
         MOVE W-FGA-APPR2-ANZ TO W-FGA-ANZ-ED
         STRING  "  davon 2. Unterschrift offen: "  DELIMITED BY SIZE
                 W-FGA-ANZ-ED                       DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF
     MOVE SPACES TO ZEILE
     MOVE W-FGA-SKIP-ANZ TO W-FGA-ANZ-ED
     STRING  "  uebersprungen              : "  DELIMITED BY SIZE
             W-FGA-ANZ-ED                       DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 C342-99.
     EXIT.

******************************************************************
* aktivieren in Test
******************************************************************
         EXIT SECTION
     END-IF

**  ---> TEST-Belegung pruefen: keine fremde, nicht freigegebene
**       Version ohne Rueckfrage ueberschreiben (=SSFTENV)
     PERFORM E394-TE-BELEGUNG-PRUEFEN
     IF  TE-PRUEF-ABGELEHNT
         EXIT SECTION
     END-IF

**  ---> FUP-Kommandos zusammenstellen
     MOVE ZERO TO FUP-COMMANDS-ANZ
     SET ACTTST-KEIN-BACKUP TO TRUE
         EXIT SECTION
     END-IF

**  ---> Fingerabdruck (EOF/Last-Modify) des aktivierten Objekts
**       fuer die Post-Release-Pruefung nach REL2PROD (s. E397) -
**       D710 schreibt ihn nach =ABNAHME
     MOVE DEST-FILE TO T-FNAME
     PERFORM E398-OBJ-FINGERPRINT

**  ---> Tabelle =ABNAHME vervollständigen
     PERFORM D710-UPDATE-ABNAHME-AT

**  ---> TEST-Belegung registrieren (=SSFTENV)
     IF  PRG-OK
         PERFORM E395-TE-REGISTRIEREN
     END-IF

**  ---> Ende Tx und Bestätigung an den User
     IF  PRG-OK
         MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
 C360-99.
     EXIT.

******************************************************************
* HANDBOOK: System-Handbuch einer Anwendung in <datei> erzeugen -
*   1. Uebersicht (Module mit Typ, Version und Kurzbeschreibung)
*   2. je Modul ein Kapitel: Zweck (E415), Version lt. Source und
*      Prod-Version (REL2PROD), Verantwortliche (=SSFOWNER), Auf-
*      rufer und aufgerufene Module (=PROGRAMX), Copy-Sections
*      (=LIBS), SQL-Tabellen (=TABS), Dateien aus den Ketten-
*      schritten (=SSFRFDEF)
*   3. die Batch-Ketten der Anwendung (Struktur wie KETTE FLOW)
*   4. Aenderungshistorie der letzten n Prod-Freigaben
* Die Datei wird bei jedem Lauf neu geschrieben - so laesst sich
* das Handbuch jederzeit auf den aktuellen Stand bringen.
******************************************************************
 C361-HANDBOOK SECTION.
 C361-00.
**  ---> Berechtigung prüfen (Dokumentation wie DOK)
     IF  NOT ROLFKT-DOK
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-025" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     IF  W-HB-ANW   = SPACES
     OR  W-HB-DATEI = SPACES
**      ---> Parameter unvollstaendig
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

**  ---> Anzahl Freigaben der Aenderungshistorie: Vorgabe 10,
**       hoechstens 50
     MOVE ZERO TO W-HB-ANZ-REL
     EVALUATE TRUE
         WHEN W-HB-ANZ-X = SPACES
             continue
         WHEN W-HB-ANZ-X (1:1) NUMERIC
         AND  W-HB-ANZ-X (2:)  = SPACES
             MOVE W-HB-ANZ-X (1:1) TO W-HB-ANZ-REL
         WHEN W-HB-ANZ-X (1:2) NUMERIC
         AND  W-HB-ANZ-X (3:)  = SPACES
             MOVE W-HB-ANZ-X (1:2) TO W-HB-ANZ-REL
         WHEN OTHER
             MOVE "FEHLER"   TO BEREICH   OF SSTEXT
             MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
             PERFORM R100-SHOW-TEXT
             EXIT SECTION
     END-EVALUATE
     IF  W-HB-ANZ-REL = ZERO
         MOVE K-HB-ANZ-STD TO W-HB-ANZ-REL
     END-IF
     IF  W-HB-ANZ-REL > K-HB-ANZ-MAX
         MOVE K-HB-ANZ-MAX TO W-HB-ANZ-REL
     END-IF

**  ---> Zugriff auf die Anwendung pruefen
     MOVE W-HB-ANW TO W-ANW-CHECK
     PERFORM U710-CHECK-ANW
     IF  NOT ANW-ALLOWED
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-025" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

**  ---> ohne Module gibt es kein Handbuch
     MOVE SPACE    TO W-HB-MOD-FLAG
     MOVE W-HB-ANW TO H-EXP-ANW
     PERFORM S240-OPEN-EXP-MOD-CURSOR
     IF  EXP-MOD-OK
         PERFORM S241-FETCH-EXP-MOD-CURSOR
         IF  EXP-MOD-OK
             SET HB-MOD-DA TO TRUE
         END-IF
         PERFORM S242-CLOSE-EXP-MOD-CURSOR
     END-IF
     IF  NOT HB-MOD-DA
         MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
         MOVE "HINW-003" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

**  ---> Ausgabe-Datei oeffnen und Ausgabe dorthin umlenken
     MOVE W-HB-DATEI TO W-OUT
     PERFORM N020-OPEN-OUT
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF
     SET AUSGABE-DATEI TO TRUE

     MOVE ZERO TO W-HB-ANZ-MOD
                  W-HB-CL-ANZ
     PERFORM C362-HB-UEBERSICHT
     PERFORM C363-HB-MODULE
     PERFORM C364-HB-KETTEN
     PERFORM C365-HB-HISTORIE

     PERFORM U011-AUSGABE-SPACELINE
     MOVE ALL "=" TO ZEILE
     PERFORM U010-AUSGABE
     MOVE SPACES TO ZEILE
     STRING  " Ende des System-Handbuchs der Anwendung "
                                            DELIMITED BY SIZE
             W-HB-ANW                       DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE

     CLOSE LISTE
     SET FILE-OUT-CLOSE  TO TRUE
     SET AUSGABE-DISPLAY TO TRUE

     MOVE W-HB-ANZ-MOD TO W-HB-ED-ANZ
     MOVE SPACES TO ZEILE
     STRING  " Handbuch "                   DELIMITED BY SIZE
             W-HB-ANW                       DELIMITED BY SPACE
             " ("                           DELIMITED BY SIZE
             W-HB-ED-ANZ                    DELIMITED BY SIZE
             " Module) geschrieben nach "   DELIMITED BY SIZE
             W-HB-DATEI                     DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 C361-99.
     EXIT.

******************************************************************
* HANDBOOK Kapitel 1: Titel und Uebersicht aller Module der
* Anwendung mit Typ, Version lt. Source und Kurzbeschreibung
******************************************************************
 C362-HB-UEBERSICHT SECTION.
 C362-00.
     PERFORM U030-TIMESTAMP
     MOVE ALL "=" TO ZEILE
     PERFORM U010-AUSGABE
     MOVE SPACES TO ZEILE
     STRING  " System-Handbuch der Anwendung "
                                            DELIMITED BY SIZE
             W-HB-ANW                       DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     MOVE SPACES TO ZEILE
     STRING  " erstellt am "                DELIMITED BY SIZE
             TAL-TT   OF TAL-TIME-D         DELIMITED BY SIZE
             "."                            DELIMITED BY SIZE
             TAL-MM   OF TAL-TIME-D         DELIMITED BY SIZE
             "."                            DELIMITED BY SIZE
             TAL-JHJJ OF TAL-TIME-D         DELIMITED BY SIZE
             " "                            DELIMITED BY SIZE
             TAL-HH   OF TAL-TIME-D         DELIMITED BY SIZE
             ":"                            DELIMITED BY SIZE
             TAL-MI   OF TAL-TIME-D         DELIMITED BY SIZE
             " von "                        DELIMITED BY SIZE
             P-USER-NAME                    DELIMITED BY SPACE
             " aus SRCSAFE"                 DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     MOVE ALL "=" TO ZEILE
     PERFORM U010-AUSGABE

     PERFORM U011-AUSGABE-SPACELINE
     MOVE " 1. Uebersicht"  TO ZEILE
     PERFORM U010-AUSGABE
     MOVE " --------------" TO ZEILE
     PERFORM U010-AUSGABE
     MOVE SPACES TO ZEILE
     MOVE "Modul"            TO ZEILE (3:)
     MOVE "Typ"              TO ZEILE (13:)
     MOVE "Version"          TO ZEILE (18:)
     MOVE "Kurzbeschreibung" TO ZEILE (30:)
     PERFORM U010-AUSGABE

     MOVE W-HB-ANW TO H-EXP-ANW
     PERFORM S240-OPEN-EXP-MOD-CURSOR
     IF  EXP-MOD-OK
         PERFORM S241-FETCH-EXP-MOD-CURSOR
     END-IF
     PERFORM UNTIL EXP-MOD-EOD
             OR    PRG-ABBRUCH
         ADD 1 TO W-HB-ANZ-MOD
         PERFORM C384-HB-PROGRAMS-LESEN
         MOVE SPACES TO ZEILE
         MOVE SOURCE-MODUL OF SSAFE    TO ZEILE (3:8)
         MOVE SOURCE-TYP   OF SSAFE    TO ZEILE (13:2)
         MOVE VERSION      OF PROGRAMS TO ZEILE (18:10)
         IF  LEN OF BESCHREIBUNG OF PROGRAMS > ZERO
             MOVE VAL OF BESCHREIBUNG OF PROGRAMS (1:50)
                                       TO ZEILE (30:50)
         END-IF
         PERFORM U010-AUSGABE
         PERFORM S241-FETCH-EXP-MOD-CURSOR
     END-PERFORM
     PERFORM S242-CLOSE-EXP-MOD-CURSOR

     PERFORM U011-AUSGABE-SPACELINE
     MOVE W-HB-ANZ-MOD TO W-KFL-ZIEL
     PERFORM D901-KFL-NR-TEXT
     MOVE SPACES TO ZEILE
     STRING  "  "                           DELIMITED BY SIZE
             W-KFL-NR-TXT                   DELIMITED BY SPACE
             " Module; Kapitel 2 beschreibt jedes Modul, Kapitel 3"
                                            DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     MOVE W-HB-ANZ-REL TO W-KFL-ZIEL
     PERFORM D901-KFL-NR-TEXT
     MOVE SPACES TO ZEILE
     STRING  "  die Batch-Ketten, Kapitel 4 die letzten "
                                            DELIMITED BY SIZE
             W-KFL-NR-TXT                   DELIMITED BY SPACE
             " Prod-Freigaben"              DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 C362-99.
     EXIT.

******************************************************************
* HANDBOOK Kapitel 2: je Modul der Anwendung ein Kapitel
******************************************************************
 C363-HB-MODULE SECTION.
 C363-00.
     PERFORM U011-AUSGABE-SPACELINE
     MOVE " 2. Module"  TO ZEILE
     PERFORM U010-AUSGABE
     MOVE " ----------" TO ZEILE
     PERFORM U010-AUSGABE

     MOVE ZERO     TO W-HB-NR
     MOVE W-HB-ANW TO H-EXP-ANW
     PERFORM S240-OPEN-EXP-MOD-CURSOR
     IF  EXP-MOD-OK
         PERFORM S241-FETCH-EXP-MOD-CURSOR
     END-IF
     PERFORM UNTIL EXP-MOD-EOD
             OR    PRG-ABBRUCH
         ADD 1 TO W-HB-NR
         PERFORM C366-HB-MODUL-KAPITEL
         PERFORM S241-FETCH-EXP-MOD-CURSOR
     END-PERFORM
     PERFORM S242-CLOSE-EXP-MOD-CURSOR
     .
 C363-99.
     EXIT.

******************************************************************
* HANDBOOK Kapitel 3: Struktur aller Ketten der Anwendung - der
* Bericht von KETTE FLOW (D889), jedoch ohne Graph-Datei
******************************************************************
 C364-HB-KETTEN SECTION.
 C364-00.
     PERFORM U011-AUSGABE-SPACELINE
     MOVE " 3. Batch-Ketten"  TO ZEILE
     PERFORM U010-AUSGABE
     MOVE " ----------------" TO ZEILE
     PERFORM U010-AUSGABE

     MOVE W-HB-ANW TO W-KX-ANW
     MOVE SPACES   TO W-KX-FKT
     SET KFL-OHNE-GRAPH TO TRUE
     PERFORM D889-KETTE-FLOW
     SET KFL-MIT-GRAPH  TO TRUE
     .
 C364-99.
     EXIT.

******************************************************************
* HANDBOOK Kapitel 4: Aenderungshistorie - die juengsten n Prod-
* Freigaben der Anwendung (gesammelt in C367/C383)
******************************************************************
 C365-HB-HISTORIE SECTION.
 C365-00.
     PERFORM U011-AUSGABE-SPACELINE
     MOVE W-HB-ANZ-REL TO W-KFL-ZIEL
     PERFORM D901-KFL-NR-TEXT
     MOVE SPACES TO ZEILE
     STRING  " 4. Aenderungshistorie (letzte " DELIMITED BY SIZE
             W-KFL-NR-TXT                   DELIMITED BY SPACE
             " Prod-Freigaben)"             DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     MOVE ALL "-" TO ZEILE (2:47)
     PERFORM U010-AUSGABE

     IF  W-HB-CL-ANZ = ZERO
         MOVE "   (keine Prod-Freigabe erfasst)" TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

     MOVE SPACES TO ZEILE
     MOVE "Freigabe am"      TO ZEILE (3:)
     MOVE "Modul"            TO ZEILE (21:)
     MOVE "Version"          TO ZEILE (31:)
     MOVE "durch"            TO ZEILE (43:)
     PERFORM U010-AUSGABE
     PERFORM VARYING W-HB-CL-I FROM 1 BY 1
             UNTIL   W-HB-CL-I > W-HB-CL-ANZ
         MOVE W-HB-CL-ELE (W-HB-CL-I) TO W-HB-CL-NEU-X
         MOVE SPACES TO ZEILE
         MOVE W-HB-CL-AM      TO ZEILE (3:16)
         MOVE W-HB-CL-MODUL   TO ZEILE (21:8)
         MOVE W-HB-CL-VERSION TO ZEILE (31:10)
         MOVE W-HB-CL-VON     TO ZEILE (43:16)
         PERFORM U010-AUSGABE
         IF  W-HB-CL-INFO NOT = SPACES
             MOVE SPACES TO ZEILE
             MOVE W-HB-CL-INFO TO ZEILE (21:50)
             PERFORM U010-AUSGABE
         END-IF
     END-PERFORM
     .
 C365-99.
     EXIT.

******************************************************************
* HANDBOOK: Kapitel eines Moduls (aktueller Satz von EXP_MOD_CURS
* in SSAFE) in die offene Ausgabe-Datei
******************************************************************
 C366-HB-MODUL-KAPITEL SECTION.
 C366-00.
     MOVE SOURCE-MODUL OF SSAFE TO H-HB-MODUL
                                   H-KOL-MODUL
                                   W-OWN-MODUL
**  ---> Objektname nur fuer uebersetzte Programme (s. U400)
     MOVE SOURCE-MODUL OF SSAFE TO H-HB-OBJEKT
     IF  SOURCE-TYP OF SSAFE = "CS" OR "CO" OR "CX"
         MOVE SOURCE-MODUL OF SSAFE TO IN-SOURCE
         PERFORM U400-OBJECT-NAME
         MOVE OUT-SOURCE TO H-HB-OBJEKT
     END-IF

     PERFORM U011-AUSGABE-SPACELINE
     MOVE W-HB-NR TO W-KFL-ZIEL
     PERFORM D901-KFL-NR-TEXT
     MOVE SPACES TO ZEILE
     STRING  " 2."                          DELIMITED BY SIZE
             W-KFL-NR-TXT                   DELIMITED BY SPACE
             " Modul "                      DELIMITED BY SIZE
             H-HB-MODUL                     DELIMITED BY SPACE
             "  (Typ "                      DELIMITED BY SIZE
             SOURCE-TYP OF SSAFE            DELIMITED BY SIZE
             ", Objekt "                    DELIMITED BY SIZE
             H-HB-OBJEKT                    DELIMITED BY SPACE
             ")"                            DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     MOVE ZERO TO W-HB-I
     INSPECT ZEILE TALLYING W-HB-I FOR CHARACTERS BEFORE INITIAL "  ("
     MOVE SPACES TO ZEILE
     MOVE ALL "-" TO ZEILE (2:W-HB-I - 1)
     PERFORM U010-AUSGABE

**  ---> Zweck: Kurzbeschreibung aus dem Quelltext (E415)
     PERFORM C384-HB-PROGRAMS-LESEN
     IF  LEN OF BESCHREIBUNG OF PROGRAMS > ZERO
         MOVE VAL OF BESCHREIBUNG OF PROGRAMS TO W-HB-TEXT
         MOVE LEN OF BESCHREIBUNG OF PROGRAMS TO W-HB-TEXT-LEN
         MOVE "   Zweck        : "            TO W-HB-EINZUG
         PERFORM C368-HB-TEXT
     ELSE
         MOVE "   Zweck        : (keine Kurzbeschreibung hinterlegt)"
                                              TO ZEILE
         PERFORM U010-AUSGABE
     END-IF

**  ---> Versionen: lt. Source und zuletzt in Produktion gegangen
     MOVE SPACES TO ZEILE
     STRING  "   Source-Vers. : "           DELIMITED BY SIZE
             VERSION  OF PROGRAMS           DELIMITED BY SPACE
             " vom "                        DELIMITED BY SIZE
             VERS-DAT OF PROGRAMS           DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     PERFORM C367-HB-FREIGABEN
     MOVE SPACES TO ZEILE
     IF  W-HB-ANZ-FREIG = ZERO
         MOVE "   Prod-Version : (noch nicht in Produktion freigegeben)"
                                              TO ZEILE
     ELSE
         MOVE W-HB-ANZ-FREIG TO W-KFL-ZIEL
         PERFORM D901-KFL-NR-TEXT
         STRING  "   Prod-Version : "       DELIMITED BY SIZE
                 W-HB-PROD-VERSION          DELIMITED BY SPACE
                 " seit "                   DELIMITED BY SIZE
                 W-HB-PROD-AM               DELIMITED BY SIZE
                 " durch "                  DELIMITED BY SIZE
                 W-HB-PROD-VON              DELIMITED BY SPACE
                 " ("                       DELIMITED BY SIZE
                 W-KFL-NR-TXT               DELIMITED BY SPACE
                 " Freigaben)"              DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
     END-IF
     PERFORM U010-AUSGABE

**  ---> Verantwortliche (=SSFOWNER, s. D514)
     PERFORM D514-RESOLVE-OWNER
     MOVE SPACES TO ZEILE
     IF  OWNER-GEFUNDEN
         STRING  "   Verantwortl. : "       DELIMITED BY SIZE
                 W-OWN-TEAM                 DELIMITED BY SPACE
                 " ("                       DELIMITED BY SIZE
                 W-OWN-KONTAKT1             DELIMITED BY SPACE
                 " "                        DELIMITED BY SIZE
                 W-OWN-KONTAKT2             DELIMITED BY SPACE
                 ")"                        DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
     ELSE
         MOVE "   Verantwortl. : (nicht hinterlegt)" TO ZEILE
     END-IF
     PERFORM U010-AUSGABE

**  ---> Aufrufer und aufgerufene Module (=PROGRAMX)
     MOVE "   Aufrufer     : " TO W-HB-LABEL
     PERFORM C381-HB-LISTE-ANFANG
     PERFORM S101-OPEN-HB-AUFRUFER-CURSOR
     IF  SSF-OK
         PERFORM S102-FETCH-HB-AUFRUFER-CURSOR
     END-IF
     PERFORM UNTIL SSF-EOD
         MOVE PROGRAMM OF PROGRAMX TO W-HB-WORT
         PERFORM C369-HB-LISTE-WORT
         PERFORM S102-FETCH-HB-AUFRUFER-CURSOR
     END-PERFORM
     PERFORM S103-CLOSE-HB-AUFRUFER-CURSOR
     PERFORM C382-HB-LISTE-ENDE

     MOVE "   Ruft auf     : " TO W-HB-LABEL
     PERFORM C381-HB-LISTE-ANFANG
     PERFORM S104-OPEN-HB-AUFRUF-CURSOR
     IF  SSF-OK
         PERFORM S105-FETCH-HB-AUFRUF-CURSOR
     END-IF
     PERFORM UNTIL SSF-EOD
         MOVE PMODUL OF PROGRAMX TO W-HB-WORT
         PERFORM C369-HB-LISTE-WORT
         PERFORM S105-FETCH-HB-AUFRUF-CURSOR
     END-PERFORM
     PERFORM S106-CLOSE-HB-AUFRUF-CURSOR
     PERFORM C382-HB-LISTE-ENDE

**  ---> Copy-Sections und SQL-Tabellen (wie TRAIN RUN, s. D272)
     MOVE "   Copy-Sections: " TO W-HB-LABEL
     PERFORM C381-HB-LISTE-ANFANG
     PERFORM S438-OPEN-KOL-LIB-CURSOR
     IF  SSF-OK
         PERFORM S439-FETCH-KOL-LIB-CURSOR
     END-IF
     PERFORM UNTIL SSF-EOD
         MOVE CMODUL OF LIBS TO W-HB-WORT
         PERFORM C369-HB-LISTE-WORT
         PERFORM S439-FETCH-KOL-LIB-CURSOR
     END-PERFORM
     PERFORM S440-CLOSE-KOL-LIB-CURSOR
     PERFORM C382-HB-LISTE-ENDE

     MOVE "   SQL-Tabellen : " TO W-HB-LABEL
     PERFORM C381-HB-LISTE-ANFANG
     PERFORM S441-OPEN-KOL-TAB-CURSOR
     IF  SSF-OK
         PERFORM S442-FETCH-KOL-TAB-CURSOR
     END-IF
     PERFORM UNTIL SSF-EOD
         MOVE TABELLE OF TABS TO W-HB-WORT
         PERFORM C369-HB-LISTE-WORT
         PERFORM S442-FETCH-KOL-TAB-CURSOR
     END-PERFORM
     PERFORM S443-CLOSE-KOL-TAB-CURSOR
     PERFORM C382-HB-LISTE-ENDE

**  ---> Dateien: Ein- und Ausgaben der Kettenschritte des Moduls
     MOVE ZERO TO W-HB-ANZ-LISTE
     PERFORM S107-OPEN-HB-DATEI-CURSOR
     IF  SSF-OK
         PERFORM S108-FETCH-HB-DATEI-CURSOR
     END-IF
     PERFORM UNTIL SSF-EOD
         ADD 1 TO W-HB-ANZ-LISTE
         MOVE LFDNR OF SSFRFDEF TO W-KFL-ZIEL
         PERFORM D901-KFL-NR-TEXT
         MOVE SPACES TO ZEILE
         STRING  "   Dateien      : Kette "  DELIMITED BY SIZE
                 ANWENDUNG OF SSFRFDEF       DELIMITED BY SPACE
                 " / "                       DELIMITED BY SIZE
                 FUNKTION  OF SSFRFDEF       DELIMITED BY SPACE
                 ", Schritt "                DELIMITED BY SIZE
                 W-KFL-NR-TXT                DELIMITED BY SPACE
           INTO  ZEILE
         END-STRING
         IF  W-HB-ANZ-LISTE > 1
             MOVE SPACES TO ZEILE (4:14)
         END-IF
         PERFORM U010-AUSGABE
         IF  LEN OF PRG-INF OF SSFRFDEF > ZERO
             MOVE VAL OF PRG-INF OF SSFRFDEF TO W-HB-TEXT
             MOVE LEN OF PRG-INF OF SSFRFDEF TO W-HB-TEXT-LEN
             MOVE "      Eingabe: "           TO W-HB-EINZUG
             PERFORM C368-HB-TEXT
         END-IF
         IF  LEN OF PRG-OUTF OF SSFRFDEF > ZERO
             MOVE VAL OF PRG-OUTF OF SSFRFDEF TO W-HB-TEXT
             MOVE LEN OF PRG-OUTF OF SSFRFDEF TO W-HB-TEXT-LEN
             MOVE "      Ausgabe: "            TO W-HB-EINZUG
             PERFORM C368-HB-TEXT
         END-IF
         PERFORM S108-FETCH-HB-DATEI-CURSOR
     END-PERFORM
     PERFORM S109-CLOSE-HB-DATEI-CURSOR
     IF  W-HB-ANZ-LISTE = ZERO
         MOVE "   Dateien      : (in keiner Kette eingesetzt)" TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     .
 C366-99.
     EXIT.

******************************************************************
* HANDBOOK: Prod-Freigaben eines Moduls (=ABNAHME mit REL2PROD)
* lesen - die juengste ist die Prod-Version, alle gehen in die
* Aenderungshistorie der Anwendung ein (s. C383)
******************************************************************
 C367-HB-FREIGABEN SECTION.
 C367-00.
     MOVE ZERO   TO W-HB-ANZ-FREIG
     MOVE SPACES TO W-HB-PROD-VERSION
                    W-HB-PROD-AM
                    W-HB-PROD-VON
     PERFORM S111-OPEN-HB-ABN-CURSOR
     IF  SSF-OK
         PERFORM S112-FETCH-HB-ABN-CURSOR
     END-IF
     PERFORM UNTIL SSF-EOD
         ADD 1 TO W-HB-ANZ-FREIG
         IF  W-HB-ANZ-FREIG = 1
             MOVE VERSION      OF ABNAHME TO W-HB-PROD-VERSION
             MOVE REL2PROD-AM  OF ABNAHME TO W-HB-PROD-AM
             MOVE REL2PROD-VON OF ABNAHME TO W-HB-PROD-VON
         END-IF
         MOVE SPACES TO W-HB-CL-NEU
         MOVE REL2PROD-AM  OF ABNAHME TO W-HB-CL-AM
         MOVE H-HB-MODUL              TO W-HB-CL-MODUL
         MOVE VERSION      OF ABNAHME TO W-HB-CL-VERSION
         MOVE REL2PROD-VON OF ABNAHME TO W-HB-CL-VON
         IF  LEN OF PRG-INFO OF ABNAHME > 50
             MOVE VAL OF PRG-INFO OF ABNAHME (1:50) TO W-HB-CL-INFO
         ELSE
             IF  LEN OF PRG-INFO OF ABNAHME > ZERO
                 MOVE VAL OF PRG-INFO OF ABNAHME
                          (1:LEN OF PRG-INFO OF ABNAHME)
                                              TO W-HB-CL-INFO
             END-IF
         END-IF
         PERFORM C383-HB-CL-MERKEN
         PERFORM S112-FETCH-HB-ABN-CURSOR
     END-PERFORM
     PERFORM S113-CLOSE-HB-ABN-CURSOR
     .
 C367-99.
     EXIT.

******************************************************************
* HANDBOOK: Fliesstext W-HB-TEXT (Laenge W-HB-TEXT-LEN) in Zeilen
* zu hoechstens K-HB-BREITE Zeichen umbrechen, moeglichst an einem
* Leerzeichen; die erste Zeile beginnt mit W-HB-EINZUG, die
* folgenden sind entsprechend eingerueckt
******************************************************************
 C368-HB-TEXT SECTION.
 C368-00.
     IF  W-HB-TEXT-LEN > 300
         MOVE 300 TO W-HB-TEXT-LEN
     END-IF
**  ---> Leerzeichen am Ende abschneiden
     PERFORM UNTIL W-HB-TEXT-LEN < 1
             OR    W-HB-TEXT (W-HB-TEXT-LEN:1) NOT = SPACE
         SUBTRACT 1 FROM W-HB-TEXT-LEN
     END-PERFORM

     MOVE 1 TO W-HB-POS
     PERFORM UNTIL W-HB-POS > W-HB-TEXT-LEN
         COMPUTE W-HB-STUECK = W-HB-TEXT-LEN - W-HB-POS + 1
         IF  W-HB-STUECK > K-HB-BREITE
             MOVE K-HB-BREITE TO W-HB-STUECK
**          ---> zurueck bis vor ein Leerzeichen, aber nicht unter
**               ein Drittel der Breite
             PERFORM VARYING W-HB-I FROM W-HB-STUECK BY -1
                     UNTIL   W-HB-I < 20
                     OR      W-HB-TEXT (W-HB-POS + W-HB-I:1) = SPACE
                 continue
             END-PERFORM
             IF  W-HB-I NOT < 20
                 MOVE W-HB-I TO W-HB-STUECK
             END-IF
         END-IF
         MOVE SPACES TO ZEILE
         STRING  W-HB-EINZUG                      DELIMITED BY SIZE
                 W-HB-TEXT (W-HB-POS:W-HB-STUECK) DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         MOVE SPACES TO W-HB-EINZUG
         ADD W-HB-STUECK TO W-HB-POS
**      ---> Leerzeichen am Anfang der Folgezeile ueberspringen
         PERFORM UNTIL W-HB-POS > W-HB-TEXT-LEN
                 OR    W-HB-TEXT (W-HB-POS:1) NOT = SPACE
             ADD 1 TO W-HB-POS
         END-PERFORM
     END-PERFORM
     .
 C368-99.
     EXIT.

******************************************************************
* HANDBOOK: Wort W-HB-WORT an die Aufzaehlung W-HB-LISTE anhaengen;
* passt es nicht mehr in die Zeile, wird sie ausgegeben und die
* Aufzaehlung eingerueckt fortgesetzt
******************************************************************
 C369-HB-LISTE-WORT SECTION.
 C369-00.
     MOVE ZERO TO W-HB-WORT-LEN
     INSPECT W-HB-WORT TALLYING W-HB-WORT-LEN
         FOR CHARACTERS BEFORE INITIAL SPACE
     IF  W-HB-WORT-LEN = ZERO
         EXIT SECTION
     END-IF
     IF  W-HB-LPTR + W-HB-WORT-LEN > 79
     AND W-HB-ANZ-LISTE > ZERO
         MOVE W-HB-LISTE TO ZEILE
         PERFORM U010-AUSGABE
         MOVE SPACES TO W-HB-LISTE
         MOVE 19     TO W-HB-LPTR
     END-IF
     MOVE W-HB-WORT (1:W-HB-WORT-LEN)
                  TO W-HB-LISTE (W-HB-LPTR:W-HB-WORT-LEN)
     COMPUTE W-HB-LPTR = W-HB-LPTR + W-HB-WORT-LEN + 2
     ADD 1 TO W-HB-ANZ-LISTE
     .
 C369-99.
     EXIT.

******************************************************************
* HANDBOOK: Aufzaehlung mit der Bezeichnung W-HB-LABEL beginnen
******************************************************************
 C381-HB-LISTE-ANFANG SECTION.
 C381-00.
     MOVE SPACES     TO W-HB-LISTE
     MOVE W-HB-LABEL TO W-HB-LISTE
     MOVE 19         TO W-HB-LPTR
     MOVE ZERO       TO W-HB-ANZ-LISTE
     .
 C381-99.
     EXIT.

******************************************************************
* HANDBOOK: Aufzaehlung abschliessen - letzte Zeile ausgeben, bei
* leerer Aufzaehlung mit "-"
******************************************************************
 C382-HB-LISTE-ENDE SECTION.
 C382-00.
     IF  W-HB-ANZ-LISTE = ZERO
         MOVE "-" TO W-HB-LISTE (W-HB-LPTR:1)
     END-IF
     MOVE W-HB-LISTE TO ZEILE
     PERFORM U010-AUSGABE
     .
 C382-99.
     EXIT.

******************************************************************
* HANDBOOK: Prod-Freigabe W-HB-CL-NEU in die Aenderungshistorie
* einsortieren (absteigend nach REL2PROD_AM); gemerkt werden nur
* die juengsten W-HB-ANZ-REL Freigaben
******************************************************************
 C383-HB-CL-MERKEN SECTION.
 C383-00.
**  ---> Einfuegeposition: hinter allen juengeren Freigaben
     PERFORM VARYING W-HB-CL-I FROM 1 BY 1
             UNTIL   W-HB-CL-I > W-HB-CL-ANZ
             OR      W-HB-CL-ELE (W-HB-CL-I) (1:16) < W-HB-CL-AM
         continue
     END-PERFORM
     IF  W-HB-CL-I > W-HB-ANZ-REL
**      ---> aelter als alle gemerkten bei voller Historie
         EXIT SECTION
     END-IF
     IF  W-HB-CL-ANZ < W-HB-ANZ-REL
         ADD 1 TO W-HB-CL-ANZ
     END-IF
**  ---> nachfolgende Eintraege nach hinten schieben; bei voller
**       Historie faellt der aelteste heraus
     PERFORM VARYING W-HB-CL-J FROM W-HB-CL-ANZ BY -1
             UNTIL   W-HB-CL-J NOT > W-HB-CL-I
         MOVE W-HB-CL-ELE (W-HB-CL-J - 1) TO W-HB-CL-ELE (W-HB-CL-J)
     END-PERFORM
     MOVE W-HB-CL-NEU-X TO W-HB-CL-ELE (W-HB-CL-I)
     .
 C383-99.
     EXIT.

******************************************************************
* HANDBOOK: =PROGRAMS zum aktuellen Modul lesen (Version lt.
* Source, Kurzbeschreibung); fehlt der Eintrag, bleibt alles leer
******************************************************************
 C384-HB-PROGRAMS-LESEN SECTION.
 C384-00.
     MOVE SOURCE-MODUL OF SSAFE TO PROGRAMM OF PROGRAMS
     SET REF-TABS-OK TO TRUE
     PERFORM S840-SELECT-PROGRAMS
     IF  REF-TABS-NOK
         MOVE SPACES TO VERSION  OF PROGRAMS
                        VERS-DAT OF PROGRAMS
                        VAL OF BESCHREIBUNG OF PROGRAMS
         MOVE ZERO   TO LEN OF BESCHREIBUNG OF PROGRAMS
         SET REF-TABS-OK TO TRUE
     END-IF
     .
 C384-99.
     EXIT.

******************************************************************
* Offene Freeze-Ausnahmeantraege (=SSFREEZEX, STATUS "B")
* entscheiden: nur Users mit ROLFKT-FREEZEOVR (Freeze-
* ANWENDUNG/MODUL/FUNKTION/LFDNR) und =SSFCTIM (je MODUL/SCHRITT)
* zu Monatssummen (Anzahl, Schnitt/Min/Max-Dauer, CPU bzw.
* Objektgroesse) in den Begleittabellen =SSFCHAGG/=SSFCTAGG und
* loescht die verdichteten Detailzeilen (Kettenmarken des Monats
* bis auf die juengste je Kette und die von heute) - die Historie bleibt
* auswertbar (BENCH/D236 und DOK TREND/D257 lesen die Aggregate
* mit), ohne dass die Scans das Batch-Fenster auffressen
******************************************************************
         DISPLAY "!!! Fehler bei Delete in SSFCHIST !!!"
         EXIT SECTION
     END-IF
**  ---> Kettenmarken des Monats abraeumen (gehen in keine Aggregation
**       ein); stehen bleiben je Kette die juengste Marke (Laufdatum
**       fuer einen Restart) und alle Marken von heute (Vorbedingung
**       "Kette heute erfolgreich beendet" in PHDDRV1O)
     PERFORM U030-TIMESTAMP
     MOVE ZERO TO H-AGG-HEUTE-TS
     MOVE TAL-JHJJMMTT OF TAL-TIME-D TO H-AGG-HEUTE-TS (1:8)
     EXEC SQL
         OPEN CHAGG_KMARK_CURS
     END-EXEC
     PERFORM S360-FETCH-CHAGG-KMARK
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         PERFORM S370-DELETE-CHAGG-KMARK
         PERFORM S360-FETCH-CHAGG-KMARK
     END-PERFORM
     EXEC SQL
         CLOSE CHAGG_KMARK_CURS
     END-EXEC
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

**  ---> Compile-Historie verdichten
 C375-99.
     EXIT.

******************************************************************
* CANARY [LIST]: technischer Komplett-Durchlauf der Checkin-Kette
* (per Startup-Text auch als SSFRFDEF-Kettenschritt planbar, z.B.
* stuendlich) mit dem Testmodul aus =SSPARM "CANARY" - laeuft nur
* unter dem dort hinterlegten technischen User, damit kein
* Entwickler-Checkout des Testmoduls ueberrollt wird (s. D733);
* CANARY LIST zeigt die letzten Laeufe aus =SSFCANARY (D738)
******************************************************************
 C385-CANARY SECTION.
 C385-00.
     PERFORM D737-KAN-PARAMETER

     IF  W-KAN-PARM = "LIST"
         IF  NOT ROLFKT-VERW
         AND P-USER-NAME NOT = W-KAN-TECH-USER
             MOVE "FEHLER"   TO BEREICH   OF SSTEXT
             MOVE "FEHL-025" TO KATEGORIE OF SSTEXT
             PERFORM R100-SHOW-TEXT
             EXIT SECTION
         END-IF
         PERFORM D738-CANARY-LISTE
         EXIT SECTION
     END-IF

     IF  W-KAN-PARM      NOT = SPACES
     OR  W-KAN-MODUL         = SPACES
     OR  W-KAN-TECH-USER     = SPACES
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

**  ---> der Lauf selbst nur unter dem technischen User
     IF  P-USER-NAME NOT = W-KAN-TECH-USER
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-025" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     PERFORM D733-CANARY-LAUF
     .
 C385-99.
     EXIT.

******************************************************************
* COLDMOVE <modul> <tage> <kalt-subvol>: Auslagerungs-Job (per
* Startup-Text planbar) - verschiebt voll qualifizierte
         FUNCTION INTEGER-OF-DATE (W-COLD-DATUM-N) - W-COLD-TAGE

     MOVE ZERO TO W-COLD-ANZ
                  W-COLD-HOLD-ANZ
     PERFORM S314-OPEN-COLDSRC-CURSOR
     PERFORM S315-FETCH-COLDSRC-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
     END-PERFORM
     PERFORM S316-CLOSE-COLDSRC-CURSOR

     MOVE W-COLD-ANZ      TO W-COLD-ANZ-ED
     MOVE W-COLD-HOLD-ANZ TO W-COLD-HOLD-ED
     MOVE SPACES TO ZEILE
     STRING  " --- "          DELIMITED BY SIZE
             W-COLD-ANZ-ED    DELIMITED BY SIZE
             " Archivdatei(en) in die Kalt-Ablage verschoben,"
                              DELIMITED BY SIZE
             W-COLD-HOLD-ED   DELIMITED BY SIZE
             " wg. Legal Hold" DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
******************************************************************
* EINE Archivdatei auslagern, wenn ihre juengste Version alt
* genug ist: FUP DUP in die Kalt-Ablage + PURGE des Originals,
* danach OFFLINE-Vermerk fuer alle betroffenen Versionen; unter
* Legal Hold (D840) bleibt die Datei unangetastet
******************************************************************
 C378-COLDMOVE-EINE SECTION.
 C378-00.
         EXIT SECTION
     END-IF

**  ---> Legal Hold: das PURGE des Originals ist eine Loeschung -
**       Datei bleibt online, D840 listet die Holds (wie C388)
     MOVE W-COLD-MODUL TO H-HOLD-MODUL
     SET HOLD-ZIEL-MODUL TO TRUE
     PERFORM D840-CHECK-LEGAL-HOLD
     IF  HOLD-GESPERRT
         ADD 1 TO W-COLD-HOLD-ANZ
         EXIT SECTION
     END-IF

**  ---> Zieldatei: gleicher Name im Kalt-Subvolume
     MOVE SPACES TO W-COLD-V1 W-COLD-V2 W-COLD-V3
     UNSTRING W-COLD-ARCHIV DELIMITED BY "."
         EXIT SECTION
     END-IF

**  ---> Legal Hold auf Modul, Auftrag oder Zeitraum (s. D840)
     MOVE W-BIN-MODUL TO H-HOLD-MODUL
     SET HOLD-ZIEL-MODUL TO TRUE
     PERFORM D840-CHECK-LEGAL-HOLD
     IF  HOLD-GESPERRT
         EXIT SECTION
     END-IF

**  ---> Rueckfrage
     SET EIN-ASCII
         PROMPT-DELETE TO TRUE
     MOVE W-BIN-TAGE TO H-BIN-TAGE

     MOVE ZERO TO W-BIN-ANZ
     MOVE ZERO TO W-BIN-HOLD-ANZ
     PERFORM S346-OPEN-RECYC-CURSOR
     PERFORM S347-FETCH-RECYC-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
**      ---> Legal Hold: Modul bleibt im Papierkorb (s. D840)
         MOVE W-BIN-MODUL TO H-HOLD-MODUL
         SET HOLD-ZIEL-MODUL TO TRUE
         PERFORM D840-CHECK-LEGAL-HOLD
         IF  HOLD-GESPERRT
             ADD 1 TO W-BIN-HOLD-ANZ
         ELSE
             PERFORM C389-BIN-FILENAMES
         END-IF
         IF  HOLD-FREI
         AND NOT PRG-ABBRUCH
             INITIALIZE FUP-COMMANDS
             MOVE 1 TO FUP-COMMANDS-ANZ
             MOVE "ALLOW 10 ERRORS, 10 WARNINGS"
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     IF  W-BIN-HOLD-ANZ > ZERO
         MOVE W-BIN-HOLD-ANZ TO W-BIN-ANZ-ED
         MOVE SPACES TO ZEILE
         STRING  " --- "        DELIMITED BY SIZE
                 W-BIN-ANZ-ED   DELIMITED BY SIZE
                 " Eintrag/Eintraege wegen Legal Hold behalten"
                                DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF
     .
 C388-99.
     EXIT.
 C391-99.
     EXIT.

******************************************************************
* Auftrag umbuchen: "AUFTRAG MOVE <Modul> <Version> <neu> [Grund]"
* bucht eine archivierte Version auf einen anderen Auftrag um,
* "AUFTRAG SPLIT <alt> <neu> <Modul>[,<Modul>...] [Grund]" die
* Versionen der genannten Module eines Auftrags und "AUFTRAG MERGE
* <alt> <neu> [Grund]" alle Versionen eines Auftrags. Nachgezogen
* werden =SSFRARCH (alle Dateitypen), =SSFTENV (auch als Vorgaen-
* ger-Auftrag), =SSFINCID und der Auftrags-Link in =ABNAHME (nur
* wenn er genau den alten Auftrag enthaelt) - alles in einer
* Transaktion. Abgelehnt wird ohne jede Aenderung, wenn ein Modul
* in einem noch nicht gelaufenen Release-Zug steht, eine Version
* per ROLLBACK des alten Auftrags zurueckgebaut wurde oder ein
* Legal Hold das Modul betrifft (D752). Protokoll alt/neu mit
* Grund in =SSPROT (Aktion "AU"); =SSFITSM ist der Voll-Extrakt
* des ITSM und wird nur als Hinweis gemeldet (D756)
******************************************************************
 C392-AUFTRAG SECTION.
 C392-00.
**  ---> Berechtigung prüfen (Umbuchen ist Verwaltungsarbeit)
     IF  NOT ROLFKT-VERW
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-025" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

**  ---> Pflichtangaben je Form pruefen
     EVALUATE TRUE
         WHEN AUF-MOVE
             IF  W-AUF-MODUL   = SPACES
             OR  W-AUF-VERSION = SPACES
                 SET AUF-PARM-NOK TO TRUE
             END-IF
         WHEN AUF-SPLIT
             IF  W-AUF-ALT     = SPACES
             OR  W-AUF-MOD-ANZ = ZERO
                 SET AUF-PARM-NOK TO TRUE
             END-IF
         WHEN AUF-MERGE
             IF  W-AUF-ALT     = SPACES
                 SET AUF-PARM-NOK TO TRUE
             END-IF
         WHEN OTHER
             SET AUF-PARM-NOK TO TRUE
     END-EVALUATE
     IF  W-AUF-NEU = SPACES
         SET AUF-PARM-NOK TO TRUE
     END-IF
     IF  AUF-PARM-NOK
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

**  ---> MOVE: der alte Auftrag ist der der Version im Archiv
     IF  AUF-MOVE
         MOVE W-AUF-MODUL   TO H-AUF-MODUL
         MOVE W-AUF-VERSION TO H-AUF-VERSION
         PERFORM S739-SELECT-AUF-ALT
         IF  AUF-EOD
             MOVE SPACES TO ZEILE
             STRING  " Version "          DELIMITED BY SIZE
                     W-AUF-VERSION        DELIMITED BY SPACE
                     " von "              DELIMITED BY SIZE
                     W-AUF-MODUL          DELIMITED BY SPACE
                     " nicht im Archiv (=SSFRARCH)"
                                          DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
             EXIT SECTION
         END-IF
         MOVE H-AUF-ALT TO W-AUF-ALT
     END-IF

     IF  W-AUF-ALT = W-AUF-NEU
         MOVE SPACES TO ZEILE
         STRING  " Bereits unter Auftrag " DELIMITED BY SIZE
                 W-AUF-NEU                 DELIMITED BY SPACE
                 " - nichts umzubuchen"    DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

**  ---> ohne Grund keine Umbuchung: nachfragen
     IF  W-AUF-GRUND = SPACES
         SET EIN-KLEIN-GROSS
             PROMPT-AUF-GRUND TO TRUE
         PERFORM U000-EINGABE
         MOVE EINGABE TO W-AUF-GRUND
         IF  W-AUF-GRUND = SPACES
             EXIT SECTION
         END-IF
     END-IF

**  ---> betroffene Versionen sammeln
     PERFORM D750-AUF-VERSIONEN
     IF  W-AUF-VERS-ANZ = ZERO
         MOVE SPACES TO ZEILE
         STRING  " Keine Versionen unter Auftrag " DELIMITED BY SIZE
                 W-AUF-ALT                         DELIMITED BY SPACE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF
     IF  AUF-TAB-VOLL
         MOVE K-AUF-VERS-MAX TO W-AUF-ANZ-ED
         MOVE SPACES TO ZEILE
         STRING  " Mehr als "                  DELIMITED BY SIZE
                 W-AUF-ANZ-ED                  DELIMITED BY SIZE
                 " Versionen - bitte je Modul umbuchen (SPLIT)"
                                               DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

**  ---> Sperren pruefen: Zug, Rueckbau, Legal Hold
     PERFORM D752-AUF-SPERREN
     IF  W-AUF-SPERR-ANZ > ZERO
         PERFORM U011-AUSGABE-SPACELINE
         MOVE " >>!! Umbuchung abgelehnt - es wurde nichts geaendert"
             TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

     PERFORM D753-AUF-VORSCHAU
     PERFORM D754-AUF-UMBUCHEN
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF
     PERFORM D756-AUF-HINWEISE
     .
 C392-99.
     EXIT.

******************************************************************
* Stoppen alle anderen SourceSafe-Prozesse
******************************************************************
 C400-99.
     EXIT.

******************************************************************
* Persoenlicher Arbeitsvorrat (MYWORK): alles, was gerade auf
* eine Aktion des angemeldeten Users wartet - eigene Checkouts und
* Parallel-Checkouts, Uebergabe-Angebote an ihn, frei gewordene
* Reservierungen, Reviews als Pruefer, als Freigeber anstehende
* Freigaben und offene Notfall-Auflagen, als Administrator offene
* Vier-Augen-Antraege, Rezertifizierungen und wartende Ketten-
* Gates sowie eigene bestaetigte Antraege. Je Eintrag Alter, Frist
* und das Kommando, mit dem er erledigt wird; sortiert nach
* Dringlichkeit (s. C404). "MYWORK MAIL" (Administratoren, als
* woechentlicher Kettenschritt) schickt jedem User mit Mailadresse
* seinen Vorrat (C406/M571)
******************************************************************
 C401-MYWORK SECTION.
 C401-00.
     EVALUATE W-MW-PARM
         WHEN SPACES
             SET MW-MODUS-ANZEIGE TO TRUE
         WHEN "MAIL"
             SET MW-MODUS-MAIL    TO TRUE
         WHEN OTHER
             MOVE "FEHLER"   TO BEREICH   OF SSTEXT
             MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**          ---> anzeigen Hilfstext
             PERFORM R100-SHOW-TEXT
             MOVE " Aufruf: MYWORK [MAIL]" TO ZEILE
             PERFORM U010-AUSGABE
             EXIT SECTION
     END-EVALUATE

**  ---> Berechtigung prüfen: den eigenen Vorrat sieht jeder mit
**       SHOW, den Versand an alle stoesst nur die Verwaltung an
     IF  (MW-MODUS-ANZEIGE AND NOT ROLFKT-SHOW)
     OR  (MW-MODUS-MAIL    AND NOT ROLFKT-VERW)
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-025" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     IF  MW-MODUS-MAIL
         PERFORM C406-MW-MAIL-ALLE
         EXIT SECTION
     END-IF

**  ---> eigener Vorrat mit den Funktionen der laufenden Sitzung
**       (einschliesslich heute aktiver Vertretungen, s. D504)
     MOVE P-USER-NAME (1:16) TO W-MW-USER
     MOVE SPACE TO W-MW-FRG-FLAG
                   W-MW-VERW-FLAG
     IF  ROLFKT-FREIGEBER
         SET MW-IST-FREIGEBER TO TRUE
     END-IF
     IF  ROLFKT-VERW
         SET MW-IST-VERW TO TRUE
     END-IF

     PERFORM C402-MW-SAMMELN
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF
     PERFORM C408-MW-ANZEIGE
     .
 C401-99.
     EXIT.

******************************************************************
* MYWORK: Vorrat des Users W-MW-USER ueber alle Kategorien in
* W-MW-TAB einsammeln; Freigeber- und Verwaltungs-Kategorien nur
* mit MW-IST-FREIGEBER bzw. MW-IST-VERW
******************************************************************
 C402-MW-SAMMELN SECTION.
 C402-00.
     MOVE ZERO   TO W-MW-ANZ
                    W-MW-ANZ-UEBERF
     MOVE SPACE  TO W-MW-VOLL-FLAG
     MOVE SPACES TO W-MW-TAB

     PERFORM U030-TIMESTAMP
     MOVE TAL-JHJJMMTT OF TAL-TIME-D TO W-MW-HEUTE-N

**  ---> Fristen: Nachzieh-Frist der Notfall-Auflagen (SOSRECON) und
**       Verfalls-Frist der Vier-Augen-Antraege (PENDQDAYS, wie D507)
     PERFORM D832-GET-SOS-FRIST
     MOVE 3 TO W-MW-PQ-TAGE
     MOVE "PENDQDAYS" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  SSPRM-OK
     AND SVOL-SOURCE OF SSPARM (1:3) NUMERIC
         MOVE SVOL-SOURCE OF SSPARM (1:3) TO W-MW-PQ-TAGE
     END-IF
**  ---> Verfalls-Frist der Zugriffsantraege (ACCREQDAYS, wie D597)
     MOVE 14 TO W-MW-ACR-TAGE
     MOVE "ACCREQDAYS" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  SSPRM-OK
     AND SVOL-SOURCE OF SSPARM (1:3) NUMERIC
         MOVE SVOL-SOURCE OF SSPARM (1:3) TO W-MW-ACR-TAGE
     END-IF

     MOVE W-MW-USER TO H-MW-USER
     IF  MW-IST-VERW
         MOVE K-ACR-VERW TO H-MW-VERW-KZ
     ELSE
         MOVE SPACES     TO H-MW-VERW-KZ
     END-IF
     PERFORM VARYING W-MW-KAT FROM 1 BY 1
               UNTIL W-MW-KAT > K-MW-KAT-MAX
                  OR PRG-ABBRUCH
         PERFORM C403-MW-KATEGORIE
     END-PERFORM
     .
 C402-99.
     EXIT.

******************************************************************
* MYWORK: eine Kategorie (W-MW-KAT) lesen, je Eintrag Objekt,
* Bezugsdatum (Alter), Frist und Kommando bestimmen und einsortieren
******************************************************************
 C403-MW-KATEGORIE SECTION.
 C403-00.
     IF  (MW-KAT-FREIGABE  AND NOT MW-IST-FREIGEBER)
     OR  (MW-KAT-NUR-VERW  AND NOT MW-IST-VERW)
         EXIT SECTION
     END-IF

     PERFORM S603-OPEN-MW-CURSOR
     PERFORM S604-FETCH-MW-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         MOVE SPACES   TO W-MW-NEU-X
         MOVE W-MW-KAT TO W-MW-N-KAT
         MOVE ZERO     TO W-MW-DATUM-N
                          W-MW-FRIST-N
         MOVE -1       TO W-MW-FRIST-TAGE
         MOVE SPACE    TO W-MW-VERFALL-FLAG
         SET MW-EINTRAG-OK TO TRUE
         PERFORM C407-MW-DATUM-AUS-ZP

         EVALUATE TRUE
             WHEN MW-KAT-CHECKOUT
             WHEN MW-KAT-PARCO
**              ---> Frist wie die Checkout-Erinnerung (REMIND)
                 MOVE H-MW-K1       TO W-MW-N-OBJEKT
                 MOVE W-REMIND-DAYS TO W-MW-FRIST-TAGE
                 STRING  "CHECKIN "          DELIMITED BY SIZE
                         H-MW-K1             DELIMITED BY SPACE
                   INTO  W-MW-N-AKTION
                 END-STRING

             WHEN MW-KAT-HANDOVER
                 STRING  H-MW-K1             DELIMITED BY SPACE
                         " von "             DELIMITED BY SIZE
                         H-MW-K3             DELIMITED BY SPACE
                   INTO  W-MW-N-OBJEKT
                 END-STRING
                 STRING  "HANDOVER ACCEPT|REJECT "
                                             DELIMITED BY SIZE
                         H-MW-K1             DELIMITED BY SPACE
                   INTO  W-MW-N-AKTION
                 END-STRING

             WHEN MW-KAT-RESERVIERUNG
                 STRING  H-MW-K1             DELIMITED BY SPACE
                         " ist frei"         DELIMITED BY SIZE
                   INTO  W-MW-N-OBJEKT
                 END-STRING
                 STRING  "CHECKOUT "         DELIMITED BY SIZE
                         H-MW-K1             DELIMITED BY SPACE
                   INTO  W-MW-N-AKTION
                 END-STRING

             WHEN MW-KAT-REVIEW
                 STRING  H-MW-K1             DELIMITED BY SPACE
                         " von "             DELIMITED BY SIZE
                         H-MW-K3             DELIMITED BY SPACE
                   INTO  W-MW-N-OBJEKT
                 END-STRING
                 MOVE "REVIEW" TO W-MW-N-AKTION

             WHEN MW-KAT-FREIGABE
                 PERFORM C405-MW-FREIGABE-PRUEFEN
                 IF  MW-EINTRAG-OK
                     STRING  SOURCE-MODUL OF SSAFE DELIMITED BY SPACE
                             " "                   DELIMITED BY SIZE
                             VERSION OF ABNAHME    DELIMITED BY SPACE
                       INTO  W-MW-N-OBJEKT
                     END-STRING
                     STRING  "FREIGEBER "          DELIMITED BY SIZE
                             SOURCE-MODUL OF SSAFE DELIMITED BY SPACE
                       INTO  W-MW-N-AKTION
                     END-STRING
                     IF  W-MW-ZWEITE-FLAG = "J"
                         MOVE "(2. Unterschrift)"
                           TO W-MW-N-AKTION (20:)
                     END-IF
                 END-IF

             WHEN MW-KAT-SOS
**              ---> fuer Freigeber und fuer den, der die Notfall-
**                   Uebernahme selbst durchgefuehrt hat
                 IF  NOT MW-IST-FREIGEBER
                 AND H-MW-K3 NOT = W-MW-USER
                     SET MW-EINTRAG-NOK TO TRUE
                 END-IF
                 STRING  H-MW-K1             DELIMITED BY SPACE
                         " "                 DELIMITED BY SIZE
                         H-MW-K2             DELIMITED BY SPACE
                   INTO  W-MW-N-OBJEKT
                 END-STRING
                 MOVE W-SOS-FRIST-TAGE TO W-MW-FRIST-TAGE
                 MOVE "FREIGEBER <Modul> (Freigabe nachtragen)"
                   TO W-MW-N-AKTION

             WHEN MW-KAT-ANTRAG
             WHEN MW-KAT-EIGEN
**              ---> verfallene Antraege sind nicht mehr zu erledigen
                 STRING  H-MW-K1             DELIMITED BY SPACE
                         " "                 DELIMITED BY SIZE
                         H-MW-K2             DELIMITED BY "  "
                   INTO  W-MW-N-OBJEKT
                 END-STRING
                 MOVE W-MW-PQ-TAGE TO W-MW-FRIST-TAGE
                 MOVE "J"          TO W-MW-VERFALL-FLAG
                 IF  MW-KAT-ANTRAG
                     MOVE "VERWALTUNG PENDING (bestaetigen)"
                       TO W-MW-N-AKTION
                 ELSE
                     STRING  "VERWALTUNG "       DELIMITED BY SIZE
                             H-MW-K1             DELIMITED BY SPACE
                             " ... erneut ausfuehren"
                                                 DELIMITED BY SIZE
                       INTO  W-MW-N-AKTION
                     END-STRING
                 END-IF

             WHEN MW-KAT-RECERT
                 MOVE H-MW-ANZ TO W-MW-ANZ-ED
                 STRING  H-MW-K1             DELIMITED BY SPACE
                         " ("                DELIMITED BY SIZE
                         W-MW-ANZ-ED         DELIMITED BY SIZE
                         " offen)"           DELIMITED BY SIZE
                   INTO  W-MW-N-OBJEKT
                 END-STRING
                 IF  H-MW-FRIST NUMERIC
                     MOVE H-MW-FRIST TO W-MW-FRIST-N
                 END-IF
                 STRING  "VERWALTUNG RECERT DECIDE "
                                             DELIMITED BY SIZE
                         H-MW-K1             DELIMITED BY SPACE
                   INTO  W-MW-N-AKTION
                 END-STRING

             WHEN MW-KAT-GATE
**              ---> Wartezeit in Minuten, auf ganze Tage gerundet
                 STRING  H-MW-K1             DELIMITED BY SPACE
                         " ("                DELIMITED BY SIZE
                         H-MW-K2             DELIMITED BY SPACE
                         ")"                 DELIMITED BY SIZE
                   INTO  W-MW-N-OBJEKT
                 END-STRING
                 MOVE H-MW-TS-DATUM TO W-MW-DATUM-N
                 COMPUTE W-MW-FRIST-TAGE = (H-MW-MIN + 1439) / 1440
                 STRING  "VERWALTUNG GATE CONTINUE|ABORT "
                                             DELIMITED BY SIZE
                         H-MW-K1             DELIMITED BY SPACE
                   INTO  W-MW-N-AKTION
                 END-STRING

             WHEN MW-KAT-ZUGRIFF
**              ---> unentschiedene Antraege verfallen (wie D597)
                 STRING  H-MW-K2             DELIMITED BY SPACE
                         " fuer "            DELIMITED BY SIZE
                         H-MW-K1             DELIMITED BY SPACE
                   INTO  W-MW-N-OBJEKT
                 END-STRING
                 MOVE W-MW-ACR-TAGE TO W-MW-FRIST-TAGE
                 MOVE "J"           TO W-MW-VERFALL-FLAG
                 MOVE H-MW-ANZ      TO W-MW-ANZ-ED
                 MOVE ZERO          TO W-MW-I
                 INSPECT W-MW-ANZ-ED TALLYING W-MW-I
                     FOR LEADING SPACE
                 STRING  "VERWALTUNG REQUEST APPROVE|REJECT "
                                             DELIMITED BY SIZE
                         W-MW-ANZ-ED (W-MW-I + 1:)
                                             DELIMITED BY SIZE
                   INTO  W-MW-N-AKTION
                 END-STRING
         END-EVALUATE

         IF  MW-EINTRAG-OK
             PERFORM C404-MW-EINSORTIEREN
         END-IF
         PERFORM S604-FETCH-MW-CURSOR
     END-PERFORM
     PERFORM S605-CLOSE-MW-CURSOR
     .
 C403-99.
     EXIT.

******************************************************************
* MYWORK: Alter (Tage seit W-MW-DATUM-N) und Frist (W-MW-FRIST-N
* oder Bezugsdatum + W-MW-FRIST-TAGE) berechnen und den Eintrag
* W-MW-NEU nach Dringlichkeit in W-MW-TAB einsortieren:
* Schluessel = Resttage + 5000 (ohne Frist 9999), dann 99999 -
* Alter - ueberfaellige Eintraege stehen also vorne, bei gleicher
* Restzeit die aelteren zuerst
******************************************************************
 C404-MW-EINSORTIEREN SECTION.
 C404-00.
     MOVE ZERO TO W-MW-TAGE
     IF  W-MW-DATUM-N > ZERO
         COMPUTE W-MW-TAGE = FUNCTION INTEGER-OF-DATE (W-MW-HEUTE-N)
                           - FUNCTION INTEGER-OF-DATE (W-MW-DATUM-N)
         IF  W-MW-TAGE < ZERO
             MOVE ZERO TO W-MW-TAGE
         END-IF
         IF  W-MW-FRIST-N = ZERO
         AND W-MW-FRIST-TAGE NOT < ZERO
             COMPUTE W-MW-FRIST-N = FUNCTION DATE-OF-INTEGER
                     (FUNCTION INTEGER-OF-DATE (W-MW-DATUM-N)
                      + W-MW-FRIST-TAGE)
         END-IF
     END-IF

     IF  W-MW-FRIST-N > ZERO
         COMPUTE W-MW-REST = FUNCTION INTEGER-OF-DATE (W-MW-FRIST-N)
                           - FUNCTION INTEGER-OF-DATE (W-MW-HEUTE-N)
**      ---> verfallene Vier-Augen-Antraege weglassen
         IF  W-MW-REST < ZERO
         AND W-MW-VERFALL-FLAG = "J"
             EXIT SECTION
         END-IF
         IF  W-MW-REST < -4999
             MOVE -4999 TO W-MW-REST
         END-IF
         IF  W-MW-REST > 4998
             MOVE 4998 TO W-MW-REST
         END-IF
         COMPUTE W-MW-N-REST = 5000 + W-MW-REST
     ELSE
         MOVE 9999 TO W-MW-N-REST
     END-IF
     MOVE W-MW-FRIST-N TO W-MW-N-FRIST
     MOVE W-MW-TAGE    TO W-MW-N-ALTER
     COMPUTE W-MW-N-ALTER-INV = 99999 - W-MW-N-ALTER

     IF  W-MW-ANZ NOT < K-MW-MAX
         SET MW-TAB-VOLL TO TRUE
         EXIT SECTION
     END-IF
     IF  W-MW-N-REST < 5000
         ADD 1 TO W-MW-ANZ-UEBERF
     END-IF

**  ---> Einfuegeposition suchen und den Rest nach hinten schieben
     MOVE 1 TO W-MW-I
     PERFORM UNTIL W-MW-I > W-MW-ANZ
                OR W-MW-ELE (W-MW-I) (1:9) > W-MW-N-SCHLUESSEL
         ADD 1 TO W-MW-I
     END-PERFORM
     PERFORM VARYING W-MW-J FROM W-MW-ANZ BY -1
               UNTIL W-MW-J < W-MW-I
         MOVE W-MW-ELE (W-MW-J) TO W-MW-ELE (W-MW-J + 1)
     END-PERFORM
     MOVE W-MW-NEU-X TO W-MW-ELE (W-MW-I)
     ADD 1 TO W-MW-ANZ
     .
 C404-99.
     EXIT.

******************************************************************
* MYWORK: darf W-MW-USER das zur Freigabe anstehende Modul (SSAFE
* aus MW_FRG_CURS) jetzt unterschreiben? Gleiche Regeln wie C341-
* FREIGEBER: offener Antrag in =ABNAHME, weder Antragsteller noch
* R2T-User, erste Unterschrift oder - bei Vier-Augen-Freigabe
* (D830) - die zweite von einem anderen User
******************************************************************
 C405-MW-FREIGABE-PRUEFEN SECTION.
 C405-00.
     SET MW-EINTRAG-NOK TO TRUE
     MOVE SPACE TO W-MW-ZWEITE-FLAG
     IF  SOURCE-TYP OF SSAFE NOT = "CS"
     AND SOURCE-TYP OF SSAFE NOT = "CO"
     AND SOURCE-TYP OF SSAFE NOT = "CX"
         EXIT SECTION
     END-IF

     SET REF-TABS-OK TO TRUE
     MOVE SOURCE-MODUL OF SSAFE TO IN-SOURCE
     PERFORM U400-OBJECT-NAME
     MOVE OUT-SOURCE TO PRG-NAME OF ABNAHME
     MOVE SOURCE-MODUL OF SSAFE TO PROGRAMM OF PROGRAMS
     PERFORM S840-SELECT-PROGRAMS
     MOVE VERSION OF PROGRAMS TO VERSION OF ABNAHME
     PERFORM S720-OPEN-ABNAHME-CURSOR
     PERFORM S721-FETCH-ABNAHME-CURSOR
     PERFORM S722-CLOSE-ABNAHME-CURSOR
     IF  REF-TABS-NOK
     OR  FREIGABE-ANTRAG-VON OF ABNAHME = SPACE
         EXIT SECTION
     END-IF
     IF  FREIGABE-VON  OF ABNAHME NOT = SPACE
     AND FREIGABE-VON2 OF ABNAHME NOT = SPACE
         EXIT SECTION
     END-IF

**  ---> Vier-Augen-Prinzip
     IF  FREIGABE-ANTRAG-VON OF ABNAHME = W-MW-USER
     OR  REL2TEST-VON        OF ABNAHME = W-MW-USER
     OR  FREIGABE-VON        OF ABNAHME = W-MW-USER
         EXIT SECTION
     END-IF

**  ---> nach der ersten Unterschrift nur, wenn eine zweite
**       verlangt ist - sonst wartet das Modul auf REL2PROD
     IF  FREIGABE-VON OF ABNAHME NOT = SPACE
         PERFORM D830-CHECK-APPR2-REQUIRED
         IF  NOT APPR2-NOETIG
             EXIT SECTION
         END-IF
         MOVE "J" TO W-MW-ZWEITE-FLAG
     END-IF
     SET MW-EINTRAG-OK TO TRUE
     .
 C405-99.
     EXIT.

******************************************************************
* MYWORK MAIL: fuer jeden gueltigen User mit Rolle und Mailadresse
* den Vorrat einsammeln und - wenn nicht leer - per Mail schicken
* (M571). Freigeber-/Verwaltungs-Funktion je User aus =SSUSER x
* =SSROLES bzw. heute aktiven Vertretungen (S609)
******************************************************************
 C406-MW-MAIL-ALLE SECTION.
 C406-00.
     MOVE ZERO   TO W-MW-ANZ-USER
                    W-MW-ANZ-MAIL
     MOVE SPACES TO W-MW-VORHER-ENCR

     PERFORM U030-TIMESTAMP
     MOVE TAL-JHJJMMTT OF TAL-TIME-D TO H-MW-HEUTE-N
     MOVE H-MW-HEUTE-N               TO H-MW-HEUTE

     PERFORM S606-OPEN-MW-USR-CURSOR
     PERFORM S607-FETCH-MW-USR-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
**      ---> mehrere Rollen/Adressen eines Users nur einmal
         IF  H-MW-USER-ENCR NOT = W-MW-VORHER-ENCR
             MOVE H-MW-USER-ENCR TO W-MW-VORHER-ENCR
**          ---> =SSUSER.USER entschluesseln (2 x 8 Zeichen, s. D430)
             MOVE H-MW-USER-ENCR (1:8) TO W-UMSCHL-IN
             PERFORM U310-DECR
             MOVE W-UMSCHL-OUT          TO W-MW-USER (1:8)
             MOVE H-MW-USER-ENCR (9:8) TO W-UMSCHL-IN
             PERFORM U310-DECR
             MOVE W-UMSCHL-OUT          TO W-MW-USER (9:8)
             MOVE H-MW-EMAIL            TO W-MW-EMAIL
             ADD 1 TO W-MW-ANZ-USER

             MOVE SPACE TO W-MW-FRG-FLAG
                           W-MW-VERW-FLAG
             MOVE "FREIGEBER" TO H-MW-FKT
             PERFORM S609-COUNT-MW-ROLLE
             IF  H-MW-ANZ > ZERO
                 SET MW-IST-FREIGEBER TO TRUE
             END-IF
             MOVE "VERW"      TO H-MW-FKT
             PERFORM S609-COUNT-MW-ROLLE
             IF  H-MW-ANZ > ZERO
                 SET MW-IST-VERW TO TRUE
             END-IF

             PERFORM C402-MW-SAMMELN
             IF  W-MW-ANZ > ZERO
             AND NOT PRG-ABBRUCH
                 PERFORM M571-MAIL-MYWORK
                 ADD 1 TO W-MW-ANZ-MAIL
             END-IF
         END-IF
         PERFORM S607-FETCH-MW-USR-CURSOR
     END-PERFORM
     PERFORM S608-CLOSE-MW-USR-CURSOR

     MOVE W-MW-ANZ-USER TO W-MW-ANZ-ED
     MOVE W-MW-ANZ-MAIL TO W-MW-ANZ2-ED
     MOVE SPACES TO ZEILE
     STRING  "  MYWORK: "                DELIMITED BY SIZE
             W-MW-ANZ-ED                 DELIMITED BY SIZE
             " User geprueft,"           DELIMITED BY SIZE
             W-MW-ANZ2-ED                DELIMITED BY SIZE
             " Mail(s) mit offenem Vorrat versandt"
                                         DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 C406-99.
     EXIT.

******************************************************************
* MYWORK: Bezugsdatum JJJJMMTT aus dem SQL-Zeitstempel H-MW-ZP
* ("JJJJ-MM-TT:..."), ohne gueltiges Datum bleibt es 0
******************************************************************
 C407-MW-DATUM-AUS-ZP SECTION.
 C407-00.
     IF  H-MW-ZP (1:4) NUMERIC
     AND H-MW-ZP (6:2) NUMERIC
     AND H-MW-ZP (9:2) NUMERIC
     AND H-MW-ZP (1:4) > "1900"
         MOVE H-MW-ZP (1:4) TO W-MW-DATUM-JJJJ
         MOVE H-MW-ZP (6:2) TO W-MW-DATUM-MM
         MOVE H-MW-ZP (9:2) TO W-MW-DATUM-TT
     ELSE
         MOVE ZERO TO W-MW-DATUM-N
     END-IF
     .
 C407-99.
     EXIT.

******************************************************************
* MYWORK: Vorrat am Bildschirm anzeigen
******************************************************************
 C408-MW-ANZEIGE SECTION.
 C408-00.
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  " Arbeitsvorrat von "       DELIMITED BY SIZE
             W-MW-USER                   DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE

     IF  W-MW-ANZ = ZERO
         MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
         MOVE "HINW-003" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     MOVE K-MW-KOPF TO ZEILE
     PERFORM U010-AUSGABE
     MOVE SPACES    TO ZEILE
     MOVE ALL "-"   TO ZEILE (2:78)
     PERFORM U010-AUSGABE
     PERFORM VARYING W-MW-I FROM 1 BY 1
               UNTIL W-MW-I > W-MW-ANZ
         PERFORM C409-MW-ZEILE
         MOVE W-MW-ZEILE1 TO ZEILE
         PERFORM U010-AUSGABE
         MOVE W-MW-ZEILE2 TO ZEILE
         PERFORM U010-AUSGABE
     END-PERFORM

     PERFORM U011-AUSGABE-SPACELINE
     PERFORM C411-MW-SUMME
     MOVE W-MW-ZEILE1 TO ZEILE
     PERFORM U010-AUSGABE
     IF  MW-TAB-VOLL
         MOVE W-MW-ZEILE2 TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     .
 C408-99.
     EXIT.

******************************************************************
* MYWORK: Eintrag W-MW-ELE (W-MW-I) in zwei Zeilen aufbereiten
* (W-MW-ZEILE1: Kategorie, Objekt, Alter, Frist, Resttage;
*  W-MW-ZEILE2: Kommando) - fuer Anzeige und Mail (M571)
******************************************************************
 C409-MW-ZEILE SECTION.
 C409-00.
     MOVE W-MW-ELE (W-MW-I) TO W-MW-NEU-X
     MOVE SPACES TO W-MW-ZEILE1
                    W-MW-ZEILE2
     MOVE W-MW-KAT-TEXT (W-MW-N-KAT) TO W-MW-ZEILE1 (2:12)
     MOVE W-MW-N-OBJEKT              TO W-MW-ZEILE1 (15:28)
     MOVE W-MW-N-ALTER               TO W-MW-ALTER-ED
     MOVE W-MW-ALTER-ED              TO W-MW-ZEILE1 (44:5)
     IF  W-MW-N-FRIST > ZERO
         MOVE W-MW-N-FRIST TO W-MW-FRIST-N
         MOVE SPACES TO W-MW-FRIST-TXT
         STRING  W-MW-FRIST-TT       DELIMITED BY SIZE
                 "."                 DELIMITED BY SIZE
                 W-MW-FRIST-MM       DELIMITED BY SIZE
                 "."                 DELIMITED BY SIZE
                 W-MW-FRIST-JJJJ     DELIMITED BY SIZE
           INTO  W-MW-FRIST-TXT
         END-STRING
         MOVE W-MW-FRIST-TXT         TO W-MW-ZEILE1 (50:10)
         COMPUTE W-MW-REST = W-MW-N-REST - 5000
         MOVE W-MW-REST              TO W-MW-REST-ED
         MOVE W-MW-REST-ED           TO W-MW-ZEILE1 (61:5)
         IF  W-MW-REST < ZERO
             MOVE "ueberfaellig"     TO W-MW-ZEILE1 (67:12)
         END-IF
     ELSE
         MOVE "-"                    TO W-MW-ZEILE1 (50:1)
     END-IF
     MOVE "->"                       TO W-MW-ZEILE2 (15:2)
     MOVE W-MW-N-AKTION              TO W-MW-ZEILE2 (18:44)
     .
 C409-99.
     EXIT.

******************************************************************
* Referenztabellen über Prozedur PRGNEU einfügen/ändern
******************************************************************
 C410-99.
     EXIT.

******************************************************************
* MYWORK: Summenzeile (W-MW-ZEILE1) und ggf. Hinweis auf eine
* abgeschnittene Liste (W-MW-ZEILE2) - fuer Anzeige und Mail
******************************************************************
 C411-MW-SUMME SECTION.
 C411-00.
     MOVE W-MW-ANZ        TO W-MW-ANZ-ED
     MOVE W-MW-ANZ-UEBERF TO W-MW-ANZ2-ED
     MOVE SPACES TO W-MW-ZEILE1
                    W-MW-ZEILE2
     STRING  "  Gesamt: "                DELIMITED BY SIZE
             W-MW-ANZ-ED                 DELIMITED BY SIZE
             " Eintrag/Eintraege, davon" DELIMITED BY SIZE
             W-MW-ANZ2-ED                DELIMITED BY SIZE
             " ueberfaellig"             DELIMITED BY SIZE
       INTO  W-MW-ZEILE1
     END-STRING
     IF  MW-TAB-VOLL
         MOVE K-MW-MAX TO W-MW-ANZ-ED
         STRING  "  !! Liste nach "          DELIMITED BY SIZE
                 W-MW-ANZ-ED                 DELIMITED BY SIZE
                 " Eintraegen abgeschnitten !!"
                                             DELIMITED BY SIZE
           INTO  W-MW-ZEILE2
         END-STRING
     END-IF
     .
 C411-99.
     EXIT.

******************************************************************
* Verwaltung (zunächst nur User-Verwaltung)
******************************************************************
 C420-VERWALTUNG section.
 C420-00.
**  ---> ohne Funktion VERW nur Zugriffsantraege (REQUEST)
     IF  NOT ROLFKT-VERW
         MOVE " Ohne Funktion VERW nur REQUEST, HELP und EXIT"
           TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     .
 C420-10.
     PERFORM UNTIL CMD-EXIT
             OR    PRG-ABBRUCH

         MOVE 1    TO C4-PTR
         PERFORM N030-CHECK-STARTUP
         IF  CHECK-NOK
             GO TO C420-10
         END-IF

**  ---> Verzweigung je nach Eingabe
         EVALUATE TRUE
*             WHEN CMD-EXIT       EXIT SECTION
             WHEN (NOT ROLFKT-VERW
               AND  NOT CMD-REQUEST
               AND  NOT CMD-HELP
               AND  NOT CMD-EXIT)
                 MOVE "FEHLER"   TO BEREICH   OF SSTEXT
                 MOVE "FEHL-025" TO KATEGORIE OF SSTEXT
**              ---> anzeigen Fehler- und Hilfstexte
                 PERFORM R100-SHOW-TEXT
             WHEN CMD-HELP       PERFORM H420-HELP
             WHEN CMD-DEL        PERFORM D420-DELETE-USER
             WHEN CMD-LIST       PERFORM D430-LIST-ALL-USER
             WHEN CMD-ONCALL     PERFORM D532-ONCALL
             WHEN CMD-ANOMALY    PERFORM D508-ANOMALY
             WHEN CMD-SESSION    PERFORM D510-SESSION
             WHEN CMD-CONSIST    PERFORM D550-KONSISTENZ
             WHEN CMD-KETTE      PERFORM D560-KETTE
             WHEN CMD-MAILTEXT   PERFORM D570-MAILTEXT
             WHEN CMD-MAILCHK    PERFORM D853-MAILCHK
             WHEN CMD-LEAVER     PERFORM D859-LEAVER
             WHEN CMD-MODSUM     PERFORM D865-MODSUM
             WHEN CMD-FAILCAT    PERFORM D871-FAILCAT
             WHEN CMD-RESOURCE   PERFORM D883-RESOURCE
             WHEN CMD-GATE       PERFORM D904-GATE
             WHEN CMD-SMOKE      PERFORM D907-SMOKE
             WHEN CMD-PDICT      PERFORM D910-PDICT
             WHEN CMD-BESTCODE   PERFORM D759-BESTCODE-BERICHT
             WHEN CMD-PARALLEL   PERFORM D577-PARALLEL-VERW
             WHEN CMD-HOLD       PERFORM C760-HOLD
             WHEN CMD-REQUEST    PERFORM D590-ACCREQ
             WHEN CMD-SOD        PERFORM D920-SOD
             WHEN CMD-TABPFLEGE  PERFORM D959-TABPFLEGE
         END-EVALUATE
     END-PERFORM
     .
         PERFORM C611-SEND-DIGEST-KATEGORIE
     END-PERFORM

**  ---> WATCH-Zeilen (Kategorie "WA") je Beobachter
     IF  NOT PRG-ABBRUCH
         PERFORM D951-WATCH-DIGEST
     END-IF

     IF  W-DIG-GESAMT = ZERO
         MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
         MOVE "HINW-003" TO KATEGORIE OF SSTEXT
                     END-IF
                     SET W-DIG-EOF TO TRUE
                 ELSE
**                  ---> Betreff und Einleitung aus der Mail-
**                       Vorlage "SAMMEL" in =SSTEXT (s. N522),
**                       sonst der eingebaute Betreff
                     PERFORM N520-MV-INIT
                     MOVE "KATEGORIE"    TO W-MV-NEU-NAME
                     MOVE W-DIG-SATZ-KAT TO W-MV-NEU-WERT
                     PERFORM N521-MV-PLATZHALTER
                     MOVE "SAMMEL"       TO W-MV-NAME
                     PERFORM N522-MV-LADEN
                     IF  MV-VORLAGE-OK
                         PERFORM N525-MV-BETREFF
                         WRITE EMAIL-RECORD FROM EM-LZ
                         PERFORM N526-MV-TEXT-1
                     ELSE
                         MOVE SPACES TO EM-K5-VALUE
                         STRING  "SRCSAFE Sammelmail Kategorie "
                                                 DELIMITED BY SIZE
                                 W-DIG-SATZ-KAT  DELIMITED BY SIZE
                           INTO  EM-K5-VALUE
                         END-STRING
                         WRITE EMAIL-RECORD FROM EM-K5
                     END-IF
                     WRITE EMAIL-RECORD FROM EM-LZ
                 END-IF
             END-IF

     IF  W-DIG-ANZ > ZERO
         WRITE EMAIL-RECORD FROM EM-LZ
**      ---> Schlusstext der Mail-Vorlage (Zeilen nach @DATEN@)
         IF  MV-VORLAGE-OK
             PERFORM N527-MV-TEXT-2
         END-IF
**      ---> holen aktuelles Datum
         PERFORM U030-TIMESTAMP
         MOVE TEM-MAIL-DATUM         TO EM-PZ
     EXIT.

******************************************************************
* WHO: aktive interaktive Sitzungen aus dem Sitzungs-Register
* (=SSFSREG, s. E380) anzeigen - die eigene Sitzung ist mit "*"
* markiert
******************************************************************
 C720-WHO SECTION.
 C720-00.
**  ---> Berechtigung prüfen (WHO ist wie LIST ein Lesezugriff)
     IF  NOT ROLFKT-LIST
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-025" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     MOVE ZERO TO C4-COUNT
     PERFORM U011-AUSGABE-SPACELINE
     MOVE " Aktive Sitzungen SRCSAFE" TO ZEILE
     PERFORM U010-AUSGABE
     MOVE SPACES     TO ZEILE
     MOVE "User"     TO ZEILE (2:4)
     MOVE "Terminal" TO ZEILE (15:8)
     MOVE "Prozess"  TO ZEILE (34:7)
     MOVE "Start"    TO ZEILE (49:5)
     MOVE "Letzt"    TO ZEILE (66:5)
     MOVE "Kdo"      TO ZEILE (72:3)
     PERFORM U010-AUSGABE
     MOVE SPACES     TO ZEILE
     MOVE ALL "-"    TO ZEILE (2:78)
     PERFORM U010-AUSGABE

     PERFORM S429-OPEN-REG-WHO-CURSOR
     PERFORM S430-FETCH-REG-WHO-CURSOR
     PERFORM UNTIL REG-CURS-EOD
         ADD 1 TO C4-COUNT
         MOVE SPACES TO ZEILE
         IF  PROZESS OF SSFSREG = W-REG-PROZESS
         AND REG-AKTIV
             MOVE "*" TO ZEILE (1:1)
         END-IF
         MOVE GROUP-USER OF SSFSREG (1:12) TO ZEILE (2:12)
         MOVE HOMETERM   OF SSFSREG (1:18) TO ZEILE (15:18)
         MOVE PROZESS    OF SSFSREG (1:14) TO ZEILE (34:14)
         MOVE START-TS   OF SSFSREG (1:16) TO ZEILE (49:16)
         MOVE LETZT-TS   OF SSFSREG (12:5) TO ZEILE (66:5)
         MOVE LETZT-KDO  OF SSFSREG (1:8)  TO ZEILE (72:8)
         PERFORM U010-AUSGABE
         PERFORM S430-FETCH-REG-WHO-CURSOR
     END-PERFORM
     PERFORM S431-CLOSE-REG-WHO-CURSOR

     MOVE C4-COUNT TO D-NUM4
     MOVE SPACES TO ZEILE
     STRING  " Anzahl Sitzungen: "  DELIMITED BY SIZE
             D-NUM4                 DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE
     .
 C720-99.
     EXIT.

******************************************************************
* INCIDENT: Produktions-Incident-Register (=SSFINCID) - haelt fest,
* welche Modul-Version einen Produktionsfehler verursacht hat
*   INCIDENT ADD <Nr> <Modul> <Version> <Schwere> [<JJJJMMTT>]
*                [<Ursache>]
*   INCIDENT IMPORT <Datei>
*   INCIDENT REPORT [<Tage>]
* Schwere 1 (kritisch) bis 4 (gering); ohne Datum gilt heute.
* Angezeigt werden die Incidents bei SHOW und DOK HIST (E387)
******************************************************************
 C730-INCIDENT SECTION.
 C730-00.
     EVALUATE W-INC-SUBCMD
         WHEN "ADD"      PERFORM C731-INCIDENT-ADD
         WHEN "IMPORT"   PERFORM C732-INCIDENT-IMPORT
         WHEN "REPORT"   PERFORM C733-INCIDENT-REPORT
         WHEN OTHER
             MOVE "FEHLER"   TO BEREICH   OF SSTEXT
             MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**          ---> anzeigen Hilfstext
             PERFORM R100-SHOW-TEXT
     END-EVALUATE
     .
 C730-99.
     EXIT.

******************************************************************
* INCIDENT ADD: einen Incident von Hand erfassen - fehlt die
* Ursache auf der Kommandozeile, wird sie abgefragt
******************************************************************
 C731-INCIDENT-ADD SECTION.
 C731-00.
**  ---> Berechtigung prüfen (Produktionsverantwortung oder Verwaltung)
     IF  NOT ROLFKT-REL2PROD
     AND NOT ROLFKT-VERW
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-025" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     IF  W-INC-NR      = SPACES
     OR  W-INC-MODUL   = SPACES
     OR  W-INC-VERSION = SPACES
     OR  W-INC-SCHWERE = SPACE
**      ---> Parameter unvollstaendig
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

**  ---> ohne Ursache kein Register-Eintrag: nachfragen
     IF  W-INC-URSACHE = SPACES
         SET EIN-ASCII
             PROMPT-INC-URSACHE TO TRUE
         PERFORM U000-EINGABE
         MOVE EINGABE TO W-INC-URSACHE
         IF  W-INC-URSACHE = SPACES
             EXIT SECTION
         END-IF
     END-IF

     PERFORM E386-INC-SPEICHERN
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

     MOVE SPACES TO ZEILE
     EVALUATE TRUE
         WHEN INC-ERG-OK
             STRING  " Incident "          DELIMITED BY SIZE
                     W-INC-NR              DELIMITED BY SPACE
                     " zu "                DELIMITED BY SIZE
                     W-INC-MODUL           DELIMITED BY SPACE
                     " "                   DELIMITED BY SIZE
                     W-INC-VERSION         DELIMITED BY SPACE
                     " erfasst"            DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
             MOVE SPACES TO ZEILE
             IF  W-INC-ENTWICKLER = SPACES
                 MOVE "   Version nicht im Archiv (=SSFRARCH) gefunden"
                   TO ZEILE
             ELSE
                 STRING  "   Auftrag: "        DELIMITED BY SIZE
                         W-INC-AUFTRAG         DELIMITED BY SPACE
                         "  Entwickler: "      DELIMITED BY SIZE
                         W-INC-ENTWICKLER      DELIMITED BY SPACE
                         "  produktiv: "       DELIMITED BY SIZE
                         W-INC-REL-DATUM       DELIMITED BY SIZE
                   INTO  ZEILE
                 END-STRING
             END-IF
         WHEN INC-ERG-DUPLIKAT
             STRING  " Incident "          DELIMITED BY SIZE
                     W-INC-NR              DELIMITED BY SPACE
                     " zu "                DELIMITED BY SIZE
                     W-INC-MODUL           DELIMITED BY SPACE
                     " ist bereits erfasst" DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
         WHEN OTHER
             STRING  " Incident nicht erfasst: " DELIMITED BY SIZE
                     W-INC-FEHLTEXT              DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
     END-EVALUATE
     PERFORM U010-AUSGABE
     .
 C731-99.
     EXIT.

******************************************************************
* INCIDENT IMPORT <Datei>: Incidents aus einer Datei uebernehmen
* (z.B. Extrakt aus dem Störungsmanagement), je Zeile
*   <Nr>;<JJJJMMTT>;<Schwere>;<Modul>;<Version>;<Auftrag>;<Ursache>
* Zeilen mit "*" in Spalte 1 sind Kommentar; ein leerer Auftrag
* wird aus dem Archiv ergaenzt; bereits erfasste Incidents werden
* uebersprungen, so kann ein Extrakt mehrfach eingelesen werden
******************************************************************
 C732-INCIDENT-IMPORT SECTION.
 C732-00.
**  ---> Berechtigung prüfen (Import ist Verwaltungsarbeit)
     IF  NOT ROLFKT-VERW
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-025" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     IF  W-VERWIMP-FILE = SPACES
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-050" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     PERFORM N022-OPEN-VERWIMP
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

     MOVE ZERO TO W-INC-ANZ W-INC-DUP-ANZ W-INC-FEHL-ANZ
     SET F-OK TO TRUE
     READ VERWIMP AT END SET F-EOF TO TRUE END-READ
     PERFORM UNTIL F-EOF OR PRG-ABBRUCH
**      ---> Kommentar-/Leerzeilen ueberspringen
         IF  VERWIMP-SATZ (1:1) NOT = "*"
         AND VERWIMP-SATZ NOT = SPACES
             MOVE SPACES TO W-INC-SATZ
             UNSTRING VERWIMP-SATZ DELIMITED BY ";"
                 INTO W-INC-NR
                      W-INC-DATUM
                      W-INC-SCHWERE
                      W-INC-MODUL
                      W-INC-VERSION
                      W-INC-AUFTRAG
                      W-INC-URSACHE
             END-UNSTRING
             INSPECT W-INC-MODUL
                 CONVERTING "abcdefghijklmnopqrstuvwxyz"
                         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             INSPECT W-INC-VERSION
                 CONVERTING "abcdefghijklmnopqrstuvwxyz"
                         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             IF  W-INC-NR      = SPACES
             OR  W-INC-MODUL   = SPACES
             OR  W-INC-VERSION = SPACES
                 SET INC-ERG-FEHLER TO TRUE
                 MOVE "Satz unvollstaendig" TO W-INC-FEHLTEXT
             ELSE
                 PERFORM E386-INC-SPEICHERN
             END-IF
             EVALUATE TRUE
                 WHEN PRG-ABBRUCH
                     CONTINUE
                 WHEN INC-ERG-OK
                     ADD 1 TO W-INC-ANZ
                 WHEN INC-ERG-DUPLIKAT
                     ADD 1 TO W-INC-DUP-ANZ
                 WHEN OTHER
                     ADD 1 TO W-INC-FEHL-ANZ
                     MOVE SPACES TO ZEILE
                     STRING  "   abgewiesen: "     DELIMITED BY SIZE
                             W-INC-NR              DELIMITED BY SPACE
                             " "                   DELIMITED BY SIZE
                             W-INC-MODUL           DELIMITED BY SPACE
                             " - "                 DELIMITED BY SIZE
                             W-INC-FEHLTEXT        DELIMITED BY SIZE
                       INTO  ZEILE
                     END-STRING
                     PERFORM U010-AUSGABE
             END-EVALUATE
         END-IF
         READ VERWIMP AT END SET F-EOF TO TRUE END-READ
     END-PERFORM
     CLOSE VERWIMP

     MOVE W-INC-ANZ TO W-INC-ANZ-ED
     MOVE W-INC-DUP-ANZ TO W-INC-ANZ2-ED
     MOVE SPACES TO ZEILE
     STRING  " Incident-Import: "     DELIMITED BY SIZE
             W-INC-ANZ-ED             DELIMITED BY SIZE
             " uebernommen, "         DELIMITED BY SIZE
             W-INC-ANZ2-ED            DELIMITED BY SIZE
             " bereits erfasst"       DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     IF  W-INC-FEHL-ANZ > ZERO
         MOVE W-INC-FEHL-ANZ TO W-INC-ANZ-ED
         MOVE SPACES TO ZEILE
         STRING  "                  "     DELIMITED BY SIZE
                 W-INC-ANZ-ED             DELIMITED BY SIZE
                 " abgewiesen"            DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF
     .
 C732-99.
     EXIT.

******************************************************************
* INCIDENT REPORT [<Tage>]: Incidents je Modul, je Auftrag und je
* Entwickler sowie die Releases, denen innerhalb von <Tage>
* (Standard 30) Tagen nach Produktion ein Incident folgte
******************************************************************
 C733-INCIDENT-REPORT SECTION.
 C733-00.
**  ---> Berechtigung prüfen (Report ist wie LIST ein Lesezugriff)
     IF  NOT ROLFKT-LIST
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-025" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     PERFORM U011-AUSGABE-SPACELINE
     MOVE " Produktions-Incident-Report" TO ZEILE
     PERFORM U010-AUSGABE

     SET INC-GRP-MODUL TO TRUE
     MOVE " Incidents je Modul" TO W-INC-GRP-TITEL
     PERFORM E388-INC-GRUPPE

     SET INC-GRP-AUFTRAG TO TRUE
     MOVE " Incidents je Auftrag" TO W-INC-GRP-TITEL
     PERFORM E388-INC-GRUPPE

     SET INC-GRP-ENTWICKLER TO TRUE
     MOVE " Incidents je Entwickler" TO W-INC-GRP-TITEL
     PERFORM E388-INC-GRUPPE

     PERFORM E389-INC-RELEASES
     PERFORM U011-AUSGABE-SPACELINE
     .
 C733-99.
     EXIT.

******************************************************************
* BACKPORT: Nachziehen von Fixes in Hauptlinie und Zweige eines
* Moduls verfolgen (=SSFBACKP)
*   BACKPORT FIX     <Modul> <Version> [<Text>]
*   BACKPORT APPLIED <Modul> <Fix-Version> <Ziel-Version>
*   BACKPORT NA      <Modul> <Fix-Version> <Zweig|MAIN> <Grund>
*   BACKPORT LIST    <Modul>
*   BACKPORT REPORT
* Der Zweig ist die 8. Stelle der Version (G.01.01A = Zweig A),
* ohne Zweigbuchstaben ist es die Hauptlinie (MAIN)
******************************************************************
 C740-BACKPORT SECTION.
 C740-00.
     EVALUATE W-BKP-SUBCMD
         WHEN "FIX"      PERFORM C741-BACKPORT-FIX
         WHEN "APPLIED"
         WHEN "NA"       PERFORM C742-BACKPORT-STATUS
         WHEN "LIST"     PERFORM C743-BACKPORT-LIST
         WHEN "REPORT"   PERFORM C744-BACKPORT-REPORT
         WHEN OTHER
             MOVE "FEHLER"   TO BEREICH   OF SSTEXT
             MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**          ---> anzeigen Hilfstext
             PERFORM R100-SHOW-TEXT
     END-EVALUATE
     .
 C740-99.
     EXIT.

******************************************************************
* BACKPORT FIX: Version als Fix markieren - fuer die Hauptlinie
* und jeden weiteren Zweig des Moduls im Archiv (=SSFRARCH) wird
* ein offener Backport angelegt. Ein erneuter FIX nimmt spaeter
* eroeffnete Zweige dazu, schon erfasste bleiben unveraendert
******************************************************************
 C741-BACKPORT-FIX SECTION.
 C741-00.
**  ---> Berechtigung prüfen (wie CHECKIN)
     IF  NOT ROLFKT-CHECKIN
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-025" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     IF  W-BKP-MODUL   = SPACES
     OR  W-BKP-VERSION = SPACES
**      ---> Parameter unvollstaendig
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

**  ---> die Fix-Version muss eingecheckt sein; ihr Entwickler ist
**       fuer das Nachziehen zustaendig (Archiv-Eintrag wie beim
**       Incident-Register, s. S457)
     MOVE W-BKP-MODUL   TO W-INC-MODUL
     MOVE W-BKP-VERSION TO W-INC-VERSION
     PERFORM S457-SELECT-INC-HERKUNFT
     IF  W-INC-ENTWICKLER = SPACES
         MOVE SPACES TO ZEILE
         STRING  " Version "                 DELIMITED BY SIZE
                 W-BKP-VERSION                DELIMITED BY SPACE
                 " von "                     DELIMITED BY SIZE
                 W-BKP-MODUL                  DELIMITED BY SPACE
                 " ist nicht im Archiv (=SSFRARCH)"
                                             DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF
     MOVE W-INC-ENTWICKLER TO W-BKP-ENTWICKLER

     PERFORM E391-BP-ZWEIGE
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

**  ---> je Zielzweig (alle ausser dem Zweig des Fixes) ein Satz
     MOVE ZERO TO W-BKP-NEU-ANZ
     PERFORM U100-BEGIN
     PERFORM VARYING W-BKP-ZX FROM 1 BY 1
             UNTIL   W-BKP-ZX > W-BKP-ZWEIG-ANZ
                OR   PRG-ABBRUCH
         IF  W-BKP-ZW (W-BKP-ZX) NOT = W-BKP-VERSION (8:1)
             MOVE W-BKP-ZW (W-BKP-ZX) TO W-BKP-ZWEIG
             PERFORM S462-INSERT-SSFBACKP
             IF  SSFBACKP-OK
                 ADD 1 TO W-BKP-NEU-ANZ
             END-IF
         END-IF
     END-PERFORM
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF

     MOVE W-BKP-NEU-ANZ TO W-BKP-ANZ-ED
     MOVE W-BKP-MODUL   TO SOURCE-MODUL OF SSPROT
     MOVE "BP"         TO AKTION       OF SSPROT
     MOVE P-USER-NAME  TO GROUP-USER   OF SSPROT
     MOVE SPACES       TO KZ-FREIGABE  OF SSPROT
                          KOMMENTAR    OF SSPROT
     STRING  "Fix "            DELIMITED BY SIZE
             W-BKP-VERSION      DELIMITED BY SPACE
             ": "              DELIMITED BY SIZE
             W-BKP-ANZ-ED       DELIMITED BY SIZE
             " Backport(s) neu" DELIMITED BY SIZE
       INTO  KOMMENTAR OF SSPROT (1:39)
     END-STRING
     PERFORM S200-INSERT-SSPROT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     MOVE SPACES TO ZEILE
     STRING  " Fix "               DELIMITED BY SIZE
             W-BKP-VERSION          DELIMITED BY SPACE
             " zu "                DELIMITED BY SIZE
             W-BKP-MODUL            DELIMITED BY SPACE
             ": "                  DELIMITED BY SIZE
             W-BKP-ANZ-ED           DELIMITED BY SIZE
             " Zweig(e) neu als offen erfasst"
                                   DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     PERFORM E392-BP-LISTE
     .
 C741-99.
     EXIT.

******************************************************************
* BACKPORT APPLIED / NA: Status eines Zielzweigs setzen -
* "uebernommen" mit der Version, die den Fix im Zweig enthaelt
* (der Zweig ergibt sich aus ihr), "nicht relevant" mit Grund
******************************************************************
 C742-BACKPORT-STATUS SECTION.
 C742-00.
**  ---> Berechtigung prüfen (wie CHECKIN)
     IF  NOT ROLFKT-CHECKIN
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-025" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     IF  W-BKP-MODUL   = SPACES
     OR  W-BKP-VERSION = SPACES
     OR  W-BKP-ZIEL    = SPACES
     OR (W-BKP-SUBCMD  = "NA" AND W-BKP-TEXT = SPACES)
**      ---> Parameter unvollstaendig
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     IF  W-BKP-SUBCMD = "APPLIED"
**      ---> Ziel-Version muss eingecheckt sein (s. S457)
         MOVE W-BKP-MODUL TO W-INC-MODUL
         MOVE W-BKP-ZIEL  TO W-INC-VERSION
         PERFORM S457-SELECT-INC-HERKUNFT
         IF  W-INC-ENTWICKLER = SPACES
             MOVE SPACES TO ZEILE
             STRING  " Version "                 DELIMITED BY SIZE
                     W-BKP-ZIEL                   DELIMITED BY SPACE
                     " von "                     DELIMITED BY SIZE
                     W-BKP-MODUL                  DELIMITED BY SPACE
                     " ist nicht im Archiv (=SSFRARCH)"
                                                 DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
             EXIT SECTION
         END-IF
         SET BKP-UEBERNOMMEN TO TRUE
         MOVE W-BKP-ZIEL (8:1) TO W-BKP-ZWEIG
         MOVE SPACES TO W-BKP-TEXT
     ELSE
         SET BKP-NICHT-RELEVANT TO TRUE
         IF  W-BKP-ZIEL = "MAIN"
             MOVE SPACE TO W-BKP-ZWEIG
         ELSE
             MOVE W-BKP-ZIEL (1:1) TO W-BKP-ZWEIG
         END-IF
         MOVE SPACES TO W-BKP-ZIEL
     END-IF

     PERFORM U100-BEGIN
     PERFORM S463-UPDATE-SSFBACKP-STATUS
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     IF  NOT SSFBACKP-OK
         PERFORM U120-ROLLBACK
         PERFORM E393-BP-ZWEIG-TEXT
         MOVE SPACES TO ZEILE
         STRING  " kein Backport zu Fix "     DELIMITED BY SIZE
                 W-BKP-VERSION                DELIMITED BY SPACE
                 " fuer "                    DELIMITED BY SIZE
                 W-BKP-ZWEIG-ED               DELIMITED BY SPACE
                 " erfasst (BACKPORT LIST "  DELIMITED BY SIZE
                 W-BKP-MODUL                  DELIMITED BY SPACE
                 ")"                         DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

     PERFORM E393-BP-ZWEIG-TEXT
     MOVE W-BKP-MODUL   TO SOURCE-MODUL OF SSPROT
     MOVE "BP"         TO AKTION       OF SSPROT
     MOVE P-USER-NAME  TO GROUP-USER   OF SSPROT
     MOVE SPACES       TO KZ-FREIGABE  OF SSPROT
                          KOMMENTAR    OF SSPROT
     STRING  "Fix "            DELIMITED BY SIZE
             W-BKP-VERSION      DELIMITED BY SPACE
             " "               DELIMITED BY SIZE
             W-BKP-ZWEIG-ED     DELIMITED BY SPACE
             ": "              DELIMITED BY SIZE
             W-BKP-SUBCMD       DELIMITED BY SPACE
             " "               DELIMITED BY SIZE
             W-BKP-ZIEL         DELIMITED BY SPACE
       INTO  KOMMENTAR OF SSPROT (1:39)
     END-STRING
     PERFORM S200-INSERT-SSPROT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT
     PERFORM E392-BP-LISTE
     .
 C742-99.
     EXIT.

******************************************************************
* BACKPORT LIST <Modul>: alle Fixes des Moduls mit dem Stand je
* Zielzweig
******************************************************************
 C743-BACKPORT-LIST SECTION.
 C743-00.
**  ---> Berechtigung prüfen (Lesezugriff wie LIST)
     IF  NOT ROLFKT-LIST
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-025" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     IF  W-BKP-MODUL = SPACES
**      ---> Parameter unvollstaendig
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     PERFORM E392-BP-LISTE
     .
 C743-99.
     EXIT.

******************************************************************
* BACKPORT REPORT: alle offenen Backports je Modul und die Anzahl
* offener Backports je Entwickler des Fixes
******************************************************************
 C744-BACKPORT-REPORT SECTION.
 C744-00.
**  ---> Berechtigung prüfen (Lesezugriff wie LIST)
     IF  NOT ROLFKT-LIST
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-025" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     PERFORM U011-AUSGABE-SPACELINE
     MOVE " Offene Backports je Modul" TO ZEILE
     PERFORM U010-AUSGABE
     MOVE SPACES TO ZEILE
     MOVE "Modul"      TO ZEILE (3:5)
     MOVE "Fix-Vers."  TO ZEILE (12:9)
     MOVE "fehlt in"   TO ZEILE (23:8)
     MOVE "Entwickler" TO ZEILE (32:10)
     MOVE "Fix"        TO ZEILE (49:3)
     PERFORM U010-AUSGABE
     MOVE SPACES TO ZEILE
     MOVE ALL "-" TO ZEILE (2:78)
     PERFORM U010-AUSGABE

     MOVE ZERO   TO W-BKP-ANZ
     MOVE SPACES TO W-BKP-LETZT-MODUL
     PERFORM S467-OPEN-BP-OFFEN-CURSOR
     IF  SSF-OK
         PERFORM S468-FETCH-BP-OFFEN-CURSOR
     END-IF
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         ADD 1 TO W-BKP-ANZ
         MOVE ZWEIG OF SSFBACKP TO W-BKP-ZWEIG
         PERFORM E393-BP-ZWEIG-TEXT
         MOVE SPACES TO ZEILE
         IF  SOURCE-MODUL OF SSFBACKP NOT = W-BKP-LETZT-MODUL
             MOVE SOURCE-MODUL OF SSFBACKP TO ZEILE (3:8)
             MOVE SOURCE-MODUL OF SSFBACKP TO W-BKP-LETZT-MODUL
         END-IF
         MOVE FIX-VERSION OF SSFBACKP TO ZEILE (12:10)
         MOVE W-BKP-ZWEIG-ED           TO ZEILE (23:8)
         MOVE ENTWICKLER  OF SSFBACKP TO ZEILE (32:16)
         MOVE FIX-TEXT    OF SSFBACKP TO ZEILE (49:32)
         PERFORM U010-AUSGABE
         PERFORM S468-FETCH-BP-OFFEN-CURSOR
     END-PERFORM
     PERFORM S469-CLOSE-BP-OFFEN-CURSOR
     IF  W-BKP-ANZ = ZERO
         MOVE "  (keine offenen Backports)" TO ZEILE
         PERFORM U010-AUSGABE
         PERFORM U011-AUSGABE-SPACELINE
         EXIT SECTION
     END-IF

     PERFORM U011-AUSGABE-SPACELINE
     MOVE " Offene Backports je Entwickler" TO ZEILE
     PERFORM U010-AUSGABE
     MOVE SPACES TO ZEILE
     MOVE ALL "-" TO ZEILE (2:30)
     PERFORM U010-AUSGABE
     PERFORM S470-OPEN-BP-ENTW-CURSOR
     IF  SSF-OK
         PERFORM S471-FETCH-BP-ENTW-CURSOR
     END-IF
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         IF  W-BKP-GRUPPE = SPACES
             MOVE "(ohne)" TO W-BKP-GRUPPE
         END-IF
         MOVE W-BKP-GRP-ANZ TO W-BKP-ANZ-ED
         MOVE SPACES TO ZEILE
         MOVE W-BKP-GRUPPE   TO ZEILE (3:16)
         MOVE W-BKP-ANZ-ED   TO ZEILE (21:5)
         PERFORM U010-AUSGABE
         PERFORM S471-FETCH-BP-ENTW-CURSOR
     END-PERFORM
     PERFORM S472-CLOSE-BP-ENTW-CURSOR
     PERFORM U011-AUSGABE-SPACELINE
     .
 C744-99.
     EXIT.

******************************************************************
* TESTENV: TEST-Belegung pflegen (=SSFTENV, Eintrag durch
* ACTIVTEST, s. E394/E395)
*   TESTENV PLAN    <Modul> <JJJJMMTT>  geplantes Testende setzen
*   TESTENV RELEASE <Modul>             Test beendet, die Version
*                                       darf ueberschrieben werden
*   TESTENV LIST                        wie LIST TESTENV (D286)
******************************************************************
 C750-TESTENV SECTION.
 C750-00.
     EVALUATE W-TE-SUBCMD
         WHEN "PLAN"     PERFORM C751-TESTENV-PLAN
         WHEN "RELEASE"  PERFORM C752-TESTENV-RELEASE
         WHEN "LIST"     PERFORM D286-SHOW-TESTENV
         WHEN OTHER
             MOVE "FEHLER"   TO BEREICH   OF SSTEXT
             MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**          ---> anzeigen Hilfstext
             PERFORM R100-SHOW-TEXT
     END-EVALUATE
     .
 C750-99.
     EXIT.

******************************************************************
* TESTENV PLAN: geplantes Testende der aktuellen TEST-Belegung -
* nur fuer den, der aktiviert hat, oder mit Recht ACTIVTST
******************************************************************
 C751-TESTENV-PLAN SECTION.
 C751-00.
     IF  W-TE-MODUL     = SPACES
     OR  W-TE-PLAN-ENDE NOT NUMERIC
**      ---> Parameter unvollstaendig
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF
     IF  W-TE-PLAN-MM < 1 OR W-TE-PLAN-MM > 12
     OR  W-TE-PLAN-TT < 1 OR W-TE-PLAN-TT > 31
         MOVE " Testende bitte als JJJJMMTT angeben" TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

     PERFORM S478-SELECT-SSFTENV
     IF  NOT SSFTENV-OK
         MOVE SPACES TO ZEILE
         STRING  " "                         DELIMITED BY SIZE
                 W-TE-MODUL                  DELIMITED BY SPACE
                 " ist in TEST nicht registriert (ACTIVTEST)"
                                             DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

**  ---> Berechtigung prüfen (eigene Belegung oder ACTIVTST)
     IF  W-TE-ALT-VON NOT = P-USER-NAME
     AND NOT ROLFKT-ACTIVTST
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-025" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     PERFORM U100-BEGIN
     PERFORM S481-UPDATE-SSFTENV-PLAN
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     MOVE SPACES TO ZEILE
     STRING  " Testende fuer "           DELIMITED BY SIZE
             W-TE-MODUL                  DELIMITED BY SPACE
             " "                         DELIMITED BY SIZE
             W-TE-ALT-VERSION            DELIMITED BY SPACE
             " geplant am "              DELIMITED BY SIZE
             W-TE-PLAN-ENDE              DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 C751-99.
     EXIT.

******************************************************************
* TESTENV RELEASE: der Tester gibt seine TEST-Belegung frei - ein
* folgendes ACTIVTEST eines anderen Auftrags fragt dann nicht mehr
* nach. Freigeben darf der, der aktiviert hat, oder die Verwaltung
******************************************************************
 C752-TESTENV-RELEASE SECTION.
 C752-00.
     IF  W-TE-MODUL = SPACES
**      ---> Parameter unvollstaendig
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     PERFORM S478-SELECT-SSFTENV
     IF  NOT SSFTENV-OK
         MOVE SPACES TO ZEILE
         STRING  " "                         DELIMITED BY SIZE
                 W-TE-MODUL                  DELIMITED BY SPACE
                 " ist in TEST nicht registriert (ACTIVTEST)"
                                             DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

**  ---> Berechtigung prüfen (eigene Belegung oder Verwaltung)
     IF  W-TE-ALT-VON NOT = P-USER-NAME
     AND NOT ROLFKT-VERW
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-025" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     IF  W-TE-ALT-FREI-VON NOT = SPACES
         MOVE SPACES TO ZEILE
         STRING  " TEST-Belegung "           DELIMITED BY SIZE
                 W-TE-MODUL                  DELIMITED BY SPACE
                 " ist bereits freigegeben (" DELIMITED BY SIZE
                 W-TE-ALT-FREI-VON           DELIMITED BY SPACE
                 ")"                         DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

     PERFORM U100-BEGIN
     PERFORM S482-UPDATE-SSFTENV-FREI
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     MOVE W-TE-MODUL   TO SOURCE-MODUL OF SSPROT
     MOVE "TE"         TO AKTION       OF SSPROT
     MOVE P-USER-NAME  TO GROUP-USER   OF SSPROT
     MOVE SPACES       TO KZ-FREIGABE  OF SSPROT
                          KOMMENTAR    OF SSPROT
     STRING  "TEST frei: "        DELIMITED BY SIZE
             W-TE-ALT-VERSION     DELIMITED BY SPACE
             " "                  DELIMITED BY SIZE
             W-TE-ALT-AUFTRAG     DELIMITED BY SPACE
       INTO  KOMMENTAR OF SSPROT (1:39)
     END-STRING
     PERFORM S200-INSERT-SSPROT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     MOVE SPACES TO ZEILE
     STRING  " TEST-Belegung "           DELIMITED BY SIZE
             W-TE-MODUL                  DELIMITED BY SPACE
             " "                         DELIMITED BY SIZE
             W-TE-ALT-VERSION            DELIMITED BY SPACE
             " (Auftrag "                DELIMITED BY SIZE
             W-TE-ALT-AUFTRAG            DELIMITED BY SPACE
             ") freigegeben"             DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 C752-99.
     EXIT.

******************************************************************
* HOLD: Legal Hold (=SSFHOLD) - sperrt Module, Auftraege oder einen
* Zeitraum gegen jede Loeschung, solange z.B. eine Revision oder
* ein Rechtsstreit laeuft
*   HOLD ADD MODUL   <Modul>   <JJJJMMTT> <Antragsteller> [<Grund>]
*   HOLD ADD AUFTRAG <Auftrag> <JJJJMMTT> <Antragsteller> [<Grund>]
*   HOLD ADD DATUM   <von> <bis> <JJJJMMTT> <Antragsteller> [<Grund>]
*   HOLD LIFT <Nr> [<Grund>]
*   HOLD [LIST]
* <JJJJMMTT> ist das Ende-Datum des Holds (einschliesslich); Setzen
* und Aufheben nur mit Verwaltungsrecht, beides in =SSPROT
* protokolliert. Geprueft wird in D840 (PURGE, PURGEBIN,
* PROT PURGE) und im ZIPDRV (PRUNE)
******************************************************************
 C760-HOLD SECTION.
 C760-00.
     EVALUATE W-HOLD-SUBCMD
         WHEN "ADD"      PERFORM C761-HOLD-ADD
         WHEN "LIFT"     PERFORM C762-HOLD-LIFT
         WHEN "LIST"     PERFORM C763-HOLD-LIST
         WHEN OTHER
             MOVE "FEHLER"   TO BEREICH   OF SSTEXT
             MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**          ---> anzeigen Hilfstext
             PERFORM R100-SHOW-TEXT
     END-EVALUATE
     .
 C760-99.
     EXIT.

******************************************************************
* HOLD ADD: Legal Hold setzen - fehlt der Grund auf der Kommando-
* zeile, wird er abgefragt
******************************************************************
 C761-HOLD-ADD SECTION.
 C761-00.
**  ---> Berechtigung prüfen
     IF  NOT ROLFKT-VERW
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-025" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     INITIALIZE SSFHOLD
     MOVE W-HOLD-ART TO HOLD-ART OF SSFHOLD
     MOVE "0001-01-01" TO DATUM-VON OF SSFHOLD
     MOVE "9999-12-31" TO DATUM-BIS OF SSFHOLD

**  ---> Parameter pruefen: Zeitraum bzw. Modul/Auftrag, Ende-Datum
**       und Antragsteller sind Pflicht
     SET HOLD-DATUM-OK TO TRUE
     EVALUATE TRUE
         WHEN HOLD-ART-DATUM
             MOVE W-HOLD-VON-E TO W-HOLD-DAT-E
             PERFORM D843-HOLD-DATUM
             MOVE W-HOLD-DAT-OUT TO DATUM-VON OF SSFHOLD
             IF  HOLD-DATUM-OK
                 MOVE W-HOLD-BIS-E TO W-HOLD-DAT-E
                 PERFORM D843-HOLD-DATUM
                 MOVE W-HOLD-DAT-OUT TO DATUM-BIS OF SSFHOLD
             END-IF
             IF  HOLD-DATUM-OK
             AND DATUM-VON OF SSFHOLD > DATUM-BIS OF SSFHOLD
                 SET HOLD-DATUM-NOK TO TRUE
             END-IF
             MOVE SPACES TO HOLD-WERT OF SSFHOLD
         WHEN HOLD-ART-MODUL
         WHEN HOLD-ART-AUFTRAG
             IF  W-HOLD-WERT = SPACES
                 SET HOLD-DATUM-NOK TO TRUE
             END-IF
             MOVE W-HOLD-WERT TO HOLD-WERT OF SSFHOLD
         WHEN OTHER
             SET HOLD-DATUM-NOK TO TRUE
     END-EVALUATE
     IF  HOLD-DATUM-OK
         MOVE W-HOLD-ENDE-E TO W-HOLD-DAT-E
         PERFORM D843-HOLD-DATUM
         MOVE W-HOLD-DAT-OUT TO ENDE-DATUM OF SSFHOLD
     END-IF
     IF  HOLD-DATUM-NOK
     OR  W-HOLD-ANTRAG = SPACES
**      ---> Parameter unvollstaendig
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

**  ---> ein Hold, dessen Ende schon vorbei ist, sperrt nichts
     PERFORM U030-TIMESTAMP
     MOVE SPACES TO W-HOLD-HEUTE
     STRING  TAL-JHJJ OF TAL-TIME-D   DELIMITED BY SIZE
             "-"                      DELIMITED BY SIZE
             TAL-MM   OF TAL-TIME-D   DELIMITED BY SIZE
             "-"                      DELIMITED BY SIZE
             TAL-TT   OF TAL-TIME-D   DELIMITED BY SIZE
       INTO  W-HOLD-HEUTE
     END-STRING
     IF  ENDE-DATUM OF SSFHOLD < W-HOLD-HEUTE
         MOVE " Ende-Datum des Holds liegt in der Vergangenheit"
             TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF
     MOVE W-HOLD-ANTRAG TO ANTRAGSTELLER OF SSFHOLD

**  ---> ohne Grund kein Hold: nachfragen
     IF  W-HOLD-GRUND = SPACES
         SET EIN-KLEIN-GROSS
             PROMPT-HOLD-GRUND TO TRUE
         PERFORM U000-EINGABE
         MOVE EINGABE TO W-HOLD-GRUND
         IF  W-HOLD-GRUND = SPACES
             EXIT SECTION
         END-IF
     END-IF
     MOVE W-HOLD-GRUND TO GRUND OF SSFHOLD

     PERFORM U100-BEGIN
     PERFORM S390-MAX-HOLDNR-SSFHOLD
     ADD 1 TO W-HOLD-NR
     MOVE W-HOLD-NR TO HOLD-NR OF SSFHOLD
     PERFORM S391-INSERT-SSFHOLD
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF

**  ---> Protokoll: Modul-Holds unter dem Modul, sonst unter LEGHOLD
     MOVE W-HOLD-NR TO W-HOLD-NR-ED
     PERFORM D842-HOLD-BEZEICHNUNG
     IF  HOLD-ART-MODUL
         MOVE W-HOLD-WERT TO SOURCE-MODUL OF SSPROT
     ELSE
         MOVE "LEGHOLD"   TO SOURCE-MODUL OF SSPROT
     END-IF
     MOVE "LH"            TO AKTION       OF SSPROT
     MOVE P-USER-NAME     TO GROUP-USER   OF SSPROT
     MOVE "NO"            TO KZ-FREIGABE  OF SSPROT
     MOVE SPACES          TO KOMMENTAR    OF SSPROT
     STRING  "Hold "                  DELIMITED BY SIZE
             W-HOLD-NR-ED             DELIMITED BY SIZE
             " "                      DELIMITED BY SIZE
             W-HOLD-BEZ               DELIMITED BY "  "
             " bis "                  DELIMITED BY SIZE
             ENDE-DATUM OF SSFHOLD    DELIMITED BY SIZE
             " fuer "                 DELIMITED BY SIZE
             W-HOLD-ANTRAG            DELIMITED BY SPACE
       INTO  KOMMENTAR OF SSPROT
     END-STRING
     PERFORM S200-INSERT-SSPROT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     MOVE SPACES TO ZEILE
     STRING  " Legal Hold "           DELIMITED BY SIZE
             W-HOLD-NR-ED             DELIMITED BY SIZE
             " gesetzt: "             DELIMITED BY SIZE
             W-HOLD-BEZ               DELIMITED BY "  "
             " bis "                  DELIMITED BY SIZE
             ENDE-DATUM OF SSFHOLD    DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 C761-99.
     EXIT.

******************************************************************
* HOLD LIFT <Nr>: Legal Hold aufheben - der Satz bleibt mit Status
* "AU" als Nachweis in =SSFHOLD stehen
******************************************************************
 C762-HOLD-LIFT SECTION.
 C762-00.
**  ---> Berechtigung prüfen
     IF  NOT ROLFKT-VERW
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-025" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     MOVE ZERO TO C4-ANZ1
     INSPECT W-HOLD-NR-E TALLYING C4-ANZ1 FOR CHARACTERS
         BEFORE INITIAL SPACE
     IF  C4-ANZ1 = ZERO
     OR  C4-ANZ1 > 6
     OR  W-HOLD-NR-E (1:C4-ANZ1) NOT NUMERIC
**      ---> Parameter unvollstaendig
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF
     MOVE W-HOLD-NR-E (1:C4-ANZ1) TO W-HOLD-NR
     MOVE W-HOLD-NR TO W-HOLD-NR-ED
     MOVE W-HOLD-NR TO HOLD-NR OF SSFHOLD

     PERFORM S392-SELECT-SSFHOLD
     IF  SSFHOLD-EOD
     OR  HOLD-STATUS OF SSFHOLD NOT = "AK"
         MOVE SPACES TO ZEILE
         STRING  " Legal Hold "       DELIMITED BY SIZE
                 W-HOLD-NR-ED         DELIMITED BY SIZE
                 " ist nicht aktiv"   DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF
     MOVE HOLD-ART  OF SSFHOLD TO W-HOLD-ART
     MOVE HOLD-WERT OF SSFHOLD TO W-HOLD-WERT
     PERFORM D842-HOLD-BEZEICHNUNG

**  ---> Rueckfrage
     MOVE SPACES TO ZEILE
     STRING  " Legal Hold "           DELIMITED BY SIZE
             W-HOLD-NR-ED             DELIMITED BY SIZE
             ": "                     DELIMITED BY SIZE
             W-HOLD-BEZ               DELIMITED BY "  "
             " ("                     DELIMITED BY SIZE
             ANTRAGSTELLER OF SSFHOLD DELIMITED BY "  "
             ")"                      DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     SET EIN-ASCII
         PROMPT-FREIGABE-JN TO TRUE
     PERFORM U000-EINGABE
     IF  EINGABE (1:C4-INLEN) not = "J"
         EXIT SECTION
     END-IF

     PERFORM U100-BEGIN
     PERFORM S393-UPDATE-SSFHOLD-LIFT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     IF  HOLD-ART-MODUL
         MOVE W-HOLD-WERT TO SOURCE-MODUL OF SSPROT
     ELSE
         MOVE "LEGHOLD"   TO SOURCE-MODUL OF SSPROT
     END-IF
     MOVE "LA"            TO AKTION       OF SSPROT
     MOVE P-USER-NAME     TO GROUP-USER   OF SSPROT
     MOVE "NO"            TO KZ-FREIGABE  OF SSPROT
     MOVE SPACES          TO KOMMENTAR    OF SSPROT
     STRING  "Hold "                  DELIMITED BY SIZE
             W-HOLD-NR-ED             DELIMITED BY SIZE
             " aufgehoben: "          DELIMITED BY SIZE
             W-HOLD-GRUND             DELIMITED BY "  "
       INTO  KOMMENTAR OF SSPROT
     END-STRING
     PERFORM S200-INSERT-SSPROT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     MOVE SPACES TO ZEILE
     STRING  " Legal Hold "           DELIMITED BY SIZE
             W-HOLD-NR-ED             DELIMITED BY SIZE
             " aufgehoben"            DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 C762-99.
     EXIT.

******************************************************************
* HOLD [LIST]: Bericht aller aktiven Legal Holds
******************************************************************
 C763-HOLD-LIST SECTION.
 C763-00.
     SET HOLD-ZIEL-LISTE TO TRUE
     MOVE ZERO TO W-HOLD-ANZ

     PERFORM U011-AUSGABE-SPACELINE
     MOVE " Aktive Legal Holds" TO ZEILE
     PERFORM U010-AUSGABE
     PERFORM D841-HOLD-KOPF

     PERFORM S387-OPEN-HOLD-CURSOR
     IF  SSFHOLD-OK
         PERFORM S388-FETCH-HOLD-CURSOR
     END-IF
     PERFORM UNTIL SSFHOLD-EOD
         ADD 1 TO W-HOLD-ANZ
         PERFORM D844-HOLD-ZEILE
         PERFORM S388-FETCH-HOLD-CURSOR
     END-PERFORM
     PERFORM S389-CLOSE-HOLD-CURSOR

     MOVE W-HOLD-ANZ TO W-HOLD-ANZ-ED
     MOVE SPACES TO ZEILE
     STRING  " "                      DELIMITED BY SIZE
             W-HOLD-ANZ-ED            DELIMITED BY SIZE
             " aktive(r) Legal Hold(s)"
                                      DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 C763-99.
     EXIT.

******************************************************************
* EXPORT: Escrow-Export - die komplette Historie eines Moduls bzw.
* aller Module einer Anwendung als selbststaendiges Paket, das ohne
* SRCSAFE-Installation lesbar und pruefbar ist (Hinterlegung,
* Ausgliederung, Revision)
*   EXPORT HISTORY <Modul|Anwendung> <Datei>
*   EXPORT VERIFY  <Datei>
* Das Paket enthaelt je Version den entpackten Quelltext samt
* Manifest (Check-in, Auftrag, Archiv, Pruefsummen) sowie das Audit-
* Protokoll (=SSPROT) und die Abnahme-Historie (=ABNAHME) als
* Festformat-Saetze (Satzaufbau s. W-EXP-SATZ). Export nur mit
* Verwaltungsrecht (protokolliert in =SSPROT, AKTION "EX"), die
* Pruefung auch mit Protokollrecht
******************************************************************
 C770-EXPORT SECTION.
 C770-00.
     EVALUATE W-EXP-SUBCMD
         WHEN "HISTORY"  PERFORM C771-EXPORT-HISTORY
         WHEN "VERIFY"   PERFORM C774-EXPORT-VERIFY
         WHEN OTHER
             MOVE "FEHLER"   TO BEREICH   OF SSTEXT
             MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**          ---> anzeigen Hilfstext
             PERFORM R100-SHOW-TEXT
     END-EVALUATE
     .
 C770-99.
     EXIT.

******************************************************************
* EXPORT HISTORY: ist der Name ein (sichtbares) Modul, wird dieses
* exportiert, sonst alle Module der gleichnamigen Anwendung
******************************************************************
 C771-EXPORT-HISTORY SECTION.
 C771-00.
**  ---> Berechtigung prüfen
     IF  NOT ROLFKT-VERW
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-025" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     IF  W-EXP-OBJEKT = SPACES
     OR  W-EXP-DATEI  = SPACES
**      ---> Parameter unvollstaendig
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

**  ---> Modul oder Anwendung?
     MOVE SPACE        TO W-EXP-ART
     MOVE W-EXP-OBJEKT TO SOURCE-MODUL OF SSAFE
     PERFORM S100-SELECT-SSAFE
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF
     IF  SSF-OK
         SET EXP-ART-MODUL TO TRUE
     ELSE
         MOVE W-EXP-OBJEKT TO W-ANW-CHECK
         PERFORM U710-CHECK-ANW
         IF  ANW-ALLOWED
             MOVE W-EXP-OBJEKT TO H-EXP-ANW
             PERFORM S240-OPEN-EXP-MOD-CURSOR
             IF  EXP-MOD-OK
                 PERFORM S241-FETCH-EXP-MOD-CURSOR
                 IF  EXP-MOD-OK
                     SET EXP-ART-ANWENDUNG TO TRUE
                 ELSE
                     PERFORM S242-CLOSE-EXP-MOD-CURSOR
                 END-IF
             END-IF
         END-IF
     END-IF
     IF  W-EXP-ART = SPACE
         MOVE SPACES TO ZEILE
         STRING  " Weder Modul noch Anwendung gefunden: "
                                      DELIMITED BY SIZE
                 W-EXP-OBJEKT         DELIMITED BY SPACE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

**  ---> Paketdatei anlegen
     MOVE W-EXP-DATEI TO ASS-FNAME
     MOVE ZERO        TO ASS-FSTATUS
     ENTER "COBOLASSIGN" USING  ESCROWF
                                ASS-FNAME
                         GIVING ASS-FSTATUS
     IF  ASS-FSTATUS NOT = ZERO
         DISPLAY "Fehler bei COBOLASSIGN (EXPORT): "
                 ASS-FNAME " " ASS-FSTATUS
         IF  EXP-ART-ANWENDUNG
             PERFORM S242-CLOSE-EXP-MOD-CURSOR
         END-IF
         EXIT SECTION
     END-IF
     OPEN OUTPUT ESCROWF

**  ---> Schmierdatei fuer die entpackten Versionen
     MOVE SPACES TO W-EXP-TMP-DATEI
     STRING  SOURCE-FILE-VOL       DELIMITED BY SPACE
             "."                   DELIMITED BY SIZE
             SOURCE-FILE-SUBVOL    DELIMITED BY SPACE
             "."                   DELIMITED BY SIZE
             K-EXP-SCHMIER         DELIMITED BY SIZE
       INTO  W-EXP-TMP-DATEI
     END-STRING

**  ---> Kopfsatz
     PERFORM U030-TIMESTAMP
     MOVE SPACES          TO W-EXP-SATZ
     SET  EXP-SATZ-KOPF   TO TRUE
     MOVE K-EXP-KENNUNG   TO W-EXP-K-KENNUNG
     MOVE K-EXP-FORMAT    TO W-EXP-K-FORMAT
     MOVE W-EXP-OBJEKT    TO W-EXP-K-OBJEKT
     MOVE W-EXP-ART       TO W-EXP-K-OBJART
     MOVE P-USER-NAME     TO W-EXP-K-USER
     MOVE TAL-TIME-N16    TO W-EXP-K-ZEIT
     WRITE ESCROWF-SATZ FROM W-EXP-SATZ

     MOVE ZERO TO W-EXP-ANZ-MODUL W-EXP-ANZ-VERS W-EXP-ANZ-Q
                  W-EXP-ANZ-P W-EXP-ANZ-A W-EXP-ANZ-FEHLER
     IF  EXP-ART-MODUL
         PERFORM C772-EXPORT-MODUL
     ELSE
         PERFORM UNTIL EXP-MOD-EOD
                 OR    PRG-ABBRUCH
             PERFORM C772-EXPORT-MODUL
             PERFORM S241-FETCH-EXP-MOD-CURSOR
         END-PERFORM
         PERFORM S242-CLOSE-EXP-MOD-CURSOR
     END-IF

**  ---> Ende-Satz mit den Zaehlern (Vollstaendigkeit, s. C774)
     MOVE SPACES              TO W-EXP-SATZ
     SET  EXP-SATZ-ENDE       TO TRUE
     MOVE W-EXP-ANZ-MODUL     TO W-EXP-E-ANZ-MODUL
     MOVE W-EXP-ANZ-VERS      TO W-EXP-E-ANZ-VERS
     MOVE W-EXP-ANZ-Q         TO W-EXP-E-ANZ-Q
     MOVE W-EXP-ANZ-P         TO W-EXP-E-ANZ-P
     MOVE W-EXP-ANZ-A         TO W-EXP-E-ANZ-A
     MOVE W-EXP-ANZ-FEHLER    TO W-EXP-E-ANZ-FEHLER
     WRITE ESCROWF-SATZ FROM W-EXP-SATZ
     CLOSE ESCROWF

**  ---> Protokoll
     MOVE W-EXP-ANZ-VERS TO W-EXP-ED-1
     PERFORM U100-BEGIN
     MOVE W-EXP-OBJEKT    TO SOURCE-MODUL OF SSPROT
     MOVE "EX"            TO AKTION       OF SSPROT
     MOVE P-USER-NAME     TO GROUP-USER   OF SSPROT
     MOVE "NO"            TO KZ-FREIGABE  OF SSPROT
     MOVE SPACES          TO KOMMENTAR    OF SSPROT
     STRING  "Escrow "                DELIMITED BY SIZE
             W-EXP-DATEI              DELIMITED BY SPACE
             " Vers."                 DELIMITED BY SIZE
             W-EXP-ED-1               DELIMITED BY SIZE
       INTO  KOMMENTAR OF SSPROT
     END-STRING
     PERFORM S200-INSERT-SSPROT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
     ELSE
         PERFORM U110-COMMIT
     END-IF

     PERFORM U011-AUSGABE-SPACELINE
     MOVE W-EXP-ANZ-MODUL TO W-EXP-ED-2
     MOVE SPACES TO ZEILE
     STRING  " --- "                   DELIMITED BY SIZE
             W-EXP-ED-2                DELIMITED BY SIZE
             " Modul(e) mit"           DELIMITED BY SIZE
             W-EXP-ED-1                DELIMITED BY SIZE
             " Version(en) exportiert nach "
                                       DELIMITED BY SIZE
             W-EXP-DATEI               DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     MOVE W-EXP-ANZ-P TO W-EXP-ED-3
     MOVE W-EXP-ANZ-A TO W-EXP-ED-4
     MOVE SPACES TO ZEILE
     STRING  " --- "                   DELIMITED BY SIZE
             W-EXP-ED-3                DELIMITED BY SIZE
             " Protokoll- und"         DELIMITED BY SIZE
             W-EXP-ED-4                DELIMITED BY SIZE
             " Abnahme-Eintrag/Eintraege"
                                       DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     IF  W-EXP-ANZ-FEHLER > ZERO
         MOVE W-EXP-ANZ-FEHLER TO W-EXP-ED-1
         MOVE SPACES TO ZEILE
         STRING  " !!! "               DELIMITED BY SIZE
                 W-EXP-ED-1            DELIMITED BY SIZE
                 " Version(en) nicht lesbar - im Manifest "
                                       DELIMITED BY SIZE
                 "markiert !!!"        DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF
     PERFORM U011-AUSGABE-SPACELINE
     .
 C771-99.
     EXIT.

******************************************************************
* EXPORT HISTORY: ein Modul - alle archivierten Versionen (s. C773),
* danach Audit-Protokoll und Abnahme-Historie
*
*    Eingabe:    SOURCE-MODUL/SOURCE-TYP OF SSAFE
******************************************************************
 C772-EXPORT-MODUL SECTION.
 C772-00.
     MOVE SOURCE-MODUL OF SSAFE TO W-EXP-MODUL
     MOVE W-EXP-MODUL TO H-EXP-MODUL
     ADD 1 TO W-EXP-ANZ-MODUL

**  ---> Versionen in der Reihenfolge des Check-ins
     PERFORM S243-OPEN-EXP-ARCH-CURSOR
     IF  EXP-CURS-OK
         PERFORM S244-FETCH-EXP-ARCH-CURSOR
         PERFORM UNTIL EXP-CURS-EOD
                 OR    PRG-ABBRUCH
             PERFORM C773-EXPORT-VERSION
             PERFORM S244-FETCH-EXP-ARCH-CURSOR
         END-PERFORM
         PERFORM S245-CLOSE-EXP-ARCH-CURSOR
     END-IF

**  ---> Schmierdatei wegraeumen (Fehler egal)
     INITIALIZE FUP-COMMANDS
     MOVE 1 TO FUP-COMMANDS-ANZ
     MOVE "ALLOW 10 ERRORS, 10 WARNINGS" TO FUP-COMMAND (1)
     ADD 1 TO FUP-COMMANDS-ANZ
     STRING  " PURGE "            DELIMITED BY SIZE
             W-EXP-TMP-DATEI      DELIMITED BY SPACE
             " !"                 DELIMITED BY SIZE
       INTO FUP-COMMAND (FUP-COMMANDS-ANZ)
     END-STRING
     PERFORM E150-OBEY-FUP
     IF  NOT PRG-OK
         SET PRG-OK TO TRUE
     END-IF

**  ---> Audit-Protokoll
     PERFORM S246-OPEN-EXP-PROT-CURSOR
     IF  EXP-CURS-OK
         PERFORM S247-FETCH-EXP-PROT-CURSOR
         PERFORM UNTIL EXP-CURS-EOD
             MOVE SPACES                   TO W-EXP-SATZ
             SET  EXP-SATZ-PROT            TO TRUE
             MOVE SOURCE-MODUL OF SSPROT   TO W-EXP-P-MODUL
             MOVE GROUP-USER   OF SSPROT   TO W-EXP-P-USER
             MOVE AKTION       OF SSPROT   TO W-EXP-P-AKTION
             MOVE KZ-FREIGABE  OF SSPROT   TO W-EXP-P-KZ-FREIGABE
             MOVE HOMETERM     OF SSPROT   TO W-EXP-P-HOMETERM
             MOVE KOMMENTAR    OF SSPROT   TO W-EXP-P-KOMMENTAR
             MOVE ZPINS        OF SSPROT   TO W-EXP-P-ZPINS
             MOVE ANWENDUNG    OF SSPROT   TO W-EXP-P-ANWENDUNG
             WRITE ESCROWF-SATZ FROM W-EXP-SATZ
             ADD 1 TO W-EXP-ANZ-P
             PERFORM S247-FETCH-EXP-PROT-CURSOR
         END-PERFORM
         PERFORM S248-CLOSE-EXP-PROT-CURSOR
     END-IF

**  ---> Abnahme-Historie (=ABNAHME kennt den Objektnamen, s. U400)
     MOVE W-EXP-MODUL TO H-EXP-OBJEKT
     IF  SOURCE-TYP OF SSAFE = "CS" OR "CO" OR "CX"
         MOVE W-EXP-MODUL TO IN-SOURCE
         PERFORM U400-OBJECT-NAME
         MOVE OUT-SOURCE  TO H-EXP-OBJEKT
     END-IF
     PERFORM S251-OPEN-EXP-ABN-CURSOR
     IF  EXP-CURS-OK
         PERFORM S252-FETCH-EXP-ABN-CURSOR
         PERFORM UNTIL EXP-CURS-EOD
             MOVE SPACES                   TO W-EXP-SATZ
             SET  EXP-SATZ-ABNAHME         TO TRUE
             MOVE PRG-NAME  OF ABNAHME     TO W-EXP-A-PRG-NAME
             MOVE VERSION   OF ABNAHME     TO W-EXP-A-VERSION
             MOVE DATUM     OF ABNAHME     TO W-EXP-A-DATUM
             MOVE NK-STATUS OF ABNAHME     TO W-EXP-A-NK-STATUS
             MOVE NK-VON    OF ABNAHME     TO W-EXP-A-NK-VON
             MOVE AUFTRAG-VON  OF ABNAHME  TO W-EXP-A-VON (1)
             MOVE AUFTRAG-AM   OF ABNAHME  TO W-EXP-A-AM  (1)
             MOVE REL2TEST-VON OF ABNAHME  TO W-EXP-A-VON (2)
             MOVE REL2TEST-AM  OF ABNAHME  TO W-EXP-A-AM  (2)
             MOVE ACT2TEST-VON OF ABNAHME  TO W-EXP-A-VON (3)
             MOVE ACT2TEST-AM  OF ABNAHME  TO W-EXP-A-AM  (3)
             MOVE ACT2PROD-VON OF ABNAHME  TO W-EXP-A-VON (4)
             MOVE ACT2PROD-AM  OF ABNAHME  TO W-EXP-A-AM  (4)
             MOVE FREIGABE-ANTRAG-VON OF ABNAHME
                                           TO W-EXP-A-VON (5)
             MOVE FREIGABE-ANTRAG-AM  OF ABNAHME
                                           TO W-EXP-A-AM  (5)
             MOVE FREIGABE-VON  OF ABNAHME TO W-EXP-A-VON (6)
             MOVE FREIGABE-AM   OF ABNAHME TO W-EXP-A-AM  (6)
             MOVE FREIGABE-VON2 OF ABNAHME TO W-EXP-A-VON (7)
             MOVE FREIGABE-AM2  OF ABNAHME TO W-EXP-A-AM  (7)
             MOVE REL2PROD-VON  OF ABNAHME TO W-EXP-A-VON (8)
             MOVE REL2PROD-AM   OF ABNAHME TO W-EXP-A-AM  (8)
             WRITE ESCROWF-SATZ FROM W-EXP-SATZ
             ADD 1 TO W-EXP-ANZ-A
             PERFORM S252-FETCH-EXP-ABN-CURSOR
         END-PERFORM
         PERFORM S253-CLOSE-EXP-ABN-CURSOR
     END-IF
     .
 C772-99.
     EXIT.

******************************************************************
* EXPORT HISTORY: eine Version - ueber SSFCOU0M (LINK-CMD "EX") in
* die Schmierdatei entpacken (Delta-Versionen zusammengesetzt, Kalt-
* Ablage direkt gelesen, Pruefsumme kontrolliert), Zeile fuer Zeile
* ins Paket uebernehmen und mit dem Manifest abschliessen. Eine
* nicht lesbare Version bricht den Export nicht ab, sie steht mit
* Ergebnis "PS" (Pruefsummenfehler) bzw. "FE" im Manifest
*
*    Eingabe:    Zeile aus EXP_ARCH_CURS (SSFRARCH, H-EXP-CHECKSUM)
******************************************************************
 C773-EXPORT-VERSION SECTION.
 C773-00.
     ADD 1 TO W-EXP-ANZ-VERS
     MOVE SPACES               TO W-EXP-SATZ
     SET  EXP-SATZ-VERSION     TO TRUE
     MOVE W-EXP-MODUL          TO W-EXP-V-V-MODUL
     MOVE VERSION OF SSFRARCH  TO W-EXP-V-V-VERSION
     WRITE ESCROWF-SATZ FROM W-EXP-SATZ

     MOVE ZERO TO W-EXP-HASH W-EXP-ZEILEN

**  ---> Version entpacken (SSFCOU0M "EX" -V)
     MOVE "EX"               TO COU-LINK-CMD
     MOVE ZERO               TO COU-LINK-RC
     MOVE SPACES             TO COU-LINK-REP-FILE
     MOVE W-EXP-MODUL        TO COU-LINK-REP-FILE
     MOVE ZERO TO C4-I1
     INSPECT COU-LINK-REP-FILE TALLYING C4-I1
         FOR CHARACTERS BEFORE INITIAL SPACE
     MOVE C4-I1              TO COU-LINK-REP-FILE-LEN
     MOVE "-V"               TO COU-LINK-OPTION
     MOVE SPACES             TO COU-LINK-OPTVAL
     MOVE VERSION OF SSFRARCH TO COU-LINK-OPTVAL
     MOVE W-EXP-TMP-DATEI    TO COU-LINK-MERGE-ERGEBNIS
     SET RZ-MOD-COU TO TRUE
     PERFORM E358-RZ-MODUL-START
     CALL "SSFCOU0M" USING COU-LINK-REC
     PERFORM E359-RZ-MODUL-STOP
     MOVE SPACES             TO COU-LINK-MERGE-ERGEBNIS
     EVALUATE COU-LINK-RC
         WHEN ZERO   MOVE "OK" TO W-EXP-ERGEBNIS
         WHEN 9998   MOVE "PS" TO W-EXP-ERGEBNIS
         WHEN OTHER  MOVE "FE" TO W-EXP-ERGEBNIS
     END-EVALUATE

**  ---> entpackten Quelltext ins Paket uebernehmen
     IF  W-EXP-ERGEBNIS = "OK"
         MOVE W-EXP-TMP-DATEI TO ASS-FNAME
         MOVE ZERO            TO ASS-FSTATUS
         ENTER "COBOLASSIGN" USING  SOURCEF
                                    ASS-FNAME
                             GIVING ASS-FSTATUS
         IF  ASS-FSTATUS NOT = ZERO
             MOVE "FE" TO W-EXP-ERGEBNIS
         END-IF
     END-IF
     IF  W-EXP-ERGEBNIS = "OK"
         OPEN INPUT SOURCEF
         SET FILE-OK TO TRUE
         READ SOURCEF AT END SET FILE-EOF TO TRUE END-READ
         PERFORM UNTIL FILE-EOF
             MOVE SPACES            TO W-EXP-SATZ
             SET  EXP-SATZ-QUELLE   TO TRUE
             MOVE REC-LEN           TO W-EXP-Q-LEN
             IF  REC-LEN > ZERO
                 MOVE SOURCEF-RECORD (1:REC-LEN) TO W-EXP-Q-TEXT
             END-IF
             PERFORM D845-EXPORT-HASH
             WRITE ESCROWF-SATZ FROM W-EXP-SATZ
             ADD 1 TO W-EXP-ZEILEN
             ADD 1 TO W-EXP-ANZ-Q
             READ SOURCEF AT END SET FILE-EOF TO TRUE END-READ
         END-PERFORM
         CLOSE SOURCEF
     ELSE
         ADD 1 TO W-EXP-ANZ-FEHLER
         MOVE COU-LINK-RC TO D-NUM4
         DISPLAY " !!! Version " VERSION OF SSFRARCH
                 " von " W-EXP-MODUL
                 " nicht exportiert, RC=" D-NUM4 " !!!"
     END-IF

**  ---> Manifest der Version
     MOVE SPACES                     TO W-EXP-SATZ
     SET  EXP-SATZ-MANIFEST          TO TRUE
     MOVE W-EXP-MODUL                TO W-EXP-M-MODUL
     MOVE VERSION      OF SSFRARCH   TO W-EXP-M-VERSION
     MOVE ARCHIV-MODUL OF SSFRARCH   TO W-EXP-M-ARCHIV
     IF  OFFLINE-KZ OF SSFRARCH = "C"
         MOVE "C"                    TO W-EXP-M-ABLAGE
     ELSE
         MOVE "O"                    TO W-EXP-M-ABLAGE
     END-IF
     MOVE DELTA-KZ     OF SSFRARCH   TO W-EXP-M-DELTA-KZ
     MOVE DELTA-BASIS  OF SSFRARCH   TO W-EXP-M-DELTA-BASIS
     MOVE H-EXP-CHECKSUM             TO W-EXP-M-CHK-ARCHIV
     MOVE W-EXP-HASH                 TO W-EXP-M-CHK-PAKET
     MOVE W-EXP-ZEILEN               TO W-EXP-M-ZEILEN
     MOVE GROUP-USER   OF SSFRARCH   TO W-EXP-M-CI-VON
     MOVE ZPINS        OF SSFRARCH   TO W-EXP-M-CI-AM
     MOVE SOURCE-DATE  OF SSFRARCH (1:10)
                                     TO W-EXP-M-SRC-DATE
     MOVE AUFTRAG      OF SSFRARCH   TO W-EXP-M-AUFTRAG
     MOVE W-EXP-ERGEBNIS             TO W-EXP-M-ERGEBNIS
     WRITE ESCROWF-SATZ FROM W-EXP-SATZ
     .
 C773-99.
     EXIT.

******************************************************************
* EXPORT VERIFY: ein Paket unabhaengig vom Archiv pruefen - je
* Version werden Pruefsumme und Zeilenzahl des Quelltexts neu
* berechnet und gegen das Manifest (und die dort festgehaltene
* Archiv-Pruefsumme) gestellt, zum Schluss die Zaehler des Ende-
* Satzes gegen die gelesenen Saetze (Vollstaendigkeit)
******************************************************************
 C774-EXPORT-VERIFY SECTION.
 C774-00.
**  ---> Berechtigung prüfen
     IF  NOT ROLFKT-PROT
     AND NOT ROLFKT-VERW
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-025" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     IF  W-EXP-DATEI = SPACES
**      ---> Parameter unvollstaendig
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     MOVE W-EXP-DATEI TO ASS-FNAME
     MOVE ZERO        TO ASS-FSTATUS
     ENTER "COBOLASSIGN" USING  ESCROWF
                                ASS-FNAME
                         GIVING ASS-FSTATUS
     IF  ASS-FSTATUS NOT = ZERO
         DISPLAY "Fehler bei COBOLASSIGN (EXPORT VERIFY): "
                 ASS-FNAME " " ASS-FSTATUS
         EXIT SECTION
     END-IF
     OPEN INPUT ESCROWF

**  ---> Kopfsatz
     SET EXP-NOT-EOF TO TRUE
     READ ESCROWF INTO W-EXP-SATZ
         AT END SET EXP-EOF TO TRUE
     END-READ
     IF  EXP-EOF
     OR  NOT EXP-SATZ-KOPF
     OR  W-EXP-K-KENNUNG NOT = K-EXP-KENNUNG
         MOVE SPACES TO ZEILE
         STRING  " Datei ist kein Escrow-Paket: "
                                      DELIMITED BY SIZE
                 W-EXP-DATEI          DELIMITED BY SPACE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         CLOSE ESCROWF
         EXIT SECTION
     END-IF
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  " Escrow-Paket "         DELIMITED BY SIZE
             W-EXP-K-OBJEKT           DELIMITED BY SPACE
             ", erstellt von "        DELIMITED BY SIZE
             W-EXP-K-USER             DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE

     MOVE ZERO TO W-EXP-ANZ-VERS W-EXP-ANZ-Q W-EXP-ANZ-P
                  W-EXP-ANZ-A W-EXP-ANZ-FEHLER
                  W-EXP-ANZ-OK W-EXP-ANZ-NOK
     MOVE SPACES TO W-EXP-PR-MODUL W-EXP-PR-VERSION
     SET EXP-V-ZU    TO TRUE
     SET EXP-E-FEHLT TO TRUE
     READ ESCROWF INTO W-EXP-SATZ
         AT END SET EXP-EOF TO TRUE
     END-READ
     PERFORM UNTIL EXP-EOF
         EVALUATE TRUE
             WHEN EXP-SATZ-VERSION
                 IF  EXP-V-OFFEN
                     MOVE "Manifest fehlt" TO W-EXP-TEXT
                     PERFORM D846-EXPORT-MELDUNG
                 END-IF
                 MOVE W-EXP-V-V-MODUL   TO W-EXP-PR-MODUL
                 MOVE W-EXP-V-V-VERSION TO W-EXP-PR-VERSION
                 MOVE ZERO TO W-EXP-HASH W-EXP-ZEILEN
                 SET EXP-V-OFFEN TO TRUE
             WHEN EXP-SATZ-QUELLE
                 ADD 1 TO W-EXP-ANZ-Q
                 ADD 1 TO W-EXP-ZEILEN
**              ---> kaputte Laengenangabe: Pruefsumme der Version
**                   bleibt ungueltig (negativ)
                 IF  W-EXP-Q-LEN NOT NUMERIC
                 OR  W-EXP-Q-LEN > 128
                     MOVE -1 TO W-EXP-HASH
                 END-IF
                 IF  W-EXP-HASH NOT < ZERO
                     PERFORM D845-EXPORT-HASH
                 END-IF
             WHEN EXP-SATZ-MANIFEST
                 ADD 1 TO W-EXP-ANZ-VERS
                 PERFORM D847-EXPORT-MANIFEST
                 SET EXP-V-ZU TO TRUE
             WHEN EXP-SATZ-PROT
                 ADD 1 TO W-EXP-ANZ-P
             WHEN EXP-SATZ-ABNAHME
                 ADD 1 TO W-EXP-ANZ-A
             WHEN EXP-SATZ-ENDE
                 SET EXP-E-GELESEN TO TRUE
                 MOVE SPACES TO W-EXP-PR-MODUL W-EXP-PR-VERSION
                 IF  W-EXP-E-ANZ-VERS   NOT = W-EXP-ANZ-VERS
                 OR  W-EXP-E-ANZ-Q      NOT = W-EXP-ANZ-Q
                 OR  W-EXP-E-ANZ-P      NOT = W-EXP-ANZ-P
                 OR  W-EXP-E-ANZ-A      NOT = W-EXP-ANZ-A
                 OR  W-EXP-E-ANZ-FEHLER NOT = W-EXP-ANZ-FEHLER
                     MOVE "Satzzahlen passen nicht zum Ende-Satz"
                       TO W-EXP-TEXT
                     PERFORM D846-EXPORT-MELDUNG
                 END-IF
             WHEN OTHER
                 MOVE "unbekannte Satzart" TO W-EXP-TEXT
                 PERFORM D846-EXPORT-MELDUNG
         END-EVALUATE
         READ ESCROWF INTO W-EXP-SATZ
             AT END SET EXP-EOF TO TRUE
         END-READ
     END-PERFORM
     CLOSE ESCROWF

     IF  EXP-V-OFFEN
         MOVE "Manifest fehlt" TO W-EXP-TEXT
         PERFORM D846-EXPORT-MELDUNG
     END-IF
     IF  EXP-E-FEHLT
         MOVE SPACES TO W-EXP-PR-MODUL W-EXP-PR-VERSION
         MOVE "Ende-Satz fehlt - Paket unvollstaendig"
           TO W-EXP-TEXT
         PERFORM D846-EXPORT-MELDUNG
     END-IF

**  ---> Zusammenfassung
     MOVE W-EXP-ANZ-VERS TO W-EXP-ED-1
     MOVE W-EXP-ANZ-OK   TO W-EXP-ED-2
     MOVE SPACES TO ZEILE
     STRING  " --- "                  DELIMITED BY SIZE
             W-EXP-ED-1               DELIMITED BY SIZE
             " Version(en) geprueft," DELIMITED BY SIZE
             W-EXP-ED-2               DELIMITED BY SIZE
             " in Ordnung"            DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     IF  W-EXP-ANZ-FEHLER > ZERO
         MOVE W-EXP-ANZ-FEHLER TO W-EXP-ED-1
         MOVE SPACES TO ZEILE
         STRING  " --- "              DELIMITED BY SIZE
                 W-EXP-ED-1           DELIMITED BY SIZE
                 " Version(en) waren schon beim Export nicht lesbar"
                                      DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF
     IF  W-EXP-ANZ-NOK = ZERO
         MOVE " --- Paket ist vollstaendig und unversehrt" TO ZEILE
     ELSE
         MOVE W-EXP-ANZ-NOK TO W-EXP-ED-1
         MOVE SPACES TO ZEILE
         STRING  " !!! "              DELIMITED BY SIZE
                 W-EXP-ED-1           DELIMITED BY SIZE
                 " Abweichung(en) - Paket ist NICHT in Ordnung !!!"
                                      DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
     END-IF
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE
     .
 C774-99.
     EXIT.

******************************************************************
* BOM: Stueckliste der Compile-Laeufe (=SSFBOM, geschrieben von
* SSFCMP0M bei jedem Compile, auch im SRCCOMP-Batch)
*   BOM <Objekt|Modul> [<Version>]
*       - welche Source-Version und welche COPY-/?SOURCE-Member
*         (Bibliothek, Section, Version, Archiv-Pruefsumme) mit
*         welchem Compiler in das Objekt eingegangen sind; ohne
*         Version die zuletzt produktiv freigegebene (=ABNAHME)
*   BOM WHERE <Bibliothek> [<Version> [<Section>]]
*       - welche freigegebenen Objekte mit dieser Version der
*         Bibliothek (bzw. einer Section daraus) gebaut wurden
* Beide Auswertungen mit dem Recht fuer LIBIS
******************************************************************
 C775-BOM SECTION.
 C775-00.
**  ---> Berechtigung prüfen
     IF  NOT ROLFKT-LIBIS
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-025" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     EVALUATE TRUE
         WHEN W-BOM-SUBCMD = "WHERE"
          AND H-BOM-MEMBER NOT = SPACES
             PERFORM C777-BOM-WHERE
         WHEN W-BOM-SUBCMD = "OBJEKT"
          AND H-BOM-NAME   NOT = SPACES
             PERFORM C776-BOM-OBJEKT
         WHEN OTHER
             MOVE "FEHLER"   TO BEREICH   OF SSTEXT
             MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**          ---> anzeigen Hilfstext
             PERFORM R100-SHOW-TEXT
     END-EVALUATE
     .
 C775-99.
     EXIT.

******************************************************************
* BOM <Objekt|Modul>: der Name wird ueber den juengsten Compile-
* Lauf aufgeloest (Source-Modul oder Objektname), die Version ohne
* Angabe ueber die juengste Produktions-Freigabe in =ABNAHME; dann
* alle Laeufe dieser Version mit ihren Positionen
******************************************************************
 C776-BOM-OBJEKT SECTION.
 C776-00.
     PERFORM S189-SELECT-BOM-MODUL
     IF  BOM-SEL-OK
**      ---> nur sichtbare Module (Mandanten-Filter wie S100)
         MOVE H-BOM-MODUL TO SOURCE-MODUL OF SSAFE
         PERFORM S100-SELECT-SSAFE
         IF  PRG-ABBRUCH
             EXIT SECTION
         END-IF
         IF  NOT SSF-OK
             SET BOM-SEL-NOK TO TRUE
         END-IF
     END-IF
     IF  BOM-SEL-NOK
         MOVE SPACES TO ZEILE
         STRING  " Keine Stueckliste vorhanden fuer: "
                                      DELIMITED BY SIZE
                 H-BOM-NAME           DELIMITED BY SPACE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

     MOVE SPACES TO H-BOM-REL-AM
     IF  W-BOM-VERS-EIN = SPACES
         PERFORM S190-SELECT-BOM-FREIGABE
         IF  BOM-SEL-NOK
             MOVE SPACES TO ZEILE
             STRING  " Keine produktive Freigabe in ABNAHME fuer: "
                                      DELIMITED BY SIZE
                     H-BOM-OBJNAME    DELIMITED BY SPACE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
             MOVE " (Version angeben: BOM <Objekt> <Version>)"
                                      TO ZEILE
             PERFORM U010-AUSGABE
             EXIT SECTION
         END-IF
     ELSE
         MOVE W-BOM-VERS-EIN TO H-BOM-VERSION
     END-IF

**  ---> Kopf
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  " Stueckliste "          DELIMITED BY SIZE
             H-BOM-OBJNAME            DELIMITED BY SPACE
             " (Source "              DELIMITED BY SIZE
             H-BOM-MODUL              DELIMITED BY SPACE
             ") Version "             DELIMITED BY SIZE
             H-BOM-VERSION            DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     IF  H-BOM-REL-AM NOT = SPACES
         MOVE SPACES TO ZEILE
         STRING  " produktiv freigegeben am "
                                      DELIMITED BY SIZE
                 H-BOM-REL-AM (1:16)  DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF

**  ---> alle Laeufe dieser Version, juengster zuerst
     MOVE ZERO TO W-BOM-ANZ W-BOM-LAUF-ALT
     PERFORM S191-OPEN-BOM-CURSOR
     IF  BOM-CURS-OK
         PERFORM S192-FETCH-BOM-CURSOR
     END-IF
     PERFORM UNTIL BOM-CURS-EOD
         IF  LAUF-ID OF SSFBOM NOT = W-BOM-LAUF-ALT
             ADD 1 TO W-BOM-ANZ
             MOVE LAUF-ID OF SSFBOM TO W-BOM-LAUF-ALT
             PERFORM D849-BOM-LAUF-KOPF
         END-IF
         PERFORM D848-BOM-ZEILE
         PERFORM S192-FETCH-BOM-CURSOR
     END-PERFORM
     PERFORM S193-CLOSE-BOM-CURSOR

     PERFORM U011-AUSGABE-SPACELINE
     IF  W-BOM-ANZ = ZERO
         MOVE " Zu dieser Version wurde kein Compile-Lauf erfasst"
                                      TO ZEILE
     ELSE
         MOVE W-BOM-ANZ TO W-BOM-ANZ-ED
         MOVE SPACES TO ZEILE
         STRING  " "                  DELIMITED BY SIZE
                 W-BOM-ANZ-ED         DELIMITED BY SIZE
                 " Compile-Lauf/Laeufe zu dieser Version"
                                      DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
     END-IF
     PERFORM U010-AUSGABE
     .
 C776-99.
     EXIT.

******************************************************************
* BOM WHERE <Bibliothek> [<Version> [<Section>]]: Verwendungs-
* nachweis - freigegebene Objekte, in die die Bibliothek (in der
* Version, ggf. nur die Section) eingegangen ist
******************************************************************
 C777-BOM-WHERE SECTION.
 C777-00.
     MOVE "%" TO H-BOM-VERS-FILTER H-BOM-SEK-FILTER
     IF  W-BOM-VERS-EIN NOT = SPACES
         MOVE W-BOM-VERS-EIN TO H-BOM-VERS-FILTER
     END-IF
     IF  W-BOM-SEK-EIN NOT = SPACES
         MOVE W-BOM-SEK-EIN  TO H-BOM-SEK-FILTER
     END-IF

     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     MOVE 1      TO W-BOM-PTR
     STRING  " Freigegebene Objekte mit "
                                      DELIMITED BY SIZE
             H-BOM-MEMBER             DELIMITED BY SPACE
       INTO  ZEILE
       WITH  POINTER W-BOM-PTR
     END-STRING
     IF  W-BOM-VERS-EIN NOT = SPACES
         STRING  " Version "          DELIMITED BY SIZE
                 W-BOM-VERS-EIN       DELIMITED BY SPACE
           INTO  ZEILE
           WITH  POINTER W-BOM-PTR
         END-STRING
     END-IF
     IF  W-BOM-SEK-EIN NOT = SPACES
         STRING  " Section "          DELIMITED BY SIZE
                 W-BOM-SEK-EIN        DELIMITED BY SPACE
           INTO  ZEILE
           WITH  POINTER W-BOM-PTR
         END-STRING
     END-IF
     PERFORM U010-AUSGABE
     MOVE SPACES                     TO ZEILE
     MOVE "Modul"                    TO ZEILE (02:05)
     MOVE "Version"                  TO ZEILE (11:07)
     MOVE "Objekt"                   TO ZEILE (22:06)
     MOVE "Lib-Vers."                TO ZEILE (31:09)
     MOVE "Section"                  TO ZEILE (42:07)
     MOVE "freigegeben"              TO ZEILE (65:11)
     PERFORM U010-AUSGABE

     MOVE ZERO TO W-BOM-ANZ
     PERFORM S194-OPEN-BOM-WHERE-CURSOR
     IF  BOM-CURS-OK
         PERFORM S195-FETCH-BOM-WHERE-CURSOR
     END-IF
     PERFORM UNTIL BOM-CURS-EOD
         ADD 1 TO W-BOM-ANZ
         MOVE SPACES                       TO ZEILE
         MOVE SOURCE-MODUL   OF SSFBOM     TO ZEILE (02:08)
         MOVE VERSION        OF SSFBOM     TO ZEILE (11:10)
         MOVE OBJEKT-NAME    OF SSFBOM     TO ZEILE (22:08)
         MOVE MEMBER-VERSION OF SSFBOM     TO ZEILE (31:10)
         MOVE SEKTION        OF SSFBOM     TO ZEILE (42:22)
         MOVE H-BOM-REL-AM (1:10)          TO ZEILE (65:10)
         PERFORM U010-AUSGABE
         PERFORM S195-FETCH-BOM-WHERE-CURSOR
     END-PERFORM
     PERFORM S196-CLOSE-BOM-WHERE-CURSOR

     MOVE W-BOM-ANZ TO W-BOM-ANZ-ED
     MOVE SPACES TO ZEILE
     STRING  " "                      DELIMITED BY SIZE
             W-BOM-ANZ-ED             DELIMITED BY SIZE
             " Fundstelle(n)"         DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 C777-99.
     EXIT.

******************************************************************
* TESTRESET <Anwendung> [PROD | BASELINE <Name>] [KEEP]
*       - setzt die TEST-Umgebung einer Anwendung Modul fuer Modul
*         auf den Produktionsstand (Standard) bzw. auf den in einer
*         Baseline eingefrorenen Stand zurueck
*       - zuerst wird der Plan angezeigt (in TEST aktiv lt.
*         =SSFTENV gegen Ziel-Version), erst nach Bestaetigung wird
*         ersetzt; mit KEEP bleiben Module mit offenem REL2TEST
*         (FREIGABE_TEST "TR") unangetastet
*       - Quelle ist immer das Produktions-Objekt (Run-SubVol der
*         Zielklasse wie REL2PROD, =SSPARM "R2P-RUN"); eine
*         Baseline-Version, die nicht mehr produktiv ist, hat kein
*         Objekt mehr und wird nur gemeldet
* Recht wie ACTIVTEST
******************************************************************
 C778-TESTRESET SECTION.
 C778-00.
**  ---> Berechtigung prüfen
     IF  NOT ROLFKT-ACTIVTST
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-025" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     IF  W-TRES-ANW = SPACES
     OR  TRES-PARM-NOK
     OR (TRES-ZIEL-BASELINE AND W-TRES-BASELINE = SPACES)
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

**  ---> Mandanten-Pruefung: nur eine fuer die Sitzung sichtbare
**       Anwendung darf zurueckgesetzt werden (s. U710)
     MOVE W-TRES-ANW TO W-ANW-CHECK
     PERFORM U710-CHECK-ANW
     IF  ANW-NOK
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-025" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

**  ---> Baseline muss existieren
     IF  TRES-ZIEL-BASELINE
         MOVE W-TRES-BASELINE TO W-BAS-NAME
         PERFORM S791-COUNT-SSFBASE
         IF  W-BAS-VORH = ZERO
             MOVE SPACES TO ZEILE
             STRING  " !!! Baseline "      DELIMITED BY SIZE
                     W-TRES-BASELINE       DELIMITED BY SPACE
                     " ist nicht vorhanden" DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
             EXIT SECTION
         END-IF
         MOVE SPACES TO W-TRES-ZIEL-TEXT
         STRING  "Baseline "           DELIMITED BY SIZE
                 W-TRES-BASELINE       DELIMITED BY SPACE
           INTO  W-TRES-ZIEL-TEXT
         END-STRING
         MOVE W-TRES-BASELINE    TO W-TRES-ZIEL-KURZ
     ELSE
         MOVE "Produktionsstand" TO W-TRES-ZIEL-TEXT
         MOVE "PROD"             TO W-TRES-ZIEL-KURZ
     END-IF

**  ---> TEST-SubVol (SVOL_DEST) und Sicherungs-SubVol (SVOL_SOURCE)
**       wie bei ACTIVTEST
     MOVE "ACTIVTST" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  NOT SSPRM-OK
         EXIT SECTION
     END-IF
     MOVE SVOL-DEST   OF SSPARM TO W-TRES-SVOL-TEST
     MOVE SVOL-SOURCE OF SSPARM TO W-TRES-SVOL-ALT

**  ---> Plan ermitteln und anzeigen
     PERFORM C779-TESTRESET-PLAN
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

     IF  W-TRES-ANZ-R = ZERO
         MOVE " TEST entspricht bereits dem Ziel - nichts zu ersetzen"
             TO ZEILE
         PERFORM U010-AUSGABE
         PERFORM U011-AUSGABE-SPACELINE
         EXIT SECTION
     END-IF

**  ---> Rueckfrage, erst dann wird TEST veraendert
     SET EIN-ASCII
         PROMPT-TRES-JN TO TRUE
     PERFORM U000-EINGABE
     IF  EINGABE (1:1) NOT = "J"
         MOVE " TESTRESET abgebrochen - TEST wurde nicht veraendert"
             TO ZEILE
         PERFORM U010-AUSGABE
         PERFORM U011-AUSGABE-SPACELINE
         EXIT SECTION
     END-IF

     PERFORM C780-TESTRESET-AUSFUEHREN
     .
 C778-99.
     EXIT.

******************************************************************
* TESTRESET-Plan: je Modul der Anwendung die in TEST aktive Version
* (=SSFTENV) gegen die Ziel-Version (juengste Produktions-Freigabe
* in =ABNAHME bzw. Version in =SSFBASE) stellen, Massnahme in
* W-TRES-TAB merken und den Plan ausgeben (s. D850)
******************************************************************
 C779-TESTRESET-PLAN SECTION.
 C779-00.
     MOVE ZERO TO W-TRES-ANZ W-TRES-ANZ-R W-TRES-ANZ-G W-TRES-ANZ-K
                  W-TRES-ANZ-X
     MOVE W-TRES-ANW TO H-TRES-ANW

     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  " TESTRESET Anwendung " DELIMITED BY SIZE
             W-TRES-ANW              DELIMITED BY SPACE
             " auf "                 DELIMITED BY SIZE
             W-TRES-ZIEL-TEXT        DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     MOVE SPACES                     TO ZEILE
     MOVE "Modul"                    TO ZEILE (02:05)
     MOVE "in TEST"                  TO ZEILE (12:07)
     MOVE "Ziel"                     TO ZEILE (24:04)
     MOVE "Massnahme"                TO ZEILE (36:09)
     PERFORM U010-AUSGABE
     MOVE " ---------------------------------------------------------"
         TO ZEILE
     PERFORM U010-AUSGABE

     PERFORM S197-OPEN-TRES-CURSOR
     IF  TRES-CURS-OK
         PERFORM S198-FETCH-TRES-CURSOR
     END-IF
     PERFORM UNTIL TRES-CURS-EOD
         IF  W-TRES-ANZ NOT < W-TRES-MAX
             MOVE W-TRES-MAX TO W-TRES-ANZ-ED
             MOVE SPACES TO ZEILE
             STRING  " !!! mehr als "      DELIMITED BY SIZE
                     W-TRES-ANZ-ED         DELIMITED BY SIZE
                     " Module - TESTRESET nicht moeglich"
                                           DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
             SET PRG-ABBRUCH TO TRUE
             SET TRES-CURS-EOD TO TRUE
         ELSE
             ADD 1 TO W-TRES-ANZ
             PERFORM D850-TESTRESET-MODUL-PLAN
             PERFORM S198-FETCH-TRES-CURSOR
         END-IF
     END-PERFORM
     PERFORM S199-CLOSE-TRES-CURSOR
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

     IF  W-TRES-ANZ = ZERO
         MOVE "  keine Module mit Objekt in dieser Anwendung" TO ZEILE
         PERFORM U010-AUSGABE
     END-IF

     PERFORM U011-AUSGABE-SPACELINE
     MOVE W-TRES-ANZ-R TO W-TRES-ANZ-ED
     MOVE W-TRES-ANZ-G TO W-TRES-ANZ2-ED
     MOVE W-TRES-ANZ-K TO W-TRES-ANZ3-ED
     MOVE SPACES TO ZEILE
     STRING  " zu ersetzen: "        DELIMITED BY SIZE
             W-TRES-ANZ-ED           DELIMITED BY SIZE
             "  identisch: "         DELIMITED BY SIZE
             W-TRES-ANZ2-ED          DELIMITED BY SIZE
             "  behalten: "          DELIMITED BY SIZE
             W-TRES-ANZ3-ED          DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     IF  W-TRES-ANZ-X > ZERO
         MOVE W-TRES-ANZ-X TO W-TRES-ANZ-ED
         MOVE SPACES TO ZEILE
         STRING  " ohne wiederherstellbares Objekt: " DELIMITED BY SIZE
                 W-TRES-ANZ-ED       DELIMITED BY SIZE
                 " (bleiben unveraendert)" DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF
     PERFORM U011-AUSGABE-SPACELINE
     .
 C779-99.
     EXIT.

******************************************************************
* TESTRESET ausfuehren: alle Module mit Massnahme "ersetzen" einzeln
* zuruecksetzen (D851), am Ende Zusammenfassung
******************************************************************
 C780-TESTRESET-AUSFUEHREN SECTION.
 C780-00.
     MOVE ZERO TO W-TRES-ANZ-OK W-TRES-ANZ-FEHL

     PERFORM VARYING W-TRES-I FROM 1 BY 1
             UNTIL   W-TRES-I > W-TRES-ANZ
             OR      PRG-ABBRUCH
         IF  TRES-ERSETZEN (W-TRES-I)
             PERFORM D851-TESTRESET-MODUL
         END-IF
     END-PERFORM

     PERFORM U011-AUSGABE-SPACELINE
     MOVE W-TRES-ANZ-OK   TO W-TRES-ANZ-ED
     MOVE W-TRES-ANZ-FEHL TO W-TRES-ANZ2-ED
     MOVE SPACES TO ZEILE
     STRING  " TESTRESET beendet: "  DELIMITED BY SIZE
             W-TRES-ANZ-ED           DELIMITED BY SIZE
             " Modul(e) ersetzt, "   DELIMITED BY SIZE
             W-TRES-ANZ2-ED          DELIMITED BY SIZE
             " Fehler"               DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     IF  PREVIEW-ON
         MOVE " (Preview - weder FUP noch =SSFTENV/=SSPROT veraendert)"
             TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     PERFORM U011-AUSGABE-SPACELINE
     .
 C780-99.
     EXIT.

******************************************************************
* Notbetrieb LIST: ohne Modul die Repository-Dateien aus dem
* Dateisystem, mit Modul die Versionen lt. Index-Sicherung
******************************************************************
 C800-NOT-LIST SECTION.
 C800-00.
     IF  W-NOT-MODUL = SPACES
         PERFORM C801-NOT-MODULE
     ELSE
         PERFORM C802-NOT-VERSIONEN
     END-IF
     .
 C800-99.
     EXIT.

******************************************************************
* Notbetrieb LIST ohne Modul: alle Dateien im Notbetriebs-
* Repository mit Endbuchstabe W-NOT-FLETTER (FILENAME_FINDSTART_
* wie E100, aber ohne SQL-Parameter)
******************************************************************
 C801-NOT-MODULE SECTION.
 C801-00.
     MOVE SPACES TO FB-SEARCH-PATTERN
     STRING  W-NOT-REPO-VOL                      DELIMITED BY SPACE
             "."                                 DELIMITED BY SIZE
             W-NOT-REPO-SVOL                     DELIMITED BY SPACE
             ".*"                                DELIMITED BY SIZE
       INTO  FB-SEARCH-PATTERN
     END-STRING
     MOVE ZERO TO FB-SEARCH-PATTERNLEN
     INSPECT FB-SEARCH-PATTERN TALLYING FB-SEARCH-PATTERNLEN
         FOR CHARACTERS BEFORE INITIAL " "

     MOVE 0 TO FB-RESOLVE-LEVEL
     MOVE 3 TO FB-DEVICE-TYPE
     ENTER TAL "FILENAME_FINDSTART_"
                USING FB-SEARCH-ID
                      FB-SEARCH-PATTERN (1:FB-SEARCH-PATTERNLEN)
                      FB-RESOLVE-LEVEL
               GIVING FB-ERROR
     IF  FB-ERROR NOT = ZERO
         MOVE FB-ERROR TO D-NUM4
         STRING  " !!! Repository nicht lesbar ("    DELIMITED BY SIZE
                 FB-SEARCH-PATTERN                  DELIMITED BY SPACE
                 "): "                              DELIMITED BY SIZE
                 D-NUM4                             DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

     PERFORM U011-AUSGABE-SPACELINE
     STRING  " Repository-Dateien in "               DELIMITED BY SIZE
             W-NOT-REPO-VOL                          DELIMITED BY SPACE
             "."                                     DELIMITED BY SIZE
             W-NOT-REPO-SVOL                         DELIMITED BY SPACE
             " (Modul = Name mit eigenem Endbuchstaben):"
                                                     DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE

     MOVE ZERO   TO W-NOT-ANZ
                    W-NOT-SPALTE
     MOVE SPACES TO ZEILE
     PERFORM E110-FIND-NEXT
     PERFORM UNTIL F-EOF OR PRG-ABBRUCH
         MOVE SPACES TO SEARCH-FILE-VOL
                        SEARCH-FILE-SUBVOL
                        SEARCH-FILE-NAME
         UNSTRING SEARCH-FILE DELIMITED BY "."
             INTO SEARCH-FILE-VOL
                  SEARCH-FILE-SUBVOL
                  SEARCH-FILE-NAME
         END-UNSTRING
         MOVE ZERO TO W-NOT-LEN
         INSPECT SEARCH-FILE-NAME TALLYING W-NOT-LEN
             FOR CHARACTERS BEFORE INITIAL " "
         IF  W-NOT-LEN > 1
         AND SEARCH-FILE-NAME (W-NOT-LEN:1) = W-NOT-FLETTER
             ADD 1 TO W-NOT-ANZ
                      W-NOT-SPALTE
             COMPUTE W-NOT-PTR = (W-NOT-SPALTE - 1) * 10 + 2
             MOVE SEARCH-FILE-NAME TO ZEILE (W-NOT-PTR:8)
             IF  W-NOT-SPALTE = 7
                 PERFORM U010-AUSGABE
                 MOVE SPACES TO ZEILE
                 MOVE ZERO   TO W-NOT-SPALTE
             END-IF
         END-IF
         PERFORM E110-FIND-NEXT
     END-PERFORM
     IF  W-NOT-SPALTE > ZERO
         PERFORM U010-AUSGABE
     END-IF

     PERFORM U011-AUSGABE-SPACELINE
     MOVE W-NOT-ANZ TO W-NOT-ANZ-ED
     STRING  " Anzahl Repository-Dateien: "        DELIMITED BY SIZE
             W-NOT-ANZ-ED                          DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     MOVE SPACES TO W-NOT-STAND
     PERFORM C851-NOT-STAND
     .
 C801-99.
     EXIT.

******************************************************************
* Notbetrieb LIST <modul>: Versionen des Moduls aus der juengsten
* Generation der Index-Sicherung (SSFRCI0M/SAVEIND)
******************************************************************
 C802-NOT-VERSIONEN SECTION.
 C802-00.
     PERFORM C810-NOT-SNAPSHOT
     IF  PRG-ABBRUCH
     OR  W-NOT-BEST-HST = SPACES
         EXIT SECTION
     END-IF

     PERFORM C812-NOT-OPEN
     IF  NOT NOT-DATEI-OFFEN
         PERFORM C814-NOT-SNAPSHOT-WEG
         EXIT SECTION
     END-IF

     PERFORM U011-AUSGABE-SPACELINE
     STRING  " Versionen von "                     DELIMITED BY SIZE
             W-NOT-MODUL                           DELIMITED BY SPACE
             " lt. Index-Sicherung:"               DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE
     MOVE " Version    Typ  Source-Datum     User         PS Auftrag"
       TO ZEILE
     PERFORM U010-AUSGABE

     MOVE ZERO TO W-NOT-ANZ
     PERFORM UNTIL FILE-EOF
         PERFORM C813-NOT-CSV-SATZ
         IF  W-NOT-CSV-MODUL = W-NOT-MODUL
             ADD 1 TO W-NOT-ANZ
             STRING  " "                           DELIMITED BY SIZE
                     W-NOT-CSV-VERSION             DELIMITED BY SIZE
                     " "                           DELIMITED BY SIZE
                     W-NOT-CSV-TYP                 DELIMITED BY SIZE
                     " "                           DELIMITED BY SIZE
                     W-NOT-CSV-SDATE (1:16)        DELIMITED BY SIZE
                     " "                           DELIMITED BY SIZE
                     W-NOT-CSV-USER (1:12)         DELIMITED BY SIZE
                     " "                           DELIMITED BY SIZE
                     W-NOT-CSV-PROD                DELIMITED BY SIZE
                     " "                           DELIMITED BY SIZE
                     W-NOT-CSV-AUFTRAG (1:16)      DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
         END-IF
         READ SOURCEF AT END SET FILE-EOF TO TRUE END-READ
     END-PERFORM
     CLOSE SOURCEF
     SET NOT-DATEI-ZU TO TRUE
     PERFORM C814-NOT-SNAPSHOT-WEG

     PERFORM U011-AUSGABE-SPACELINE
     MOVE W-NOT-ANZ TO W-NOT-ANZ-ED
     STRING  " Anzahl Eintraege: "                 DELIMITED BY SIZE
             W-NOT-ANZ-ED                          DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     PERFORM C851-NOT-STAND
     .
 C802-99.
     EXIT.

******************************************************************
* Juengste Index-Sicherung des Moduls W-NOT-MODUL bereitstellen:
* alle Generationen (Namen ueber SSFRCI0M "GN") aus dem Repository
* auspacken, die mit dem juengsten Last-Modify behalten
* (W-NOT-BEST-HST, Stand in W-NOT-STAND), die uebrigen loeschen
******************************************************************
 C810-NOT-SNAPSHOT SECTION.
 C810-00.
     MOVE SPACES TO W-NOT-BEST-HST
                    W-NOT-BEST-N
                    W-NOT-STAND

     PERFORM C815-NOT-REPFILE
     IF  W-NOT-REP-FILE = SPACES
         EXIT SECTION
     END-IF

**  ---> Anzahl Generationen liefert der erste Aufruf
     MOVE 1 TO W-NOT-GEN-NR
                W-NOT-GEN-ANZ
     PERFORM UNTIL W-NOT-GEN-NR > W-NOT-GEN-ANZ
                OR PRG-ABBRUCH
         PERFORM C811-NOT-GENERATION
         ADD 1 TO W-NOT-GEN-NR
     END-PERFORM

     IF  W-NOT-BEST-HST = SPACES
     AND NOT PRG-ABBRUCH
         STRING  " !!! Keine Index-Sicherung fuer "  DELIMITED BY SIZE
                 W-NOT-MODUL                         DELIMITED BY SPACE
                 " in "                              DELIMITED BY SIZE
                 W-NOT-REP-FILE                      DELIMITED BY SPACE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF
     .
 C810-99.
     EXIT.

******************************************************************
* eine Generation der Index-Sicherung auspacken und mit der bisher
* juengsten vergleichen
******************************************************************
 C811-NOT-GENERATION SECTION.
 C811-00.
     INITIALIZE RCI-LINK-REC
     MOVE "GN"            TO RCI-LINK-CMD
     MOVE W-NOT-REP-FILE  TO RCI-LINK-REP-FILE
     MOVE W-NOT-GEN-NR    TO RCI-LINK-GEN-NR
     CALL "SSFRCI0M" USING RCI-LINK-REC
     IF  RCI-LINK-RC NOT = ZERO
     OR  RCI-LINK-HST-FILE = SPACES
         MOVE " !!! Generation der Index-Sicherung nicht ermittelbar"
           TO ZEILE
         PERFORM U010-AUSGABE
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     END-IF
     MOVE RCI-LINK-GEN-ANZAHL TO W-NOT-GEN-ANZ
     MOVE RCI-LINK-HST-FILE   TO W-NOT-HST-FILE

**  ---> Rest eines frueheren Laufs wegraeumen, dann auspacken
     MOVE W-NOT-HST-FILE TO W-NOT-PURGE
     PERFORM C817-NOT-PURGE
     MOVE W-NOT-HST-FILE TO W-NOT-MEMBER
     PERFORM C830-NOT-UNZIP
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

**  ---> nicht im Archiv: Generation (noch) nicht gesichert
     MOVE W-NOT-HST-FILE TO T-FNAME
     PERFORM E120-FILE-INFO
     IF  T-ERROR NOT = ZERO
         EXIT SECTION
     END-IF

     MOVE TAL-JHJJMMTT OF TAL-TIME-D TO W-NOT-STAND-DAT
     MOVE TAL-HHMI     OF TAL-TIME-D TO W-NOT-STAND-ZEIT
     IF  W-NOT-BEST-HST = SPACES
     OR  W-NOT-STAND-N > W-NOT-BEST-N
**      ---> juengere Generation: die bisherige wegraeumen
         IF  W-NOT-BEST-HST NOT = SPACES
             MOVE W-NOT-BEST-HST TO W-NOT-PURGE
             PERFORM C817-NOT-PURGE
         END-IF
         MOVE W-NOT-STAND-N  TO W-NOT-BEST-N
         MOVE W-NOT-HST-FILE TO W-NOT-BEST-HST
         MOVE SPACES TO W-NOT-STAND
         STRING  TAL-JHJJ OF TAL-TIME-D    DELIMITED BY SIZE
                 "-"                       DELIMITED BY SIZE
                 TAL-MM   OF TAL-TIME-D    DELIMITED BY SIZE
                 "-"                       DELIMITED BY SIZE
                 TAL-TT   OF TAL-TIME-D    DELIMITED BY SIZE
                 " "                       DELIMITED BY SIZE
                 TAL-HH   OF TAL-TIME-D    DELIMITED BY SIZE
                 ":"                       DELIMITED BY SIZE
                 TAL-MI   OF TAL-TIME-D    DELIMITED BY SIZE
           INTO  W-NOT-STAND
         END-STRING
     ELSE
         MOVE W-NOT-HST-FILE TO W-NOT-PURGE
         PERFORM C817-NOT-PURGE
     END-IF
     .
 C811-99.
     EXIT.

******************************************************************
* ausgepackte Index-Sicherung W-NOT-BEST-HST zum Lesen oeffnen und
* ersten Satz lesen
******************************************************************
 C812-NOT-OPEN SECTION.
 C812-00.
     SET NOT-DATEI-ZU TO TRUE
     SET FILE-EOF     TO TRUE
     MOVE W-NOT-BEST-HST TO ASS-FNAME
     ENTER "COBOLASSIGN" USING  SOURCEF
                                ASS-FNAME
                         GIVING ASS-FSTATUS
     IF  ASS-FSTATUS NOT = ZERO
         MOVE ASS-FSTATUS TO D-NUM4
         STRING  " !!! Index-Sicherung nicht lesbar (" DELIMITED BY SIZE
                 W-NOT-BEST-HST                       DELIMITED BY SPACE
                 "): "                                DELIMITED BY SIZE
                 D-NUM4                               DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF
     OPEN INPUT SOURCEF
     SET NOT-DATEI-OFFEN TO TRUE

     SET FILE-OK TO TRUE
     READ SOURCEF AT END SET FILE-EOF TO TRUE END-READ
     .
 C812-99.
     EXIT.

******************************************************************
* Satz der Index-Sicherung zerlegen (Aufbau s. SSFRCI0M/D200)
******************************************************************
 C813-NOT-CSV-SATZ SECTION.
 C813-00.
     MOVE SPACES TO W-NOT-CSV
     UNSTRING SOURCEF-RECORD DELIMITED BY ";"
         INTO W-NOT-CSV-MODUL
              W-NOT-CSV-VERSION
              W-NOT-CSV-TYP
              W-NOT-CSV-SDATE
              W-NOT-CSV-ARCHIV
              W-NOT-CSV-AUFTRAG
              W-NOT-CSV-USER
              W-NOT-CSV-PROD
              W-NOT-CSV-ZPINS
     END-UNSTRING
     .
 C813-99.
     EXIT.

******************************************************************
* ausgepackte Index-Sicherung wieder loeschen
******************************************************************
 C814-NOT-SNAPSHOT-WEG SECTION.
 C814-00.
     IF  W-NOT-BEST-HST NOT = SPACES
         MOVE W-NOT-BEST-HST TO W-NOT-PURGE
         PERFORM C817-NOT-PURGE
         MOVE SPACES TO W-NOT-BEST-HST
     END-IF
     .
 C814-99.
     EXIT.

******************************************************************
* Repository-Datei zu W-NOT-MODUL: letzter Buchstabe des Modul-
* namens durch W-NOT-FLETTER ersetzt (wie SSFRCI0M/H100), im
* Notbetriebs-Repository; nicht vorhanden -> W-NOT-REP-FILE leer
******************************************************************
 C815-NOT-REPFILE SECTION.
 C815-00.
     MOVE SPACES      TO W-NOT-REP-FILE
     MOVE W-NOT-MODUL TO W-NOT-REP-NAME
     MOVE ZERO        TO W-NOT-LEN
     INSPECT W-NOT-REP-NAME TALLYING W-NOT-LEN
         FOR CHARACTERS BEFORE INITIAL " "
     IF  W-NOT-LEN < 2
         STRING  " !!! Modulname ungueltig: "   DELIMITED BY SIZE
                 W-NOT-MODUL                    DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF
     MOVE W-NOT-FLETTER TO W-NOT-REP-NAME (W-NOT-LEN:1)

     STRING  W-NOT-REPO-VOL                     DELIMITED BY SPACE
             "."                                DELIMITED BY SIZE
             W-NOT-REPO-SVOL                    DELIMITED BY SPACE
             "."                                DELIMITED BY SIZE
             W-NOT-REP-NAME                     DELIMITED BY SPACE
       INTO  W-NOT-REP-FILE
     END-STRING

     MOVE W-NOT-REP-FILE TO T-FNAME
     PERFORM E120-FILE-INFO
     IF  T-ERROR NOT = ZERO
         STRING  " !!! Kein Repository fuer "   DELIMITED BY SIZE
                 W-NOT-MODUL                    DELIMITED BY SPACE
                 " ("                           DELIMITED BY SIZE
                 W-NOT-REP-FILE                 DELIMITED BY SPACE
                 ")"                            DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         MOVE SPACES TO W-NOT-REP-FILE
     END-IF
     .
 C815-99.
     EXIT.

******************************************************************
* Datei W-NOT-PURGE loeschen (nicht vorhanden ist kein Fehler)
******************************************************************
 C817-NOT-PURGE SECTION.
 C817-00.
     MOVE ZERO TO W-NOT-LEN
     INSPECT W-NOT-PURGE TALLYING W-NOT-LEN
         FOR CHARACTERS BEFORE INITIAL " "
     IF  W-NOT-LEN > ZERO
         ENTER "FILE_PURGE_" USING  W-NOT-PURGE (1:W-NOT-LEN)
                             GIVING P-RESULT
     END-IF
     MOVE SPACES TO W-NOT-PURGE
     .
 C817-99.
     EXIT.

******************************************************************
* Notbetrieb GET <modul> [<version>]: Source-Version (ohne Angabe
* die juengste SRC-Version) lt. Index-Sicherung aus dem Repository
* holen und als <modul> im VOLUME-Subvolume ablegen. Kein
* Checkout - es wird nichts gesperrt und nichts protokolliert; eine
* vorhandene Datei wird nicht ueberschrieben
******************************************************************
 C820-NOT-GET SECTION.
 C820-00.
     IF  W-NOT-MODUL = SPACES
         MOVE " !!! GET: Modulname fehlt (GET <modul> [<version>])"
           TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF
     IF  SOURCE-FILE-VOL    = SPACES
     OR  SOURCE-FILE-SUBVOL = SPACES
         MOVE " !!! GET: kein Ziel-Subvolume (VOLUME) gesetzt" TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

     MOVE SPACES TO W-NOT-ZIEL
     STRING  SOURCE-FILE-VOL                    DELIMITED BY SPACE
             "."                                DELIMITED BY SIZE
             SOURCE-FILE-SUBVOL                 DELIMITED BY SPACE
             "."                                DELIMITED BY SIZE
             W-NOT-MODUL                        DELIMITED BY SPACE
       INTO  W-NOT-ZIEL
     END-STRING
     MOVE W-NOT-ZIEL TO T-FNAME
     PERFORM E120-FILE-INFO
     IF  T-ERROR = ZERO
         STRING  " !!! "                        DELIMITED BY SIZE
                 W-NOT-ZIEL                     DELIMITED BY SPACE
                 " existiert bereits - GET abgelehnt"
                                                DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

**  ---> Version in der Index-Sicherung suchen
     PERFORM C810-NOT-SNAPSHOT
     IF  PRG-ABBRUCH
     OR  W-NOT-BEST-HST = SPACES
         EXIT SECTION
     END-IF
     PERFORM C812-NOT-OPEN
     IF  NOT NOT-DATEI-OFFEN
         PERFORM C814-NOT-SNAPSHOT-WEG
         EXIT SECTION
     END-IF

     MOVE SPACES TO W-NOT-TREFFER
     PERFORM UNTIL FILE-EOF
         PERFORM C813-NOT-CSV-SATZ
         IF  W-NOT-CSV-MODUL = W-NOT-MODUL
         AND W-NOT-CSV-TYP   = "SRC"
         AND (W-NOT-VERSION = SPACES
          OR  W-NOT-VERSION = W-NOT-CSV-VERSION)
         AND W-NOT-CSV-ZPINS > W-NOT-T-ZPINS
             MOVE W-NOT-CSV-VERSION TO W-NOT-T-VERSION
             MOVE W-NOT-CSV-ARCHIV  TO W-NOT-T-ARCHIV
             MOVE W-NOT-CSV-ZPINS   TO W-NOT-T-ZPINS
         END-IF
         READ SOURCEF AT END SET FILE-EOF TO TRUE END-READ
     END-PERFORM
     CLOSE SOURCEF
     SET NOT-DATEI-ZU TO TRUE
     PERFORM C814-NOT-SNAPSHOT-WEG

     IF  W-NOT-T-VERSION = SPACES
     OR  W-NOT-T-ARCHIV  = SPACES
         STRING  " !!! Version "                DELIMITED BY SIZE
                 W-NOT-VERSION                  DELIMITED BY SPACE
                 " von "                        DELIMITED BY SIZE
                 W-NOT-MODUL                    DELIMITED BY SPACE
                 " nicht in der Index-Sicherung"
                                                DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         PERFORM C851-NOT-STAND
         EXIT SECTION
     END-IF

**  ---> Archivdatei wie SSFCOU0M/H102: voll qualifiziert (Archiv-
**       Segment) direkt, sonst Member im Repository-Subvolume
     MOVE ZERO TO W-NOT-LEN
     INSPECT W-NOT-T-ARCHIV TALLYING W-NOT-LEN FOR ALL "."
     INITIALIZE FUP-COMMANDS
     MOVE 1 TO FUP-COMMANDS-ANZ
     MOVE "ALLOW 10 ERRORS, 10 WARNINGS" TO FUP-COMMAND (1)
     IF  W-NOT-LEN > ZERO
         MOVE W-NOT-T-ARCHIV TO W-NOT-ARC-FILE
         MOVE W-NOT-ARC-FILE TO T-FNAME
         PERFORM E120-FILE-INFO
         IF  T-ERROR NOT = ZERO
             STRING  " !!! Archiv-Segment "     DELIMITED BY SIZE
                     W-NOT-ARC-FILE             DELIMITED BY SPACE
                     " nicht vorhanden"         DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
             EXIT SECTION
         END-IF
         ADD 1 TO FUP-COMMANDS-ANZ
         STRING  " DUP "                        DELIMITED BY SIZE
                 W-NOT-ARC-FILE                 DELIMITED BY SPACE
                 ", "                           DELIMITED BY SIZE
                 W-NOT-ZIEL                     DELIMITED BY SPACE
                 ", sourcedate"                 DELIMITED BY SIZE
           INTO FUP-COMMAND (FUP-COMMANDS-ANZ)
         END-STRING
     ELSE
         MOVE SPACES TO W-NOT-ARC-FILE
         STRING  W-NOT-REPO-VOL                 DELIMITED BY SPACE
                 "."                            DELIMITED BY SIZE
                 W-NOT-REPO-SVOL                DELIMITED BY SPACE
                 "."                            DELIMITED BY SIZE
                 W-NOT-T-ARCHIV                 DELIMITED BY SPACE
           INTO  W-NOT-ARC-FILE
         END-STRING
**      ---> eine dort schon liegende Datei nicht ueberschreiben
         MOVE W-NOT-ARC-FILE TO T-FNAME
         PERFORM E120-FILE-INFO
         IF  T-ERROR = ZERO
             STRING  " !!! "                    DELIMITED BY SIZE
                     W-NOT-ARC-FILE             DELIMITED BY SPACE
                     " liegt schon ausgepackt vor - GET abgelehnt"
                                                DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
             EXIT SECTION
         END-IF
         MOVE W-NOT-ARC-FILE TO W-NOT-MEMBER
         PERFORM C830-NOT-UNZIP
         IF  PRG-ABBRUCH
             EXIT SECTION
         END-IF
         MOVE W-NOT-ARC-FILE TO T-FNAME
         PERFORM E120-FILE-INFO
         IF  T-ERROR NOT = ZERO
             STRING  " !!! "                    DELIMITED BY SIZE
                     W-NOT-T-ARCHIV             DELIMITED BY SPACE
                     " nicht im Repository "    DELIMITED BY SIZE
                     W-NOT-REP-FILE             DELIMITED BY SPACE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
             EXIT SECTION
         END-IF
         ADD 1 TO FUP-COMMANDS-ANZ
         STRING  " DUP "                        DELIMITED BY SIZE
                 W-NOT-ARC-FILE                 DELIMITED BY SPACE
                 ", "                           DELIMITED BY SIZE
                 W-NOT-ZIEL                     DELIMITED BY SPACE
                 ", sourcedate"                 DELIMITED BY SIZE
           INTO FUP-COMMAND (FUP-COMMANDS-ANZ)
         END-STRING
         ADD 1 TO FUP-COMMANDS-ANZ
         STRING  " PURGE "                      DELIMITED BY SIZE
                 W-NOT-ARC-FILE                 DELIMITED BY SPACE
                 " !"                           DELIMITED BY SIZE
           INTO FUP-COMMAND (FUP-COMMANDS-ANZ)
         END-STRING
     END-IF
     PERFORM E150-OBEY-FUP
     IF  NOT PRG-OK
         EXIT SECTION
     END-IF

     MOVE W-NOT-ZIEL TO T-FNAME
     PERFORM E120-FILE-INFO
     IF  T-ERROR NOT = ZERO
         STRING  " !!! GET fehlgeschlagen - "   DELIMITED BY SIZE
                 W-NOT-ZIEL                     DELIMITED BY SPACE
                 " nicht angelegt"              DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

     PERFORM U011-AUSGABE-SPACELINE
     STRING  " "                                DELIMITED BY SIZE
             W-NOT-MODUL                        DELIMITED BY SPACE
             " Version "                        DELIMITED BY SIZE
             W-NOT-T-VERSION                    DELIMITED BY SPACE
             " vom "                            DELIMITED BY SIZE
             W-NOT-T-ZPINS (1:16)               DELIMITED BY SIZE
             " nach "                           DELIMITED BY SIZE
             W-NOT-ZIEL                         DELIMITED BY SPACE
             " geholt (kein Checkout)"          DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     PERFORM C851-NOT-STAND
     .
 C820-99.
     EXIT.

******************************************************************
* Member W-NOT-MEMBER aus Repository W-NOT-REP-FILE auspacken
* (Unzip-Programm aus PARAM SSF-NOT-UNZIP, sonst K-UNZIP)
******************************************************************
 C830-NOT-UNZIP SECTION.
 C830-00.
     MOVE "STRING" TO P-PORTION
     MOVE SPACES   TO P-TEXT
     STRING  "-o -q "                           DELIMITED BY SIZE
             W-NOT-REP-FILE                     DELIMITED BY SPACE
             " "                                DELIMITED BY SIZE
             W-NOT-MEMBER                       DELIMITED BY SPACE
       INTO  P-TEXT
     END-STRING
     PERFORM W350-PUTSTARTUPTEXT
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

     MOVE W-NOT-UNZIP TO W-PROGRAM
     PERFORM W030-CREATEPROCESS

     MOVE "STRING" TO P-PORTION
     PERFORM W360-DELETESTARTUP
     .
 C830-99.
     EXIT.

******************************************************************
* Hilfe im Notbetrieb (ohne =SSTEXT)
******************************************************************
 C840-NOT-HILFE SECTION.
 C840-00.
     PERFORM U011-AUSGABE-SPACELINE
     MOVE " Notbetrieb (SQL-Katalog nicht verfuegbar) - nur lesend:"
       TO ZEILE
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE
     MOVE "   LIST                   Repository-Dateien" TO ZEILE
     PERFORM U010-AUSGABE
     MOVE "   LIST <modul>           Versionen lt. Index-Sicherung"
       TO ZEILE
     PERFORM U010-AUSGABE
     MOVE "   GET  <modul> [<vers>]  Source ins VOLUME-Subvolume holen"
       TO ZEILE
     PERFORM U010-AUSGABE
     MOVE "                          (ohne Version: juengste SRC)"
       TO ZEILE
     PERFORM U010-AUSGABE
     MOVE "   HELP                   diese Hilfe" TO ZEILE
     PERFORM U010-AUSGABE
     MOVE "   EXIT                   Programmende" TO ZEILE
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE
     MOVE " Alle uebrigen Kommandos sind im Notbetrieb gesperrt."
       TO ZEILE
     PERFORM U010-AUSGABE
     .
 C840-99.
     EXIT.

******************************************************************
* Hinweis beim Start des Notbetriebs
******************************************************************
 C850-NOT-HINWEIS SECTION.
 C850-00.
     PERFORM U011-AUSGABE-SPACELINE
     MOVE " *** NOTBETRIEB - SQL-Katalog nicht verfuegbar ***" TO ZEILE
     PERFORM U010-AUSGABE
     MOVE " *** nur LIST, GET, HELP, EXIT - Daten ggf. veraltet ***"
       TO ZEILE
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE
     .
 C850-99.
     EXIT.

******************************************************************
* Stand-Hinweis unter jeder Ausgabe im Notbetrieb
******************************************************************
 C851-NOT-STAND SECTION.
 C851-00.
     IF  W-NOT-STAND NOT = SPACES
         STRING  " *** NOTBETRIEB: Stand Index-Sicherung "
                                                DELIMITED BY SIZE
                 W-NOT-STAND                    DELIMITED BY SIZE
                 " - ggf. veraltet ***"         DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
     ELSE
         MOVE " *** NOTBETRIEB: Stand Dateisystem - ggf. veraltet ***"
           TO ZEILE
     END-IF
     PERFORM U010-AUSGABE
     .
 C851-99.
     EXIT.

******************************************************************
* Fehlermeldung für alle C...-Sections
******************************************************************
 D000-ALLE-FEHL-006 SECTION.
 D000-00.
     MOVE BEREICH OF SSTEXT TO W-BEREICH
     MOVE "FEHLER"   TO BEREICH OF SSTEXT
     MOVE "FEHL-001" TO KATEGORIE OF SSTEXT
**  ---> anzeigen Hilfstext
     PERFORM R100-SHOW-TEXT
     MOVE W-BEREICH TO BEREICH OF SSTEXT
     .
 D000-99.
     EXIT.

******************************************************************
* Aufruf SETMODE 20
******************************************************************
 D020-SETMODE SECTION.
 D020-00.
     MOVE 20 TO SM-FKT
     ENTER TAL "SETMODE" USING
                                 CFI-FNUM
                                 SM-FKT
                                 SM-PARM1
     .
 D020-99.
     EXIT.

******************************************************************
* setzen Catalog Define
******************************************************************
 D040-SET-CATDEFINE SECTION.
 D040-00.
**  ---> erstmal DEFINE löschen
     MOVE ZERO               TO P-RESULT
     MOVE DEF-NAME OF DEFCAT TO P-DEFINE
     PERFORM W400-DELETEDEFINE
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

**  ---> diverse Parameter setzen
     MOVE "CLASS"    TO P-ATTRIBUT
     MOVE "CATALOG"  TO P-VALUE
     MOVE 7          TO P-VALUELEN
     PERFORM W410-DEFINESETATTR
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

     MOVE "SUBVOL"           TO P-ATTRIBUT
     MOVE DEF-FILE OF DEFCAT TO P-VALUE
     MOVE ZERO   TO C4-ANZ
     INSPECT P-VALUE TALLYING C4-ANZ
             FOR CHARACTERS BEFORE INITIAL " "
     MOVE C4-ANZ             TO P-VALUELEN
     PERFORM W410-DEFINESETATTR
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

**  ---> und nun den DEFINE setzen
     MOVE DEF-NAME OF DEFCAT TO P-DEFINE
     PERFORM W420-ADDDEFINE
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF
     .
 D040-99.
     EXIT.

******************************************************************
* setzen Tabellen defines
******************************************************************
 D050-SET-TABDEFINE SECTION.
 D050-00.
**  ---> erstmal DEFINE löschen
     MOVE ZERO               TO P-RESULT
     MOVE DEF-NAME OF DEFCAT TO P-DEFINE
     PERFORM W400-DELETEDEFINE
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

**  ---> dann diverse Parameter setzen
     MOVE "CLASS" TO P-ATTRIBUT
     MOVE "MAP"   TO P-VALUE
     MOVE 3       TO P-VALUELEN
     PERFORM W410-DEFINESETATTR
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

     MOVE "FILE"             TO P-ATTRIBUT
     MOVE DEF-FILE OF DEFCAT TO P-VALUE
     MOVE ZERO   TO C4-ANZ
     INSPECT P-VALUE TALLYING C4-ANZ
             FOR CHARACTERS BEFORE INITIAL " "
     MOVE C4-ANZ             TO P-VALUELEN
     PERFORM W410-DEFINESETATTR
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

**  ---> und nun den DEFINE setzen
     PERFORM W420-ADDDEFINE
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF
     .
 D050-99.
     EXIT.

******************************************************************
* setzen Define für =DEFCAT
******************************************************************
 D060-SET-DEFCAT SECTION.
 D060-00.
**  ---> dafür Standort aus SSPARM holen
     MOVE "DEFCAT" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  NOT SSPRM-OK
         EXIT SECTION
     END-IF

**  ---> erstmal DEFINE löschen
     MOVE ZERO       TO P-RESULT
     MOVE "=DEFCAT"  TO P-DEFINE
     PERFORM W400-DELETEDEFINE
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

**  ---> dann diverse Parameter setzen
     MOVE "CLASS" TO P-ATTRIBUT
     MOVE "MAP"   TO P-VALUE
     MOVE 3       TO P-VALUELEN
     PERFORM W410-DEFINESETATTR
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

     MOVE "FILE"  TO P-ATTRIBUT
     STRING  SVOL-SOURCE OF SSPARM
             "."
             SVOL-DEST   OF SSPARM
                 DELIMITED BY SPACE
       INTO  P-VALUE
     END-STRING
     MOVE ZERO   TO C4-ANZ
     INSPECT P-VALUE TALLYING C4-ANZ
             FOR CHARACTERS BEFORE INITIAL " "
     MOVE C4-ANZ             TO P-VALUELEN
     PERFORM W410-DEFINESETATTR
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

**  ---> und nun den DEFINE setzen
     MOVE "=DEFCAT"  TO P-DEFINE
     PERFORM W420-ADDDEFINE
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF
     .
 D060-99.
     EXIT.

******************************************************************
* setzen Define für =_DEFAULT
******************************************************************
 D070-SET-DEFAULT SECTION.
 D070-00.
**  ---> dafür Standort aus SSPARM holen
     MOVE "CATALOG" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  NOT SSPRM-OK
         EXIT SECTION
     END-IF

**  ---> dann diverse Parameter setzen
     MOVE "CLASS"   TO P-ATTRIBUT
     MOVE "DEFAULTS" TO P-VALUE
     MOVE 8       TO P-VALUELEN
     PERFORM W410-DEFINESETATTR
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

     MOVE "VOLUME" TO P-ATTRIBUT
     MOVE W-VOLUME   TO P-VALUE
     MOVE ZERO   TO C4-ANZ
     INSPECT P-VALUE TALLYING C4-ANZ
             FOR CHARACTERS BEFORE INITIAL " "
     MOVE C4-ANZ             TO P-VALUELEN
     PERFORM W410-DEFINESETATTR
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

     MOVE "CATALOG"  TO P-ATTRIBUT
     MOVE SPACES TO P-VALUE
     STRING  SVOL-SOURCE OF SSPARM
                 DELIMITED BY SPACE
       INTO  P-VALUE
     END-STRING
     MOVE ZERO   TO C4-ANZ
     INSPECT P-VALUE TALLYING C4-ANZ
             FOR CHARACTERS BEFORE INITIAL " "
     MOVE C4-ANZ             TO P-VALUELEN
     PERFORM W410-DEFINESETATTR
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

**  ---> und nun den DEFINE setzen
     MOVE "=_DEFAULTS"  TO P-DEFINE
     ENTER TAL "DEFINEADD"   USING P-DEFINE
                                   P-REPLACE
                            GIVING P-RESULT
     IF  P-RESULT NOT = ZERO
         MOVE P-RESULT TO D-NUM4
         DISPLAY " ---> Fehler vom DEFINEADD - "
                 D-NUM4
                 " > "
                 P-DEFINE
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     END-IF
     .
 D070-99.
     EXIT.

******************************************************************
* Öffnen verschiedene Cursor für das LIST-Kommando
******************************************************************
 D200-OPEN-LIST-CURSOR SECTION.
 D200-00.
**  ---> öffnen unterschiedliche Cursor
     IF  CURS-ABNAHME
         PERFORM S740-OPEN-ABNAHME-A-CURSOR
     ELSE
         IF  CURS-SSFRARCH-AUFTRAG OR CURS-SSFRARCH-PACKAGE
             PERFORM S143-OPEN-SSFRARCH-LIST-CURSOR
         ELSE
             PERFORM S140-OPEN-SSAFE-CURSOR
         END-IF
     END-IF
     .
 D200-99.
     EXIT.

******************************************************************
* Lesen verschiedene Cursor für das LIST-Kommando
******************************************************************
 D201-FETCH-LIST-CURSOR SECTION.
 D201-00.
**  ---> lesen unterschiedliche Cursor
     IF  CURS-ABNAHME
         PERFORM S741-FETCH-ABNAHME-A-CURSOR
     ELSE
         IF  CURS-SSFRARCH-AUFTRAG OR CURS-SSFRARCH-PACKAGE
             PERFORM S144-FETCH-SSFRARCH-LIST-CURSOR
         ELSE
             PERFORM S141-FETCH-SSAFE-CURSOR
**          ---> ggf. auf erlaubte GROUP-USER (Rolle SCOPE) einschränken
             IF  ROLFKT-SCOPE-ANZ > 0
                 PERFORM D203-SCOPE-FILTER-SSAFE
             END-IF
**          ---> Mandanten-Nachfilter bei mehreren zugeordneten
**               Anwendungen (Rolle ANW, s. U710)
             IF  ROLFKT-ANW-ANZ > 1
                 PERFORM D204-ANW-FILTER-SSAFE
             END-IF
         END-IF
     END-IF
     .
 D201-99.
     EXIT.

******************************************************************
* Überspringt SSAFE-Sätze, deren GROUP-USER nicht in der Allow-
* Liste der Rolle (Funktion SCOPE) enthalten ist
******************************************************************
 D203-SCOPE-FILTER-SSAFE SECTION.
 D203-00.
     MOVE GROUP-USER OF SSAFE TO W-SCOPE-CHECK
     PERFORM U700-CHECK-SCOPE
     PERFORM UNTIL SSF-EOD OR SCOPE-ALLOWED
         PERFORM S141-FETCH-SSAFE-CURSOR
         IF  NOT SSF-EOD
             MOVE GROUP-USER OF SSAFE TO W-SCOPE-CHECK
             PERFORM U700-CHECK-SCOPE
         END-IF
     END-PERFORM
     .
 D203-99.
     EXIT.

******************************************************************
* Überspringt SSAFE-Sätze fremder Anwendungen (Mandanten-
* Nachfilter fuer Sitzungen mit mehreren "ANW"-Zuordnungen -
* bei genau einer Anwendung filtert bereits der Cursor)
******************************************************************
 D204-ANW-FILTER-SSAFE SECTION.
 D204-00.
     MOVE ANWENDUNG OF SSAFE TO W-ANW-CHECK
     PERFORM U710-CHECK-ANW
     PERFORM UNTIL SSF-EOD OR ANW-ALLOWED
         PERFORM S141-FETCH-SSAFE-CURSOR
         IF  NOT SSF-EOD
             MOVE ANWENDUNG OF SSAFE TO W-ANW-CHECK
             PERFORM U710-CHECK-ANW
         END-IF
     END-PERFORM
     .
 D204-99.
     EXIT.

******************************************************************
* Schliessen verschiedene Cursor für das LIST-Kommando
******************************************************************
 D202-CLOSE-LIST-CURSOR SECTION.
 D202-00.
**  ---> lesen unterschiedliche Cursor
     IF  CURS-ABNAHME
         PERFORM S742-CLOSE-ABNAHME-A-CURSOR
     ELSE
         IF  CURS-SSFRARCH-AUFTRAG OR CURS-SSFRARCH-PACKAGE
             PERFORM S145-CLOSE-SSFRARCH-LIST-CURSOR
         ELSE
             PERFORM S142-CLOSE-SSAFE-CURSOR
         END-IF
     END-IF
     .
 D202-99.
     EXIT.

******************************************************************
* Aufbereiten Zeilen für LIST-Kommando
******************************************************************
 D205-SHOW-LIST1 SECTION.
 D205-00.
**  ---> aufbereiten Datenzeile
     IF  C4-ANZ > 90
**      ---> Überschrift aufbereiten (entfaellt bei CSV-Export)
         IF  W-LIST-CSV-FILE = SPACES
             MOVE LZ-TITEL TO ZEILE
             PERFORM U010-AUSGABE
             MOVE LZ-UNTERSTRICHE TO ZEILE
             PERFORM U010-AUSGABE
         END-IF

*         MOVE SOURCE-MODUL OF SSAFE TO LZD-SOURCE-MODUL
         MOVE 1 TO C4-ANZ
*     ELSE
*         MOVE SOURCE-MODUL OF SSAFE TO LZD-SOURCE-MODUL
     END-IF

**  ---> Modul-Name
     MOVE SOURCE-MODUL OF SSAFE TO LZD-SOURCE-MODUL

**  ---> Source-Typ
     EVALUATE SOURCE-TYP OF SSAFE
         WHEN "CS"   MOVE "Cob-Serv"  TO LZD-SOURCE-TYP
         WHEN "CO"   MOVE "Cob-Obj"   TO LZD-SOURCE-TYP
         WHEN "CX"   MOVE "Cob-Prog"  TO LZD-SOURCE-TYP
         WHEN "CM"   MOVE "Cob-Modul" TO LZD-SOURCE-TYP
         WHEN "CL"   MOVE "Copy-Lib"  TO LZD-SOURCE-TYP
         WHEN "TB"   MOVE "TAL-Lib"   TO LZD-SOURCE-TYP
         WHEN "TP"   MOVE "TACL-Proc" TO LZD-SOURCE-TYP
         WHEN "UC"   MOVE "UDC"       TO LZD-SOURCE-TYP
         WHEN OTHER  MOVE "???"       TO LZD-SOURCE-TYP
     END-EVALUATE

**  ---> Source Status
     EVALUATE SOURCE-STATUS OF SSAFE
         WHEN "CI"   MOVE "CheckedIn"          TO LZD-SOURCE-STATUS
                     MOVE ZP-CHECKIN OF SSAFE  TO LZD-ZEITPUNKT
         WHEN "CO"   MOVE "CheckedOut"         TO LZD-SOURCE-STATUS
                     MOVE ZP-CHECKOUT OF SSAFE TO LZD-ZEITPUNKT
         WHEN OTHER  MOVE "???"                TO LZD-SOURCE-STATUS
                     MOVE SPACES               TO LZD-ZEITPUNKT
     END-EVALUATE

**  ---> Zeitpunkt
     EVALUATE W-LIST-SUBCMD
         WHEN "RELEASED" MOVE "Rel. Prod"                TO LZD-SOURCE-STATUS
                         MOVE ZP-FREIGABE-PROD OF SSAFE  TO LZD-ZEITPUNKT
                         PERFORM D210-CHECK-DRIFT
     END-EVALUATE

**  ---> User
     MOVE GROUP-USER OF SSAFE TO LZD-USER

**  ---> letzten Status bestimmen
     MOVE ZP-FREIGABE-PROD OF SSAFE     TO W-ZP
     MOVE FREIGABE-PROD OF SSAFE        TO LZD-LST
     IF  ZP-FREIGABE-TEST > W-ZP
         MOVE ZP-FREIGABE-TEST OF SSAFE TO W-ZP
         MOVE FREIGABE-TEST OF SSAFE    TO LZD-LST
     END-IF
     IF  ZP-CHECKIN > W-ZP
         MOVE ZP-CHECKIN OF SSAFE       TO W-ZP
         MOVE SOURCE-STATUS OF SSAFE    TO LZD-LST
     END-IF
     IF  ZP-CHECKOUT OF SSAFE > W-ZP
         MOVE ZP-CHECKOUT OF SSAFE      TO W-ZP
         MOVE SOURCE-STATUS OF SSAFE    TO LZD-LST
     END-IF

**  ---> ab in Anzeige bzw. CSV-Datei
     IF  W-LIST-CSV-FILE NOT = SPACES
         MOVE LZD-SOURCE-MODUL  TO LZC-SOURCE-MODUL
         MOVE LZD-SOURCE-TYP    TO LZC-SOURCE-TYP
         MOVE LZD-SOURCE-STATUS TO LZC-SOURCE-STATUS
         MOVE LZD-ZEITPUNKT     TO LZC-ZEITPUNKT
         MOVE LZD-USER          TO LZC-USER
         WRITE PROTCSV-SATZ FROM LZC-ZEILE
         ADD 1 TO W-PROTEXP-ANZ
     ELSE
         MOVE LZ-DATEN TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     MOVE SPACES TO LZD-LST
     .
 D205-99.
     EXIT.

******************************************************************
* Aufbereiten Zeilen für List-Kommando FREIGABE
******************************************************************
 D206-SHOW-LIST2 SECTION.
 D206-00.
**  ---> aufbereiten Datenzeile
     IF  C4-ANZ > 90
**      ---> Überschrift aufbereiten
         MOVE LF-HINWEIS TO ZEILE
         PERFORM U010-AUSGABE
         PERFORM U011-AUSGABE-SPACELINE
         MOVE LF-TITEL TO ZEILE
         PERFORM U010-AUSGABE
         MOVE LF-UNTERSTRICHE TO ZEILE
         PERFORM U010-AUSGABE

         MOVE 1 TO C4-ANZ
     END-IF

**  ---> Daten Zeile
     MOVE PRG-NAME            OF ABNAHME TO LFD-PRG-NAME
     MOVE VERSION             OF ABNAHME TO LFD-VERSION
     MOVE DATUM               OF ABNAHME TO LFD-DATUM
     MOVE FREIGABE-ANTRAG-VON OF ABNAHME TO LFD-FREIGABE-ANTRAG-VON
     MOVE FREIGABE-ANTRAG-AM  OF ABNAHME TO LFD-FREIGABE-ANTRAG-AM

     MOVE LF-DATEN TO ZEILE
     PERFORM U010-AUSGABE
     .
 D206-99.
     EXIT.

******************************************************************
* Aufbereiten Zeilen für List-Kommando NOTINPROD
* (Alter seit Freigabe-Test + letzter Checkout-User aus dem Modul-
* Kurzbild =SSFMSUM, ohne Kurzbild aus SSPROT)
******************************************************************
 D207-SHOW-LIST3 SECTION.
 D207-00.
**  ---> aufbereiten Datenzeile
     IF  C4-ANZ > 90
**      ---> Überschrift aufbereiten
         MOVE LN-TITEL TO ZEILE
         PERFORM U010-AUSGABE
         MOVE LN-UNTERSTRICHE TO ZEILE
         PERFORM U010-AUSGABE

         MOVE 1 TO C4-ANZ
     END-IF

**  ---> Modul-Name / Typ
     MOVE SOURCE-MODUL OF SSAFE TO LND-SOURCE-MODUL
     EVALUATE SOURCE-TYP OF SSAFE
         WHEN "CS"   MOVE "Cob-Serv"  TO LND-SOURCE-TYP
         WHEN "CO"   MOVE "Cob-Obj"   TO LND-SOURCE-TYP
         WHEN "CX"   MOVE "Cob-Prog"  TO LND-SOURCE-TYP
         WHEN "CM"   MOVE "Cob-Modul" TO LND-SOURCE-TYP
         WHEN "CL"   MOVE "Copy-Lib"  TO LND-SOURCE-TYP
         WHEN "TB"   MOVE "TAL-Lib"   TO LND-SOURCE-TYP
         WHEN "TP"   MOVE "TACL-Proc" TO LND-SOURCE-TYP
         WHEN "UC"   MOVE "UDC"       TO LND-SOURCE-TYP
         WHEN OTHER  MOVE "???"       TO LND-SOURCE-TYP
     END-EVALUATE

**  ---> Zeitpunkt Freigabe-Test
     MOVE ZP-FREIGABE-TEST OF SSAFE (1:10) TO LND-REL-TEST

**  ---> Alter in Tagen seit Freigabe-Test
     MOVE ZP-FREIGABE-TEST OF SSAFE (1:4)  TO W-ALT-JJJJ
     MOVE ZP-FREIGABE-TEST OF SSAFE (6:2)  TO W-ALT-MM
     MOVE ZP-FREIGABE-TEST OF SSAFE (9:2)  TO W-ALT-TT
     PERFORM U030-TIMESTAMP
     MOVE TAL-JHJJMMTT OF TAL-TIME-D TO W-HEUTE-DATUM-N
     COMPUTE W-ALTER-TAGE = FUNCTION INTEGER-OF-DATE(W-HEUTE-DATUM-N)
                          - FUNCTION INTEGER-OF-DATE(W-ALT-DATUM-N)
     MOVE W-ALTER-TAGE TO LND-ALTER

**  ---> letzter Checkout-User aus dem Modul-Kurzbild (=SSFMSUM);
**       nur ohne Kurzbild wird SSPROT gelesen
     MOVE SOURCE-MODUL OF SSAFE TO H-MSUM-MODUL
     PERFORM S543-SELECT-SSFMSUM
     IF  MSUM-VORHANDEN
         MOVE H-MSUM-A-CO-USER TO LND-LETZTER-CO-USER
     ELSE
         MOVE SOURCE-MODUL OF SSAFE TO SOURCE-MODUL OF SSPROT
         MOVE "CO"                  TO AKTION       OF SSPROT
         PERFORM S223-SELECT-SSPROT-MAX-ZP
         IF  SSPROT-OK
             PERFORM S224-SELECT-SSPROT-MAX-CI
         END-IF
         IF  SSPROT-OK
             MOVE GROUP-USER OF SSPROT TO LND-LETZTER-CO-USER
         ELSE
             MOVE SPACES TO LND-LETZTER-CO-USER
         END-IF
     END-IF

**  ---> ab in Anzeige
     MOVE LN-DATEN TO ZEILE
     PERFORM U010-AUSGABE
     .
 D207-99.
     EXIT.

******************************************************************
* zeigen Liste 4 - LIST ABANDONED (ausgecheckt, keine SSPROT-
* Aktivitaet (CI/AK/FR) seit dem Checkout)
******************************************************************
 D208-SHOW-LIST4 SECTION.
 D208-00.
**  ---> nur ausgeben, wenn seit dem Checkout keine Aktivitaet war:
**       juengste Aktivitaet aus dem Modul-Kurzbild (=SSFMSUM), nur
**       ohne Kurzbild wird SSPROT gelesen
     MOVE SOURCE-MODUL OF SSAFE TO H-MSUM-MODUL
     PERFORM S543-SELECT-SSFMSUM
     IF  MSUM-VORHANDEN
         MOVE ZP-CHECKOUT OF SSAFE (1:19) TO W-MSUM-VGL-ZP
         MOVE ".00"                       TO W-MSUM-VGL-ZP (20:3)
         IF  H-MSUM-A-AKTIV-AM (1:22) > W-MSUM-VGL-ZP
**          ---> es gab bereits wieder Aktivitaet -> kein "Abandoned"
             EXIT SECTION
         END-IF
     ELSE
         MOVE SOURCE-MODUL OF SSAFE TO SOURCE-MODUL OF SSPROT
         MOVE ZP-CHECKOUT   OF SSAFE TO ZPINS        OF SSPROT
         PERFORM S225-SELECT-SSPROT-ACTIVITY
         IF  SSPROT-OK
**          ---> es gab bereits wieder Aktivitaet -> kein "Abandoned"
             EXIT SECTION
         END-IF
     END-IF

**  ---> aufbereiten Datenzeile
     IF  C4-ANZ > 90
**      ---> Überschrift aufbereiten
         MOVE LA-TITEL TO ZEILE
         PERFORM U010-AUSGABE
         MOVE LA-UNTERSTRICHE TO ZEILE
         PERFORM U010-AUSGABE

         MOVE 1 TO C4-ANZ
     END-IF

**  ---> Modul-Name / Typ
     MOVE SOURCE-MODUL OF SSAFE TO LAD-SOURCE-MODUL
     EVALUATE SOURCE-TYP OF SSAFE
         WHEN "CS"   MOVE "Cob-Serv"  TO LAD-SOURCE-TYP
         WHEN "CO"   MOVE "Cob-Obj"   TO LAD-SOURCE-TYP
         WHEN "CX"   MOVE "Cob-Prog"  TO LAD-SOURCE-TYP
         WHEN "CM"   MOVE "Cob-Modul" TO LAD-SOURCE-TYP
         WHEN "CL"   MOVE "Copy-Lib"  TO LAD-SOURCE-TYP
         WHEN "TB"   MOVE "TAL-Lib"   TO LAD-SOURCE-TYP
         WHEN "TP"   MOVE "TACL-Proc" TO LAD-SOURCE-TYP
         WHEN "UC"   MOVE "UDC"       TO LAD-SOURCE-TYP
         WHEN OTHER  MOVE "???"       TO LAD-SOURCE-TYP
     END-EVALUATE

**  ---> Zeitpunkt Checkout
     MOVE ZP-CHECKOUT OF SSAFE (1:10) TO LAD-CHECKOUT

**  ---> Alter in Tagen seit Checkout
     MOVE ZP-CHECKOUT OF SSAFE (1:4)  TO W-ALT-JJJJ
     MOVE ZP-CHECKOUT OF SSAFE (6:2)  TO W-ALT-MM
     MOVE ZP-CHECKOUT OF SSAFE (9:2)  TO W-ALT-TT
     PERFORM U030-TIMESTAMP
     MOVE TAL-JHJJMMTT OF TAL-TIME-D TO W-HEUTE-DATUM-N
     COMPUTE W-ALTER-TAGE = FUNCTION INTEGER-OF-DATE(W-HEUTE-DATUM-N)
                          - FUNCTION INTEGER-OF-DATE(W-ALT-DATUM-N)
     MOVE W-ALTER-TAGE TO LAD-ALTER

**  ---> User, der ausgecheckt hat
     MOVE GROUP-USER OF SSAFE TO LAD-CO-USER

**  ---> ab in Anzeige
     MOVE LA-DATEN TO ZEILE
     PERFORM U010-AUSGABE
     .
 D208-99.
     EXIT.

******************************************************************
* zeigen Liste 5 - LIST AUFTRAG / LIST PACKAGE (Versionen aus
* =SSFRARCH zu einem Auftrag bzw. Package)
******************************************************************
 D209-SHOW-LIST5 SECTION.
 D209-00.
**  ---> aufbereiten Datenzeile
     IF  C4-ANZ > 90
**      ---> Überschrift aufbereiten
         MOVE LT-TITEL TO ZEILE
         PERFORM U010-AUSGABE
         MOVE LT-UNTERSTRICHE TO ZEILE
         PERFORM U010-AUSGABE

         MOVE 1 TO C4-ANZ
     END-IF

**  ---> Modul / Version
     MOVE SOURCE-MODUL OF SSFRARCH TO LTD-SOURCE-MODUL
     MOVE VERSION      OF SSFRARCH TO LTD-VERSION

**  ---> Auftrag oder Package, je nach Sub-Kommando
     IF  CURS-SSFRARCH-AUFTRAG
         MOVE AUFTRAG  OF SSFRARCH TO LTD-TICKET-WERT
     ELSE
         MOVE PACKAGE  OF SSFRARCH TO LTD-TICKET-WERT
     END-IF

**  ---> Zeitpunkt Einlagerung
     MOVE ZPINS OF SSFRARCH (1:19) TO LTD-ZEITPUNKT

**  ---> ab in Anzeige
     MOVE LT-DATEN TO ZEILE
     PERFORM U010-AUSGABE
     .
 D209-99.
     EXIT.

******************************************************************
* LIST RELEASED: Drift des PRUN/PMOD-Objekts ggue. Freigabe-Datum
******************************************************************
 D210-CHECK-DRIFT SECTION.
 D210-00.
**  ---> Default: keine Drift-Info verfuegbar
     MOVE SPACES TO LZD-DRIFT
     IF  ZP-FREIGABE-PROD OF SSAFE = SPACES
         EXIT SECTION
     END-IF

**  ---> PRUN- bzw. PMOD-SubVol (Produktion) ermitteln
     IF  SOURCE-TYP OF SSAFE = "CM"
         MOVE "R2P-MOD" TO AKTION OF SSPARM
     ELSE
         MOVE "R2P-RUN" TO AKTION OF SSPARM
     END-IF
     PERFORM S300-SELECT-SSPARM
     IF  NOT SSPRM-OK
         EXIT SECTION
     END-IF

**  ---> Namen des Produktions-Objekts zusammenbasteln
     MOVE SOURCE-MODUL OF SSAFE TO SOURCE-FILE-NAME
     MOVE SPACES TO DEST-FILE
     MOVE SOURCE-FILE-VOL     TO DEST-FILE-VOL
     MOVE SVOL-DEST OF SSPARM TO DEST-FILE-SUBVOL
     MOVE SOURCE-FILE-NAME    TO DEST-FILE-NAME
     STRING  DEST-FILE-VOL       DELIMITED BY SPACE
             "."                 DELIMITED BY SIZE
             DEST-FILE-SUBVOL    DELIMITED BY SPACE
             "."                 DELIMITED BY SIZE
             DEST-FILE-NAME      DELIMITED BY SPACE
       INTO  DEST-FILE
     END-STRING

**  ---> "E" durch "S/O/ " ersetzen
     MOVE DEST-FILE TO IN-SOURCE
     PERFORM U400-OBJECT-NAME
     MOVE OUT-SOURCE TO DEST-FILE

**  ---> Last-Modify-Zeitpunkt des Produktions-Objekts holen
     MOVE DEST-FILE TO T-FNAME
     PERFORM E120-FILE-INFO
     IF  T-ERROR NOT = ZERO
**      ---> Objekt nicht vorhanden bzw. nicht lesbar: keine Aussage moeglich
         EXIT SECTION
     END-IF

**  ---> Datum des Objekts mit Freigabe-Datum vergleichen
     MOVE TAL-JHJJMMTT OF TAL-TIME-D       TO W-DRIFT-FILE-DATUM
     MOVE ZP-FREIGABE-PROD OF SSAFE (1:4)  TO W-DRIFT-REL-JJJJ
     MOVE ZP-FREIGABE-PROD OF SSAFE (6:2)  TO W-DRIFT-REL-MM
     MOVE ZP-FREIGABE-PROD OF SSAFE (9:2)  TO W-DRIFT-REL-TT
     IF  W-DRIFT-FILE-DATUM > W-DRIFT-REL-DATUM
         MOVE "Ja!" TO LZD-DRIFT
     END-IF
     .
 D210-99.
     EXIT.

******************************************************************
* User des letzten CHECKIN zu SOURCE-MODUL OF SSPROT -> GROUP-USER
* OF SSPROT (Anzeige bei CHECKOUT/PEEK): aus dem Modul-Kurzbild
* (=SSFMSUM), nur ohne Kurzbild aus der Historie (S223/S224)
******************************************************************
 D211-LETZTER-CI-USER SECTION.
 D211-00.
     MOVE SOURCE-MODUL OF SSPROT TO H-MSUM-MODUL
     PERFORM S543-SELECT-SSFMSUM
     IF  MSUM-VORHANDEN
         MOVE H-MSUM-A-CI-USER TO GROUP-USER OF SSPROT
     ELSE
         MOVE "CI" TO AKTION OF SSPROT
         PERFORM S223-SELECT-SSPROT-MAX-ZP
         PERFORM S224-SELECT-SSPROT-MAX-CI
     END-IF
     .
 D211-99.
     EXIT.

******************************************************************
* LIST AUFTRAG <name> BUILDPLAN: sammelt die unterschiedlichen
* Module eines Auftrags (=SSFRARCH, letzte Einlagerung je Modul),
* ermittelt ihre Abhaengigkeiten untereinander (ueber MODIN) und
* zeigt sie als topologisch sortierten Build-Plan an
******************************************************************
 D215-BUILD-PLAN-AUFTRAG SECTION.
 D215-00.
**  ---> komplette Tabelle (inkl. W-BP-INGRAD/W-BP-ORDER) neu
**       vorbelegen - srcsafee laeuft als Dialogprozess ueber viele
**       Kommandos hinweg, ein zweiter BUILDPLAN-Lauf in derselben
**       Sitzung darf keine Ingrade/Reihenfolgen des vorigen Laufs
**       wiederverwenden
     INITIALIZE W-BUILDPLAN-TABELLE

**  ---> Modul-Menge des Auftrags sammeln (letzte Einlagerung je
**       Modul, da Cursor nach SOURCE_MODUL, ZPINS absteigend
**       sortiert ist - nur der jeweils erste Satz je Modul zaehlt)
     PERFORM S143-OPEN-SSFRARCH-LIST-CURSOR
     PERFORM S144-FETCH-SSFRARCH-LIST-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         IF  SOURCE-MODUL OF SSFRARCH NOT = W-BP-VORIG-MODUL
             IF  W-BP-ANZ < 200
                 ADD 1 TO W-BP-ANZ
                 MOVE SOURCE-MODUL OF SSFRARCH TO W-BP-MODUL (W-BP-ANZ)
                 SET  BP-UNBEARBEITET (W-BP-ANZ) TO TRUE
                 MOVE SOURCE-MODUL OF SSFRARCH TO W-BP-VORIG-MODUL
             ELSE
                 DISPLAY ">>!! Build-Plan auf 200 Module begrenzt - "
                         "weitere Module wurden nicht mehr aufgenommen !!"
                 EXIT PERFORM
             END-IF
         END-IF
         PERFORM S144-FETCH-SSFRARCH-LIST-CURSOR
     END-PERFORM
     PERFORM S145-CLOSE-SSFRARCH-LIST-CURSOR

     IF  W-BP-ANZ = ZERO
         MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
         MOVE "HINW-003" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     PERFORM D216-BUILDPLAN-EDGES
     PERFORM D217-BUILDPLAN-TOPOSORT
     PERFORM D218-SHOW-BUILDPLAN

**  ---> "... BUILDPLAN CSV <Datei>": den eben angezeigten Plan
**       zusaetzlich als fertiges SRCCOMP-Manifest wegschreiben
     IF  W-LIST-CSV-FILE NOT = SPACES
     AND NOT PRG-ABBRUCH
         PERFORM D222-BUILDPLAN-CSV
     END-IF
     .
 D215-99.
     EXIT.

******************************************************************
* ermittelt je Modul der Auftrags-Menge (W-BP-TAB) ueber den
* MODIN-Cursor die direkten Abhaengigkeiten und traegt daraus fuer
* jede Abhaengigkeit, die selbst auch in der Auftrags-Menge steht,
* eine Kante (Abhaengigkeit muss vor dem Modul gebaut werden) samt
* Eingangsgrad ein
******************************************************************
 D216-BUILDPLAN-EDGES SECTION.
 D216-00.
     PERFORM VARYING W-BP-I1 FROM 1 BY 1
             UNTIL   W-BP-I1 > W-BP-ANZ

         MOVE W-BP-MODUL (W-BP-I1) TO SOURCE-FILE
         MOVE ZERO TO C4-I2
         INSPECT SOURCE-FILE TALLYING C4-I2
             FOR CHARACTERS BEFORE INITIAL " "
         MOVE ALL "%" TO SOURCE-FILE (C4-I2:)
         MOVE SOURCE-FILE TO PROGRAMM OF PROGRAMX

         PERFORM S870-OPEN-MODIN-CURSOR
         PERFORM S871-FETCH-MODIN-CURSOR
         PERFORM UNTIL REFTABS-EOD or PRG-ABBRUCH
             PERFORM D219-BUILDPLAN-FIND-MODUL
             IF  BP-SCHON-DA
             AND W-BP-GEFUNDEN-IDX NOT = W-BP-I1
                 IF  W-BP-KANTEN-ANZ < 1000
                     ADD 1 TO W-BP-KANTEN-ANZ
                     MOVE W-BP-GEFUNDEN-IDX
                          TO W-BP-KANTE-VON  (W-BP-KANTEN-ANZ)
                     MOVE W-BP-I1
                          TO W-BP-KANTE-NACH (W-BP-KANTEN-ANZ)
                     ADD 1 TO W-BP-INGRAD (W-BP-I1)
                 ELSE
                     IF  NOT BP-KANTEN-VOLL-SCHON-GEMELDET
                         DISPLAY ">>!! Build-Plan auf 1000 Abhaengigkeiten "
                                 "begrenzt - weitere Kanten wurden nicht "
                                 "mehr aufgenommen !!"
                         SET BP-KANTEN-VOLL-SCHON-GEMELDET TO TRUE
                     END-IF
                 END-IF
             END-IF
             PERFORM S871-FETCH-MODIN-CURSOR
         END-PERFORM
         PERFORM S872-CLOSE-MODIN-CURSOR

     END-PERFORM
     .
 D216-99.
     EXIT.

******************************************************************
* sucht PMODUL OF PROGRAMX (aktueller MODIN-Fund) in der Auftrags-
* Modul-Menge (W-BP-TAB) - Treffer außerhalb der Menge (z.B. fremde
* Copy-Libs oder Module anderer Auftraege) werden nicht als Kante
* gefuehrt, da ihre eigene Bauposition hier nicht interessiert
******************************************************************
 D219-BUILDPLAN-FIND-MODUL SECTION.
 D219-00.
     MOVE SPACE TO W-BP-GEFUNDEN
     MOVE ZERO  TO W-BP-GEFUNDEN-IDX
     PERFORM VARYING W-BP-I2 FROM 1 BY 1
             UNTIL   W-BP-I2 > W-BP-ANZ
         IF  W-BP-MODUL (W-BP-I2) = PMODUL OF PROGRAMX
             SET  BP-SCHON-DA TO TRUE
             MOVE W-BP-I2 TO W-BP-GEFUNDEN-IDX
             EXIT PERFORM
         END-IF
     END-PERFORM
     .
 D219-99.
     EXIT.

******************************************************************
* topologische Sortierung der Auftrags-Module nach Kahn: solange
* noch ein unbearbeitetes Modul mit Eingangsgrad Null existiert,
* wird es als naechster Build-Schritt markiert und der Eingangsgrad
* seiner Abhaengigen verringert - bleiben am Ende Module uebrig, gibt
* es eine zyklische Abhaengigkeit innerhalb des Auftrags
******************************************************************
 D217-BUILDPLAN-TOPOSORT SECTION.
 D217-00.
     MOVE ZERO TO W-BP-SCHRITT
     PERFORM D221-BUILDPLAN-EXTRACT-ONE
     PERFORM UNTIL NOT BP-EXTRAHIERT
                 OR W-BP-SCHRITT >= W-BP-ANZ
         PERFORM D221-BUILDPLAN-EXTRACT-ONE
     END-PERFORM
     .
 D217-99.
     EXIT.

******************************************************************
* ein Kahn-Schritt: erstes noch unbearbeitetes Modul mit Eingangs-
* grad Null wird als naechster Build-Schritt markiert, die Kanten
* zu seinen Abhaengigen werden "entfernt" (Eingangsgrad -1)
******************************************************************
 D221-BUILDPLAN-EXTRACT-ONE SECTION.
 D221-00.
     MOVE SPACE TO W-BP-EXTRAHIERT
     PERFORM VARYING W-BP-I1 FROM 1 BY 1
             UNTIL   W-BP-I1 > W-BP-ANZ
         IF  BP-UNBEARBEITET (W-BP-I1)
         AND W-BP-INGRAD (W-BP-I1) = ZERO
             SET  BP-EXTRAHIERT TO TRUE
             ADD  1 TO W-BP-SCHRITT
             MOVE W-BP-SCHRITT TO W-BP-ORDER (W-BP-I1)
             SET  BP-BEARBEITET (W-BP-I1) TO TRUE

             PERFORM VARYING W-BP-I2 FROM 1 BY 1
                     UNTIL   W-BP-I2 > W-BP-KANTEN-ANZ
                 IF  W-BP-KANTE-VON (W-BP-I2) = W-BP-I1
                     SUBTRACT 1 FROM
                         W-BP-INGRAD (W-BP-KANTE-NACH (W-BP-I2))
                 END-IF
             END-PERFORM

             EXIT PERFORM
         END-IF
     END-PERFORM
     .
 D221-99.
     EXIT.

******************************************************************
* Anzeigen des in D217-BUILDPLAN-TOPOSORT ermittelten Build-Plans -
* Module ohne Eintrag (bei zyklischer Abhaengigkeit) werden separat
* als Warnung aufgelistet, statt die Anzeige abzubrechen
******************************************************************
 D218-SHOW-BUILDPLAN SECTION.
 D218-00.
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  "  Build-Plan Auftrag "     DELIMITED BY SIZE
             W-LIST-SUBPRM1-VAL          DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE
     MOVE "  Schritt  Modul" TO ZEILE
     PERFORM U010-AUSGABE
     MOVE "  ------   --------" TO ZEILE
     PERFORM U010-AUSGABE

     PERFORM VARYING W-BP-SCHRITT FROM 1 BY 1
             UNTIL   W-BP-SCHRITT > W-BP-ANZ
         PERFORM VARYING W-BP-I1 FROM 1 BY 1
                 UNTIL   W-BP-I1 > W-BP-ANZ
             IF  W-BP-ORDER (W-BP-I1) = W-BP-SCHRITT
                 MOVE W-BP-SCHRITT TO W-BP-SCHRITT-ED
                 MOVE SPACES TO ZEILE
                 STRING  "   "              DELIMITED BY SIZE
                         W-BP-SCHRITT-ED    DELIMITED BY SIZE
                         "     "            DELIMITED BY SIZE
                         W-BP-MODUL (W-BP-I1) DELIMITED BY SIZE
                   INTO  ZEILE
                 END-STRING
                 PERFORM U010-AUSGABE
                 EXIT PERFORM
             END-IF
         END-PERFORM
     END-PERFORM

**  ---> Module, die aus einer zyklischen Abhaengigkeit uebrig blieben
     MOVE ZERO TO C4-COUNT
     PERFORM VARYING W-BP-I1 FROM 1 BY 1
             UNTIL   W-BP-I1 > W-BP-ANZ
         IF  BP-UNBEARBEITET (W-BP-I1)
             IF  C4-COUNT = ZERO
                 PERFORM U011-AUSGABE-SPACELINE
                 MOVE "  >>!! zyklische Abhaengigkeit - nicht einordenbar:"
                      TO ZEILE
                 PERFORM U010-AUSGABE
             END-IF
             ADD 1 TO C4-COUNT
             MOVE SPACES TO ZEILE
             STRING  "    - "               DELIMITED BY SIZE
                     W-BP-MODUL (W-BP-I1)    DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
         END-IF
     END-PERFORM

     PERFORM U011-AUSGABE-SPACELINE
     .
 D218-99.
     EXIT.

******************************************************************
* LIST AUFTRAG <name> BUILDPLAN CSV <Datei>: schreibt den topolo-
* gisch sortierten Build-Plan als direkt verwendbares SRCCOMP-
* Manifest ("PRG -<COB|TAL> <Source> <Objekt>" je Modul in Plan-
* Reihenfolge) in die angegebene Datei - nicht compilierbare
* Eintraege (Libs, TACL-Prozeduren, nicht registrierte Module) und
* zyklische Reste werden als Kommentarzeilen mit ausgegeben, damit
* das Manifest dokumentiert, was NICHT eingeplant wurde
******************************************************************
 D222-BUILDPLAN-CSV SECTION.
 D222-00.
     PERFORM N023-OPEN-LIST-CSV
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF
     MOVE ZERO TO W-PROTEXP-ANZ

**  ---> Kopfzeile als Kommentar
     MOVE SPACES TO PROTCSV-SATZ
     STRING  "* SRCCOMP-Manifest Auftrag "   DELIMITED BY SIZE
             W-LIST-SUBPRM1-VAL              DELIMITED BY SPACE
             " (Reihenfolge nach Build-Plan)" DELIMITED BY SIZE
       INTO  PROTCSV-SATZ
     END-STRING
     WRITE PROTCSV-SATZ
     ADD 1 TO W-PROTEXP-ANZ

**  ---> eine Manifest-Zeile je Modul, in Plan-Reihenfolge
     PERFORM VARYING W-BP-SCHRITT FROM 1 BY 1
             UNTIL   W-BP-SCHRITT > W-BP-ANZ
             OR      PRG-ABBRUCH
         PERFORM VARYING W-BP-I1 FROM 1 BY 1
                 UNTIL   W-BP-I1 > W-BP-ANZ
             IF  W-BP-ORDER (W-BP-I1) = W-BP-SCHRITT
                 PERFORM D223-BUILDPLAN-CSV-ZEILE
                 EXIT PERFORM
             END-IF
         END-PERFORM
     END-PERFORM

**  ---> zyklische Reste als Kommentarzeilen
     PERFORM VARYING W-BP-I1 FROM 1 BY 1
             UNTIL   W-BP-I1 > W-BP-ANZ
         IF  BP-UNBEARBEITET (W-BP-I1)
             MOVE SPACES TO PROTCSV-SATZ
             STRING  "* "                    DELIMITED BY SIZE
                     W-BP-MODUL (W-BP-I1)    DELIMITED BY SPACE
                     "  zyklische Abhaengigkeit - von Hand einordnen"
                                             DELIMITED BY SIZE
               INTO  PROTCSV-SATZ
             END-STRING
             WRITE PROTCSV-SATZ
             ADD 1 TO W-PROTEXP-ANZ
         END-IF
     END-PERFORM

     CLOSE PROTCSV
     MOVE W-PROTEXP-ANZ TO W-PROTEXP-ANZ-ED
     MOVE SPACES TO ZEILE
     STRING " --- " DELIMITED BY SIZE
            W-PROTEXP-ANZ-ED DELIMITED BY SIZE
            " Zeile(n) exportiert nach " DELIMITED BY SIZE
            W-LIST-CSV-FILE DELIMITED BY SPACE
       INTO ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE
     .
 D222-99.
     EXIT.

******************************************************************
* eine Manifest-Zeile fuer das Modul W-BP-MODUL (W-BP-I1): Compiler
* aus =PROGRAMS.SPRACHE (Default COBOL85), Objektname nach der
* Namenskonvention aus U400-OBJECT-NAME; nicht compilierbare oder
* nicht registrierte Module werden als Kommentarzeile ausgegeben
******************************************************************
 D223-BUILDPLAN-CSV-ZEILE SECTION.
 D223-00.
     MOVE W-BP-MODUL (W-BP-I1) TO SOURCE-MODUL OF SSAFE
     PERFORM S100-SELECT-SSAFE
     IF  NOT SSF-OK
         MOVE SPACES TO PROTCSV-SATZ
         STRING  "* "                    DELIMITED BY SIZE
                 W-BP-MODUL (W-BP-I1)    DELIMITED BY SPACE
                 "  nicht in SSAFE registriert - uebersprungen"
                                         DELIMITED BY SIZE
           INTO  PROTCSV-SATZ
         END-STRING
         WRITE PROTCSV-SATZ
         ADD 1 TO W-PROTEXP-ANZ
         EXIT SECTION
     END-IF

     MOVE SOURCE-TYP OF SSAFE TO SOURCE-TYP OF SCHALTER
     IF  NOT SOURCE-PROGRAM
         MOVE SPACES TO PROTCSV-SATZ
         STRING  "* "                    DELIMITED BY SIZE
                 W-BP-MODUL (W-BP-I1)    DELIMITED BY SPACE
                 "  Typ "                DELIMITED BY SIZE
                 SOURCE-TYP OF SCHALTER  DELIMITED BY SIZE
                 " - kein compilierbares Programm"
                                         DELIMITED BY SIZE
           INTO  PROTCSV-SATZ
         END-STRING
         WRITE PROTCSV-SATZ
         ADD 1 TO W-PROTEXP-ANZ
         EXIT SECTION
     END-IF

**  ---> Compiler-Schalter aus =PROGRAMS.SPRACHE (Default COBOL85)
     MOVE SPACES TO SPRACHE OF PROGRAMS
     MOVE W-BP-MODUL (W-BP-I1) TO PROGRAMM OF PROGRAMS
     PERFORM S840-SELECT-PROGRAMS
     IF  SPRACHE OF PROGRAMS = "TAL"
         MOVE "-TAL" TO W-BP-CSV-COMPILER
     ELSE
         MOVE "-COB" TO W-BP-CSV-COMPILER
     END-IF

**  ---> Objektname nach Namenskonvention
     MOVE W-BP-MODUL (W-BP-I1) TO IN-SOURCE
     PERFORM U400-OBJECT-NAME

     MOVE SPACES TO PROTCSV-SATZ
     STRING  "PRG "                  DELIMITED BY SIZE
             W-BP-CSV-COMPILER       DELIMITED BY SPACE
             " "                     DELIMITED BY SIZE
             W-BP-MODUL (W-BP-I1)    DELIMITED BY SPACE
             " "                     DELIMITED BY SIZE
             OUT-SOURCE              DELIMITED BY SPACE
       INTO  PROTCSV-SATZ
     END-STRING
     WRITE PROTCSV-SATZ
     ADD 1 TO W-PROTEXP-ANZ
     .
 D223-99.
     EXIT.

******************************************************************
* Anzeigen der Ticket-Status-Historie (LIST TICKET <nr>) aus
* =SSFTICKET - von E349-SYNC-TICKET-STATUS bei jedem Checkin mit
* einer "#<Ticket>"-Annotation im Kommentar fortgeschrieben
******************************************************************
 D230-SHOW-TICKET-HISTORY SECTION.
 D230-00.
     PERFORM U011-AUSGABE-SPACELINE
     MOVE "  Ticket        Modul     Version  Status       Aktion GrpUser          Zeitpunkt"
         TO ZEILE
     PERFORM U010-AUSGABE

     PERFORM S915-OPEN-SSFTICKET-CURSOR
     PERFORM S916-FETCH-SSFTICKET-CURSOR
     IF  SSF-EOD
         MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
         MOVE "HINW-003" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
     END-IF

     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         MOVE SPACES TO ZEILE
         STRING  "  "                    DELIMITED BY SIZE
                 TICKET-NR    OF SSFTICKET DELIMITED BY SPACE
                 "  "                    DELIMITED BY SIZE
                 SOURCE-MODUL OF SSFTICKET DELIMITED BY SPACE
                 "  "                    DELIMITED BY SIZE
                 VERSION      OF SSFTICKET DELIMITED BY SPACE
                 "  "                    DELIMITED BY SIZE
                 H-TICKET-STATUS            DELIMITED BY SPACE
                 "  "                    DELIMITED BY SIZE
                 AKTION       OF SSFTICKET DELIMITED BY SPACE
                 "  "                    DELIMITED BY SIZE
                 GROUP-USER   OF SSFTICKET DELIMITED BY SPACE
                 "  "                    DELIMITED BY SIZE
                 ZPINS        OF SSFTICKET (1:19) DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE

         PERFORM S916-FETCH-SSFTICKET-CURSOR
     END-PERFORM
     PERFORM S917-CLOSE-SSFTICKET-CURSOR
     PERFORM U011-AUSGABE-SPACELINE
     .
 D230-99.
     EXIT.

******************************************************************
* LIST CHARGEBACK <Auftrag>: Verbrauchs-/Abrechnungsreport je Modul
* eines Auftrags - Freigabeanzahl aus =SSFRARCH, Compile-Zeit aus
* =SSFCTIM (s. S906-INSERT-SSFCTIM, Compile-Zeit-Trend),
* Kostenstelle anhand der aktuellen Guardian-Gruppe aus GROUP-USER
* OF SSAFE ("GRUPPE.USER"), aufgeloest zum Abteilungs-/Kostenstellen-
* namen aus =SSPARM (AKTION "CC<Gruppe>", s. D234); am Ende eine nach
* Kostenstelle aufsummierte Abschlusszeile (Modul-/Freigabeanzahl,
* Compile-Sekunden)
******************************************************************
 D231-SHOW-CHARGEBACK-REPORT SECTION.
 D231-00.
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  "Chargeback-Report fuer Auftrag "  DELIMITED BY SIZE
             W-CHARGE-AUFTRAG                   DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE

     MOVE "  Modul     Version  Kostenst. Freigaben  Compile(s)"
         TO ZEILE
     PERFORM U010-AUSGABE

     MOVE ZERO   TO W-CHARGE-GRP-ANZ
     MOVE SPACE  TO W-CHARGE-GRP-VOLL
     MOVE SPACES TO W-CHARGE-VORIG-MODUL

     PERFORM S921-OPEN-CHARGE-CURSOR
     PERFORM S922-FETCH-CHARGE-CURSOR
     IF  SSF-EOD
         MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
         MOVE "HINW-003" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
     END-IF

     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
**      ---> Cursor ist nach SOURCE_MODUL, ZPINS absteigend sortiert -
**           beim Wechsel des Moduls wird die vorherige Gruppe
**           abgeschlossen und angezeigt, die juengste Version eines
**           Moduls ist dabei stets die erste gelesene Zeile
         IF  SOURCE-MODUL OF SSFRARCH NOT = W-CHARGE-VORIG-MODUL
             IF  W-CHARGE-VORIG-MODUL NOT = SPACES
                 PERFORM D232-SHOW-CHARGE-MODUL-LINE
             END-IF
             MOVE SOURCE-MODUL OF SSFRARCH TO W-CHARGE-VORIG-MODUL
             MOVE VERSION      OF SSFRARCH TO W-CHARGE-VERSION
             MOVE ZERO                     TO W-CHARGE-ANZ
         END-IF
         ADD 1 TO W-CHARGE-ANZ

         PERFORM S922-FETCH-CHARGE-CURSOR
     END-PERFORM
     PERFORM S923-CLOSE-CHARGE-CURSOR

     IF  W-CHARGE-VORIG-MODUL NOT = SPACES
         PERFORM D232-SHOW-CHARGE-MODUL-LINE
     END-IF

     IF  W-CHARGE-GRP-ANZ > ZERO
         PERFORM D233-SHOW-CHARGE-SUMMARY
     END-IF

     PERFORM U011-AUSGABE-SPACELINE
     .
 D231-99.
     EXIT.

******************************************************************
* je Modul: aktuelle Kostenstelle (Guardian-Gruppe) ermitteln,
* Gesamt-Compile-Zeit aus =SSFCTIM aufsummieren, Zeile anzeigen und
* in die Kostenstellen-Summentabelle einbuchen
******************************************************************
 D232-SHOW-CHARGE-MODUL-LINE SECTION.
 D232-00.
**  ---> aktuelle Kostenstelle (Gruppe vor dem Punkt in GROUP-USER)
**       anhand des aktuellen SSAFE-Eintrags ermitteln; kein Treffer
**       (Modul zwischenzeitlich geloescht) => Kostenstelle "?"
     MOVE SPACES                  TO W-CHARGE-GRP
     MOVE W-CHARGE-VORIG-MODUL    TO SOURCE-MODUL OF SSAFE
     PERFORM S100-SELECT-SSAFE
     IF  SSF-OK
         MOVE GROUP-USER OF SSAFE TO W-CHARGE-GRP-USER
         UNSTRING W-CHARGE-GRP-USER DELIMITED BY "."
             INTO W-CHARGE-GRP
                  W-CHARGE-USER
         END-UNSTRING
     ELSE
         MOVE "?"                 TO W-CHARGE-GRP
     END-IF

**  ---> Gesamt-Compile-Zeit (alle Laeufe, Schritte AX+SQ) aus
**       =SSFCTIM aufsummieren - anders als D257-SHOW-CTIM-TREND, das
**       nur den Trend des juengsten Laufs je Schritt zeigt, geht es
**       hier um den tatsaechlichen kumulierten Ressourcenverbrauch
     MOVE ZERO TO W-CHARGE-DAUER-SEK
     MOVE W-CHARGE-VORIG-MODUL TO W-SOURCE
     PERFORM S907-OPEN-SSFCTIM-TREND-CURSOR
     PERFORM S908-FETCH-SSFCTIM-TREND-CURSOR
     PERFORM UNTIL SSF-EOD
         ADD W-CTIM-DAUER-SEK TO W-CHARGE-DAUER-SEK
         PERFORM S908-FETCH-SSFCTIM-TREND-CURSOR
     END-PERFORM
     PERFORM S909-CLOSE-SSFCTIM-TREND-CURSOR

     MOVE W-CHARGE-ANZ       TO W-CHARGE-ANZ-ED
     MOVE W-CHARGE-DAUER-SEK TO W-CHARGE-DAUER-ED

     MOVE SPACES TO ZEILE
     STRING  "  "                   DELIMITED BY SIZE
             W-CHARGE-VORIG-MODUL   DELIMITED BY SPACE
             "   "                  DELIMITED BY SIZE
             W-CHARGE-VERSION       DELIMITED BY SPACE
             "  "                   DELIMITED BY SIZE
             W-CHARGE-GRP           DELIMITED BY SPACE
             "  "                   DELIMITED BY SIZE
             W-CHARGE-ANZ-ED        DELIMITED BY SIZE
             "  "                   DELIMITED BY SIZE
             W-CHARGE-DAUER-ED      DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE

     ADD 1               TO W-CHARGE-MODUL-ANZ
     PERFORM D234-ADD-CHARGE-GRP-TOTALS
     .
 D232-99.
     EXIT.

******************************************************************
* die ermittelte Kostenstelle des aktuellen Moduls in die
* Summentabelle W-CHARGE-GRP-TABELLE einbuchen (neue Gruppe anlegen
* oder bestehende Gruppe weiter aufsummieren)
******************************************************************
 D234-ADD-CHARGE-GRP-TOTALS SECTION.
 D234-00.
     SET CHARGE-GRP-NICHT-DA TO TRUE
     PERFORM VARYING W-CHARGE-GRP-IDX FROM 1 BY 1
             UNTIL   W-CHARGE-GRP-IDX > W-CHARGE-GRP-ANZ
         IF  W-CG-NAME (W-CHARGE-GRP-IDX) = W-CHARGE-GRP
             SET CHARGE-GRP-SCHON-DA TO TRUE
             EXIT PERFORM
         END-IF
     END-PERFORM

     IF  NOT CHARGE-GRP-SCHON-DA
**      ---> neue Kostenstelle - wenn noch Platz in der Tabelle,
**           anlegen, sonst stillschweigend in die letzte vorhandene
**           Gruppe mitzaehlen (Kappung, analog W-BUILDPLAN-TABELLE)
         IF  W-CHARGE-GRP-ANZ < 50
             ADD 1 TO W-CHARGE-GRP-ANZ
             MOVE W-CHARGE-GRP-ANZ TO W-CHARGE-GRP-IDX
             MOVE W-CHARGE-GRP TO W-CG-NAME (W-CHARGE-GRP-IDX)
             MOVE ZERO         TO W-CG-MODUL-ANZ (W-CHARGE-GRP-IDX)
             MOVE ZERO         TO W-CG-REL-ANZ   (W-CHARGE-GRP-IDX)
             MOVE ZERO         TO W-CG-DAUER-SEK (W-CHARGE-GRP-IDX)
**          ---> Abteilungs-/Kostenstellenname der neuen Gruppe aus
**               =SSPARM aufloesen (AKTION "CC<Gruppe>", Wert in
**               SVOL_SOURCE - gleicher Mechanismus wie "PWPOLICY");
**               ohne Eintrag bleibt es bei der blossen Gruppe
             MOVE W-CHARGE-GRP TO W-CG-KST (W-CHARGE-GRP-IDX)
             MOVE SPACES TO AKTION OF SSPARM
             STRING  "CC"          DELIMITED BY SIZE
                     W-CHARGE-GRP  DELIMITED BY SPACE
               INTO  AKTION OF SSPARM
             END-STRING
             PERFORM S300-SELECT-SSPARM
             IF  SSPRM-OK
             AND SVOL-SOURCE OF SSPARM NOT = SPACES
                 MOVE SVOL-SOURCE OF SSPARM
                   TO W-CG-KST (W-CHARGE-GRP-IDX)
             END-IF
         ELSE
             MOVE 50 TO W-CHARGE-GRP-IDX
             IF  NOT CHARGE-GRP-VOLL-SCHON-GEMELDET
                 DISPLAY ">>!! Kostenstellen-Summe auf 50 Gruppen "
                         "begrenzt - weitere Kostenstellen werden in "
                         "die letzte Gruppe mitgezaehlt !!"
                 SET CHARGE-GRP-VOLL-SCHON-GEMELDET TO TRUE
             END-IF
         END-IF
     END-IF

     ADD 1                    TO W-CG-MODUL-ANZ (W-CHARGE-GRP-IDX)
     ADD W-CHARGE-ANZ         TO W-CG-REL-ANZ   (W-CHARGE-GRP-IDX)
     ADD W-CHARGE-DAUER-SEK   TO W-CG-DAUER-SEK (W-CHARGE-GRP-IDX)
     .
 D234-99.
     EXIT.

******************************************************************
* Kostenstellen-Summenzeilen am Ende des Chargeback-Reports anzeigen
******************************************************************
 D233-SHOW-CHARGE-SUMMARY SECTION.
 D233-00.
     PERFORM U011-AUSGABE-SPACELINE
     MOVE "  Kostenstellen-Summe:"
         TO ZEILE
     PERFORM U010-AUSGABE
     MOVE "  Kostenst. Module  Freigaben  Compile(s)"
         TO ZEILE
     PERFORM U010-AUSGABE

     PERFORM VARYING W-CHARGE-GRP-IDX FROM 1 BY 1
             UNTIL   W-CHARGE-GRP-IDX > W-CHARGE-GRP-ANZ

         MOVE W-CG-MODUL-ANZ (W-CHARGE-GRP-IDX) TO W-CHARGE-ANZ-ED
         MOVE SPACES TO ZEILE
         STRING  "  "                               DELIMITED BY SIZE
                 W-CG-KST      (W-CHARGE-GRP-IDX)    DELIMITED BY SPACE
                 "   "                               DELIMITED BY SIZE
                 W-CHARGE-ANZ-ED                      DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING

         MOVE W-CG-REL-ANZ (W-CHARGE-GRP-IDX) TO W-CHARGE-ANZ-ED
         MOVE W-CG-DAUER-SEK (W-CHARGE-GRP-IDX) TO W-CHARGE-DAUER-ED
         STRING  ZEILE                DELIMITED BY SIZE,
                 "     "              DELIMITED BY SIZE
                 W-CHARGE-ANZ-ED      DELIMITED BY SIZE
                 "  "                 DELIMITED BY SIZE
                 W-CHARGE-DAUER-ED    DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-PERFORM
     .
 D233-99.
     EXIT.

******************************************************************
* LIST CHAIN <Funktion>: durchsuchbare Historie der SSFRFDEF-
* Kettenlaeufe (=SSFCHIST, von PHDDRV1O je Kettenschritt fortge-
* schrieben - Dryrun wie scharfer Lauf, s. C221-INSERT-CHIST-SQL
* dort), um einen abgebrochenen Dryrun oder scharfen Lauf im
* Nachhinein nachvollziehen zu koennen; Start und Ende jedes
* Kettenlaufs stehen als Kettenmarke (Programm *KETTE, Dry K) mit
* START, ENDE bzw. ABBR statt OK/NOK dabei
******************************************************************
 D237-SHOW-CHAIN-HISTORY SECTION.
 D237-00.
     PERFORM U011-AUSGABE-SPACELINE
     MOVE "  Anwendung Modul    Funktion        LfdNr Programm  RC Dry Dauer(s) Zeitpunkt"
         TO ZEILE
     PERFORM U010-AUSGABE

     PERFORM S924-OPEN-CHAIN-CURSOR
     PERFORM S925-FETCH-CHAIN-CURSOR
     IF  SSF-EOD
         MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
         MOVE "HINW-003" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
     END-IF

     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
**      ---> Kettenmarken von PHDDRV1O (LFDNR 0, DRYRUN "K"): RC 9
**           = Kette gestartet, 0 = beendet, sonst abgebrochen
         MOVE 3 TO W-CHAIN-RC-LEN
         EVALUATE TRUE
             WHEN DRYRUN OF SSFCHIST = "K" AND RC OF SSFCHIST = 9
                 MOVE "START" TO W-CHAIN-RC-TXT
                 MOVE 5       TO W-CHAIN-RC-LEN
             WHEN DRYRUN OF SSFCHIST = "K" AND RC OF SSFCHIST = ZERO
                 MOVE "ENDE"  TO W-CHAIN-RC-TXT
                 MOVE 4       TO W-CHAIN-RC-LEN
             WHEN DRYRUN OF SSFCHIST = "K"
                 MOVE "ABBR"  TO W-CHAIN-RC-TXT
                 MOVE 4       TO W-CHAIN-RC-LEN
             WHEN RC OF SSFCHIST = ZERO
                 MOVE "OK "   TO W-CHAIN-RC-TXT
             WHEN OTHER
                 MOVE "NOK"   TO W-CHAIN-RC-TXT
         END-EVALUATE
         MOVE DAUER-CS OF SSFCHIST TO W-CHAIN-DAUER-SEK-ED

         MOVE SPACES TO ZEILE
         STRING  "  "                      DELIMITED BY SIZE
                 ANWENDUNG OF SSFCHIST     DELIMITED BY SPACE
                 "  "                      DELIMITED BY SIZE
                 MODUL     OF SSFCHIST     DELIMITED BY SPACE
                 "  "                      DELIMITED BY SIZE
                 FUNKTION  OF SSFCHIST     DELIMITED BY SPACE
                 "  "                      DELIMITED BY SIZE
                 LFDNR     OF SSFCHIST     DELIMITED BY SIZE
                 "  "                      DELIMITED BY SIZE
                 PROG      OF SSFCHIST     DELIMITED BY SPACE
                 " "                       DELIMITED BY SIZE
                 W-CHAIN-RC-TXT (1:W-CHAIN-RC-LEN)
                                           DELIMITED BY SIZE
                 "  "                      DELIMITED BY SIZE
                 DRYRUN    OF SSFCHIST     DELIMITED BY SIZE
                 "  "                      DELIMITED BY SIZE
                 W-CHAIN-DAUER-SEK-ED       DELIMITED BY SIZE
                 "  "                      DELIMITED BY SIZE
                 ZPINS     OF SSFCHIST (1:19) DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE

         PERFORM S925-FETCH-CHAIN-CURSOR
     END-PERFORM
     PERFORM S926-CLOSE-CHAIN-CURSOR
     PERFORM U011-AUSGABE-SPACELINE
     .
 D237-99.
     EXIT.

******************************************************************
* LIST BENCH <Funktion>: Peer-Vergleich der Schrittdauer je MODUL
* (=SSFCHIST, s. D237) - beantwortet "wie schlaegt sich Modul X bei
* Schritt Y im Vergleich zu den anderen Modulen, die denselben
* Schritt durchlaufen" statt nur des Selbstvergleichs aus C225-
* CHECK-SLA-BASELINE (PHDDRV1E); Durchschnitt/Min/Max ueber alle
* scharfen, erfolgreichen Laeufe, langsamster Durchschnitt zuerst
******************************************************************
 D236-SHOW-CHAIN-BENCH SECTION.
 D236-00.
     PERFORM U011-AUSGABE-SPACELINE
     MOVE "  Modul    Laeufe    Dauer Schnitt(cs)    Min(cs)    Max(cs)"
         TO ZEILE
     PERFORM U010-AUSGABE

     PERFORM S927-OPEN-BENCH-CURSOR
     PERFORM S928-FETCH-BENCH-CURSOR
     IF  SSF-EOD
         MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
         MOVE "HINW-003" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
     END-IF

     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         MOVE W-BENCH-ANZ TO W-BENCH-ANZ-ED
         MOVE W-BENCH-AVG-CS TO W-BENCH-AVG-ED
         MOVE W-BENCH-MIN-CS TO W-BENCH-MIN-ED
         MOVE W-BENCH-MAX-CS TO W-BENCH-MAX-ED

         MOVE SPACES TO ZEILE
         STRING  "  "               DELIMITED BY SIZE
                 W-BENCH-MODUL       DELIMITED BY SPACE
                 "  "                DELIMITED BY SIZE
                 W-BENCH-ANZ-ED      DELIMITED BY SIZE
                 "  "                DELIMITED BY SIZE
                 W-BENCH-AVG-ED      DELIMITED BY SIZE
                 "  "                DELIMITED BY SIZE
                 W-BENCH-MIN-ED      DELIMITED BY SIZE
                 "  "                DELIMITED BY SIZE
                 W-BENCH-MAX-ED      DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE

         PERFORM S928-FETCH-BENCH-CURSOR
     END-PERFORM
     PERFORM S929-CLOSE-BENCH-CURSOR

**  ---> Monats-Aggregate verdichteter Altbestaende (=SSFCHAGG,
**       s. HISTAGG/C375) im Anschluss an die Detailzeilen
     PERFORM S307-OPEN-CHAGG-CURSOR
     PERFORM S308-FETCH-CHAGG-CURSOR
     IF  SSF-OK
         MOVE "  --- verdichtete Monate ---" TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         MOVE H-AGG-CNT TO W-BENCH-ANZ-ED
         MOVE H-AGG-AVG TO W-BENCH-AVG-ED
         MOVE H-AGG-MIN TO W-BENCH-MIN-ED
         MOVE H-AGG-MAX TO W-BENCH-MAX-ED
         MOVE SPACES TO ZEILE
         STRING  "  "               DELIMITED BY SIZE
                 H-AGG-MODUL        DELIMITED BY SPACE
                 " "                DELIMITED BY SIZE
                 H-AGG-MONAT        DELIMITED BY SPACE
                 "  "               DELIMITED BY SIZE
                 W-BENCH-ANZ-ED     DELIMITED BY SIZE
                 "  "               DELIMITED BY SIZE
                 W-BENCH-AVG-ED     DELIMITED BY SIZE
                 "  "               DELIMITED BY SIZE
                 W-BENCH-MIN-ED     DELIMITED BY SIZE
                 "  "               DELIMITED BY SIZE
                 W-BENCH-MAX-ED     DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         PERFORM S308-FETCH-CHAGG-CURSOR
     END-PERFORM
     PERFORM S309-CLOSE-CHAGG-CURSOR

     PERFORM U011-AUSGABE-SPACELINE
     .
 D236-99.
     EXIT.

******************************************************************
* Anzeige "LIST STAGES <Muster>": Freigabe-Stand je Modul und
* Stufe aus =SSFSTAGE (Wildcard-Treffer auf das Modul) - zeigt
* auf einen Blick, zwischen welchen Stufen Module haengen
******************************************************************
 D238-SHOW-STAGE-LADDER SECTION.
 D238-00.
     MOVE SPACES TO W-STAGE-LFD-MODUL
     MOVE ZERO   TO C4-COUNT

     MOVE " Modul     Stufe     freigegeben durch    am" TO ZEILE
     PERFORM U010-AUSGABE
     MOVE " ---------------------------------------------------------"
         TO ZEILE
     PERFORM U010-AUSGABE

     PERFORM S947-OPEN-SSFSTAGE-CURSOR
     PERFORM S948-FETCH-SSFSTAGE-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         ADD 1 TO C4-COUNT

         MOVE SPACES TO ZEILE
         IF  SOURCE-MODUL OF SSFSTAGE = W-STAGE-LFD-MODUL
             STRING  "           "               DELIMITED BY SIZE
                     STAGE OF SSFSTAGE           DELIMITED BY SIZE
                     "  "                        DELIMITED BY SIZE
                     FREIGEGEBEN-VON OF SSFSTAGE DELIMITED BY SIZE
                     "  "                        DELIMITED BY SIZE
                     ZP-FREIGABE OF SSFSTAGE (1:19)
                                                 DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
         ELSE
             STRING  " "                         DELIMITED BY SIZE
                     SOURCE-MODUL OF SSFSTAGE    DELIMITED BY SIZE
                     "  "                        DELIMITED BY SIZE
                     STAGE OF SSFSTAGE           DELIMITED BY SIZE
                     "  "                        DELIMITED BY SIZE
                     FREIGEGEBEN-VON OF SSFSTAGE DELIMITED BY SIZE
                     "  "                        DELIMITED BY SIZE
                     ZP-FREIGABE OF SSFSTAGE (1:19)
                                                 DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
         END-IF
         PERFORM U010-AUSGABE

         MOVE SOURCE-MODUL OF SSFSTAGE TO W-STAGE-LFD-MODUL
         PERFORM S948-FETCH-SSFSTAGE-CURSOR
     END-PERFORM
     PERFORM S949-CLOSE-SSFSTAGE-CURSOR

     IF  C4-COUNT = ZERO
         MOVE "  keine Stufen-Freigaben gefunden" TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     PERFORM U011-AUSGABE-SPACELINE
     .
 D238-99.
     EXIT.

******************************************************************
* Anzeige "LIST TRAIN <Zug>": Kopfsatz (Plantermin, Gesamt-
* Status) und alle Module des Zugs mit Einzelstatus aus =SSFTRAIN
******************************************************************
 D239-SHOW-TRAIN SECTION.
 D239-00.
     MOVE ZERO TO C4-COUNT

     PERFORM S952-OPEN-SSFTRAIN-CURSOR
     PERFORM S953-FETCH-SSFTRAIN-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         ADD 1 TO C4-COUNT

         MOVE SPACES TO ZEILE
         IF  SOURCE-MODUL OF SSFTRAIN = K-TRAIN-KOPF
             STRING  " Zug "              DELIMITED BY SIZE
                     TRAIN-NAME OF SSFTRAIN DELIMITED BY SPACE
                     "  Plantermin "      DELIMITED BY SIZE
                     PLAN-DATUM OF SSFTRAIN DELIMITED BY SIZE
                     "  Status "          DELIMITED BY SIZE
                     W-TRAIN-STATUS       DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
             MOVE " Modul     Status  aufgenommen/geaendert" TO ZEILE
             PERFORM U010-AUSGABE
             MOVE " ----------------------------------------" TO ZEILE
         ELSE
             STRING  " "                  DELIMITED BY SIZE
                     SOURCE-MODUL OF SSFTRAIN DELIMITED BY SIZE
                     "  "                 DELIMITED BY SIZE
                     W-TRAIN-STATUS       DELIMITED BY SIZE
                     "      "             DELIMITED BY SIZE
                     ZPINS OF SSFTRAIN (1:19) DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
         END-IF
         PERFORM U010-AUSGABE

         PERFORM S953-FETCH-SSFTRAIN-CURSOR
     END-PERFORM
     PERFORM S954-CLOSE-SSFTRAIN-CURSOR

     IF  C4-COUNT = ZERO
         MOVE "  Zug nicht gefunden" TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     PERFORM U011-AUSGABE-SPACELINE
     .
 D239-99.
     EXIT.

******************************************************************
* Anzeige "LIST SOSOPEN [MAIL]": alle Notfall-Uebernahmen
* (GRUND-SOS), deren regulaere Freigabe noch nicht nachgetragen
* wurde - mit Alter in Tagen und Markierung, wenn die Frist
* (=SSPARM "SOSRECON", Default 14 Tage) ueberschritten ist.
* Mit MAIL geht die Liste zusaetzlich als Eskalation an den
* Freigabe-Verteiler (Kategorie "AN", s. M556). Nachgetragen
* wird die Freigabe ueber das Kommando FREIGEBER (C341).
******************************************************************
 D243-SHOW-SOS-OPEN SECTION.
 D243-00.
     PERFORM D832-GET-SOS-FRIST

     MOVE ZERO TO W-SOS-ANZ
                  W-SOS-UEBERF-ANZ

**  ---> heutiges Datum als grobe Tageszahl (Jahr*365 + Monat*30 +
**       Tag - fuer eine Alters-/Fristabschaetzung ausreichend)
     PERFORM U030-TIMESTAMP
     COMPUTE W-SOS-HEUTE-TAGE =
             TAL-JHJJ OF TAL-TIME-D * 365
           + TAL-MM   OF TAL-TIME-D * 30
           + TAL-TT   OF TAL-TIME-D

     PERFORM U011-AUSGABE-SPACELINE
     MOVE " offene Notfall-Auflagen (SOS ohne nachgetragene Freigabe):"
         TO ZEILE
     PERFORM U010-AUSGABE
     MOVE " Programm  Version   uebernommen am       Alter" TO ZEILE
     PERFORM U010-AUSGABE
     MOVE " -------------------------------------------------------"
         TO ZEILE
     PERFORM U010-AUSGABE

     PERFORM S957-OPEN-SOSOPEN-CURSOR
     PERFORM S958-FETCH-SOSOPEN-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         ADD 1 TO W-SOS-ANZ
         PERFORM D244-SOS-AGE-LINE
         PERFORM U010-AUSGABE
         PERFORM S958-FETCH-SOSOPEN-CURSOR
     END-PERFORM
     PERFORM S959-CLOSE-SOSOPEN-CURSOR

     PERFORM U011-AUSGABE-SPACELINE
     IF  W-SOS-ANZ = ZERO
         MOVE "  keine offenen Notfall-Auflagen" TO ZEILE
         PERFORM U010-AUSGABE
     ELSE
         MOVE W-SOS-ANZ        TO W-SOS-ANZ-ED
         MOVE W-SOS-UEBERF-ANZ TO W-SOS-UEBERF-ANZ-ED
         MOVE SPACES TO ZEILE
         STRING  " "                     DELIMITED BY SIZE
                 W-SOS-ANZ-ED            DELIMITED BY SIZE
                 " offen, davon "        DELIMITED BY SIZE
                 W-SOS-UEBERF-ANZ-ED     DELIMITED BY SIZE
                 " ueberfaellig (Frist " DELIMITED BY SIZE
                 W-SOS-FRIST-TAGE        DELIMITED BY SIZE
                 " Tage)"                DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF
     PERFORM U011-AUSGABE-SPACELINE

**  ---> Eskalations-Mail an den Freigabe-Verteiler
     IF  SOS-MAIL-GEWUENSCHT
     AND W-SOS-ANZ > ZERO
         PERFORM M556-MAIL-SOS-RECON
     END-IF
     .
 D243-99.
     EXIT.

******************************************************************
* Eine Zeile der SOSOPEN-Liste aufbereiten: Alter in Tagen grob
* aus REL2PROD_AM errechnen und Fristueberschreitung markieren
******************************************************************
 D244-SOS-AGE-LINE SECTION.
 D244-00.
     MOVE ZERO TO W-SOS-ALTER-TAGE
     IF  REL2PROD-AM OF ABNAHME (1:4) NUMERIC
         MOVE REL2PROD-AM OF ABNAHME (1:4) TO W-SOS-JJJJ
         MOVE REL2PROD-AM OF ABNAHME (6:2) TO W-SOS-MM
         MOVE REL2PROD-AM OF ABNAHME (9:2) TO W-SOS-TT
         COMPUTE W-SOS-AM-TAGE =
                 W-SOS-JJJJ * 365 + W-SOS-MM * 30 + W-SOS-TT
         COMPUTE W-SOS-ALTER-TAGE =
                 W-SOS-HEUTE-TAGE - W-SOS-AM-TAGE
     END-IF
     IF  W-SOS-ALTER-TAGE < ZERO
         MOVE ZERO TO W-SOS-ALTER-TAGE
     END-IF
     MOVE W-SOS-ALTER-TAGE TO W-SOS-ALTER-ED

     MOVE SPACES TO ZEILE
     STRING  " "                          DELIMITED BY SIZE
             PRG-NAME OF ABNAHME          DELIMITED BY SIZE
             "  "                         DELIMITED BY SIZE
             VERSION OF ABNAHME           DELIMITED BY SIZE
             "  "                         DELIMITED BY SIZE
             REL2PROD-AM OF ABNAHME (1:16) DELIMITED BY SIZE
             "  "                         DELIMITED BY SIZE
             W-SOS-ALTER-ED               DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     IF  W-SOS-ALTER-TAGE > W-SOS-FRIST-TAGE
         ADD 1 TO W-SOS-UEBERF-ANZ
         MOVE " >>!! UEBERFAELLIG" TO ZEILE (60:18)
     END-IF
     .
 D244-99.
     EXIT.

******************************************************************
* LIST COLD <modul>: alle archivierten Versionen des Moduls mit
* Online/Offline-Stand (Kalt-Ablage, s. COLDMOVE/C376)
******************************************************************
 D263-SHOW-COLD SECTION.
 D263-00.
     IF  W-COLD-MODUL = SPACES
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     MOVE ZERO TO W-RCL-ANZ
     PERFORM U011-AUSGABE-SPACELINE
     MOVE " Version    archiviert am    Stand   Kalt-Ablage"
         TO ZEILE
     PERFORM U010-AUSGABE
     MOVE " ------------------------------------------------------------"
         TO ZEILE
     PERFORM U010-AUSGABE

     PERFORM S325-OPEN-COLDLIST-CURSOR
     PERFORM S326-FETCH-COLDLIST-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         ADD 1 TO W-RCL-ANZ
         MOVE SPACES TO ZEILE
         MOVE W-RCL-VERSION        TO ZEILE (2:10)
         MOVE W-COLD-MAXZP (1:16)  TO ZEILE (13:16)
         IF  W-COLD-V1 (1:1) = "C"
             MOVE "KALT  "         TO ZEILE (31:6)
             MOVE H-RCL-ORT (1:26) TO ZEILE (39:26)
         ELSE
             MOVE "online"         TO ZEILE (31:6)
         END-IF
         PERFORM U010-AUSGABE
         PERFORM S326-FETCH-COLDLIST-CURSOR
     END-PERFORM
     PERFORM S327-CLOSE-COLDLIST-CURSOR

     IF  W-RCL-ANZ = ZERO
         MOVE "  keine archivierten Versionen" TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     PERFORM U011-AUSGABE-SPACELINE
     .
 D263-99.
     EXIT.

******************************************************************
* LIST COLLISION [<Auftrag|Zug>]: Kollisionen zwischen allen
* offenen Auftraegen und Release-Zuegen - gemeinsame Module,
* gemeinsame Copy-Sections, geaenderte Copy-Libraries und SQL-
* Tabellen mit geaenderter DDL; je Treffer beide Einheiten mit
* Owner und Plantermin und wer auf wen rebasen muss. Mit
* Parameter nur Treffer, an denen der Auftrag (Praefix) bzw. der
* Zug beteiligt ist
******************************************************************
 D271-SHOW-COLLISION SECTION.
 D271-00.
     SET KOL-MODUS-LISTE TO TRUE
     MOVE W-LIST-SUBPRM1-VAL TO W-KOL-FILTER
     MOVE ZERO TO W-KOL-FILTER-LEN
     INSPECT W-KOL-FILTER TALLYING W-KOL-FILTER-LEN
         FOR CHARACTERS BEFORE INITIAL SPACE

     PERFORM D272-KOL-LADEN
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF
     PERFORM D275-KOL-ABGLEICH
     .
 D271-99.
     EXIT.

******************************************************************
* Kollisions-Report: Einheiten und Elemente aufbauen
* 1. offene Auftraege mit ihren Modulen (=SSFRARCH)
* 2. offene Zuege: Module eines Auftrags uebernehmen Zug und
*    Plantermin, die uebrigen Zug-Module bilden eine eigene
*    Einheit "Zug <Name>"
* 3. Plantermin der Auftraege ausserhalb eines Zugs aus =SSFITSM
* 4. Module ueber =LIBS/=TABS (auch via =PROGRAMX) aufloesen
******************************************************************
 D272-KOL-LADEN SECTION.
 D272-00.
     MOVE ZERO  TO W-KOL-U-ANZ
                   W-KOL-E-ANZ
     MOVE SPACE TO W-KOL-VOLL-FLAG

**  ---> 1. offene Auftraege
     PERFORM S432-OPEN-KOL-AUFTRAG-CURSOR
     PERFORM S433-FETCH-KOL-AUFTRAG-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         MOVE AUFTRAG    OF SSFRARCH TO W-KOL-NAME
         MOVE "A"                    TO W-KOL-ART
         MOVE GROUP-USER OF SSFRARCH TO W-KOL-OWNER
         MOVE SPACES                 TO W-KOL-ZUG
                                        W-KOL-PLAN
         PERFORM D273-KOL-EINHEIT
         IF  W-KOL-UX > ZERO
             MOVE "M"                      TO W-KOL-E-TYP
             MOVE SOURCE-MODUL OF SSFRARCH TO W-KOL-E-NAME
                                              W-KOL-E-QUELLE
             MOVE SPACES                   TO W-KOL-E-SECT
                                              W-KOL-E-DATEI
             PERFORM D274-KOL-ELEMENT
         END-IF
         PERFORM S433-FETCH-KOL-AUFTRAG-CURSOR
     END-PERFORM
     PERFORM S434-CLOSE-KOL-AUFTRAG-CURSOR

**  ---> 2. offene Zuege
     PERFORM S435-OPEN-KOL-TRAIN-CURSOR
     PERFORM S436-FETCH-KOL-TRAIN-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         MOVE ZERO TO W-KOL-GEFUNDEN
         PERFORM VARYING W-KOL-I1 FROM 1 BY 1
                 UNTIL   W-KOL-I1 > W-KOL-E-ANZ
             IF  KOLE-MODUL (W-KOL-I1)
             AND W-KOLE-NAME (W-KOL-I1) = SOURCE-MODUL OF SSFTRAIN
                 MOVE W-KOLE-UNIT (W-KOL-I1) TO W-KOL-UX
                 IF  KOLU-AUFTRAG (W-KOL-UX)
                     MOVE TRAIN-NAME OF SSFTRAIN TO W-KOLU-ZUG  (W-KOL-UX)
                     MOVE PLAN-DATUM OF SSFTRAIN TO W-KOLU-PLAN (W-KOL-UX)
                     ADD 1 TO W-KOL-GEFUNDEN
                 END-IF
             END-IF
         END-PERFORM
         IF  W-KOL-GEFUNDEN = ZERO
             MOVE SPACES TO W-KOL-NAME
             STRING  "Zug "                   DELIMITED BY SIZE
                     TRAIN-NAME OF SSFTRAIN   DELIMITED BY SPACE
               INTO  W-KOL-NAME
             END-STRING
             MOVE "Z"                    TO W-KOL-ART
             MOVE GROUP-USER OF SSAFE    TO W-KOL-OWNER
             MOVE TRAIN-NAME OF SSFTRAIN TO W-KOL-ZUG
             MOVE PLAN-DATUM OF SSFTRAIN TO W-KOL-PLAN
             PERFORM D273-KOL-EINHEIT
             IF  W-KOL-UX > ZERO
                 MOVE "M"                      TO W-KOL-E-TYP
                 MOVE SOURCE-MODUL OF SSFTRAIN TO W-KOL-E-NAME
                                                  W-KOL-E-QUELLE
                 MOVE SPACES                   TO W-KOL-E-SECT
                                                  W-KOL-E-DATEI
                 PERFORM D274-KOL-ELEMENT
             END-IF
         END-IF
         PERFORM S436-FETCH-KOL-TRAIN-CURSOR
     END-PERFORM
     PERFORM S437-CLOSE-KOL-TRAIN-CURSOR

**  ---> 3. Plantermin der Auftraege ohne Zug
     PERFORM VARYING W-KOL-UX FROM 1 BY 1
             UNTIL   W-KOL-UX > W-KOL-U-ANZ
                OR   PRG-ABBRUCH
         IF  KOLU-AUFTRAG (W-KOL-UX)
         AND W-KOLU-ZUG (W-KOL-UX) = SPACES
             MOVE W-KOLU-NAME (W-KOL-UX) TO H-KOL-AUFTRAG
             PERFORM S444-OPEN-KOL-ITSM-CURSOR
             PERFORM S445-FETCH-KOL-ITSM-CURSOR
             IF  SSF-OK
                 MOVE GUELTIG-VON OF SSFITSM TO W-KOLU-PLAN (W-KOL-UX)
             END-IF
             PERFORM S446-CLOSE-KOL-ITSM-CURSOR
         END-IF
     END-PERFORM

**  ---> 4. Module aufloesen - bis W-KOL-M-ANZ stehen nur Module in
**       der Tabelle, die Aufloesung haengt dahinter an
     MOVE W-KOL-E-ANZ TO W-KOL-M-ANZ
     PERFORM VARYING W-KOL-I1 FROM 1 BY 1
             UNTIL   W-KOL-I1 > W-KOL-M-ANZ
                OR   PRG-ABBRUCH
         MOVE W-KOLE-UNIT (W-KOL-I1)       TO W-KOL-UX
         MOVE W-KOLE-NAME (W-KOL-I1) (1:8) TO H-KOL-MODUL
                                              W-KOL-E-QUELLE

         PERFORM S438-OPEN-KOL-LIB-CURSOR
         PERFORM S439-FETCH-KOL-LIB-CURSOR
         PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
             MOVE "C"             TO W-KOL-E-TYP
             MOVE LIB    OF LIBS  TO W-KOL-E-NAME
             MOVE CMODUL OF LIBS  TO W-KOL-E-SECT
             PERFORM D279-KOL-DATEI
             PERFORM D274-KOL-ELEMENT
             PERFORM S439-FETCH-KOL-LIB-CURSOR
         END-PERFORM
         PERFORM S440-CLOSE-KOL-LIB-CURSOR

         PERFORM S441-OPEN-KOL-TAB-CURSOR
         PERFORM S442-FETCH-KOL-TAB-CURSOR
         PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
             MOVE "T"             TO W-KOL-E-TYP
             MOVE TABELLE OF TABS TO W-KOL-E-NAME
             MOVE SPACES          TO W-KOL-E-SECT
             PERFORM D279-KOL-DATEI
             PERFORM D274-KOL-ELEMENT
             PERFORM S442-FETCH-KOL-TAB-CURSOR
         END-PERFORM
         PERFORM S443-CLOSE-KOL-TAB-CURSOR
     END-PERFORM
     .
 D272-99.
     EXIT.

******************************************************************
* Kollisions-Report: Einheit W-KOL-NAME suchen bzw. anlegen,
* Ergebnis in W-KOL-UX (ZERO = Tabelle voll)
******************************************************************
 D273-KOL-EINHEIT SECTION.
 D273-00.
     MOVE ZERO TO W-KOL-UX
     PERFORM VARYING W-KOL-I2 FROM 1 BY 1
             UNTIL   W-KOL-I2 > W-KOL-U-ANZ
         IF  W-KOLU-NAME (W-KOL-I2) = W-KOL-NAME
             MOVE W-KOL-I2 TO W-KOL-UX
             EXIT SECTION
         END-IF
     END-PERFORM

     IF  W-KOL-U-ANZ NOT < W-KOL-U-MAX
         SET KOL-TAB-VOLL TO TRUE
         EXIT SECTION
     END-IF
     ADD  1           TO W-KOL-U-ANZ
     MOVE W-KOL-U-ANZ TO W-KOL-UX
     MOVE W-KOL-NAME  TO W-KOLU-NAME  (W-KOL-UX)
     MOVE W-KOL-ART   TO W-KOLU-ART   (W-KOL-UX)
     MOVE W-KOL-OWNER TO W-KOLU-OWNER (W-KOL-UX)
     MOVE W-KOL-ZUG   TO W-KOLU-ZUG   (W-KOL-UX)
     MOVE W-KOL-PLAN  TO W-KOLU-PLAN  (W-KOL-UX)
     .
 D273-99.
     EXIT.

******************************************************************
* Kollisions-Report: Element (W-KOL-E-...) zur Einheit W-KOL-UX
* aufnehmen, sofern dort noch nicht vorhanden
******************************************************************
 D274-KOL-ELEMENT SECTION.
 D274-00.
     PERFORM VARYING W-KOL-I2 FROM 1 BY 1
             UNTIL   W-KOL-I2 > W-KOL-E-ANZ
         IF  W-KOLE-UNIT (W-KOL-I2) = W-KOL-UX
         AND W-KOLE-TYP  (W-KOL-I2) = W-KOL-E-TYP
         AND W-KOLE-NAME (W-KOL-I2) = W-KOL-E-NAME
         AND W-KOLE-SECT (W-KOL-I2) = W-KOL-E-SECT
             EXIT SECTION
         END-IF
     END-PERFORM

     IF  W-KOL-E-ANZ NOT < W-KOL-E-MAX
         SET KOL-TAB-VOLL TO TRUE
         EXIT SECTION
     END-IF
     ADD  1              TO W-KOL-E-ANZ
     MOVE W-KOL-UX       TO W-KOLE-UNIT   (W-KOL-E-ANZ)
     MOVE W-KOL-E-TYP    TO W-KOLE-TYP    (W-KOL-E-ANZ)
     MOVE W-KOL-E-NAME   TO W-KOLE-NAME   (W-KOL-E-ANZ)
     MOVE W-KOL-E-SECT   TO W-KOLE-SECT   (W-KOL-E-ANZ)
     MOVE W-KOL-E-DATEI  TO W-KOLE-DATEI  (W-KOL-E-ANZ)
     MOVE W-KOL-E-QUELLE TO W-KOLE-QUELLE (W-KOL-E-ANZ)
     .
 D274-99.
     EXIT.

******************************************************************
* Kollisions-Report: jedes Element gegen jedes Element einer
* anderen Einheit pruefen
*   Modul   - beide Einheiten aendern dasselbe Modul
*   Copy    - beide binden dieselbe Copy-Section ein (nicht ueber
*             dasselbe Modul, das steht schon als "Modul")
*   Copylib - die eine Einheit aendert die Library, aus der die
*             andere eine Section einbindet
*   Tab/DDL - die eine Einheit aendert das DDL-Modul einer SQL-
*             Tabelle, die die andere benutzt
******************************************************************
 D275-KOL-ABGLEICH SECTION.
 D275-00.
     MOVE ZERO TO W-KOL-TREFFER-ANZ
                  W-KOL-BLOCK-ANZ

     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     IF  KOL-MODUS-ZUG
         STRING  " Kollisionspruefung Zug "      DELIMITED BY SIZE
                 W-KOL-FILTER                    DELIMITED BY SPACE
           INTO  ZEILE
         END-STRING
     ELSE
         MOVE " Kollisionen offener Auftraege und Release-Zuege"
             TO ZEILE
     END-IF
     PERFORM U010-AUSGABE
     MOVE SPACES                 TO ZEILE
     MOVE "Einheit"              TO ZEILE (7:7)
     MOVE "Owner"                TO ZEILE (33:5)
     MOVE "Plantermin"           TO ZEILE (50:10)
     MOVE "Zug"                  TO ZEILE (61:3)
     PERFORM U010-AUSGABE
     MOVE SPACES                 TO ZEILE
     MOVE ALL "-"                TO ZEILE (2:78)
     PERFORM U010-AUSGABE

     PERFORM VARYING W-KOL-I1 FROM 1 BY 1
             UNTIL   W-KOL-I1 > W-KOL-E-ANZ
         PERFORM VARYING W-KOL-I2 FROM 1 BY 1
                 UNTIL   W-KOL-I2 > W-KOL-E-ANZ
             IF  W-KOLE-UNIT (W-KOL-I1) NOT = W-KOLE-UNIT (W-KOL-I2)
                 MOVE SPACES TO W-KOL-TYP-TEXT
                 EVALUATE TRUE
                     WHEN KOLE-MODUL (W-KOL-I1)
                      AND KOLE-MODUL (W-KOL-I2)
                      AND W-KOL-I1 < W-KOL-I2
                      AND W-KOLE-NAME (W-KOL-I1) = W-KOLE-NAME (W-KOL-I2)
                         MOVE "Modul"   TO W-KOL-TYP-TEXT
                     WHEN KOLE-COPY (W-KOL-I1)
                      AND KOLE-COPY (W-KOL-I2)
                      AND W-KOL-I1 < W-KOL-I2
                      AND W-KOLE-NAME (W-KOL-I1) = W-KOLE-NAME (W-KOL-I2)
                      AND W-KOLE-SECT (W-KOL-I1) = W-KOLE-SECT (W-KOL-I2)
                      AND W-KOLE-QUELLE (W-KOL-I1)
                                    NOT = W-KOLE-QUELLE (W-KOL-I2)
                         MOVE "Copy"    TO W-KOL-TYP-TEXT
                     WHEN KOLE-COPY (W-KOL-I1)
                      AND KOLE-MODUL (W-KOL-I2)
                      AND W-KOLE-DATEI (W-KOL-I1) NOT = SPACES
                      AND W-KOLE-DATEI (W-KOL-I1) = W-KOLE-NAME (W-KOL-I2)
                         MOVE "Copylib" TO W-KOL-TYP-TEXT
                     WHEN KOLE-TABELLE (W-KOL-I1)
                      AND KOLE-MODUL (W-KOL-I2)
                      AND W-KOLE-DATEI (W-KOL-I1) NOT = SPACES
                      AND W-KOLE-DATEI (W-KOL-I1) = W-KOLE-NAME (W-KOL-I2)
                         MOVE "Tab/DDL" TO W-KOL-TYP-TEXT
                 END-EVALUATE
                 IF  W-KOL-TYP-TEXT NOT = SPACES
                     PERFORM D276-KOL-TREFFER
                 END-IF
             END-IF
         END-PERFORM
     END-PERFORM

**  ---> Zusammenfassung
     IF  W-KOL-TREFFER-ANZ = ZERO
         MOVE "  keine Kollisionen zwischen offenen Auftraegen/Zuegen"
             TO ZEILE
         PERFORM U010-AUSGABE
     ELSE
         MOVE W-KOL-TREFFER-ANZ TO W-KOL-ANZ-ED
         MOVE SPACES TO ZEILE
         STRING  " --- "              DELIMITED BY SIZE
                 W-KOL-ANZ-ED         DELIMITED BY SIZE
                 " Kollision(en)"     DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         IF  KOL-MODUS-ZUG
             MOVE W-KOL-BLOCK-ANZ TO W-KOL-ANZ-ED
             MOVE SPACES TO ZEILE
             STRING  " --- davon "        DELIMITED BY SIZE
                     W-KOL-ANZ-ED         DELIMITED BY SIZE
                     " mit Rebase-Pflicht fuer den Zug"
                                          DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
         END-IF
     END-IF
     IF  KOL-TAB-VOLL
         MOVE " !! Tabellengrenze erreicht - Report unvollstaendig !!"
             TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     PERFORM U011-AUSGABE-SPACELINE
     .
 D275-99.
     EXIT.

******************************************************************
* Kollisions-Report: einen Treffer (Elemente W-KOL-I1/W-KOL-I2)
* filtern und ausgeben; zu rebasen hat die Einheit mit dem
* spaeteren Plantermin (ohne Termin = zuletzt)
******************************************************************
 D276-KOL-TREFFER SECTION.
 D276-00.
     MOVE W-KOLE-UNIT (W-KOL-I1) TO W-KOL-UX
     MOVE W-KOLE-UNIT (W-KOL-I2) TO W-KOL-UY

**  ---> Einheiten desselben Zugs laufen gemeinsam
     IF  W-KOLU-ZUG (W-KOL-UX) NOT = SPACES
     AND W-KOLU-ZUG (W-KOL-UX) = W-KOLU-ZUG (W-KOL-UY)
         EXIT SECTION
     END-IF

**  ---> Filter auf Zug (TRAIN RUN) bzw. Auftrag/Zug (LIST)
     MOVE ZERO TO W-KOL-UZUG
     IF  KOL-MODUS-ZUG
         EVALUATE TRUE
             WHEN W-KOLU-ZUG (W-KOL-UX) = W-KOL-FILTER
                 MOVE W-KOL-UX TO W-KOL-UZUG
             WHEN W-KOLU-ZUG (W-KOL-UY) = W-KOL-FILTER
                 MOVE W-KOL-UY TO W-KOL-UZUG
             WHEN OTHER
                 EXIT SECTION
         END-EVALUATE
     ELSE
         IF  W-KOL-FILTER-LEN > ZERO
             IF  W-KOLU-NAME (W-KOL-UX) (1:W-KOL-FILTER-LEN)
                               = W-KOL-FILTER (1:W-KOL-FILTER-LEN)
             OR  W-KOLU-NAME (W-KOL-UY) (1:W-KOL-FILTER-LEN)
                               = W-KOL-FILTER (1:W-KOL-FILTER-LEN)
             OR  W-KOLU-ZUG  (W-KOL-UX) = W-KOL-FILTER
             OR  W-KOLU-ZUG  (W-KOL-UY) = W-KOL-FILTER
                 CONTINUE
             ELSE
                 EXIT SECTION
             END-IF
         END-IF
     END-IF

     ADD 1 TO W-KOL-TREFFER-ANZ

**  ---> betroffenes Objekt
     MOVE SPACES TO W-KOL-OBJEKT
     EVALUATE W-KOL-TYP-TEXT
         WHEN "Modul"
             MOVE W-KOLE-NAME (W-KOL-I1) TO W-KOL-OBJEKT
         WHEN "Copy"
             STRING  W-KOLE-NAME (W-KOL-I1)  DELIMITED BY SPACE
                     " ("                    DELIMITED BY SIZE
                     W-KOLE-SECT (W-KOL-I1)  DELIMITED BY SPACE
                     ")"                     DELIMITED BY SIZE
               INTO  W-KOL-OBJEKT
             END-STRING
         WHEN "Copylib"
             STRING  W-KOLE-NAME (W-KOL-I1)  DELIMITED BY SPACE
                     " ("                    DELIMITED BY SIZE
                     W-KOLE-SECT (W-KOL-I1)  DELIMITED BY SPACE
                     "), Lib-Modul "         DELIMITED BY SIZE
                     W-KOLE-NAME (W-KOL-I2)  DELIMITED BY SPACE
                     " geaendert"            DELIMITED BY SIZE
               INTO  W-KOL-OBJEKT
             END-STRING
         WHEN "Tab/DDL"
             STRING  W-KOLE-NAME (W-KOL-I1)  DELIMITED BY SPACE
                     ", DDL-Modul "          DELIMITED BY SIZE
                     W-KOLE-NAME (W-KOL-I2)  DELIMITED BY SPACE
                     " geaendert"            DELIMITED BY SIZE
               INTO  W-KOL-OBJEKT
             END-STRING
     END-EVALUATE
     MOVE SPACES         TO ZEILE
     MOVE W-KOL-TYP-TEXT TO ZEILE (2:8)
     MOVE W-KOL-OBJEKT   TO ZEILE (11:69)
     PERFORM U010-AUSGABE

**  ---> beide Einheiten
     MOVE "A:"     TO W-KOL-SEITE
     MOVE W-KOL-UX TO W-KOL-UZ
     PERFORM D277-KOL-SEITE
     MOVE "B:"     TO W-KOL-SEITE
     MOVE W-KOL-UY TO W-KOL-UZ
     PERFORM D277-KOL-SEITE

**  ---> Rebase-Empfehlung nach Plantermin
     MOVE W-KOLU-PLAN (W-KOL-UX) TO W-KOL-KEY1
     MOVE W-KOLU-PLAN (W-KOL-UY) TO W-KOL-KEY2
     IF  W-KOL-KEY1 = SPACES
         MOVE ALL "9" TO W-KOL-KEY1
     END-IF
     IF  W-KOL-KEY2 = SPACES
         MOVE ALL "9" TO W-KOL-KEY2
     END-IF
     MOVE SPACES TO ZEILE
     EVALUATE TRUE
         WHEN W-KOL-KEY1 < W-KOL-KEY2
             MOVE W-KOL-UY TO W-KOL-UREB
             STRING  "    -> "                DELIMITED BY SIZE
                     W-KOLU-NAME (W-KOL-UY)   DELIMITED BY "  "
                     " muss auf "             DELIMITED BY SIZE
                     W-KOLU-NAME (W-KOL-UX)   DELIMITED BY "  "
                     " rebasen"               DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
         WHEN W-KOL-KEY2 < W-KOL-KEY1
             MOVE W-KOL-UX TO W-KOL-UREB
             STRING  "    -> "                DELIMITED BY SIZE
                     W-KOLU-NAME (W-KOL-UX)   DELIMITED BY "  "
                     " muss auf "             DELIMITED BY SIZE
                     W-KOLU-NAME (W-KOL-UY)   DELIMITED BY "  "
                     " rebasen"               DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
         WHEN OTHER
             MOVE ZERO TO W-KOL-UREB
             MOVE "    -> gleicher Plantermin - Reihenfolge abstimmen"
                 TO ZEILE
     END-EVALUATE
     PERFORM U010-AUSGABE

**  ---> vor TRAIN RUN: muss der Zug selbst rebasen (oder ist die
**       Reihenfolge offen), zaehlt der Treffer als Sperre
     IF  KOL-MODUS-ZUG
     AND (W-KOL-UREB = W-KOL-UZUG OR W-KOL-UREB = ZERO)
         ADD 1 TO W-KOL-BLOCK-ANZ
     END-IF
     PERFORM U011-AUSGABE-SPACELINE
     .
 D276-99.
     EXIT.

******************************************************************
* Kollisions-Report: Zeile einer beteiligten Einheit (W-KOL-UZ)
******************************************************************
 D277-KOL-SEITE SECTION.
 D277-00.
     MOVE SPACES                  TO ZEILE
     MOVE W-KOL-SEITE             TO ZEILE (4:2)
     MOVE W-KOLU-NAME  (W-KOL-UZ) TO ZEILE (7:25)
     MOVE W-KOLU-OWNER (W-KOL-UZ) TO ZEILE (33:16)
     IF  W-KOLU-PLAN (W-KOL-UZ) = SPACES
         MOVE "offen"             TO ZEILE (50:10)
     ELSE
         MOVE SPACES TO W-KOL-TERMIN-ED
         STRING  W-KOLU-PLAN (W-KOL-UZ) (1:4)  DELIMITED BY SIZE
                 "-"                           DELIMITED BY SIZE
                 W-KOLU-PLAN (W-KOL-UZ) (5:2)  DELIMITED BY SIZE
                 "-"                           DELIMITED BY SIZE
                 W-KOLU-PLAN (W-KOL-UZ) (7:2)  DELIMITED BY SIZE
           INTO  W-KOL-TERMIN-ED
         END-STRING
         MOVE W-KOL-TERMIN-ED     TO ZEILE (50:10)
     END-IF
     IF  KOLU-AUFTRAG (W-KOL-UZ)
         MOVE W-KOLU-ZUG (W-KOL-UZ) TO ZEILE (61:16)
     END-IF
     PERFORM U010-AUSGABE
     .
 D277-99.
     EXIT.

******************************************************************
* Kollisionspruefung vor TRAIN RUN: nur Treffer, an denen der Zug
* W-TRAIN-NAME beteiligt ist; W-KOL-BLOCK-ANZ > ZERO heisst, der
* Zug muesste zuerst rebasen (s. C338)
******************************************************************
 D278-KOL-TRAIN-PRUEFEN SECTION.
 D278-00.
     SET  KOL-MODUS-ZUG TO TRUE
     MOVE W-TRAIN-NAME  TO W-KOL-FILTER
     MOVE ZERO          TO W-KOL-BLOCK-ANZ

     PERFORM D272-KOL-LADEN
     IF  NOT PRG-ABBRUCH
         PERFORM D275-KOL-ABGLEICH
     END-IF
     SET  KOL-MODUS-LISTE TO TRUE
     .
 D278-99.
     EXIT.

******************************************************************
* Kollisions-Report: letzten Namensteil (nach "." bzw. "=") von
* W-KOL-E-NAME nach W-KOL-E-DATEI - Quell-Modul der Copy-Library
* bzw. DDL-Modul der SQL-Tabelle
******************************************************************
 D279-KOL-DATEI SECTION.
 D279-00.
     MOVE SPACES TO W-KOL-E-DATEI
     MOVE ZERO   TO W-KOL-POS
     PERFORM VARYING W-KOL-P FROM 1 BY 1
             UNTIL   W-KOL-P > 35
         IF  W-KOL-E-NAME (W-KOL-P:1) = "." OR = "="
             MOVE W-KOL-P TO W-KOL-POS
         END-IF
     END-PERFORM
     IF  W-KOL-POS < 35
         MOVE W-KOL-E-NAME (W-KOL-POS + 1:) TO W-KOL-E-DATEI
     END-IF
     .
 D279-99.
     EXIT.

******************************************************************
* LIST BUSFACTOR [<Jahre>] [CSV <Datei>]: Wissenskonzentration
* aus den Checkins (=SSPROT "CI") seit dem Stichtag (heute minus
* <Jahre>, Default aus =SSPARM "BUSFAKT" bzw. 3 Jahre) - je
* ANWENDUNG und je Modul die Anzahl verschiedener Entwickler, der
* Anteil jedes Entwicklers an den Checkins und das Datum der
* letzten Aenderung durch einen anderen als den Hauptautor. Liegt
* der Anteil des Hauptautors ueber der Schwelle (=SSPARM
* "BUSFAKT", sonst 80 %), wird die Einheit markiert; beim Modul
* steht das verantwortliche Team aus =SSFOWNER dabei. Mit
* CSV <Datei> geht der Report zusaetzlich in eine Datei (Planung
* von Vertretungen / Einarbeitung)
******************************************************************
 D281-SHOW-BUSFACTOR SECTION.
 D281-00.
**  ---> Schwelle und Jahre: =SSPARM "BUSFAKT", sonst 80 % / 3 Jahre;
**       ein Parameter <Jahre> geht vor
     MOVE 80 TO W-BF-SCHWELLE
     MOVE 3  TO W-BF-JAHRE
     MOVE "BUSFAKT" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  SSPRM-OK
         IF  SVOL-SOURCE OF SSPARM (1:3) NUMERIC
             MOVE SVOL-SOURCE OF SSPARM (1:3) TO W-BF-SCHWELLE
         END-IF
         IF  SVOL-DEST OF SSPARM (1:2) NUMERIC
             MOVE SVOL-DEST OF SSPARM (1:2) TO W-BF-JAHRE
         END-IF
     END-IF
     IF  W-LIST-SUBPRM1-VAL (1:2) NUMERIC
         MOVE W-LIST-SUBPRM1-VAL (1:2) TO W-BF-JAHRE
     ELSE
         IF  W-LIST-SUBPRM1-VAL (1:1) NUMERIC
             MOVE ZERO TO W-BF-JAHRE
             MOVE W-LIST-SUBPRM1-VAL (1:1) TO W-BF-JAHRE (2:1)
         END-IF
     END-IF

     PERFORM U030-TIMESTAMP
     COMPUTE W-BF-STICH-JJJJ = TAL-JHJJ OF TAL-TIME-D - W-BF-JAHRE
     MOVE SPACES TO W-BF-STICHTAG
     STRING  W-BF-STICH-JJJJ        DELIMITED BY SIZE
             "-"                    DELIMITED BY SIZE
             TAL-MM OF TAL-TIME-D   DELIMITED BY SIZE
             "-"                    DELIMITED BY SIZE
             TAL-TT OF TAL-TIME-D   DELIMITED BY SIZE
       INTO  W-BF-STICHTAG
     END-STRING

**  ---> ggf. CSV-Ausgabedatei oeffnen
     IF  W-LIST-CSV-FILE NOT = SPACES
         PERFORM N023-OPEN-LIST-CSV
         IF  PRG-ABBRUCH
             EXIT SECTION
         END-IF
         MOVE SPACES TO W-BF-CSV-ZEILE
         STRING  "EBENE;EINHEIT;ENTWICKLER;CHECKINS;ANTEIL;"
                                         DELIMITED BY SIZE
                 "HAUPT;ANZ_ENTW;LETZT_ANDERE;KONZ;TEAM"
                                         DELIMITED BY SIZE
           INTO  W-BF-CSV-ZEILE
         END-STRING
         WRITE PROTCSV-SATZ FROM W-BF-CSV-ZEILE
     END-IF

     MOVE W-BF-SCHWELLE TO W-BF-PROZ-ED
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  " Wissenskonzentration: Checkins seit "
                                    DELIMITED BY SIZE
             W-BF-STICHTAG          DELIMITED BY SIZE
             ", Schwelle Hauptautor "
                                    DELIMITED BY SIZE
             W-BF-PROZ-ED           DELIMITED BY SIZE
             " %"                   DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE

     SET BF-EBENE-ANW TO TRUE
     PERFORM D282-BF-LAUF
     IF  NOT PRG-ABBRUCH
         SET BF-EBENE-MODUL TO TRUE
         PERFORM D282-BF-LAUF
     END-IF

     IF  W-LIST-CSV-FILE NOT = SPACES
         CLOSE PROTCSV
         MOVE SPACES TO ZEILE
         STRING  " Report geschrieben nach "  DELIMITED BY SIZE
                 W-LIST-CSV-FILE              DELIMITED BY SPACE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF
     PERFORM U011-AUSGABE-SPACELINE
     .
 D281-99.
     EXIT.

******************************************************************
* ein Durchlauf des Bus-Faktor-Reports je Ebene (ANWENDUNG bzw.
* Modul): Gruppenwechsel ueber den Schluessel, je Einheit sammelt
* D283 die Entwickler (haeufigster zuerst) und D284 gibt aus
******************************************************************
 D282-BF-LAUF SECTION.
 D282-00.
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     IF  BF-EBENE-ANW
         MOVE " je ANWENDUNG"     TO ZEILE
         PERFORM U010-AUSGABE
         MOVE SPACES TO ZEILE
         MOVE "Anwend."           TO ZEILE (2:7)
     ELSE
         MOVE " je Modul"         TO ZEILE
         PERFORM U010-AUSGABE
         MOVE SPACES TO ZEILE
         MOVE "Modul"             TO ZEILE (2:5)
         MOVE "Team"              TO ZEILE (59:4)
     END-IF
     MOVE "Entw"                  TO ZEILE (12:4)
     MOVE "Checkins"              TO ZEILE (17:8)
     MOVE "Hauptautor"            TO ZEILE (26:10)
     MOVE "Ant."                  TO ZEILE (43:4)
     MOVE "and.Autor"             TO ZEILE (48:9)
     MOVE "Konz"                  TO ZEILE (76:4)
     PERFORM U010-AUSGABE
     MOVE SPACES TO ZEILE
     MOVE ALL "-" TO ZEILE (2:78)
     PERFORM U010-AUSGABE

     MOVE ZERO   TO W-BF-EINH-ANZ W-BF-KRIT-ANZ
     MOVE SPACE  TO W-BF-AKT-FLAG
     MOVE SPACES TO W-BF-AKT-SCHLUESSEL
     PERFORM S474-OPEN-BF-CURSOR
     IF  SSF-OK
         PERFORM S475-FETCH-BF-CURSOR
     END-IF
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         IF  BF-EINHEIT-OFFEN
         AND W-BF-F-SCHLUESSEL NOT = W-BF-AKT-SCHLUESSEL
             PERFORM D284-BF-EINHEIT-AUS
         END-IF
         PERFORM D283-BF-SAMMELN
         PERFORM S475-FETCH-BF-CURSOR
     END-PERFORM
     PERFORM S476-CLOSE-BF-CURSOR
     IF  BF-EINHEIT-OFFEN
         PERFORM D284-BF-EINHEIT-AUS
     END-IF

     MOVE W-BF-EINH-ANZ TO W-BF-ANZ-ED
     MOVE W-BF-KRIT-ANZ TO W-BF-ANZ2-ED
     MOVE SPACES TO ZEILE
     IF  BF-EBENE-ANW
         STRING  " --- "                     DELIMITED BY SIZE
                 W-BF-ANZ-ED                 DELIMITED BY SIZE
                 " Anwendung(en), davon "    DELIMITED BY SIZE
                 W-BF-ANZ2-ED                DELIMITED BY SIZE
                 " ueber der Schwelle"       DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
     ELSE
         STRING  " --- "                     DELIMITED BY SIZE
                 W-BF-ANZ-ED                 DELIMITED BY SIZE
                 " Modul(e), davon "         DELIMITED BY SIZE
                 W-BF-ANZ2-ED                DELIMITED BY SIZE
                 " ueber der Schwelle"       DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
     END-IF
     PERFORM U010-AUSGABE
     .
 D282-99.
     EXIT.

******************************************************************
* Fetch-Zeile (ein Entwickler) in die aktuelle Einheit uebernehmen;
* die erste Zeile einer Einheit ist wegen der Cursor-Sortierung
* der Hauptautor, alle weiteren zaehlen fuer "letzte Aenderung
* durch einen anderen"
******************************************************************
 D283-BF-SAMMELN SECTION.
 D283-00.
     IF  NOT BF-EINHEIT-OFFEN
         SET BF-EINHEIT-OFFEN TO TRUE
         MOVE W-BF-F-SCHLUESSEL TO W-BF-AKT-SCHLUESSEL
         MOVE ZERO   TO W-BF-ENTW-ANZ W-BF-GESAMT
         MOVE SPACES TO W-BF-LETZT-ANDERE
         INITIALIZE W-BF-ENTW-TAB
     END-IF

     ADD 1          TO W-BF-ENTW-ANZ
     ADD W-BF-F-ANZ TO W-BF-GESAMT
     IF  W-BF-ENTW-ANZ > 1
     AND W-BF-F-LETZT (1:10) > W-BF-LETZT-ANDERE
         MOVE W-BF-F-LETZT (1:10) TO W-BF-LETZT-ANDERE
     END-IF
     IF  W-BF-ENTW-ANZ NOT > 50
         MOVE W-BF-F-USER TO W-BF-E-USER (W-BF-ENTW-ANZ)
         MOVE W-BF-F-ANZ  TO W-BF-E-ANZ  (W-BF-ENTW-ANZ)
     END-IF
     .
 D283-99.
     EXIT.

******************************************************************
* Einheit ausgeben: Zeile mit Entwickler-Anzahl, Hauptautor und
* Anteil, darunter die weiteren Entwickler mit ihrem Anteil;
* Markierung, wenn der Hauptautor ueber der Schwelle liegt
******************************************************************
 D284-BF-EINHEIT-AUS SECTION.
 D284-00.
     MOVE SPACE TO W-BF-AKT-FLAG
     ADD 1 TO W-BF-EINH-ANZ
     IF  W-BF-GESAMT = ZERO
         MOVE ZERO TO W-BF-HAUPT-ANTEIL
     ELSE
         COMPUTE W-BF-HAUPT-ANTEIL ROUNDED
               = W-BF-E-ANZ (1) * 100 / W-BF-GESAMT
     END-IF
     MOVE "N" TO W-BF-KZ
     IF  W-BF-HAUPT-ANTEIL > W-BF-SCHWELLE
         SET BF-KONZENTRIERT TO TRUE
         ADD 1 TO W-BF-KRIT-ANZ
     END-IF

**  ---> Team aus dem Verantwortlichen-Register (nur je Modul);
**       D514 benutzt einen eigenen Cursor, daher den Status des
**       laufenden Cursors sichern
     MOVE SPACES TO W-BF-TEAM
     IF  BF-EBENE-MODUL
         MOVE SSF-FLAG            TO W-BF-SSF-FLAG
         MOVE W-BF-AKT-SCHLUESSEL TO W-OWN-MODUL
         PERFORM D514-RESOLVE-OWNER
         MOVE W-OWN-TEAM          TO W-BF-TEAM
         MOVE W-BF-SSF-FLAG       TO SSF-FLAG
     END-IF

     MOVE W-BF-ENTW-ANZ     TO W-BF-ANZ-ED
     MOVE W-BF-GESAMT       TO W-BF-CHK-ED
     MOVE W-BF-HAUPT-ANTEIL TO W-BF-PROZ-ED
     MOVE SPACES TO ZEILE
     IF  W-BF-AKT-SCHLUESSEL = SPACES
         MOVE "(ohne)"           TO ZEILE (2:6)
     ELSE
         MOVE W-BF-AKT-SCHLUESSEL TO ZEILE (2:8)
     END-IF
     MOVE W-BF-ANZ-ED       TO ZEILE (11:5)
     MOVE W-BF-CHK-ED       TO ZEILE (17:8)
     MOVE W-BF-E-USER (1)   TO ZEILE (26:16)
     MOVE W-BF-PROZ-ED      TO ZEILE (43:3)
     MOVE "%"               TO ZEILE (46:1)
     IF  W-BF-LETZT-ANDERE = SPACES
         MOVE "-"           TO ZEILE (48:1)
     ELSE
         MOVE W-BF-LETZT-ANDERE TO ZEILE (48:10)
     END-IF
     MOVE W-BF-TEAM         TO ZEILE (59:16)
     IF  BF-KONZENTRIERT
         MOVE "!!"          TO ZEILE (77:2)
     END-IF
     PERFORM U010-AUSGABE

     IF  W-BF-ENTW-ANZ > 50
         MOVE 50            TO W-BF-EX-MAX
     ELSE
         MOVE W-BF-ENTW-ANZ TO W-BF-EX-MAX
     END-IF
     PERFORM VARYING W-BF-EX FROM 1 BY 1
             UNTIL   W-BF-EX > W-BF-EX-MAX
         IF  W-BF-GESAMT = ZERO
             MOVE ZERO TO W-BF-ANTEIL
         ELSE
             COMPUTE W-BF-ANTEIL ROUNDED
                   = W-BF-E-ANZ (W-BF-EX) * 100 / W-BF-GESAMT
         END-IF
**      ---> weitere Entwickler eingerueckt unter der Einheit
         IF  W-BF-EX > 1
             MOVE W-BF-E-ANZ (W-BF-EX) TO W-BF-CHK-ED
             MOVE W-BF-ANTEIL          TO W-BF-PROZ-ED
             MOVE SPACES TO ZEILE
             MOVE W-BF-CHK-ED            TO ZEILE (17:8)
             MOVE W-BF-E-USER (W-BF-EX)  TO ZEILE (26:16)
             MOVE W-BF-PROZ-ED           TO ZEILE (43:3)
             MOVE "%"                    TO ZEILE (46:1)
             PERFORM U010-AUSGABE
         END-IF
         IF  W-LIST-CSV-FILE NOT = SPACES
             PERFORM D285-BF-CSV-ZEILE
         END-IF
     END-PERFORM
     IF  W-BF-ENTW-ANZ > 50
         COMPUTE W-BF-EX = W-BF-ENTW-ANZ - 50
         MOVE W-BF-EX TO W-BF-ANZ-ED
         MOVE SPACES TO ZEILE
         STRING  "(und "          DELIMITED BY SIZE
                 W-BF-ANZ-ED      DELIMITED BY SIZE
                 " weitere)"      DELIMITED BY SIZE
           INTO  ZEILE (26:)
         END-STRING
         PERFORM U010-AUSGABE
     END-IF
     .
 D284-99.
     EXIT.

******************************************************************
* CSV-Satz je Einheit und Entwickler (W-BF-EX, Anteil in
* W-BF-ANTEIL)
******************************************************************
 D285-BF-CSV-ZEILE SECTION.
 D285-00.
     MOVE W-BF-E-ANZ (W-BF-EX) TO W-BF-CHK-ED
     MOVE W-BF-ANTEIL          TO W-BF-PROZ-ED
     MOVE W-BF-ENTW-ANZ        TO W-BF-ANZ-ED
     IF  W-BF-EX = 1
         MOVE "J" TO W-BF-HAUPT-KZ
     ELSE
         MOVE "N" TO W-BF-HAUPT-KZ
     END-IF
     MOVE SPACES TO W-BF-CSV-ZEILE
     STRING  W-BF-EBENE              DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             W-BF-AKT-SCHLUESSEL     DELIMITED BY SPACE
             ";"                     DELIMITED BY SIZE
             W-BF-E-USER (W-BF-EX)   DELIMITED BY SPACE
             ";"                     DELIMITED BY SIZE
             W-BF-CHK-ED             DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             W-BF-PROZ-ED            DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             W-BF-HAUPT-KZ           DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             W-BF-ANZ-ED             DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             W-BF-LETZT-ANDERE       DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             W-BF-KZ                 DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             W-BF-TEAM               DELIMITED BY SPACE
       INTO  W-BF-CSV-ZEILE
     END-STRING
     WRITE PROTCSV-SATZ FROM W-BF-CSV-ZEILE
     .
 D285-99.
     EXIT.

******************************************************************
* LIST TESTENV: aktuelle Zusammensetzung von TEST je Auftrag (Modul,
* Version, Aktivierer, Zeitpunkt, geplantes Testende, Stand) und
* die Konflikte - verdraengte Versionen anderer Auftraege (deren
* Testergebnisse gegen fremden Code entstanden sein koennen) und
* Versionen eines anderen Auftrags, die schon zur Aktivierung
* bereitstehen (REL2TEST erteilt, ACTIVTEST offen)
******************************************************************
 D286-SHOW-TESTENV SECTION.
 D286-00.
     PERFORM U030-TIMESTAMP
     MOVE TAL-JHJJMMTT OF TAL-TIME-D TO W-TE-HEUTE

     PERFORM U011-AUSGABE-SPACELINE
     MOVE " TEST-Belegung" TO ZEILE
     PERFORM U010-AUSGABE
     MOVE SPACES TO ZEILE
     MOVE "Modul"       TO ZEILE (3:5)
     MOVE "Version"     TO ZEILE (12:7)
     MOVE "aktiviert"   TO ZEILE (23:9)
     MOVE "am"          TO ZEILE (40:2)
     MOVE "Testende"    TO ZEILE (51:8)
     MOVE "Stand"       TO ZEILE (61:5)
     PERFORM U010-AUSGABE
     MOVE SPACES TO ZEILE
     MOVE ALL "-" TO ZEILE (2:78)
     PERFORM U010-AUSGABE

     MOVE ZERO   TO W-TE-ANZ W-TE-AUF-ANZ W-TE-KONFL-ANZ
     MOVE HIGH-VALUES TO W-TE-LETZT-AUFTRAG
     PERFORM S483-OPEN-TE-CURSOR
     IF  SSF-OK
         PERFORM S484-FETCH-TE-CURSOR
     END-IF
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         ADD 1 TO W-TE-ANZ
**      ---> Gruppenwechsel Auftrag
         IF  W-TE-ALT-AUFTRAG NOT = W-TE-LETZT-AUFTRAG
             ADD 1 TO W-TE-AUF-ANZ
             MOVE W-TE-ALT-AUFTRAG TO W-TE-LETZT-AUFTRAG
             MOVE SPACES TO ZEILE
             IF  W-TE-ALT-AUFTRAG = SPACES
                 MOVE " Auftrag: (ohne)" TO ZEILE
             ELSE
                 STRING  " Auftrag: "       DELIMITED BY SIZE
                         W-TE-ALT-AUFTRAG   DELIMITED BY SIZE
                   INTO  ZEILE
                 END-STRING
             END-IF
             PERFORM U010-AUSGABE
         END-IF
         PERFORM D287-TE-ZEILE
         PERFORM S484-FETCH-TE-CURSOR
     END-PERFORM
     PERFORM S485-CLOSE-TE-CURSOR

     IF  W-TE-ANZ = ZERO
         MOVE "  (keine Aktivierungen in TEST registriert)" TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     PERFORM U011-AUSGABE-SPACELINE
     MOVE W-TE-ANZ       TO W-TE-ANZ-ED
     MOVE W-TE-AUF-ANZ   TO W-TE-ANZ2-ED
     MOVE W-TE-KONFL-ANZ TO W-TE-ANZ3-ED
     MOVE SPACES TO ZEILE
     STRING  " --- "                 DELIMITED BY SIZE
             W-TE-ANZ-ED             DELIMITED BY SIZE
             " Modul(e) aus "        DELIMITED BY SIZE
             W-TE-ANZ2-ED            DELIMITED BY SIZE
             " Auftrag/Auftraegen, " DELIMITED BY SIZE
             W-TE-ANZ3-ED            DELIMITED BY SIZE
             " Konflikt(e)"          DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE
     .
 D286-99.
     EXIT.

******************************************************************
* eine Zeile der TEST-Belegung mit ggf. Konflikt-Zeilen darunter
******************************************************************
 D287-TE-ZEILE SECTION.
 D287-00.
     MOVE SPACES TO W-TE-STATUS-ED
     EVALUATE TRUE
         WHEN W-TE-ALT-FREI-VON NOT = SPACES
             MOVE "freigegeben"  TO W-TE-STATUS-ED
         WHEN W-TE-ALT-PLAN-ENDE NOT = SPACES
          AND W-TE-ALT-PLAN-ENDE < W-TE-HEUTE
             MOVE "ueberfaellig" TO W-TE-STATUS-ED
         WHEN OTHER
             MOVE "im Test"      TO W-TE-STATUS-ED
     END-EVALUATE
     MOVE SPACES TO ZEILE
     MOVE W-TE-MODUL          TO ZEILE (3:8)
     MOVE W-TE-ALT-VERSION    TO ZEILE (12:10)
     MOVE W-TE-ALT-VON        TO ZEILE (23:16)
     MOVE W-TE-ALT-AM (1:10)  TO ZEILE (40:10)
     IF  W-TE-ALT-PLAN-ENDE = SPACES
         MOVE "offen"         TO ZEILE (51:5)
     ELSE
         MOVE W-TE-ALT-PLAN-ENDE TO ZEILE (51:8)
     END-IF
     MOVE W-TE-STATUS-ED      TO ZEILE (61:17)
     PERFORM U010-AUSGABE

**  ---> verdraengte Version eines anderen Auftrags
     IF  W-TE-ALT-VORG-AUFTRAG NOT = SPACES
         ADD 1 TO W-TE-KONFL-ANZ
         MOVE SPACES TO ZEILE
         STRING  "    !! verdraengt: "       DELIMITED BY SIZE
                 W-TE-ALT-VORG-VERSION       DELIMITED BY SPACE
                 " aus "                     DELIMITED BY SIZE
                 W-TE-ALT-VORG-AUFTRAG       DELIMITED BY SPACE
                 " (Test von "               DELIMITED BY SIZE
                 W-TE-ALT-VORG-VON           DELIMITED BY SPACE
                 ")"                         DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF

**  ---> bereitstehende Version eines anderen Auftrags (REL2TEST
**       erteilt, ACTIVTEST steht aus)
     IF  W-TE-F-FREIGABE-TEST = "TR"
         PERFORM S477-SELECT-TE-ARCHIV
         IF  W-TE-AUFTRAG NOT = W-TE-ALT-AUFTRAG
         AND W-TE-VERSION NOT = SPACES
             ADD 1 TO W-TE-KONFL-ANZ
             MOVE SPACES TO ZEILE
             STRING  "    !! wartet: "           DELIMITED BY SIZE
                     W-TE-VERSION                DELIMITED BY SPACE
                     " aus "                     DELIMITED BY SIZE
                     W-TE-AUFTRAG                DELIMITED BY SPACE
                     " (ACTIVTEST steht aus)"    DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
         END-IF
     END-IF
     .
 D287-99.
     EXIT.

******************************************************************
* LIST ONCALL: kompletter Bereitschafts-Dienstplan (=SSFONCALL)
* je Anwendung und Wochentag; der heutige Slot ist markiert, die
* folgenden Tage stehen direkt darunter - Uebergaben sind damit
* ohne Raten ablesbar
******************************************************************
 D262-SHOW-ONCALL SECTION.
 D262-00.
**  ---> heutigen Wochentag bestimmen (1 = Montag)
     PERFORM U030-TIMESTAMP
     MOVE TAL-JHJJMMTT OF TAL-TIME-D TO W-OC-DATUM-N
     COMPUTE W-OC-TAGNR =
         FUNCTION MOD (FUNCTION INTEGER-OF-DATE (W-OC-DATUM-N) - 1
                      ,7) + 1
     MOVE W-OC-TAGNR TO W-OC-HEUTE-TAG

     MOVE ZERO TO W-OC-ANZ
     PERFORM U011-AUSGABE-SPACELINE
     MOVE " Anwendung Tag  Primaer                        Backup"
         TO ZEILE
     PERFORM U010-AUSGABE
     MOVE " ------------------------------------------------------------------"
         TO ZEILE
     PERFORM U010-AUSGABE

     PERFORM S299-OPEN-ONCALL-CURSOR
     PERFORM S301-FETCH-ONCALL-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         ADD 1 TO W-OC-ANZ
         MOVE SPACES TO ZEILE
         MOVE ANWENDUNG OF SSFONCALL TO ZEILE (2:8)
         COMPUTE C4-I1 = (TAG OF SSFONCALL - 1) * 2 + 1
         MOVE K-OC-TAGE (C4-I1:2)    TO ZEILE (12:2)
         IF  TAG OF SSFONCALL = W-OC-HEUTE-TAG
             MOVE "*" TO ZEILE (15:1)
         END-IF
         MOVE PRIMAER-MAIL OF SSFONCALL (1:30) TO ZEILE (17:30)
         MOVE BACKUP-MAIL  OF SSFONCALL (1:20) TO ZEILE (48:20)
         PERFORM U010-AUSGABE
         PERFORM S301-FETCH-ONCALL-CURSOR
     END-PERFORM
     PERFORM S302-CLOSE-ONCALL-CURSOR

     IF  W-OC-ANZ = ZERO
         MOVE "  kein Dienstplan hinterlegt - Fehleralarme gehen"
             TO ZEILE
         MOVE " an die statische Verteilung" TO ZEILE (51:)
         PERFORM U010-AUSGABE
     ELSE
         MOVE " (* = heutiger Slot)" TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     PERFORM U011-AUSGABE-SPACELINE
     .
 D262-99.
     EXIT.

******************************************************************
* LIST JOBOUT <funktion> [<datum JJJJ-MM-TT>]: Indexzeilen des
* Tagesarchivs der Kettenschritt-OUT-Dateien (=SSFJOBO, von
* PHDDRV1O/C230 geschrieben) - zeigt je Schritt Kette, FUNKTION,
* LFDNR, Zeitpunkt, Completion-Code, Archivdatei und Member; das
* Entpacken laeuft ueber das Archiv/Member-Paar mit ZIPDRV
******************************************************************
 D258-SHOW-JOBOUT SECTION.
 D258-00.
     IF  H-JOBO-VON = SPACES
         MOVE "0001-01-01" TO H-JOBO-VON
         MOVE "9999-12-31" TO H-JOBO-BIS
     END-IF

     MOVE ZERO TO W-JOBO-ANZ
     PERFORM U011-AUSGABE-SPACELINE
     MOVE " Zeitpunkt   Funktion         Lfd RC Archiv             Member"
         TO ZEILE
     PERFORM U010-AUSGABE
     MOVE " ------------------------------------------------------------------"
         TO ZEILE
     PERFORM U010-AUSGABE

     PERFORM S293-OPEN-JOBOUT-CURSOR
     PERFORM S294-FETCH-JOBOUT-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         ADD 1 TO W-JOBO-ANZ
         MOVE SPACES TO ZEILE
         MOVE ZPINS    OF SSFJOBO (1:10) TO ZEILE (2:10)
         MOVE FUNKTION OF SSFJOBO        TO ZEILE (14:16)
         MOVE LFDNR    OF SSFJOBO        TO D-NUM4
         MOVE D-NUM4                     TO ZEILE (31:4)
         MOVE RC       OF SSFJOBO        TO D-NUM2
         MOVE D-NUM2                     TO ZEILE (36:2)
         MOVE ARCHIV   OF SSFJOBO        TO ZEILE (39:17)
         MOVE MEMBER-DATEI OF SSFJOBO (1:12) TO ZEILE (58:12)
         PERFORM U010-AUSGABE
         PERFORM S294-FETCH-JOBOUT-CURSOR
     END-PERFORM
     PERFORM S295-CLOSE-JOBOUT-CURSOR

     IF  W-JOBO-ANZ = ZERO
         MOVE "  keine archivierten OUT-Dateien im Zeitraum"
             TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     PERFORM U011-AUSGABE-SPACELINE
     .
 D258-99.
     EXIT.

******************************************************************
* LIST KPI <von> <bis> [CSV <Datei>]: Liefer-Kennzahlen fuer das
* Management, berechnet aus vorhandenen Daten:
*   - Anzahl Prod-Freigaben im Zeitraum (=ABNAHME.REL2PROD_AM)
*   - Anteil Notfall-Uebernahmen (GRUND_SOS gefuellt)
*   - Anteil zurueckgebauter Freigaben (=SSPROT Aktion "RB")
*   - mittlere Wartezeit Antrag -> Freigabe und Durchlaufzeit
*     Freigabe -> Prod (grobe Tagesarithmetik, Mittelwert statt
*     Median - s. Hinweis im Kopf der W-KPI-FELDER)
*   - Wartezeit je Freigeber
* Laeuft auch als Chain-Schritt ueber Startup-Text; mit
* "CSV <Datei>" gehen die Zeilen zusaetzlich in die Datei
******************************************************************
 D251-SHOW-KPI SECTION.
 D251-00.
     IF  H-KPI-VON = SPACES
         MOVE "0001-01-01" TO H-KPI-VON
     END-IF
     IF  H-KPI-BIS = SPACES
         MOVE "9999-12-31" TO H-KPI-BIS
     END-IF

     MOVE ZERO TO W-KPI-REL-ANZ W-KPI-SOS-ANZ W-KPI-RB-ANZ
                  W-KPI-ANTRAG-SUM W-KPI-ANTRAG-ANZ
                  W-KPI-PROD-SUM W-KPI-PROD-ANZ
                  W-KPI-FG-ANZ
     INITIALIZE W-KPI-FG-TAB

**  ---> ggf. CSV-Ausgabedatei oeffnen (Management-Pack)
     IF  W-LIST-CSV-FILE NOT = SPACES
         PERFORM N023-OPEN-LIST-CSV
         IF  PRG-ABBRUCH
             EXIT SECTION
         END-IF
     END-IF

     PERFORM S282-OPEN-KPI-CURSOR
     PERFORM S283-FETCH-KPI-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         ADD 1 TO W-KPI-REL-ANZ
         IF  LEN OF GRUND-SOS OF ABNAHME > ZERO
         AND VAL OF GRUND-SOS OF ABNAHME (1:1) NOT = SPACE
             ADD 1 TO W-KPI-SOS-ANZ
         END-IF
**      ---> Wartezeit Antrag -> Freigabe (je Freigeber)
         IF  FREIGABE-ANTRAG-AM OF ABNAHME (1:10) NOT = SPACES
         AND FREIGABE-AM        OF ABNAHME (1:10) NOT = SPACES
             MOVE FREIGABE-ANTRAG-AM OF ABNAHME (1:10)
                 TO W-KPI-DATX
             PERFORM D252-KPI-DATUM-TAGE
             MOVE W-KPI-TAGE TO W-KPI-T1
             MOVE FREIGABE-AM OF ABNAHME (1:10) TO W-KPI-DATX
             PERFORM D252-KPI-DATUM-TAGE
             COMPUTE W-KPI-T2 = W-KPI-TAGE - W-KPI-T1
             IF  W-KPI-T2 >= ZERO
                 ADD W-KPI-T2 TO W-KPI-ANTRAG-SUM
                 ADD 1        TO W-KPI-ANTRAG-ANZ
                 PERFORM D253-KPI-FG-ADD
             END-IF
         END-IF
**      ---> Durchlaufzeit Freigabe -> Prod
         IF  FREIGABE-AM OF ABNAHME (1:10) NOT = SPACES
         AND REL2PROD-AM OF ABNAHME (1:10) NOT = SPACES
             MOVE FREIGABE-AM OF ABNAHME (1:10) TO W-KPI-DATX
             PERFORM D252-KPI-DATUM-TAGE
             MOVE W-KPI-TAGE TO W-KPI-T1
             MOVE REL2PROD-AM OF ABNAHME (1:10) TO W-KPI-DATX
             PERFORM D252-KPI-DATUM-TAGE
             COMPUTE W-KPI-T2 = W-KPI-TAGE - W-KPI-T1
             IF  W-KPI-T2 >= ZERO
                 ADD W-KPI-T2 TO W-KPI-PROD-SUM
                 ADD 1        TO W-KPI-PROD-ANZ
             END-IF
         END-IF
         PERFORM S283-FETCH-KPI-CURSOR
     END-PERFORM
     PERFORM S284-CLOSE-KPI-CURSOR

**  ---> zurueckgebaute Freigaben im Zeitraum (=SSPROT "RB")
     PERFORM S285-COUNT-SSPROT-RB

**  ---> Incidents zu den im Zeitraum produktiv gesetzten Versionen
**       (=SSFINCID, s. INCIDENT)
     PERFORM S458-COUNT-SSFINCID-KPI

**  ---> Ausgabe
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  " Liefer-KPI "   DELIMITED BY SIZE
             H-KPI-VON        DELIMITED BY SPACE
             " - "            DELIMITED BY SIZE
             H-KPI-BIS        DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM D254-KPI-ZEILE

     MOVE W-KPI-REL-ANZ TO W-KPI-ED
     MOVE SPACES TO ZEILE
     STRING  " Prod-Freigaben:            " DELIMITED BY SIZE
             W-KPI-ED                       DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM D254-KPI-ZEILE

     IF  W-KPI-REL-ANZ > ZERO
         COMPUTE W-KPI-PCT =
             (W-KPI-SOS-ANZ * 100) / W-KPI-REL-ANZ
     ELSE
         MOVE ZERO TO W-KPI-PCT
     END-IF
     MOVE W-KPI-SOS-ANZ TO W-KPI-ED
     MOVE SPACES TO ZEILE
     STRING  " Notfall-Uebernahmen:       " DELIMITED BY SIZE
             W-KPI-ED                       DELIMITED BY SIZE
             "  ("                          DELIMITED BY SIZE
             W-KPI-PCT                      DELIMITED BY SIZE
             " %)"                          DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM D254-KPI-ZEILE

     IF  W-KPI-REL-ANZ > ZERO
         COMPUTE W-KPI-PCT =
             (W-KPI-RB-ANZ * 100) / W-KPI-REL-ANZ
     ELSE
         MOVE ZERO TO W-KPI-PCT
     END-IF
     MOVE W-KPI-RB-ANZ TO W-KPI-ED
     MOVE SPACES TO ZEILE
     STRING  " Rueckbauten:               " DELIMITED BY SIZE
             W-KPI-ED                       DELIMITED BY SIZE
             "  ("                          DELIMITED BY SIZE
             W-KPI-PCT                      DELIMITED BY SIZE
             " %)"                          DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM D254-KPI-ZEILE

     MOVE W-KPI-INC-ANZ TO W-KPI-ED
     MOVE SPACES TO ZEILE
     STRING  " Incidents zu Freigaben:    " DELIMITED BY SIZE
             W-KPI-ED                       DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM D254-KPI-ZEILE

     IF  W-KPI-ANTRAG-ANZ > ZERO
         COMPUTE W-KPI-TAGE =
             W-KPI-ANTRAG-SUM / W-KPI-ANTRAG-ANZ
     ELSE
         MOVE ZERO TO W-KPI-TAGE
     END-IF
     MOVE W-KPI-TAGE TO W-KPI-ED
     MOVE SPACES TO ZEILE
     STRING  " mittl. Antrag->Freigabe:   " DELIMITED BY SIZE
             W-KPI-ED                       DELIMITED BY SIZE
             " Tage"                        DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM D254-KPI-ZEILE

     IF  W-KPI-PROD-ANZ > ZERO
         COMPUTE W-KPI-TAGE =
             W-KPI-PROD-SUM / W-KPI-PROD-ANZ
     ELSE
         MOVE ZERO TO W-KPI-TAGE
     END-IF
     MOVE W-KPI-TAGE TO W-KPI-ED
     MOVE SPACES TO ZEILE
     STRING  " mittl. Freigabe->Prod:     " DELIMITED BY SIZE
             W-KPI-ED                       DELIMITED BY SIZE
             " Tage"                        DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM D254-KPI-ZEILE

**  ---> Wartezeit je Freigeber
     IF  W-KPI-FG-ANZ > ZERO
         MOVE " Wartezeit je Freigeber:" TO ZEILE
         PERFORM D254-KPI-ZEILE
         PERFORM VARYING W-KPI-FG-IX FROM 1 BY 1
                 UNTIL   W-KPI-FG-IX > W-KPI-FG-ANZ
             COMPUTE W-KPI-TAGE =
                 W-KPI-FG-SUM (W-KPI-FG-IX)
                 / W-KPI-FG-CNT (W-KPI-FG-IX)
             MOVE W-KPI-TAGE TO W-KPI-ED
             MOVE SPACES TO ZEILE
             STRING  "   "                     DELIMITED BY SIZE
                     W-KPI-FG-NAME (W-KPI-FG-IX)
                                               DELIMITED BY SPACE
                     ": "                      DELIMITED BY SIZE
                     W-KPI-ED                  DELIMITED BY SIZE
                     " Tage"                   DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM D254-KPI-ZEILE
         END-PERFORM
     END-IF
     PERFORM U011-AUSGABE-SPACELINE

     IF  W-LIST-CSV-FILE NOT = SPACES
         CLOSE PROTCSV
     END-IF
     .
 D251-99.
     EXIT.

******************************************************************
* grobe Tagesnummer eines Datums "JJJJ-MM-TT" (J*365 + M*30 + T,
* gleiche Naeherung wie beim SOS-Alter) - Ergebnis in W-KPI-TAGE
******************************************************************
 D252-KPI-DATUM-TAGE SECTION.
 D252-00.
     MOVE ZERO TO W-KPI-TAGE
     IF  W-KPI-DATX (1:4) NUMERIC
     AND W-KPI-DATX (6:2) NUMERIC
     AND W-KPI-DATX (9:2) NUMERIC
         MOVE W-KPI-DATX (1:4) TO W-KPI-JJJJ
         MOVE W-KPI-DATX (6:2) TO W-KPI-MM
         MOVE W-KPI-DATX (9:2) TO W-KPI-TT
         COMPUTE W-KPI-TAGE = W-KPI-JJJJ * 365
                            + W-KPI-MM * 30
                            + W-KPI-TT
     END-IF
     .
 D252-99.
     EXIT.

******************************************************************
* Wartezeit (W-KPI-T2 Tage) dem Freigeber der aktuellen ABNAHME-
* Zeile zurechnen (Tabelle max. 20 Freigeber)
******************************************************************
 D253-KPI-FG-ADD SECTION.
 D253-00.
     PERFORM VARYING W-KPI-FG-IX FROM 1 BY 1
             UNTIL   W-KPI-FG-IX > W-KPI-FG-ANZ
             OR      W-KPI-FG-NAME (W-KPI-FG-IX)
                     = FREIGABE-VON OF ABNAHME
         CONTINUE
     END-PERFORM
     IF  W-KPI-FG-IX > W-KPI-FG-ANZ
         IF  W-KPI-FG-ANZ >= 20
             EXIT SECTION
         END-IF
         ADD 1 TO W-KPI-FG-ANZ
         MOVE W-KPI-FG-ANZ TO W-KPI-FG-IX
         MOVE FREIGABE-VON OF ABNAHME
             TO W-KPI-FG-NAME (W-KPI-FG-IX)
         MOVE ZERO TO W-KPI-FG-SUM (W-KPI-FG-IX)
         MOVE ZERO TO W-KPI-FG-CNT (W-KPI-FG-IX)
     END-IF
     ADD W-KPI-T2 TO W-KPI-FG-SUM (W-KPI-FG-IX)
     ADD 1        TO W-KPI-FG-CNT (W-KPI-FG-IX)
     .
 D253-99.
     EXIT.

******************************************************************
* KPI-Zeile ausgeben: Bildschirm und - falls offen - CSV-Datei
******************************************************************
 D254-KPI-ZEILE SECTION.
 D254-00.
**  ---> ZEILE VOR der Ausgabe sichern - U010 loescht sie
     MOVE ZEILE TO W-KPI-CSV-ZEILE
     PERFORM U010-AUSGABE
     IF  W-LIST-CSV-FILE NOT = SPACES
         WRITE PROTCSV-SATZ FROM W-KPI-CSV-ZEILE
     END-IF
     .
 D254-99.
     EXIT.

******************************************************************
* LIST METRICS [<Modul>]: Code-Metriken aus =SSFMETRIK - ohne
* Modul das gesamte Portfolio (eine Zeile je erfasster Version,
* nach Modul/Zeit sortiert), mit Modul der Trend ueber die
* Versionen; Kommentaranteil wird als Prozentwert gerechnet
******************************************************************
 D249-SHOW-METRICS SECTION.
 D249-00.
     IF  W-LIST-SUBPRM1-VAL = SPACES
         MOVE "%" TO H-MET-FILTER
     ELSE
         MOVE W-LIST-SUBPRM1-VAL (1:8) TO H-MET-FILTER
     END-IF

     MOVE ZERO TO W-MET-ANZ
     PERFORM U011-AUSGABE-SPACELINE
     MOVE " Modul     Version    Zeilen  Proc  Sect  GOTO  COPY  Komm%  MaxSect"
         TO ZEILE
     PERFORM U010-AUSGABE
     MOVE " ---------------------------------------------------------------------"
         TO ZEILE
     PERFORM U010-AUSGABE

     PERFORM S278-OPEN-METRIK-CURSOR
     PERFORM S279-FETCH-METRIK-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         ADD 1 TO W-MET-ANZ
**      ---> Kommentaranteil in Prozent
         IF  W-MET-GESAMT > ZERO
             COMPUTE W-MET-QUOTE =
                 (W-MET-KOMMENTAR * 100) / W-MET-GESAMT
         ELSE
             MOVE ZERO TO W-MET-QUOTE
         END-IF
         MOVE SPACES TO ZEILE
         MOVE H-MET-MODUL     TO ZEILE (2:8)
         MOVE H-MET-VERSION   TO ZEILE (12:10)
         MOVE W-MET-GESAMT    TO ZEILE (23:6)
         MOVE W-MET-PROC      TO ZEILE (31:6)
         MOVE W-MET-SECTIONS  TO ZEILE (39:4)
         MOVE W-MET-GOTO      TO ZEILE (45:4)
         MOVE W-MET-COPY      TO ZEILE (51:4)
         MOVE W-MET-QUOTE     TO ZEILE (58:3)
         MOVE W-MET-SECT-MAX  TO ZEILE (64:6)
         PERFORM U010-AUSGABE
         PERFORM S279-FETCH-METRIK-CURSOR
     END-PERFORM
     PERFORM S281-CLOSE-METRIK-CURSOR

     IF  W-MET-ANZ = ZERO
         MOVE "  keine Metriken erfasst" TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     PERFORM U011-AUSGABE-SPACELINE
     .
 D249-99.
     EXIT.

******************************************************************
* LIST DEADWOOD [<Jahre>] [CSV <Datei>]: Stilllegungs-Kandidaten
* fuer den RETIRE-Zustand. Kandidat ist ein Modul, das seit dem
* Stichtag (heute minus <Jahre>, Default aus =SSPARM "DEADWOOD"
* bzw. 3 Jahre) keinerlei =SSPROT-Aktivitaet mehr hatte UND auf
* das kein anderes Modul verweist (=PROGRAMX.PMODUL). Je Kandidat
* wird die Evidenz gezeigt: letzte Aktivitaet, letzte archivierte
* Freigabe (=SSFRARCH) sowie ein-/ausgehende Referenzen; aelteste
* Checkins zuerst (Cursor-Sortierung = Ranking). Mit CSV <Datei>
* geht die Liste zusaetzlich als Eingabe fuer die Batch-
* Stilllegung in eine Datei
******************************************************************
 D245-SHOW-DEADWOOD SECTION.
 D245-00.
**  ---> Stichtag bestimmen: Parameter <Jahre>, sonst =SSPARM
**       "DEADWOOD", sonst 3 Jahre
     MOVE 3 TO W-DW-JAHRE
     MOVE "DEADWOOD" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  SSPRM-OK
     AND SVOL-SOURCE OF SSPARM (1:2) NUMERIC
         MOVE SVOL-SOURCE OF SSPARM (1:2) TO W-DW-JAHRE
     END-IF
     IF  W-LIST-SUBPRM1-VAL (1:2) NUMERIC
         MOVE W-LIST-SUBPRM1-VAL (1:2) TO W-DW-JAHRE
     ELSE
         IF  W-LIST-SUBPRM1-VAL (1:1) NUMERIC
             MOVE ZERO TO W-DW-JAHRE
             MOVE W-LIST-SUBPRM1-VAL (1:1) TO W-DW-JAHRE (2:1)
         END-IF
     END-IF

     PERFORM U030-TIMESTAMP
     COMPUTE W-DW-STICH-JJJJ = TAL-JHJJ OF TAL-TIME-D - W-DW-JAHRE
     MOVE SPACES TO W-DW-STICHTAG
     STRING  W-DW-STICH-JJJJ        DELIMITED BY SIZE
             "-"                    DELIMITED BY SIZE
             TAL-MM OF TAL-TIME-D   DELIMITED BY SIZE
             "-"                    DELIMITED BY SIZE
             TAL-TT OF TAL-TIME-D   DELIMITED BY SIZE
       INTO  W-DW-STICHTAG
     END-STRING

**  ---> ggf. CSV-Ausgabedatei oeffnen (Export fuer die Batch-
**       Stilllegung)
     IF  W-LIST-CSV-FILE NOT = SPACES
         PERFORM N023-OPEN-LIST-CSV
         IF  PRG-ABBRUCH
             EXIT SECTION
         END-IF
         MOVE "MODUL;LETZTE_AKTIVITAET;LETZTE_FREIGABE;REF_IN;REF_OUT"
             TO W-DW-CSV-ZEILE
         WRITE PROTCSV-SATZ FROM W-DW-CSV-ZEILE
     END-IF

     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  " Stilllegungs-Kandidaten (keine Aktivitaet seit "
                             DELIMITED BY SIZE
             W-DW-STICHTAG   DELIMITED BY SIZE
             ")"             DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     MOVE " Modul     letzte Aktivitaet  letzte Freigabe  RefIn RefOut"
         TO ZEILE
     PERFORM U010-AUSGABE
     MOVE " ------------------------------------------------------------"
         TO ZEILE
     PERFORM U010-AUSGABE

     MOVE ZERO TO W-DW-ANZ
     MOVE ZERO TO W-DW-KAND-ANZ
     EXEC SQL
         OPEN DEADWOOD_CURS
     END-EXEC
     PERFORM D246-DEADWOOD-FETCH
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         ADD 1 TO W-DW-ANZ
         PERFORM D247-DEADWOOD-EVIDENZ
**      ---> Kandidat: keine Aktivitaet seit Stichtag und keine
**           eingehenden Referenzen
         IF  (W-DW-LETZT-PROT = SPACES
           OR W-DW-LETZT-PROT (1:10) < W-DW-STICHTAG)
         AND W-DW-INREF = ZERO
             ADD 1 TO W-DW-KAND-ANZ
             PERFORM D248-DEADWOOD-ZEILE
         END-IF
         PERFORM D246-DEADWOOD-FETCH
     END-PERFORM
     EXEC SQL
         CLOSE DEADWOOD_CURS
     END-EXEC

     IF  W-LIST-CSV-FILE NOT = SPACES
         CLOSE PROTCSV
     END-IF

     PERFORM U011-AUSGABE-SPACELINE
     MOVE W-DW-ANZ      TO W-DW-ANZ-ED
     MOVE W-DW-KAND-ANZ TO W-DW-KAND-ANZ-ED
     MOVE SPACES TO ZEILE
     STRING  " --- "           DELIMITED BY SIZE
             W-DW-ANZ-ED       DELIMITED BY SIZE
             " Module geprueft, "
                               DELIMITED BY SIZE
             W-DW-KAND-ANZ-ED  DELIMITED BY SIZE
             " Stilllegungs-Kandidat(en)"
                               DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE
     .
 D245-99.
     EXIT.

******************************************************************
* Fetch fuer LIST DEADWOOD (Modulnamen aus =SSAFE)
******************************************************************
 D246-DEADWOOD-FETCH SECTION.
 D246-00.
     EXEC SQL
         FETCH DEADWOOD_CURS
          INTO  :W-DW-MODUL
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 D246-99.
     EXIT.

******************************************************************
* Evidenz je Modul einsammeln: letzte =SSPROT-Aktivitaet, letzte
* archivierte Freigabe (=SSFRARCH) und Referenz-Zaehler aus
* =PROGRAMX (ein Null-Ergebnis der MAX-Selects bleibt SPACES =
* "nie", daher hier bewusst ohne Fehlermeldung je Modul)
******************************************************************
 D247-DEADWOOD-EVIDENZ SECTION.
 D247-00.
**  ---> letzte Aktivitaet/Freigabe aus dem Modul-Kurzbild
**       (=SSFMSUM); nur ohne Kurzbild wird die Historie gelesen
     MOVE W-DW-MODUL TO H-MSUM-MODUL
     PERFORM S543-SELECT-SSFMSUM
     IF  MSUM-VORHANDEN
         MOVE H-MSUM-A-LETZT-PROT TO W-DW-LETZT-PROT
         MOVE H-MSUM-A-LETZT-ARCH TO W-DW-LETZT-REL
     ELSE
         PERFORM D870-DEADWOOD-HISTORIE
     END-IF

     MOVE ZERO TO W-DW-INREF
     EXEC SQL
         SELECT  count (*)
           INTO  :W-DW-INREF
           FROM  =PROGRAMX
          WHERE  PMODUL = :W-DW-MODUL
         BROWSE ACCESS
     END-EXEC

     MOVE ZERO TO W-DW-OUTREF
     EXEC SQL
         SELECT  count (*)
           INTO  :W-DW-OUTREF
           FROM  =PROGRAMX
          WHERE  PROGRAMM = :W-DW-MODUL
         BROWSE ACCESS
     END-EXEC
     .
 D247-99.
     EXIT.

******************************************************************
* Ausgabezeile (Bildschirm + optional CSV) je Kandidat
******************************************************************
 D248-DEADWOOD-ZEILE SECTION.
 D248-00.
     MOVE W-DW-INREF  TO W-DW-INREF-ED
     MOVE W-DW-OUTREF TO W-DW-OUTREF-ED
     MOVE SPACES TO ZEILE
     MOVE W-DW-MODUL TO ZEILE (2:8)
     IF  W-DW-LETZT-PROT = SPACES
         MOVE "nie" TO ZEILE (12:3)
     ELSE
         MOVE W-DW-LETZT-PROT (1:10) TO ZEILE (12:10)
     END-IF
     IF  W-DW-LETZT-REL = SPACES
         MOVE "nie" TO ZEILE (31:3)
     ELSE
         MOVE W-DW-LETZT-REL (1:10) TO ZEILE (31:10)
     END-IF
     MOVE W-DW-INREF-ED  TO ZEILE (48:4)
     MOVE W-DW-OUTREF-ED TO ZEILE (54:4)
     PERFORM U010-AUSGABE

     IF  W-LIST-CSV-FILE NOT = SPACES
         MOVE SPACES TO W-DW-CSV-ZEILE
         STRING  W-DW-MODUL              DELIMITED BY SPACE
                 ";"                     DELIMITED BY SIZE
                 W-DW-LETZT-PROT (1:10)  DELIMITED BY SIZE
                 ";"                     DELIMITED BY SIZE
                 W-DW-LETZT-REL (1:10)   DELIMITED BY SIZE
                 ";"                     DELIMITED BY SIZE
                 W-DW-INREF-ED           DELIMITED BY SIZE
                 ";"                     DELIMITED BY SIZE
                 W-DW-OUTREF-ED          DELIMITED BY SIZE
           INTO  W-DW-CSV-ZEILE
         END-STRING
         WRITE PROTCSV-SATZ FROM W-DW-CSV-ZEILE
     END-IF
     .
 D248-99.
     EXIT.

******************************************************************
*
******************************************************************
 D250-VERSIONS-DOKU SECTION.
 D250-00.
**  ---> erst mal Sourcefile assignen
     ENTER "COBOLASSIGN" USING  SOURCEF
                                ASS-FNAME
                         GIVING ASS-FSTATUS
     IF  ASS-FSTATUS NOT = ZERO
         DISPLAY "Fehler bei COBOLASSIGN (DOKUMENT): "
                 ASS-FNAME " " ASS-FSTATUS
         DISPLAY " ---> Programm-Abbruch <--- "
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     ELSE
**      --->  Öffnen Datei
         OPEN INPUT SOURCEF
     END-IF

**  ---> erstes Lesen der Eingabedatei
     MOVE ZERO TO C4-COUNT
     READ SOURCEF at end set file-eof to true end-read
     DISPLAY " "

**  ---> Schleife bis EOF
     SET SOURCEF-OK TO TRUE
     PERFORM UNTIL   FILE-EOF
*             OR      SOURCEF-NOK

         ADD 1 TO C4-COUNT
         MOVE SOURCEF-RECORD TO W-RECORD
         INSPECT SOURCEF-RECORD CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

**      ---> wenn ENVIRONMENT DIVISION erreicht, Schleife beenden
         MOVE ZERO TO C4-ANZ
         INSPECT SOURCEF-RECORD TALLYING
                 C4-ANZ FOR CHARACTERS BEFORE INITIAL "ENVIRONMENT DIVISION"
         IF  C4-ANZ >= 0 and < 50
             SET SOURCEF-NOK TO TRUE
             EXIT PERFORM
         END-IF

         IF  SOURCEF-RECORD (1:1) = "?" or = SPACE
             continue
         ELSE
             IF  SOURCEF-RECORD (1:28) =  "* START VERSIONSBESCHREIBUNG"
                 SET SOURCEF-FOUND TO TRUE
             END-IF
             IF  SOURCEF-RECORD (1:13) =  "* AENDERUNGEN"
                 SET SOURCEF-FOUND TO TRUE
             END-IF
             IF  SOURCEF-RECORD (1:27) =  "* ENDE VERSIONSBESCHREIBUNG"
                 SET SOURCEF-NOK TO TRUE
                 EXIT PERFORM
             END-IF
             IF  SOURCEF-RECORD (1:22) =  "* PROGRAMMBESCHREIBUNG"
                 SET SOURCEF-NOK TO TRUE
                 EXIT PERFORM
             END-IF
         END-IF

**      ---> anzeigen Zeile des Sourcefiles
         IF  SOURCEF-FOUND
             MOVE W-RECORD TO ZEILE
             PERFORM U010-AUSGABE
         END-IF

**      ---> nächstes Lesen
         READ SOURCEF at end set file-eof to true end-read

     END-PERFORM

     CLOSE SOURCEF
     DISPLAY " "
     .
 D250-99.
     EXIT.

******************************************************************
* DOK HIST: Freigabe-Historie zu einem Modul (+ optionaler Version)
* aus Tabelle =SSPROT (Protokoll) und Tabelle =ABNAHME (Freigabestatus)
******************************************************************
 D255-RELEASE-NOTES SECTION.
 D255-00.
**  ---> SSAFE-Eintrag holen (liefert u.a. SOURCE-TYP fuer Objektname)
     MOVE W-SOURCE TO SOURCE-MODUL OF SSAFE
     MOVE W-SOURCE TO SOURCE-FILE-NAME
     PERFORM S100-SELECT-SSAFE
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF
     IF  SSF-NOK
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-001" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

**  ---> Version ermitteln: entweder Eingabe oder aktuelle aus =PROGRAMS
     IF  W-DOK-VERSION = SPACE
         MOVE SOURCE-FILE-NAME TO PROGRAMM OF PROGRAMS
         PERFORM S840-SELECT-PROGRAMS
         MOVE VERSION OF PROGRAMS TO W-DOK-VERSION
     END-IF

**  ---> Überschrift
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  "Freigabe-Historie fuer "     DELIMITED BY SIZE
             SOURCE-MODUL OF SSAFE         DELIMITED BY SPACE
             " Version "                   DELIMITED BY SIZE
             W-DOK-VERSION                 DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE

**  ---> aktueller Freigabestatus aus Tabelle =ABNAHME
     MOVE SOURCE-FILE-NAME TO IN-SOURCE
     PERFORM U400-OBJECT-NAME
     MOVE OUT-SOURCE     TO PRG-NAME OF ABNAHME
     MOVE W-DOK-VERSION  TO VERSION  OF ABNAHME
     PERFORM S720-OPEN-ABNAHME-CURSOR
     PERFORM S721-FETCH-ABNAHME-CURSOR
     PERFORM S722-CLOSE-ABNAHME-CURSOR
     IF  REF-TABS-OK
         MOVE SPACES TO ZEILE
         STRING  "  Rel2Test : "                       DELIMITED BY SIZE
                 REL2TEST-VON OF ABNAHME                DELIMITED BY SIZE
                 " / "                                  DELIMITED BY SIZE
                 FREIGABE-ANTRAG-AM OF ABNAHME (1:19)    DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE

         MOVE SPACES TO ZEILE
         STRING  "  Rel2Prod : "                       DELIMITED BY SIZE
                 REL2PROD-VON OF ABNAHME                DELIMITED BY SIZE
                 " / "                                  DELIMITED BY SIZE
                 REL2PROD-AM OF ABNAHME (1:19)           DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE

**      ---> Freigeber (bei Vier-Augen-Klassen beide Unterschriften)
         IF  FREIGABE-VON OF ABNAHME NOT = SPACE
             MOVE SPACES TO ZEILE
             STRING  "  Freigabe : "                   DELIMITED BY SIZE
                     FREIGABE-VON OF ABNAHME            DELIMITED BY SIZE
                     " / "                              DELIMITED BY SIZE
                     FREIGABE-AM OF ABNAHME (1:19)       DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
         END-IF
         IF  FREIGABE-VON2 OF ABNAHME NOT = SPACE
             MOVE SPACES TO ZEILE
             STRING  "  2.Freigb.: "                   DELIMITED BY SIZE
                     FREIGABE-VON2 OF ABNAHME           DELIMITED BY SIZE
                     " / "                              DELIMITED BY SIZE
                     FREIGABE-AM2 OF ABNAHME (1:19)      DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
         END-IF

         IF  GRUND-SOS OF ABNAHME not = SPACE
             MOVE SPACES TO ZEILE
             STRING  "  Grund SOS: "           DELIMITED BY SIZE
                     GRUND-SOS OF ABNAHME      DELIMITED BY SPACE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
         END-IF
     ELSE
         DISPLAY "  (kein Eintrag in =ABNAHME fuer diese Version)"
     END-IF

**  ---> Peer-Review zur juengsten Review-Obligation des Moduls
**       (Reviewer und Urteil, s. C315-REVIEW) neben den
**       ABNAHME-Akteuren anzeigen
     MOVE W-SOURCE TO SOURCE-MODUL OF SSFREVIEW
     PERFORM S940-SELECT-SSFREVIEW-LATEST
     IF  SSFREVIEW-OK
         MOVE SPACES TO ZEILE
         EVALUATE W-REVIEW-STATUS
             WHEN "G"    MOVE "genehmigt" TO W-REVIEW-KOMMENTAR
             WHEN "A"    MOVE "abgelehnt" TO W-REVIEW-KOMMENTAR
             WHEN OTHER  MOVE "offen"     TO W-REVIEW-KOMMENTAR
         END-EVALUATE
         STRING  "  Review   : "                DELIMITED BY SIZE
                 PRUEFER OF SSFREVIEW           DELIMITED BY SPACE
                 " / "                          DELIMITED BY SIZE
                 W-REVIEW-KOMMENTAR             DELIMITED BY SPACE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF

**  ---> Produktions-Incidents, die dieser Version zugeordnet sind
     MOVE W-SOURCE      TO W-INC-MODUL
     MOVE W-DOK-VERSION TO W-INC-VERSION
     MOVE 999 TO W-INC-MAX
     PERFORM E387-INC-ANZEIGEN
     IF  W-INC-ANZ = ZERO
         MOVE "  Incidents: keine" TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     PERFORM U011-AUSGABE-SPACELINE

**  ---> geschaetzte Aenderungsgroesse gegenueber der Vorversion
**       (Zeilenvergleich der beiden juengsten Archiv-Rollover, s. DIFF)
     PERFORM D256-ESTIMATE-CHANGE-SIZE
     PERFORM U011-AUSGABE-SPACELINE

**  ---> Protokoll-Einträge aus Tabelle =SSPROT anzeigen
     MOVE PZ-TITEL TO ZEILE
     PERFORM U010-AUSGABE
     MOVE PZ-UNTERSTRICHE TO ZEILE
     PERFORM U010-AUSGABE

     MOVE W-SOURCE TO SOURCE-MODUL OF SSPROT
     PERFORM S226-OPEN-SSPROT-HIST-CURSOR
     PERFORM S227-FETCH-SSPROT-HIST-CURSOR
     PERFORM UNTIL SSPROT-EOD OR PRG-ABBRUCH
         MOVE SPACES TO PZD-SOURCE-MODUL
         EVALUATE AKTION OF SSPROT
             WHEN "CI"   MOVE "CheckedIn"    TO PZD-AKTION
             WHEN "CO"   MOVE "CheckedOut"   TO PZD-AKTION
             WHEN "AK"   MOVE "Aktivierng"   TO PZD-AKTION
             WHEN "FR"   MOVE "Freigabe"     TO PZD-AKTION
             WHEN "PW"   MOVE "PW Error"     TO PZD-AKTION
             WHEN "PR"   MOVE "PW Reset"     TO PZD-AKTION
             WHEN "SA"   MOVE "Sicherung"    TO PZD-AKTION
             WHEN "PU"   MOVE "Purge"        TO PZD-AKTION
             WHEN "PE"   MOVE "Pseud.Exp."   TO PZD-AKTION
             WHEN "SV"   MOVE "Shelve"       TO PZD-AKTION
             WHEN "UV"   MOVE "Unshelve"     TO PZD-AKTION
             WHEN "HA"   MOVE "Uebg.Angeb"   TO PZD-AKTION
             WHEN "HO"   MOVE "Uebergabe"    TO PZD-AKTION
             WHEN "HX"   MOVE "Uebg.Abgel"   TO PZD-AKTION
             WHEN "XC"   MOVE "Par.Chkout"   TO PZD-AKTION
             WHEN "XM"   MOVE "Par.Merge "   TO PZD-AKTION
             WHEN "XR"   MOVE "Merge aufg"   TO PZD-AKTION
             WHEN "XP"   MOVE "Parallel  "   TO PZD-AKTION
             WHEN "BL"   MOVE "Baseline"     TO PZD-AKTION
             WHEN "SH"   MOVE "Secret-Hit"   TO PZD-AKTION
             WHEN "CP"   MOVE "offProfil"    TO PZD-AKTION
             WHEN "RS"   MOVE "Restore"      TO PZD-AKTION
             WHEN "RV"   MOVE "Review"       TO PZD-AKTION
             WHEN "TN"   MOVE "Zug-Freig."   TO PZD-AKTION
             WHEN "RB"   MOVE "Rueckbau"     TO PZD-AKTION
             WHEN "AU"   MOVE "Auftr.Umb."   TO PZD-AKTION
             WHEN "RC"   MOVE "Rezert."      TO PZD-AKTION
             WHEN "VW"   MOVE "Verwaltung"   TO PZD-AKTION
             WHEN "KT"   MOVE "Kette-Imp."   TO PZD-AKTION
             WHEN "SO"   MOVE "Sitzung"      TO PZD-AKTION
             WHEN "IC"   MOVE "Incident"     TO PZD-AKTION
             WHEN "BP"   MOVE "Backport"     TO PZD-AKTION
             WHEN "TE"   MOVE "Test-Beleg."  TO PZD-AKTION
             WHEN "LH"   MOVE "LegalHold"    TO PZD-AKTION
             WHEN "LA"   MOVE "Hold-Aufh."   TO PZD-AKTION
             WHEN "EX"   MOVE "Escrow-Exp."  TO PZD-AKTION
             WHEN "RT"   MOVE "Test-Reset"   TO PZD-AKTION
             WHEN "LV"   MOVE "Austritt"     TO PZD-AKTION
             WHEN "SQ"   MOVE "SQL-Recomp"   TO PZD-AKTION
             WHEN OTHER  MOVE "???"          TO PZD-AKTION
         END-EVALUATE
         MOVE ZPINS OF SSPROT (1:19)         TO PZD-ZEITPUNKT
         MOVE GROUP-USER OF SSPROT           TO PZD-USER
         EVALUATE KZ-FREIGABE OF SSPROT
             WHEN "48"   MOVE "Secur. Err."  TO PZD-KZ-FREIGABE
             WHEN "NO"   MOVE "nein"         TO PZD-KZ-FREIGABE
             WHEN "TR"   MOVE "T-Released"   TO PZD-KZ-FREIGABE
             WHEN "TA"   MOVE "Test aktiv"   TO PZD-KZ-FREIGABE
             WHEN "FA"   MOVE "beantragt"    TO PZD-KZ-FREIGABE
             WHEN "F1"   MOVE "1.Freigabe"   TO PZD-KZ-FREIGABE
             WHEN "FW"   MOVE "erteilt"      TO PZD-KZ-FREIGABE
             WHEN "PR"   MOVE "P-Released"   TO PZD-KZ-FREIGABE
             WHEN "PA"   MOVE "Prod. aktiv"  TO PZD-KZ-FREIGABE
             WHEN "SA"   MOVE "gesichert"    TO PZD-KZ-FREIGABE
             WHEN OTHER  IF  KZ-FREIGABE OF SSPROT NUMERIC
                             MOVE KZ-FREIGABE OF SSPROT TO D-NUM2
                             MOVE "Error "   TO PZD-KZ-FREIGABE
                             MOVE D-NUM2     TO PZD-KZ-FREIGABE (7:2)
                         ELSE
                             MOVE "???"      TO PZD-KZ-FREIGABE
                         END-IF
         END-EVALUATE
         MOVE PZ-DATEN TO ZEILE
         PERFORM U010-AUSGABE
         PERFORM S227-FETCH-SSPROT-HIST-CURSOR
     END-PERFORM
     PERFORM S228-CLOSE-SSPROT-HIST-CURSOR
     PERFORM U011-AUSGABE-SPACELINE
     .
 D255-99.
     EXIT.

******************************************************************
* Geschaetzte Aenderungsgroesse fuer die Freigabe-Historie (DOK HIST):
* zaehlt die abweichenden Zeilen zwischen den beiden juengsten Archiv-
* Rollover-Versionen (D gegen E im Ziel-SubVol von R2P-SRC, gleiche
* Dateibasis wie beim Kommando DIFF, s. C230-DIFF/D240-COMPARE-FILES) -
* im Gegensatz zu DIFF wird hier nur die Anzahl ausgegeben, nicht der
* zeilenweise Vergleich selbst (Zaehlung s. D259-DIFF-ZAEHLEN)
******************************************************************
 D256-ESTIMATE-CHANGE-SIZE SECTION.
 D256-00.
     MOVE "R2P-SRC" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  NOT SSPRM-OK
         EXIT SECTION
     END-IF

     MOVE SOURCE-FILE-VOL     TO DEST-FILE-VOL
     MOVE SVOL-DEST OF SSPARM TO DEST-FILE-SUBVOL
     MOVE W-SOURCE             TO DEST-FILE-NAME
     MOVE SPACES TO DEST-FILE
     STRING  DEST-FILE-VOL       DELIMITED BY SPACE
             "."                 DELIMITED BY SIZE
             DEST-FILE-SUBVOL    DELIMITED BY SPACE
             "."                 DELIMITED BY SIZE
             DEST-FILE-NAME      DELIMITED BY SPACE
       INTO  DEST-FILE
     END-STRING
     MOVE ZERO TO C4-I1
     INSPECT DEST-FILE TALLYING C4-I1
         FOR CHARACTERS BEFORE INITIAL SPACE

     MOVE DEST-FILE TO W-DIFF-FILE-1
     MOVE "D"        TO W-DIFF-FILE-1 (C4-I1:1)
     MOVE DEST-FILE TO W-DIFF-FILE-2
     MOVE "E"        TO W-DIFF-FILE-2 (C4-I1:1)

     PERFORM D259-DIFF-ZAEHLEN
     IF  DIFF-DATEI-FEHLT
         MOVE "  (keine Vorversion fuer Aenderungsgroesse gefunden)"
             TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

     MOVE W-DIFF-COUNT TO W-DIFF-COUNT-ED

**  ---> dazu die Anzahl der CHECKIN-Ereignisse seit der letzten
**       Prod-Freigabe dieses Moduls (juengster SSPROT-Eintrag mit
**       AKTION "FR" / KZ_FREIGABE "PR"); gab es noch keine
**       Freigabe, zaehlen alle CHECKINs
     MOVE ZERO     TO W-DIFF-CI-ANZ
     MOVE W-SOURCE TO SOURCE-MODUL OF SSPROT
     PERFORM S229-SELECT-SSPROT-MAX-REL2PROD
     IF  NOT SSPROT-OK
         MOVE "0001-01-01:00:00:00.00" TO ZPINS OF SSPROT
     END-IF
     PERFORM S230-COUNT-SSPROT-CI-SEIT-REL
     MOVE W-DIFF-CI-ANZ TO W-DIFF-CI-ANZ-ED

     STRING  "  Aenderungsgroesse (Vers. D/E): "  DELIMITED BY SIZE
             W-DIFF-COUNT-ED                      DELIMITED BY SIZE
             " Zeile(n) (geschaetzt), "            DELIMITED BY SIZE
             W-DIFF-CI-ANZ-ED                     DELIMITED BY SIZE
             " Checkin(s) seit letzter Freigabe"  DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D256-99.
     EXIT.

******************************************************************
* Zaehlt die abweichenden Zeilen zwischen W-DIFF-FILE-1 (alt) und
* W-DIFF-FILE-2 (neu), zeilenweise ohne Ausgabe - reicht fuer eine
* Schaetzung (D256 Freigabe-Historie, E401 Risiko-Score). Zusaetz-
* lich W-DIFF-IFC-ANZ: Schnittstellen-Bereiche mit mindestens einer
* Abweichung - ein Bereich beginnt mit "?SECTION" in Spalte 1 oder
* einer Zeile mit "LINKAGE SECTION" und endet mit der naechsten
* "PROCEDURE DIVISION" (massgeblich ist die neue Zeile, nach deren
* Ende die alte). Fehlt eine der Dateien: DIFF-DATEI-FEHLT
******************************************************************
 D259-DIFF-ZAEHLEN SECTION.
 D259-00.
     MOVE ZERO  TO W-DIFF-COUNT, W-DIFF-LINE, W-DIFF-IFC-ANZ
     MOVE ZERO  TO W-DIFF-ADD, W-DIFF-DEL, W-DIFF-CHG
     SET DIFF-DATEI-FEHLT TO TRUE
     SET DIFF-IFC-AUSSEN  TO TRUE
     SET DIFF-IFC-OFFEN   TO TRUE

     MOVE W-DIFF-FILE-1 TO ASS-FNAME
     MOVE ZERO          TO ASS-FSTATUS
     ENTER "COBOLASSIGN" USING  DIFFALT
                                ASS-FNAME
                         GIVING ASS-FSTATUS
     IF  ASS-FSTATUS NOT = ZERO
         EXIT SECTION
     END-IF
     OPEN INPUT DIFFALT

     MOVE W-DIFF-FILE-2 TO ASS-FNAME
     MOVE ZERO          TO ASS-FSTATUS
     ENTER "COBOLASSIGN" USING  DIFFNEU
                                ASS-FNAME
                         GIVING ASS-FSTATUS
     IF  ASS-FSTATUS NOT = ZERO
         CLOSE DIFFALT
         EXIT SECTION
     END-IF
     OPEN INPUT DIFFNEU
     SET DIFF-DATEIEN-OK TO TRUE

     MOVE ZERO TO DIFFALT-FLAG, DIFFNEU-FLAG
     READ DIFFALT AT END SET DIFFALT-EOF TO TRUE END-READ
     READ DIFFNEU AT END SET DIFFNEU-EOF TO TRUE END-READ

     PERFORM UNTIL DIFFALT-EOF AND DIFFNEU-EOF

**      ---> Schnittstellen-Bereich nachfuehren
         IF  DIFFNEU-EOF
             MOVE DIFFALT-RECORD TO W-DIFF-ZEILE
         ELSE
             MOVE DIFFNEU-RECORD TO W-DIFF-ZEILE
         END-IF
         INSPECT W-DIFF-ZEILE
             CONVERTING "abcdefghijklmnopqrstuvwxyz"
                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
         MOVE ZERO TO W-DIFF-TREFFER
         INSPECT W-DIFF-ZEILE TALLYING W-DIFF-TREFFER
             FOR ALL "LINKAGE SECTION"
         IF  W-DIFF-ZEILE (1:8) = "?SECTION"
         OR  W-DIFF-TREFFER > ZERO
             SET DIFF-IFC-BEREICH TO TRUE
             SET DIFF-IFC-OFFEN   TO TRUE
         ELSE
             INSPECT W-DIFF-ZEILE TALLYING W-DIFF-TREFFER
                 FOR ALL "PROCEDURE DIVISION"
             IF  W-DIFF-TREFFER > ZERO
                 SET DIFF-IFC-AUSSEN TO TRUE
             END-IF
         END-IF

**      ---> Zeile vergleichen; ist eine Datei zu Ende, zaehlt
**           jede Restzeile der anderen als Abweichung
         SET DIFF-ZEILE-GLEICH TO TRUE
         IF  DIFFALT-EOF OR DIFFNEU-EOF
             SET DIFF-ZEILE-ABW TO TRUE
         ELSE
             IF  DIFFALT-RECORD NOT = DIFFNEU-RECORD
                 SET DIFF-ZEILE-ABW TO TRUE
             END-IF
         END-IF
         IF  DIFF-ZEILE-ABW
             ADD 1 TO W-DIFF-COUNT
             IF  DIFF-IFC-BEREICH
             AND DIFF-IFC-OFFEN
                 ADD 1 TO W-DIFF-IFC-ANZ
                 SET DIFF-IFC-GEZAEHLT TO TRUE
             END-IF
         END-IF

         IF  NOT DIFFALT-EOF
             READ DIFFALT AT END SET DIFFALT-EOF TO TRUE END-READ
         END-IF
         IF  NOT DIFFNEU-EOF
             READ DIFFNEU AT END SET DIFFNEU-EOF TO TRUE END-READ
         END-IF

     END-PERFORM

     CLOSE DIFFALT
     CLOSE DIFFNEU
     .
 D259-99.
     EXIT.

******************************************************************
* Anzeigen Compile-Zeit-/Objektgroessen-Trend eines Moduls (DOK TREND)
* aus Tabelle =SSFCTIM, juengster Lauf zuerst - je Schritt (AX/SQ)
* wird markiert, ob der naechst juengere Lauf desselben Schritts
* laenger gedauert bzw. ein groesseres Objekt erzeugt hat ("+") oder
* kleiner/kuerzer war ("-"), getrennt fuer Dauer und Objektgroesse
******************************************************************
 D257-SHOW-CTIM-TREND SECTION.
 D257-00.
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  "Compile-Zeit-/Objektgroessen-Trend fuer "  DELIMITED BY SIZE
             W-SOURCE                                    DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE

     MOVE "  Schritt  Zeitpunkt            Dauer(s)  Objektgr.(By) Trend"
         TO ZEILE
     PERFORM U010-AUSGABE

     MOVE ZERO TO W-CTIM-TREND-AX-DAUER, W-CTIM-TREND-AX-OBJGR
     MOVE ZERO TO W-CTIM-TREND-SQ-DAUER, W-CTIM-TREND-SQ-OBJGR

     PERFORM S907-OPEN-SSFCTIM-TREND-CURSOR
     PERFORM S908-FETCH-SSFCTIM-TREND-CURSOR
     IF  SSF-EOD
         MOVE "HINW-003" TO KATEGORIE OF SSTEXT
         MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
         PERFORM R100-SHOW-TEXT
     END-IF

     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         MOVE SPACES TO W-CTIM-TREND-MARKER

         EVALUATE W-CTIM-SCHRITT
             WHEN "AX"
                 IF  W-CTIM-TREND-AX-DAUER NOT = ZERO
                     IF      W-CTIM-TREND-AX-DAUER > W-CTIM-DAUER-SEK
                             MOVE "+"    TO W-CTIM-TREND-MARKER
                     ELSE IF W-CTIM-TREND-AX-DAUER < W-CTIM-DAUER-SEK
                             MOVE "-"    TO W-CTIM-TREND-MARKER
                     END-IF
                     END-IF
                 END-IF
                 MOVE W-CTIM-DAUER-SEK      TO W-CTIM-TREND-AX-DAUER
                 MOVE W-CTIM-OBJEKTGROESSE  TO W-CTIM-TREND-AX-OBJGR
             WHEN "SQ"
                 IF  W-CTIM-TREND-SQ-DAUER NOT = ZERO
                     IF      W-CTIM-TREND-SQ-DAUER > W-CTIM-DAUER-SEK
                             MOVE "+"    TO W-CTIM-TREND-MARKER
                     ELSE IF W-CTIM-TREND-SQ-DAUER < W-CTIM-DAUER-SEK
                             MOVE "-"    TO W-CTIM-TREND-MARKER
                     END-IF
                     END-IF
                 END-IF
                 MOVE W-CTIM-DAUER-SEK      TO W-CTIM-TREND-SQ-DAUER
                 MOVE W-CTIM-OBJEKTGROESSE  TO W-CTIM-TREND-SQ-OBJGR
         END-EVALUATE

         MOVE W-CTIM-DAUER-SEK     TO W-CTIM-DAUER-SEK-ED
         MOVE W-CTIM-OBJEKTGROESSE TO W-CTIM-OBJGR-ED

         MOVE SPACES TO ZEILE
         STRING  "  "                        DELIMITED BY SIZE
                 W-CTIM-SCHRITT               DELIMITED BY SIZE
                 "       "                   DELIMITED BY SIZE
                 ZPINS OF SSFCTIM (1:19)      DELIMITED BY SIZE
                 "  "                        DELIMITED BY SIZE
                 W-CTIM-DAUER-SEK-ED          DELIMITED BY SIZE
                 "  "                        DELIMITED BY SIZE
                 W-CTIM-OBJGR-ED              DELIMITED BY SIZE
                 "    "                      DELIMITED BY SIZE
                 W-CTIM-TREND-MARKER          DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE

         PERFORM S908-FETCH-SSFCTIM-TREND-CURSOR
     END-PERFORM
     PERFORM S909-CLOSE-SSFCTIM-TREND-CURSOR

**  ---> Monats-Aggregate verdichteter Altbestaende (=SSFCTAGG,
**       s. HISTAGG/C375) im Anschluss an die Detailzeilen
     PERFORM S311-OPEN-CTAGG-CURSOR
     PERFORM S312-FETCH-CTAGG-CURSOR
     IF  SSF-OK
         MOVE "  --- verdichtete Monate ---" TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         MOVE H-AGG-CNT TO W-AGG-ANZ1-ED
         MOVE SPACES TO ZEILE
         STRING  "  "               DELIMITED BY SIZE
                 H-AGG-SCHRITT      DELIMITED BY SIZE
                 "  "               DELIMITED BY SIZE
                 H-AGG-MONAT        DELIMITED BY SPACE
                 "  Laeufe "        DELIMITED BY SIZE
                 W-AGG-ANZ1-ED      DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         MOVE H-AGG-AVG     TO D-NUM9
         MOVE D-NUM9        TO ZEILE (40:9)
         MOVE H-AGG-GROESSE TO D-NUM9
         MOVE D-NUM9        TO ZEILE (52:9)
         PERFORM U010-AUSGABE
         PERFORM S312-FETCH-CTAGG-CURSOR
     END-PERFORM
     PERFORM S313-CLOSE-CTAGG-CURSOR

     PERFORM U011-AUSGABE-SPACELINE
     .
 D257-99.
     EXIT.

******************************************************************
* Anzeigen Ergebnis: Modul ist in welchen Programmen
******************************************************************
 D260-SHOW-MODIS SECTION.
 D260-00.
**  ---> Holen der Informationen und anzeigen, öffnen Cursor, lesen 1. Satz
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACE TO MI-DATEN

     MOVE W-SOURCE TO SOURCE-FILE
     MOVE ZERO TO C4-I1
     INSPECT SOURCE-FILE TALLYING C4-I1
         FOR CHARACTERS BEFORE INITIAL " "
     MOVE all "%" TO SOURCE-FILE (C4-I1:)
     MOVE SOURCE-FILE TO PMODUL OF PROGRAMX

**  ---> vorab Fundstellen zählen (Blast-Radius vor der Detailliste)
     PERFORM S860-OPEN-MODIS-CURSOR
     PERFORM S861-FETCH-MODIS-CURSOR
     PERFORM UNTIL REFTABS-EOD or PRG-ABBRUCH
         PERFORM S861-FETCH-MODIS-CURSOR
     END-PERFORM
     PERFORM S862-CLOSE-MODIS-CURSOR
     MOVE C4-COUNT TO MIE-COUNT
     MOVE MI-ERGEBNIS TO ZEILE
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE

**  ---> jetzt Detailliste aufbauen, Cursor erneut öffnen, lesen 1. Satz
     PERFORM S860-OPEN-MODIS-CURSOR
     MOVE SPACES TO VAL OF BESCHREIBUNG OF PROGRAMS
     PERFORM S861-FETCH-MODIS-CURSOR

**  ---> Schleife über alle Fundstellen
     PERFORM UNTIL REFTABS-EOD or PRG-ABBRUCH

         IF  C4-COUNT = 1
**          ---> Titel und Überschrift anzeigen
             MOVE W-SOURCE TO MIT-MODUL
             MOVE MI-TITEL TO ZEILE
             PERFORM U010-AUSGABE
             PERFORM U011-AUSGABE-SPACELINE
             MOVE MI-UEBERSCHRIFT TO ZEILE
             PERFORM U010-AUSGABE
             MOVE MI-UNTERSTRICHE TO ZEILE
             PERFORM U010-AUSGABE
         END-IF

         MOVE PROGRAMM     OF PROGRAMS TO MID-PROGRAMM
         MOVE VERSION      OF PROGRAMS TO MID-VERSION
         MOVE VERS-DAT     OF PROGRAMS TO MID-VERS-DAT
         MOVE SPRACHE      OF PROGRAMS TO MID-SPRACHE

         MOVE 1 TO C4-I1
         PERFORM VARYING C4-I1 FROM C4-I1 BY 35
                 UNTIL   C4-I1 > 400
                 OR      C4-I1 > LEN OF BESCHREIBUNG OF PROGRAMS

             MOVE VAL OF BESCHREIBUNG OF PROGRAMS (C4-I1:35) TO MID-BESCHREIBUNG

**          ---> Anzeigen
             MOVE MI-DATEN TO ZEILE
             PERFORM U010-AUSGABE
             MOVE SPACE TO MI-DATEN

         END-PERFORM

**      ---> nachlesen
         MOVE SPACES TO VAL OF BESCHREIBUNG OF PROGRAMS
         PERFORM S861-FETCH-MODIS-CURSOR

     END-PERFORM

**  ---> schließen Cursor
     PERFORM S862-CLOSE-MODIS-CURSOR

**  ---> Ergebnis anzeigen
     MOVE C4-COUNT TO MIE-COUNT
     MOVE MI-ERGEBNIS TO ZEILE
     PERFORM U010-AUSGABE
     .
 D260-99.
     EXIT.

******************************************************************
* Baut die transitive Huelle fuer C265-BLAST-RADIUS auf: solange es
* noch unbearbeitete Eintraege in W-BLAST-TAB gibt, wird fuer jeden
* per MODIS-Cursor nachgesehen, welche Programme ihn referenzieren -
* neue Treffer kommen selbst wieder als unbearbeitet in die Tabelle,
* bis kein Fortschritt mehr entsteht (die Schleife also terminiert)
******************************************************************
 D265-BUILD-BLAST-CLOSURE SECTION.
 D265-00.
     MOVE ZERO  TO W-BLAST-ANZ
     MOVE SPACE TO W-BLAST-VOLL

     ADD 1 TO W-BLAST-ANZ
     MOVE W-SOURCE          TO W-BLAST-MODUL (W-BLAST-ANZ)
     SET BLAST-UNBEARBEITET (W-BLAST-ANZ) TO TRUE

     MOVE 1 TO W-BLAST-PTR
     PERFORM UNTIL W-BLAST-PTR > W-BLAST-ANZ OR PRG-ABBRUCH

         IF  BLAST-UNBEARBEITET (W-BLAST-PTR)
             SET BLAST-BEARBEITET (W-BLAST-PTR) TO TRUE

             MOVE W-BLAST-MODUL (W-BLAST-PTR) TO SOURCE-FILE
             MOVE ZERO TO C4-I1
             INSPECT SOURCE-FILE TALLYING C4-I1
                 FOR CHARACTERS BEFORE INITIAL " "
             MOVE ALL "%" TO SOURCE-FILE (C4-I1:)
             MOVE SOURCE-FILE TO PMODUL OF PROGRAMX

             PERFORM S860-OPEN-MODIS-CURSOR
             PERFORM S861-FETCH-MODIS-CURSOR
             PERFORM UNTIL REFTABS-EOD or PRG-ABBRUCH
                 PERFORM D266-BLAST-ADD-IF-NEW
                 PERFORM S861-FETCH-MODIS-CURSOR
             END-PERFORM
             PERFORM S862-CLOSE-MODIS-CURSOR
         END-IF

         ADD 1 TO W-BLAST-PTR

     END-PERFORM

     IF  BLAST-VOLL
         DISPLAY ">>!! Blast-Radius auf " W-BLAST-ANZ
                 " Eintraege begrenzt - weitere Treffer wurden nicht"
                 " mehr aufgenommen !!"
     END-IF
     .
 D265-99.
     EXIT.

******************************************************************
* Traegt PROGRAMM OF PROGRAMS (aktueller MODIS-Fund) neu in
* W-BLAST-TAB ein, falls er dort nicht schon steht - Dubletten und
* Ringbezuege (A ruft B, B ruft wieder A) duerfen die Huelle nicht
* endlos wachsen lassen
******************************************************************
 D266-BLAST-ADD-IF-NEW SECTION.
 D266-00.
     MOVE SPACE TO W-BLAST-GEFUNDEN
     PERFORM VARYING W-BLAST-I1 FROM 1 BY 1
             UNTIL   W-BLAST-I1 > W-BLAST-ANZ
         IF  W-BLAST-MODUL (W-BLAST-I1) = PROGRAMM OF PROGRAMS
             SET BLAST-SCHON-DA TO TRUE
             EXIT PERFORM
         END-IF
     END-PERFORM

     IF  NOT BLAST-SCHON-DA
         IF  W-BLAST-ANZ >= 500
             SET BLAST-VOLL TO TRUE
         ELSE
             ADD 1 TO W-BLAST-ANZ
             MOVE PROGRAMM OF PROGRAMS TO W-BLAST-MODUL (W-BLAST-ANZ)
             SET BLAST-UNBEARBEITET (W-BLAST-ANZ) TO TRUE
         END-IF
     END-IF
     .
 D266-99.
     EXIT.

******************************************************************
* Anzeigen der in D265-BUILD-BLAST-CLOSURE ermittelten transitiven
* Huelle (der Ausgangs-Modul selbst wird nicht mit aufgelistet)
******************************************************************
 D267-SHOW-BLAST-CLOSURE SECTION.
 D267-00.
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACE TO MI-DATEN

     MOVE W-SOURCE  TO MIT-MODUL4
     MOVE MI-TITEL4 TO ZEILE
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE
     MOVE MI-UEBERSCHRIFT TO ZEILE
     PERFORM U010-AUSGABE
     MOVE MI-UNTERSTRICHE TO ZEILE
     PERFORM U010-AUSGABE

     MOVE ZERO TO C4-COUNT
     PERFORM VARYING W-BLAST-I1 FROM 2 BY 1
             UNTIL   W-BLAST-I1 > W-BLAST-ANZ

         MOVE SPACES TO VAL OF BESCHREIBUNG OF PROGRAMS
         MOVE W-BLAST-MODUL (W-BLAST-I1) TO PROGRAMM OF PROGRAMS
         INSPECT PROGRAMM OF PROGRAMS CONVERTING " "
                                              TO "_"
         PERFORM S875-SELECT-PROGRAMS

         IF  REF-TABS-OK
             ADD 1 TO C4-COUNT
             MOVE PROGRAMM     OF PROGRAMS TO MID-PROGRAMM
             MOVE VERSION      OF PROGRAMS TO MID-VERSION
             MOVE VERS-DAT     OF PROGRAMS TO MID-VERS-DAT
             MOVE SPRACHE      OF PROGRAMS TO MID-SPRACHE

             MOVE 1 TO C4-I2
             PERFORM VARYING C4-I2 FROM C4-I2 BY 35
                     UNTIL   C4-I2 > 400
                     OR      C4-I2 > LEN OF BESCHREIBUNG OF PROGRAMS

                 MOVE VAL OF BESCHREIBUNG OF PROGRAMS (C4-I2:35)
                   TO MID-BESCHREIBUNG

**              ---> Anzeigen
                 MOVE MI-DATEN TO ZEILE
                 PERFORM U010-AUSGABE
                 MOVE SPACE TO MI-DATEN

             END-PERFORM
         END-IF

     END-PERFORM

**  ---> Ergebnis anzeigen
     MOVE C4-COUNT TO MIE-COUNT
     MOVE MI-ERGEBNIS TO ZEILE
     PERFORM U010-AUSGABE
     .
 D267-99.
     EXIT.

******************************************************************
* Warnt beim CHECKOUT, wenn irgendein Modul aus dem vollen Blast-
* Radius des gerade geholten Moduls (W-SOURCE) gerade von einem
* ANDEREN User ausgecheckt ist - wer z.B. eine tief verschachtelte
* COPY aendert, soll vorher sehen, dass ein aufrufendes Programm
* parallel schon in Arbeit ist, auch wenn dieses Programm selbst
* nicht gesperrt ist. Rein informativ, blockiert das CHECKOUT nicht
* (anders als der harte Sperr-Check in SSFFLK0M/C100-LOCK)
******************************************************************
 D268-CHECK-CALLGRAPH-LOCKS SECTION.
 D268-00.
     PERFORM D265-BUILD-BLAST-CLOSURE
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

     MOVE ZERO TO C4-COUNT
     PERFORM VARYING W-BLAST-I1 FROM 2 BY 1
             UNTIL   W-BLAST-I1 > W-BLAST-ANZ

         MOVE W-BLAST-MODUL (W-BLAST-I1) TO SOURCE-MODUL OF SSAFE
         PERFORM S100-SELECT-SSAFE

         IF  SSF-OK
         AND SOURCE-STATUS OF SSAFE = "CO"
         AND GROUP-USER    OF SSAFE NOT = P-USER-NAME

             IF  C4-COUNT = ZERO
                 DISPLAY " "
                 DISPLAY ">>> Hinweis: folgende Module aus dem Aufruf-"
                         "Umfeld von " W-SOURCE " sind gerade von"
                         " anderen Usern ausgecheckt:"
             END-IF
             ADD 1 TO C4-COUNT

             DISPLAY "    " SOURCE-MODUL OF SSAFE
                     " (ausgecheckt von " GROUP-USER OF SSAFE ")"

         ELSE
             IF  PRG-ABBRUCH
                 EXIT SECTION
             END-IF
         END-IF

     END-PERFORM

     IF  C4-COUNT > ZERO
         DISPLAY " "
     END-IF
     .
 D268-99.
     EXIT.

******************************************************************
* Anzeigen Ergebnis: Program enthält foldende Module
******************************************************************
 D270-SHOW-MODIN SECTION.
 D270-00.
**  ---> Holen der Informationen und anzeigen, öffnen Cursor, lesen 1. Satz
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACE TO MI-DATEN

     MOVE W-SOURCE TO SOURCE-FILE
     MOVE ZERO TO C4-I1
     INSPECT SOURCE-FILE TALLYING C4-I1
         FOR CHARACTERS BEFORE INITIAL " "
     MOVE all "%" TO SOURCE-FILE (C4-I1:)
     MOVE SOURCE-FILE TO PROGRAMM OF PROGRAMX

**  ---> vorab Fundstellen zählen (Blast-Radius vor der Detailliste)
     PERFORM S870-OPEN-MODIN-CURSOR
     PERFORM S871-FETCH-MODIN-CURSOR
     PERFORM UNTIL REFTABS-EOD or PRG-ABBRUCH
         PERFORM S871-FETCH-MODIN-CURSOR
     END-PERFORM
     PERFORM S872-CLOSE-MODIN-CURSOR
     MOVE C4-COUNT TO MIE-COUNT
     MOVE MI-ERGEBNIS TO ZEILE
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE

**  ---> jetzt Detailliste aufbauen, Cursor erneut öffnen, lesen 1. Satz
     PERFORM S870-OPEN-MODIN-CURSOR
     PERFORM S871-FETCH-MODIN-CURSOR

**  ---> Schleife über alle Fundstellen
     PERFORM UNTIL REFTABS-EOD or PRG-ABBRUCH

**      ---> holen Daten des Moduls
         MOVE SPACES TO VAL OF BESCHREIBUNG OF PROGRAMS
         MOVE PMODUL OF PROGRAMX TO PROGRAMM OF PROGRAMS
         INSPECT PROGRAMM OF PROGRAMS CONVERTING " "
                                              TO "_"
         PERFORM S875-SELECT-PROGRAMS

         IF  C4-COUNT = 1
**          ---> Titel und Überschrift anzeigen
             MOVE W-SOURCE  TO MIT-MODUL1
             MOVE MI-TITEL1 TO ZEILE
             PERFORM U010-AUSGABE
             PERFORM U011-AUSGABE-SPACELINE
             MOVE MI-UEBERSCHRIFT TO ZEILE
             PERFORM U010-AUSGABE
             MOVE MI-UNTERSTRICHE TO ZEILE
             PERFORM U010-AUSGABE
         END-IF

         MOVE PROGRAMM     OF PROGRAMS TO MID-PROGRAMM
         MOVE VERSION      OF PROGRAMS TO MID-VERSION
         MOVE VERS-DAT     OF PROGRAMS TO MID-VERS-DAT
         MOVE SPRACHE      OF PROGRAMS TO MID-SPRACHE

         MOVE 1 TO C4-I1
         PERFORM VARYING C4-I1 FROM C4-I1 BY 35
                 UNTIL   C4-I1 > 400
                 OR      C4-I1 > LEN OF BESCHREIBUNG OF PROGRAMS

             MOVE VAL OF BESCHREIBUNG OF PROGRAMS (C4-I1:35) TO MID-BESCHREIBUNG

**          ---> Anzeigen
             MOVE MI-DATEN TO ZEILE
             PERFORM U010-AUSGABE
             MOVE SPACE TO MI-DATEN

         END-PERFORM

**      ---> nachlesen
         PERFORM S871-FETCH-MODIN-CURSOR

     END-PERFORM

**  ---> schließen Cursor
     PERFORM S872-CLOSE-MODIN-CURSOR

**  ---> Ergebnis anzeigen
     MOVE C4-COUNT TO MIE-COUNT
     MOVE MI-ERGEBNIS TO ZEILE
     PERFORM U010-AUSGABE
     .
 D270-99.
     EXIT.

******************************************************************
* Anzeigen Ergebnis: Copy-Lib wird benutzt in welchen Programmen
******************************************************************
 D280-SHOW-LIBIS SECTION.
 D280-00.
**  ---> Holen der Informationen und anzeigen, öffnen Cursor, lesen 1. Satz
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACE TO MI-DATEN

     MOVE W-SOURCE TO SOURCE-FILE
     MOVE ZERO TO C4-I1
     INSPECT SOURCE-FILE TALLYING C4-I1
         FOR CHARACTERS BEFORE INITIAL " "
     MOVE all "%" TO SOURCE-FILE (C4-I1:)
     MOVE SOURCE-FILE TO LIB OF LIBS

**  ---> vorab Fundstellen zählen (Blast-Radius vor der Detailliste)
     PERFORM S880-OPEN-LIBIS-CURSOR
     PERFORM S881-FETCH-LIBIS-CURSOR
     PERFORM UNTIL REFTABS-EOD or PRG-ABBRUCH
         PERFORM S881-FETCH-LIBIS-CURSOR
     END-PERFORM
     PERFORM S882-CLOSE-LIBIS-CURSOR
     MOVE C4-COUNT TO MIE-COUNT
     MOVE MI-ERGEBNIS TO ZEILE
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE

**  ---> jetzt Detailliste aufbauen, Cursor erneut öffnen, lesen 1. Satz
     PERFORM S880-OPEN-LIBIS-CURSOR
     MOVE SPACES TO VAL OF BESCHREIBUNG OF PROGRAMS
     PERFORM S881-FETCH-LIBIS-CURSOR

**  ---> Schleife über alle Fundstellen
     PERFORM UNTIL REFTABS-EOD or PRG-ABBRUCH

         IF  C4-COUNT = 1
**          ---> Titel und Überschrift anzeigen
             MOVE W-SOURCE TO MIT-LIB
             MOVE MI-TITEL2 TO ZEILE
             PERFORM U010-AUSGABE
             PERFORM U011-AUSGABE-SPACELINE
             MOVE MI-UEBERSCHRIFT-LIB TO ZEILE
             PERFORM U010-AUSGABE
             MOVE MI-UNTERSTRICHE-LIB TO ZEILE
             PERFORM U010-AUSGABE
         END-IF

         MOVE PROGRAMM     OF PROGRAMS TO MIDL-PROGRAMM
         MOVE VERSION      OF PROGRAMS TO MIDL-VERSION
         MOVE VERS-DAT     OF PROGRAMS TO MIDL-VERS-DAT
         MOVE SPRACHE      OF PROGRAMS TO MIDL-SPRACHE
         MOVE LIB-VERSION  OF LIBS     TO MIDL-LIBVERSION

         MOVE 1 TO C4-I1
         PERFORM VARYING C4-I1 FROM C4-I1 BY 27
                 UNTIL   C4-I1 > 400
                 OR      C4-I1 > LEN OF BESCHREIBUNG OF PROGRAMS

             MOVE VAL OF BESCHREIBUNG OF PROGRAMS (C4-I1:27) TO MIDL-BESCHREIBUNG

**          ---> Anzeigen
             MOVE MI-DATEN-LIB TO ZEILE
             PERFORM U010-AUSGABE
             MOVE SPACE TO MI-DATEN-LIB

         END-PERFORM

**      ---> nachlesen
         MOVE SPACES TO VAL OF BESCHREIBUNG OF PROGRAMS
         PERFORM S881-FETCH-LIBIS-CURSOR

     END-PERFORM

**  ---> schließen Cursor
     PERFORM S882-CLOSE-LIBIS-CURSOR

**  ---> Ergebnis anzeigen
     MOVE C4-COUNT TO MIE-COUNT
     MOVE MI-ERGEBNIS TO ZEILE
     PERFORM U010-AUSGABE
     .
 D280-99.
     EXIT.

******************************************************************
* Anzeigen Ergebnis: Tabelle wird benutzt in welchen Programmen
******************************************************************
 D290-SHOW-TABIS SECTION.
 D290-00.
**  ---> Holen der Informationen und anzeigen, öffnen Cursor, lesen 1. Satz
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACE TO MI-DATEN

     MOVE SPACES   TO SOURCE-FILE
     MOVE W-TABNAME TO SOURCE-FILE (1:24)
     MOVE ZERO TO C4-I1
     INSPECT SOURCE-FILE TALLYING C4-I1
         FOR CHARACTERS BEFORE INITIAL " "
     MOVE all "%" TO SOURCE-FILE (C4-I1:)
     MOVE SOURCE-FILE TO TABELLE OF TABS

**  ---> vorab Fundstellen zählen (Blast-Radius vor der Detailliste)
     PERFORM S890-OPEN-TABIS-CURSOR
     PERFORM S891-FETCH-TABIS-CURSOR
     PERFORM UNTIL REFTABS-EOD or PRG-ABBRUCH
         PERFORM S891-FETCH-TABIS-CURSOR
     END-PERFORM
     PERFORM S892-CLOSE-TABIS-CURSOR
     MOVE C4-COUNT TO MIE-COUNT
     MOVE MI-ERGEBNIS TO ZEILE
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE

**  ---> jetzt Detailliste aufbauen, Cursor erneut öffnen, lesen 1. Satz
     PERFORM S890-OPEN-TABIS-CURSOR
     MOVE SPACES TO VAL OF BESCHREIBUNG OF PROGRAMS
     PERFORM S891-FETCH-TABIS-CURSOR

**  ---> Schleife über alle Fundstellen
     PERFORM UNTIL REFTABS-EOD or PRG-ABBRUCH

         IF  C4-COUNT = 1
**          ---> Titel und Überschrift anzeigen
             MOVE W-TABNAME TO MIT-TABELLE
             MOVE MI-TITEL3 TO ZEILE
             PERFORM U010-AUSGABE
             PERFORM U011-AUSGABE-SPACELINE
             MOVE MI-UEBERSCHRIFT TO ZEILE
             PERFORM U010-AUSGABE
             MOVE MI-UNTERSTRICHE TO ZEILE
             PERFORM U010-AUSGABE
         END-IF

         MOVE PROGRAMM     OF PROGRAMS TO MID-PROGRAMM
         MOVE VERSION      OF PROGRAMS TO MID-VERSION
         MOVE VERS-DAT     OF PROGRAMS TO MID-VERS-DAT
         MOVE SPRACHE      OF PROGRAMS TO MID-SPRACHE

         MOVE 1 TO C4-I1
         PERFORM VARYING C4-I1 FROM C4-I1 BY 35
                 UNTIL   C4-I1 > 400
                 OR      C4-I1 > LEN OF BESCHREIBUNG OF PROGRAMS

             MOVE VAL OF BESCHREIBUNG OF PROGRAMS (C4-I1:35) TO MID-BESCHREIBUNG

**          ---> Anzeigen
             MOVE MI-DATEN TO ZEILE
             PERFORM U010-AUSGABE
             MOVE SPACE TO MI-DATEN

         END-PERFORM

**      ---> nachlesen
         MOVE SPACES TO VAL OF BESCHREIBUNG OF PROGRAMS
         PERFORM S891-FETCH-TABIS-CURSOR

     END-PERFORM

**  ---> schließen Cursor
     PERFORM S892-CLOSE-TABIS-CURSOR

**  ---> Ergebnis anzeigen
     MOVE C4-COUNT TO MIE-COUNT
     MOVE MI-ERGEBNIS TO ZEILE
     PERFORM U010-AUSGABE
     .
 D290-99.
     EXIT.

******************************************************************
* Anzeigen CRUD-Matrix: ist der Name ein Programm/Modul mit
* Eintraegen in =SSFCRUD, so dessen Zugriffe; sonst alle Programme
* mit Zugriff auf Tabellen/Dateien, deren Name ihn enthaelt
******************************************************************
 D295-SHOW-CRUD SECTION.
 D295-00.
     PERFORM U011-AUSGABE-SPACELINE
     MOVE ZERO   TO W-CRUD-TREFFER W-CRUD-SCHREIB-ANZ
     MOVE SPACES TO H-CRUD-PROGRAMM H-CRUD-OBJEKT

**  ---> zuerst als Programm versuchen (max. 8 Stellen, kein
**       =DEFINE und kein Guardian-Name)
     IF  W-CRUD-NAME (9:) = SPACES
     AND W-CRUD-NAME (1:1) NOT = "=" AND NOT = "$" AND NOT = "\"
         MOVE W-CRUD-NAME (1:8) TO H-CRUD-PROGRAMM
         SET CRUD-SICHT-PRG TO TRUE
         PERFORM D296-CRUD-LISTE
         IF  PRG-ABBRUCH
             EXIT SECTION
         END-IF
     END-IF

**  ---> sonst als Tabelle/Datei: Name irgendwo im Objektnamen
     IF  W-CRUD-TREFFER = ZERO
         MOVE ZERO TO W-CRUD-LEN
         INSPECT W-CRUD-NAME TALLYING W-CRUD-LEN
             FOR CHARACTERS BEFORE INITIAL " "
         IF  W-CRUD-LEN < 1
             EXIT SECTION
         END-IF
         IF  W-CRUD-LEN > 33
             MOVE 33 TO W-CRUD-LEN
         END-IF
         MOVE ALL "%" TO H-CRUD-OBJEKT
         MOVE W-CRUD-NAME (1:W-CRUD-LEN) TO H-CRUD-OBJEKT (2:W-CRUD-LEN)
         SET CRUD-SICHT-OBJ TO TRUE
         PERFORM D296-CRUD-LISTE
         IF  PRG-ABBRUCH
             EXIT SECTION
         END-IF
**      ---> und die Programme, die ein zugreifendes Modul einbinden
         IF  W-CRUD-TREFFER > ZERO
             SET CRUD-SICHT-VIA TO TRUE
             PERFORM D296-CRUD-LISTE
             IF  PRG-ABBRUCH
                 EXIT SECTION
             END-IF
         END-IF
     END-IF

**  ---> Ergebnis anzeigen
     IF  W-CRUD-TREFFER = ZERO
         STRING  " --- keine Zugriffe auf "   DELIMITED BY SIZE
                 W-CRUD-NAME                  DELIMITED BY SPACE
                 " in =SSFCRUD erfasst (ggf. PRGNEU)"
                                              DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
     ELSE
         PERFORM U011-AUSGABE-SPACELINE
         MOVE W-CRUD-TREFFER     TO W-CRUD-ANZ-ED
         MOVE W-CRUD-SCHREIB-ANZ TO W-CRUD-ANZ2-ED
         STRING  " --- "                      DELIMITED BY SIZE
                 W-CRUD-ANZ-ED                DELIMITED BY SIZE
                 " Fundstellen, davon "       DELIMITED BY SIZE
                 W-CRUD-ANZ2-ED               DELIMITED BY SIZE
                 " aendernd (C/U/D)"          DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
     END-IF
     PERFORM U010-AUSGABE
     .
 D295-99.
     EXIT.

******************************************************************
* Liste der CRUD-Matrix fuer die eingestellte Sicht (W-CRUD-SICHT)
* ausgeben: Titel und Ueberschrift vor der ersten Zeile
******************************************************************
 D296-CRUD-LISTE SECTION.
 D296-00.
     MOVE ZERO TO W-CRUD-LISTE-ANZ
     PERFORM S496-OPEN-CRUD-CURSOR
     IF  SSF-EOD
         EXIT SECTION
     END-IF
     PERFORM S497-FETCH-CRUD-CURSOR

     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH

         ADD 1 TO W-CRUD-LISTE-ANZ
         IF  W-CRUD-LISTE-ANZ = 1
**          ---> Titel und Überschrift anzeigen
             EVALUATE TRUE
                 WHEN CRUD-SICHT-PRG
                     STRING  "Das Programm "      DELIMITED BY SIZE
                             H-CRUD-PROGRAMM      DELIMITED BY SPACE
                             " greift zu auf:"    DELIMITED BY SIZE
                       INTO  ZEILE
                     END-STRING
                 WHEN CRUD-SICHT-OBJ
                     STRING  "Zugriffe auf "      DELIMITED BY SIZE
                             W-CRUD-NAME          DELIMITED BY SPACE
                             " durch die Programme:"
                                                  DELIMITED BY SIZE
                       INTO  ZEILE
                     END-STRING
                 WHEN OTHER
                     PERFORM U011-AUSGABE-SPACELINE
                     STRING  "Zugriffe auf "      DELIMITED BY SIZE
                             W-CRUD-NAME          DELIMITED BY SPACE
                             " ueber eingebundene Module:"
                                                  DELIMITED BY SIZE
                       INTO  ZEILE
                     END-STRING
             END-EVALUATE
             PERFORM U010-AUSGABE
             PERFORM U011-AUSGABE-SPACELINE
             MOVE W-CRUD-UEBERSCHRIFT TO ZEILE
             PERFORM U010-AUSGABE
             MOVE W-CRUD-UNTERSTRICHE TO ZEILE
             PERFORM U010-AUSGABE
         END-IF

         MOVE SPACES TO W-CRUD-DATEN
         IF  CRUD-SICHT-VIA
             MOVE H-CRUD-VIA            TO W-CRUD-Z-PROGRAMM
             MOVE PROGRAMM OF SSFCRUD   TO W-CRUD-Z-MODUL
         ELSE
             MOVE PROGRAMM OF SSFCRUD   TO W-CRUD-Z-PROGRAMM
         END-IF
         MOVE ZUGRIFF OF SSFCRUD        TO W-CRUD-Z-ZUGRIFF
         MOVE OBJ-TYP OF SSFCRUD        TO W-CRUD-Z-TYP
         MOVE OBJEKT  OF SSFCRUD        TO W-CRUD-Z-OBJEKT
         MOVE W-CRUD-DATEN TO ZEILE
         PERFORM U010-AUSGABE

         ADD 1 TO W-CRUD-TREFFER
         IF  ZUGRIFF OF SSFCRUD (1:1) = "C"
         OR  ZUGRIFF OF SSFCRUD (3:1) = "U"
         OR  ZUGRIFF OF SSFCRUD (4:1) = "D"
             ADD 1 TO W-CRUD-SCHREIB-ANZ
         END-IF

**      ---> nachlesen
         PERFORM S497-FETCH-CRUD-CURSOR

     END-PERFORM

**  ---> schließen Cursor
     PERFORM S498-CLOSE-CRUD-CURSOR
     .
 D296-99.
     EXIT.

******************************************************************
* Release nach Test
******************************************************************
 D310-COPY-ROLLOVER SECTION.
 D310-00.
**  ---> Source-file-name in einem Feld aufbereiten
     MOVE SPACES TO SOURCE-FILE
     STRING  SOURCE-FILE-VOL         DELIMITED BY SPACE
             "."                     DELIMITED BY SIZE
             SVOL-SOURCE OF SSPARM   DELIMITED BY SPACE
             "."                     DELIMITED BY SIZE
             SOURCE-FILE-NAME        DELIMITED BY SPACE
       INTO  SOURCE-FILE
     END-STRING

**  ---> Destination File-Name zusammenbasteln
     MOVE SPACES TO DEST-FILE
     MOVE SOURCE-FILE-VOL     TO DEST-FILE-VOL
     MOVE SVOL-DEST OF SSPARM TO DEST-FILE-SUBVOL
     MOVE SOURCE-FILE-NAME    TO DEST-FILE-NAME
     STRING  DEST-FILE-VOL       DELIMITED BY SPACE
             "."                 DELIMITED BY SIZE
             DEST-FILE-SUBVOL    DELIMITED BY SPACE
             "."                 DELIMITED BY SIZE
             DEST-FILE-NAME      DELIMITED BY SPACE
       INTO  DEST-FILE
     END-STRING

**  ---> mögliche Versionsdateinamen aufbereiten
     MOVE SPACES TO W-VERSIONS-TABELLE

     MOVE ZERO TO C4-I1
     INSPECT DEST-FILE TALLYING C4-I1
         FOR CHARACTERS BEFORE INITIAL " "

     MOVE DEST-FILE TO W-VERSION-FILE (1)
     MOVE "A"       TO W-VERSION-FILE (1) (C4-I1:1)
     MOVE DEST-FILE TO W-VERSION-FILE (2)
     MOVE "B"       TO W-VERSION-FILE (2) (C4-I1:1)
     MOVE DEST-FILE TO W-VERSION-FILE (3)
     MOVE "C"       TO W-VERSION-FILE (3) (C4-I1:1)
     MOVE DEST-FILE TO W-VERSION-FILE (4)
     MOVE "D"       TO W-VERSION-FILE (4) (C4-I1:1)
     MOVE DEST-FILE TO W-VERSION-FILE (5)
**  ---> je nach Source-Typ (Version A.01.40)
     IF  SOURCE-TYP OF SSAFE = "CM"
     and AKTION OF SSPARM = "R2T-MOD" or = "R2P-MOD"
         MOVE "M"   TO W-VERSION-FILE (5) (C4-I1:1)
     ELSE
         MOVE "E"   TO W-VERSION-FILE (5) (C4-I1:1)
     END-IF

**  ---> dann prüfen alle vorhandenen Dateien, des angegebenen Sources
**       im SubVol SSPARM.SVOL_DEST, um korrekte FUP Befehle zu
**  ---> generieren
     MOVE SVOL-DEST OF SSPARM TO SEARCH-FILE-SUBVOL

     PERFORM E100-FIND-START
     PERFORM E110-FIND-NEXT

**   ---> Schleife über alle Dateien mit gleichem Namen
     PERFORM UNTIL F-EOF
             OR    PRG-ABBRUCH

**      ---> letztes Zeichen (A bis E) des Dateiamens in Tabelle speichern
         MOVE ZERO TO C4-I1
         INSPECT SEARCH-FILE TALLYING C4-I1
             FOR CHARACTERS BEFORE INITIAL " "

**          ---> letztes Zeichen merken
             EVALUATE SEARCH-FILE (C4-I1:1)
                 WHEN "A"        MOVE "A" TO W-VERSION (1)
                 WHEN "B"        MOVE "B" TO W-VERSION (2)
                 WHEN "C"        MOVE "C" TO W-VERSION (3)
                 WHEN "D"        MOVE "D" TO W-VERSION (4)
                 WHEN "E"        MOVE "E" TO W-VERSION (5)
**              ---> (Version A.01.40)
                 WHEN "M"        MOVE "M" TO W-VERSION (5)
                 WHEN OTHER      CONTINUE
             END-EVALUATE

**      ---> suchen nächsten
         PERFORM E110-FIND-NEXT

     END-PERFORM

**  ---> nun die FUP Kommandos aufbereiten

**  ---> Fehler und Warnungen erlauben
     IF  FUP-COMMANDS-ANZ = ZERO
         ADD 1 TO FUP-COMMANDS-ANZ
         MOVE "ALLOW 10 ERRORS, 10 WARNINGS" TO FUP-COMMAND (FUP-COMMANDS-ANZ)
     END-IF

     IF  W-VERSION (1) NOT = SPACE
**      ---> Version "..A" löschen
         ADD 1 TO FUP-COMMANDS-ANZ
         STRING  " PURGE ! "         DELIMITED BY SIZE
                 W-VERSION-FILE (1)  DELIMITED BY SPACE
           INTO  FUP-COMMAND (FUP-COMMANDS-ANZ)
         END-STRING
     END-IF

     IF  W-VERSION (2) NOT = SPACE
**      ---> Version "..B" nach "..A" renamen
         ADD 1 TO FUP-COMMANDS-ANZ
         STRING  " RENAME "          DELIMITED BY SIZE
                 W-VERSION-FILE (2)  DELIMITED BY SPACE
                 ", "                DELIMITED BY SIZE
                 W-VERSION-FILE (1)  DELIMITED BY SPACE
           INTO  FUP-COMMAND (FUP-COMMANDS-ANZ)
         END-STRING
     END-IF

     IF  W-VERSION (3) NOT = SPACE
**      ---> Version "..C" nach "..B" renamen
         ADD 1 TO FUP-COMMANDS-ANZ
         STRING  " RENAME "          DELIMITED BY SIZE
                 W-VERSION-FILE (3)  DELIMITED BY SPACE
                 ", "                DELIMITED BY SIZE
                 W-VERSION-FILE (2)  DELIMITED BY SPACE
           INTO  FUP-COMMAND (FUP-COMMANDS-ANZ)
         END-STRING
     END-IF

     IF  W-VERSION (4) NOT = SPACE
**      ---> Version "..D" nach "..C" renamen
         ADD 1 TO FUP-COMMANDS-ANZ
         STRING  " RENAME "          DELIMITED BY SIZE
                 W-VERSION-FILE (4)  DELIMITED BY SPACE
                 ", "                DELIMITED BY SIZE
                 W-VERSION-FILE (3)  DELIMITED BY SPACE
           INTO  FUP-COMMAND (FUP-COMMANDS-ANZ)
         END-STRING
     END-IF

     IF  W-VERSION (5) NOT = SPACE
**      ---> Version "..E" nach "..D" renamen
         ADD 1 TO FUP-COMMANDS-ANZ
         STRING  " RENAME "          DELIMITED BY SIZE
                 W-VERSION-FILE (5)  DELIMITED BY SPACE
                 ", "                DELIMITED BY SIZE
                 W-VERSION-FILE (4)  DELIMITED BY SPACE
           INTO  FUP-COMMAND (FUP-COMMANDS-ANZ)
         END-STRING
     END-IF

**  ---> und nun noch das Source-File aus "WSRC" duplizieren
**  ---> bzw. aus xMOD nach yMOD
     ADD 1 TO FUP-COMMANDS-ANZ
*>
     IF  SOURCE-TYP OF SSAFE = "CM"
     and AKTION OF SSPARM = "R2T-MOD" or = "R2P-MOD"
         MOVE ZERO TO C4-I1
         INSPECT SOURCE-FILE TALLYING C4-I1
             FOR CHARACTERS BEFORE INITIAL " "
         MOVE "M" TO SOURCE-FILE (C4-I1:1)
         MOVE W-VERSION-FILE (5) TO DEST-FILE
     end-if
*>

     STRING  " DUP "         DELIMITED BY SIZE
             SOURCE-FILE     DELIMITED BY SPACE
             ", "            DELIMITED BY SIZE
             DEST-FILE       DELIMITED BY SPACE
             ", sourcedate"  DELIMITED BY SIZE
       INTO FUP-COMMAND (FUP-COMMANDS-ANZ)
     END-STRING

**  ---> security umsetzen
     ADD 1 TO FUP-COMMANDS-ANZ
     EVALUATE AKTION OF SSPARM
         WHEN "R2P-SRC"
                         STRING  " SECURE "      DELIMITED BY SIZE
                                 DEST-FILE       DELIMITED BY SPACE
                                 ", ""NUUU"""    DELIMITED BY SIZE
                           INTO FUP-COMMAND (FUP-COMMANDS-ANZ)
                         END-STRING
         WHEN "SAVE-LIB"
                         STRING  " SECURE "      DELIMITED BY SIZE
                                 DEST-FILE       DELIMITED BY SPACE
                                 ", ""AUUU"""    DELIMITED BY SIZE
                           INTO FUP-COMMAND (FUP-COMMANDS-ANZ)
                         END-STRING
         WHEN OTHER
                         STRING  " SECURE "      DELIMITED BY SIZE
                                 DEST-FILE       DELIMITED BY SPACE
                                 ", ""CUUU"""    DELIMITED BY SIZE
                           INTO FUP-COMMAND (FUP-COMMANDS-ANZ)
                         END-STRING

     END-EVALUATE
     .
 D310-99.
     EXIT.

******************************************************************
* Object von Entw. nach Test bzw. von Test nach Prod.
******************************************************************
 D320-COPY-OBJECT SECTION.
 D320-00.
**  ---> Source-file-name in einem Feld aufbereiten
     MOVE SPACES TO SOURCE-FILE
     STRING  SOURCE-FILE-VOL         DELIMITED BY SPACE
             "."                     DELIMITED BY SIZE
             SVOL-SOURCE OF SSPARM   DELIMITED BY SPACE
             "."                     DELIMITED BY SIZE
             SOURCE-FILE-NAME        DELIMITED BY SPACE
       INTO  SOURCE-FILE
     END-STRING

**  ---> "E" durch "S/O/ " ersetzen
     MOVE SOURCE-FILE TO IN-SOURCE
     PERFORM U400-OBJECT-NAME
     MOVE OUT-SOURCE TO SOURCE-FILE

**  ---> aufbereiten Dateiname für Ausgabe Hinweis
     UNSTRING SOURCE-FILE DELIMITED BY "."
         INTO W-DUMMY-1
              W-DUMMY-2
              W-PROG-OBJECT
     END-UNSTRING

**  ---> Destination File-Name zusammenbasteln
     MOVE SPACES TO DEST-FILE
     MOVE SOURCE-FILE-VOL     TO DEST-FILE-VOL
     MOVE SVOL-DEST OF SSPARM TO DEST-FILE-SUBVOL
     MOVE SOURCE-FILE-NAME    TO DEST-FILE-NAME
     STRING  DEST-FILE-VOL       DELIMITED BY SPACE
             "."                 DELIMITED BY SIZE
             DEST-FILE-SUBVOL    DELIMITED BY SPACE
             "."                 DELIMITED BY SIZE
             DEST-FILE-NAME      DELIMITED BY SPACE
       INTO  DEST-FILE
     END-STRING

**  ---> "E" durch "N" ersetzen
     MOVE DEST-FILE TO IN-SOURCE
     PERFORM U400-OBJECT-NAME
     MOVE OUT-SOURCE TO DEST-FILE

**  ---> je nach Kommando unterschiedliche Namens-Endungen
     IF  CMD-REL2TEST
**      ---> bei Kommando REL2TEST den Prog-Namen mit "N" überschreiben
         MOVE "N" TO DEST-FILE (C4-I1:1)
     END-IF

**  ---> nun erstmal prüfen, ob Securities richtig gesetzt sind ("A" oder "N")
**       vollst. Filename in SOURCE-FILE-VOL
     MOVE SOURCE-FILE TO T-FNAME
     PERFORM E120-FILE-INFO
     IF  T-ERROR NOT = ZERO
**      ---> Datei sollte eingentlich da sein
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-010" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         SET FKT-ABFRAGE TO TRUE
         EXIT SECTION
     END-IF

**  ---> Object-N darf nicht da sein
*     IF  CMD-REL2PROD
         MOVE DEST-FILE TO T-FNAME
         PERFORM E120-FILE-INFO
         IF  T-ERROR = ZERO
**          ---> Datei darf nicht da sein
             MOVE "FEHLER"   TO BEREICH   OF SSTEXT
             IF  CMD-REL2PROD
                 MOVE "FEHL-029" TO KATEGORIE OF SSTEXT
             ELSE
                 MOVE "FEHL-029" TO KATEGORIE OF SSTEXT
             END-IF
             STRING  "!    "  DELIMITED BY SIZE
                     DEST-FILE  DELIMITED BY SPACE
               INTO  W-TEXT
             END-STRING
**          ---> anzeigen Hilfstext
             PERFORM R100-SHOW-TEXT
             SET FKT-ABFRAGE TO TRUE
             move 99 to t-error
             EXIT SECTION
         ELSE
             IF  T-ERROR = 11
                 MOVE ZERO TO T-ERROR
             END-IF
         END-IF
*     END-IF

**  ---> wenn File-Group = 120 Prüfung auf Sec-String überspringen
     IF  D-FILE-GROUP NOT = 120
         IF  NOT (D-SEC-STRING (1:1) = "A" OR D-SEC-STRING (1:1) = "N")
             MOVE "FEHLER"   TO BEREICH   OF SSTEXT
             MOVE "FEHL-011" TO KATEGORIE OF SSTEXT
**          ---> anzeigen Hilfstext
             PERFORM R100-SHOW-TEXT
             SET FKT-ABFRAGE TO TRUE
             EXIT SECTION
         END-IF
     END-IF

**  ---> FUP DUP (src nach dest)
     ADD 1 TO FUP-COMMANDS-ANZ
     STRING  " DUP "         DELIMITED BY SIZE
             SOURCE-FILE     DELIMITED BY SPACE
             ", "            DELIMITED BY SIZE
             DEST-FILE       DELIMITED BY SPACE
             ", sourcedate"  DELIMITED BY SIZE
       INTO FUP-COMMAND (FUP-COMMANDS-ANZ)
     END-STRING
     .
 D320-99.
     EXIT.

******************************************************************
* Suchen im Sourcefile nach der Versionsbezeichnung und Eintragung
* in Tabelle WVERSION erzeugen
******************************************************************
 D330-WVERSION SECTION.
 D330-00.
**  ---> zunächst Sourcefile assignen
     ENTER "COBOLASSIGN" USING  SOURCEF
                                ASS-FNAME
                         GIVING ASS-FSTATUS
     IF  ASS-FSTATUS NOT = ZERO
         DISPLAY "Fehler bei COBOLASSIGN (OUT): "
                 ASS-FNAME " " ASS-FSTATUS
         DISPLAY " ---> Programm-Abbruch <--- "
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     ELSE
**      --->  Öffnen Datei
         OPEN INPUT SOURCEF
     END-IF

**  ---> Versionseintrag in Sourcefile suchen
     DISPLAY "Versionsbezeichnung suchen " with no advancing

**  ---> erstes Lesen der Eingabedatei
     READ SOURCEF

**  ---> Schleife bis EOF
     SET SOURCEF-OK TO TRUE
     PERFORM UNTIL   FILE-EOF
             OR      SOURCEF-FOUND

         DISPLAY "." with no advancing

         MOVE SOURCEF-RECORD TO W-RECORD
         INSPECT SOURCEF-RECORD CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
         MOVE ZERO TO C4-ANZ
         INSPECT SOURCEF-RECORD TALLYING
                 C4-ANZ FOR CHARACTERS BEFORE INITIAL "* LETZTE VERSION   ::"
         IF  C4-ANZ >= 0 and < 40
             MOVE W-RECORD (C4-ANZ + 23:8) TO W-PROG-VERSION
             PERFORM E330-VERSION
             SET SOURCEF-FOUND TO TRUE
             EXIT PERFORM
         END-IF

**      ---> naechstes Lesen
         READ SOURCEF

     END-PERFORM

     CLOSE SOURCEF
     DISPLAY " "

     IF  FILE-EOF
         SET SOURCEF-NOK
             PRG-ABBRUCH TO TRUE
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-008" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         SET FKT-ABFRAGE TO TRUE
         EXIT SECTION
     END-IF
     .
 D330-99.
     EXIT.

******************************************************************
* Abfragen Werte für Tabelle =ABNAHME
******************************************************************
 D340-ABNAHME-WERTE SECTION.
 D340-00.
**  ---> erstmal initialisieren
     INITIALIZE  AUFTRAG-LINK    OF ABNAHME
                 AUFTRAG-VON     OF ABNAHME
                 KONZEPT-LINK    OF ABNAHME
                 TESTPROT-LINK   OF ABNAHME
                 RUECKBAU-LINK   OF ABNAHME

**  ---> Auftraggeber prompten
     PERFORM U011-AUSGABE-SPACELINE
     SET EIN-KLEIN-GROSS
         PROMPT-AUFTRAGGEB TO TRUE
     PERFORM U000-EINGABE
     MOVE EINGABE (1:C4-INLEN) TO AUFTRAG-VON OF ABNAHME

**  ---> Inhalt für Feld "AUTRAG_LINK" prompten
     SET EIN-KLEIN-GROSS
         PROMPT-AUFTR-LINK TO TRUE
     PERFORM U000-EINGABE
**  ---> Gänsebeine ersetzen, da sonst SQL-Fehler bei dyn. SQL
     INSPECT EINGABE CONVERTING """"
                             TO "#"
     MOVE EINGABE (1:C4-INLEN) TO VAL OF AUFTRAG-LINK OF ABNAHME
     MOVE C4-INLEN             TO LEN OF AUFTRAG-LINK OF ABNAHME

**  ---> Datum zum Autrag prompten, dafür Schleife bis Eingabe OK
     MOVE 9999 TO HC-DAY-ERR
     PERFORM UNTIL HC-DAY-ERR = ZERO

         SET EIN-KLEIN-GROSS
             PROMPT-VOM TO TRUE
         PERFORM U000-EINGABE

**      ---> Datum muss nun geprüft werden !!
         MOVE EINGABE (1:C4-INLEN) TO HC-DAT-UNGEPR
         MOVE SPACE   TO HC-DAY-FKT-TABELLE
         MOVE "X"     TO HC-DAY-FKT (1)

**      ---> Aufruf Prüfmodul
         PERFORM M140-CALL-HCDAY
         IF  HC-DAY-ERR NOT = ZERO
             MOVE "FEHLER"   TO BEREICH   OF SSTEXT
             MOVE "FEHL-036" TO KATEGORIE OF SSTEXT
**          ---> anzeigen Hilfstext
             PERFORM R100-SHOW-TEXT
         END-IF

     END-PERFORM

**  ---> und aufbereiten
     MOVE HC-DAT-SORT (1:4) TO AUFTRAG-AM OF ABNAHME
     MOVE "-"               TO AUFTRAG-AM OF ABNAHME (5:1)
     MOVE HC-DAT-SORT (5:2) TO AUFTRAG-AM OF ABNAHME (6:2)
     MOVE "-"               TO AUFTRAG-AM OF ABNAHME (8:1)
     MOVE HC-DAT-SORT (7:2) TO AUFTRAG-AM OF ABNAHME (9:2)

**  ---> Link zum Konzept prompten
     SET EIN-KLEIN-GROSS
         PROMPT-KONZ-LINK TO TRUE
     PERFORM U000-EINGABE
**  ---> Gänsebeine ersetzen, da sonst SQL-Fehler bei dyn. SQL
     INSPECT EINGABE CONVERTING """"
                             TO "#"
     MOVE EINGABE (1:C4-INLEN) TO VAL OF KONZEPT-LINK OF ABNAHME
     MOVE C4-INLEN             TO LEN OF KONZEPT-LINK OF ABNAHME

**  ---> Link zum Testprotokoll prompten
     SET EIN-KLEIN-GROSS
         PROMPT-TEST-LINK TO TRUE
     PERFORM U000-EINGABE
**  ---> Gänsebeine ersetzen, da sonst SQL-Fehler bei dyn. SQL
     INSPECT EINGABE CONVERTING """"
                             TO "#"
     MOVE EINGABE (1:C4-INLEN) TO VAL OF TESTPROT-LINK OF ABNAHME
     MOVE C4-INLEN             TO LEN OF TESTPROT-LINK OF ABNAHME

**  ---> Rückbauplan prompten - Pflichtfeld, da ohne Rückbauplan
**       keine produktive Freigabe beantragt werden darf
     MOVE ZERO TO C4-INLEN
     PERFORM UNTIL C4-INLEN >= W-RUECKBAU-MIN

         SET EIN-KLEIN-GROSS
             PROMPT-RUECKBAU TO TRUE
         PERFORM U000-EINGABE

         IF  C4-INLEN < W-RUECKBAU-MIN
             MOVE "FEHLER"   TO BEREICH   OF SSTEXT
             MOVE "FEHL-060" TO KATEGORIE OF SSTEXT
**          ---> anzeigen Hilfstext
             PERFORM R100-SHOW-TEXT
         END-IF

     END-PERFORM
**  ---> Gänsebeine ersetzen, da sonst SQL-Fehler bei dyn. SQL
     INSPECT EINGABE CONVERTING """"
                             TO "#"
     MOVE EINGABE (1:C4-INLEN) TO VAL OF RUECKBAU-LINK OF ABNAHME
     MOVE C4-INLEN             TO LEN OF RUECKBAU-LINK OF ABNAHME
     .
 D340-99.
     EXIT.

******************************************************************
* Abfragen und prüfen des persoenlichen Freigabe-Bestcodes vor dem
* Commit in C340-REL4WEAT (W-BCH-GESPEICHERT bzw. W-BESTCODE-STORED
* und BESTCODE-VORHANDEN wurden beim Login in C050-GET-USER-INFO
* aus =SSUSER gelesen) - Ergebnis in CHECK-OK/CHECK-NOK
******************************************************************
 D341-CHECK-FREIGABECODE SECTION.
 D341-00.
     SET CHECK-OK TO TRUE

     IF  NOT BESTCODE-VORHANDEN
         DISPLAY " !!! Für diesen User ist noch kein Freigabe-"
                 "Bestcode hinterlegt (Kommando PINSET) - Freigabe "
                 "abgebrochen !!!"
         SET CHECK-NOK TO TRUE
         EXIT SECTION
     END-IF

**  ---> Echo für Eingabe ausschalten
     MOVE ZERO TO SM-PARM1
     PERFORM D020-SETMODE
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

     PERFORM U011-AUSGABE-SPACELINE
     SET EIN-ASCII
         PROMPT-BESTCODE TO TRUE
     PERFORM U000-EINGABE

**  ---> Echo wieder einschalten
     MOVE 1 TO SM-PARM1
     PERFORM D020-SETMODE
     PERFORM U011-AUSGABE-SPACELINE
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

     IF  EINGABE = "E" OR = SPACE
         SET CHECK-NOK TO TRUE
         EXIT SECTION
     END-IF

**  ---> Eingabe hashen wie gespeichert (Salz und Verfahren aus dem
**       gespeicherten Hash), bei nicht umgestelltem Altbestand
**       verschluesselt vergleichen
     EVALUATE TRUE
         WHEN BESTCODE-ALTFORMAT
             MOVE EINGABE (1:C4-ANZ) TO W-UMSCHL-IN
             PERFORM U320-ENCR
             IF  W-UMSCHL-OUT = W-BESTCODE-STORED
                 SET BCH-PASST       TO TRUE
             ELSE
                 SET BCH-PASST-NICHT TO TRUE
             END-IF
         WHEN W-BCHG-VERFAHREN = K-BCH-VERF-ALT
             MOVE SPACES             TO W-BCH-KLAR
             MOVE EINGABE (1:C4-ANZ) TO W-BCH-KLAR (1:8)
             MOVE 8                  TO W-BCH-KLAR-LEN
             PERFORM D761-BESTCODE-VERGLEICH
         WHEN C4-ANZ > K-BCH-MAX-LEN
             SET BCH-PASST-NICHT TO TRUE
         WHEN OTHER
             MOVE SPACES             TO W-BCH-KLAR
             MOVE EINGABE (1:C4-ANZ) TO W-BCH-KLAR
             MOVE C4-ANZ             TO W-BCH-KLAR-LEN
             PERFORM D761-BESTCODE-VERGLEICH
     END-EVALUATE

     IF  BCH-PASST-NICHT
**      ---> falscher Bestcode - kein stiller Fehlschlag, sondern
**           mit Protokolleintrag, da hier eine Freigabe versucht wurde
         DISPLAY " !!! Freigabe-Bestcode falsch - Freigabe "
                 "abgebrochen !!!"

         MOVE W-SOURCE    TO SOURCE-MODUL OF SSPROT
         MOVE "FR"         TO AKTION       OF SSPROT
         MOVE "FF"         TO KZ-FREIGABE  OF SSPROT
         MOVE P-USER-NAME TO GROUP-USER   OF SSPROT
         MOVE SPACES      TO KOMMENTAR    OF SSPROT
         PERFORM U100-BEGIN
         PERFORM S200-INSERT-SSPROT
         PERFORM U110-COMMIT

         SET CHECK-NOK TO TRUE
         EXIT SECTION
     END-IF
     .
 D341-99.
     EXIT.

******************************************************************
* Sammelfreigabe (C342): Freigabe-Voraussetzungen des Moduls
* W-FGA-MODUL (W-FGA-IX) pruefen - Review-Stand, Testnachweis und
* Ergebnis/Grund werden in der Tabelle vermerkt, der erste nicht
* erfuellte Punkt ist der ausgewiesene Grund
******************************************************************
 D342-FGA-PRUEFEN SECTION.
 D342-00.
     SET FGA-UEBERSPRUNGEN (W-FGA-IX) TO TRUE
     MOVE W-FGA-MODUL (W-FGA-IX) TO W-SOURCE
     MOVE W-SOURCE               TO SOURCE-MODUL OF SSAFE
     PERFORM S100-SELECT-SSAFE
     IF  SSF-EOD OR PRG-ABBRUCH
         SET PRG-OK TO TRUE
         MOVE "Modul nicht in SSAFE" TO W-FGA-GRUND (W-FGA-IX)
         EXIT SECTION
     END-IF

**  ---> offener Freigabe-Antrag (=ABNAHME) zur aktuellen Version
     MOVE W-SOURCE TO IN-SOURCE
     PERFORM U400-OBJECT-NAME
     MOVE OUT-SOURCE TO PRG-NAME OF ABNAHME
     MOVE W-SOURCE TO PROGRAMM OF PROGRAMS
     PERFORM S840-SELECT-PROGRAMS
     MOVE VERSION OF PROGRAMS TO VERSION OF ABNAHME
     MOVE VERSION OF PROGRAMS TO W-FGA-VERSION (W-FGA-IX)
     PERFORM S720-OPEN-ABNAHME-CURSOR
     PERFORM S721-FETCH-ABNAHME-CURSOR
     PERFORM S722-CLOSE-ABNAHME-CURSOR

**  ---> Review-Stand der juengsten Review-Obligation (Anzeige)
     MOVE W-SOURCE TO SOURCE-MODUL OF SSFREVIEW
     PERFORM S940-SELECT-SSFREVIEW-LATEST
     EVALUATE TRUE
         WHEN NOT SSFREVIEW-OK
             MOVE "keines"    TO W-FGA-REVIEW (W-FGA-IX)
         WHEN W-REVIEW-STATUS = "G"
             MOVE "genehmigt" TO W-FGA-REVIEW (W-FGA-IX)
         WHEN W-REVIEW-STATUS = "A"
             MOVE "abgelehnt" TO W-FGA-REVIEW (W-FGA-IX)
         WHEN OTHER
             MOVE "offen"     TO W-FGA-REVIEW (W-FGA-IX)
     END-EVALUATE

     IF  REF-TABS-NOK
     OR  FREIGABE-ANTRAG-VON OF ABNAHME = SPACE
         MOVE "kein Freigabe-Antrag in ABNAHME"
             TO W-FGA-GRUND (W-FGA-IX)
         EXIT SECTION
     END-IF

**  ---> Pflicht-Testnachweise der ZIELKLASSE (TESTDOC, s. D834)
     PERFORM D834-CHECK-TESTDOC
     IF  W-TDOC-FEHLT = SPACES
         MOVE "ok"       TO W-FGA-TDOC (W-FGA-IX)
     ELSE
         MOVE SPACES     TO W-FGA-TDOC (W-FGA-IX)
         STRING  "fehlt "     DELIMITED BY SIZE
                 W-TDOC-FEHLT DELIMITED BY SIZE
           INTO  W-FGA-TDOC (W-FGA-IX)
         END-STRING
     END-IF

     IF  FREIGABE-VON  OF ABNAHME NOT = SPACE
     AND FREIGABE-VON2 OF ABNAHME NOT = SPACE
         MOVE "bereits freigegeben" TO W-FGA-GRUND (W-FGA-IX)
         EXIT SECTION
     END-IF

**  ---> Vier-Augen-Prinzip: weder Entwickler (CI) noch R2T-User
     PERFORM D343-FG-AUSSCHLUSS
     IF  W-USER-NAME = W-FG-EXCL-CI
         MOVE "Vier-Augen: eigener CHECKIN" TO W-FGA-GRUND (W-FGA-IX)
         EXIT SECTION
     END-IF
     IF  W-USER-NAME = W-FG-EXCL-TR
         MOVE "Vier-Augen: eigenes REL2TEST" TO W-FGA-GRUND (W-FGA-IX)
         EXIT SECTION
     END-IF

**  ---> zweite Unterschrift muss von einem ANDEREN User kommen
     IF  FREIGABE-VON OF ABNAHME NOT = SPACE
     AND FREIGABE-VON OF ABNAHME = P-USER-NAME (1:16)
         MOVE "1. Unterschrift schon vom selben User"
             TO W-FGA-GRUND (W-FGA-IX)
         EXIT SECTION
     END-IF

     IF  NOT SSFREVIEW-OK
     OR  W-REVIEW-STATUS NOT = "G"
         MOVE "Review nicht genehmigt" TO W-FGA-GRUND (W-FGA-IX)
         EXIT SECTION
     END-IF

     IF  W-TDOC-FEHLT NOT = SPACES
         MOVE SPACES TO W-FGA-GRUND (W-FGA-IX)
         STRING  "Testnachweis "   DELIMITED BY SIZE
                 W-TDOC-FEHLT      DELIMITED BY SIZE
                 " fehlt"          DELIMITED BY SIZE
           INTO  W-FGA-GRUND (W-FGA-IX)
         END-STRING
         EXIT SECTION
     END-IF

**  ---> Rueckroll-Pruefung wie vor REL2PROD (E327): ist eine
**       produktive Vorversion vorhanden, muss sie archiviert sein
     MOVE "R2P-SRC" TO W-AKTION-BASIS
     PERFORM D810-SELECT-SSPARM-ZIELKLASSE
     IF  NOT SSPRM-OK
         MOVE "kein Ziel-SubVol R2P-SRC" TO W-FGA-GRUND (W-FGA-IX)
         EXIT SECTION
     END-IF
     MOVE W-SOURCE TO SOURCE-FILE-NAME
     PERFORM E327-VALIDATE-ROLLBACK-PLAN
     IF  PRG-ABBRUCH
         SET PRG-OK TO TRUE
         MOVE "Rueckroll-Version nicht archiviert"
             TO W-FGA-GRUND (W-FGA-IX)
         EXIT SECTION
     END-IF

**  ---> alle Pruefungen bestanden
     SET FGA-FREIGEBBAR (W-FGA-IX) TO TRUE
     PERFORM D830-CHECK-APPR2-REQUIRED
     EVALUATE TRUE
         WHEN FREIGABE-VON OF ABNAHME NOT = SPACE
             MOVE "freigebbar (2. Unterschrift)"
                 TO W-FGA-GRUND (W-FGA-IX)
         WHEN APPR2-NOETIG
             MOVE "freigebbar (1. von 2 Unterschriften)"
                 TO W-FGA-GRUND (W-FGA-IX)
         WHEN OTHER
             MOVE "freigebbar" TO W-FGA-GRUND (W-FGA-IX)
     END-EVALUATE
     .
 D342-99.
     EXIT.

******************************************************************
* Ausschluss-User fuer die Freigabe von W-SOURCE ermitteln (Vier-
* Augen-Prinzip, s. C341/D342): Entwickler des juengsten CHECKIN
* und User des juengsten REL2TEST, jeweils ohne Gruppen-Praefix
******************************************************************
 D343-FG-AUSSCHLUSS SECTION.
 D343-00.
     MOVE SPACES TO W-FG-EXCL-CI
     MOVE SPACES TO W-FG-EXCL-TR

**  ---> User, der R2T durchgeführt hat (max(zpins) mit KZ_FREIGABE="TR")
     MOVE W-SOURCE TO SOURCE-MODUL OF SSPROT
     MOVE "TR"     TO KZ-FREIGABE  OF SSPROT
     PERFORM S220-SELECT-SSPROT-MAX
     IF  SSPROT-OK
         MOVE W-SOURCE TO SOURCE-MODUL OF SSPROT
         PERFORM S222-SELECT-SSPROT-ALL
     END-IF
     IF  SSPROT-OK
         MOVE ZERO TO C4-I1
         INSPECT GROUP-USER OF SSPROT TALLYING C4-I1
             FOR CHARACTERS BEFORE INITIAL "."
         MOVE GROUP-USER OF SSPROT (C4-I1 + 2:) TO W-FG-EXCL-TR
     END-IF

**  ---> User, der das ursprüngliche CHECKIN durchgeführt hat
**       (max(zpins) mit AKTION="CI")
     MOVE W-SOURCE TO SOURCE-MODUL OF SSPROT
     MOVE "CI"     TO AKTION       OF SSPROT
     PERFORM S223-SELECT-SSPROT-MAX-ZP
     IF  SSPROT-OK
         PERFORM S224-SELECT-SSPROT-MAX-CI
     END-IF
     IF  SSPROT-OK
         MOVE ZERO TO C4-I1
         INSPECT GROUP-USER OF SSPROT TALLYING C4-I1
             FOR CHARACTERS BEFORE INITIAL "."
         MOVE GROUP-USER OF SSPROT (C4-I1 + 2:) TO W-FG-EXCL-CI
     END-IF
     .
 D343-99.
     EXIT.

******************************************************************
* Sammelfreigabe (C342): Unterschrift fuer das Modul
* W-FGA-MODUL (W-FGA-IX) eintragen - wie die Einzelfreigabe in
* C341 mit eigenem =ABNAHME-Update, =SSPROT-Satz und Commit
******************************************************************
 D344-FGA-FREIGEBEN SECTION.
 D344-00.
     MOVE W-FGA-MODUL (W-FGA-IX) TO W-SOURCE
     MOVE W-SOURCE               TO SOURCE-MODUL OF SSAFE
     PERFORM S100-SELECT-SSAFE

**  ---> =ABNAHME-Eintrag frisch lesen
     MOVE W-SOURCE TO IN-SOURCE
     PERFORM U400-OBJECT-NAME
     MOVE OUT-SOURCE              TO PRG-NAME OF ABNAHME
     MOVE W-FGA-VERSION (W-FGA-IX) TO VERSION OF ABNAHME
     PERFORM S720-OPEN-ABNAHME-CURSOR
     PERFORM S721-FETCH-ABNAHME-CURSOR
     PERFORM S722-CLOSE-ABNAHME-CURSOR
     IF  SSF-EOD OR PRG-ABBRUCH OR REF-TABS-NOK
         SET PRG-OK TO TRUE
         SUBTRACT 1 FROM W-FGA-OK-ANZ
         ADD 1 TO W-FGA-SKIP-ANZ
         MOVE SPACES TO ZEILE
         STRING  "  FEHLER:        "         DELIMITED BY SIZE
                 W-SOURCE                    DELIMITED BY SPACE
                 " (ABNAHME nicht lesbar)"   DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

     PERFORM D830-CHECK-APPR2-REQUIRED

     PERFORM U100-BEGIN
     IF  FREIGABE-VON OF ABNAHME = SPACE
**      ---> erste Unterschrift
         MOVE P-USER-NAME TO FREIGABE-VON OF ABNAHME
         PERFORM S717-UPDATE-ABNAHME-FREIGABE1
     ELSE
**      ---> zweite Unterschrift
         MOVE P-USER-NAME TO FREIGABE-VON2 OF ABNAHME
         PERFORM S718-UPDATE-ABNAHME-FREIGABE2
     END-IF

**  ---> Protokolleintrag wie C341, mit Verweis auf den Auftrag
     IF  NOT PRG-ABBRUCH
         MOVE W-SOURCE    TO SOURCE-MODUL OF SSPROT
         MOVE "FR"        TO AKTION       OF SSPROT
         MOVE P-USER-NAME TO GROUP-USER   OF SSPROT
         MOVE SPACES      TO KOMMENTAR    OF SSPROT
         STRING  "Auftrag "    DELIMITED BY SIZE
                 W-FG-AUFTRAG  DELIMITED BY SPACE
           INTO  KOMMENTAR OF SSPROT (1:39)
         END-STRING
         IF  APPR2-NOETIG
         AND FREIGABE-VON2 OF ABNAHME = SPACE
             MOVE "F1" TO KZ-FREIGABE OF SSPROT
         ELSE
             MOVE "FW" TO KZ-FREIGABE OF SSPROT
         END-IF
         PERFORM S200-INSERT-SSPROT
     END-IF

     MOVE SPACES TO ZEILE
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         SET PRG-OK TO TRUE
         SUBTRACT 1 FROM W-FGA-OK-ANZ
         ADD 1 TO W-FGA-SKIP-ANZ
         STRING  "  FEHLER:        "         DELIMITED BY SIZE
                 W-SOURCE                    DELIMITED BY SPACE
                 " (Freigabe nicht gebucht)" DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
     ELSE
         PERFORM U110-COMMIT
         ADD 1 TO W-FGA-ERT-ANZ
         IF  APPR2-NOETIG
         AND FREIGABE-VON2 OF ABNAHME = SPACE
             ADD 1 TO W-FGA-APPR2-ANZ
             STRING  "  beantragt 2.:  "     DELIMITED BY SIZE
                     W-SOURCE                DELIMITED BY SPACE
               INTO  ZEILE
             END-STRING
         ELSE
             STRING  "  freigegeben:   "     DELIMITED BY SIZE
                     W-SOURCE                DELIMITED BY SPACE
               INTO  ZEILE
             END-STRING
         END-IF
     END-IF
     PERFORM U010-AUSGABE
     .
 D344-99.
     EXIT.

******************************************************************
* prüfen, ob Parameter zum Kommando ACTIVTEST eingegeben wurden
******************************************************************
 D360-ACTIVTEST-PARM SECTION.
 D360-00.
**  ---> optional das geplante Testende (JJJJMMTT) fuer die
**       TEST-Belegung (=SSFTENV, s. E395)
     MOVE SPACES TO W-TE-PLAN-ENDE
     PERFORM VARYING C4-I2 FROM C4-I1 BY 1
               UNTIL C4-I2 > C4-ANZ OR C4-I2 > 10
         IF  W-COUNT (C4-I2) = 8
         AND W-TEILSTRING (C4-I2) (1:8) NUMERIC
             MOVE W-TEILSTRING (C4-I2) (1:8) TO W-TE-PLAN-ENDE
         END-IF
     END-PERFORM
     IF  W-TE-PLAN-ENDE NOT = SPACES
         IF  W-TE-PLAN-MM < 1 OR W-TE-PLAN-MM > 12
         OR  W-TE-PLAN-TT < 1 OR W-TE-PLAN-TT > 31
             MOVE SPACES TO W-TE-PLAN-ENDE
         END-IF
     END-IF

     EVALUATE W-TEILSTRING (C4-I1)

         WHEN "AXL"      SET AXL-AXL   TO TRUE
         WHEN "NOAXL"    SET AXL-NOAXL TO TRUE
         WHEN "SQL"      SET SQL-SQL   TO TRUE
         WHEN "NOSQL"    SET SQL-NOSQL TO TRUE
         WHEN OTHER      continue

     END-EVALUATE

**  ---> nachsehen, ob evtl. ein weiterer Parameter eingegeben wurde
     ADD 1 TO C4-I1
     EVALUATE W-TEILSTRING (C4-I1)

         WHEN "AXL"      SET AXL-AXL   TO TRUE
         WHEN "NOAXL"    SET AXL-NOAXL TO TRUE
         WHEN "SQL"      SET SQL-SQL   TO TRUE
         WHEN "NOSQL"    SET SQL-NOSQL TO TRUE
         WHEN OTHER      continue

     END-EVALUATE
     .
 D360-99.
     EXIT.

******************************************************************
* erstellen Referenzen für Programm (ersetzt Makro: PRGNEU)
*    - Prg. Beschreibung
*    - Prg. - Modul
*    - Prg. - Copy
*    - Prg. - Tabs
******************************************************************
 D410-REFERENZEN SECTION.
 D410-00.
**  ---> bevor es in die Untersuchung geht, ein paar default Werte setzen
     INITIALIZE  PROGRAMS
                 PROGRAMX
                 LIBS
                 TABS
                 SSFCRUD
     MOVE DEST-FILE-NAME TO PROGRAMM OF PROGRAMS
                            PROGRAMM OF PROGRAMX
                            PROGRAMM OF LIBS
                            PROGRAMM OF TABS
                            PROGRAMM OF SSFCRUD

**  ---> zunächst Löschen alle Referenzeinträge
     PERFORM U100-BEGIN
     PERFORM S800-DELETE-REF-TABS
     PERFORM U110-COMMIT
     IF  REF-TABS-NOK
         DISPLAY " !!! Löschen REF-Tabs fehlgeschlagen - Fkt.-Abbruch !!!"
         EXIT SECTION
     END-IF

**  ---> und Eintrag für das Programm/Modul selbst in Tabelle =PROGRAMS
**  ---> TB/TP/UC nach vollem Typ unterschieden - "TP" lief
**       frueher faelschlich als TAL
     EVALUATE SOURCE-TYP OF SSAFE
         WHEN "TB"   MOVE "TAL"     TO SPRACHE OF PROGRAMS
         WHEN "TP"   MOVE "TACL"    TO SPRACHE OF PROGRAMS
         WHEN "UC"   MOVE "UDC"     TO SPRACHE OF PROGRAMS
         WHEN OTHER
             IF  SOURCE-TYP OF SSAFE (1:1) = "C"
                 MOVE "COBOL85" TO SPRACHE OF PROGRAMS
             END-IF
     END-EVALUATE
**  ---> Insert inkl. Transaktion
     PERFORM S810-INSERT-PROGRAMS
     IF  REF-TABS-NOK
         EXIT SECTION
     END-IF

**  ---> dann Sourcefile assignen
     ENTER "COBOLASSIGN" USING  SOURCEF
                                ASS-FNAME
                         GIVING ASS-FSTATUS
     IF  ASS-FSTATUS NOT = ZERO
         DISPLAY "Fehler bei COBOLASSIGN (PRGNEU): "
                 ASS-FNAME " " ASS-FSTATUS
         DISPLAY " ---> Programm-Abbruch <--- "
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     ELSE
**      --->  Öffnen Datei
         OPEN INPUT SOURCEF
     END-IF

**  ---> erstes Lesen der Eingabedatei
     SET FILE-OK TO TRUE
     READ SOURCEF at end set file-eof to true end-read

**  ---> CRUD-Matrix: Sammelbereich fuer dieses Programm leeren
     MOVE ZERO TO W-CRUD-ANZ W-CRUD-FD-ANZ
     MOVE SPACE TO W-CRUD-VOLL W-CRUD-VERB W-CRUD-MODUS
     SET CRUD-IN-ENVIRONMENT
         CRUD-SQL-AUS
         CRUD-ZIEL-ERLEDIGT
         CRUD-ERW-NICHTS TO TRUE

**  ---> Schleife bis EOF
     SET SOURCEF-OK TO TRUE
     SET V-SONST    TO TRUE
     SET COMMENT-ON TO TRUE
     PERFORM UNTIL   FILE-EOF
             OR      SOURCEF-FOUND
             OR      REF-TABS-NOK

*         DISPLAY "." with no advancing

         MOVE SOURCEF-RECORD TO W-RECORD
         INSPECT SOURCEF-RECORD CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
         IF  not (SOURCEF-RECORD (1:1) = "*"  or = "?")
**          ---> überprüfen, ob noch Kommentare untersucht werden müssen
             MOVE ZERO TO C4-ANZ
             INSPECT SOURCEF-RECORD TALLYING
                     C4-ANZ FOR CHARACTERS BEFORE INITIAL "ENVIRONMENT DIVISION"
             IF  C4-ANZ >= 0 and < 50
                 SET COMMENT-OFF TO TRUE
             END-IF

             MOVE ZERO TO C4-ANZ
**          ---> TACL-Prozeduren und UDCs: LOAD/RUN-Referenzen
**               einsammeln (s. E418) - die COBOL-Suchen darunter
**               finden in diesen Typen ohnehin nichts
             IF  SOURCE-TYP OF SSAFE = "TP" OR = "UC"
                 PERFORM E418-LOOK4TACLREF
             END-IF
**          ---> COBOL: SQL-Zugriffe und OPEN-Modi fuer die CRUD-
**               Matrix einsammeln (s. E434)
             IF  SOURCE-TYP OF SSAFE (1:1) = "C"
                 PERFORM E434-LOOK4CRUD
             END-IF
**          ---> verzweigen, je nach zu bedienender Ref.-Tabelle
             PERFORM E410-LOOK4CALL
             IF  REF-TABS-NOK
                 EXIT PERFORM
             END-IF
**          ---> wenn ein CALL gefunden: Rest überspringen
             IF  not V-CALL
                 PERFORM E411-LOOK4COPY
                 IF  REF-TABS-NOK
                     EXIT PERFORM
                 END-IF
**              ---> wenn ein COPY gefunden: Rest überspringen
                 IF  not V-COPY
                     PERFORM E412-LOOK4INVOKE
                     IF  REF-TABS-NOK
                         EXIT PERFORM
                     END-IF
                 END-IF
             END-IF
         ELSE
**          ---> TAL-Libs: ?SOURCE-Direktiven als Referenz erfassen
**               (Direktiven-Zeilen beginnen mit "?", s. E417)
             IF  SOURCEF-RECORD (1:1) = "?"
             AND SOURCE-TYP OF SSAFE = "TB"
                 PERFORM E417-LOOK4TALSOURCE
                 IF  REF-TABS-NOK
                     EXIT PERFORM
                 END-IF
             END-IF
             IF  SOURCEF-RECORD (1:1) = "*" AND COMMENT-ON
**              ---> suchen nach dem letzten Änderungsdatum
                 PERFORM E413-LOOK4LASTDAT
                 IF  REF-TABS-NOK
                     EXIT PERFORM
                 END-IF
                 IF  NOT V-DATUM
**                  ---> suchen nach der letzten Versionsbezeichnung
                     PERFORM E414-LOOK4LASTVERS
                     IF  REF-TABS-NOK
                         EXIT PERFORM
                     END-IF
                     IF  NOT V-VERSION
**                      ---> suchen nach der letzten Versionskurzbeschreibung
                         PERFORM E415-LOOK4SHORTDESCR
                         IF  REF-TABS-NOK
                             EXIT PERFORM
                         END-IF
                         IF  NOT V-BESCHREIBUNG
**                          ---> suchen nach der Updatebeschreibung
                             PERFORM E416-LOOK4UPDDESCR
                             IF  REF-TABS-NOK
                                 EXIT PERFORM
                             END-IF
                         END-IF
                     END-IF
                 END-IF
             END-IF
         END-IF

**      ---> naechstes Lesen
         READ SOURCEF at end set file-eof to true end-read
         SET V-SONST TO TRUE

     END-PERFORM

     CLOSE SOURCEF
     DISPLAY " "

**  ---> gesammelte CRUD-Zugriffe nach =SSFCRUD schreiben
     IF  FILE-EOF AND REF-TABS-OK
         PERFORM E438-CRUD-SPEICHERN
     END-IF

     IF  FILE-EOF
         MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
         MOVE "HINW-005" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         SET FKT-ABFRAGE TO TRUE
         EXIT SECTION
     else
         SET SOURCEF-NOK
             PRG-ABBRUCH TO TRUE
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-005" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         SET FKT-ABFRAGE TO TRUE
         EXIT SECTION
     END-IF
     .
 D410-99.
     EXIT.

******************************************************************
* Verwaltungsfunktion: Löschen zugelassenen User
******************************************************************
 D420-DELETE-USER SECTION.
 D420-00.
**  ---> Abfrage nach dem zu löschenden User
     SET EIN-ASCII
         PROMPT-VDUSER TO TRUE
     PERFORM U000-EINGABE
     IF  EINGABE = "E" OR = SPACE
         EXIT SECTION
     END-IF

     MOVE EINGABE (1:C4-ANZ) TO W-UMSCHL-IN
     PERFORM U320-ENCR
     MOVE W-UMSCHL-OUT TO USER OF SSUSER
     IF  C4-ANZ > 8
         MOVE EINGABE (9:C4-ANZ - 8) TO W-UMSCHL-IN
     ELSE
         MOVE SPACES TO W-UMSCHL-IN
     END-IF
     PERFORM U320-ENCR
     MOVE W-UMSCHL-OUT TO USER OF SSUSER (9:)

**  ---> Abfrage nach der Rolle
     SET EIN-ASCII
         PROMPT-ROLLE TO TRUE
     PERFORM U000-EINGABE
     EVALUATE EINGABE
         WHEN "E"    EXIT SECTION
         WHEN " "    MOVE ALL "_" TO ROLLE OF SSUSER
         WHEN OTHER  MOVE ALL "_" TO ROLLE OF SSUSER
                     MOVE EINGABE (1:C4-ANZ) TO ROLLE OF SSUSER (1:C4-ANZ)
     END-EVALUATE

**  ---> suchen Eintrag in Tabelle SSPARM
     PERFORM U100-BEGIN
     PERFORM S625-DELETE-SSUSER
     PERFORM U110-COMMIT
     IF  USER-EOD
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-021" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
     END-IF
     .
 D420-99.
     EXIT.

******************************************************************
* Verwaltungsfunktion: Listen alle zugelassenen User
******************************************************************
 D430-LIST-ALL-USER SECTION.
 D430-00.
**  ---> öffnen Join auf die Tabellen =SSUSER / =SSROLES
     MOVE all "_" TO USER OF SSUSER
     MOVE SPACES TO W-SSUSER
     PERFORM S630-OPEN-USER-CURSOR

**  ---> lesen 1. Eintrag
     PERFORM S631-FETCH-USER-CURSOR

**  ---> Schleife über alle Fundstellen / Funktionen
     PERFORM UNTIL USER-EOD OR PRG-ABBRUCH

**      ---> anzeigen Eintrag, ggf. Überschrift
         IF  C4-COUNT = 1
             PERFORM U011-AUSGABE-SPACELINE
             MOVE VZ-TITEL TO ZEILE
             PERFORM U010-AUSGABE
             MOVE VZ-UNTERSTRICHE TO ZEILE
             PERFORM U010-AUSGABE
         END-IF
         IF  USER OF SSUSER = W-SSUSER
             MOVE SPACES TO VZ-HEADER
         ELSE
             MOVE USER OF SSUSER (1:8) TO W-UMSCHL-IN
             PERFORM U310-DECR
             MOVE W-UMSCHL-OUT         TO VZD-USER (1:8)
             MOVE USER OF SSUSER (9:8) TO W-UMSCHL-IN
             PERFORM U310-DECR
             MOVE W-UMSCHL-OUT         TO VZD-USER (9:8)
         END-IF

**      ---> Ausgabe
         MOVE ZPINS OF SSUSER      TO VZD-ZEITPUNKT
         MOVE ROLLE OF SSUSER TO VZD-ROLLE
         IF  GUELTIG-BIS OF SSUSER = ZERO
             MOVE SPACES TO VZD-GUELT-BIS
         ELSE
             MOVE GUELTIG-BIS OF SSUSER TO VZD-GUELT-BIS
         END-IF
         MOVE VZ-DATEN TO ZEILE
         PERFORM U010-AUSGABE

**      ---> lesen nächsten Eintrag
         MOVE USER OF SSUSER TO W-SSUSER
         PERFORM S631-FETCH-USER-CURSOR

     END-PERFORM

**  ---> schliessen Cursor
     PERFORM S632-CLOSE-USER-CURSOR
     .
 D430-99.
     EXIT.

******************************************************************
* Verwaltungsfunktion: Einfügen neuen User
******************************************************************
 D440-INSERT-USER SECTION.
 D440-00.
**  ---> Abfrage nach dem neuen User
     SET EIN-ASCII
         PROMPT-VIUSER TO TRUE
     PERFORM U000-EINGABE
     IF  EINGABE = "E" OR = SPACE
         EXIT SECTION
     END-IF
     MOVE EINGABE (1:C4-ANZ) TO W-SOD-USER

**  ---> aufbereiten verschl. User
     MOVE EINGABE (1:C4-ANZ) TO W-UMSCHL-IN
     PERFORM U320-ENCR
     MOVE W-UMSCHL-OUT TO USER OF SSUSER
     IF  C4-ANZ > 8
         MOVE EINGABE (9:C4-ANZ - 8) TO W-UMSCHL-IN
     ELSE
         MOVE SPACES TO W-UMSCHL-IN
     END-IF
     PERFORM U320-ENCR
     MOVE W-UMSCHL-OUT TO USER OF SSUSER (9:)

**  ---> Abfrage nach der Rolle
     SET EIN-ASCII
         PROMPT-ROLLE TO TRUE

**  ---> Schleife bis ordentliche Eingabe
     MOVE HIGH-VALUE TO EINGABE
     MOVE ZERO TO C4-ANZ
     PERFORM UNTIL EINGABE = SPACE
             OR    C4-ANZ > 1
         PERFORM U000-EINGABE
         EVALUATE EINGABE
             WHEN "E"    EXIT SECTION
             WHEN " "    EXIT SECTION
             WHEN "?"    PERFORM E440-SHOW-ROLLEN
             WHEN OTHER  MOVE EINGABE (1:C4-ANZ) TO ROLLE OF SSUSER
         END-EVALUATE
     END-PERFORM

**  ---> hier sollte noch überprüft werden, ob die Rolle existiert
     MOVE ROLLE OF SSUSER TO ROLLE OF SSROLES
     PERFORM S645-SELECT-SSROLES
     IF  USER-EOD
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-035" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

**  ---> suchen, ob Eintrag in Tabelle SSUSER schom vorhanden
     PERFORM S623-SELECT-SSUSER
     IF  USER-OK
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-022" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

**  ---> Funktionstrennung: unvertraegliche Kombination abweisen
     MOVE ROLLE OF SSUSER TO W-SOD-NEU-ROLLE
     PERFORM D927-SOD-PRUEFEN
     IF  SOD-VERWEIGERT
         EXIT SECTION
     END-IF

**  ---> optionale Befristung der Rolle abfragen (leer = unbefristet);
**       nach Ablauf fällt der Satz bei RECHTE_CURS automatisch aus den
**       gewährten Funktionen heraus, siehe C050-GET-USER-INFO
     MOVE ZERO TO GUELTIG-BIS OF SSUSER
     MOVE 9999 TO HC-DAY-ERR
     PERFORM UNTIL HC-DAY-ERR = ZERO
         SET EIN-KLEIN-GROSS
             PROMPT-GUELT-BIS TO TRUE
         PERFORM U000-EINGABE
         IF  EINGABE = SPACE
             MOVE ZERO TO HC-DAY-ERR
         ELSE
             MOVE EINGABE (1:C4-INLEN) TO HC-DAT-UNGEPR
             MOVE SPACE TO HC-DAY-FKT-TABELLE
             MOVE "X"   TO HC-DAY-FKT (1)
             PERFORM M140-CALL-HCDAY
             IF  HC-DAY-ERR NOT = ZERO
                 MOVE "FEHLER"   TO BEREICH   OF SSTEXT
                 MOVE "FEHL-036" TO KATEGORIE OF SSTEXT
                 PERFORM R100-SHOW-TEXT
             ELSE
                 MOVE HC-DAT-SORT (1:8) TO GUELTIG-BIS OF SSUSER
             END-IF
         END-IF
     END-PERFORM

**  ---> nun kann er eingefügt werden
     PERFORM U100-BEGIN
     PERFORM S624-INSERT-SSUSER
     PERFORM U110-COMMIT
     .
 D440-99.
     EXIT.

******************************************************************
* Anzeigen Rollen mit zugehörigen Funktionen
******************************************************************
 D450-LIST-ROL-FKT SECTION.
 D450-00.
**  ---> öffnen auf die Tabelle =SSROLES
     MOVE SPACES TO W-SSROLLE
     PERFORM S640-OPEN-ROLLEN-CURSOR

**  ---> lesen 1. Eintrag
     PERFORM S641-FETCH-ROLLEN-CURSOR

**  ---> Schleife über alle Einträge
     PERFORM UNTIL USER-EOD OR PRG-ABBRUCH

**      ---> anzeigen Eintrag, ggf. Überschrift
         IF  C4-COUNT = 1
             PERFORM U011-AUSGABE-SPACELINE
             MOVE VZ-TITEL-F TO ZEILE
             PERFORM U010-AUSGABE
             MOVE VZ-UNTERSTRICHE-F TO ZEILE
             PERFORM U010-AUSGABE
         END-IF
         IF  ROLLE OF SSROLES = W-SSROLLE
             MOVE SPACES TO VZ-HEADER-F
         ELSE
             MOVE ROLLE OF SSROLES TO VZF-ROLLE
         END-IF

**      ---> Ausgabe
         MOVE FUNKTION OF SSROLES TO VZF-FUNKTION
         MOVE VZ-DATEN-F TO ZEILE
         PERFORM U010-AUSGABE

**      ---> lesen nächsten Eintrag
         MOVE ROLLE OF SSROLES TO W-SSROLLE
         PERFORM S641-FETCH-ROLLEN-CURSOR

     END-PERFORM

**  ---> schliessen Cursor
     PERFORM S642-CLOSE-ROLLEN-CURSOR
     .
 D450-99.
     EXIT.

******************************************************************
* Verwaltungsfunktion: Bulk-Import USER/ROLLE-Paare aus Datei
*    Eingabe-Zeile je User: USER;ROLLE (";"-getrennt, wie bei den
*    anderen CSV-Verarbeitungen dieses Programms)
******************************************************************
 D460-IMPORT-USER SECTION.
 D460-00.
     IF  W-VERWIMP-FILE = SPACE
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-051" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

**  ---> oeffnen Eingabedatei
     PERFORM N022-OPEN-VERWIMP
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

     MOVE ZERO TO W-VERWIMP-ANZ-OK
     MOVE ZERO TO W-VERWIMP-ANZ-NOK

**  ---> erstes Lesen der Eingabedatei
     SET FILE-OK TO TRUE
     READ VERWIMP AT END SET FILE-EOF TO TRUE END-READ

**  ---> Schleife über alle Zeilen
     PERFORM UNTIL FILE-EOF

         MOVE VERWIMP-SATZ TO W-VERWIMP-ZEILE
         IF  W-VERWIMP-ZEILE NOT = SPACES

             MOVE SPACES TO W-VERWIMP-USER
             MOVE SPACES TO W-VERWIMP-ROLLE
             UNSTRING W-VERWIMP-ZEILE DELIMITED BY ";"
                 INTO W-VERWIMP-USER
                      W-VERWIMP-ROLLE
             END-UNSTRING

**          ---> aufbereiten verschl. User (wie D440-INSERT-USER)
             MOVE ZERO TO C4-ANZ1
             INSPECT W-VERWIMP-USER TALLYING
                     C4-ANZ1 FOR CHARACTERS BEFORE INITIAL SPACE
             MOVE W-VERWIMP-USER (1:C4-ANZ1) TO W-UMSCHL-IN
             PERFORM U320-ENCR
             MOVE W-UMSCHL-OUT TO USER OF SSUSER
             IF  C4-ANZ1 > 8
                 MOVE W-VERWIMP-USER (9:C4-ANZ1 - 8) TO W-UMSCHL-IN
             ELSE
                 MOVE SPACES TO W-UMSCHL-IN
             END-IF
             PERFORM U320-ENCR
             MOVE W-UMSCHL-OUT TO USER OF SSUSER (9:)

**          ---> aufbereiten Rolle (wie D420-DELETE-USER)
             MOVE ZERO TO C4-ANZ2
             INSPECT W-VERWIMP-ROLLE TALLYING
                     C4-ANZ2 FOR CHARACTERS BEFORE INITIAL SPACE
             MOVE ALL "_" TO ROLLE OF SSUSER
             IF  C4-ANZ2 > ZERO
                 MOVE W-VERWIMP-ROLLE (1:C4-ANZ2) TO ROLLE OF SSUSER (1:C4-ANZ2)
             END-IF

**          ---> Bulk-Import vergibt unbefristete Rollen; eine Befristung
**               kann bei Bedarf anschliessend über D440 einzeln gesetzt
**               werden
             MOVE ZERO TO GUELTIG-BIS OF SSUSER

**          ---> pruefen, ob die Rolle ueberhaupt existiert
             PERFORM S645-SELECT-SSROLES
             IF  USER-EOD
                 ADD 1 TO W-VERWIMP-ANZ-NOK
                 MOVE SPACES TO ZEILE
                 STRING " --- Fehler unbekannte Rolle: " DELIMITED BY SIZE
                        W-VERWIMP-USER  DELIMITED BY SPACE
                        " / "           DELIMITED BY SIZE
                        W-VERWIMP-ROLLE DELIMITED BY SPACE
                   INTO ZEILE
                 END-STRING
                 PERFORM U010-AUSGABE
             ELSE
**              ---> pruefen, ob Eintrag (USER/ROLLE) schon vorhanden
                 PERFORM S623-SELECT-SSUSER
                 IF  USER-OK
                     ADD 1 TO W-VERWIMP-ANZ-NOK
                     MOVE SPACES TO ZEILE
                     STRING " --- Fehler User bereits vorhanden: " DELIMITED BY SIZE
                            W-VERWIMP-USER DELIMITED BY SPACE
                       INTO ZEILE
                     END-STRING
                     PERFORM U010-AUSGABE
                 ELSE
**                  ---> Funktionstrennung pruefen (s. D927)
                     MOVE W-VERWIMP-USER  TO W-SOD-USER
                     MOVE W-VERWIMP-ROLLE TO W-SOD-NEU-ROLLE
                     PERFORM D927-SOD-PRUEFEN
                     IF  SOD-VERWEIGERT
                         ADD 1 TO W-VERWIMP-ANZ-NOK
                     ELSE
**                      ---> jetzt einfuegen
                         PERFORM U100-BEGIN
                         PERFORM S624-INSERT-SSUSER
                         PERFORM U110-COMMIT
                         ADD 1 TO W-VERWIMP-ANZ-OK
                     END-IF
                 END-IF
             END-IF
         END-IF

**      ---> naechste Zeile lesen
         READ VERWIMP AT END SET FILE-EOF TO TRUE END-READ

     END-PERFORM

**  ---> schliessen Eingabedatei
     CLOSE VERWIMP

**  ---> Ergebnis anzeigen
     MOVE W-VERWIMP-ANZ-OK  TO W-VERWIMP-ANZ-OK-ED
     MOVE W-VERWIMP-ANZ-NOK TO W-VERWIMP-ANZ-NOK-ED
     MOVE SPACES TO ZEILE
     STRING " --- " DELIMITED BY SIZE
            W-VERWIMP-ANZ-OK-ED  DELIMITED BY SIZE
            " User eingefuegt, " DELIMITED BY SIZE
            W-VERWIMP-ANZ-NOK-ED DELIMITED BY SIZE
            " fehlgeschlagen"    DELIMITED BY SIZE
       INTO ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE
     .
 D460-99.
     EXIT.

******************************************************************
* Rollen/Funktionen-Matrix: alle Rollen als Zeilen, alle Funktionen
* als Spalten, Y/N-Grid in einem Durchlauf (Sicherheits-Review)
******************************************************************
 D470-ROLLEN-MATRIX SECTION.
 D470-00.
**  ---> öffnen Cursor auf Tabelle =SSROLES (sortiert nach ROLLE)
     MOVE SPACES TO W-SSROLLE
     PERFORM S640-OPEN-ROLLEN-CURSOR

**  ---> lesen 1. Eintrag
     PERFORM S641-FETCH-ROLLEN-CURSOR

**  ---> wenn kein Eintrag vorhanden, trotzdem Überschrift zeigen
     PERFORM U011-AUSGABE-SPACELINE
     MOVE MX-TITEL TO ZEILE
     PERFORM U010-AUSGABE
     MOVE MX-UNTERSTRICHE TO ZEILE
     PERFORM U010-AUSGABE

**  ---> je Rolle eine Zeile aufbauen, über alle Funktionen dieser Rolle
     PERFORM UNTIL USER-EOD OR PRG-ABBRUCH

**      ---> neue Zeile für die nächste Rolle beginnen
         MOVE ROLLE OF SSROLES TO MXD-ROLLE
                                   W-SSROLLE
         MOVE "N" TO MXD-DOK      MXD-LIST     MXD-PROT     MXD-SHOW
                      MXD-ACTIVTST             MXD-REL2PROD
                      MXD-REL4WEAT             MXD-CHECKIN
                      MXD-CHECKOUT             MXD-REL2TEST
                      MXD-SAVE                 MXD-VERW
                      MXD-MODIN                MXD-MODIS
                      MXD-LIBIS                MXD-TABIS

**      ---> Funktionen dieser Rolle einsammeln, solange ROLLE gleich bleibt
         PERFORM UNTIL USER-EOD OR PRG-ABBRUCH
                     OR ROLLE OF SSROLES NOT = W-SSROLLE

             EVALUATE FUNKTION OF SSROLES
                 WHEN "DOK"      MOVE "Y" TO MXD-DOK
                 WHEN "LIST"     MOVE "Y" TO MXD-LIST
                 WHEN "PROT"     MOVE "Y" TO MXD-PROT
                 WHEN "SHOW"     MOVE "Y" TO MXD-SHOW
                 WHEN "ACTIVTST" MOVE "Y" TO MXD-ACTIVTST
                 WHEN "REL2PROD" MOVE "Y" TO MXD-REL2PROD
                 WHEN "REL4WEAT" MOVE "Y" TO MXD-REL4WEAT
                 WHEN "CHECKIN"  MOVE "Y" TO MXD-CHECKIN
                 WHEN "CHECKOUT" MOVE "Y" TO MXD-CHECKOUT
                 WHEN "REL2TEST" MOVE "Y" TO MXD-REL2TEST
                 WHEN "SAVE"     MOVE "Y" TO MXD-SAVE
                 WHEN "VERW"     MOVE "Y" TO MXD-VERW
                 WHEN "MODIN"    MOVE "Y" TO MXD-MODIN
                 WHEN "MODIS"    MOVE "Y" TO MXD-MODIS
                 WHEN "LIBIS"    MOVE "Y" TO MXD-LIBIS
                 WHEN "TABIS"    MOVE "Y" TO MXD-TABIS
                 WHEN OTHER      CONTINUE
             END-EVALUATE

**          ---> nächsten Eintrag lesen
             PERFORM S641-FETCH-ROLLEN-CURSOR

         END-PERFORM

**      ---> Zeile für diese Rolle ausgeben
         MOVE MX-DATEN TO ZEILE
         PERFORM U010-AUSGABE

     END-PERFORM

**  ---> schliessen Cursor
     PERFORM S642-CLOSE-ROLLEN-CURSOR
     .
 D470-99.
     EXIT.

******************************************************************
* Rollen/Funktionsmatrix gegen die =ABNAHME-Historie gegenpruefen
*    (Kommando VERWALTUNG AUDIT) - fuer jeden abgeschlossenen
*    Freigabezyklus wird geprueft, ob REL2TEST-/FREIGABE-/REL2PROD-
*    Akteur laut aktueller Rollen-/Funktionsmatrix (=SSROLES) ueber-
*    haupt noch zur jeweiligen Funktion berechtigt ist; Abweichungen
*    (z.B. spaeterer Rollenwechsel oder -entzug) werden aufgelistet
******************************************************************
 D480-ROLLEN-AUDIT SECTION.
 D480-00.
     MOVE ZERO TO W-AUDIT-ANZ W-AUDIT-MISMATCH-ANZ

**  ---> oeffnen Cursor auf Tabelle =ABNAHME (alle abgeschlossenen
**       Freigabezyklen, d.h. REL2PROD_VON gefuellt)
     PERFORM S684-OPEN-ABN-AUDIT-CURSOR
     PERFORM S685-FETCH-ABN-AUDIT-CURSOR

     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH

         ADD 1 TO W-AUDIT-ANZ

**      ---> REL2TEST-Akteur gegen Funktion REL2TEST pruefen
         IF  REL2TEST-VON OF ABNAHME NOT = SPACES
             MOVE REL2TEST-VON OF ABNAHME TO W-AUDIT-CHECK-USER
             MOVE "REL2TEST"              TO W-AUDIT-CHECK-FKT
             PERFORM D481-CHECK-ROLFKT
             IF  NOT AUDIT-GRANT-OK
                 PERFORM D482-SHOW-AUDIT-MISMATCH
             END-IF
         END-IF

**      ---> FREIGABE-Akteur (Vier-Augen-Freigeber) gegen Funktion
**           REL4WEAT pruefen
         IF  FREIGABE-VON OF ABNAHME NOT = SPACES
             MOVE FREIGABE-VON OF ABNAHME TO W-AUDIT-CHECK-USER
             MOVE "REL4WEAT"              TO W-AUDIT-CHECK-FKT
             PERFORM D481-CHECK-ROLFKT
             IF  NOT AUDIT-GRANT-OK
                 PERFORM D482-SHOW-AUDIT-MISMATCH
             END-IF
         END-IF

**      ---> REL2PROD-Akteur gegen Funktion REL2PROD pruefen
         IF  REL2PROD-VON OF ABNAHME NOT = SPACES
             MOVE REL2PROD-VON OF ABNAHME TO W-AUDIT-CHECK-USER
             MOVE "REL2PROD"              TO W-AUDIT-CHECK-FKT
             PERFORM D481-CHECK-ROLFKT
             IF  NOT AUDIT-GRANT-OK
                 PERFORM D482-SHOW-AUDIT-MISMATCH
             END-IF
         END-IF

         PERFORM S685-FETCH-ABN-AUDIT-CURSOR

     END-PERFORM

**  ---> schliessen Cursor
     PERFORM S686-CLOSE-ABN-AUDIT-CURSOR

     IF  W-AUDIT-ANZ = ZERO
         MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
         MOVE "HINW-003" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
     ELSE
         IF  W-AUDIT-MISMATCH-ANZ = ZERO
             MOVE SPACES TO ZEILE
             STRING  W-AUDIT-ANZ      DELIMITED BY SIZE,
                     " Freigabezyklen geprueft, keine Abweichungen"
                                       DELIMITED BY SIZE
               INTO  ZEILE
             PERFORM U010-AUSGABE
         END-IF
     END-IF

**  ---> 2. Haelfte des Audits: erteilte, aber nie ausgeuebte
**       Berechtigungen (schlafende Berechtigungen)
     PERFORM D483-SHOW-DORMANT-ROLES
     .
 D480-99.
     EXIT.

******************************************************************
* Pruefen, ob W-AUDIT-CHECK-USER (Format GRUPPE.USER) laut aktueller
* Rollen-/Funktionsmatrix zur Funktion W-AUDIT-CHECK-FKT berechtigt
* ist; setzt AUDIT-GRANT-OK entsprechend
******************************************************************
 D481-CHECK-ROLFKT SECTION.
 D481-00.
     MOVE "N" TO W-AUDIT-GRANT-FLAG
     MOVE W-AUDIT-CHECK-FKT TO H-AUDIT-FKT

**  ---> W-AUDIT-CHECK-USER liegt im Format "GRUPPE.USER" vor (wie
**       GROUP-USER OF SSAFE/REL2TEST-VON OF ABNAHME usw.) - fuer den
**       Vergleich gegen die aus USER OF SSUSER entschluesselte,
**       ungetrennte Gruppe+User-Kombination in Gruppen- und
**       User-Anteil zerlegen (s. Muster um Zeile 8563)
     MOVE SPACES TO W-AUDIT-CHECK-GRUPPE W-AUDIT-CHECK-USERNAME
     MOVE ZERO   TO C4-I1
     INSPECT W-AUDIT-CHECK-USER TALLYING C4-I1
         FOR CHARACTERS BEFORE INITIAL "."
     MOVE W-AUDIT-CHECK-USER (1:C4-I1)    TO W-AUDIT-CHECK-GRUPPE
     MOVE W-AUDIT-CHECK-USER (C4-I1 + 2:) TO W-AUDIT-CHECK-USERNAME

     PERFORM S680-OPEN-ROLFKT-AUDIT-CURSOR
     PERFORM S681-FETCH-ROLFKT-AUDIT-CURSOR

     PERFORM UNTIL USER-EOD OR PRG-ABBRUCH OR AUDIT-GRANT-OK

**      ---> USER OF SSUSER entschluesseln (2 x 8 Zeichen, s. D430)
         MOVE USER OF SSUSER (1:8) TO W-UMSCHL-IN
         PERFORM U310-DECR
         MOVE W-UMSCHL-OUT         TO W-AUDIT-USER-FULL (1:8)
         MOVE USER OF SSUSER (9:8) TO W-UMSCHL-IN
         PERFORM U310-DECR
         MOVE W-UMSCHL-OUT         TO W-AUDIT-USER-FULL (9:8)

         IF  W-AUDIT-USER-FULL (1:8) = W-AUDIT-CHECK-GRUPPE
         AND W-AUDIT-USER-FULL (9:8) = W-AUDIT-CHECK-USERNAME
             SET AUDIT-GRANT-OK TO TRUE
         ELSE
             PERFORM S681-FETCH-ROLFKT-AUDIT-CURSOR
         END-IF

     END-PERFORM

     PERFORM S682-CLOSE-ROLFKT-AUDIT-CURSOR
     .
 D481-99.
     EXIT.

******************************************************************
* Anzeige einer Abweichung (Akteur laut Historie ohne passende
* aktuelle Berechtigung) fuer D480-ROLLEN-AUDIT
******************************************************************
 D482-SHOW-AUDIT-MISMATCH SECTION.
 D482-00.
     ADD 1 TO W-AUDIT-MISMATCH-ANZ
     IF  W-AUDIT-MISMATCH-ANZ = 1
         PERFORM U011-AUSGABE-SPACELINE
         MOVE SPACES TO ZEILE
         STRING  "Modul           Version  Funktion  Akteur ohne aktuelle Berechtigung"
                                     DELIMITED BY SIZE
           INTO  ZEILE
         PERFORM U010-AUSGABE
     END-IF

     MOVE SPACES TO ZEILE
     STRING  PRG-NAME  OF ABNAHME      DELIMITED BY SPACE,
             "  "                      DELIMITED BY SIZE,
             VERSION   OF ABNAHME      DELIMITED BY SPACE,
             "  "                      DELIMITED BY SIZE,
             W-AUDIT-CHECK-FKT         DELIMITED BY SPACE,
             "  "                      DELIMITED BY SIZE,
             W-AUDIT-CHECK-USER        DELIMITED BY SPACE
       INTO  ZEILE
     PERFORM U010-AUSGABE
     .
 D482-99.
     EXIT.

******************************************************************
* 2. Haelfte des Rollen-Audits (VERWALTUNG AUDIT): fuer jede der
* drei in =ABNAHME protokollierten Funktionen alle laut =SSROLES/
* =SSUSER aktuell berechtigten User durchgehen (gleicher Cursor wie
* D481-CHECK-ROLFKT) und melden, wer die Berechtigung in keinem
* einzigen Freigabezyklus je ausgeuebt hat - solche schlafenden
* Berechtigungen sind Kandidaten fuer einen Entzug
******************************************************************
 D483-SHOW-DORMANT-ROLES SECTION.
 D483-00.
     MOVE ZERO TO W-AUDIT-DORMANT-ANZ

     PERFORM VARYING W-AUDIT-FKT-IX FROM 1 BY 1
             UNTIL   W-AUDIT-FKT-IX > 3
             OR      PRG-ABBRUCH

         MOVE W-AUDIT-FKT-ELE (W-AUDIT-FKT-IX)
                                TO W-AUDIT-CHECK-FKT
         MOVE W-AUDIT-CHECK-FKT TO H-AUDIT-FKT

         PERFORM S680-OPEN-ROLFKT-AUDIT-CURSOR
         PERFORM S681-FETCH-ROLFKT-AUDIT-CURSOR

         PERFORM UNTIL USER-EOD OR PRG-ABBRUCH

**          ---> USER OF SSUSER entschluesseln (wie D481)
             MOVE USER OF SSUSER (1:8) TO W-UMSCHL-IN
             PERFORM U310-DECR
             MOVE W-UMSCHL-OUT         TO W-AUDIT-USER-FULL (1:8)
             MOVE USER OF SSUSER (9:8) TO W-UMSCHL-IN
             PERFORM U310-DECR
             MOVE W-UMSCHL-OUT         TO W-AUDIT-USER-FULL (9:8)

**          ---> Akteur-Schreibweise "GRUPPE.USER" aufbauen
             MOVE SPACES TO W-AUDIT-CHECK-USER
             STRING  W-AUDIT-USER-FULL (1:8) DELIMITED BY SPACE
                     "."                     DELIMITED BY SIZE
                     W-AUDIT-USER-FULL (9:8) DELIMITED BY SPACE
               INTO  W-AUDIT-CHECK-USER
             END-STRING

             PERFORM S683-COUNT-ABN-ACTIVITY
             IF  W-AUDIT-ACT-ANZ = ZERO
                 PERFORM D484-SHOW-DORMANT-LINE
             END-IF

             PERFORM S681-FETCH-ROLFKT-AUDIT-CURSOR
         END-PERFORM

         PERFORM S682-CLOSE-ROLFKT-AUDIT-CURSOR
     END-PERFORM

     IF  W-AUDIT-DORMANT-ANZ = ZERO
         PERFORM U011-AUSGABE-SPACELINE
         MOVE " keine schlafenden Berechtigungen gefunden" TO ZEILE
         PERFORM U010-AUSGABE
     ELSE
         MOVE W-AUDIT-DORMANT-ANZ TO W-AUDIT-DORMANT-ED
         PERFORM U011-AUSGABE-SPACELINE
         MOVE SPACES TO ZEILE
         STRING  " --- "                          DELIMITED BY SIZE
                 W-AUDIT-DORMANT-ED               DELIMITED BY SIZE
                 " schlafende Berechtigung(en) gefunden"
                                                  DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF
     .
 D483-99.
     EXIT.

******************************************************************
* Eine Zeile der Schlafende-Berechtigungen-Liste ausgeben
******************************************************************
 D484-SHOW-DORMANT-LINE SECTION.
 D484-00.
     ADD 1 TO W-AUDIT-DORMANT-ANZ
     IF  W-AUDIT-DORMANT-ANZ = 1
         PERFORM U011-AUSGABE-SPACELINE
         MOVE SPACES TO ZEILE
         STRING  "Funktion          berechtigt, aber nie ausgeuebt"
                                     DELIMITED BY SIZE
           INTO  ZEILE
         PERFORM U010-AUSGABE
     END-IF

     MOVE SPACES TO ZEILE
     STRING  W-AUDIT-CHECK-FKT         DELIMITED BY SPACE,
             "  "                      DELIMITED BY SIZE,
             W-AUDIT-CHECK-USER        DELIMITED BY SPACE
       INTO  ZEILE
     PERFORM U010-AUSGABE
     .
 D484-99.
     EXIT.

******************************************************************
* Verwaltungsfunktion: Zwangsentsperrung (Abbruch CHECKOUT) aller
* ausgecheckten Module eines Group.User (z.B. nach Ausscheiden oder
* bei laengerer Abwesenheit eines Mitarbeiters). Zuerst wird alles
* aufgelistet, was der User haelt (Checkouts und =SSFRLOCKQ-
* Reservierungen), dann einmal bestaetigt (j/n), dann in einem
* Durchgang freigegeben: je Modul die Sperr-Datei-Seite ueber
* SSFFLK0M (Break-Glass), der =SSAFE-Status zurueck auf "CI" mit
* Protokolleintrag AKTION "UL", und zum Schluss alle
* Warteschlangen-Reservierungen des Users
******************************************************************
 D490-UNLOCK-USER SECTION.
 D490-00.
**  ---> Abfrage nach dem zu entsperrenden Group.User
     SET EIN-ASCII
         PROMPT-UNLOCKUSER TO TRUE
     PERFORM U000-EINGABE
     IF  EINGABE = "E" OR = SPACE
         EXIT SECTION
     END-IF

     MOVE SPACES TO W-UNLOCK-USER
     MOVE EINGABE (1:C4-ANZ) TO W-UNLOCK-USER
     MOVE ZERO   TO W-UNLOCK-ANZ W-UNLOCK-LIST-ANZ
                    W-UNLOCK-RESQ-ANZ

**  ---> 1. Durchgang: alles auflisten, was dieser User haelt -
**       ausgecheckte Module und Warteschlangen-Reservierungen -
**       freigegeben wird erst nach ausdruecklicher Bestaetigung
     PERFORM S160-OPEN-UNLOCK-CURSOR
     PERFORM S161-FETCH-UNLOCK-CURSOR

     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH

         IF  W-UNLOCK-LIST-ANZ = ZERO
             PERFORM U011-AUSGABE-SPACELINE
             MOVE SPACES TO ZEILE
             STRING  "Ausgecheckte Module von "  DELIMITED BY SIZE,
                     W-UNLOCK-USER               DELIMITED BY SPACE
               INTO  ZEILE
             PERFORM U010-AUSGABE
         END-IF

         ADD 1 TO W-UNLOCK-LIST-ANZ
         MOVE SPACES TO ZEILE
         STRING  "  "                       DELIMITED BY SIZE,
                 SOURCE-MODUL OF SSAFE      DELIMITED BY SPACE,
                 "  seit "                  DELIMITED BY SIZE,
                 ZP-CHECKOUT  OF SSAFE (1:19) DELIMITED BY SIZE
           INTO  ZEILE
         PERFORM U010-AUSGABE

         PERFORM S161-FETCH-UNLOCK-CURSOR

     END-PERFORM
     PERFORM S162-CLOSE-UNLOCK-CURSOR

**  ---> zusaetzlich gehaltene Warteschlangen-Reservierungen zaehlen
     PERFORM S164-COUNT-SSFRLOCKQ-USER
     IF  W-UNLOCK-RESQ-ANZ > ZERO
         MOVE SPACES TO ZEILE
         STRING  "  dazu "                   DELIMITED BY SIZE,
                 W-UNLOCK-RESQ-ANZ           DELIMITED BY SIZE,
                 " Warteschlangen-Reservierung(en)"
                                             DELIMITED BY SIZE
           INTO  ZEILE
         PERFORM U010-AUSGABE
     END-IF

     IF  W-UNLOCK-LIST-ANZ = ZERO
     AND W-UNLOCK-RESQ-ANZ = ZERO
         MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
         MOVE "HINW-003" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

**  ---> Rueckfrage, ob wirklich alles freigegeben werden soll
     SET EIN-ASCII
         PROMPT-DELETE TO TRUE
     PERFORM U000-EINGABE
     IF  EINGABE (1:C4-INLEN) not = "J"
         EXIT SECTION
     END-IF

**  ---> Vier-Augen-Warteschlange: ohne gueltige Bestaetigung eines
**       ZWEITEN Administrators wird nur eingereiht (s. D507)
     MOVE "UNLOCK"      TO W-PQ-AKTION
     MOVE W-UNLOCK-USER TO W-PQ-PARAMETER
     PERFORM D507-CHECK-PENDING-APPROVAL
     IF  NOT PQ-FREIGEGEBEN
         EXIT SECTION
     END-IF

**  ---> 2. Durchgang: jetzt tatsaechlich freigeben
     PERFORM S160-OPEN-UNLOCK-CURSOR
     PERFORM S161-FETCH-UNLOCK-CURSOR

     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH

         IF  W-UNLOCK-ANZ = ZERO
             PERFORM U011-AUSGABE-SPACELINE
             MOVE SPACES TO ZEILE
             STRING  "Entsperrte Module fuer "  DELIMITED BY SIZE,
                     W-UNLOCK-USER               DELIMITED BY SPACE
               INTO  ZEILE
             PERFORM U010-AUSGABE
         END-IF

**      ---> aktuellen SSAFE-Satz lesen, um die uebrigen Spalten
**           (FREIGABE_PROD usw.) beim Update unveraendert zu lassen
         PERFORM S100-SELECT-SSAFE
         IF  SSF-OK
**          ---> zuerst die Sperr-Datei-Seite (physische Sperr-Datei,
**               Warteschlangen-Weitergabe) ueber SSFFLK0M/Break-Glass
**               freigeben - schlaegt das fehl (z.B. weil das Modul
**               nie ueber SSFFLK0M gesperrt war), nur Warnung, der
**               =SSAFE-Rueckbau laeuft trotzdem weiter
             MOVE "BG"         TO FLK-LINK-CMD
             MOVE ZERO         TO FLK-LINK-RC
             MOVE SPACES       TO FLK-LINK-REP-FILE
             MOVE SOURCE-MODUL OF SSAFE TO FLK-LINK-REP-FILE
             MOVE "Y"          TO FLK-LINK-VERW-AUTH
             MOVE SPACES       TO FLK-LINK-REASON
             STRING  "Zwangsentsperrung, bisheriger User: "
                                         DELIMITED BY SIZE,
                     W-UNLOCK-USER       DELIMITED BY SPACE
               INTO  FLK-LINK-REASON
             END-STRING
             CALL "SSFFLK0M" USING FLK-LINK-REC
             IF  FLK-LINK-RC NOT = ZERO
                 MOVE SPACES TO ZEILE
                 STRING  "  Hinweis: Sperr-Datei zu "
                                             DELIMITED BY SIZE,
                         SOURCE-MODUL OF SSAFE
                                             DELIMITED BY SPACE,
                         " konnte nicht zurueckgebaut werden"
                                             DELIMITED BY SIZE
                   INTO  ZEILE
                 END-STRING
                 PERFORM U010-AUSGABE
             END-IF

             MOVE "CI"         TO SOURCE-STATUS OF SSAFE
             MOVE P-USER-NAME  TO GROUP-USER    OF SSAFE
             PERFORM U100-BEGIN
             PERFORM S123-UPDATE-SSAFE-UNLOCK
             IF  PRG-ABBRUCH
                 PERFORM U120-ROLLBACK
             ELSE
**              ---> Protokolleintrag - Zwangsentsperrung
                 MOVE SOURCE-MODUL OF SSAFE TO SOURCE-MODUL OF SSPROT
                 MOVE "UL"         TO AKTION     OF SSPROT
                 MOVE P-USER-NAME  TO GROUP-USER OF SSPROT
                 MOVE SPACES       TO KZ-FREIGABE OF SSPROT
                 MOVE SPACES TO W-UNLOCK-KOMMENTAR
                 STRING  "Zwangsentsperrung, bisheriger User: "
                                             DELIMITED BY SIZE,
                         W-UNLOCK-USER       DELIMITED BY SPACE
                   INTO  W-UNLOCK-KOMMENTAR
                 MOVE W-UNLOCK-KOMMENTAR TO KOMMENTAR OF SSPROT
                 PERFORM S200-INSERT-SSPROT
                 PERFORM U110-COMMIT

                 ADD 1 TO W-UNLOCK-ANZ
                 MOVE SPACES TO ZEILE
                 STRING  SOURCE-MODUL OF SSAFE DELIMITED BY SPACE
                   INTO  ZEILE
                 PERFORM U010-AUSGABE
             END-IF
         END-IF

         PERFORM S161-FETCH-UNLOCK-CURSOR

     END-PERFORM

**  ---> schliessen Cursor
     PERFORM S162-CLOSE-UNLOCK-CURSOR

**  ---> verbleibende Warteschlangen-Reservierungen des Users auf
**       anderen (fremd gesperrten) Modulen ebenfalls austragen
     IF  W-UNLOCK-RESQ-ANZ > ZERO
     AND NOT PRG-ABBRUCH
         PERFORM U100-BEGIN
         PERFORM S163-DELETE-SSFRLOCKQ-USER
         IF  PRG-ABBRUCH
             PERFORM U120-ROLLBACK
         ELSE
             PERFORM U110-COMMIT
             MOVE SPACES TO ZEILE
             STRING  W-UNLOCK-RESQ-ANZ DELIMITED BY SIZE,
                     " Reservierung(en) ausgetragen"
                                        DELIMITED BY SIZE
               INTO  ZEILE
             PERFORM U010-AUSGABE
         END-IF
     END-IF

     IF  W-UNLOCK-ANZ = ZERO
     AND W-UNLOCK-RESQ-ANZ = ZERO
         MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
         MOVE "HINW-003" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
     ELSE
         MOVE SPACES TO ZEILE
         STRING  W-UNLOCK-ANZ DELIMITED BY SIZE,
                 " Modul(e) entsperrt"  DELIMITED BY SIZE
           INTO  ZEILE
         PERFORM U010-AUSGABE
     END-IF
     .
 D490-99.
     EXIT.

******************************************************************
* Verwaltungsfunktion: Auflisten aller =SSAFE-Module, fuer die keine
* einzige Freigabe in =SSFRARCH existiert ("verwaiste" Eintraege -
* z.B. per PRGNEU angelegt und nie freigegeben, oder ein Modul dessen
* Archiv extern bereinigt wurde); reiner Report, es wird nichts
* geloescht (vgl. D480-ROLLEN-AUDIT)
******************************************************************
 D495-ORPHAN-SCAN SECTION.
 D495-00.
     MOVE ZERO TO W-ORPHAN-ANZ

     PERFORM S687-OPEN-ORPHAN-CURSOR
     PERFORM S688-FETCH-ORPHAN-CURSOR

     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH

         IF  W-ORPHAN-ANZ = ZERO
             PERFORM U011-AUSGABE-SPACELINE
             MOVE SPACES TO ZEILE
             STRING  "Modul           Status GROUP.USER       letzter Checkin"
                                         DELIMITED BY SIZE
               INTO  ZEILE
             PERFORM U010-AUSGABE
         END-IF

         ADD 1 TO W-ORPHAN-ANZ
         MOVE SPACES TO ZEILE
         STRING  SOURCE-MODUL  OF SSAFE DELIMITED BY SPACE,
                 "  "                   DELIMITED BY SIZE,
                 SOURCE-STATUS OF SSAFE DELIMITED BY SPACE,
                 "  "                   DELIMITED BY SIZE,
                 GROUP-USER    OF SSAFE DELIMITED BY SPACE,
                 "  "                   DELIMITED BY SIZE,
                 ZP-CHECKIN    OF SSAFE DELIMITED BY SIZE
           INTO  ZEILE
         PERFORM U010-AUSGABE

         PERFORM S688-FETCH-ORPHAN-CURSOR

     END-PERFORM

**  ---> schliessen Cursor
     PERFORM S689-CLOSE-ORPHAN-CURSOR

     IF  W-ORPHAN-ANZ = ZERO
         MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
         MOVE "HINW-003" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
     ELSE
         MOVE SPACES TO ZEILE
         STRING  W-ORPHAN-ANZ DELIMITED BY SIZE,
                 " Modul(e) ohne Freigabe in =SSFRARCH gefunden"
                                       DELIMITED BY SIZE
           INTO  ZEILE
         PERFORM U010-AUSGABE
     END-IF
     .
 D495-99.
     EXIT.

******************************************************************
* Rezertifizierungs-Kampagnen (VERWALTUNG RECERT): START friert
* alle User/Rollen-Zuordnungen aus =SSUSER (entschluesselt) als
* Kampagnen-Snapshot in =SSFRECERT ein und verschickt die Liste;
* DECIDE fragt je offener Zuordnung bestaetigen/widerrufen ab
* (mit Hinweis auf nie ausgeuebte Freigabe-Berechtigungen wie in
* D483/D484); CLOSE widerruft nach Fristablauf automatisch alle
* noch offenen Zuordnungen; LIST zeigt den Kampagnen-Stand.
* Ein Widerruf loescht die Zuordnung physisch aus =SSUSER (S976)
* und protokolliert in =SSPROT (Aktion "RC").
******************************************************************
 D496-RECERT SECTION.
 D496-00.
     IF  W-RC-KAMPAGNE = SPACES
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     EVALUATE W-RC-SUBCMD
         WHEN "START"  PERFORM D497-RECERT-START
         WHEN "DECIDE" PERFORM D498-RECERT-DECIDE
         WHEN "CLOSE"  PERFORM D499-RECERT-CLOSE
         WHEN "LIST"   PERFORM D501-RECERT-LIST
         WHEN OTHER
             MOVE "FEHLER"   TO BEREICH   OF SSTEXT
             MOVE "FEHL-009" TO KATEGORIE OF SSTEXT
**          ---> anzeigen Hilfstext
             PERFORM R100-SHOW-TEXT
     END-EVALUATE
     .
 D496-99.
     EXIT.

******************************************************************
* RECERT START: Snapshot aller User/Rollen-Zuordnungen anlegen
******************************************************************
 D497-RECERT-START SECTION.
 D497-00.
     IF  W-RC-FRIST = SPACES
     OR  W-RC-FRIST NOT NUMERIC
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     MOVE ZERO TO W-RC-ANZ
     MOVE all "_" TO USER OF SSUSER
     PERFORM S630-OPEN-USER-CURSOR
     PERFORM S631-FETCH-USER-CURSOR
     PERFORM UNTIL USER-EOD OR PRG-ABBRUCH

**      ---> USER entschluesseln (2 x 8 Zeichen, wie D430)
         MOVE USER OF SSUSER (1:8) TO W-UMSCHL-IN
         PERFORM U310-DECR
         MOVE W-UMSCHL-OUT         TO W-RC-USER (1:8)
         MOVE USER OF SSUSER (9:8) TO W-UMSCHL-IN
         PERFORM U310-DECR
         MOVE W-UMSCHL-OUT         TO W-RC-USER (9:8)
         MOVE ROLLE OF SSUSER      TO W-RC-ROLLE

         MOVE "O" TO W-RC-STATUS
         PERFORM U100-BEGIN
         PERFORM S970-INSERT-SSFRECERT
         IF  PRG-ABBRUCH
             PERFORM U120-ROLLBACK
         ELSE
             PERFORM U110-COMMIT
             ADD 1 TO W-RC-ANZ
         END-IF

         PERFORM S631-FETCH-USER-CURSOR
     END-PERFORM
     PERFORM S632-CLOSE-USER-CURSOR

     MOVE W-RC-ANZ TO W-RC-ANZ-ED
     MOVE SPACES TO ZEILE
     STRING  " Kampagne "            DELIMITED BY SIZE
             W-RC-KAMPAGNE           DELIMITED BY SPACE
             ": "                    DELIMITED BY SIZE
             W-RC-ANZ-ED             DELIMITED BY SIZE
             " Zuordnung(en) eingefroren, Frist " DELIMITED BY SIZE
             W-RC-FRIST              DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE

**  ---> Benachrichtigung an den Verteiler
     IF  W-RC-ANZ > ZERO
         PERFORM M557-MAIL-RECERT
     END-IF
     .
 D497-99.
     EXIT.

******************************************************************
* RECERT DECIDE: je offener Zuordnung bestaetigen/widerrufen -
* mit Hinweis, wenn der User laut =ABNAHME noch nie eine
* Freigabe ausgeuebt hat (gleiche Datenbasis wie D483/D484)
******************************************************************
 D498-RECERT-DECIDE SECTION.
 D498-00.
     MOVE ZERO TO W-RC-ANZ
     PERFORM S971-OPEN-RECERT-CURSOR
     PERFORM S972-FETCH-RECERT-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH

         IF  W-RC-STATUS = "O"
             PERFORM U011-AUSGABE-SPACELINE
             MOVE SPACES TO ZEILE
             STRING  " Zuordnung: "    DELIMITED BY SIZE
                     W-RC-USER         DELIMITED BY SPACE
                     "  Rolle "        DELIMITED BY SIZE
                     W-RC-ROLLE        DELIMITED BY SPACE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE

**          ---> nie ausgeuebte Freigabe-Berechtigung anzeigen
**               (gleiche Datenbasis wie D483/D484)
             MOVE W-RC-USER  TO W-AUDIT-CHECK-USER
             MOVE "REL4WEAT" TO W-AUDIT-CHECK-FKT
             PERFORM S683-COUNT-ABN-ACTIVITY
             IF  W-AUDIT-ACT-ANZ = ZERO
                 MOVE "   (Freigabe-Berechtigung nie ausgeuebt)"
                     TO ZEILE
                 PERFORM U010-AUSGABE
             END-IF

**          ---> Herkunft: Zuordnung aus genehmigtem Zugriffsantrag?
             PERFORM S639-SELECT-SSFACREQ-ZUORD
             IF  SSFACREQ-OK
                 MOVE ANTRAG-NR OF SSFACREQ TO W-ACR-NR-ED
                 MOVE SPACES TO ZEILE
                 STRING  "   (Antrag"              DELIMITED BY SIZE
                         W-ACR-NR-ED               DELIMITED BY SIZE
                         " von "                   DELIMITED BY SIZE
                         ANTRAG-VON OF SSFACREQ    DELIMITED BY SPACE
                         ", genehmigt von "        DELIMITED BY SIZE
                         ENTSCHIEDEN-VON OF SSFACREQ
                                                   DELIMITED BY SPACE
                         " am "                    DELIMITED BY SIZE
                         ZP-ENTSCHEID OF SSFACREQ (1:10)
                                                   DELIMITED BY SIZE
                         ")"                       DELIMITED BY SIZE
                   INTO  ZEILE
                 END-STRING
                 PERFORM U010-AUSGABE
             END-IF

             SET EIN-ASCII
                 PROMPT-FREIGABE-JN TO TRUE
             PERFORM U000-EINGABE
             MOVE SPACE TO W-RC-STATUS
             IF  EINGABE (1:C4-INLEN) = "J"
                 MOVE "B" TO W-RC-STATUS
             END-IF
             IF  EINGABE (1:C4-INLEN) = "N"
                 MOVE "W" TO W-RC-STATUS
             END-IF

             IF  W-RC-STATUS NOT = SPACE
                 PERFORM D502-RECERT-VERBUCHEN
                 ADD 1 TO W-RC-ANZ
             END-IF
         END-IF

         PERFORM S972-FETCH-RECERT-CURSOR
     END-PERFORM
     PERFORM S973-CLOSE-RECERT-CURSOR

     MOVE W-RC-ANZ TO W-RC-ANZ-ED
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  " --- "                  DELIMITED BY SIZE
             W-RC-ANZ-ED              DELIMITED BY SIZE
             " Zuordnung(en) entschieden" DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D498-99.
     EXIT.

******************************************************************
* RECERT CLOSE: nach Fristablauf alle noch offenen Zuordnungen
* automatisch widerrufen und Abschlussbericht drucken
******************************************************************
 D499-RECERT-CLOSE SECTION.
 D499-00.
     PERFORM U030-TIMESTAMP
     MOVE TAL-JHJJMMTT OF TAL-TIME-D TO W-RC-HEUTE

     MOVE ZERO TO W-RC-BEST-ANZ
                  W-RC-WIDER-ANZ
                  W-RC-OFFEN-ANZ
     PERFORM S971-OPEN-RECERT-CURSOR
     PERFORM S972-FETCH-RECERT-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         EVALUATE W-RC-STATUS
             WHEN "B"    ADD 1 TO W-RC-BEST-ANZ
             WHEN "W"    ADD 1 TO W-RC-WIDER-ANZ
             WHEN "O"
                 IF  W-RC-FRIST < W-RC-HEUTE
**                  ---> Frist abgelaufen: automatisch widerrufen
                     MOVE "W" TO W-RC-STATUS
                     PERFORM D502-RECERT-VERBUCHEN
                     ADD 1 TO W-RC-WIDER-ANZ
                 ELSE
                     ADD 1 TO W-RC-OFFEN-ANZ
                 END-IF
             WHEN OTHER  CONTINUE
         END-EVALUATE
         PERFORM S972-FETCH-RECERT-CURSOR
     END-PERFORM
     PERFORM S973-CLOSE-RECERT-CURSOR

**  ---> Abschlussbericht
     MOVE W-RC-BEST-ANZ  TO W-RC-BEST-ANZ-ED
     MOVE W-RC-WIDER-ANZ TO W-RC-WIDER-ANZ-ED
     MOVE W-RC-OFFEN-ANZ TO W-RC-OFFEN-ANZ-ED
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  " Kampagne "            DELIMITED BY SIZE
             W-RC-KAMPAGNE           DELIMITED BY SPACE
             ": bestaetigt "         DELIMITED BY SIZE
             W-RC-BEST-ANZ-ED        DELIMITED BY SIZE
             ", widerrufen "         DELIMITED BY SIZE
             W-RC-WIDER-ANZ-ED       DELIMITED BY SIZE
             ", noch offen "         DELIMITED BY SIZE
             W-RC-OFFEN-ANZ-ED       DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE
     .
 D499-99.
     EXIT.

******************************************************************
* RECERT LIST: Kampagnen-Stand anzeigen
******************************************************************
 D501-RECERT-LIST SECTION.
 D501-00.
     MOVE ZERO TO C4-COUNT
     MOVE " User              Rolle             St Entscheider" TO ZEILE
     PERFORM U010-AUSGABE
     MOVE " -----------------------------------------------------"
         TO ZEILE
     PERFORM U010-AUSGABE
     PERFORM S971-OPEN-RECERT-CURSOR
     PERFORM S972-FETCH-RECERT-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         ADD 1 TO C4-COUNT
         MOVE SPACES TO ZEILE
         STRING  " "                  DELIMITED BY SIZE
                 W-RC-USER            DELIMITED BY SIZE
                 "  "                 DELIMITED BY SIZE
                 W-RC-ROLLE           DELIMITED BY SIZE
                 "  "                 DELIMITED BY SIZE
                 W-RC-STATUS          DELIMITED BY SIZE
                 "  "                 DELIMITED BY SIZE
                 ENTSCHEIDER OF SSFRECERT DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         PERFORM S972-FETCH-RECERT-CURSOR
     END-PERFORM
     PERFORM S973-CLOSE-RECERT-CURSOR
     IF  C4-COUNT = ZERO
         MOVE "  Kampagne nicht gefunden" TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     PERFORM U011-AUSGABE-SPACELINE
     .
 D501-99.
     EXIT.

******************************************************************
* Entscheidung einer Zuordnung verbuchen: Status+Entscheider in
* =SSFRECERT, bei Widerruf die Zuordnung aus =SSUSER loeschen
* (USER wieder verschluesseln, wie C050) und in =SSPROT
* protokollieren (Aktion "RC")
******************************************************************
 D502-RECERT-VERBUCHEN SECTION.
 D502-00.
     PERFORM U100-BEGIN
     PERFORM S974-UPDATE-SSFRECERT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF

     IF  W-RC-STATUS = "W"
**      ---> User wieder verschluesseln fuer den =SSUSER-Zugriff
         MOVE W-RC-USER (1:8) TO W-UMSCHL-IN
         PERFORM U320-ENCR
         MOVE W-UMSCHL-OUT    TO USER OF SSUSER (1:8)
         MOVE W-RC-USER (9:8) TO W-UMSCHL-IN
         PERFORM U320-ENCR
         MOVE W-UMSCHL-OUT    TO USER OF SSUSER (9:8)
         MOVE W-RC-ROLLE      TO ROLLE OF SSUSER
         PERFORM S976-DELETE-SSUSER-ROLLE
         IF  PRG-ABBRUCH
             PERFORM U120-ROLLBACK
             EXIT SECTION
         END-IF

**      ---> Widerruf protokollieren
         MOVE SPACES      TO SOURCE-MODUL OF SSPROT
         MOVE "RC"        TO AKTION       OF SSPROT
         MOVE "NO"        TO KZ-FREIGABE  OF SSPROT
         MOVE P-USER-NAME TO GROUP-USER   OF SSPROT
         MOVE SPACES      TO KOMMENTAR    OF SSPROT
         STRING  "Rolle "         DELIMITED BY SIZE
                 W-RC-ROLLE       DELIMITED BY SPACE
                 " widerrufen fuer " DELIMITED BY SIZE
                 W-RC-USER        DELIMITED BY SPACE
           INTO  KOMMENTAR OF SSPROT
         END-STRING
         PERFORM S200-INSERT-SSPROT
         IF  PRG-ABBRUCH
             PERFORM U120-ROLLBACK
             EXIT SECTION
         END-IF
     END-IF
     PERFORM U110-COMMIT
     .
 D502-99.
     EXIT.

******************************************************************
* Befristete Rollen-Delegation (VERWALTUNG DELEGATE): legt eine
* zeitlich begrenzte Vertretungs-Zuordnung in =SSFDELEG an (ohne
* die feste Zuordnung in =SSUSER anzutasten), zeigt bzw. beendet
* sie. Angewendet werden aktive Delegationen in C050/D504; nach
* Ablauf des Zeitraums erlischt die Delegation von selbst.
******************************************************************
 D503-DELEGATE SECTION.
 D503-00.
     EVALUATE W-DLG-SUBCMD
         WHEN "NEW"
             IF  W-DLG-AN-USER = SPACES
             OR  W-DLG-ROLLE   = SPACES
             OR  W-DLG-VON NOT NUMERIC
             OR  W-DLG-BIS NOT NUMERIC
                 MOVE "FEHLER"   TO BEREICH   OF SSTEXT
                 MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**              ---> anzeigen Hilfstext
                 PERFORM R100-SHOW-TEXT
                 EXIT SECTION
             END-IF

**          ---> Funktionstrennung pruefen (s. D927)
             MOVE W-DLG-AN-USER TO W-SOD-USER
             MOVE W-DLG-ROLLE   TO W-SOD-NEU-ROLLE
             PERFORM D927-SOD-PRUEFEN
             IF  SOD-VERWEIGERT
                 EXIT SECTION
             END-IF
             PERFORM U100-BEGIN
             PERFORM S980-INSERT-SSFDELEG
             IF  PRG-ABBRUCH
                 PERFORM U120-ROLLBACK
                 EXIT SECTION
             END-IF

**          ---> Delegation protokollieren
             MOVE SPACES      TO SOURCE-MODUL OF SSPROT
             MOVE "RC"        TO AKTION       OF SSPROT
             MOVE "NO"        TO KZ-FREIGABE  OF SSPROT
             MOVE P-USER-NAME TO GROUP-USER   OF SSPROT
             MOVE SPACES      TO KOMMENTAR    OF SSPROT
             STRING  "Rolle "         DELIMITED BY SIZE
                     W-DLG-ROLLE      DELIMITED BY SPACE
                     " delegiert an " DELIMITED BY SIZE
                     W-DLG-AN-USER    DELIMITED BY SPACE
                     " bis "          DELIMITED BY SIZE
                     W-DLG-BIS        DELIMITED BY SIZE
               INTO  KOMMENTAR OF SSPROT
             END-STRING
             PERFORM S200-INSERT-SSPROT
             IF  PRG-ABBRUCH
                 PERFORM U120-ROLLBACK
                 EXIT SECTION
             END-IF
             PERFORM U110-COMMIT

             MOVE SPACES TO ZEILE
             STRING  " Rolle "         DELIMITED BY SIZE
                     W-DLG-ROLLE       DELIMITED BY SPACE
                     " delegiert an "  DELIMITED BY SIZE
                     W-DLG-AN-USER     DELIMITED BY SPACE
                     " ("              DELIMITED BY SIZE
                     W-DLG-VON         DELIMITED BY SIZE
                     " - "             DELIMITED BY SIZE
                     W-DLG-BIS         DELIMITED BY SIZE
                     ")"               DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE

         WHEN "DEL"
             PERFORM U100-BEGIN
             PERFORM S981-DELETE-SSFDELEG
             IF  PRG-ABBRUCH
                 PERFORM U120-ROLLBACK
                 EXIT SECTION
             END-IF
             PERFORM U110-COMMIT
             MOVE " Delegation beendet" TO ZEILE
             PERFORM U010-AUSGABE

         WHEN "LIST"
             PERFORM D505-DELEGATE-LIST

         WHEN OTHER
             MOVE "FEHLER"   TO BEREICH   OF SSTEXT
             MOVE "FEHL-009" TO KATEGORIE OF SSTEXT
**          ---> anzeigen Hilfstext
             PERFORM R100-SHOW-TEXT
     END-EVALUATE
     .
 D503-99.
     EXIT.

******************************************************************
* DELEGATE LIST: alle Delegationen anzeigen
******************************************************************
 D505-DELEGATE-LIST SECTION.
 D505-00.
     MOVE ZERO TO C4-COUNT
     MOVE " An User           Rolle             von      bis      vergeben von"
         TO ZEILE
     PERFORM U010-AUSGABE
     MOVE " -------------------------------------------------------------------"
         TO ZEILE
     PERFORM U010-AUSGABE
     PERFORM S982-OPEN-DELEG-CURSOR
     PERFORM S983-FETCH-DELEG-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         ADD 1 TO C4-COUNT
         MOVE SPACES TO ZEILE
         STRING  " "                       DELIMITED BY SIZE
                 AN-USER OF SSFDELEG       DELIMITED BY SIZE
                 "  "                      DELIMITED BY SIZE
                 ROLLE OF SSFDELEG         DELIMITED BY SIZE
                 "  "                      DELIMITED BY SIZE
                 VON-DATUM OF SSFDELEG     DELIMITED BY SIZE
                 " "                       DELIMITED BY SIZE
                 BIS-DATUM OF SSFDELEG     DELIMITED BY SIZE
                 " "                       DELIMITED BY SIZE
                 VERGEBEN-VON OF SSFDELEG  DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         PERFORM S983-FETCH-DELEG-CURSOR
     END-PERFORM
     PERFORM S984-CLOSE-DELEG-CURSOR
     IF  C4-COUNT = ZERO
         MOVE "  keine Delegationen vorhanden" TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     PERFORM U011-AUSGABE-SPACELINE
     .
 D505-99.
     EXIT.

******************************************************************
* Vier-Augen-Warteschlange, Teil 1 (Gate in D490/C222): sucht fuer
* die anstehende destruktive Aktion (W-PQ-AKTION + W-PQ-PARAMETER)
* eine gueltige, noch nicht verbrauchte Bestaetigung ("G") eines
* ZWEITEN Administrators. Gefunden -> verbrauchen ("E") und die
* Aktion zulassen (PQ-FREIGEGEBEN); nicht gefunden -> Antrag neu
* einreihen ("O", HINW-029) und die Aktion abweisen. Unbestaetigte
* Antraege verfallen nach =SSPARM "PENDQDAYS" Tagen (Default 3).
******************************************************************
 D507-CHECK-PENDING-APPROVAL SECTION.
 D507-00.
     MOVE SPACE TO W-PQ-FREI-FLAG

**  ---> Verfalls-Frist holen
     MOVE 3 TO W-PQ-FRIST-TAGE
     MOVE "PENDQDAYS" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  SSPRM-OK
     AND SVOL-SOURCE OF SSPARM (1:3) NUMERIC
         MOVE SVOL-SOURCE OF SSPARM (1:3) TO W-PQ-FRIST-TAGE
     END-IF
     MOVE W-PQ-FRIST-TAGE TO H-PQ-FRIST

**  ---> gueltige Bestaetigung suchen und verbrauchen
     PERFORM U100-BEGIN
     PERFORM S985-CONSUME-SSFPENDQ
     IF  SSFPENDQ-OK
         PERFORM U110-COMMIT
         SET PQ-FREIGEGEBEN TO TRUE
         EXIT SECTION
     END-IF
     PERFORM U120-ROLLBACK

**  ---> keine Bestaetigung: Antrag einreihen (sofern nicht schon
**       ein offener Antrag derselben Aktion existiert)
     PERFORM U100-BEGIN
     PERFORM S986-SELECT-SSFPENDQ-OFFEN
     IF  NOT SSFPENDQ-OK
         PERFORM S987-INSERT-SSFPENDQ
         IF  PRG-ABBRUCH
             PERFORM U120-ROLLBACK
             EXIT SECTION
         END-IF
     END-IF
     PERFORM U110-COMMIT

**  ---> Hinweis: Aktion wartet auf den zweiten Administrator
     MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
     MOVE "HINW-029" TO KATEGORIE OF SSTEXT
     PERFORM R100-SHOW-TEXT
     .
 D507-99.
     EXIT.

******************************************************************
* Vier-Augen-Warteschlange, Teil 2 (VERWALTUNG PENDING): offene
* Antraege anzeigen und durch einen ZWEITEN Administrator
* bestaetigen ("G") oder verwerfen ("A") lassen - der Antrag-
* steller selbst darf nicht bestaetigen (FEHL-038). Beide
* Identitaeten landen in =SSPROT.
******************************************************************
 D506-PENDING SECTION.
 D506-00.
**  ---> Verfalls-Frist holen (wie D507)
     MOVE 3 TO W-PQ-FRIST-TAGE
     MOVE "PENDQDAYS" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  SSPRM-OK
     AND SVOL-SOURCE OF SSPARM (1:3) NUMERIC
         MOVE SVOL-SOURCE OF SSPARM (1:3) TO W-PQ-FRIST-TAGE
     END-IF
     MOVE W-PQ-FRIST-TAGE TO H-PQ-FRIST

**  ---> verfallene Antraege zuerst aufraeumen
     PERFORM U100-BEGIN
     PERFORM S988-EXPIRE-SSFPENDQ
     PERFORM U110-COMMIT

     MOVE ZERO TO W-PQ-ANZ
     PERFORM S989-OPEN-PENDQ-CURSOR
     PERFORM S990-FETCH-PENDQ-CURSOR
     IF  SSF-EOD
         MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
         MOVE "HINW-003" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         PERFORM S991-CLOSE-PENDQ-CURSOR
         EXIT SECTION
     END-IF

     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH

         PERFORM U011-AUSGABE-SPACELINE
         MOVE SPACES TO ZEILE
         STRING  " Antrag: "                 DELIMITED BY SIZE
                 AKTION OF SSFPENDQ          DELIMITED BY SPACE
                 " "                         DELIMITED BY SIZE
                 PARAMETER OF SSFPENDQ       DELIMITED BY SPACE
                 "  von "                    DELIMITED BY SIZE
                 BEANTRAGT-VON OF SSFPENDQ   DELIMITED BY SPACE
                 "  am "                     DELIMITED BY SIZE
                 ZPINS OF SSFPENDQ (1:19)    DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE

**      ---> der Antragsteller darf nicht selbst bestaetigen
         IF  BEANTRAGT-VON OF SSFPENDQ = P-USER-NAME (1:16)
             MOVE "   (eigener Antrag - Bestaetigung nicht moeglich)"
                 TO ZEILE
             PERFORM U010-AUSGABE
         ELSE
             SET EIN-ASCII
                 PROMPT-FREEZEX-OK TO TRUE
             PERFORM U000-EINGABE

             MOVE SPACE TO W-PQ-STATUS
             IF  EINGABE (1:C4-INLEN) = "J"
                 MOVE "G" TO W-PQ-STATUS
             END-IF
             IF  EINGABE (1:C4-INLEN) = "N"
                 MOVE "A" TO W-PQ-STATUS
             END-IF

             IF  W-PQ-STATUS NOT = SPACE
                 MOVE AKTION    OF SSFPENDQ TO W-PQ-AKTION
                 MOVE PARAMETER OF SSFPENDQ TO W-PQ-PARAMETER
                 PERFORM U100-BEGIN
                 PERFORM S992-UPDATE-SSFPENDQ-DECIDE
                 IF  SSFPENDQ-OK
                     ADD 1 TO W-PQ-ANZ
**                  ---> beide Identitaeten protokollieren
                     MOVE SPACES      TO SOURCE-MODUL OF SSPROT
                     MOVE "VW"        TO AKTION       OF SSPROT
                     MOVE "NO"        TO KZ-FREIGABE  OF SSPROT
                     MOVE P-USER-NAME TO GROUP-USER   OF SSPROT
                     MOVE SPACES      TO KOMMENTAR    OF SSPROT
                     IF  W-PQ-STATUS = "G"
                         STRING  W-PQ-AKTION       DELIMITED BY SPACE
                                 " bestaetigt, Antrag von "
                                                   DELIMITED BY SIZE
                                 BEANTRAGT-VON OF SSFPENDQ
                                                   DELIMITED BY SPACE
                           INTO  KOMMENTAR OF SSPROT
                         END-STRING
                     ELSE
                         STRING  W-PQ-AKTION       DELIMITED BY SPACE
                                 " verworfen, Antrag von "
                                                   DELIMITED BY SIZE
                                 BEANTRAGT-VON OF SSFPENDQ
                                                   DELIMITED BY SPACE
                           INTO  KOMMENTAR OF SSPROT
                         END-STRING
                     END-IF
                     PERFORM S200-INSERT-SSPROT
                     IF  PRG-ABBRUCH
                         PERFORM U120-ROLLBACK
                     ELSE
                         PERFORM U110-COMMIT
                     END-IF
                 ELSE
                     PERFORM U120-ROLLBACK
                 END-IF
             END-IF
         END-IF

         PERFORM S990-FETCH-PENDQ-CURSOR
     END-PERFORM
     PERFORM S991-CLOSE-PENDQ-CURSOR

     MOVE W-PQ-ANZ TO W-PQ-ANZ-ED
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  " --- "                      DELIMITED BY SIZE
             W-PQ-ANZ-ED                  DELIMITED BY SIZE
             " Antrag/Antraege entschieden" DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D506-99.
     EXIT.

******************************************************************
* Anomalie-Report ueber den =SSPROT-Audit-Trail (VERWALTUNG
* ANOMALY [MAIL]): vier Pruefungen, jeweils nach Auffaelligkeit
* absteigend sortiert und mit den rohen SSPROT-Zeilen dahinter -
* 1) Massen-Checkouts eines Users binnen 24h (Schwelle =SSPARM
*    "ANOMCO", Default 10)
* 2) gehaeufte PW-Fehler je User in 7 Tagen (ab 3)
* 3) CO/CI ausserhalb des Arbeitszeitfensters (=SSPARM "ANOMHRS",
*    Default 06-20)
* 4) CO/CI auf Module, deren SSAFE-Gruppe nicht zur Gruppe des
*    Users passt (Fremdbereichs-Zugriff)
* Mit MAIL geht der Report zusaetzlich an den Warn-Verteiler "SW"
* und ist so als naechtlicher Kettenschritt einplanbar.
******************************************************************
 D508-ANOMALY SECTION.
 D508-00.
**  ---> Schwellen/Fenster aus =SSPARM holen
     MOVE 10 TO W-ANOM-CO-SCHWELLE
     MOVE "ANOMCO" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  SSPRM-OK
     AND SVOL-SOURCE OF SSPARM (1:5) NUMERIC
         MOVE SVOL-SOURCE OF SSPARM (1:5) TO W-ANOM-CO-SCHWELLE
     END-IF
     MOVE "06" TO W-ANOM-STD-VON
     MOVE "20" TO W-ANOM-STD-BIS
     MOVE "ANOMHRS" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  SSPRM-OK
         MOVE SVOL-SOURCE OF SSPARM (1:2) TO W-ANOM-STD-VON
         MOVE SVOL-SOURCE OF SSPARM (4:2) TO W-ANOM-STD-BIS
     END-IF
     MOVE 1 TO H-ANOM-TAGE1
     MOVE 7 TO H-ANOM-TAGE7

**  ---> ggf. Mail an den Warn-Verteiler parallel aufbauen
     IF  ANOM-MAIL-MODE
         SET MAIL-KAT-WARNUNG TO TRUE
         PERFORM N505-EMAIL-KOPF-EINFACH
         IF  PRG-ABBRUCH OR MAIL-ABO-NOK
             MOVE SPACE TO W-ANOM-MAIL-FLAG
         ELSE
**          ---> Betreff und Einleitung aus der Mail-Vorlage
**               "ANOMALY" in =SSTEXT (s. N522), sonst der eingebaute
**               Betreff
             PERFORM N520-MV-INIT
             MOVE "ANOMALY"      TO W-MV-NAME
             PERFORM N522-MV-LADEN
             IF  MV-VORLAGE-OK
                 PERFORM N525-MV-BETREFF
                 WRITE EMAIL-RECORD FROM EM-LZ
                 PERFORM N526-MV-TEXT-1
             ELSE
                 MOVE TEM-BETREFF11 TO EM-K5-VALUE
                 WRITE EMAIL-RECORD FROM EM-K5
             END-IF
             WRITE EMAIL-RECORD FROM EM-LZ
         END-IF
     END-IF

     MOVE ZERO TO W-ANOM-ANZ

**  ---> 1) Massen-Checkouts binnen 24h
     PERFORM U011-AUSGABE-SPACELINE
     MOVE " 1) Massen-Checkouts (24h):" TO ZEILE
     PERFORM D509-ANOM-ZEILE
     PERFORM S760-OPEN-ANOM-CO-CURSOR
     PERFORM S761-FETCH-ANOM-CO-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         IF  W-ANOM-COUNT >= W-ANOM-CO-SCHWELLE
             ADD 1 TO W-ANOM-ANZ
             MOVE SPACES TO ZEILE
             STRING  "    "              DELIMITED BY SIZE
                     W-ANOM-GRP-USER     DELIMITED BY SIZE
                     "  "                DELIMITED BY SIZE
                     W-ANOM-COUNT        DELIMITED BY SIZE
                     " Checkout(s)"      DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM D509-ANOM-ZEILE
         END-IF
         PERFORM S761-FETCH-ANOM-CO-CURSOR
     END-PERFORM
     PERFORM S762-CLOSE-ANOM-CO-CURSOR

**  ---> 2) gehaeufte PW-Fehler (7 Tage)
     MOVE " 2) gehaeufte PW-Fehler (7 Tage):" TO ZEILE
     PERFORM D509-ANOM-ZEILE
     PERFORM S763-OPEN-ANOM-PW-CURSOR
     PERFORM S764-FETCH-ANOM-PW-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         IF  W-ANOM-COUNT >= 3
             ADD 1 TO W-ANOM-ANZ
             MOVE SPACES TO ZEILE
             STRING  "    "              DELIMITED BY SIZE
                     W-ANOM-GRP-USER     DELIMITED BY SIZE
                     "  "                DELIMITED BY SIZE
                     W-ANOM-COUNT        DELIMITED BY SIZE
                     " PW-Fehler"        DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM D509-ANOM-ZEILE
         END-IF
         PERFORM S764-FETCH-ANOM-PW-CURSOR
     END-PERFORM
     PERFORM S765-CLOSE-ANOM-PW-CURSOR

**  ---> 3) + 4) Detail-Pass: Arbeitszeitfenster und Fremdbereich
     MOVE " 3) Aktionen ausserhalb des Arbeitszeitfensters" TO ZEILE
     PERFORM D509-ANOM-ZEILE
     MOVE " 4) Zugriffe auf Module fremder Gruppen:" TO ZEILE
     PERFORM D509-ANOM-ZEILE
     PERFORM S766-OPEN-ANOM-DET-CURSOR
     PERFORM S767-FETCH-ANOM-DET-CURSOR
     PERFORM UNTIL SSPROT-EOD OR PRG-ABBRUCH

**      ---> Uhrzeit pruefen (ZPINS "JJJJ-MM-TT HH:...", Std. 12-13)
         IF  ZPINS OF SSPROT (12:2) < W-ANOM-STD-VON
         OR  ZPINS OF SSPROT (12:2) > W-ANOM-STD-BIS
             ADD 1 TO W-ANOM-ANZ
             MOVE SPACES TO ZEILE
             STRING  "    [Zeit]  "               DELIMITED BY SIZE
                     SOURCE-MODUL OF SSPROT       DELIMITED BY SIZE
                     " "                          DELIMITED BY SIZE
                     AKTION OF SSPROT             DELIMITED BY SIZE
                     " "                          DELIMITED BY SIZE
                     GROUP-USER OF SSPROT         DELIMITED BY SIZE
                     " "                          DELIMITED BY SIZE
                     ZPINS OF SSPROT (1:19)       DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM D509-ANOM-ZEILE
         END-IF

**      ---> Gruppe des Users gegen die Gruppe des Moduls pruefen
         MOVE SPACES TO W-ANOM-GRP-1 W-ANOM-GRP-2
         MOVE ZERO TO C4-I1
         INSPECT GROUP-USER OF SSPROT TALLYING C4-I1
             FOR CHARACTERS BEFORE INITIAL "."
         IF  C4-I1 > ZERO AND C4-I1 < 9
             MOVE GROUP-USER OF SSPROT (1:C4-I1) TO W-ANOM-GRP-1
         END-IF
         MOVE SOURCE-MODUL OF SSPROT TO SOURCE-MODUL OF SSAFE
         PERFORM S100-SELECT-SSAFE
         IF  SSF-OK
             MOVE ZERO TO C4-I1
             INSPECT GROUP-USER OF SSAFE TALLYING C4-I1
                 FOR CHARACTERS BEFORE INITIAL "."
             IF  C4-I1 > ZERO AND C4-I1 < 9
                 MOVE GROUP-USER OF SSAFE (1:C4-I1) TO W-ANOM-GRP-2
             END-IF
         END-IF
         IF  W-ANOM-GRP-1 NOT = SPACES
         AND W-ANOM-GRP-2 NOT = SPACES
         AND W-ANOM-GRP-1 NOT = W-ANOM-GRP-2
             ADD 1 TO W-ANOM-ANZ
             MOVE SPACES TO ZEILE
             STRING  "    [Grp.]  "               DELIMITED BY SIZE
                     SOURCE-MODUL OF SSPROT       DELIMITED BY SIZE
                     " "                          DELIMITED BY SIZE
                     AKTION OF SSPROT             DELIMITED BY SIZE
                     " "                          DELIMITED BY SIZE
                     GROUP-USER OF SSPROT         DELIMITED BY SIZE
                     " "                          DELIMITED BY SIZE
                     ZPINS OF SSPROT (1:19)       DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM D509-ANOM-ZEILE
         END-IF

         PERFORM S767-FETCH-ANOM-DET-CURSOR
     END-PERFORM
     PERFORM S768-CLOSE-ANOM-DET-CURSOR

**  ---> Zusammenfassung + Mail schliessen
     MOVE W-ANOM-ANZ TO W-ANOM-ANZ-ED
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  " --- "                 DELIMITED BY SIZE
             W-ANOM-ANZ-ED           DELIMITED BY SIZE
             " Auffaelligkeit(en) gefunden" DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM D509-ANOM-ZEILE
     IF  ANOM-MAIL-MODE
         WRITE EMAIL-RECORD FROM EM-LZ
**      ---> Schlusstext der Mail-Vorlage (Zeilen nach @DATEN@)
         IF  MV-VORLAGE-OK
             PERFORM N527-MV-TEXT-2
         END-IF
         CLOSE EMAIL
     END-IF
     .
 D508-99.
     EXIT.

******************************************************************
* eine Report-Zeile ausgeben - im MAIL-Modus zusaetzlich als
* Mail-Zeile (VOR U010, das ZEILE wieder leert)
******************************************************************
 D509-ANOM-ZEILE SECTION.
 D509-00.
     IF  ANOM-MAIL-MODE
         MOVE SPACES TO EM-PZ
         MOVE ZEILE (1:60) TO EM-PZ-REST
         WRITE EMAIL-RECORD FROM EM-PZ
     END-IF
     PERFORM U010-AUSGABE
     .
 D509-99.
     EXIT.

******************************************************************
* Sitzungs-Journal abspielen bzw. abraeumen (VERWALTUNG SESSION):
* "SESSION <Grp.User>" zeigt alle journalierten Kommandozeilen
* des Users chronologisch (inkl. reiner Lese-Kommandos - genau
* dafuer wurde PEEK gebaut, und genau das muss nachweisbar sein);
* "SESSION PURGE <Tage>" loescht Journal-Eintraege, die aelter
* als die angegebene Anzahl Tage sind (Retention-Lauf);
* "SESSION STATS [<Tage>] [MAIL]" wertet die Antwortzeiten aus
* (s. D954).
******************************************************************
 D510-SESSION SECTION.
 D510-00.
     IF  W-SESS-USER = SPACES
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     IF  W-SESS-USER = "PURGE"
         PERFORM D511-SESSION-PURGE
         EXIT SECTION
     END-IF

     IF  W-SESS-USER = "STATS"
         PERFORM D954-SESSION-STATS
         EXIT SECTION
     END-IF

     MOVE ZERO TO C4-COUNT
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  " Sitzungs-Journal fuer " DELIMITED BY SIZE
             W-SESS-USER               DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     MOVE " Zeitpunkt            Kdo        RC Eingabe" TO ZEILE
     PERFORM U010-AUSGABE
     MOVE " ---------------------------------------------------------"
         TO ZEILE
     PERFORM U010-AUSGABE

     PERFORM S770-OPEN-SESS-CURSOR
     PERFORM S771-FETCH-SESS-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         ADD 1 TO C4-COUNT
         MOVE SPACES TO ZEILE
         STRING  " "                       DELIMITED BY SIZE
                 ZPINS OF SSFSESS (1:19)   DELIMITED BY SIZE
                 "  "                      DELIMITED BY SIZE
                 KOMMANDO OF SSFSESS       DELIMITED BY SIZE
                 " "                       DELIMITED BY SIZE
                 RC OF SSFSESS             DELIMITED BY SIZE
                 " "                       DELIMITED BY SIZE
                 KDO-ZEILE OF SSFSESS (1:36) DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         PERFORM S771-FETCH-SESS-CURSOR
     END-PERFORM
     PERFORM S772-CLOSE-SESS-CURSOR

     IF  C4-COUNT = ZERO
         MOVE "  keine Journal-Eintraege gefunden" TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     PERFORM U011-AUSGABE-SPACELINE
     .
 D510-99.
     EXIT.

******************************************************************
* SESSION PURGE <Tage>: Journal-Retention
******************************************************************
 D511-SESSION-PURGE SECTION.
 D511-00.
     IF  W-SESS-TAGE = ZERO
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-065" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     MOVE W-SESS-TAGE TO H-SESS-TAGE
     PERFORM U100-BEGIN
     PERFORM S773-DELETE-SSFSESS-ALT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     MOVE " Sitzungs-Journal abgeraeumt" TO ZEILE
     PERFORM U010-AUSGABE
     .
 D511-99.
     EXIT.

******************************************************************
* Konsistenzpruefung der Kerntabellen (VERWALTUNG CONSIST
* [SQL <Datei>] [MAIL]) - ersetzt die Handarbeit aus ##Diverses
* im SQLCI; geprueft wird je SSAFE-Modul:
* 1) Modul ohne jede Quell-Version in =SSFRARCH
* 2) letzter Checkin (ZP_CHECKIN) juenger als die juengste
*    Archiv-Version (aktueller Stand nicht archiviert)
* 3) =ABNAHME-Eintraege auf eine nie archivierte VERSION
* 4) =PROGRAMS.VERSION/VERS_DAT ungleich juengster Archiv-Version
* dazu ueber ganz =SSFRARCH:
* 5) VERSION/ARCHIV_MODUL-Namensfehler ("G.01.02A" -> "G0102",
*    Endung "DEL")
* Ausgabe: Befund-Report und ein Korrektur-Skript (SQLCI) als
* VORSCHLAG - es wird nichts automatisch geaendert, das Skript
* endet mit auskommentiertem COMMIT WORK. Mit MAIL geht der
* Report zusaetzlich an den Warn-Verteiler (Kettenschritt).
******************************************************************
 D550-KONSISTENZ SECTION.
 D550-00.
     MOVE ZERO   TO W-CONS-MOD-ANZ
                    W-CONS-GESAMT
     MOVE ZERO   TO W-CONS-ANZ (1) W-CONS-ANZ (2) W-CONS-ANZ (3)
                    W-CONS-ANZ (4) W-CONS-ANZ (5)
     MOVE SPACE  TO W-CONS-SQL-FLAG

**  ---> Sicherungstabelle fuer Rueckkopien aus =SSPARM "CONSBACK"
     MOVE K-CONS-BACKUP TO W-CONS-BACKUP
     MOVE "CONSBACK" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  SSPRM-OK
     AND SVOL-SOURCE OF SSPARM NOT = SPACES
         MOVE SVOL-SOURCE OF SSPARM TO W-CONS-BACKUP
     END-IF

**  ---> Ziel des Korrektur-Skripts: Parameter, =SSPARM "CONSSQL"
**       oder Default
     IF  W-CONS-SQL-FILE = SPACES
         MOVE K-CONS-SQL-FILE TO W-CONS-SQL-FILE
         MOVE "CONSSQL" TO AKTION OF SSPARM
         PERFORM S300-SELECT-SSPARM
         IF  SSPRM-OK
         AND SVOL-SOURCE OF SSPARM NOT = SPACES
             MOVE SVOL-SOURCE OF SSPARM TO W-CONS-SQL-FILE
         END-IF
     END-IF

**  ---> ASSIGN auf Skript-Datei
     MOVE W-CONS-SQL-FILE TO ASS-FNAME
     ENTER "COBOLASSIGN" USING  PROTCSV
                                ASS-FNAME
                         GIVING ASS-FSTATUS
     IF  ASS-FSTATUS NOT = ZERO
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-057" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF
     OPEN OUTPUT PROTCSV
     SET CONS-SQL-OFFEN TO TRUE

     PERFORM U030-TIMESTAMP
     MOVE SPACES TO W-CONS-SQL
     STRING  "-- SRCSAFE Konsistenzpruefung vom "  DELIMITED BY SIZE
             TAL-JHJJ OF TAL-TIME-D                DELIMITED BY SIZE
             "-"                                   DELIMITED BY SIZE
             TAL-MM   OF TAL-TIME-D                DELIMITED BY SIZE
             "-"                                   DELIMITED BY SIZE
             TAL-TT   OF TAL-TIME-D                DELIMITED BY SIZE
             " "                                   DELIMITED BY SIZE
             TAL-HH   OF TAL-TIME-D                DELIMITED BY SIZE
             ":"                                   DELIMITED BY SIZE
             TAL-MI   OF TAL-TIME-D                DELIMITED BY SIZE
       INTO  W-CONS-SQL
     END-STRING
     PERFORM D555-CONS-SQL
     MOVE "-- VORSCHLAG - vor Ausfuehrung im SQLCI pruefen!"
         TO W-CONS-SQL
     PERFORM D555-CONS-SQL
     MOVE SPACES TO W-CONS-SQL
     STRING  "-- Rueckkopien aus "    DELIMITED BY SIZE
             W-CONS-BACKUP            DELIMITED BY SPACE
       INTO  W-CONS-SQL
     END-STRING
     PERFORM D555-CONS-SQL
     MOVE "BEGIN WORK;" TO W-CONS-SQL
     PERFORM D555-CONS-SQL

**  ---> ggf. Mail an den Warn-Verteiler parallel aufbauen
     IF  CONS-MAIL-MODE
         SET MAIL-KAT-WARNUNG TO TRUE
         PERFORM N505-EMAIL-KOPF-EINFACH
         IF  PRG-ABBRUCH OR MAIL-ABO-NOK
             MOVE SPACE TO W-CONS-MAIL-FLAG
         ELSE
**          ---> Betreff und Einleitung aus der Mail-Vorlage
**               "CONSIST" in =SSTEXT (s. N522), sonst der eingebaute
**               Betreff
             PERFORM N520-MV-INIT
             MOVE "CONSIST"      TO W-MV-NAME
             PERFORM N522-MV-LADEN
             IF  MV-VORLAGE-OK
                 PERFORM N525-MV-BETREFF
                 WRITE EMAIL-RECORD FROM EM-LZ
                 PERFORM N526-MV-TEXT-1
             ELSE
                 MOVE TEM-BETREFF12 TO EM-K5-VALUE
                 WRITE EMAIL-RECORD FROM EM-K5
             END-IF
             WRITE EMAIL-RECORD FROM EM-LZ
         END-IF
     END-IF

     PERFORM U011-AUSGABE-SPACELINE
     MOVE " Konsistenzpruefung SSAFE/SSFRARCH/ABNAHME/PROGRAMS"
         TO ZEILE
     PERFORM D554-CONS-ZEILE
     MOVE " Modul    Pr. Befund" TO ZEILE
     PERFORM D554-CONS-ZEILE
     MOVE " ---------------------------------------------------------"
         TO ZEILE
     PERFORM D554-CONS-ZEILE

**  ---> Pruefungen 1) - 4) je SSAFE-Modul
     PERFORM S401-OPEN-CONS-SSAFE-CURSOR
     PERFORM S402-FETCH-CONS-SSAFE-CURSOR
     PERFORM UNTIL CONS-MOD-EOD OR PRG-ABBRUCH
         ADD 1 TO W-CONS-MOD-ANZ
         PERFORM D551-CONS-MODUL
         PERFORM S402-FETCH-CONS-SSAFE-CURSOR
     END-PERFORM
     PERFORM S403-CLOSE-CONS-SSAFE-CURSOR

**  ---> Pruefung 5) ueber alle Archiv-Eintraege
     IF  NOT PRG-ABBRUCH
         PERFORM D553-CONS-NAMING
     END-IF

**  ---> Skript abschliessen - COMMIT bewusst auskommentiert
     MOVE "-- COMMIT WORK;" TO W-CONS-SQL
     PERFORM D555-CONS-SQL
     CLOSE PROTCSV
     MOVE SPACE TO W-CONS-SQL-FLAG

**  ---> Zusammenfassung je Pruefung
     PERFORM U011-AUSGABE-SPACELINE
     MOVE W-CONS-MOD-ANZ TO W-CONS-ANZ-ED
     MOVE SPACES TO ZEILE
     STRING  " --- "                    DELIMITED BY SIZE
             W-CONS-ANZ-ED              DELIMITED BY SIZE
             " Modul(e) geprueft"       DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM D554-CONS-ZEILE
     PERFORM VARYING W-CONS-IX FROM 1 BY 1
             UNTIL   W-CONS-IX > 5
         ADD W-CONS-ANZ (W-CONS-IX) TO W-CONS-GESAMT
         MOVE W-CONS-IX TO W-CONS-NR
         MOVE W-CONS-ANZ (W-CONS-IX) TO W-CONS-ANZ-ED
         MOVE SPACES TO ZEILE
         STRING  "     "                     DELIMITED BY SIZE
                 W-CONS-NR                   DELIMITED BY SIZE
                 ") "                        DELIMITED BY SIZE
                 K-CONS-TEXT (W-CONS-IX)     DELIMITED BY SIZE
                 W-CONS-ANZ-ED               DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM D554-CONS-ZEILE
     END-PERFORM
     MOVE W-CONS-GESAMT TO W-CONS-ANZ-ED
     MOVE SPACES TO ZEILE
     STRING  " --- "                      DELIMITED BY SIZE
             W-CONS-ANZ-ED                DELIMITED BY SIZE
             " Befund(e) - Korrektur-Skript in " DELIMITED BY SIZE
             W-CONS-SQL-FILE              DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM D554-CONS-ZEILE
     IF  CONS-MAIL-MODE
         WRITE EMAIL-RECORD FROM EM-LZ
**      ---> Schlusstext der Mail-Vorlage (Zeilen nach @DATEN@)
         IF  MV-VORLAGE-OK
             PERFORM N527-MV-TEXT-2
         END-IF
         CLOSE EMAIL
     END-IF

     IF  W-CONS-GESAMT = ZERO
**      ---> keine Befunde
         MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
         MOVE "HINW-003" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
     END-IF
     .
 D550-99.
     EXIT.

******************************************************************
* Konsistenzpruefung: Pruefungen 1), 2) und 4) fuer das aktuelle
* SSAFE-Modul, danach 3) ueber D552
******************************************************************
 D551-CONS-MODUL SECTION.
 D551-00.
     MOVE W-CONS-MODUL TO H-CONS-MODUL

**  ---> Objektname wie U400-OBJECT-NAME (fuer =ABNAHME.PRG_NAME)
     MOVE W-CONS-MODUL TO H-CONS-OBJEKT
     MOVE ZERO TO C4-I1
     INSPECT W-CONS-MODUL TALLYING C4-I1
         FOR CHARACTERS BEFORE INITIAL SPACE
     IF  C4-I1 > ZERO
         EVALUATE W-CONS-TYP
             WHEN "CS"  MOVE "S" TO H-CONS-OBJEKT (C4-I1:1)
             WHEN "CO"  MOVE "O" TO H-CONS-OBJEKT (C4-I1:1)
             WHEN "CX"  MOVE " " TO H-CONS-OBJEKT (C4-I1:1)
             WHEN OTHER continue
         END-EVALUATE
     END-IF

**  ---> juengste archivierte Version lesen
     MOVE SPACE  TO W-CONS-NEU-FLAG
     MOVE SPACES TO W-CONS-NEU-VERS W-CONS-NEU-DATUM W-CONS-NEU-ZPINS
     PERFORM S404-OPEN-CONS-NEU-CURSOR
     IF  CONS-DET-OK
         PERFORM S405-FETCH-CONS-NEU-CURSOR
         IF  CONS-DET-OK
             SET CONS-NEU-DA TO TRUE
             MOVE VERSION     OF SSFRARCH TO W-CONS-NEU-VERS
             MOVE SOURCE-DATE OF SSFRARCH (1:10) TO W-CONS-NEU-DATUM
             MOVE ZPINS       OF SSFRARCH TO W-CONS-NEU-ZPINS
         END-IF
         PERFORM S406-CLOSE-CONS-NEU-CURSOR
     END-IF

**  ---> 1) Modul ohne Archiv-Version
     IF  NOT CONS-NEU-DA
         ADD 1 TO W-CONS-ANZ (1)
         MOVE SPACES TO ZEILE
         STRING  " "                      DELIMITED BY SIZE
                 W-CONS-MODUL             DELIMITED BY SIZE
                 " 1)  keine Quell-Version in =SSFRARCH"
                                          DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM D554-CONS-ZEILE
         MOVE SPACES TO W-CONS-SQL
         STRING  "-- 1) "                 DELIMITED BY SIZE
                 W-CONS-MODUL             DELIMITED BY SPACE
                 ": Archiv aus Sicherung zurueckholen"
                                          DELIMITED BY SIZE
           INTO  W-CONS-SQL
         END-STRING
         PERFORM D555-CONS-SQL
         PERFORM D556-CONS-SQL-RUECK
         EXIT SECTION
     END-IF

**  ---> 2) letzter Checkin juenger als juengste Archiv-Version
     IF  W-CONS-ZPCI NOT = SPACES
     AND W-CONS-ZPCI (1:10) > W-CONS-NEU-ZPINS (1:10)
         ADD 1 TO W-CONS-ANZ (2)
         MOVE SPACES TO ZEILE
         STRING  " "                      DELIMITED BY SIZE
                 W-CONS-MODUL             DELIMITED BY SIZE
                 " 2)  Checkin "          DELIMITED BY SIZE
                 W-CONS-ZPCI (1:10)       DELIMITED BY SIZE
                 ", Archiv nur bis "      DELIMITED BY SIZE
                 W-CONS-NEU-VERS          DELIMITED BY SPACE
                 " / "                    DELIMITED BY SIZE
                 W-CONS-NEU-ZPINS (1:10)  DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM D554-CONS-ZEILE
         MOVE SPACES TO W-CONS-SQL
         STRING  "-- 2) "                 DELIMITED BY SIZE
                 W-CONS-MODUL             DELIMITED BY SPACE
                 ": Archiv durch Sicherungsstand ersetzen"
                                          DELIMITED BY SIZE
           INTO  W-CONS-SQL
         END-STRING
         PERFORM D555-CONS-SQL
         MOVE SPACES TO W-CONS-SQL
         STRING  "DELETE FROM =SSFRARCH WHERE SOURCE_MODUL = """
                                          DELIMITED BY SIZE
                 W-CONS-MODUL             DELIMITED BY SPACE
                 """;"                    DELIMITED BY SIZE
           INTO  W-CONS-SQL
         END-STRING
         PERFORM D555-CONS-SQL
         PERFORM D556-CONS-SQL-RUECK
     END-IF

**  ---> 4) =PROGRAMS gegen juengste Archiv-Version
     SET REF-TABS-OK TO TRUE
     MOVE W-CONS-MODUL TO PROGRAMM OF PROGRAMS
     PERFORM S840-SELECT-PROGRAMS
     IF  REF-TABS-OK
     AND (VERSION  OF PROGRAMS NOT = W-CONS-NEU-VERS
     OR   VERS-DAT OF PROGRAMS NOT = W-CONS-NEU-DATUM)
         ADD 1 TO W-CONS-ANZ (4)
         MOVE SPACES TO ZEILE
         STRING  " "                      DELIMITED BY SIZE
                 W-CONS-MODUL             DELIMITED BY SIZE
                 " 4)  PROGRAMS "         DELIMITED BY SIZE
                 VERSION  OF PROGRAMS     DELIMITED BY SPACE
                 "/"                      DELIMITED BY SIZE
                 VERS-DAT OF PROGRAMS     DELIMITED BY SIZE
                 " <> Archiv "            DELIMITED BY SIZE
                 W-CONS-NEU-VERS          DELIMITED BY SPACE
                 "/"                      DELIMITED BY SIZE
                 W-CONS-NEU-DATUM         DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM D554-CONS-ZEILE
         MOVE SPACES TO W-CONS-SQL
         STRING  "UPDATE =PROGRAMS SET VERSION = """
                                          DELIMITED BY SIZE
                 W-CONS-NEU-VERS          DELIMITED BY SPACE
                 ""","                    DELIMITED BY SIZE
           INTO  W-CONS-SQL
         END-STRING
         PERFORM D555-CONS-SQL
         MOVE SPACES TO W-CONS-SQL
         STRING  "  VERS_DAT = DATETIME """  DELIMITED BY SIZE
                 W-CONS-NEU-DATUM         DELIMITED BY SIZE
                 """ YEAR TO DAY"         DELIMITED BY SIZE
           INTO  W-CONS-SQL
         END-STRING
         PERFORM D555-CONS-SQL
         MOVE SPACES TO W-CONS-SQL
         STRING  "  WHERE PROGRAMM = """  DELIMITED BY SIZE
                 W-CONS-MODUL             DELIMITED BY SPACE
                 """;"                    DELIMITED BY SIZE
           INTO  W-CONS-SQL
         END-STRING
         PERFORM D555-CONS-SQL
     END-IF

**  ---> 3) ABNAHME-Versionen ohne Archiv
     PERFORM D552-CONS-ABNAHME
     .
 D551-99.
     EXIT.

******************************************************************
* Konsistenzpruefung 3): =ABNAHME-Eintraege des Moduls, deren
* VERSION nie in =SSFRARCH archiviert wurde
******************************************************************
 D552-CONS-ABNAHME SECTION.
 D552-00.
     PERFORM S407-OPEN-CONS-ABN-CURSOR
     IF  CONS-DET-EOD
         EXIT SECTION
     END-IF
     PERFORM S408-FETCH-CONS-ABN-CURSOR
     PERFORM UNTIL CONS-DET-EOD OR PRG-ABBRUCH
         ADD 1 TO W-CONS-ANZ (3)
         MOVE SPACES TO ZEILE
         STRING  " "                      DELIMITED BY SIZE
                 W-CONS-MODUL             DELIMITED BY SIZE
                 " 3)  ABNAHME "          DELIMITED BY SIZE
                 PRG-NAME OF ABNAHME      DELIMITED BY SPACE
                 " "                      DELIMITED BY SIZE
                 VERSION  OF ABNAHME      DELIMITED BY SPACE
                 " vom "                  DELIMITED BY SIZE
                 DATUM    OF ABNAHME      DELIMITED BY SIZE
                 " nie archiviert"        DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM D554-CONS-ZEILE
         MOVE SPACES TO W-CONS-SQL
         STRING  "-- 3) "                 DELIMITED BY SIZE
                 W-CONS-MODUL             DELIMITED BY SPACE
                 " "                      DELIMITED BY SIZE
                 VERSION OF ABNAHME       DELIMITED BY SPACE
                 ": Version aus Sicherung zurueckholen"
                                          DELIMITED BY SIZE
           INTO  W-CONS-SQL
         END-STRING
         PERFORM D555-CONS-SQL
         MOVE SPACES TO W-CONS-SQL
         STRING  "INSERT INTO =SSFRARCH SELECT * FROM "
                                          DELIMITED BY SIZE
                 W-CONS-BACKUP            DELIMITED BY SPACE
           INTO  W-CONS-SQL
         END-STRING
         PERFORM D555-CONS-SQL
         MOVE SPACES TO W-CONS-SQL
         STRING  "  WHERE SOURCE_MODUL = """ DELIMITED BY SIZE
                 W-CONS-MODUL             DELIMITED BY SPACE
                 """"                     DELIMITED BY SIZE
           INTO  W-CONS-SQL
         END-STRING
         PERFORM D555-CONS-SQL
         MOVE SPACES TO W-CONS-SQL
         STRING  "    AND VERSION = """   DELIMITED BY SIZE
                 VERSION OF ABNAHME       DELIMITED BY SPACE
                 """ AND FILE_TYPE = ""SRC"" BROWSE ACCESS;"
                                          DELIMITED BY SIZE
           INTO  W-CONS-SQL
         END-STRING
         PERFORM D555-CONS-SQL
         PERFORM S408-FETCH-CONS-ABN-CURSOR
     END-PERFORM
     PERFORM S409-CLOSE-CONS-ABN-CURSOR
     .
 D552-99.
     EXIT.

******************************************************************
* Konsistenzpruefung 5): ARCHIV_MODUL muss der VERSION ohne
* Punkte entsprechen (so vergibt SSFCIN0M den Member-Namen,
* "G.01.02A" -> "G0102A"); bei segmentierten Archiven ist
* ARCHIV_MODUL qualifiziert - verglichen wird der letzte Teil.
* Endung "DEL" = geloeschter Member, Rueckkopie aus der Sicherung
******************************************************************
 D553-CONS-NAMING SECTION.
 D553-00.
     PERFORM S410-OPEN-CONS-ARCH-CURSOR
     IF  CONS-DET-EOD
         EXIT SECTION
     END-IF
     PERFORM S411-FETCH-CONS-ARCH-CURSOR
     PERFORM UNTIL CONS-DET-EOD OR PRG-ABBRUCH

**      ---> Soll-Name: VERSION ohne Punkte
         MOVE SPACES TO W-CONS-V1 W-CONS-V2 W-CONS-V3 W-CONS-SOLL
         UNSTRING VERSION OF SSFRARCH DELIMITED BY "."
             INTO W-CONS-V1 W-CONS-V2 W-CONS-V3
         END-UNSTRING
         STRING  W-CONS-V1                DELIMITED BY SPACE
                 W-CONS-V2                DELIMITED BY SPACE
                 W-CONS-V3                DELIMITED BY SPACE
           INTO  W-CONS-SOLL
         END-STRING

**      ---> Ist-Name: letzter Teil von ARCHIV_MODUL
         MOVE SPACES TO W-CONS-Q-TAB
         MOVE ZERO   TO W-CONS-Q-ANZ
         UNSTRING ARCHIV-MODUL OF SSFRARCH DELIMITED BY "."
             INTO W-CONS-Q (1) W-CONS-Q (2) W-CONS-Q (3) W-CONS-Q (4)
             TALLYING IN W-CONS-Q-ANZ
         END-UNSTRING
         IF  W-CONS-Q-ANZ < 1
             MOVE 1 TO W-CONS-Q-ANZ
         END-IF
         MOVE W-CONS-Q (W-CONS-Q-ANZ) TO W-CONS-IST
         MOVE ZERO TO W-CONS-LEN
         INSPECT W-CONS-IST TALLYING W-CONS-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE

         EVALUATE TRUE
**          ---> geloeschter Member ("...DEL")
             WHEN W-CONS-LEN > 3
              AND W-CONS-IST (W-CONS-LEN - 2:3) = "DEL"
                 PERFORM D557-CONS-NAME-ZEILE
                 MOVE SPACES TO W-CONS-SQL
                 STRING  "DELETE FROM =SSFRARCH WHERE SOURCE_MODUL = """
                                              DELIMITED BY SIZE
                         SOURCE-MODUL OF SSFRARCH DELIMITED BY SPACE
                         """"                 DELIMITED BY SIZE
                   INTO  W-CONS-SQL
                 END-STRING
                 PERFORM D555-CONS-SQL
                 PERFORM D558-CONS-SQL-VERSION
                 MOVE SPACES TO W-CONS-SQL
                 STRING  "INSERT INTO =SSFRARCH SELECT * FROM "
                                              DELIMITED BY SIZE
                         W-CONS-BACKUP        DELIMITED BY SPACE
                   INTO  W-CONS-SQL
                 END-STRING
                 PERFORM D555-CONS-SQL
                 MOVE SPACES TO W-CONS-SQL
                 STRING  "  WHERE SOURCE_MODUL = """
                                              DELIMITED BY SIZE
                         SOURCE-MODUL OF SSFRARCH DELIMITED BY SPACE
                         """"                 DELIMITED BY SIZE
                   INTO  W-CONS-SQL
                 END-STRING
                 PERFORM D555-CONS-SQL
                 MOVE SPACES TO W-CONS-SQL
                 STRING  "    AND VERSION = """ DELIMITED BY SIZE
                         VERSION OF SSFRARCH  DELIMITED BY SPACE
                         """ AND FILE_TYPE = ""SRC"" BROWSE ACCESS;"
                                              DELIMITED BY SIZE
                   INTO  W-CONS-SQL
                 END-STRING
                 PERFORM D555-CONS-SQL

**          ---> abweichender Name (z.B. Branch-Buchstabe fehlt)
             WHEN W-CONS-IST NOT = W-CONS-SOLL
                 PERFORM D557-CONS-NAME-ZEILE
                 IF  W-CONS-Q-ANZ > 1
**                  ---> qualifiziert: Pfad nicht raten, nur Hinweis
                     MOVE SPACES TO W-CONS-SQL
                     STRING  "-- 5) "                 DELIMITED BY SIZE
                             SOURCE-MODUL OF SSFRARCH DELIMITED BY SPACE
                             " "                      DELIMITED BY SIZE
                             VERSION OF SSFRARCH      DELIMITED BY SPACE
                             ": Segment-Archiv, Member "
                                                      DELIMITED BY SIZE
                             W-CONS-SOLL              DELIMITED BY SPACE
                             " von Hand pruefen"      DELIMITED BY SIZE
                       INTO  W-CONS-SQL
                     END-STRING
                     PERFORM D555-CONS-SQL
                 ELSE
                     MOVE SPACES TO W-CONS-SQL
                     STRING  "UPDATE =SSFRARCH SET ARCHIV_MODUL = """
                                                  DELIMITED BY SIZE
                             W-CONS-SOLL          DELIMITED BY SPACE
                             """"                 DELIMITED BY SIZE
                       INTO  W-CONS-SQL
                     END-STRING
                     PERFORM D555-CONS-SQL
                     MOVE SPACES TO W-CONS-SQL
                     STRING  "  WHERE SOURCE_MODUL = """
                                                  DELIMITED BY SIZE
                             SOURCE-MODUL OF SSFRARCH DELIMITED BY SPACE
                             """"                 DELIMITED BY SIZE
                       INTO  W-CONS-SQL
                     END-STRING
                     PERFORM D555-CONS-SQL
                     PERFORM D558-CONS-SQL-VERSION
                 END-IF

             WHEN OTHER
                 continue
         END-EVALUATE

         PERFORM S411-FETCH-CONS-ARCH-CURSOR
     END-PERFORM
     PERFORM S412-CLOSE-CONS-ARCH-CURSOR
     .
 D553-99.
     EXIT.

******************************************************************
* Konsistenzpruefung: eine Report-Zeile ausgeben - im MAIL-Modus
* zusaetzlich als Mail-Zeile (VOR U010, das ZEILE wieder leert)
******************************************************************
 D554-CONS-ZEILE SECTION.
 D554-00.
     IF  CONS-MAIL-MODE
         MOVE SPACES TO EM-PZ
         MOVE ZEILE (1:60) TO EM-PZ-REST
         WRITE EMAIL-RECORD FROM EM-PZ
     END-IF
     PERFORM U010-AUSGABE
     .
 D554-99.
     EXIT.

******************************************************************
* Konsistenzpruefung: eine Zeile ins Korrektur-Skript schreiben
******************************************************************
 D555-CONS-SQL SECTION.
 D555-00.
     IF  CONS-SQL-OFFEN
         WRITE PROTCSV-SATZ FROM W-CONS-SQL
     END-IF
     MOVE SPACES TO W-CONS-SQL
     .
 D555-99.
     EXIT.

******************************************************************
* VERWALTUNG KETTE: SSFRFDEF-Aufrufketten (PHDDRV1O) zwischen Test-
* und Produktionssystem transportieren, damit Kettenaenderungen
* denselben Weg gehen wie Sourcen
*   KETTE EXPORT <datei> <anwendung> [<funktion>]
*         eine Kette bzw. alle Ketten der Anwendung in die
*         Transferdatei schreiben
*   KETTE IMPORT <datei>
*         je Kette der Datei den schrittweisen Unterschied zum
*         Bestand zeigen und nach Rueckfrage uebernehmen (Kette
*         samt Ressourcen-Deklarationen in =SSFRESDEF wird komplett
*         ersetzt, Protokoll in =SSPROT, Aktion "KT")
*   KETTE DIFF <datei>
*         nur vergleichen, nichts aendern (Drift-Kontrolle)
*   KETTE FLOW <datei> <anwendung> [<funktion>]
*         Struktur der Kette(n) als Ablauf am Bildschirm und als
*         Graph (DOT-Format) in die Datei, s. D889
******************************************************************
 D560-KETTE SECTION.
 D560-00.
     IF  W-KX-DATEI = SPACES
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     EVALUATE W-KX-SUBCMD
         WHEN "EXPORT"
             PERFORM D561-KETTE-EXPORT
         WHEN "IMPORT"
             MOVE SPACE TO W-KX-DIFF-FLAG
             PERFORM D562-KETTE-IMPORT
         WHEN "DIFF"
             SET KX-NUR-DIFF TO TRUE
             PERFORM D562-KETTE-IMPORT
         WHEN "FLOW"
             PERFORM D889-KETTE-FLOW
         WHEN OTHER
             MOVE "FEHLER"   TO BEREICH   OF SSTEXT
             MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
             PERFORM R100-SHOW-TEXT
     END-EVALUATE
     .
 D560-99.
     EXIT.

******************************************************************
* KETTE EXPORT: Kopfsatz (Kennung, Exporteur, Zeitpunkt, Auswahl)
* und je Kettenschritt der Auswahl ein Schrittsatz, hinter den
* Schritten jeder Kette deren Ressourcensaetze (D966)
******************************************************************
 D561-KETTE-EXPORT SECTION.
 D561-00.
     IF  W-KX-ANW = SPACES
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     MOVE W-KX-DATEI TO ASS-FNAME
     MOVE ZERO       TO ASS-FSTATUS
     ENTER "COBOLASSIGN" USING  KETTXF
                                ASS-FNAME
                         GIVING ASS-FSTATUS
     IF  ASS-FSTATUS NOT = ZERO
         DISPLAY "Fehler bei COBOLASSIGN (KETTE EXPORT): "
                 ASS-FNAME " " ASS-FSTATUS
         EXIT SECTION
     END-IF
     OPEN OUTPUT KETTXF

**  ---> Kopfsatz
     PERFORM U030-TIMESTAMP
     MOVE SPACES         TO W-KX-SATZ
     SET  KX-SATZ-KOPF   TO TRUE
     MOVE K-KX-KENNUNG   TO W-KX-H-KENNUNG
     MOVE P-USER-NAME    TO W-KX-H-USER
     MOVE TAL-TIME-N16   TO W-KX-H-ZEIT
     MOVE W-KX-ANW       TO W-KX-H-ANWENDUNG
     MOVE W-KX-FKT       TO W-KX-H-FUNKTION
     SET  KX-H-MIT-RES   TO TRUE
     WRITE KETTXF-SATZ FROM W-KX-SATZ

**  ---> Schrittsaetze (ohne Funktion alle Ketten der Anwendung)
     MOVE W-KX-ANW TO H-KX-ANWENDUNG
     IF  W-KX-FKT = SPACES
         MOVE "%"      TO H-KX-FKT-FILTER
     ELSE
         MOVE W-KX-FKT TO H-KX-FKT-FILTER
     END-IF
     MOVE ZERO   TO W-KX-ANZ-SAETZE W-KX-ANZ-KETTEN W-KX-ANZ-RES
     MOVE SPACES TO W-KX-KEY-ALT
     SET  KX-CURS-OK TO TRUE
     PERFORM S416-OPEN-KX-EXP-CURSOR
     PERFORM S417-FETCH-KX-EXP-CURSOR
     PERFORM UNTIL KX-CURS-EOD
             OR    PRG-ABBRUCH
         PERFORM D566-KX-SCHRITT-AUS-TAB
         IF  W-KX-SCHRITT-X (1:32) NOT = W-KX-KEY-ALT
**          ---> Ressourcen der vorigen Kette hinter ihre Schritte
             IF  W-KX-KEY-ALT NOT = SPACES
                 PERFORM D966-KX-RES-EXPORT
             END-IF
             ADD 1 TO W-KX-ANZ-KETTEN
             MOVE W-KX-SCHRITT-X (1:32) TO W-KX-KEY-ALT
         END-IF
         MOVE SPACES          TO W-KX-SATZ
         SET  KX-SATZ-SCHRITT TO TRUE
         MOVE W-KX-SCHRITT-X  TO W-KX-SATZ-DATEN
         WRITE KETTXF-SATZ FROM W-KX-SATZ
         ADD 1 TO W-KX-ANZ-SAETZE
         PERFORM S417-FETCH-KX-EXP-CURSOR
     END-PERFORM
     PERFORM S418-CLOSE-KX-EXP-CURSOR
     IF  W-KX-KEY-ALT NOT = SPACES
     AND NOT PRG-ABBRUCH
         PERFORM D966-KX-RES-EXPORT
     END-IF
     CLOSE KETTXF

     PERFORM U011-AUSGABE-SPACELINE
     MOVE W-KX-ANZ-KETTEN TO W-KX-ED-ANZ
     MOVE W-KX-ANZ-SAETZE TO W-KX-ED-ANZ2
     STRING  " --- "                        DELIMITED BY SIZE
             W-KX-ED-ANZ                    DELIMITED BY SIZE
             " Kette(n) mit"                DELIMITED BY SIZE
             W-KX-ED-ANZ2                   DELIMITED BY SIZE
             " Schritt(en) exportiert nach " DELIMITED BY SIZE
             W-KX-DATEI                     DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     MOVE W-KX-ANZ-RES    TO W-KX-ED-ANZ
     MOVE SPACES TO ZEILE
     STRING  " --- "                        DELIMITED BY SIZE
             W-KX-ED-ANZ                    DELIMITED BY SIZE
             " Ressourcen-Deklaration(en) mit exportiert"
                                            DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE
     .
 D561-99.
     EXIT.

******************************************************************
* KETTE IMPORT / DIFF: Transferdatei lesen, Schritte und
* Ressourcen je Kette (ANWENDUNG/MODUL/FUNKTION) sammeln und jede
* Kette fuer sich vergleichen bzw. uebernehmen (D563); Dateien
* aus Versionen ohne Ressourcensaetze ersetzen die Kette ohne
* Ressourcen-Deklarationen (Warnung)
******************************************************************
 D562-KETTE-IMPORT SECTION.
 D562-00.
     MOVE W-KX-DATEI TO ASS-FNAME
     MOVE ZERO       TO ASS-FSTATUS
     ENTER "COBOLASSIGN" USING  KETTXF
                                ASS-FNAME
                         GIVING ASS-FSTATUS
     IF  ASS-FSTATUS NOT = ZERO
         DISPLAY "Fehler bei COBOLASSIGN (KETTE IMPORT): "
                 ASS-FNAME " " ASS-FSTATUS
         EXIT SECTION
     END-IF
     OPEN INPUT KETTXF

**  ---> Kopfsatz pruefen: nur Dateien aus KETTE EXPORT
     MOVE SPACE TO W-KX-EOF-FLAG
     MOVE SPACES TO W-KX-SATZ
     READ KETTXF INTO W-KX-SATZ
         AT END SET KX-EOF TO TRUE
     END-READ
     IF  KX-EOF
     OR  NOT KX-SATZ-KOPF
     OR  W-KX-H-KENNUNG NOT = K-KX-KENNUNG
         CLOSE KETTXF
         MOVE " !!! Datei ist keine Ketten-Transferdatei !!!" TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF
     IF  KX-H-MIT-RES
         MOVE SPACE TO W-KX-OHNE-RES-FLAG
     ELSE
         SET KX-OHNE-RES TO TRUE
     END-IF

     PERFORM U011-AUSGABE-SPACELINE
     MOVE W-KX-H-ZEIT TO TAL-TIME-N16
     STRING  " Export von "                 DELIMITED BY SIZE
             W-KX-H-USER                    DELIMITED BY SPACE
             " am "                         DELIMITED BY SIZE
             TAL-TT OF TAL-TIME-D           DELIMITED BY SIZE
             "."                            DELIMITED BY SIZE
             TAL-MM OF TAL-TIME-D           DELIMITED BY SIZE
             "."                            DELIMITED BY SIZE
             TAL-JHJJ OF TAL-TIME-D         DELIMITED BY SIZE
             " "                            DELIMITED BY SIZE
             TAL-HH OF TAL-TIME-D           DELIMITED BY SIZE
             ":"                            DELIMITED BY SIZE
             TAL-MI OF TAL-TIME-D           DELIMITED BY SIZE
             ", Anwendung "                 DELIMITED BY SIZE
             W-KX-H-ANWENDUNG               DELIMITED BY SPACE
             " "                            DELIMITED BY SIZE
             W-KX-H-FUNKTION                DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     IF  KX-OHNE-RES
         MOVE " !! Datei ohne Ressourcensaetze (aeltere Fassung) -"
             TO ZEILE
         PERFORM U010-AUSGABE
         MOVE " !! Ketten werden ohne Ressourcen-Deklarationen ueber-"
             TO ZEILE
         PERFORM U010-AUSGABE
         MOVE " !! nommen, ggf. mit VERWALTUNG RESOURCE ADD nachtragen"
             TO ZEILE
         PERFORM U010-AUSGABE
     END-IF

     MOVE ZERO   TO W-KX-NEU-ANZ W-KX-ANZ-KETTEN W-KX-ANZ-UEBERN
                    W-KX-RNEU-ANZ
     MOVE SPACE  TO W-KX-VOLL-FLAG
                    W-KX-RVOLL-FLAG
     MOVE SPACES TO W-KX-KEY
     PERFORM D569-KX-LESEN

     PERFORM UNTIL KX-EOF
             OR    PRG-ABBRUCH
**      ---> Gruppenwechsel: gesammelte Kette abarbeiten
         IF  W-KX-SATZ-DATEN (1:32) NOT = W-KX-KEY
         AND W-KX-NEU-ANZ > ZERO
             PERFORM D563-KETTE-VERGLEICH
             MOVE ZERO  TO W-KX-NEU-ANZ
                           W-KX-RNEU-ANZ
             MOVE SPACE TO W-KX-VOLL-FLAG
                           W-KX-RVOLL-FLAG
         END-IF
         MOVE W-KX-SATZ-DATEN (1:32) TO W-KX-KEY
         IF  W-KX-NEU-ANZ < K-KX-MAX
             ADD 1 TO W-KX-NEU-ANZ
**          ---> Dateien aus Versionen ohne Abstimmungsregel: Regel leer
             MOVE W-KX-SATZ-DATEN (1:898) TO W-KX-SCHRITT-X
             IF  W-KX-ABST-LFDNR NOT NUMERIC
                 MOVE ZERO   TO W-KX-ABST-LFDNR W-KX-ABST-TOLERANZ
                 MOVE SPACES TO W-KX-ABST-FELD W-KX-ABST-REF-FELD
             END-IF
             MOVE W-KX-SCHRITT-X TO W-KX-NEU (W-KX-NEU-ANZ)
         ELSE
             SET KX-TAB-VOLL TO TRUE
         END-IF
         PERFORM D569-KX-LESEN
     END-PERFORM
     IF  W-KX-NEU-ANZ > ZERO
     AND NOT PRG-ABBRUCH
         PERFORM D563-KETTE-VERGLEICH
     END-IF
     CLOSE KETTXF

     PERFORM U011-AUSGABE-SPACELINE
     MOVE W-KX-ANZ-KETTEN TO W-KX-ED-ANZ
     MOVE W-KX-ANZ-UEBERN TO W-KX-ED-ANZ2
     STRING  " --- "                        DELIMITED BY SIZE
             W-KX-ED-ANZ                    DELIMITED BY SIZE
             " Kette(n) verglichen,"        DELIMITED BY SIZE
             W-KX-ED-ANZ2                   DELIMITED BY SIZE
             " uebernommen"                 DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE
     .
 D562-99.
     EXIT.

******************************************************************
* naechsten Schrittsatz der Transferdatei lesen; Ressourcensaetze
* der gerade gesammelten Kette (W-KX-KEY) kommen dabei nach
* W-KX-RNEU, andere Satzarten werden ueberlesen
******************************************************************
 D569-KX-LESEN SECTION.
 D569-00.
     PERFORM WITH TEST AFTER
             UNTIL KX-EOF OR KX-SATZ-SCHRITT
         MOVE SPACES TO W-KX-SATZ
         READ KETTXF INTO W-KX-SATZ
             AT END SET KX-EOF TO TRUE
         END-READ
         IF  NOT KX-EOF
         AND KX-SATZ-RESSOURCE
         AND W-KX-R-KEY = W-KX-KEY
             IF  W-KX-RNEU-ANZ < K-KX-RMAX
                 ADD 1 TO W-KX-RNEU-ANZ
                 MOVE W-KX-R-DATEN TO W-KX-RNEU (W-KX-RNEU-ANZ)
             ELSE
                 SET KX-RES-VOLL TO TRUE
             END-IF
         END-IF
     END-PERFORM
     .
 D569-99.
     EXIT.

******************************************************************
* VERWALTUNG MAILTEXT: Mail-Vorlagen in =SSTEXT (BEREICH "MAIL")
* pruefen, bevor sie in echten Mails verwendet werden
*   MAILTEXT
*         Katalog der Vorlagen mit Anzahl gepflegter Sprachen und
*         Zeilen ("eingebaut" = keine Vorlage, Text aus dem Programm)
*   MAILTEXT <Vorlage> [<Sprache>]
*         Vorlage mit Musterdaten aufbereiten und so anzeigen, wie
*         sie in der Mail stuende (Sprache ohne Angabe: =SSPARM
*         "MAILSPR", Vorgabe DE)
******************************************************************
 D570-MAILTEXT SECTION.
 D570-00.
     IF  W-MT-VORLAGE = SPACES
         PERFORM D571-MV-KATALOG
     ELSE
         PERFORM D572-MV-VORSCHAU
     END-IF
     .
 D570-99.
     EXIT.

******************************************************************
* MAILTEXT ohne Vorlage: Katalog und die verfuegbaren Platzhalter
******************************************************************
 D571-MV-KATALOG SECTION.
 D571-00.
     PERFORM U011-AUSGABE-SPACELINE
     MOVE " Mail-Vorlagen (=SSTEXT, BEREICH MAIL)" TO ZEILE
     PERFORM U010-AUSGABE
     MOVE SPACES TO ZEILE
     MOVE "Vorlage"     TO ZEILE (3:7)
     MOVE "Inhalt"      TO ZEILE (12:6)
     MOVE "Sprachen"    TO ZEILE (54:8)
     MOVE "Zeilen"      TO ZEILE (65:6)
     PERFORM U010-AUSGABE
     MOVE SPACES TO ZEILE
     MOVE ALL "-" TO ZEILE (2:78)
     PERFORM U010-AUSGABE

     PERFORM VARYING W-MV-I1 FROM 1 BY 1
             UNTIL   W-MV-I1 > K-MV-ANZ
         MOVE K-MV-NAME (W-MV-I1) TO W-MV-NAME
         PERFORM S494-COUNT-MV-SPRACHEN
         MOVE SPACES TO ZEILE
         MOVE K-MV-NAME (W-MV-I1) TO ZEILE (3:8)
         MOVE K-MV-TEXT (W-MV-I1) TO ZEILE (12:40)
         IF  W-MT-SPR-ANZ = ZERO
             MOVE "(eingebaut)"   TO ZEILE (54:11)
         ELSE
             MOVE W-MT-SPR-ANZ    TO W-MT-ANZ-ED
             MOVE W-MT-ANZ-ED     TO ZEILE (54:5)
             MOVE W-MT-ZEIL-ANZ   TO W-MT-ANZ2-ED
             MOVE W-MT-ANZ2-ED    TO ZEILE (65:5)
         END-IF
         PERFORM U010-AUSGABE
     END-PERFORM

     PERFORM U011-AUSGABE-SPACELINE
     MOVE " Zeile BETREFF:<Text> = Betreff, @DATEN@ = Datenblock der Mail"
         TO ZEILE
     PERFORM U010-AUSGABE
     MOVE " Platzhalter: @USER@ @DATUM@ @MODUL@ @VERSION@ @AUFTRAG@"
         TO ZEILE
     PERFORM U010-AUSGABE
     MOVE "   @ENTWICKLER@ @FREIGEBER@ @TAGE@ @PROGRAMM@ @ZIEL@ @AKTION@"
         TO ZEILE
     PERFORM U010-AUSGABE
     MOVE "   @KAMPAGNE@ @ANFORDERER@, PHDDRV1O: @ANWENDUNG@ @FUNKTION@"
         TO ZEILE
     PERFORM U010-AUSGABE
     MOVE "   @LFDNR@ @SERIE@ @MODUL@ @DATUM@" TO ZEILE
     PERFORM U010-AUSGABE
     MOVE "   CANARY/CANTEST: @LAUF@, SAMMEL: @KATEGORIE@" TO ZEILE
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE
     .
 D571-99.
     EXIT.

******************************************************************
* MAILTEXT <Vorlage> [<Sprache>]: Vorlage mit Musterdaten fuer alle
* Platzhalter aufbereiten und anzeigen; meldet einen zu langen
* Betreff (EM-K5 fasst 57 Stellen), Zeilen ueber 80 Stellen und
* unbekannte Platzhalter
******************************************************************
 D572-MV-VORSCHAU SECTION.
 D572-00.
     PERFORM N520-MV-INIT
     MOVE "MUSTER0E"     TO W-MV-NEU-WERT
     MOVE "MODUL"        TO W-MV-NEU-NAME
     PERFORM N521-MV-PLATZHALTER
     MOVE "A.01.00"      TO W-MV-NEU-WERT
     MOVE "VERSION"      TO W-MV-NEU-NAME
     PERFORM N521-MV-PLATZHALTER
     MOVE "AUF-4711"     TO W-MV-NEU-WERT
     MOVE "AUFTRAG"      TO W-MV-NEU-NAME
     PERFORM N521-MV-PLATZHALTER
     MOVE "ENTW.MUSTER"  TO W-MV-NEU-WERT
     MOVE "ENTWICKLER"   TO W-MV-NEU-NAME
     PERFORM N521-MV-PLATZHALTER
     MOVE "QS.PRUEFER"   TO W-MV-NEU-WERT
     MOVE "FREIGEBER"    TO W-MV-NEU-NAME
     PERFORM N521-MV-PLATZHALTER
     MOVE "30"           TO W-MV-NEU-WERT
     MOVE "TAGE"         TO W-MV-NEU-NAME
     PERFORM N521-MV-PLATZHALTER
     MOVE "$DATA01.MUSTER.MUSTER0E" TO W-MV-NEU-WERT
     MOVE "PROGRAMM"     TO W-MV-NEU-NAME
     PERFORM N521-MV-PLATZHALTER
     MOVE "ENTW.MUSTER"  TO W-MV-NEU-WERT
     MOVE "ZIEL"         TO W-MV-NEU-NAME
     PERFORM N521-MV-PLATZHALTER
     MOVE "REL2PROD"     TO W-MV-NEU-WERT
     MOVE "AKTION"       TO W-MV-NEU-NAME
     PERFORM N521-MV-PLATZHALTER
     MOVE "RC-2026-01"   TO W-MV-NEU-WERT
     MOVE "KAMPAGNE"     TO W-MV-NEU-NAME
     PERFORM N521-MV-PLATZHALTER
     MOVE "ENTW.MUSTER"  TO W-MV-NEU-WERT
     MOVE "ANFORDERER"   TO W-MV-NEU-NAME
     PERFORM N521-MV-PLATZHALTER
     MOVE "MUSTER"       TO W-MV-NEU-WERT
     MOVE "ANWENDUNG"    TO W-MV-NEU-NAME
     PERFORM N521-MV-PLATZHALTER
     MOVE "NACHTLAUF"    TO W-MV-NEU-WERT
     MOVE "FUNKTION"     TO W-MV-NEU-NAME
     PERFORM N521-MV-PLATZHALTER
     MOVE "10"           TO W-MV-NEU-WERT
     MOVE "LFDNR"        TO W-MV-NEU-NAME
     PERFORM N521-MV-PLATZHALTER
     MOVE "3"            TO W-MV-NEU-WERT
     MOVE "SERIE"        TO W-MV-NEU-NAME
     PERFORM N521-MV-PLATZHALTER
     MOVE "20261015060000" TO W-MV-NEU-WERT
     MOVE "LAUF"         TO W-MV-NEU-NAME
     PERFORM N521-MV-PLATZHALTER
     MOVE "SW"           TO W-MV-NEU-WERT
     MOVE "KATEGORIE"    TO W-MV-NEU-NAME
     PERFORM N521-MV-PLATZHALTER
     MOVE W-MT-VORLAGE TO W-MV-NAME
     MOVE W-MT-SPRACHE TO W-MV-SPR-WUNSCH
     PERFORM N522-MV-LADEN

     PERFORM U011-AUSGABE-SPACELINE
     IF  MV-VORLAGE-NOK
         MOVE SPACES TO ZEILE
         STRING  " Keine Mail-Vorlage "  DELIMITED BY SIZE
                 W-MV-NAME               DELIMITED BY SPACE
                 " in =SSTEXT - es gelten die eingebauten Texte"
                                         DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         PERFORM U011-AUSGABE-SPACELINE
         EXIT SECTION
     END-IF

     MOVE SPACES TO ZEILE
     STRING  " Mail-Vorlage "        DELIMITED BY SIZE
             W-MV-NAME               DELIMITED BY SPACE
             ", Sprache "            DELIMITED BY SIZE
             W-MV-SPRACHE            DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     IF  W-MT-SPRACHE NOT = SPACES
     AND W-MT-SPRACHE NOT = W-MV-SPRACHE
         MOVE "(keine Fassung in"  TO ZEILE (40:17)
         MOVE W-MT-SPRACHE         TO ZEILE (58:8)
         MOVE ")"                  TO ZEILE (66:1)
     END-IF
     PERFORM U010-AUSGABE
     MOVE SPACES TO ZEILE
     MOVE ALL "-" TO ZEILE (2:78)
     PERFORM U010-AUSGABE

**  ---> Betreff
     MOVE SPACES TO ZEILE
     STRING  " Betreff: "            DELIMITED BY SIZE
             W-MV-BETREFF            DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     EVALUATE TRUE
         WHEN W-MV-BETREFF = SPACES
             MOVE " !!! keine Zeile BETREFF: - die Mail hat keinen Betreff"
                 TO ZEILE
             PERFORM U010-AUSGABE
         WHEN W-MV-BETR-LEN > 57
             MOVE W-MV-BETR-LEN TO W-MT-ANZ-ED
             MOVE SPACES TO ZEILE
             STRING  " !!! Betreff hat"          DELIMITED BY SIZE
                     W-MT-ANZ-ED                 DELIMITED BY SIZE
                     " Stellen, die Mail zeigt nur 57"
                                                 DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
     END-EVALUATE
     PERFORM U011-AUSGABE-SPACELINE

**  ---> Text: Teil 1, Datenblock, Teil 2
     PERFORM VARYING W-MV-I1 FROM 1 BY 1
             UNTIL   W-MV-I1 > W-MV-ANZ
         IF  W-MV-I1 = W-MV-TEIL1-ANZ + 1
         AND MV-MIT-DATEN
             MOVE "   [... Datenblock der Mail ...]" TO ZEILE
             PERFORM U010-AUSGABE
         END-IF
         MOVE W-MV-ZEILE (W-MV-I1) TO ZEILE
         PERFORM U010-AUSGABE
     END-PERFORM
     IF  MV-MIT-DATEN
     AND W-MV-TEIL1-ANZ = W-MV-ANZ
         MOVE "   [... Datenblock der Mail ...]" TO ZEILE
         PERFORM U010-AUSGABE
     END-IF

     MOVE SPACES TO ZEILE
     MOVE ALL "-" TO ZEILE (2:78)
     PERFORM U010-AUSGABE
     MOVE W-MV-ANZ       TO W-MT-ANZ-ED
     MOVE W-MV-UNBEKANNT TO W-MT-ANZ2-ED
     MOVE SPACES TO ZEILE
     STRING  " --- "                     DELIMITED BY SIZE
             W-MT-ANZ-ED                 DELIMITED BY SIZE
             " Zeile(n), "               DELIMITED BY SIZE
             W-MT-ANZ2-ED                DELIMITED BY SIZE
             " unbekannte(r) Platzhalter" DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     IF  W-MV-ZU-LANG > ZERO
         MOVE W-MV-ZU-LANG TO W-MT-ANZ-ED
         MOVE SPACES TO ZEILE
         STRING  " !!! "                 DELIMITED BY SIZE
                 W-MT-ANZ-ED             DELIMITED BY SIZE
                 " Zeile(n) nach dem Ersetzen ueber 80 Stellen"
                                         DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF
     PERFORM U011-AUSGABE-SPACELINE
     .
 D572-99.
     EXIT.

******************************************************************
* HANDOVER: Uebergabe anbieten - nur der Besitzer des Checkouts,
* nur an einen bekannten User (=SSUSER) und hoechstens ein offenes
* Angebot je Modul; das Modul bleibt bis zum ACCEPT beim Besitzer
******************************************************************
 D573-HANDOVER-OFFER SECTION.
 D573-00.
**  ---> Berechtigung prüfen (wie CHECKOUT)
     IF  NOT ROLFKT-CHECKOUT
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-025" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     IF  W-SOURCE = SPACES
     OR  W-HO-AN-USER = SPACES
         MOVE " Aufruf: HANDOVER <Modul> <Gruppe.User>" TO ZEILE
         PERFORM U010-AUSGABE
         MOVE "         HANDOVER ACCEPT|REJECT <Modul>, HANDOVER LIST"
             TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF
     IF  W-HO-AN-USER = P-USER-NAME
         MOVE " !!! Uebergabe an sich selbst nicht moeglich !!!"
             TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

**  ---> Modul muss vom Aufrufer selbst ausgecheckt sein
     MOVE W-SOURCE TO SOURCE-MODUL OF SSAFE
     PERFORM S100-SELECT-SSAFE
     IF  SSF-EOD OR PRG-ABBRUCH
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-001" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF
     IF  SOURCE-STATUS OF SSAFE NOT = "CO"
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-015" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF
     IF  GROUP-USER OF SSAFE NOT = P-USER-NAME
         MOVE " !!! Checkout gehoert einem anderen User !!!"
             TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

**  ---> Empfaenger muss in =SSUSER bekannt sein
     MOVE W-HO-AN-USER TO W-DLG-CHECK-USER
     PERFORM D520-CHECK-USER-EXISTS
     IF  NOT USER-OK
         MOVE SPACES TO ZEILE
         STRING  " !!! User "          DELIMITED BY SIZE
                 W-HO-AN-USER          DELIMITED BY SPACE
                 " ist in SSUSER nicht bekannt !!!"
                                       DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

**  ---> hoechstens ein offenes Angebot je Modul
     PERFORM S153-SELECT-SSFHANDO
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF
     IF  HANDO-VORHANDEN
         MOVE SPACES TO ZEILE
         STRING  " !!! Uebergabe bereits angeboten an "
                                       DELIMITED BY SIZE
                 AN-USER OF SSFHANDO   DELIMITED BY SPACE
                 " - erst REJECT !!!"  DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

**  ---> Arbeitskopie liegt im Checkout-Zielverzeichnis (wie C110)
     MOVE "CHECKOUT" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  NOT SSPRM-OK
         EXIT SECTION
     END-IF
     MOVE SPACES TO W-HO-ARBEITSKOPIE
     STRING  SOURCE-FILE-VOL       DELIMITED BY SPACE
             "."                   DELIMITED BY SIZE
             SVOL-DEST OF SSPARM   DELIMITED BY SPACE
             "."                   DELIMITED BY SIZE
             W-SOURCE              DELIMITED BY SPACE
       INTO  W-HO-ARBEITSKOPIE
     END-STRING
     MOVE P-USER-NAME TO W-HO-VON-USER

**  ---> Angebot und Protokoll
     PERFORM U100-BEGIN
     PERFORM S154-INSERT-SSFHANDO
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     MOVE W-SOURCE     TO SOURCE-MODUL OF SSPROT
     MOVE "HA"         TO AKTION       OF SSPROT
     MOVE P-USER-NAME  TO GROUP-USER   OF SSPROT
     MOVE "NO"         TO KZ-FREIGABE  OF SSPROT
     MOVE SPACES       TO KOMMENTAR    OF SSPROT
     STRING  "Uebergabe angeboten an " DELIMITED BY SIZE
             W-HO-AN-USER              DELIMITED BY SPACE
       INTO  KOMMENTAR OF SSPROT
     END-STRING
     PERFORM S200-INSERT-SSPROT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     MOVE "ANGEBOT" TO W-HO-AKTION
     PERFORM M559-MAIL-HANDOVER

     MOVE SPACES TO ZEILE
     STRING  " Uebergabe von "     DELIMITED BY SIZE
             W-SOURCE              DELIMITED BY SPACE
             " an "                DELIMITED BY SIZE
             W-HO-AN-USER          DELIMITED BY SPACE
             " angeboten - Modul bleibt bis ACCEPT ausgecheckt"
                                   DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D573-99.
     EXIT.

******************************************************************
* HANDOVER ACCEPT: der Empfaenger uebernimmt den Checkout. Die
* Arbeitskopie wird ihm per FUP GIVE zugeordnet, die Sperr-Datei
* per SSFFLK0M "HO" umgeschrieben und in =SSAFE nur GROUP_USER
* getauscht - Checkout-Zeitpunkt und Basisversion bleiben
******************************************************************
 D574-HANDOVER-ACCEPT SECTION.
 D574-00.
**  ---> Berechtigung prüfen (wie CHECKOUT)
     IF  NOT ROLFKT-CHECKOUT
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-025" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF
     IF  W-SOURCE = SPACES
         MOVE " Aufruf: HANDOVER ACCEPT <Modul>" TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

**  ---> Angebot muss vorliegen und dem Aufrufer gelten
     PERFORM S153-SELECT-SSFHANDO
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF
     IF  HANDO-FEHLT
         MOVE SPACES TO ZEILE
         STRING  " !!! Kein Uebergabe-Angebot fuer "
                                       DELIMITED BY SIZE
                 W-SOURCE              DELIMITED BY SPACE
                 " !!!"                DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF
     IF  AN-USER OF SSFHANDO NOT = P-USER-NAME
         MOVE SPACES TO ZEILE
         STRING  " !!! Angebot gilt fuer "
                                       DELIMITED BY SIZE
                 AN-USER OF SSFHANDO   DELIMITED BY SPACE
                 " !!!"                DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF
     MOVE VON-USER     OF SSFHANDO TO W-HO-VON-USER
     MOVE AN-USER      OF SSFHANDO TO W-HO-AN-USER
     MOVE ARBEITSKOPIE OF SSFHANDO TO W-HO-ARBEITSKOPIE

**  ---> Checkout muss noch beim Anbietenden liegen, sonst ist das
**       Angebot hinfaellig (z.B. inzwischen eingecheckt)
     MOVE W-SOURCE TO SOURCE-MODUL OF SSAFE
     PERFORM S100-SELECT-SSAFE
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF
     IF  SSF-EOD
     OR  SOURCE-STATUS OF SSAFE NOT = "CO"
     OR  GROUP-USER OF SSAFE NOT = W-HO-VON-USER
         PERFORM U100-BEGIN
         PERFORM S155-DELETE-SSFHANDO
         IF  PRG-ABBRUCH
             PERFORM U120-ROLLBACK
             EXIT SECTION
         END-IF
         PERFORM U110-COMMIT
         MOVE " !!! Checkout hat sich geaendert - Angebot verfallen !!!"
             TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

**  ---> Arbeitskopie dem neuen Besitzer geben (Owner wie C110)
     INITIALIZE FUP-COMMANDS
     MOVE 1 TO FUP-COMMANDS-ANZ
     MOVE "ALLOW 10 ERRORS, 10 WARNINGS" TO FUP-COMMAND (1)
     ADD 1 TO FUP-COMMANDS-ANZ
     STRING  " GIVE "          DELIMITED BY SIZE
             W-HO-ARBEITSKOPIE DELIMITED BY SPACE
             ", "              DELIMITED BY SIZE
             W-USER-GRP        DELIMITED BY SIZE
             ","               DELIMITED BY SIZE
             W-USER-NR         DELIMITED BY SIZE
       INTO FUP-COMMAND (FUP-COMMANDS-ANZ)
     END-STRING
     PERFORM E150-OBEY-FUP
     IF  NOT PRG-OK
         EXIT SECTION
     END-IF

**  ---> Sperr-Datei auf den neuen Besitzer umschreiben
     MOVE "HO"          TO FLK-LINK-CMD
     MOVE ZERO          TO FLK-LINK-RC
     MOVE SPACES        TO FLK-LINK-REP-FILE
     MOVE W-SOURCE      TO FLK-LINK-REP-FILE
     MOVE "N"           TO FLK-LINK-VERW-AUTH
     MOVE SPACES        TO FLK-LINK-REASON
     MOVE "Handover: Checkout uebernommen" TO FLK-LINK-REASON
     MOVE W-HO-VON-USER TO FLK-LINK-ALT-USER
     MOVE P-USER-NAME   TO FLK-LINK-NEU-USER
     CALL "SSFFLK0M" USING FLK-LINK-REC
     IF  FLK-LINK-RC NOT = ZERO
         MOVE "  Hinweis: Sperr-Datei nicht umgeschrieben" TO ZEILE
         PERFORM U010-AUSGABE
     END-IF

**  ---> SSAFE-Besitzer tauschen, Angebot loeschen, Protokoll
     MOVE P-USER-NAME   TO GROUP-USER OF SSAFE
     MOVE W-HO-VON-USER TO H-HO-USER
     PERFORM U100-BEGIN
     PERFORM S124-UPDATE-SSAFE-HANDOVER
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
**  ---> offener Parallel-Checkout (=SSFPARCO) geht mit ueber
     MOVE W-SOURCE      TO H-PCO-MODUL
     MOVE W-HO-VON-USER TO H-PCO-USER
     PERFORM S182-UPDATE-SSFPARCO-USER
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM S155-DELETE-SSFHANDO
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     MOVE W-SOURCE     TO SOURCE-MODUL OF SSPROT
     MOVE "HO"         TO AKTION       OF SSPROT
     MOVE P-USER-NAME  TO GROUP-USER   OF SSPROT
     MOVE "NO"         TO KZ-FREIGABE  OF SSPROT
     MOVE SPACES       TO KOMMENTAR    OF SSPROT
     STRING  "Checkout uebernommen von " DELIMITED BY SIZE
             W-HO-VON-USER               DELIMITED BY SPACE
       INTO  KOMMENTAR OF SSPROT
     END-STRING
     PERFORM S200-INSERT-SSPROT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     MOVE "UEBERNAHME" TO W-HO-AKTION
     PERFORM M559-MAIL-HANDOVER

     MOVE SPACES TO ZEILE
     STRING  " Checkout von "      DELIMITED BY SIZE
             W-SOURCE              DELIMITED BY SPACE
             " uebernommen - Arbeitskopie "
                                   DELIMITED BY SIZE
             W-HO-ARBEITSKOPIE     DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D574-99.
     EXIT.

******************************************************************
* HANDOVER REJECT: der Empfaenger lehnt ab bzw. der Anbietende
* zieht das Angebot zurueck - der Checkout bleibt unveraendert
******************************************************************
 D575-HANDOVER-REJECT SECTION.
 D575-00.
     IF  W-SOURCE = SPACES
         MOVE " Aufruf: HANDOVER REJECT <Modul>" TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

     PERFORM S153-SELECT-SSFHANDO
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF
     IF  HANDO-FEHLT
         MOVE SPACES TO ZEILE
         STRING  " !!! Kein Uebergabe-Angebot fuer "
                                       DELIMITED BY SIZE
                 W-SOURCE              DELIMITED BY SPACE
                 " !!!"                DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF
     MOVE VON-USER     OF SSFHANDO TO W-HO-VON-USER
     MOVE AN-USER      OF SSFHANDO TO W-HO-AN-USER
     MOVE ARBEITSKOPIE OF SSFHANDO TO W-HO-ARBEITSKOPIE

     MOVE SPACES TO KOMMENTAR OF SSPROT
     EVALUATE P-USER-NAME
         WHEN W-HO-AN-USER
             MOVE "ABLEHNUNG" TO W-HO-AKTION
             STRING  "Uebergabe abgelehnt, Angebot von "
                                           DELIMITED BY SIZE
                     W-HO-VON-USER         DELIMITED BY SPACE
               INTO  KOMMENTAR OF SSPROT
             END-STRING
         WHEN W-HO-VON-USER
             MOVE "RUECKZUG"  TO W-HO-AKTION
             STRING  "Uebergabe zurueckgezogen, war an "
                                           DELIMITED BY SIZE
                     W-HO-AN-USER          DELIMITED BY SPACE
               INTO  KOMMENTAR OF SSPROT
             END-STRING
         WHEN OTHER
             MOVE " !!! Angebot betrifft einen anderen User !!!"
                 TO ZEILE
             PERFORM U010-AUSGABE
             EXIT SECTION
     END-EVALUATE

     PERFORM U100-BEGIN
     PERFORM S155-DELETE-SSFHANDO
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     MOVE W-SOURCE     TO SOURCE-MODUL OF SSPROT
     MOVE "HX"         TO AKTION       OF SSPROT
     MOVE P-USER-NAME  TO GROUP-USER   OF SSPROT
     MOVE "NO"         TO KZ-FREIGABE  OF SSPROT
     PERFORM S200-INSERT-SSPROT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     PERFORM M559-MAIL-HANDOVER

     MOVE SPACES TO ZEILE
     STRING  " Uebergabe-Angebot fuer " DELIMITED BY SIZE
             W-SOURCE                   DELIMITED BY SPACE
             " geloescht - Checkout bleibt bei "
                                        DELIMITED BY SIZE
             W-HO-VON-USER              DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D575-99.
     EXIT.

******************************************************************
* HANDOVER LIST: offene Uebergaben, die der Aufrufer angeboten hat
* oder annehmen soll
******************************************************************
 D576-HANDOVER-LIST SECTION.
 D576-00.
     MOVE P-USER-NAME TO H-HO-USER
     MOVE ZERO        TO W-HO-ANZ

     PERFORM U011-AUSGABE-SPACELINE
     MOVE " Modul     von               an                angeboten"
         TO ZEILE
     PERFORM U010-AUSGABE
     MOVE " --------  ----------------  ----------------" TO ZEILE
     MOVE "----------------" TO ZEILE (48:)
     PERFORM U010-AUSGABE

     PERFORM S156-OPEN-HANDO-CURSOR
     IF  SSF-OK
         PERFORM S157-FETCH-HANDO-CURSOR
     END-IF
     PERFORM UNTIL SSF-EOD
         ADD 1 TO W-HO-ANZ
         MOVE SPACES                   TO ZEILE
         MOVE SOURCE-MODUL OF SSFHANDO TO ZEILE (02:08)
         MOVE VON-USER     OF SSFHANDO TO ZEILE (12:16)
         MOVE AN-USER      OF SSFHANDO TO ZEILE (30:16)
         MOVE ZPINS        OF SSFHANDO (1:16)
                                       TO ZEILE (48:16)
         PERFORM U010-AUSGABE
         PERFORM S157-FETCH-HANDO-CURSOR
     END-PERFORM
     PERFORM S158-CLOSE-HANDO-CURSOR

     MOVE W-HO-ANZ TO W-HO-ANZ-ED
     MOVE SPACES TO ZEILE
     STRING  " "                   DELIMITED BY SIZE
             W-HO-ANZ-ED           DELIMITED BY SIZE
             " offene Uebergabe(n)" DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D576-99.
     EXIT.

******************************************************************
* VERWALTUNG PARALLEL: Module fuer den optimistischen parallelen
* Checkout freischalten bzw. wieder sperren (=SSFPARAL)
*   PARALLEL ON  <Modul>   freischalten
*   PARALLEL OFF <Modul>   sperren (nur ohne offene Parallel-
*                          Checkouts in =SSFPARCO)
*   PARALLEL [LIST]        freigeschaltete Module und offene
*                          Parallel-Checkouts
*   PARALLEL RESOLVE <Modul> wie ausserhalb der VERWALTUNG
******************************************************************
 D577-PARALLEL-VERW SECTION.
 D577-00.
     EVALUATE W-PCO-SUBCMD
         WHEN "ON"
         WHEN "OFF"
             CONTINUE
         WHEN "LIST"
             PERFORM D586-PARALLEL-MODULE
             PERFORM D584-PARALLEL-LIST
             EXIT SECTION
         WHEN "RESOLVE"
             PERFORM D583-PARALLEL-RESOLVE
             EXIT SECTION
         WHEN OTHER
             MOVE " Aufruf: PARALLEL ON|OFF <Modul>, PARALLEL [LIST]"
                 TO ZEILE
             PERFORM U010-AUSGABE
             EXIT SECTION
     END-EVALUATE

     IF  W-PCO-MODUL = SPACES
         MOVE " Aufruf: PARALLEL ON|OFF <Modul>" TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

**  ---> Modul muss im Source Safe stehen
     MOVE W-PCO-MODUL TO SOURCE-MODUL OF SSAFE
     PERFORM S100-SELECT-SSAFE
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF
     IF  SSF-EOD
         MOVE SPACES TO ZEILE
         STRING  " !!! Modul "         DELIMITED BY SIZE
                 W-PCO-MODUL           DELIMITED BY SPACE
                 " nicht vorhanden !!!" DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

     MOVE W-PCO-MODUL TO SOURCE-MODUL OF SSFPARAL
     PERFORM S172-SELECT-SSFPARAL
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

     MOVE SPACES TO KOMMENTAR OF SSPROT
     IF  W-PCO-SUBCMD = "ON"
         IF  PCO-MARKIERT
             MOVE SPACES TO ZEILE
             STRING  " Modul "             DELIMITED BY SIZE
                     W-PCO-MODUL           DELIMITED BY SPACE
                     " ist bereits fuer parallelen Checkout"
                                           DELIMITED BY SIZE
                     " freigeschaltet"     DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
             EXIT SECTION
         END-IF
         MOVE "Paralleler Checkout freigeschaltet"
             TO KOMMENTAR OF SSPROT
     ELSE
         IF  PCO-NICHT-MARKIERT
             MOVE SPACES TO ZEILE
             STRING  " Modul "             DELIMITED BY SIZE
                     W-PCO-MODUL           DELIMITED BY SPACE
                     " ist nicht fuer parallelen Checkout"
                                           DELIMITED BY SIZE
                     " freigeschaltet"     DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
             EXIT SECTION
         END-IF
**      ---> offene Parallel-Checkouts muessen erst eingecheckt sein,
**           sonst faende ihr CHECKIN keinen Merge mehr
         MOVE W-PCO-MODUL TO H-PCO-MODUL
         PERFORM S179-COUNT-SSFPARCO
         IF  W-PCO-OFFEN > ZERO
             MOVE W-PCO-OFFEN TO W-PCO-ANZ-ED
             MOVE SPACES TO ZEILE
             STRING  " !!! "               DELIMITED BY SIZE
                     W-PCO-MODUL           DELIMITED BY SPACE
                     " hat noch"           DELIMITED BY SIZE
                     W-PCO-ANZ-ED          DELIMITED BY SIZE
                     " offene(n) Parallel-Checkout(s) !!!"
                                           DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
             EXIT SECTION
         END-IF
         MOVE "Paralleler Checkout gesperrt"
             TO KOMMENTAR OF SSPROT
     END-IF

     PERFORM U100-BEGIN
     IF  W-PCO-SUBCMD = "ON"
         PERFORM S173-INSERT-SSFPARAL
     ELSE
         PERFORM S174-DELETE-SSFPARAL
     END-IF
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     MOVE W-PCO-MODUL  TO SOURCE-MODUL OF SSPROT
     MOVE "XP"         TO AKTION       OF SSPROT
     MOVE P-USER-NAME  TO GROUP-USER   OF SSPROT
     MOVE "NO"         TO KZ-FREIGABE  OF SSPROT
     PERFORM S200-INSERT-SSPROT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     MOVE SPACES TO ZEILE
     STRING  " "                   DELIMITED BY SIZE
             W-PCO-MODUL           DELIMITED BY SPACE
             ": "                  DELIMITED BY SIZE
             KOMMENTAR OF SSPROT   DELIMITED BY "  "
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D577-99.
     EXIT.

******************************************************************
* CHECKOUT eines Moduls: ist es fuer parallelen Checkout frei-
* geschaltet (=SSFPARAL), die Art des Checkouts bestimmen
*   PCO-CO-NORMAL      nicht freigeschaltet - CHECKOUT wie bisher
*   PCO-CO-ERSTER      eingecheckt, kein Parallel-Checkout offen:
*                      exklusiver CHECKOUT wie bisher, zusaetzlich
*                      Basis-Schnappschuss und =SSFPARCO-Eintrag
*   PCO-CO-ZUSATZ      schon ausgecheckt bzw. Parallel-Checkouts
*                      offen: zusaetzliche Arbeitskopie (D579)
*   PCO-CO-ABGEWIESEN  Aufrufer hat das Modul schon parallel
*                      ausgecheckt
* Der SSAFE-Satz des Moduls muss gelesen sein (S100)
******************************************************************
 D578-PARALLEL-CHECKOUT-MODUS SECTION.
 D578-00.
     SET PCO-CO-NORMAL TO TRUE
     MOVE SOURCE-STATUS OF SSAFE TO W-PCO-SSAFE-STATUS
     MOVE GROUP-USER    OF SSAFE TO W-PCO-SSAFE-USER

     MOVE W-SOURCE TO SOURCE-MODUL OF SSFPARAL
     PERFORM S172-SELECT-SSFPARAL
     IF  PRG-ABBRUCH
     OR  PCO-NICHT-MARKIERT
         EXIT SECTION
     END-IF

     MOVE W-SOURCE    TO H-PCO-MODUL
     MOVE P-USER-NAME TO H-PCO-USER
     PERFORM S175-SELECT-SSFPARCO
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF
     IF  PCO-VORHANDEN
         MOVE SPACES TO ZEILE
         STRING  " !!! "               DELIMITED BY SIZE
                 W-SOURCE              DELIMITED BY SPACE
                 " ist von Ihnen bereits parallel ausgecheckt: "
                                       DELIMITED BY SIZE
                 ARBEITSKOPIE OF SSFPARCO
                                       DELIMITED BY SPACE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         SET PCO-CO-ABGEWIESEN TO TRUE
         EXIT SECTION
     END-IF

**  ---> eigener exklusiver Checkout: bleibt beim FEHL-004
     IF  W-PCO-SSAFE-STATUS = "CO"
     AND W-PCO-SSAFE-USER   = P-USER-NAME
         EXIT SECTION
     END-IF

     PERFORM S179-COUNT-SSFPARCO
     IF  W-PCO-SSAFE-STATUS = "CO"
     OR (W-PCO-SSAFE-STATUS = "CI" AND W-PCO-OFFEN > ZERO)
         SET PCO-CO-ZUSATZ TO TRUE
     ELSE
         SET PCO-CO-ERSTER TO TRUE
     END-IF
     .
 D578-99.
     EXIT.

******************************************************************
* zusaetzlicher paralleler Checkout: Arbeitskopie am Standort des
* Aufrufers (CHECKOUT [<Subvol>.]<Modul>, nicht im Checkout- oder
* Checkin-Subvolume), Basis-Schnappschuss fuer den Merge (D580)
* und Eintrag in =SSFPARCO. =SSAFE, Sperr-Datei und Master bleiben
* unveraendert - das Modul bleibt beim bisherigen Besitzer
******************************************************************
 D579-PARALLEL-CHECKOUT SECTION.
 D579-00.
     MOVE SOURCE-FILE TO W-PCO-ARBEITSKOPIE

**  ---> Checkout- und Checkin-Subvolume
     MOVE "CHECKOUT" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  NOT SSPRM-OK
         EXIT SECTION
     END-IF
     MOVE SVOL-DEST OF SSPARM TO W-PCO-CO-SVOL
     MOVE "CHECKIN" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  NOT SSPRM-OK
         EXIT SECTION
     END-IF
     MOVE SVOL-DEST OF SSPARM TO W-PCO-CI-SVOL

     IF  SOURCE-FILE-SUBVOL = W-PCO-CO-SVOL
     OR  SOURCE-FILE-SUBVOL = W-PCO-CI-SVOL
         MOVE " !!! Paralleler Checkout nur in ein eigenes Subvolume"
             TO ZEILE
         PERFORM U010-AUSGABE
         MOVE "     (CHECKOUT <Subvol>.<Modul>) !!!" TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF
     MOVE W-PCO-ARBEITSKOPIE TO T-FNAME
     PERFORM E120-FILE-INFO
     IF  T-ERROR = ZERO
         MOVE SPACES TO ZEILE
         STRING  " !!! "               DELIMITED BY SIZE
                 W-PCO-ARBEITSKOPIE    DELIMITED BY SPACE
                 " existiert bereits !!!"
                                       DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

**  ---> Quelle ist der eingecheckte Stand; liegt das Modul gerade
**       exklusiv ausgecheckt, dessen Sicherungskopie (...Z, C110)
     MOVE SPACES TO W-PCO-QUELLE
     STRING  SOURCE-FILE-VOL     DELIMITED BY SPACE
             "."                 DELIMITED BY SIZE
             W-PCO-CI-SVOL       DELIMITED BY SPACE
             "."                 DELIMITED BY SIZE
             SOURCE-FILE-NAME    DELIMITED BY SPACE
       INTO  W-PCO-QUELLE
     END-STRING
     IF  W-PCO-SSAFE-STATUS = "CO"
         MOVE ZERO TO W-PCO-I1
         INSPECT W-PCO-QUELLE TALLYING W-PCO-I1
             FOR CHARACTERS BEFORE INITIAL SPACE
         IF  W-PCO-I1 > ZERO
             MOVE "Z" TO W-PCO-QUELLE (W-PCO-I1:1)
         END-IF
     END-IF

     PERFORM D580-PARALLEL-BASIS-DATEI
     IF  PCO-NOK
         EXIT SECTION
     END-IF

**  ---> Arbeitskopie (wie C110: "UUUU", Owner Aufrufer) und
**       Basis-Schnappschuss ziehen
     INITIALIZE FUP-COMMANDS
     MOVE 1 TO FUP-COMMANDS-ANZ
     MOVE "ALLOW 10 ERRORS, 10 WARNINGS" TO FUP-COMMAND (1)
     ADD 1 TO FUP-COMMANDS-ANZ
     STRING  " DUP "             DELIMITED BY SIZE
             W-PCO-QUELLE        DELIMITED BY SPACE
             ", "                DELIMITED BY SIZE
             W-PCO-ARBEITSKOPIE  DELIMITED BY SPACE
             ", sourcedate"      DELIMITED BY SIZE
       INTO FUP-COMMAND (FUP-COMMANDS-ANZ)
     END-STRING
     ADD 1 TO FUP-COMMANDS-ANZ
     STRING  " SECURE "          DELIMITED BY SIZE
             W-PCO-ARBEITSKOPIE  DELIMITED BY SPACE
             ", ""UUUU"""        DELIMITED BY SIZE
       INTO FUP-COMMAND (FUP-COMMANDS-ANZ)
     END-STRING
     ADD 1 TO FUP-COMMANDS-ANZ
     STRING  " GIVE "            DELIMITED BY SIZE
             W-PCO-ARBEITSKOPIE  DELIMITED BY SPACE
             ", "                DELIMITED BY SIZE
             W-USER-GRP          DELIMITED BY SIZE
             ","                 DELIMITED BY SIZE
             W-USER-NR           DELIMITED BY SIZE
       INTO FUP-COMMAND (FUP-COMMANDS-ANZ)
     END-STRING
     ADD 1 TO FUP-COMMANDS-ANZ
     STRING  " DUP "             DELIMITED BY SIZE
             W-PCO-QUELLE        DELIMITED BY SPACE
             ", "                DELIMITED BY SIZE
             W-PCO-BASIS-DATEI   DELIMITED BY SPACE
             ", sourcedate"      DELIMITED BY SIZE
       INTO FUP-COMMAND (FUP-COMMANDS-ANZ)
     END-STRING

**  ---> Eintrag in =SSFPARCO und Protokoll
     PERFORM U100-BEGIN
     PERFORM S176-INSERT-SSFPARCO
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     MOVE W-SOURCE     TO SOURCE-MODUL OF SSPROT
     MOVE "XC"         TO AKTION       OF SSPROT
     MOVE P-USER-NAME  TO GROUP-USER   OF SSPROT
     MOVE "NO"         TO KZ-FREIGABE  OF SSPROT
     MOVE SPACES       TO KOMMENTAR    OF SSPROT
     STRING  "Paralleler Checkout nach " DELIMITED BY SIZE
             W-PCO-ARBEITSKOPIE          DELIMITED BY SPACE
       INTO  KOMMENTAR OF SSPROT
     END-STRING
     PERFORM S200-INSERT-SSPROT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

**  ---> Obey Datei füllen und FUP ausführen
     PERFORM E150-OBEY-FUP

     IF  PRG-OK
         PERFORM U011-AUSGABE-SPACELINE
         MOVE SPACES TO ZEILE
         STRING  " Paralleler Checkout von "
                                       DELIMITED BY SIZE
                 W-SOURCE              DELIMITED BY SPACE
                 " - Arbeitskopie "    DELIMITED BY SIZE
                 W-PCO-ARBEITSKOPIE    DELIMITED BY SPACE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         MOVE " Beim CHECKIN wird gegen inzwischen eingecheckte"
             TO ZEILE
         MOVE " Staende gemerged" TO ZEILE (49:)
         PERFORM U010-AUSGABE
     END-IF
     .
 D579-99.
     EXIT.

******************************************************************
* Basis-Schnappschuss eines parallelen Checkouts benennen: Sub-
* volume aus =SSPARM "PARALLEL", Dateiname PBASnnnn mit der
* naechsten laufenden Nummer aus =SSFPARCO (nach 9999 wieder ab 1,
* schon belegte Dateinamen werden uebersprungen)
******************************************************************
 D580-PARALLEL-BASIS-DATEI SECTION.
 D580-00.
     SET PCO-NOK TO TRUE
     MOVE "PARALLEL" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  NOT SSPRM-OK
         MOVE " !!! =SSPARM-Eintrag PARALLEL fehlt !!!" TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

     PERFORM S180-MAX-LFDNR-SSFPARCO
     MOVE ZERO TO W-PCO-I1
     PERFORM UNTIL PCO-OK
             OR    W-PCO-I1 > 50
         ADD 1 TO W-PCO-I1
         IF  W-PCO-LFDNR NOT < 9999
             MOVE ZERO TO W-PCO-LFDNR
         END-IF
         ADD 1 TO W-PCO-LFDNR
         MOVE W-PCO-LFDNR TO W-PCO-LFDNR-ED
         MOVE SPACES TO W-PCO-BASIS-DATEI
         STRING  SOURCE-FILE-VOL     DELIMITED BY SPACE
                 "."                 DELIMITED BY SIZE
                 SVOL-DEST OF SSPARM DELIMITED BY SPACE
                 ".PBAS"             DELIMITED BY SIZE
                 W-PCO-LFDNR-ED      DELIMITED BY SIZE
           INTO  W-PCO-BASIS-DATEI
         END-STRING
         MOVE W-PCO-BASIS-DATEI TO T-FNAME
         PERFORM E120-FILE-INFO
         IF  T-ERROR NOT = ZERO
             SET PCO-OK TO TRUE
         END-IF
     END-PERFORM

     IF  PCO-NOK
         MOVE " !!! Kein freier Name fuer den Basis-Schnappschuss !!!"
             TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     .
 D580-99.
     EXIT.

******************************************************************
* Merge beim CHECKIN eines parallelen Checkouts per SSFCOU0M "PM":
*   Basis   = Schnappschuss vom eigenen Checkout (=SSFPARCO)
*   fremd   = zuletzt eingecheckter Master (bzw. dessen
*             Sicherungskopie ...Z, solange exklusiv ausgecheckt)
*   eigen   = die einzucheckende Datei (SOURCE-FILE)
*   Ergebnis= neben der einzucheckenden Datei, Endbuchstabe "M"
* Anzahl Konflikte in W-PCO-KONFLIKTE; PCO-NOK, wenn der Merge
* nicht durchlief
******************************************************************
 D581-PARALLEL-MERGE SECTION.
 D581-00.
     SET PCO-NOK TO TRUE
     MOVE ZERO TO W-PCO-KONFLIKTE

     MOVE "CHECKIN" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  NOT SSPRM-OK
         EXIT SECTION
     END-IF
     MOVE SPACES TO W-PCO-FREMD-DATEI
     STRING  SOURCE-FILE-VOL     DELIMITED BY SPACE
             "."                 DELIMITED BY SIZE
             SVOL-DEST OF SSPARM DELIMITED BY SPACE
             "."                 DELIMITED BY SIZE
             SOURCE-FILE-NAME    DELIMITED BY SPACE
       INTO  W-PCO-FREMD-DATEI
     END-STRING
     IF  W-PCO-SSAFE-STATUS = "CO"
         MOVE ZERO TO W-PCO-I1
         INSPECT W-PCO-FREMD-DATEI TALLYING W-PCO-I1
             FOR CHARACTERS BEFORE INITIAL SPACE
         IF  W-PCO-I1 > ZERO
             MOVE "Z" TO W-PCO-FREMD-DATEI (W-PCO-I1:1)
         END-IF
     END-IF

     MOVE SOURCE-FILE TO W-PCO-ERGEBNIS
     MOVE ZERO TO W-PCO-I1
     INSPECT W-PCO-ERGEBNIS TALLYING W-PCO-I1
         FOR CHARACTERS BEFORE INITIAL SPACE
     IF  W-PCO-I1 > ZERO
         MOVE "M" TO W-PCO-ERGEBNIS (W-PCO-I1:1)
     END-IF

     MOVE "PM"               TO COU-LINK-CMD
     MOVE ZERO               TO COU-LINK-RC
     MOVE SPACES             TO COU-LINK-REP-FILE
     MOVE W-SOURCE           TO COU-LINK-REP-FILE
     MOVE ZERO TO C4-I1
     INSPECT COU-LINK-REP-FILE TALLYING C4-I1
         FOR CHARACTERS BEFORE INITIAL SPACE
     MOVE C4-I1              TO COU-LINK-REP-FILE-LEN
     MOVE SPACES             TO COU-LINK-OPTION
     MOVE SPACES             TO COU-LINK-OPTVAL
     MOVE W-PCO-BASIS-DATEI  TO COU-LINK-MERGE-BASIS-DATEI
     MOVE W-PCO-FREMD-DATEI  TO COU-LINK-MERGE-FREMD-DATEI
     MOVE SOURCE-FILE        TO COU-LINK-MERGE-EIGEN-DATEI
     MOVE W-PCO-ERGEBNIS     TO COU-LINK-MERGE-ERGEBNIS
     SET RZ-MOD-COU TO TRUE
     PERFORM E358-RZ-MODUL-START
     CALL "SSFCOU0M" USING COU-LINK-REC
     PERFORM E359-RZ-MODUL-STOP
     IF  COU-LINK-RC NOT = ZERO
         MOVE COU-LINK-RC TO D-NUM4
         DISPLAY " !!! Merge des parallelen Checkouts fehlgeschlagen, "
                 "RC=" D-NUM4 " - CHECKIN gestoppt !!!"
         EXIT SECTION
     END-IF
     MOVE COU-LINK-MERGE-KONFLIKTE TO W-PCO-KONFLIKTE
     SET PCO-OK TO TRUE
     .
 D581-99.
     EXIT.

******************************************************************
* Datei W-PCO-SCAN-DATEI nach stehen gebliebenen Konfliktmarken
* des Merges (SSFCOU0M D280: "<<<<<<< ", "=======", ">>>>>>> ")
* durchsuchen; Anzahl in W-PCO-MARKER, PCO-NICHT-LESBAR, wenn die
* Datei nicht da ist
******************************************************************
 D582-PARALLEL-MARKER-SCAN SECTION.
 D582-00.
     MOVE ZERO TO W-PCO-MARKER
     SET PCO-NICHT-LESBAR TO TRUE

     MOVE W-PCO-SCAN-DATEI TO T-FNAME
     PERFORM E120-FILE-INFO
     IF  T-ERROR NOT = ZERO
         EXIT SECTION
     END-IF
     MOVE W-PCO-SCAN-DATEI TO ASS-FNAME
     ENTER "COBOLASSIGN" USING  SOURCEF
                                ASS-FNAME
                         GIVING ASS-FSTATUS
     IF  ASS-FSTATUS NOT = ZERO
         EXIT SECTION
     END-IF
     OPEN INPUT SOURCEF
     SET PCO-LESBAR TO TRUE

     SET FILE-OK TO TRUE
     MOVE SPACES TO SOURCEF-RECORD
     READ SOURCEF AT END SET FILE-EOF TO TRUE END-READ
     PERFORM UNTIL FILE-EOF
         IF  SOURCEF-RECORD (1:8) = "<<<<<<< "
         OR  SOURCEF-RECORD (1:8) = ">>>>>>> "
         OR  SOURCEF-RECORD (1:8) = "======= "
             ADD 1 TO W-PCO-MARKER
         END-IF
         MOVE SPACES TO SOURCEF-RECORD
         READ SOURCEF AT END SET FILE-EOF TO TRUE END-READ
     END-PERFORM

     CLOSE SOURCEF
     .
 D582-99.
     EXIT.

******************************************************************
* PARALLEL RESOLVE <Modul>: der Entwickler meldet die Konflikte
* seines letzten Merges als aufgeloest. Die Ergebnisdatei (bzw.,
* wenn er sie weggeraeumt hat, die Arbeitskopie) darf keine
* Konfliktmarken mehr enthalten; eine saubere Ergebnisdatei wird
* ueber die Arbeitskopie gelegt. Danach laesst C114 das CHECKIN
* dieser Arbeitskopie ohne erneuten Merge durch, solange niemand
* anderes dazwischen eincheckt
******************************************************************
 D583-PARALLEL-RESOLVE SECTION.
 D583-00.
**  ---> Berechtigung prüfen (wie CHECKIN)
     IF  NOT ROLFKT-CHECKIN
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-025" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF
     IF  W-PCO-MODUL = SPACES
         MOVE " Aufruf: PARALLEL RESOLVE <Modul>" TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

     MOVE W-PCO-MODUL TO H-PCO-MODUL
     MOVE P-USER-NAME TO H-PCO-USER
     PERFORM S175-SELECT-SSFPARCO
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF
     IF  PCO-FEHLT
         MOVE SPACES TO ZEILE
         STRING  " !!! Kein paralleler Checkout von "
                                       DELIMITED BY SIZE
                 W-PCO-MODUL           DELIMITED BY SPACE
                 " fuer Sie !!!"       DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF
     IF  MERGE-STATUS OF SSFPARCO NOT = "MK"
         MOVE SPACES TO ZEILE
         STRING  " Fuer "              DELIMITED BY SIZE
                 W-PCO-MODUL           DELIMITED BY SPACE
                 " sind keine Merge-Konflikte offen"
                                       DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF
     MOVE ARBEITSKOPIE   OF SSFPARCO TO W-PCO-ARBEITSKOPIE
     MOVE ERGEBNIS-DATEI OF SSFPARCO TO W-PCO-ERGEBNIS

     MOVE W-PCO-ERGEBNIS TO W-PCO-SCAN-DATEI
     PERFORM D582-PARALLEL-MARKER-SCAN
     IF  PCO-NICHT-LESBAR
**      ---> Ergebnisdatei weggeraeumt: Konflikte wurden direkt in
**           der Arbeitskopie aufgeloest
         MOVE W-PCO-ARBEITSKOPIE TO W-PCO-SCAN-DATEI
         PERFORM D582-PARALLEL-MARKER-SCAN
         IF  PCO-NICHT-LESBAR
             MOVE SPACES TO ZEILE
             STRING  " !!! Weder "           DELIMITED BY SIZE
                     W-PCO-ERGEBNIS          DELIMITED BY SPACE
                     " noch "                DELIMITED BY SIZE
                     W-PCO-ARBEITSKOPIE      DELIMITED BY SPACE
                     " lesbar !!!"           DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
             EXIT SECTION
         END-IF
     END-IF
     IF  W-PCO-MARKER > ZERO
         MOVE W-PCO-MARKER TO W-PCO-MARKER-ED
         MOVE SPACES TO ZEILE
         STRING  " !!! "               DELIMITED BY SIZE
                 W-PCO-SCAN-DATEI      DELIMITED BY SPACE
                 " enthaelt noch"      DELIMITED BY SIZE
                 W-PCO-MARKER-ED       DELIMITED BY SIZE
                 " Konfliktmarke(n) !!!"
                                       DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

**  ---> saubere Ergebnisdatei ueber die Arbeitskopie legen
     IF  W-PCO-SCAN-DATEI = W-PCO-ERGEBNIS
         MOVE W-PCO-ERGEBNIS     TO W-PCO-QUELLE
         MOVE W-PCO-ARBEITSKOPIE TO W-PCO-ZIEL
         PERFORM D585-PARALLEL-UEBERNAHME
         IF  PCO-NOK
             EXIT SECTION
         END-IF
     END-IF

     MOVE "RS" TO W-PCO-MERGE-STATUS
     PERFORM U100-BEGIN
     PERFORM S178-UPDATE-SSFPARCO-MERGE
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     MOVE W-PCO-MODUL  TO SOURCE-MODUL OF SSPROT
     MOVE "XR"         TO AKTION       OF SSPROT
     MOVE P-USER-NAME  TO GROUP-USER   OF SSPROT
     MOVE "NO"         TO KZ-FREIGABE  OF SSPROT
     MOVE "Merge-Konflikte aufgeloest" TO KOMMENTAR OF SSPROT
     PERFORM S200-INSERT-SSPROT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     MOVE SPACES TO ZEILE
     STRING  " Konflikte fuer "    DELIMITED BY SIZE
             W-PCO-MODUL           DELIMITED BY SPACE
             " als aufgeloest vermerkt - CHECKIN von "
                                   DELIMITED BY SIZE
             W-PCO-ARBEITSKOPIE    DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D583-99.
     EXIT.

******************************************************************
* offene Parallel-Checkouts (=SSFPARCO), optional fuer ein Modul
******************************************************************
 D584-PARALLEL-LIST SECTION.
 D584-00.
     IF  W-PCO-MODUL = SPACES
         MOVE ALL "%"     TO H-PCO-MODUL
     ELSE
         MOVE W-PCO-MODUL TO H-PCO-MODUL
     END-IF
     MOVE ZERO TO W-PCO-ANZ

     PERFORM U011-AUSGABE-SPACELINE
     MOVE " Modul    Entwickler       Checkout         Merge  Arbeits"
         TO ZEILE
     MOVE "kopie" TO ZEILE (59:)
     PERFORM U010-AUSGABE
     MOVE " -------- ---------------- ---------------- ------ " TO ZEILE
     MOVE ALL "-" TO ZEILE (53:28)
     PERFORM U010-AUSGABE

     PERFORM S183-OPEN-PARCO-CURSOR
     IF  SSF-OK
         PERFORM S184-FETCH-PARCO-CURSOR
     END-IF
     PERFORM UNTIL SSF-EOD
         ADD 1 TO W-PCO-ANZ
         MOVE SPACES                   TO ZEILE
         MOVE SOURCE-MODUL OF SSFPARCO TO ZEILE (02:08)
         MOVE GROUP-USER   OF SSFPARCO TO ZEILE (11:16)
         MOVE ZP-CHECKOUT  OF SSFPARCO (1:16)
                                       TO ZEILE (28:16)
         EVALUATE MERGE-STATUS OF SSFPARCO
             WHEN "MK"   MOVE "Konfl."   TO ZEILE (45:06)
             WHEN "OK"   MOVE "sauber"   TO ZEILE (45:06)
             WHEN "RS"   MOVE "aufgel"   TO ZEILE (45:06)
             WHEN OTHER  MOVE "offen"    TO ZEILE (45:06)
         END-EVALUATE
         MOVE ARBEITSKOPIE OF SSFPARCO TO ZEILE (53:28)
         PERFORM U010-AUSGABE
         PERFORM S184-FETCH-PARCO-CURSOR
     END-PERFORM
     PERFORM S185-CLOSE-PARCO-CURSOR

     MOVE W-PCO-ANZ TO W-PCO-ANZ-ED
     MOVE SPACES TO ZEILE
     STRING  " "                   DELIMITED BY SIZE
             W-PCO-ANZ-ED          DELIMITED BY SIZE
             " offene(r) Parallel-Checkout(s)"
                                   DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D584-99.
     EXIT.

******************************************************************
* Datei W-PCO-QUELLE ueber W-PCO-ZIEL legen (Merge-Ergebnis ueber
* die Arbeitskopie); die Security des Ziels bleibt erhalten, die
* Quelle wird danach geloescht
******************************************************************
 D585-PARALLEL-UEBERNAHME SECTION.
 D585-00.
     SET PCO-NOK TO TRUE
     MOVE W-PCO-ZIEL TO T-FNAME
     PERFORM E120-FILE-INFO
     IF  T-ERROR NOT = ZERO
         MOVE SPACES TO ZEILE
         STRING  " !!! "               DELIMITED BY SIZE
                 W-PCO-ZIEL            DELIMITED BY SPACE
                 " nicht vorhanden !!!" DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF
     MOVE D-SEC-STRING TO W-PCO-SEC

     INITIALIZE FUP-COMMANDS
     MOVE 1 TO FUP-COMMANDS-ANZ
     MOVE "ALLOW 10 ERRORS, 10 WARNINGS" TO FUP-COMMAND (1)
     ADD 1 TO FUP-COMMANDS-ANZ
     STRING  " DUP "          DELIMITED BY SIZE
             W-PCO-QUELLE     DELIMITED BY SPACE
             ", "             DELIMITED BY SIZE
             W-PCO-ZIEL       DELIMITED BY SPACE
             ", sourcedate, purge" DELIMITED BY SIZE
       INTO FUP-COMMAND (FUP-COMMANDS-ANZ)
     END-STRING
     ADD 1 TO FUP-COMMANDS-ANZ
     STRING  " SECURE "       DELIMITED BY SIZE
             W-PCO-ZIEL       DELIMITED BY SPACE
             ", """           DELIMITED BY SIZE
             W-PCO-SEC        DELIMITED BY SIZE
             """"             DELIMITED BY SIZE
       INTO FUP-COMMAND (FUP-COMMANDS-ANZ)
     END-STRING
     ADD 1 TO FUP-COMMANDS-ANZ
     STRING  " PURGE "        DELIMITED BY SIZE
             W-PCO-QUELLE     DELIMITED BY SPACE
             " !"             DELIMITED BY SIZE
       INTO FUP-COMMAND (FUP-COMMANDS-ANZ)
     END-STRING
     PERFORM E150-OBEY-FUP
     IF  PRG-OK
         SET PCO-OK TO TRUE
     END-IF
     .
 D585-99.
     EXIT.

******************************************************************
* fuer parallelen Checkout freigeschaltete Module (=SSFPARAL)
******************************************************************
 D586-PARALLEL-MODULE SECTION.
 D586-00.
     MOVE ZERO TO W-PCO-ANZ
     PERFORM U011-AUSGABE-SPACELINE
     MOVE " Modul    freigeschaltet von  am" TO ZEILE
     PERFORM U010-AUSGABE
     MOVE " -------- ----------------   ----------------" TO ZEILE
     PERFORM U010-AUSGABE

     PERFORM S186-OPEN-PARAL-CURSOR
     IF  SSF-OK
         PERFORM S187-FETCH-PARAL-CURSOR
     END-IF
     PERFORM UNTIL SSF-EOD
         ADD 1 TO W-PCO-ANZ
         MOVE SPACES                   TO ZEILE
         MOVE SOURCE-MODUL OF SSFPARAL TO ZEILE (02:08)
         MOVE ERFASST-VON  OF SSFPARAL TO ZEILE (11:16)
         MOVE ZPINS        OF SSFPARAL (1:16)
                                       TO ZEILE (30:16)
         PERFORM U010-AUSGABE
         PERFORM S187-FETCH-PARAL-CURSOR
     END-PERFORM
     PERFORM S188-CLOSE-PARAL-CURSOR

     MOVE W-PCO-ANZ TO W-PCO-ANZ-ED
     MOVE SPACES TO ZEILE
     STRING  " "                   DELIMITED BY SIZE
             W-PCO-ANZ-ED          DELIMITED BY SIZE
             " freigeschaltete(s) Modul(e)"
                                   DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D586-99.
     EXIT.

******************************************************************
* Self-Service-Zugriffsantraege (VERWALTUNG REQUEST):
*   REQUEST <Grp.User> <Rolle> <Begruendung> [<bis>]
*   REQUEST [LIST]                   (offene: zu entscheiden/eigene)
*   REQUEST APPROVE <Nr>             (genehmigen)
*   REQUEST REJECT <Nr> [<Grund>]    (ablehnen)
*   REQUEST TRAIL [<Grp.User>] [AB <Datum>]   (Nachweis, nur VERW)
* REQUEST steht auch Usern ohne Funktion VERW offen (s. C420);
* entscheiden duerfen die ermittelten Genehmiger und ersatzweise
* die Verwaltung, nie aber Antragsteller oder Beguenstigter
******************************************************************
 D590-ACCREQ SECTION.
 D590-00.
     IF  ACR-PARM-NOK
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

**  ---> unentschiedene Antraege zuerst verfallen lassen
     PERFORM D597-ACR-VERFALL

     EVALUATE W-ACR-SUBCMD
         WHEN "NEW"
             PERFORM D591-ACR-NEU
         WHEN "APPROVE"
         WHEN "REJECT"
             PERFORM D594-ACR-ENTSCHEIDEN
         WHEN "TRAIL"
             IF  NOT ROLFKT-VERW
                 MOVE "FEHLER"   TO BEREICH   OF SSTEXT
                 MOVE "FEHL-025" TO KATEGORIE OF SSTEXT
**              ---> anzeigen Hilfstext
                 PERFORM R100-SHOW-TEXT
             ELSE
                 PERFORM D596-ACR-TRAIL
             END-IF
         WHEN OTHER
             PERFORM D593-ACR-LIST
     END-EVALUATE
     .
 D590-99.
     EXIT.

******************************************************************
* REQUEST <Grp.User> <Rolle> <Begruendung> [<bis>]: Antrag pruefen,
* Genehmiger ermitteln (D592), in =SSFACREQ einstellen, in =SSPROT
* protokollieren und die Genehmiger per Mail benachrichtigen (M576)
******************************************************************
 D591-ACR-NEU SECTION.
 D591-00.
**  ---> User (Grp.User), Rolle und Begruendung sind Pflicht
     MOVE ZERO TO W-ACR-I
     INSPECT W-ACR-USER TALLYING W-ACR-I FOR ALL "."
     IF  W-ACR-USER  = SPACES
     OR  W-ACR-ROLLE = SPACES
     OR  W-ACR-GRUND = SPACES
     OR  W-ACR-I NOT = 1
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

**  ---> Rolle muss existieren
     MOVE W-ACR-ROLLE TO ROLLE OF SSROLES
     PERFORM S645-SELECT-SSROLES
     IF  USER-EOD
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-035" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

**  ---> optionales Enddatum: gueltig und nicht in der Vergangenheit
     MOVE SPACES TO W-ACR-BIS
     IF  W-ACR-BIS-E NOT = SPACES
         MOVE W-ACR-BIS-E TO W-ACR-DAT-EIN
         PERFORM D598-ACR-DATUM
         IF  ACR-DAT-NOK
             EXIT SECTION
         END-IF
         PERFORM U030-TIMESTAMP
         MOVE TAL-JHJJMMTT OF TAL-TIME-D TO W-ACR-HEUTE
         IF  W-ACR-DAT-SORT < W-ACR-HEUTE
             MOVE "FEHLER"   TO BEREICH   OF SSTEXT
             MOVE "FEHL-036" TO KATEGORIE OF SSTEXT
             PERFORM R100-SHOW-TEXT
             EXIT SECTION
         END-IF
         MOVE W-ACR-DAT-SORT TO W-ACR-BIS
     END-IF

**  ---> feste Zuordnung schon vorhanden?
     PERFORM D599-ACR-USER-VERSCHL
     MOVE W-ACR-ROLLE TO ROLLE OF SSUSER
     PERFORM S623-SELECT-SSUSER
     IF  USER-OK
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-022" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

**  ---> Funktionstrennung schon beim Antrag pruefen (s. D927)
     MOVE W-ACR-USER  TO W-SOD-USER
     MOVE W-ACR-ROLLE TO W-SOD-NEU-ROLLE
     PERFORM D927-SOD-PRUEFEN
     IF  SOD-VERWEIGERT
         EXIT SECTION
     END-IF

**  ---> je User und Rolle nur ein offener Antrag
     PERFORM S667-SELECT-SSFACREQ-OFFEN
     IF  SSFACREQ-OK
         MOVE H-ACR-NR TO W-ACR-NR-ED
         MOVE SPACES TO ZEILE
         STRING  " Fuer "                DELIMITED BY SIZE
                 W-ACR-USER              DELIMITED BY SPACE
                 "/"                     DELIMITED BY SIZE
                 W-ACR-ROLLE             DELIMITED BY SPACE
                 " ist bereits Antrag "  DELIMITED BY SIZE
                 W-ACR-NR-ED             DELIMITED BY SIZE
                 " offen"                DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

**  ---> Genehmiger ermitteln
     PERFORM D592-ACR-ROUTING
     MOVE P-USER-NAME TO W-ACR-VON

**  ---> Antrag einstellen und protokollieren
     PERFORM U100-BEGIN
     PERFORM S662-MAX-NR-SSFACREQ
     ADD 1 TO W-ACR-NR
     MOVE W-ACR-NR TO W-ACR-NR-ED
     PERFORM S663-INSERT-SSFACREQ
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     MOVE SPACES      TO SOURCE-MODUL OF SSPROT
     MOVE "VW"        TO AKTION       OF SSPROT
     MOVE "NO"        TO KZ-FREIGABE  OF SSPROT
     MOVE P-USER-NAME TO GROUP-USER   OF SSPROT
     MOVE SPACES      TO KOMMENTAR    OF SSPROT
     STRING  "Zugriffsantrag"        DELIMITED BY SIZE
             W-ACR-NR-ED             DELIMITED BY SIZE
             ": "                    DELIMITED BY SIZE
             W-ACR-ROLLE             DELIMITED BY SPACE
             " fuer "                DELIMITED BY SIZE
             W-ACR-USER              DELIMITED BY SPACE
             " an "                  DELIMITED BY SIZE
             W-ACR-GENEHMIGER        DELIMITED BY SPACE
       INTO  KOMMENTAR OF SSPROT
     END-STRING
     PERFORM S200-INSERT-SSPROT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     MOVE SPACES TO ZEILE
     STRING  " Zugriffsantrag"       DELIMITED BY SIZE
             W-ACR-NR-ED             DELIMITED BY SIZE
             " angelegt, Genehmiger: " DELIMITED BY SIZE
             W-ACR-GENEHMIGER        DELIMITED BY SPACE
             " "                     DELIMITED BY SIZE
             W-ACR-GENEHMIGER2       DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE

**  ---> Genehmiger benachrichtigen; die Verwaltung sieht den Antrag
**       in MYWORK und REQUEST LIST
     IF  NOT ACR-ROUTE-VERW
         MOVE "ANTRAG"          TO W-ACR-AKTION
         MOVE W-ACR-GENEHMIGER  TO W-ACR-MAIL-USER1
         MOVE W-ACR-GENEHMIGER2 TO W-ACR-MAIL-USER2
         PERFORM M576-MAIL-ZUGRIFF
     END-IF
     .
 D591-99.
     EXIT.

******************************************************************
* Genehmiger eines Zugriffsantrags ermitteln (W-ACR-ROLLE):
* 1) Rollen-Verantwortliche: =SSROLES-Zeilen der Rolle mit Funktion
*    "OWNER", Parameter = Grp.User (die ersten beiden)
* 2) sonst Modul-Verantwortliche (=SSFOWNER, D514) zum ersten
*    Scope der Rolle (Funktion SCOPE bzw. ANW)
* 3) sonst die Verwaltung ("*VERW", jeder mit Funktion VERW)
******************************************************************
 D592-ACR-ROUTING SECTION.
 D592-00.
     MOVE SPACES TO W-ACR-GENEHMIGER
                    W-ACR-GENEHMIGER2
                    W-ACR-SCOPE
     MOVE SPACE  TO W-ACR-ROUTING

     MOVE W-ACR-ROLLE TO H-ACR-ROLLE
     PERFORM S633-OPEN-ACR-ROLLE-CURSOR
     IF  SSF-OK
         PERFORM S634-FETCH-ACR-ROLLE-CURSOR
     END-IF
     PERFORM UNTIL SSF-EOD
         IF  FUNKTION OF SSROLES = "OWNER"
             EVALUATE TRUE
                 WHEN W-ACR-GENEHMIGER  = SPACES
                     MOVE PARAMETER OF SSROLES TO W-ACR-GENEHMIGER
                 WHEN W-ACR-GENEHMIGER2 = SPACES
                     MOVE PARAMETER OF SSROLES TO W-ACR-GENEHMIGER2
                 WHEN OTHER
                     CONTINUE
             END-EVALUATE
         ELSE
             IF  W-ACR-SCOPE = SPACES
                 MOVE PARAMETER OF SSROLES (1:8) TO W-ACR-SCOPE
             END-IF
         END-IF
         PERFORM S634-FETCH-ACR-ROLLE-CURSOR
     END-PERFORM
     PERFORM S635-CLOSE-ACR-ROLLE-CURSOR

     IF  W-ACR-GENEHMIGER NOT = SPACES
         SET ACR-ROUTE-ROLLE TO TRUE
         EXIT SECTION
     END-IF

     IF  W-ACR-SCOPE NOT = SPACES
         MOVE W-ACR-SCOPE TO W-OWN-MODUL
         PERFORM D514-RESOLVE-OWNER
         IF  OWNER-GEFUNDEN
             MOVE W-OWN-KONTAKT1 TO W-ACR-GENEHMIGER
             MOVE W-OWN-KONTAKT2 TO W-ACR-GENEHMIGER2
             SET ACR-ROUTE-MODUL TO TRUE
             EXIT SECTION
         END-IF
     END-IF

     MOVE K-ACR-VERW TO W-ACR-GENEHMIGER
     SET ACR-ROUTE-VERW TO TRUE
     .
 D592-99.
     EXIT.

******************************************************************
* REQUEST LIST: offene Antraege, die der User entscheiden darf
* (Verwaltung zusaetzlich die an "*VERW"), und seine eigenen
******************************************************************
 D593-ACR-LIST SECTION.
 D593-00.
     MOVE P-USER-NAME TO H-ACR-USER
     IF  ROLFKT-VERW
         MOVE K-ACR-VERW TO H-ACR-VERW-KZ
     ELSE
         MOVE SPACES     TO H-ACR-VERW-KZ
     END-IF

     MOVE ZERO TO W-ACR-ANZ
     PERFORM S668-OPEN-ACR-LIST-CURSOR
     PERFORM S669-FETCH-ACR-LIST-CURSOR
     IF  SSF-EOD
         MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
         MOVE "HINW-003" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         PERFORM S627-CLOSE-ACR-LIST-CURSOR
         EXIT SECTION
     END-IF

     PERFORM U011-AUSGABE-SPACELINE
     MOVE "     Nr User             Rolle            bis      Genehm."
         TO ZEILE
     PERFORM U010-AUSGABE
     MOVE " ------------------------------------------------------"
         TO ZEILE
     PERFORM U010-AUSGABE
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         ADD 1 TO W-ACR-ANZ
         MOVE ANTRAG-NR OF SSFACREQ TO W-ACR-NR-ED
         MOVE SPACES TO ZEILE
         STRING  " "                       DELIMITED BY SIZE
                 W-ACR-NR-ED               DELIMITED BY SIZE
                 " "                       DELIMITED BY SIZE
                 FUER-USER OF SSFACREQ     DELIMITED BY SIZE
                 " "                       DELIMITED BY SIZE
                 ROLLE OF SSFACREQ         DELIMITED BY SIZE
                 " "                       DELIMITED BY SIZE
                 BIS-DATUM OF SSFACREQ     DELIMITED BY SIZE
                 " "                       DELIMITED BY SIZE
                 GENEHMIGER OF SSFACREQ    DELIMITED BY SPACE
                 " "                       DELIMITED BY SIZE
                 GENEHMIGER2 OF SSFACREQ   DELIMITED BY SPACE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         MOVE SPACES TO ZEILE
         STRING  "        von "            DELIMITED BY SIZE
                 ANTRAG-VON OF SSFACREQ    DELIMITED BY SPACE
                 " am "                    DELIMITED BY SIZE
                 ZPINS OF SSFACREQ (1:10)  DELIMITED BY SIZE
                 ": "                      DELIMITED BY SIZE
                 BEGRUENDUNG OF SSFACREQ   DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         PERFORM S669-FETCH-ACR-LIST-CURSOR
     END-PERFORM
     PERFORM S627-CLOSE-ACR-LIST-CURSOR

     MOVE W-ACR-ANZ TO W-ACR-ANZ-ED
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  " --- "                      DELIMITED BY SIZE
             W-ACR-ANZ-ED                 DELIMITED BY SIZE
             " offene(r) Zugriffsantrag/-antraege; entscheiden mit"
                                          DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     MOVE "     REQUEST APPROVE <Nr> bzw. REQUEST REJECT <Nr> [<Grund>]"
         TO ZEILE
     PERFORM U010-AUSGABE
     .
 D593-99.
     EXIT.

******************************************************************
* REQUEST APPROVE|REJECT <Nr>: offenen Antrag entscheiden. Bei
* Genehmigung entsteht in derselben Transaktion die Zuordnung
* (D595); die Entscheidung landet in =SSFACREQ und =SSPROT,
* Antragsteller und Beguenstigter erhalten eine Mail (M576)
******************************************************************
 D594-ACR-ENTSCHEIDEN SECTION.
 D594-00.
     MOVE W-ACR-NR TO H-ACR-NR
                      W-ACR-NR-ED
     PERFORM S664-SELECT-SSFACREQ
     IF  SSFACREQ-NOK
     OR  ANTRAG-STATUS OF SSFACREQ NOT = "O"
         MOVE SPACES TO ZEILE
         STRING  " Zugriffsantrag"       DELIMITED BY SIZE
                 W-ACR-NR-ED             DELIMITED BY SIZE
                 " ist nicht (mehr) offen" DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF
     MOVE FUER-USER   OF SSFACREQ TO W-ACR-USER
     MOVE ROLLE       OF SSFACREQ TO W-ACR-ROLLE
     MOVE BIS-DATUM   OF SSFACREQ TO W-ACR-BIS
     MOVE ANTRAG-VON  OF SSFACREQ TO W-ACR-VON
     MOVE GENEHMIGER  OF SSFACREQ TO W-ACR-GENEHMIGER
     MOVE GENEHMIGER2 OF SSFACREQ TO W-ACR-GENEHMIGER2

**  ---> Antragsteller und Beguenstigter entscheiden nie selbst
     IF  W-ACR-VON  = P-USER-NAME (1:16)
     OR  W-ACR-USER = P-USER-NAME (1:16)
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-038" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

**  ---> entscheiden duerfen die Genehmiger, ersatzweise die
**       Verwaltung (z.B. wenn ein Genehmiger selbst beguenstigt ist)
     MOVE SPACE TO W-ACR-BERECHT-FLAG
     IF  W-ACR-GENEHMIGER  = P-USER-NAME (1:16)
     OR  W-ACR-GENEHMIGER2 = P-USER-NAME (1:16)
     OR  ROLFKT-VERW
         SET ACR-BERECHTIGT TO TRUE
     END-IF
     IF  NOT ACR-BERECHTIGT
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-025" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     PERFORM U100-BEGIN
     MOVE SPACE TO W-ACR-ERGEBNIS
     IF  W-ACR-SUBCMD = "APPROVE"
         PERFORM D595-ACR-GEWAEHREN
         IF  W-ACR-ERGEBNIS = SPACE
             PERFORM U120-ROLLBACK
             EXIT SECTION
         END-IF
         MOVE "G"         TO W-ACR-STATUS
         MOVE "GENEHMIGT" TO W-ACR-AKTION
     ELSE
         MOVE "A"         TO W-ACR-STATUS
         MOVE "ABGELEHNT" TO W-ACR-AKTION
     END-IF

     PERFORM S665-UPDATE-SSFACREQ-DECIDE
     IF  SSFACREQ-NOK
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF

**  ---> Entscheidung protokollieren
     MOVE SPACES      TO SOURCE-MODUL OF SSPROT
     MOVE "VW"        TO AKTION       OF SSPROT
     MOVE "NO"        TO KZ-FREIGABE  OF SSPROT
     MOVE P-USER-NAME TO GROUP-USER   OF SSPROT
     MOVE SPACES      TO KOMMENTAR    OF SSPROT
     STRING  "Zugriffsantrag"        DELIMITED BY SIZE
             W-ACR-NR-ED             DELIMITED BY SIZE
             " "                     DELIMITED BY SIZE
             W-ACR-AKTION            DELIMITED BY SPACE
             ": "                    DELIMITED BY SIZE
             W-ACR-ROLLE             DELIMITED BY SPACE
             " fuer "                DELIMITED BY SIZE
             W-ACR-USER              DELIMITED BY SPACE
       INTO  KOMMENTAR OF SSPROT
     END-STRING
     PERFORM S200-INSERT-SSPROT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     MOVE SPACES TO ZEILE
     EVALUATE W-ACR-ERGEBNIS
         WHEN "U"
             STRING  " Zugriffsantrag"       DELIMITED BY SIZE
                     W-ACR-NR-ED             DELIMITED BY SIZE
                     " genehmigt: Rolle "    DELIMITED BY SIZE
                     W-ACR-ROLLE             DELIMITED BY SPACE
                     " fuer "                DELIMITED BY SIZE
                     W-ACR-USER              DELIMITED BY SPACE
                     " eingetragen"          DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
         WHEN "D"
             STRING  " Zugriffsantrag"       DELIMITED BY SIZE
                     W-ACR-NR-ED             DELIMITED BY SIZE
                     " genehmigt: Rolle "    DELIMITED BY SIZE
                     W-ACR-ROLLE             DELIMITED BY SPACE
                     " delegiert an "        DELIMITED BY SIZE
                     W-ACR-USER              DELIMITED BY SPACE
                     " bis "                 DELIMITED BY SIZE
                     W-ACR-BIS               DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
         WHEN OTHER
             STRING  " Zugriffsantrag"       DELIMITED BY SIZE
                     W-ACR-NR-ED             DELIMITED BY SIZE
                     " abgelehnt"            DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
     END-EVALUATE
     PERFORM U010-AUSGABE

**  ---> Antragsteller und Beguenstigten benachrichtigen
     MOVE W-ACR-VON  TO W-ACR-MAIL-USER1
     MOVE SPACES     TO W-ACR-MAIL-USER2
     IF  W-ACR-USER NOT = W-ACR-VON
         MOVE W-ACR-USER TO W-ACR-MAIL-USER2
     END-IF
     PERFORM M576-MAIL-ZUGRIFF
     .
 D594-99.
     EXIT.

******************************************************************
* genehmigten Antrag umsetzen (innerhalb der Transaktion aus D594):
* ohne Enddatum feste Zuordnung in =SSUSER (wie D440), mit Enddatum
* Delegation ab heute in =SSFDELEG (wie D503 NEW). Ergebnis in
* W-ACR-ERGEBNIS ("U"/"D"), SPACE = nicht umgesetzt
******************************************************************
 D595-ACR-GEWAEHREN SECTION.
 D595-00.
     MOVE SPACE TO W-ACR-ERGEBNIS

**  ---> Funktionstrennung pruefen (s. D927); abgewiesen bleibt
**       W-ACR-ERGEBNIS leer und D594 setzt zurueck
     MOVE W-ACR-USER  TO W-SOD-USER
     MOVE W-ACR-ROLLE TO W-SOD-NEU-ROLLE
     PERFORM D927-SOD-PRUEFEN
     IF  SOD-VERWEIGERT
         EXIT SECTION
     END-IF

     PERFORM U030-TIMESTAMP
     MOVE TAL-JHJJMMTT OF TAL-TIME-D TO W-ACR-HEUTE

     IF  W-ACR-BIS = SPACES
         PERFORM D599-ACR-USER-VERSCHL
         MOVE W-ACR-ROLLE TO ROLLE OF SSUSER
         PERFORM S623-SELECT-SSUSER
         IF  USER-OK
             MOVE "FEHLER"   TO BEREICH   OF SSTEXT
             MOVE "FEHL-022" TO KATEGORIE OF SSTEXT
             PERFORM R100-SHOW-TEXT
             EXIT SECTION
         END-IF
         MOVE ZERO TO GUELTIG-BIS OF SSUSER
         PERFORM S624-INSERT-SSUSER
         IF  USER-OK
             MOVE "U" TO W-ACR-ERGEBNIS
         ELSE
             DISPLAY "!!! Fehler bei Insert in SSUSER !!!"
         END-IF
     ELSE
**      ---> das Enddatum darf inzwischen nicht abgelaufen sein
         IF  W-ACR-BIS < W-ACR-HEUTE
             MOVE "FEHLER"   TO BEREICH   OF SSTEXT
             MOVE "FEHL-036" TO KATEGORIE OF SSTEXT
             PERFORM R100-SHOW-TEXT
             EXIT SECTION
         END-IF
         MOVE W-ACR-USER  TO W-DLG-AN-USER
         MOVE W-ACR-ROLLE TO W-DLG-ROLLE
         MOVE W-ACR-HEUTE TO W-DLG-VON
         MOVE W-ACR-BIS   TO W-DLG-BIS
         PERFORM S980-INSERT-SSFDELEG
         IF  SSFDELEG-OK
             MOVE "D" TO W-ACR-ERGEBNIS
         END-IF
     END-IF
     .
 D595-99.
     EXIT.

******************************************************************
* REQUEST TRAIL [<Grp.User>] [AB <Datum>]: vollstaendiger Antrags-
* und Entscheidungs-Nachweis je User - wer hat wann was beantragt,
* an wen ging der Antrag, wer hat wann wie entschieden und was
* ist daraus geworden (Unterlage fuer die Rezertifizierung)
******************************************************************
 D596-ACR-TRAIL SECTION.
 D596-00.
     MOVE "%"          TO H-ACR-MUSTER
     MOVE "0001-01-01" TO H-ACR-AB
     IF  W-ACR-USER NOT = SPACES
         MOVE W-ACR-USER TO H-ACR-MUSTER
     END-IF
     IF  W-ACR-AB-E NOT = SPACES
         MOVE W-ACR-AB-E TO W-ACR-DAT-EIN
         PERFORM D598-ACR-DATUM
         IF  ACR-DAT-NOK
             EXIT SECTION
         END-IF
         STRING  W-ACR-DAT-SORT (1:4)    DELIMITED BY SIZE
                 "-"                     DELIMITED BY SIZE
                 W-ACR-DAT-SORT (5:2)    DELIMITED BY SIZE
                 "-"                     DELIMITED BY SIZE
                 W-ACR-DAT-SORT (7:2)    DELIMITED BY SIZE
           INTO  H-ACR-AB
         END-STRING
     END-IF

     MOVE ZERO TO W-ACR-ANZ-O W-ACR-ANZ-G W-ACR-ANZ-A W-ACR-ANZ-V
     PERFORM S636-OPEN-ACR-TRAIL-CURSOR
     PERFORM S637-FETCH-ACR-TRAIL-CURSOR
     IF  SSF-EOD
         MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
         MOVE "HINW-003" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         PERFORM S638-CLOSE-ACR-TRAIL-CURSOR
         EXIT SECTION
     END-IF

     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         EVALUATE ANTRAG-STATUS OF SSFACREQ
             WHEN "O"
                 ADD 1 TO W-ACR-ANZ-O
                 MOVE "offen"      TO W-ACR-STATUS-TXT
             WHEN "G"
                 ADD 1 TO W-ACR-ANZ-G
                 MOVE "genehmigt"  TO W-ACR-STATUS-TXT
             WHEN "A"
                 ADD 1 TO W-ACR-ANZ-A
                 MOVE "abgelehnt"  TO W-ACR-STATUS-TXT
             WHEN OTHER
                 ADD 1 TO W-ACR-ANZ-V
                 MOVE "verfallen"  TO W-ACR-STATUS-TXT
         END-EVALUATE

         PERFORM U011-AUSGABE-SPACELINE
         MOVE ANTRAG-NR OF SSFACREQ TO W-ACR-NR-ED
         MOVE SPACES TO ZEILE
         STRING  " Antrag"                 DELIMITED BY SIZE
                 W-ACR-NR-ED               DELIMITED BY SIZE
                 ": "                      DELIMITED BY SIZE
                 ROLLE OF SSFACREQ         DELIMITED BY SPACE
                 " fuer "                  DELIMITED BY SIZE
                 FUER-USER OF SSFACREQ     DELIMITED BY SPACE
                 "  ("                     DELIMITED BY SIZE
                 W-ACR-STATUS-TXT          DELIMITED BY SPACE
                 ")"                       DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         IF  BIS-DATUM OF SSFACREQ NOT = SPACES
             MOVE "bis"                 TO ZEILE (66:3)
             MOVE BIS-DATUM OF SSFACREQ TO ZEILE (70:8)
         END-IF
         PERFORM U010-AUSGABE

         MOVE SPACES TO ZEILE
         STRING  "   beantragt von "       DELIMITED BY SIZE
                 ANTRAG-VON OF SSFACREQ    DELIMITED BY SPACE
                 " am "                    DELIMITED BY SIZE
                 ZPINS OF SSFACREQ (1:10)  DELIMITED BY SIZE
                 ", an "                   DELIMITED BY SIZE
                 GENEHMIGER OF SSFACREQ    DELIMITED BY SPACE
                 " "                       DELIMITED BY SIZE
                 GENEHMIGER2 OF SSFACREQ   DELIMITED BY SPACE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         MOVE SPACES TO ZEILE
         STRING  "   Begruendung: "        DELIMITED BY SIZE
                 BEGRUENDUNG OF SSFACREQ   DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE

         IF  ANTRAG-STATUS OF SSFACREQ NOT = "O"
             MOVE SPACES TO ZEILE
             IF  ANTRAG-STATUS OF SSFACREQ = "V"
                 STRING  "   verfallen am "          DELIMITED BY SIZE
                         ZP-ENTSCHEID OF SSFACREQ (1:16)
                                                     DELIMITED BY SIZE
                   INTO  ZEILE
                 END-STRING
             ELSE
                 STRING  "   entschieden von "       DELIMITED BY SIZE
                         ENTSCHIEDEN-VON OF SSFACREQ DELIMITED BY SPACE
                         " am "                      DELIMITED BY SIZE
                         ZP-ENTSCHEID OF SSFACREQ (1:16)
                                                     DELIMITED BY SIZE
                   INTO  ZEILE
                 END-STRING
                 EVALUATE ERGEBNIS OF SSFACREQ
                     WHEN "U"
                         MOVE "-> Zuordnung =SSUSER" TO ZEILE (57:)
                     WHEN "D"
                         MOVE "-> Delegation"        TO ZEILE (57:)
                     WHEN OTHER
                         CONTINUE
                 END-EVALUATE
             END-IF
             PERFORM U010-AUSGABE
             IF  KOMMENTAR OF SSFACREQ NOT = SPACES
                 MOVE SPACES TO ZEILE
                 STRING  "   Kommentar: "        DELIMITED BY SIZE
                         KOMMENTAR OF SSFACREQ   DELIMITED BY SIZE
                   INTO  ZEILE
                 END-STRING
                 PERFORM U010-AUSGABE
             END-IF
         END-IF
         PERFORM S637-FETCH-ACR-TRAIL-CURSOR
     END-PERFORM
     PERFORM S638-CLOSE-ACR-TRAIL-CURSOR

     MOVE W-ACR-ANZ-G TO W-ACR-ANZ-ED
     MOVE W-ACR-ANZ-A TO W-ACR-ANZ2-ED
     MOVE W-ACR-ANZ-V TO W-ACR-ANZ3-ED
     MOVE W-ACR-ANZ-O TO W-ACR-ANZ4-ED
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  " --- genehmigt "           DELIMITED BY SIZE
             W-ACR-ANZ-ED                DELIMITED BY SIZE
             ", abgelehnt "              DELIMITED BY SIZE
             W-ACR-ANZ2-ED               DELIMITED BY SIZE
             ", verfallen "              DELIMITED BY SIZE
             W-ACR-ANZ3-ED               DELIMITED BY SIZE
             ", offen "                  DELIMITED BY SIZE
             W-ACR-ANZ4-ED               DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D596-99.
     EXIT.

******************************************************************
* Zugriffsantraege, die laenger als =SSPARM "ACCREQDAYS" Tage
* (Default 14) unentschieden sind, verfallen (Status "V")
******************************************************************
 D597-ACR-VERFALL SECTION.
 D597-00.
     MOVE 14 TO W-ACR-FRIST-TAGE
     MOVE "ACCREQDAYS" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  SSPRM-OK
     AND SVOL-SOURCE OF SSPARM (1:3) NUMERIC
         MOVE SVOL-SOURCE OF SSPARM (1:3) TO W-ACR-FRIST-TAGE
     END-IF
     MOVE W-ACR-FRIST-TAGE TO H-ACR-FRIST

     PERFORM U100-BEGIN
     PERFORM S666-EXPIRE-SSFACREQ
     PERFORM U110-COMMIT
     .
 D597-99.
     EXIT.

******************************************************************
* Datum W-ACR-DAT-EIN (TT.MM.JJJJ) ueber HCDAY pruefen (wie D440);
* Ergebnis ACR-DAT-OK und W-ACR-DAT-SORT (JJJJMMTT), sonst FEHL-036
******************************************************************
 D598-ACR-DATUM SECTION.
 D598-00.
     SET ACR-DAT-NOK TO TRUE
     MOVE SPACES TO W-ACR-DAT-SORT
     MOVE W-ACR-DAT-EIN TO HC-DAT-UNGEPR
     MOVE SPACE TO HC-DAY-FKT-TABELLE
     MOVE "X"   TO HC-DAY-FKT (1)
     PERFORM M140-CALL-HCDAY
     IF  HC-DAY-ERR NOT = ZERO
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-036" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
     ELSE
         MOVE HC-DAT-SORT (1:8) TO W-ACR-DAT-SORT
         SET ACR-DAT-OK TO TRUE
     END-IF
     .
 D598-99.
     EXIT.

******************************************************************
* W-ACR-USER (Grp.User im Klartext) fuer =SSUSER.USER aufbereiten -
* gleiche Verschluesselung der beiden 8-Byte-Haelften wie D520
******************************************************************
 D599-ACR-USER-VERSCHL SECTION.
 D599-00.
     MOVE ZERO TO W-ACR-LEN
     INSPECT W-ACR-USER TALLYING W-ACR-LEN
         FOR CHARACTERS BEFORE INITIAL " "
     MOVE W-ACR-USER (1:W-ACR-LEN) TO W-UMSCHL-IN
     PERFORM U320-ENCR
     MOVE W-UMSCHL-OUT TO USER OF SSUSER
     IF  W-ACR-LEN > 8
         MOVE W-ACR-USER (9:W-ACR-LEN - 8) TO W-UMSCHL-IN
     ELSE
         MOVE SPACES TO W-UMSCHL-IN
     END-IF
     PERFORM U320-ENCR
     MOVE W-UMSCHL-OUT TO USER OF SSUSER (9:)
     .
 D599-99.
     EXIT.

******************************************************************
* Legal Hold vor einer Loeschung pruefen: der Aufrufer setzt das
* Pruefziel (HOLD-ZIEL-MODUL mit H-HOLD-MODUL bzw. HOLD-ZIEL-PROT
* mit H-PROT-PURGE-TAGE; HOLD-ZIEL-UMBUCHUNG wie HOLD-ZIEL-MODUL
* vor einer Auftrags-Umbuchung, s. D752). Betrifft ein aktiver
* Hold die Loeschung, werden alle betroffenen Holds gelistet und
* HOLD-GESPERRT gesetzt - der Aufrufer loescht dann nicht. Ein Hold gilt bis einschliesslich
* seines Ende-Datums und kann nicht uebersteuert, nur per HOLD LIFT
* aufgehoben werden
******************************************************************
 D840-CHECK-LEGAL-HOLD SECTION.
 D840-00.
     SET HOLD-FREI TO TRUE
     MOVE ZERO TO W-HOLD-ANZ

     PERFORM S387-OPEN-HOLD-CURSOR
     IF  SSFHOLD-OK
         PERFORM S388-FETCH-HOLD-CURSOR
     END-IF
     PERFORM UNTIL SSFHOLD-EOD
         IF  HOLD-FREI
             SET HOLD-GESPERRT TO TRUE
             PERFORM U011-AUSGABE-SPACELINE
             MOVE SPACES TO ZEILE
             EVALUATE TRUE
                 WHEN HOLD-ZIEL-PROT
                     MOVE " Legal Hold aktiv - PROT PURGE abgelehnt:"
                         TO ZEILE
                 WHEN HOLD-ZIEL-UMBUCHUNG
                     STRING  " Legal Hold aktiv - Modul "
                                              DELIMITED BY SIZE
                             H-HOLD-MODUL     DELIMITED BY SPACE
                             " wird nicht umgebucht:"
                                              DELIMITED BY SIZE
                       INTO  ZEILE
                     END-STRING
                 WHEN OTHER
                     STRING  " Legal Hold aktiv - Modul "
                                              DELIMITED BY SIZE
                             H-HOLD-MODUL     DELIMITED BY SPACE
                             " wird nicht geloescht:"
                                              DELIMITED BY SIZE
                       INTO  ZEILE
                     END-STRING
             END-EVALUATE
             PERFORM U010-AUSGABE
             PERFORM D841-HOLD-KOPF
         END-IF
         ADD 1 TO W-HOLD-ANZ
         PERFORM D844-HOLD-ZEILE
         PERFORM S388-FETCH-HOLD-CURSOR
     END-PERFORM
     PERFORM S389-CLOSE-HOLD-CURSOR

     IF  HOLD-GESPERRT
         IF  HOLD-ZIEL-UMBUCHUNG
             MOVE " Umbuchen erst nach Ablauf bzw. Aufhebung (HOLD LIFT)"
                 TO ZEILE
         ELSE
             MOVE " Loeschen erst nach Ablauf bzw. Aufhebung (HOLD LIFT)"
                 TO ZEILE
         END-IF
         PERFORM U010-AUSGABE
     END-IF
     .
 D840-99.
     EXIT.

******************************************************************
* Ueberschrift der Legal-Hold-Liste (HOLD LIST, D840)
******************************************************************
 D841-HOLD-KOPF SECTION.
 D841-00.
     MOVE " Nr     Sperre" TO ZEILE
     MOVE "Ende"           TO ZEILE (50:)
     MOVE "Antragsteller"  TO ZEILE (61:)
     PERFORM U010-AUSGABE
     MOVE " ------ " TO ZEILE
     MOVE ALL "-"    TO ZEILE (09:40)
     MOVE ALL "-"    TO ZEILE (50:10)
     MOVE ALL "-"    TO ZEILE (61:20)
     PERFORM U010-AUSGABE
     .
 D841-99.
     EXIT.

******************************************************************
* Klartext eines Holds aus Art und Wert bzw. Zeitraum (W-HOLD-BEZ)
******************************************************************
 D842-HOLD-BEZEICHNUNG SECTION.
 D842-00.
     MOVE SPACES TO W-HOLD-BEZ
     EVALUATE TRUE
         WHEN HOLD-ART-MODUL
             STRING  "Modul "             DELIMITED BY SIZE
                     W-HOLD-WERT          DELIMITED BY SPACE
               INTO  W-HOLD-BEZ
             END-STRING
         WHEN HOLD-ART-AUFTRAG
             STRING  "Auftrag "           DELIMITED BY SIZE
                     W-HOLD-WERT          DELIMITED BY SPACE
               INTO  W-HOLD-BEZ
             END-STRING
         WHEN OTHER
             STRING  "Zeitraum "          DELIMITED BY SIZE
                     DATUM-VON OF SSFHOLD DELIMITED BY SIZE
                     ".."                 DELIMITED BY SIZE
                     DATUM-BIS OF SSFHOLD DELIMITED BY SIZE
               INTO  W-HOLD-BEZ
             END-STRING
     END-EVALUATE
     .
 D842-99.
     EXIT.

******************************************************************
* Datum JJJJMMTT aus W-HOLD-DAT-E pruefen und als JJJJ-MM-TT nach
* W-HOLD-DAT-OUT stellen; ungueltig -> HOLD-DATUM-NOK
******************************************************************
 D843-HOLD-DATUM SECTION.
 D843-00.
     MOVE SPACES TO W-HOLD-DAT-OUT
     MOVE W-HOLD-DAT-E (1:8) TO W-HOLD-DAT-IN
     IF  W-HOLD-DAT-E (9:) NOT = SPACES
     OR  W-HOLD-DAT-IN NOT NUMERIC
     OR  W-HOLD-DAT-MM < "01" OR W-HOLD-DAT-MM > "12"
     OR  W-HOLD-DAT-TT < "01" OR W-HOLD-DAT-TT > "31"
         SET HOLD-DATUM-NOK TO TRUE
         EXIT SECTION
     END-IF
     STRING  W-HOLD-DAT-JJJJ  DELIMITED BY SIZE
             "-"              DELIMITED BY SIZE
             W-HOLD-DAT-MM    DELIMITED BY SIZE
             "-"              DELIMITED BY SIZE
             W-HOLD-DAT-TT    DELIMITED BY SIZE
       INTO  W-HOLD-DAT-OUT
     END-STRING
     .
 D843-99.
     EXIT.

******************************************************************
* eine Zeile der Legal-Hold-Liste (HOLD LIST, D840) aus dem
* gelesenen =SSFHOLD-Satz, darunter der Grund
******************************************************************
 D844-HOLD-ZEILE SECTION.
 D844-00.
     MOVE HOLD-ART  OF SSFHOLD TO W-HOLD-ART
     MOVE HOLD-WERT OF SSFHOLD TO W-HOLD-WERT
     PERFORM D842-HOLD-BEZEICHNUNG
     MOVE HOLD-NR OF SSFHOLD TO W-HOLD-NR-ED
     MOVE SPACES                   TO ZEILE
     MOVE W-HOLD-NR-ED             TO ZEILE (02:06)
     MOVE W-HOLD-BEZ               TO ZEILE (09:40)
     MOVE ENDE-DATUM OF SSFHOLD    TO ZEILE (50:10)
     MOVE ANTRAGSTELLER OF SSFHOLD TO ZEILE (61:20)
     PERFORM U010-AUSGABE
     MOVE SPACES                   TO ZEILE
     MOVE "Grund: "                TO ZEILE (09:07)
     MOVE GRUND OF SSFHOLD         TO ZEILE (16:60)
     PERFORM U010-AUSGABE
     .
 D844-99.
     EXIT.

******************************************************************
* Pruefsumme des Escrow-Pakets um einen Quelltext-Satz fortschreiben
* - dieselbe Rechnung wie D125-VERIFY-CHECKSUM im SSFCOU0M, damit
* sie mit der Archiv-Pruefsumme (=SSFRARCH CHECKSUM) vergleichbar ist
*
*    Eingabe:    W-EXP-Q-LEN, W-EXP-Q-TEXT, W-EXP-HASH
*    Ausgabe:    W-EXP-HASH
******************************************************************
 D845-EXPORT-HASH SECTION.
 D845-00.
     PERFORM VARYING W-EXP-I FROM 1 BY 1
             UNTIL   W-EXP-I > W-EXP-Q-LEN
         MOVE W-EXP-Q-TEXT (W-EXP-I:1) TO W-EXP-BYTE
         COMPUTE W-EXP-HASH =
                 FUNCTION MOD ((W-EXP-HASH * 131 + W-EXP-BYTE-N),
                               999999937)
     END-PERFORM
     .
 D845-99.
     EXIT.

******************************************************************
* EXPORT VERIFY: eine Abweichung (W-EXP-TEXT) zur gerade geprueften
* Version melden und zaehlen
******************************************************************
 D846-EXPORT-MELDUNG SECTION.
 D846-00.
     ADD 1 TO W-EXP-ANZ-NOK
     MOVE SPACES TO ZEILE
     STRING  " !!! "                  DELIMITED BY SIZE
             W-EXP-PR-MODUL           DELIMITED BY SPACE
             " "                      DELIMITED BY SIZE
             W-EXP-PR-VERSION         DELIMITED BY SPACE
             ": "                     DELIMITED BY SIZE
             W-EXP-TEXT               DELIMITED BY "  "
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D846-99.
     EXIT.

******************************************************************
* EXPORT VERIFY: Manifest gegen den neu berechneten Quelltext stellen
* - Pruefsumme und Zeilenzahl muessen zum Manifest passen, eine
* festgehaltene Archiv-Pruefsumme (ungleich Null) ebenfalls; beim
* Export nicht lesbare Versionen ("PS"/"FE") werden nur gezaehlt
******************************************************************
 D847-EXPORT-MANIFEST SECTION.
 D847-00.
     EVALUATE TRUE
         WHEN EXP-V-ZU
         WHEN W-EXP-M-MODUL   NOT = W-EXP-PR-MODUL
         WHEN W-EXP-M-VERSION NOT = W-EXP-PR-VERSION
             MOVE W-EXP-M-MODUL   TO W-EXP-PR-MODUL
             MOVE W-EXP-M-VERSION TO W-EXP-PR-VERSION
             MOVE "Manifest ohne Versionskopf" TO W-EXP-TEXT
             PERFORM D846-EXPORT-MELDUNG
         WHEN NOT EXP-M-OK
             ADD 1 TO W-EXP-ANZ-FEHLER
         WHEN W-EXP-M-CHK-PAKET NOT NUMERIC
         WHEN W-EXP-M-ZEILEN    NOT NUMERIC
         WHEN W-EXP-M-CHK-PAKET NOT = W-EXP-HASH
             MOVE "Pruefsumme des Quelltexts weicht ab" TO W-EXP-TEXT
             PERFORM D846-EXPORT-MELDUNG
         WHEN W-EXP-M-ZEILEN    NOT = W-EXP-ZEILEN
             MOVE "Zeilenzahl weicht ab" TO W-EXP-TEXT
             PERFORM D846-EXPORT-MELDUNG
         WHEN W-EXP-M-CHK-ARCHIV NOT NUMERIC
             MOVE "Archiv-Pruefsumme ungueltig" TO W-EXP-TEXT
             PERFORM D846-EXPORT-MELDUNG
         WHEN W-EXP-M-CHK-ARCHIV NOT = ZERO
         AND  W-EXP-M-CHK-ARCHIV NOT = W-EXP-HASH
             MOVE "Quelltext passt nicht zur Archiv-Pruefsumme"
               TO W-EXP-TEXT
             PERFORM D846-EXPORT-MELDUNG
         WHEN OTHER
             ADD 1 TO W-EXP-ANZ-OK
     END-EVALUATE
     .
 D847-99.
     EXIT.

******************************************************************
* BOM: Position einer Stueckliste ausgeben (Zeile aus BOM_CURS)
******************************************************************
 D848-BOM-ZEILE SECTION.
 D848-00.
     MOVE SPACES                        TO ZEILE
     MOVE ART            OF SSFBOM      TO ZEILE (04:01)
     MOVE BIBLIOTHEK     OF SSFBOM      TO ZEILE (06:22)
     MOVE SEKTION        OF SSFBOM      TO ZEILE (29:20)
     MOVE MEMBER-VERSION OF SSFBOM      TO ZEILE (50:10)
     IF  CHECKSUM OF SSFBOM NOT = ZERO
         MOVE CHECKSUM   OF SSFBOM      TO W-BOM-CHK-ED
         MOVE W-BOM-CHK-ED              TO ZEILE (61:09)
     END-IF
     IF  MEMBER-VERSION OF SSFBOM = SPACES
         MOVE "(n.arch.)"               TO ZEILE (50:09)
     END-IF
     PERFORM U010-AUSGABE
     .
 D848-99.
     EXIT.

******************************************************************
* BOM: Kopf eines Compile-Laufs (Zeitpunkt aus der Lauf-Kennung,
* Objekt, Compiler samt Version und Completion-Code)
******************************************************************
 D849-BOM-LAUF-KOPF SECTION.
 D849-00.
     MOVE LAUF-ID OF SSFBOM         TO W-BOM-LAUF-ED
     MOVE COMPLETION-CODE OF SSFBOM TO W-BOM-CC-ED
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  " Lauf "                 DELIMITED BY SIZE
             W-BOM-L-JJJJ "-" W-BOM-L-MM "-" W-BOM-L-TT
                                      DELIMITED BY SIZE
             " "                      DELIMITED BY SIZE
             W-BOM-L-HH ":" W-BOM-L-MI ":" W-BOM-L-SS
                                      DELIMITED BY SIZE
             "  Objekt "              DELIMITED BY SIZE
             OBJEKT OF SSFBOM         DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     MOVE SPACES TO ZEILE
     STRING  " Compiler "             DELIMITED BY SIZE
             COMPILER OF SSFBOM       DELIMITED BY SPACE
             " "                      DELIMITED BY SIZE
             COMPILER-VERSION OF SSFBOM
                                      DELIMITED BY SPACE
             "  Completion-Code "     DELIMITED BY SIZE
             W-BOM-CC-ED              DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     MOVE SPACES                     TO ZEILE
     MOVE "Art"                      TO ZEILE (03:03)
     MOVE "Bibliothek/Source"        TO ZEILE (06:17)
     MOVE "Section"                  TO ZEILE (29:07)
     MOVE "Version"                  TO ZEILE (50:07)
     MOVE "Pruefsumme"               TO ZEILE (61:10)
     PERFORM U010-AUSGABE
     .
 D849-99.
     EXIT.

******************************************************************
* TESTRESET-Plan fuer das gerade gelesene Modul (H-TRES-...) an
* Position W-TRES-ANZ von W-TRES-TAB: Versionen ermitteln, Massnahme
* festlegen und Planzeile ausgeben (s. C779)
******************************************************************
 D850-TESTRESET-MODUL-PLAN SECTION.
 D850-00.
     MOVE H-TRES-MODUL    TO W-TRES-MODUL    (W-TRES-ANZ)
     MOVE H-TRES-TYP      TO W-TRES-TYP      (W-TRES-ANZ)
     MOVE H-TRES-KLASSE   TO W-TRES-KLASSE   (W-TRES-ANZ)
     MOVE H-TRES-FREIGABE TO W-TRES-FREIGABE (W-TRES-ANZ)

**  ---> Objektname wie bei ACTIVTEST/REL2PROD ("E" durch "S/O/ ")
     MOVE H-TRES-TYP   TO SOURCE-TYP OF SSAFE
     MOVE H-TRES-MODUL TO IN-SOURCE
     PERFORM U400-OBJECT-NAME
     MOVE OUT-SOURCE   TO W-TRES-OBJNAME (W-TRES-ANZ)
     MOVE OUT-SOURCE   TO H-TRES-OBJNAME

**  ---> in TEST aktive Version lt. TEST-Belegung (=SSFTENV)
     MOVE H-TRES-MODUL TO W-TE-MODUL
     PERFORM S478-SELECT-SSFTENV
     IF  SSFTENV-OK
         MOVE W-TE-ALT-VERSION TO W-TRES-TEST-VERS (W-TRES-ANZ)
     ELSE
         MOVE "(unbek.)"       TO W-TRES-TEST-VERS (W-TRES-ANZ)
     END-IF

**  ---> produktive Version: juengste Freigabe lt. =ABNAHME
     PERFORM S254-SELECT-TRES-PROD-VERSION

**  ---> Ziel-Version
     IF  TRES-ZIEL-BASELINE
         MOVE W-TRES-BASELINE TO W-BAS-LOOK-NAME
         MOVE H-TRES-MODUL    TO W-BAS-MODUL
         PERFORM S793-SELECT-SSFBASE-VERSION
         IF  W-BAS-LOOK-VERS = "(fehlt)"
             MOVE SPACES          TO W-TRES-ZIEL-VERS (W-TRES-ANZ)
         ELSE
             MOVE W-BAS-LOOK-VERS TO W-TRES-ZIEL-VERS (W-TRES-ANZ)
         END-IF
     ELSE
         MOVE H-TRES-PROD-VERS    TO W-TRES-ZIEL-VERS (W-TRES-ANZ)
     END-IF

**  ---> Massnahme festlegen: ohne Ziel-Version bleibt das Modul,
**       wiederherstellbar ist nur die produktive Version
     EVALUATE TRUE
         WHEN W-TRES-ZIEL-VERS (W-TRES-ANZ) = SPACES
             SET TRES-KEIN-ZIEL (W-TRES-ANZ) TO TRUE
         WHEN W-TRES-ZIEL-VERS (W-TRES-ANZ) =
              W-TRES-TEST-VERS (W-TRES-ANZ)
             SET TRES-GLEICH (W-TRES-ANZ) TO TRUE
             ADD 1 TO W-TRES-ANZ-G
         WHEN TRES-KEEP
          AND H-TRES-FREIGABE = "TR"
             SET TRES-BEHALTEN (W-TRES-ANZ) TO TRUE
             ADD 1 TO W-TRES-ANZ-K
         WHEN W-TRES-ZIEL-VERS (W-TRES-ANZ) NOT = H-TRES-PROD-VERS
             SET TRES-KEIN-OBJEKT (W-TRES-ANZ) TO TRUE
             ADD 1 TO W-TRES-ANZ-X
         WHEN OTHER
             SET TRES-ERSETZEN (W-TRES-ANZ) TO TRUE
             ADD 1 TO W-TRES-ANZ-R
     END-EVALUATE

**  ---> Planzeile
     MOVE SPACES                        TO ZEILE
     MOVE W-TRES-MODUL     (W-TRES-ANZ) TO ZEILE (02:08)
     MOVE W-TRES-TEST-VERS (W-TRES-ANZ) TO ZEILE (12:10)
     MOVE W-TRES-ZIEL-VERS (W-TRES-ANZ) TO ZEILE (24:10)
     EVALUATE TRUE
         WHEN TRES-ERSETZEN (W-TRES-ANZ)
             MOVE "ersetzen"                  TO ZEILE (36:)
         WHEN TRES-GLEICH (W-TRES-ANZ)
             MOVE "identisch"                 TO ZEILE (36:)
         WHEN TRES-BEHALTEN (W-TRES-ANZ)
             MOVE "behalten (REL2TEST offen)" TO ZEILE (36:)
         WHEN TRES-KEIN-OBJEKT (W-TRES-ANZ)
             MOVE "kein Objekt (nicht mehr produktiv)"
                                              TO ZEILE (36:)
         WHEN TRES-ZIEL-BASELINE
             MOVE "nicht in Baseline - bleibt" TO ZEILE (36:)
         WHEN OTHER
             MOVE "nie produktiv - bleibt"    TO ZEILE (36:)
     END-EVALUATE
     PERFORM U010-AUSGABE
     .
 D850-99.
     EXIT.

******************************************************************
* TESTRESET eines Moduls (Position W-TRES-I von W-TRES-TAB): das
* Produktions-Objekt wird wie bei ACTIVTEST ueber die Obey-Datei in
* den TEST-SubVol gebracht (altes TEST-Objekt in den Sicherungs-
* SubVol), danach =SSFTENV, ggf. =SSAFE und =SSPROT ("RT")
******************************************************************
 D851-TESTRESET-MODUL SECTION.
 D851-00.
     SET TRES-MOD-OK TO TRUE
     MOVE SPACES TO W-TRES-FEHLER

**  ---> Produktions-Objekt: Run-SubVol der Zielklasse wie REL2PROD
     MOVE W-TRES-KLASSE (W-TRES-I) TO ZIELKLASSE OF SSAFE
     MOVE "R2P-RUN"                TO W-AKTION-BASIS
     PERFORM D810-SELECT-SSPARM-ZIELKLASSE
     IF  NOT SSPRM-OK
         MOVE "kein =SSPARM-Eintrag R2P-RUN" TO W-TRES-FEHLER
         PERFORM D852-TESTRESET-FEHLER
         EXIT SECTION
     END-IF

**  ---> Dateinamen Produktion, TEST und Sicherung (zB: $WSOFT.PRUN.
**       prgname, $WSOFT.TRUN.prgname, $WSOFT.TRUNOLD.prgname)
     MOVE SPACES TO W-TRES-DATEI-PROD W-TRES-DATEI-TEST
                    W-TRES-DATEI-ALT
     STRING  SOURCE-FILE-VOL           DELIMITED BY SPACE
             "."                       DELIMITED BY SIZE
             SVOL-DEST OF SSPARM       DELIMITED BY SPACE
             "."                       DELIMITED BY SIZE
             W-TRES-OBJNAME (W-TRES-I) DELIMITED BY SPACE
       INTO  W-TRES-DATEI-PROD
     END-STRING
     STRING  SOURCE-FILE-VOL           DELIMITED BY SPACE
             "."                       DELIMITED BY SIZE
             W-TRES-SVOL-TEST          DELIMITED BY SPACE
             "."                       DELIMITED BY SIZE
             W-TRES-OBJNAME (W-TRES-I) DELIMITED BY SPACE
       INTO  W-TRES-DATEI-TEST
     END-STRING
     STRING  SOURCE-FILE-VOL           DELIMITED BY SPACE
             "."                       DELIMITED BY SIZE
             W-TRES-SVOL-ALT           DELIMITED BY SPACE
             "."                       DELIMITED BY SIZE
             W-TRES-OBJNAME (W-TRES-I) DELIMITED BY SPACE
       INTO  W-TRES-DATEI-ALT
     END-STRING

**  ---> Produktions-Objekt muss vorhanden sein
     MOVE W-TRES-DATEI-PROD TO T-FNAME
     PERFORM E120-FILE-INFO
     IF  T-ERROR NOT = ZERO
         MOVE "Produktions-Objekt nicht vorhanden" TO W-TRES-FEHLER
         PERFORM D852-TESTRESET-FEHLER
         EXIT SECTION
     END-IF

**  ---> nachsehen, ob die Sicherung (TRUNOLD) ein Open-Flag hat
     MOVE AP-DNAME         TO AP-DNAME-ZW
     MOVE W-TRES-DATEI-ALT TO AP-DNAME
     SET AP-DELAY-OFF      TO TRUE
     PERFORM W200-OPENINFO
     MOVE AP-DNAME-ZW      TO AP-DNAME
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF
     IF  AP-STATUS = ZERO
         MOVE "Sicherungs-Objekt ist geoeffnet" TO W-TRES-FEHLER
         PERFORM D852-TESTRESET-FEHLER
         EXIT SECTION
     END-IF

**  ---> FUP-Kommandos: Sicherung loeschen, TEST-Objekt sichern und
**       das Produktions-Objekt nach TEST duplizieren
     INITIALIZE FUP-COMMANDS
     MOVE 1 TO FUP-COMMANDS-ANZ
     MOVE "ALLOW 10 ERRORS, 10 WARNINGS"
         TO FUP-COMMAND (FUP-COMMANDS-ANZ)

     MOVE W-TRES-DATEI-ALT TO T-FNAME
     PERFORM E120-FILE-INFO
     IF  T-ERROR = ZERO
         ADD 1 TO FUP-COMMANDS-ANZ
         STRING  " PURGE ! "         DELIMITED BY SIZE
                 W-TRES-DATEI-ALT    DELIMITED BY SPACE
           INTO  FUP-COMMAND (FUP-COMMANDS-ANZ)
         END-STRING
     END-IF

     MOVE W-TRES-DATEI-TEST TO T-FNAME
     PERFORM E120-FILE-INFO
     IF  T-ERROR = ZERO
         ADD 1 TO FUP-COMMANDS-ANZ
         STRING  " RENAME "          DELIMITED BY SIZE
                 W-TRES-DATEI-TEST   DELIMITED BY SPACE
                 ", "                DELIMITED BY SIZE
                 W-TRES-DATEI-ALT    DELIMITED BY SPACE
           INTO  FUP-COMMAND (FUP-COMMANDS-ANZ)
         END-STRING
     END-IF

     ADD 1 TO FUP-COMMANDS-ANZ
     STRING  " DUP "             DELIMITED BY SIZE
             W-TRES-DATEI-PROD   DELIMITED BY SPACE
             ", "                DELIMITED BY SIZE
             W-TRES-DATEI-TEST   DELIMITED BY SPACE
             ", sourcedate"      DELIMITED BY SIZE
       INTO  FUP-COMMAND (FUP-COMMANDS-ANZ)
     END-STRING

**  ---> Obey Datei füllen und FUP ausführen
     PERFORM E150-OBEY-FUP
     IF  PRG-ABBRUCH
         MOVE "FUP nicht ausgefuehrt" TO W-TRES-FEHLER
         PERFORM D852-TESTRESET-FEHLER
         EXIT SECTION
     END-IF
     IF  PREVIEW-ON
         ADD 1 TO W-TRES-ANZ-OK
         EXIT SECTION
     END-IF

**  ---> Kontrolle: ist das neue TEST-Objekt da ?
     MOVE W-TRES-DATEI-TEST TO T-FNAME
     PERFORM E120-FILE-INFO
     IF  T-ERROR NOT = ZERO
         MOVE "TEST-Objekt nach FUP nicht vorhanden" TO W-TRES-FEHLER
         PERFORM D852-TESTRESET-FEHLER
         EXIT SECTION
     END-IF

**  ---> TEST-Belegung auf die Ziel-Version setzen; die verdraengte
**       Belegung bleibt als Vorgaenger stehen (s. TESTENV)
     MOVE W-TRES-MODUL (W-TRES-I) TO W-TE-MODUL
     PERFORM S478-SELECT-SSFTENV
     MOVE W-TRES-ZIEL-VERS (W-TRES-I) TO W-TE-VERSION
     MOVE "TESTRESET"                 TO W-TE-AUFTRAG
     MOVE SPACES                      TO W-TE-PLAN-ENDE
     MOVE W-TE-ALT-AUFTRAG            TO W-TE-VORG-AUFTRAG
     MOVE W-TE-ALT-VON                TO W-TE-VORG-VON
     MOVE W-TE-ALT-VERSION            TO W-TE-VORG-VERSION

     PERFORM U100-BEGIN
     PERFORM S479-UPDATE-SSFTENV
     IF  NOT SSFTENV-OK
     AND NOT PRG-ABBRUCH
         PERFORM S480-INSERT-SSFTENV
     END-IF
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF

**  ---> eine laufende Aktivierung ("TA") ist mit dem Zuruecksetzen
**       hinfaellig - das Modul ist wieder nur fuer TEST freigegeben
**       und muss fuer REL2PROD neu aktiviert werden
     IF  W-TRES-FREIGABE (W-TRES-I) = "TA"
         MOVE W-TRES-MODUL (W-TRES-I) TO SOURCE-MODUL  OF SSAFE
         MOVE "TR"                    TO FREIGABE-TEST OF SSAFE
         MOVE P-USER-NAME             TO GROUP-USER    OF SSAFE
         PERFORM S121-UPDATE-SSAFE-REL2TEST
         IF  PRG-ABBRUCH
             PERFORM U120-ROLLBACK
             EXIT SECTION
         END-IF
         MOVE "TR" TO W-TRES-FREIGABE (W-TRES-I)
     END-IF

**  ---> Eintrag in Protokolltabelle SSPROT
     MOVE W-TRES-MODUL (W-TRES-I)    TO SOURCE-MODUL OF SSPROT
     MOVE "RT"                       TO AKTION       OF SSPROT
     MOVE W-TRES-FREIGABE (W-TRES-I) TO KZ-FREIGABE  OF SSPROT
     MOVE P-USER-NAME                TO GROUP-USER   OF SSPROT
     MOVE SPACES                     TO KOMMENTAR    OF SSPROT
     STRING  "TEST "                      DELIMITED BY SIZE
             W-TRES-TEST-VERS (W-TRES-I)  DELIMITED BY SPACE
             " -> "                       DELIMITED BY SIZE
             W-TRES-ZIEL-VERS (W-TRES-I)  DELIMITED BY SPACE
             " "                          DELIMITED BY SIZE
             W-TRES-ZIEL-KURZ             DELIMITED BY SPACE
       INTO  KOMMENTAR OF SSPROT (1:39)
     END-STRING
     PERFORM S200-INSERT-SSPROT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     ADD 1 TO W-TRES-ANZ-OK
     MOVE SPACES TO ZEILE
     STRING  " "                          DELIMITED BY SIZE
             W-TRES-MODUL (W-TRES-I)      DELIMITED BY SPACE
             " ersetzt durch "            DELIMITED BY SIZE
             W-TRES-ZIEL-VERS (W-TRES-I)  DELIMITED BY SPACE
             " ("                         DELIMITED BY SIZE
             W-TRES-DATEI-TEST            DELIMITED BY SPACE
             ")"                          DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D851-99.
     EXIT.

******************************************************************
* TESTRESET: Modul nicht ersetzt - Meldung mit Grund (W-TRES-FEHLER),
* die uebrigen Module laufen weiter (s. D851)
******************************************************************
 D852-TESTRESET-FEHLER SECTION.
 D852-00.
     SET TRES-MOD-NOK TO TRUE
     ADD 1 TO W-TRES-ANZ-FEHL
     MOVE SPACES TO ZEILE
     STRING  " !!! "                      DELIMITED BY SIZE
             W-TRES-MODUL (W-TRES-I)      DELIMITED BY SPACE
             " nicht ersetzt: "           DELIMITED BY SIZE
             W-TRES-FEHLER                DELIMITED BY "  "
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D852-99.
     EXIT.

******************************************************************
* Datenqualitaet der Kontakt- und Mailadressen (VERWALTUNG
* MAILCHK [MAIL] | IMPORT <Datei> | CLEAR <Adresse>) - je
* Pruefung eine Liste der Auffaelligkeiten:
* 1) User mit Rolle in =SSUSER ohne bzw. ohne gueltige Mailadresse
* 2) =EKONTAKT-Zeilen zu Modulen/Anwendungen, die es in =SSAFE
*    (bzw. als Kette in =SSFRFDEF) nicht mehr gibt - mit Hinweis,
*    ob das Modul im Papierkorb (=SSFRECYC) liegt
* 3) =SSFOWNER-Kontakte, die als User nicht mehr existieren
* 4) =SSFONCALL-Adressen, die keinem User mehr gehoeren
* 5) Ketten mit eingeschaltetem Fehleralarm ohne Eskalationsstufe
*    TSNR 1 (Supervisor) bzw. TSNR 2 (Pager) in =EKONTAKT
* 6) Adressen, die laut =SSFMAILF wiederholt nicht zustellbar
*    waren (ab =SSPARM "MAILFAIL", Default 3 Ruecklaeufer)
* Mit MAIL geht der Report zusaetzlich an den Warn-Verteiler "SW"
* und ist so als naechtlicher Kettenschritt einplanbar.
******************************************************************
 D853-MAILCHK SECTION.
 D853-00.
     IF  MCK-PARM-NOK
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF
     EVALUATE W-MCK-SUBCMD
         WHEN "IMPORT"
             PERFORM D855-MAILCHK-IMPORT
             EXIT SECTION
         WHEN "CLEAR"
             PERFORM D856-MAILCHK-CLEAR
             EXIT SECTION
         WHEN OTHER
             CONTINUE
     END-EVALUATE

**  ---> Schwelle fuer wiederholte Ruecklaeufer aus =SSPARM
     MOVE 3 TO W-MCK-SCHWELLE
     MOVE "MAILFAIL" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  SSPRM-OK
     AND SVOL-SOURCE OF SSPARM (1:5) NUMERIC
         MOVE SVOL-SOURCE OF SSPARM (1:5) TO W-MCK-SCHWELLE
     END-IF
     MOVE W-MCK-SCHWELLE TO H-MCK-SCHWELLE
     MOVE K-MODUL        TO H-MCK-K-MODUL
     MOVE ZERO TO W-MCK-ANZ (1) W-MCK-ANZ (2) W-MCK-ANZ (3)
                  W-MCK-ANZ (4) W-MCK-ANZ (5) W-MCK-ANZ (6)
                  W-MCK-GESAMT

**  ---> ggf. Mail an den Warn-Verteiler parallel aufbauen
     IF  MCK-MAIL-MODE
         SET MAIL-KAT-WARNUNG TO TRUE
         PERFORM N505-EMAIL-KOPF-EINFACH
         IF  PRG-ABBRUCH OR MAIL-ABO-NOK
             MOVE SPACE TO W-MCK-MAIL-FLAG
         ELSE
**          ---> Betreff und Einleitung aus der Mail-Vorlage
**               "MAILCHK" in =SSTEXT (s. N522), sonst der eingebaute
**               Betreff
             PERFORM N520-MV-INIT
             MOVE "MAILCHK"      TO W-MV-NAME
             PERFORM N522-MV-LADEN
             IF  MV-VORLAGE-OK
                 PERFORM N525-MV-BETREFF
                 WRITE EMAIL-RECORD FROM EM-LZ
                 PERFORM N526-MV-TEXT-1
             ELSE
                 MOVE TEM-BETREFF13 TO EM-K5-VALUE
                 WRITE EMAIL-RECORD FROM EM-K5
             END-IF
             WRITE EMAIL-RECORD FROM EM-LZ
         END-IF
     END-IF

**  ---> 1) User mit Rolle ohne (gueltige) Mailadresse
     PERFORM U011-AUSGABE-SPACELINE
     MOVE " 1) User mit Rolle ohne gueltige Mailadresse:" TO ZEILE
     PERFORM D854-MAILCHK-ZEILE
     SET MCK-PRF-USER TO TRUE
     PERFORM S521-OPEN-MCK-CURSOR
     PERFORM S522-FETCH-MCK-CURSOR
     PERFORM UNTIL MCK-CURS-EOD OR PRG-ABBRUCH
         MOVE ZERO TO W-MCK-AT-ANZ
         INSPECT H-MCK-EMAIL TALLYING W-MCK-AT-ANZ FOR ALL "@"
         IF  H-MCK-EMAIL = SPACES
         OR  W-MCK-AT-ANZ NOT = 1
             ADD 1 TO W-MCK-ANZ (1)
             IF  H-MCK-EMAIL = SPACES
                 MOVE "(keine Mailadresse)" TO W-MCK-ADRESSE
             ELSE
                 MOVE H-MCK-EMAIL TO W-MCK-ADRESSE
             END-IF
**          ---> =SSUSER.USER liegt verschluesselt vor (vgl. D430)
             MOVE H-MCK-USER (1:8) TO W-UMSCHL-IN
             PERFORM U310-DECR
             MOVE W-UMSCHL-OUT      TO W-MCK-KLAR (1:8)
             MOVE H-MCK-USER (9:8) TO W-UMSCHL-IN
             PERFORM U310-DECR
             MOVE W-UMSCHL-OUT      TO W-MCK-KLAR (9:8)
             MOVE SPACES TO ZEILE
             STRING  "    "              DELIMITED BY SIZE
                     W-MCK-KLAR          DELIMITED BY SIZE
                     "  "                DELIMITED BY SIZE
                     W-MCK-ADRESSE       DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM D854-MAILCHK-ZEILE
         END-IF
         PERFORM S522-FETCH-MCK-CURSOR
     END-PERFORM
     PERFORM S523-CLOSE-MCK-CURSOR

**  ---> 2) verwaiste =EKONTAKT-Zeilen
     PERFORM U011-AUSGABE-SPACELINE
     MOVE " 2) EKONTAKT ohne Modul/Anwendung in SSAFE:" TO ZEILE
     PERFORM D854-MAILCHK-ZEILE
     SET MCK-PRF-EKONTAKT TO TRUE
     PERFORM S521-OPEN-MCK-CURSOR
     PERFORM S522-FETCH-MCK-CURSOR
     PERFORM UNTIL MCK-CURS-EOD OR PRG-ABBRUCH
         ADD 1 TO W-MCK-ANZ (2)
         PERFORM S526-COUNT-MCK-RECYC
         IF  H-MCK-ANZAHL > ZERO
             MOVE "stillgelegt (Papierkorb)" TO W-MCK-GRUND
         ELSE
             MOVE "nicht mehr in SSAFE"      TO W-MCK-GRUND
         END-IF
         MOVE H-MCK-MDNR TO W-MCK-NUM-ED
         MOVE H-MCK-TSNR TO W-MCK-NUM2-ED
         MOVE SPACES TO ZEILE
         STRING  "    "              DELIMITED BY SIZE
                 H-MCK-MODUL         DELIMITED BY SIZE
                 " MDNR"             DELIMITED BY SIZE
                 W-MCK-NUM-ED        DELIMITED BY SIZE
                 " TSNR"             DELIMITED BY SIZE
                 W-MCK-NUM2-ED       DELIMITED BY SIZE
                 "  "                DELIMITED BY SIZE
                 W-MCK-GRUND         DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM D854-MAILCHK-ZEILE
         PERFORM S522-FETCH-MCK-CURSOR
     END-PERFORM
     PERFORM S523-CLOSE-MCK-CURSOR

**  ---> 3) Modul-Verantwortliche ohne existierenden User
     PERFORM U011-AUSGABE-SPACELINE
     MOVE " 3) SSFOWNER-Kontakte ohne User in SSUSER:" TO ZEILE
     PERFORM D854-MAILCHK-ZEILE
     SET MCK-PRF-OWNER TO TRUE
     PERFORM S521-OPEN-MCK-CURSOR
     PERFORM S522-FETCH-MCK-CURSOR
     PERFORM UNTIL MCK-CURS-EOD OR PRG-ABBRUCH
         IF  H-MCK-KONTAKT1 NOT = SPACES
             MOVE H-MCK-KONTAKT1 TO H-MCK-USER
             MOVE "KONTAKT1"     TO W-MCK-ROLLE
             PERFORM D857-MAILCHK-OWNER-USER
         END-IF
         IF  H-MCK-KONTAKT2 NOT = SPACES
             MOVE H-MCK-KONTAKT2 TO H-MCK-USER
             MOVE "KONTAKT2"     TO W-MCK-ROLLE
             PERFORM D857-MAILCHK-OWNER-USER
         END-IF
         PERFORM S522-FETCH-MCK-CURSOR
     END-PERFORM
     PERFORM S523-CLOSE-MCK-CURSOR

**  ---> 4) Bereitschafts-Adressen ohne existierenden User
     PERFORM U011-AUSGABE-SPACELINE
     MOVE " 4) SSFONCALL-Adressen ohne User in SSUSER:" TO ZEILE
     PERFORM D854-MAILCHK-ZEILE
     SET MCK-PRF-ONCALL TO TRUE
     PERFORM S521-OPEN-MCK-CURSOR
     PERFORM S522-FETCH-MCK-CURSOR
     PERFORM UNTIL MCK-CURS-EOD OR PRG-ABBRUCH
         IF  H-MCK-PRIMAER NOT = SPACES
             MOVE H-MCK-PRIMAER TO H-MCK-EMAIL
             MOVE "Primaer"     TO W-MCK-ROLLE
             PERFORM D858-MAILCHK-ONCALL-ADR
         END-IF
         IF  H-MCK-BACKUP NOT = SPACES
             MOVE H-MCK-BACKUP  TO H-MCK-EMAIL
             MOVE "Backup"      TO W-MCK-ROLLE
             PERFORM D858-MAILCHK-ONCALL-ADR
         END-IF
         PERFORM S522-FETCH-MCK-CURSOR
     END-PERFORM
     PERFORM S523-CLOSE-MCK-CURSOR

**  ---> 5) Ketten mit Fehleralarm ohne Eskalationsstufen
     PERFORM U011-AUSGABE-SPACELINE
     MOVE " 5) Ketten mit Fehleralarm ohne TSNR 1/2:" TO ZEILE
     PERFORM D854-MAILCHK-ZEILE
     SET MCK-PRF-ESKALATION TO TRUE
     PERFORM S521-OPEN-MCK-CURSOR
     PERFORM S522-FETCH-MCK-CURSOR
     PERFORM UNTIL MCK-CURS-EOD OR PRG-ABBRUCH
         MOVE SPACES TO W-MCK-GRUND
         MOVE 1 TO H-MCK-TSNR
         PERFORM S525-COUNT-MCK-ESKALATION
         IF  H-MCK-ANZAHL = ZERO
             MOVE "TSNR 1 (Supervisor)" TO W-MCK-GRUND
         END-IF
         MOVE 2 TO H-MCK-TSNR
         PERFORM S525-COUNT-MCK-ESKALATION
         IF  H-MCK-ANZAHL = ZERO
             IF  W-MCK-GRUND = SPACES
                 MOVE "TSNR 2 (Pager)" TO W-MCK-GRUND
             ELSE
                 MOVE "TSNR 1 und TSNR 2" TO W-MCK-GRUND
             END-IF
         END-IF
         IF  W-MCK-GRUND NOT = SPACES
             ADD 1 TO W-MCK-ANZ (5)
             MOVE SPACES TO ZEILE
             STRING  "    "              DELIMITED BY SIZE
                     H-MCK-MODUL         DELIMITED BY SIZE
                     "  es fehlt "       DELIMITED BY SIZE
                     W-MCK-GRUND         DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM D854-MAILCHK-ZEILE
         END-IF
         PERFORM S522-FETCH-MCK-CURSOR
     END-PERFORM
     PERFORM S523-CLOSE-MCK-CURSOR

**  ---> 6) wiederholt unzustellbare Adressen
     PERFORM U011-AUSGABE-SPACELINE
     MOVE W-MCK-SCHWELLE TO W-MCK-ANZ-ED
     MOVE SPACES TO ZEILE
     STRING  " 6) unzustellbare Adressen (ab"  DELIMITED BY SIZE
             W-MCK-ANZ-ED                      DELIMITED BY SIZE
             " Rueckl.):"                      DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM D854-MAILCHK-ZEILE
     SET MCK-PRF-FEHLER TO TRUE
     PERFORM S521-OPEN-MCK-CURSOR
     PERFORM S522-FETCH-MCK-CURSOR
     PERFORM UNTIL MCK-CURS-EOD OR PRG-ABBRUCH
         ADD 1 TO W-MCK-ANZ (6)
         MOVE H-MCK-FEHL-ANZ TO W-MCK-NUM-ED
         MOVE SPACES TO ZEILE
         STRING  "    "              DELIMITED BY SIZE
                 W-MCK-NUM-ED        DELIMITED BY SIZE
                 "x zuletzt "        DELIMITED BY SIZE
                 H-MCK-FEHL-DATUM    DELIMITED BY SIZE
                 "  "                DELIMITED BY SIZE
                 H-MCK-ADRESSE       DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM D854-MAILCHK-ZEILE
         IF  H-MCK-FEHL-TEXT NOT = SPACES
             MOVE SPACES TO ZEILE
             STRING  "          "        DELIMITED BY SIZE
                     H-MCK-FEHL-TEXT     DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM D854-MAILCHK-ZEILE
         END-IF
         PERFORM S522-FETCH-MCK-CURSOR
     END-PERFORM
     PERFORM S523-CLOSE-MCK-CURSOR

**  ---> Zusammenfassung
     ADD W-MCK-ANZ (1) W-MCK-ANZ (2) W-MCK-ANZ (3)
         W-MCK-ANZ (4) W-MCK-ANZ (5) W-MCK-ANZ (6)
         TO W-MCK-GESAMT
     MOVE W-MCK-GESAMT TO W-MCK-ANZ-ED
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  " --- "                 DELIMITED BY SIZE
             W-MCK-ANZ-ED            DELIMITED BY SIZE
             " Auffaelligkeit(en) gefunden" DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM D854-MAILCHK-ZEILE
     IF  MCK-MAIL-MODE
         WRITE EMAIL-RECORD FROM EM-LZ
**      ---> Schlusstext der Mail-Vorlage (Zeilen nach @DATEN@)
         IF  MV-VORLAGE-OK
             PERFORM N527-MV-TEXT-2
         END-IF
         CLOSE EMAIL
     END-IF

     IF  W-MCK-GESAMT = ZERO
**      ---> keine Befunde
         MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
         MOVE "HINW-003" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
     END-IF
     .
 D853-99.
     EXIT.

******************************************************************
* MAILCHK: eine Report-Zeile ausgeben - im MAIL-Modus zusaetzlich
* als Mail-Zeile (VOR U010, das ZEILE wieder leert)
******************************************************************
 D854-MAILCHK-ZEILE SECTION.
 D854-00.
     IF  MCK-MAIL-MODE
         MOVE SPACES TO EM-PZ
         MOVE ZEILE (1:60) TO EM-PZ-REST
         WRITE EMAIL-RECORD FROM EM-PZ
     END-IF
     PERFORM U010-AUSGABE
     .
 D854-99.
     EXIT.

******************************************************************
* MAILCHK IMPORT <Datei>: Ruecklaeufer-Protokoll des Mail-Gateways
* (je Zeile Adresse;JJJJMMTT;Fehlertext) in =SSFMAILF zaehlen -
* je Adresse Anzahl, erster/letzter Ruecklaeufer und letzter Text.
* Als Kettenschritt vor "MAILCHK MAIL" einplanbar.
******************************************************************
 D855-MAILCHK-IMPORT SECTION.
 D855-00.
     IF  W-VERWIMP-FILE = SPACES
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-050" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     PERFORM N022-OPEN-VERWIMP
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

     MOVE ZERO TO W-MCK-ANZ-OK
                  W-MCK-ANZ-NOK
     PERFORM U100-BEGIN
     SET F-OK TO TRUE
     READ VERWIMP AT END SET F-EOF TO TRUE END-READ
     PERFORM UNTIL F-EOF OR PRG-ABBRUCH
**      ---> Kommentar-/Leerzeilen ueberspringen
         IF  VERWIMP-SATZ (1:1) NOT = "*"
         AND VERWIMP-SATZ NOT = SPACES
             MOVE SPACES TO W-MCK-S-SATZ
             UNSTRING VERWIMP-SATZ DELIMITED BY ";"
                 INTO W-MCK-S-ADRESSE
                      W-MCK-S-DATUM
                      W-MCK-S-TEXT
             END-UNSTRING
             MOVE ZERO TO W-MCK-AT-ANZ
             INSPECT W-MCK-S-ADRESSE TALLYING W-MCK-AT-ANZ
                 FOR ALL "@"
             IF  W-MCK-AT-ANZ = ZERO
             OR  W-MCK-S-DATUM NOT NUMERIC
                 ADD 1 TO W-MCK-ANZ-NOK
             ELSE
                 MOVE W-MCK-S-ADRESSE TO H-MCK-ADRESSE
                 MOVE W-MCK-S-DATUM   TO H-MCK-FEHL-DATUM
                 MOVE W-MCK-S-TEXT    TO H-MCK-FEHL-TEXT
                 PERFORM S527-UPDATE-SSFMAILF
                 IF  MCK-UPD-NEU
                 AND NOT PRG-ABBRUCH
                     PERFORM S528-INSERT-SSFMAILF
                 END-IF
                 IF  NOT PRG-ABBRUCH
                     ADD 1 TO W-MCK-ANZ-OK
                 END-IF
             END-IF
         END-IF
         READ VERWIMP AT END SET F-EOF TO TRUE END-READ
     END-PERFORM
     CLOSE VERWIMP

     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     MOVE W-MCK-ANZ-OK  TO W-MCK-ANZ-ED
     MOVE W-MCK-ANZ-NOK TO W-MCK-ANZ2-ED
     MOVE SPACES TO ZEILE
     STRING  " Ruecklaeufer-Import: "   DELIMITED BY SIZE
             W-MCK-ANZ-ED               DELIMITED BY SIZE
             " gezaehlt,"               DELIMITED BY SIZE
             W-MCK-ANZ2-ED              DELIMITED BY SIZE
             " Zeile(n) unlesbar"       DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D855-99.
     EXIT.

******************************************************************
* MAILCHK CLEAR <Adresse>: Ruecklaeufer-Zaehler einer Adresse in
* =SSFMAILF loeschen (nach Korrektur der Adresse)
******************************************************************
 D856-MAILCHK-CLEAR SECTION.
 D856-00.
     IF  W-MCK-ADRESSE = SPACES
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     MOVE W-MCK-ADRESSE TO H-MCK-ADRESSE
     PERFORM U100-BEGIN
     PERFORM S529-DELETE-SSFMAILF
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     MOVE SPACES TO ZEILE
     IF  MCK-UPD-NEU
         STRING  " Keine Ruecklaeufer erfasst fuer " DELIMITED BY SIZE
                 W-MCK-ADRESSE                      DELIMITED BY SPACE
           INTO  ZEILE
         END-STRING
     ELSE
         STRING  " Ruecklaeufer-Zaehler geloescht fuer "
                                                    DELIMITED BY SIZE
                 W-MCK-ADRESSE                      DELIMITED BY SPACE
           INTO  ZEILE
         END-STRING
     END-IF
     PERFORM U010-AUSGABE
     .
 D856-99.
     EXIT.

******************************************************************
* MAILCHK 3): einen =SSFOWNER-Kontakt (H-MCK-USER, Klartext
* Gruppe.User) gegen =SSUSER pruefen (D520 verschluesselt)
******************************************************************
 D857-MAILCHK-OWNER-USER SECTION.
 D857-00.
     MOVE H-MCK-USER TO W-DLG-CHECK-USER
     PERFORM D520-CHECK-USER-EXISTS
     IF  NOT USER-OK
         ADD 1 TO W-MCK-ANZ (3)
         MOVE SPACES TO ZEILE
         STRING  "    "              DELIMITED BY SIZE
                 H-MCK-MUSTER        DELIMITED BY SIZE
                 " "                 DELIMITED BY SIZE
                 H-MCK-TEAM          DELIMITED BY SIZE
                 " "                 DELIMITED BY SIZE
                 W-MCK-ROLLE         DELIMITED BY SIZE
                 " "                 DELIMITED BY SIZE
                 H-MCK-USER          DELIMITED BY SPACE
           INTO  ZEILE
         END-STRING
         PERFORM D854-MAILCHK-ZEILE
     END-IF
     .
 D857-99.
     EXIT.

******************************************************************
* MAILCHK 4): eine =SSFONCALL-Adresse (H-MCK-EMAIL) gegen die
* Mailadressen in =SSUSER pruefen
******************************************************************
 D858-MAILCHK-ONCALL-ADR SECTION.
 D858-00.
     PERFORM S524-COUNT-MCK-USER
     IF  H-MCK-ANZAHL = ZERO
         ADD 1 TO W-MCK-ANZ (4)
         MOVE H-MCK-TAG TO W-MCK-NUM-ED
         MOVE SPACES TO ZEILE
         STRING  "    "              DELIMITED BY SIZE
                 H-MCK-MODUL         DELIMITED BY SIZE
                 " Tag"              DELIMITED BY SIZE
                 W-MCK-NUM-ED        DELIMITED BY SIZE
                 " "                 DELIMITED BY SIZE
                 W-MCK-ROLLE         DELIMITED BY SIZE
                 " "                 DELIMITED BY SIZE
                 H-MCK-EMAIL         DELIMITED BY SPACE
           INTO  ZEILE
         END-STRING
         PERFORM D854-MAILCHK-ZEILE
     END-IF
     .
 D858-99.
     EXIT.

******************************************************************
* Verwaltungsfunktion: Austritt eines Mitarbeiters (VERWALTUNG
* LEAVER <Gruppe.User> <Nachfolger>). Zuerst wird alles
* aufgelistet, was der User noch haelt (Checkouts, Parallel-
* Checkouts, Uebergabe-Angebote, Reservierungen, Modul-
* Verantwortung, offene Reviews, Vier-Augen-Antraege, Vertretungen,
* Shelves, Bereitschaftsdienste), dann einmal bestaetigt (j/n) und
* ueber die Vier-Augen-Warteschlange (D507) freigegeben. Danach in
* einer Transaktion: Uebertragen an den Nachfolger bzw. Schliessen,
* Deaktivieren des Users (GUELTIG_BIS = gestern, die =SSUSER-Zeilen
* bleiben fuer die Revision stehen und koennen spaeter per D420
* geloescht werden) und EIN zusammenfassender =SSPROT-Eintrag
* (AKTION "LV"). Nicht uebertragbar und nur aufgelistet werden
* Reviews, die der Nachfolger selbst eingereicht hat (Vier-Augen-
* Prinzip), Bereitschaftsdienste, wenn der Nachfolger keine
* Mailadresse hat, und Parallel-Checkouts auf Modulen, die der
* Nachfolger schon selbst parallel ausgecheckt hat
******************************************************************
 D859-LEAVER SECTION.
 D859-00.
**  ---> Aufruf pruefen: beide User angegeben und verschieden, der
**       Aufrufer kann sich nicht selbst austragen
     IF  W-LVR-USER  = SPACES
     OR  W-LVR-NACHF = SPACES
     OR  W-LVR-USER  = W-LVR-NACHF
     OR  W-LVR-USER  = P-USER-NAME
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         MOVE " Aufruf: LEAVER <Gruppe.User> <Nachfolger Gruppe.User>"
           TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

**  ---> der Nachfolger muss ein gueltiger SourceSafe-User sein
     MOVE W-LVR-NACHF TO W-DLG-CHECK-USER
     PERFORM D520-CHECK-USER-EXISTS
     IF  NOT USER-OK
         MOVE SPACES TO ZEILE
         STRING  " !!! Nachfolger "     DELIMITED BY SIZE
                 W-LVR-NACHF            DELIMITED BY SPACE
                 " ist kein SourceSafe-User !!!"
                                        DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

**  ---> der Ausscheidende: fehlt er schon in =SSUSER (z.B. vorher
**       per D420 geloescht), werden trotzdem seine Reste
**       uebertragen, nur das Deaktivieren entfaellt
     MOVE W-LVR-USER TO W-DLG-CHECK-USER
     PERFORM D520-CHECK-USER-EXISTS
     IF  USER-OK
         SET LVR-USER-AKTIV TO TRUE
         MOVE USER OF SSUSER TO H-LVR-USER-ENCR
     ELSE
         SET LVR-USER-FEHLT TO TRUE
         MOVE SPACES TO H-LVR-USER-ENCR
     END-IF

     MOVE W-LVR-USER  TO H-LVR-USER
     MOVE W-LVR-NACHF TO H-LVR-NACHF

**  ---> Mailadressen beider User fuer die Bereitschaftsdienste
     MOVE SPACES TO ST-VICT-GRP-NAME
     MOVE SPACES TO ST-VICT-USER-NAME
     UNSTRING W-LVR-USER DELIMITED BY "."
         INTO ST-VICT-GRP-NAME
              ST-VICT-USER-NAME
     END-UNSTRING
     PERFORM S626-SELECT-SSUSER-EMAIL
     MOVE ST-VICT-EMAIL TO H-LVR-EMAIL
     MOVE SPACES TO ST-VICT-GRP-NAME
     MOVE SPACES TO ST-VICT-USER-NAME
     UNSTRING W-LVR-NACHF DELIMITED BY "."
         INTO ST-VICT-GRP-NAME
              ST-VICT-USER-NAME
     END-UNSTRING
     PERFORM S626-SELECT-SSUSER-EMAIL
     MOVE ST-VICT-EMAIL TO H-LVR-NACHF-EMAIL

**  ---> 1. Durchgang: alles auflisten, was dieser User haelt -
**       geaendert wird erst nach ausdruecklicher Bestaetigung
     INITIALIZE W-LVR-ANZ-TAB
                W-LVR-NOK-TAB
     MOVE ZERO TO W-LVR-GESAMT W-LVR-MANUELL
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  "Austritt "              DELIMITED BY SIZE
             W-LVR-USER               DELIMITED BY SPACE
             " - Nachfolger "         DELIMITED BY SIZE
             W-LVR-NACHF              DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     IF  LVR-USER-FEHLT
         MOVE "  Hinweis: User ist nicht (mehr) in =SSUSER eingetragen"
           TO ZEILE
         PERFORM U010-AUSGABE
     END-IF

     PERFORM VARYING W-LVR-KAT FROM 1 BY 1
               UNTIL W-LVR-KAT > 10
                  OR PRG-ABBRUCH
         PERFORM D860-LEAVER-LISTE
     END-PERFORM
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

     PERFORM U011-AUSGABE-SPACELINE
     IF  W-LVR-GESAMT = ZERO
         MOVE "  Keine offenen Eintraege - nur Deaktivierung"
           TO ZEILE
         PERFORM U010-AUSGABE
     ELSE
         MOVE W-LVR-GESAMT TO W-LVR-ANZ-ED
         MOVE SPACES TO ZEILE
         STRING  "  Gesamt: "            DELIMITED BY SIZE
                 W-LVR-ANZ-ED            DELIMITED BY SIZE
                 " Eintrag/Eintraege"    DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF
     IF  W-LVR-MANUELL > ZERO
         MOVE W-LVR-MANUELL TO W-LVR-ANZ-ED
         MOVE SPACES TO ZEILE
         STRING  "  davon "              DELIMITED BY SIZE
                 W-LVR-ANZ-ED            DELIMITED BY SIZE
                 " nicht uebertragbar - bitte manuell klaeren"
                                         DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF

**  ---> Rueckfrage, ob wirklich uebertragen/geschlossen werden soll
     SET EIN-ASCII
         PROMPT-DELETE TO TRUE
     PERFORM U000-EINGABE
     IF  EINGABE (1:C4-INLEN) not = "J"
         EXIT SECTION
     END-IF

**  ---> Vier-Augen-Warteschlange: ohne gueltige Bestaetigung eines
**       ZWEITEN Administrators wird nur eingereiht (s. D507)
     MOVE "LEAVER"      TO W-PQ-AKTION
     MOVE SPACES        TO W-PQ-PARAMETER
     STRING  W-LVR-USER               DELIMITED BY SPACE
             " "                      DELIMITED BY SIZE
             W-LVR-NACHF              DELIMITED BY SPACE
       INTO  W-PQ-PARAMETER
     END-STRING
     PERFORM D507-CHECK-PENDING-APPROVAL
     IF  NOT PQ-FREIGEGEBEN
         EXIT SECTION
     END-IF

**  ---> Sperr-Dateien der Checkouts ueber SSFFLK0M auf den
**       Nachfolger umschreiben (nicht transaktionsgeschuetzt,
**       Fehler nur als Hinweis - wie bei D490-UNLOCK-USER)
     IF  W-LVR-ANZ (1) > ZERO
         PERFORM D862-LEAVER-SPERRDATEI
     END-IF

**  ---> Deaktivierung zum Vortag: der Anmeldecheck verlangt
**       GUELTIG_BIS >= heute
     PERFORM U030-TIMESTAMP
     MOVE TAL-JHJJMMTT OF TAL-TIME-D TO W-LVR-HEUTE-N
     COMPUTE H-LVR-GUELTIG-BIS = FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE (W-LVR-HEUTE-N) - 1)

**  ---> 2. Durchgang: alles in einer Transaktion
     PERFORM U100-BEGIN
     PERFORM VARYING W-LVR-KAT FROM 1 BY 1
               UNTIL W-LVR-KAT > 10
                  OR PRG-ABBRUCH
         PERFORM D863-LEAVER-UEBERTRAGEN
     END-PERFORM
     IF  LVR-USER-AKTIV
     AND NOT PRG-ABBRUCH
         PERFORM S542-UPDATE-SSUSER-LEAVER
     END-IF
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         MOVE " !!! Austritt abgebrochen - nichts geaendert !!!"
           TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

**  ---> Zusammenfassung je Kategorie, Summen fuer das Protokoll
     MOVE ZERO TO W-LVR-UEBERTR W-LVR-GESCHL
     PERFORM U011-AUSGABE-SPACELINE
     PERFORM VARYING W-LVR-KAT FROM 1 BY 1
               UNTIL W-LVR-KAT > 10
         PERFORM D864-LEAVER-SUMME
     END-PERFORM

**  ---> EIN Protokolleintrag fuer den ganzen Austritt
     MOVE "LEAVER"     TO SOURCE-MODUL OF SSPROT
     MOVE "LV"         TO AKTION       OF SSPROT
     MOVE P-USER-NAME  TO GROUP-USER   OF SSPROT
     MOVE "NO"         TO KZ-FREIGABE  OF SSPROT
     MOVE SPACES       TO W-LVR-KOMMENTAR
     STRING  W-LVR-USER               DELIMITED BY SPACE
             "->"                     DELIMITED BY SIZE
             W-LVR-NACHF              DELIMITED BY SPACE
             " uebertr."              DELIMITED BY SIZE
             W-LVR-UEBERTR            DELIMITED BY SIZE
             " geschl."               DELIMITED BY SIZE
             W-LVR-GESCHL             DELIMITED BY SIZE
       INTO  W-LVR-KOMMENTAR
     END-STRING
     MOVE W-LVR-KOMMENTAR TO KOMMENTAR OF SSPROT
     PERFORM S200-INSERT-SSPROT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         MOVE " !!! Austritt abgebrochen - nichts geaendert !!!"
           TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     MOVE SPACES TO ZEILE
     IF  LVR-USER-AKTIV
         STRING  "  User "               DELIMITED BY SIZE
                 W-LVR-USER              DELIMITED BY SPACE
                 " deaktiviert (gueltig bis "
                                         DELIMITED BY SIZE
                 H-LVR-GUELTIG-BIS       DELIMITED BY SIZE
                 ")"                     DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
     ELSE
         STRING  "  User "               DELIMITED BY SIZE
                 W-LVR-USER              DELIMITED BY SPACE
                 " war nicht in =SSUSER - nichts zu deaktivieren"
                                         DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
     END-IF
     PERFORM U010-AUSGABE
     .
 D859-99.
     EXIT.

******************************************************************
* LEAVER: eine Kategorie (W-LVR-KAT) auflisten und zaehlen, nicht
* uebertragbare Eintraege zusaetzlich in W-LVR-NOK (s. D861)
******************************************************************
 D860-LEAVER-LISTE SECTION.
 D860-00.
     MOVE ZERO TO W-LVR-ANZ (W-LVR-KAT)
                  W-LVR-NOK (W-LVR-KAT)
**  ---> ohne Mailadresse kann der User keinen Dienst haben
     IF  LVR-KAT-ONCALL
     AND H-LVR-EMAIL = SPACES
         EXIT SECTION
     END-IF

     PERFORM S530-OPEN-LVR-CURSOR
     PERFORM S531-FETCH-LVR-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         IF  W-LVR-ANZ (W-LVR-KAT) = ZERO
             MOVE SPACES TO ZEILE
             STRING  "  "                        DELIMITED BY SIZE
                     W-LVR-KAT-TEXT (W-LVR-KAT)  DELIMITED BY "  "
                     ":"                         DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
         END-IF
         ADD 1 TO W-LVR-ANZ (W-LVR-KAT)
                  W-LVR-GESAMT
         PERFORM D861-LEAVER-ZEILE
         PERFORM S531-FETCH-LVR-CURSOR
     END-PERFORM
     PERFORM S532-CLOSE-LVR-CURSOR
     .
 D860-99.
     EXIT.

******************************************************************
* LEAVER: Listzeile zum gerade gelesenen Eintrag (H-LVR-K1/K2/K3,
* H-LVR-TAG) je nach Kategorie
******************************************************************
 D861-LEAVER-ZEILE SECTION.
 D861-00.
     MOVE SPACES TO ZEILE
     EVALUATE TRUE
         WHEN LVR-KAT-PARCO
             STRING  "    "                DELIMITED BY SIZE
                     H-LVR-K1              DELIMITED BY SPACE
                     "  Arbeitskopie "     DELIMITED BY SIZE
                     H-LVR-K2              DELIMITED BY SPACE
               INTO  ZEILE
             END-STRING
         WHEN LVR-KAT-HANDOVER
             STRING  "    "                DELIMITED BY SIZE
                     H-LVR-K1              DELIMITED BY SPACE
                     "  von "              DELIMITED BY SIZE
                     H-LVR-K3              DELIMITED BY SPACE
                     " an "                DELIMITED BY SIZE
                     H-LVR-K2              DELIMITED BY SPACE
               INTO  ZEILE
             END-STRING
         WHEN LVR-KAT-OWNER
             STRING  "    "                DELIMITED BY SIZE
                     H-LVR-K1              DELIMITED BY SPACE
                     "  Team "             DELIMITED BY SIZE
                     H-LVR-K3              DELIMITED BY SPACE
               INTO  ZEILE
             END-STRING
         WHEN LVR-KAT-REVIEW
             STRING  "    "                DELIMITED BY SIZE
                     H-LVR-K1              DELIMITED BY SPACE
                     "  eingereicht von "  DELIMITED BY SIZE
                     H-LVR-K3              DELIMITED BY SPACE
               INTO  ZEILE
             END-STRING
**          ---> der Nachfolger darf sein eigenes Review nicht pruefen
             IF  H-LVR-K3 = H-LVR-NACHF
                 MOVE "- manuell neu zuweisen" TO ZEILE (50:)
                 ADD 1 TO W-LVR-NOK (W-LVR-KAT)
                          W-LVR-MANUELL
             END-IF
         WHEN LVR-KAT-ANTRAG
             STRING  "    "                DELIMITED BY SIZE
                     H-LVR-K1              DELIMITED BY SPACE
                     "  "                  DELIMITED BY SIZE
                     H-LVR-K2              DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
         WHEN LVR-KAT-VERTRETUNG
             STRING  "    Rolle "          DELIMITED BY SIZE
                     H-LVR-K1              DELIMITED BY SPACE
                     "  bis "              DELIMITED BY SIZE
                     H-LVR-K3              DELIMITED BY SPACE
               INTO  ZEILE
             END-STRING
         WHEN LVR-KAT-SHELF
             STRING  "    "                DELIMITED BY SIZE
                     H-LVR-K1              DELIMITED BY SPACE
                     "  "                  DELIMITED BY SIZE
                     H-LVR-K2              DELIMITED BY SPACE
               INTO  ZEILE
             END-STRING
         WHEN LVR-KAT-ONCALL
             MOVE H-LVR-TAG TO W-LVR-TAG-ED
             STRING  "    "                DELIMITED BY SIZE
                     H-LVR-K1              DELIMITED BY SPACE
                     "  Tag "              DELIMITED BY SIZE
                     W-LVR-TAG-ED          DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             IF  H-LVR-NACHF-EMAIL = SPACES
                 MOVE "- Nachfolger ohne Mailadresse" TO ZEILE (40:)
                 ADD 1 TO W-LVR-NOK (W-LVR-KAT)
                          W-LVR-MANUELL
             END-IF
         WHEN OTHER
             STRING  "    "                DELIMITED BY SIZE
                     H-LVR-K1              DELIMITED BY SPACE
               INTO  ZEILE
             END-STRING
     END-EVALUATE
     PERFORM U010-AUSGABE
     .
 D861-99.
     EXIT.

******************************************************************
* LEAVER: Sperr-Datei-Seite aller Checkouts des Users ueber
* SSFFLK0M ("HO" wie HANDOVER ACCEPT) auf den Nachfolger
* umschreiben; die Arbeitskopien selbst bleiben, wo sie sind
******************************************************************
 D862-LEAVER-SPERRDATEI SECTION.
 D862-00.
     MOVE 1 TO W-LVR-KAT
     PERFORM S530-OPEN-LVR-CURSOR
     PERFORM S531-FETCH-LVR-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         MOVE "HO"          TO FLK-LINK-CMD
         MOVE ZERO          TO FLK-LINK-RC
         MOVE SPACES        TO FLK-LINK-REP-FILE
         MOVE H-LVR-K1      TO FLK-LINK-REP-FILE
         MOVE "Y"           TO FLK-LINK-VERW-AUTH
         MOVE SPACES        TO FLK-LINK-REASON
         STRING  "Austritt "              DELIMITED BY SIZE
                 W-LVR-USER               DELIMITED BY SPACE
                 ", Nachfolger "          DELIMITED BY SIZE
                 W-LVR-NACHF              DELIMITED BY SPACE
           INTO  FLK-LINK-REASON
         END-STRING
         MOVE W-LVR-USER    TO FLK-LINK-ALT-USER
         MOVE W-LVR-NACHF   TO FLK-LINK-NEU-USER
         CALL "SSFFLK0M" USING FLK-LINK-REC
         IF  FLK-LINK-RC NOT = ZERO
             MOVE SPACES TO ZEILE
             STRING  "  Hinweis: Sperr-Datei zu "
                                             DELIMITED BY SIZE
                     H-LVR-K1                DELIMITED BY SPACE
                     " nicht umgeschrieben"  DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
         END-IF
         PERFORM S531-FETCH-LVR-CURSOR
     END-PERFORM
     PERFORM S532-CLOSE-LVR-CURSOR
     .
 D862-99.
     EXIT.

******************************************************************
* LEAVER: eine Kategorie (W-LVR-KAT) uebertragen bzw. schliessen -
* laeuft innerhalb der Transaktion aus D859, Fehler setzen
* PRG-ABBRUCH
******************************************************************
 D863-LEAVER-UEBERTRAGEN SECTION.
 D863-00.
     IF  W-LVR-ANZ (W-LVR-KAT) = ZERO
         EXIT SECTION
     END-IF

     EVALUATE TRUE
         WHEN LVR-KAT-CHECKOUT
             PERFORM S533-UPDATE-SSAFE-LEAVER
         WHEN LVR-KAT-PARCO
**          ---> je Zeile, damit ein Duplikat beim Nachfolger nur
**               diese eine Zeile betrifft
             MOVE ZERO TO W-LVR-NOK (W-LVR-KAT)
             PERFORM S530-OPEN-LVR-CURSOR
             PERFORM S531-FETCH-LVR-CURSOR
             PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
                 PERFORM S534-UPDATE-SSFPARCO-LEAVER
                 PERFORM S531-FETCH-LVR-CURSOR
             END-PERFORM
             PERFORM S532-CLOSE-LVR-CURSOR
         WHEN LVR-KAT-HANDOVER
             PERFORM S535-DELETE-SSFHANDO-LEAVER
         WHEN LVR-KAT-RESERVIERUNG
             MOVE W-LVR-USER TO W-UNLOCK-USER
             PERFORM S163-DELETE-SSFRLOCKQ-USER
         WHEN LVR-KAT-OWNER
             PERFORM S536-UPDATE-SSFOWNER-LEAVER
         WHEN LVR-KAT-REVIEW
             PERFORM S537-UPDATE-SSFREVIEW-LEAVER
         WHEN LVR-KAT-ANTRAG
             PERFORM S538-UPDATE-SSFPENDQ-LEAVER
         WHEN LVR-KAT-VERTRETUNG
             PERFORM S539-DELETE-SSFDELEG-LEAVER
         WHEN LVR-KAT-SHELF
             PERFORM S540-UPDATE-SSFRARCH-LEAVER
         WHEN LVR-KAT-ONCALL
             IF  H-LVR-NACHF-EMAIL NOT = SPACES
                 PERFORM S541-UPDATE-SSFONCALL-LEAVER
             END-IF
     END-EVALUATE
     .
 D863-99.
     EXIT.

******************************************************************
* LEAVER: Ergebniszeile einer Kategorie (W-LVR-KAT) und Summen
* W-LVR-UEBERTR/W-LVR-GESCHL fuer den Protokolleintrag
******************************************************************
 D864-LEAVER-SUMME SECTION.
 D864-00.
     IF  W-LVR-ANZ (W-LVR-KAT) = ZERO
         EXIT SECTION
     END-IF

     MOVE SPACES TO ZEILE
     IF  LVR-KAT-SCHLIESSEN
         ADD W-LVR-ANZ (W-LVR-KAT) TO W-LVR-GESCHL
         MOVE W-LVR-ANZ (W-LVR-KAT) TO W-LVR-ANZ-ED
         STRING  "  "                        DELIMITED BY SIZE
                 W-LVR-KAT-TEXT (W-LVR-KAT)  DELIMITED BY "  "
                 ": "                        DELIMITED BY SIZE
                 W-LVR-ANZ-ED                DELIMITED BY SIZE
                 " geschlossen"              DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
     ELSE
         COMPUTE W-LVR-N = W-LVR-ANZ (W-LVR-KAT)
                         - W-LVR-NOK (W-LVR-KAT)
         ADD W-LVR-N TO W-LVR-UEBERTR
         MOVE W-LVR-N TO W-LVR-ANZ-ED
         STRING  "  "                        DELIMITED BY SIZE
                 W-LVR-KAT-TEXT (W-LVR-KAT)  DELIMITED BY "  "
                 ": "                        DELIMITED BY SIZE
                 W-LVR-ANZ-ED                DELIMITED BY SIZE
                 " uebertragen"              DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         IF  W-LVR-NOK (W-LVR-KAT) > ZERO
             MOVE W-LVR-NOK (W-LVR-KAT) TO W-LVR-ANZ2-ED
             MOVE W-LVR-ANZ2-ED TO ZEILE (60:5)
             MOVE " offen"      TO ZEILE (65:)
         END-IF
     END-IF
     PERFORM U010-AUSGABE
     .
 D864-99.
     EXIT.

******************************************************************
* VERWALTUNG MODSUM [CHECK]: naechtlicher Abgleich der Modul-
* Kurzbilder (=SSFMSUM) mit der Historie. Je Modul aus =SSAFE wird
* das Kurzbild neu ermittelt (D868) und mit dem gespeicherten
* verglichen; fehlende und abweichende werden neu geschrieben,
* Kurzbilder ohne Modul geloescht. Mit CHECK wird nur berichtet.
* Je Modul eine eigene Transaktion, damit der Lauf den Betrieb
* nicht sperrt.
******************************************************************
 D865-MODSUM SECTION.
 D865-00.
     IF  MSUM-PARM-NOK
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     MOVE ZERO TO W-MSUM-ANZ-MODULE  W-MSUM-ANZ-FEHLEND
                  W-MSUM-ANZ-ABWEICH W-MSUM-ANZ-VERWAIST
     PERFORM U011-AUSGABE-SPACELINE
     MOVE " Abgleich Modul-Kurzbilder (=SSFMSUM) mit der Historie"
       TO ZEILE
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE

     PERFORM S550-OPEN-MSUM-MOD-CURSOR
     PERFORM S551-FETCH-MSUM-MOD-CURSOR
     PERFORM UNTIL MSUM-MOD-EOD OR PRG-ABBRUCH
         ADD 1 TO W-MSUM-ANZ-MODULE
         PERFORM D868-MSUM-ERMITTELN
         PERFORM S543-SELECT-SSFMSUM
         MOVE SPACE TO W-MSUM-SCHREIBEN
         EVALUATE TRUE
             WHEN MSUM-FEHLT
**              ---> nach Ereignissen ohne folgenden COMMIT bzw. aus
**                   anderen SSF-Modulen der Normalfall - nur zaehlen
                 ADD 1 TO W-MSUM-ANZ-FEHLEND
                 MOVE "J" TO W-MSUM-SCHREIBEN
             WHEN H-MSUM-NEU NOT = H-MSUM-ALT
                 ADD 1 TO W-MSUM-ANZ-ABWEICH
                 MOVE "J" TO W-MSUM-SCHREIBEN
                 MOVE SPACES TO ZEILE
                 MOVE H-MSUM-MODUL TO ZEILE (4:8)
                 MOVE "Kurzbild weicht von der Historie ab"
                   TO ZEILE (14:)
                 PERFORM U010-AUSGABE
             WHEN OTHER
                 CONTINUE
         END-EVALUATE
         IF  W-MSUM-SCHREIBEN = "J"
         AND MSUM-REPARIEREN
             PERFORM U100-BEGIN
             PERFORM D869-MSUM-SCHREIBEN
             PERFORM U110-COMMIT
         END-IF
         PERFORM S551-FETCH-MSUM-MOD-CURSOR
     END-PERFORM
     PERFORM S552-CLOSE-MSUM-MOD-CURSOR

**  ---> Kurzbilder zu Modulen, die es in =SSAFE nicht mehr gibt
     PERFORM S547-COUNT-SSFMSUM-VERWAIST
     IF  W-MSUM-ANZ-VERWAIST > ZERO
     AND MSUM-REPARIEREN
         PERFORM U100-BEGIN
         PERFORM S546-DELETE-SSFMSUM-VERWAIST
         PERFORM U110-COMMIT
     END-IF

     PERFORM U011-AUSGABE-SPACELINE
     MOVE W-MSUM-ANZ-MODULE TO W-MSUM-ANZ-ED
     MOVE SPACES TO ZEILE
     STRING  " Module geprueft          : " DELIMITED BY SIZE
             W-MSUM-ANZ-ED                  DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     MOVE W-MSUM-ANZ-FEHLEND TO W-MSUM-ANZ-ED
     MOVE SPACES TO ZEILE
     STRING  " ohne Kurzbild            : " DELIMITED BY SIZE
             W-MSUM-ANZ-ED                  DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     MOVE W-MSUM-ANZ-ABWEICH TO W-MSUM-ANZ-ED
     MOVE SPACES TO ZEILE
     STRING  " Kurzbild abweichend      : " DELIMITED BY SIZE
             W-MSUM-ANZ-ED                  DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     MOVE W-MSUM-ANZ-VERWAIST TO W-MSUM-ANZ-ED
     MOVE SPACES TO ZEILE
     STRING  " Kurzbild ohne Modul      : " DELIMITED BY SIZE
             W-MSUM-ANZ-ED                  DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE
     IF  MSUM-NUR-PRUEFEN
         MOVE " (CHECK - es wurde nichts geaendert)" TO ZEILE
     ELSE
         MOVE " Abweichungen sind repariert." TO ZEILE
     END-IF
     PERFORM U010-AUSGABE
     .
 D865-99.
     EXIT.

******************************************************************
* Ereignis zu einem Modul (W-MSUM-MERK): sein Kurzbild wird in
* der laufenden Transaktion geloescht - ab jetzt lesen die
* Anzeigen die Historie - und fuer den Neuaufbau beim naechsten
* COMMIT vorgemerkt (U110 -> D867)
******************************************************************
 D866-MSUM-MERKEN SECTION.
 D866-00.
     IF  W-MSUM-MERK = SPACES
         EXIT SECTION
     END-IF
     MOVE SPACE TO W-MSUM-GEMERKT
     PERFORM VARYING W-MSUM-IX FROM 1 BY 1
               UNTIL W-MSUM-IX > W-MSUM-OFFEN-ANZ
         IF  W-MSUM-OFFEN (W-MSUM-IX) = W-MSUM-MERK
             MOVE "J" TO W-MSUM-GEMERKT
         END-IF
     END-PERFORM
     IF  W-MSUM-GEMERKT = "J"
         EXIT SECTION
     END-IF

     MOVE W-MSUM-MERK TO H-MSUM-MODUL
     PERFORM S548-DELETE-SSFMSUM
     IF  W-MSUM-OFFEN-ANZ < 20
         ADD 1 TO W-MSUM-OFFEN-ANZ
         MOVE W-MSUM-MERK TO W-MSUM-OFFEN (W-MSUM-OFFEN-ANZ)
     END-IF
     .
 D866-99.
     EXIT.

******************************************************************
* vorgemerkte Kurzbilder noch in der Transaktion des Ereignisses
* neu aufbauen (aus U110-COMMIT); Namen ohne =SSAFE-Eintrag
* (Pseudo-Module der Protokollierung, geloeschte Module) bekommen
* keines
******************************************************************
 D867-MSUM-NACHZIEHEN SECTION.
 D867-00.
     PERFORM VARYING W-MSUM-IX FROM 1 BY 1
               UNTIL W-MSUM-IX > W-MSUM-OFFEN-ANZ
         MOVE W-MSUM-OFFEN (W-MSUM-IX) TO H-MSUM-MODUL
         PERFORM D868-MSUM-ERMITTELN
         IF  H-MSUM-ANZ-SSAFE > ZERO
             PERFORM D869-MSUM-SCHREIBEN
         END-IF
     END-PERFORM
     MOVE ZERO TO W-MSUM-OFFEN-ANZ
     .
 D867-99.
     EXIT.

******************************************************************
* Kurzbild eines Moduls (H-MSUM-MODUL) aus der Historie ermitteln
* -> H-MSUM-NEU; die Werte entsprechen genau dem, was SHOW,
* CHECKOUT/PEEK und LIST DEADWOOD/NOTINPROD/ABANDONED ohne Kurzbild
* selbst lesen wuerden
******************************************************************
 D868-MSUM-ERMITTELN SECTION.
 D868-00.
     MOVE SPACES TO H-MSUM-N-LETZT-PROT H-MSUM-N-LETZT-ARCH
                    H-MSUM-N-CO-USER    H-MSUM-N-CI-USER
                    H-MSUM-N-AKTIV-AM
                    H-MSUM-N-ABN-VERSION
                    H-MSUM-N-ANTRAG-VON H-MSUM-N-ANTRAG-AM
                    H-MSUM-N-FREIG-VON  H-MSUM-N-FREIG-AM
                    H-MSUM-N-R2P-AM
     MOVE "N"  TO H-MSUM-N-ABN-KZ
     PERFORM S549-SELECT-MSUM-HISTORIE

     PERFORM S553-OPEN-MSUM-ABN-CURSOR
     PERFORM S554-FETCH-MSUM-ABN-CURSOR
     IF  MSUM-ABN-OK
         MOVE "J" TO H-MSUM-N-ABN-KZ
     ELSE
         MOVE SPACES TO H-MSUM-N-ABN-VERSION
                        H-MSUM-N-ANTRAG-VON H-MSUM-N-ANTRAG-AM
                        H-MSUM-N-FREIG-VON  H-MSUM-N-FREIG-AM
                        H-MSUM-N-R2P-AM
     END-IF
     PERFORM S555-CLOSE-MSUM-ABN-CURSOR
     .
 D868-99.
     EXIT.

******************************************************************
* Kurzbild H-MSUM-NEU schreiben: Update, bei fehlender Zeile
* Insert (Aufrufer haelt die Transaktion)
******************************************************************
 D869-MSUM-SCHREIBEN SECTION.
 D869-00.
     PERFORM S544-UPDATE-SSFMSUM
     IF  MSUM-FEHLT
         PERFORM S545-INSERT-SSFMSUM
     END-IF
     .
 D869-99.
     EXIT.

******************************************************************
* Evidenz ohne Modul-Kurzbild direkt aus der Historie: letzte
* =SSPROT-Aktivitaet und letzte archivierte Freigabe (=SSFRARCH)
******************************************************************
 D870-DEADWOOD-HISTORIE SECTION.
 D870-00.
     MOVE SPACES TO W-DW-LETZT-PROT
     EXEC SQL
         SELECT  max(ZPINS)
           INTO  :W-DW-LETZT-PROT
                     TYPE AS DATETIME YEAR TO FRACTION(2)
           FROM  =SSPROT
          WHERE  SOURCE_MODUL = :W-DW-MODUL
         BROWSE ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         MOVE SPACES TO W-DW-LETZT-PROT
     END-IF

     MOVE SPACES TO W-DW-LETZT-REL
     EXEC SQL
         SELECT  max(ZPINS)
           INTO  :W-DW-LETZT-REL
                     TYPE AS DATETIME YEAR TO FRACTION(2)
           FROM  =SSFRARCH
          WHERE  SOURCE_MODUL = :W-DW-MODUL
         BROWSE ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         MOVE SPACES TO W-DW-LETZT-REL
     END-IF
     .
 D870-99.
     EXIT.

******************************************************************
* VERWALTUNG FAILCAT [LIST] | IMPORT <Datei> | DEL <Nr> |
*            ON <Nr> | OFF <Nr>
* Pflege des Fehlerkatalogs =SSFFKAT, gegen den PHDDRV1O die OUT-
* Datei jedes fehlgeschlagenen Kettenschritts prueft: je Eintrag
* ein Textmuster (ohne Beachtung der Gross-/Kleinschreibung),
* Fehlerklasse, Massnahme/Runbook-Text und Kennzeichen "Restart
* unbedenklich"; bei mehreren Treffern gilt die niedrigste Nr.
* IMPORT legt an bzw. ueberschreibt je Nr (Eintrag wird aktiv),
* DEL loescht, OFF/ON schaltet einen Eintrag ab bzw. wieder zu.
******************************************************************
 D871-FAILCAT SECTION.
 D871-00.
     IF  FKAT-PARM-NOK
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF
     EVALUATE W-FKAT-SUBCMD
         WHEN "IMPORT"
             PERFORM D872-FAILCAT-IMPORT
         WHEN "DEL"
         WHEN "ON"
         WHEN "OFF"
             PERFORM D877-FAILCAT-AENDERN
         WHEN OTHER
             PERFORM D873-FAILCAT-LISTE
     END-EVALUATE
     .
 D871-99.
     EXIT.

******************************************************************
* FAILCAT IMPORT <Datei>: Katalogzeilen
*     <Nr>;<Klasse>;<J|N>;<Muster>;<Massnahme>
* einlesen, laengere Massnahmen in Folgezeilen "+;<Text>"; Zeilen
* mit "*" in Spalte 1 sind Kommentar. Ein Eintrag wird erst
* geschrieben, wenn die naechste Katalogzeile bzw. das Dateiende
* erreicht ist (D876); alles in einer Transaktion
******************************************************************
 D872-FAILCAT-IMPORT SECTION.
 D872-00.
     IF  W-VERWIMP-FILE = SPACES
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-050" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     PERFORM N022-OPEN-VERWIMP
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

     MOVE ZERO  TO W-FKAT-ANZ-OK
                   W-FKAT-ANZ-NOK
     MOVE SPACE TO W-FKAT-OFFEN-FLAG
     PERFORM U100-BEGIN
     SET F-OK TO TRUE
     READ VERWIMP AT END SET F-EOF TO TRUE END-READ
     PERFORM UNTIL F-EOF OR PRG-ABBRUCH
         EVALUATE TRUE
**          ---> Kommentar-/Leerzeilen ueberspringen
             WHEN VERWIMP-SATZ (1:1) = "*"
             WHEN VERWIMP-SATZ = SPACES
                 CONTINUE
**          ---> Folgezeile: Text an die Massnahme anhaengen
             WHEN VERWIMP-SATZ (1:2) = "+;"
                 IF  FKAT-SATZ-OFFEN
                     PERFORM D875-FAILCAT-ANHAENGEN
                 ELSE
                     ADD 1 TO W-FKAT-ANZ-NOK
                 END-IF
             WHEN OTHER
                 IF  FKAT-SATZ-OFFEN
                     PERFORM D876-FAILCAT-SCHREIBEN
                 END-IF
                 IF  NOT PRG-ABBRUCH
                     PERFORM D874-FAILCAT-ZERLEGEN
                 END-IF
         END-EVALUATE
         READ VERWIMP AT END SET F-EOF TO TRUE END-READ
     END-PERFORM
     IF  FKAT-SATZ-OFFEN
     AND NOT PRG-ABBRUCH
         PERFORM D876-FAILCAT-SCHREIBEN
     END-IF
     CLOSE VERWIMP

     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     MOVE W-FKAT-ANZ-OK  TO W-FKAT-ANZ-ED
     MOVE W-FKAT-ANZ-NOK TO W-FKAT-ANZ2-ED
     MOVE SPACES TO ZEILE
     STRING  " Fehlerkatalog-Import: "  DELIMITED BY SIZE
             W-FKAT-ANZ-ED              DELIMITED BY SIZE
             " Eintrag/Eintraege,"      DELIMITED BY SIZE
             W-FKAT-ANZ2-ED             DELIMITED BY SIZE
             " Zeile(n) unlesbar"       DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D872-99.
     EXIT.

******************************************************************
* FAILCAT [LIST]: alle Katalogeintraege (auch abgeschaltete) in
* Vorrang-Reihenfolge, Massnahme in bis zu zwei Folgezeilen
******************************************************************
 D873-FAILCAT-LISTE SECTION.
 D873-00.
     MOVE ZERO TO W-FKAT-ANZ-OK
     PERFORM U011-AUSGABE-SPACELINE
     MOVE "  Nr   Fehlerklasse     R A Muster" TO ZEILE
     PERFORM U010-AUSGABE

     PERFORM S559-OPEN-FKAT-CURSOR
     PERFORM S560-FETCH-FKAT-CURSOR
     IF  FKAT-EOD
         MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
         MOVE "HINW-003" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
     END-IF

     PERFORM UNTIL FKAT-EOD OR PRG-ABBRUCH
         ADD 1 TO W-FKAT-ANZ-OK
         MOVE SPACES                     TO ZEILE
         MOVE KAT-NR     OF SSFFKAT      TO ZEILE (3:4)
         MOVE KLASSE     OF SSFFKAT      TO ZEILE (8:16)
         MOVE RESTART-OK OF SSFFKAT      TO ZEILE (25:1)
         MOVE AKTIV      OF SSFFKAT      TO ZEILE (27:1)
         MOVE MUSTER     OF SSFFKAT      TO ZEILE (29:40)
         PERFORM U010-AUSGABE
         IF  MASSNAHME OF SSFFKAT NOT = SPACES
             MOVE SPACES                      TO ZEILE
             MOVE "Massnahme:"                TO ZEILE (8:10)
             MOVE MASSNAHME OF SSFFKAT (1:60) TO ZEILE (19:60)
             PERFORM U010-AUSGABE
             IF  MASSNAHME OF SSFFKAT (61:60) NOT = SPACES
                 MOVE SPACES                       TO ZEILE
                 MOVE MASSNAHME OF SSFFKAT (61:60) TO ZEILE (19:60)
                 PERFORM U010-AUSGABE
             END-IF
         END-IF
         PERFORM S560-FETCH-FKAT-CURSOR
     END-PERFORM
     PERFORM S561-CLOSE-FKAT-CURSOR

     PERFORM U011-AUSGABE-SPACELINE
     MOVE W-FKAT-ANZ-OK TO W-FKAT-ANZ-ED
     MOVE SPACES TO ZEILE
     STRING  "  "                                DELIMITED BY SIZE
             W-FKAT-ANZ-ED                       DELIMITED BY SIZE
             " Katalogeintrag/-eintraege (R = Restart unbedenklich,"
                                                 DELIMITED BY SIZE
             " A = aktiv)"                       DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D873-99.
     EXIT.

******************************************************************
* FAILCAT IMPORT: eine Katalogzeile zerlegen und pruefen (Nr 1-9999
* numerisch, Klasse und Muster belegt, Restart J/N) - gueltig wird
* sie als offener Eintrag nach H-FKAT-* uebernommen
******************************************************************
 D874-FAILCAT-ZERLEGEN SECTION.
 D874-00.
     MOVE SPACES TO W-FKAT-S-SATZ
     MOVE SPACE  TO W-FKAT-ZEILE-FLAG
     MOVE ZERO   TO W-FKAT-S-NR-LEN
     UNSTRING VERWIMP-SATZ DELIMITED BY ";"
         INTO W-FKAT-S-NR        COUNT IN W-FKAT-S-NR-LEN
              W-FKAT-S-KLASSE
              W-FKAT-S-RESTART
              W-FKAT-S-MUSTER
              W-FKAT-S-MASSNAHME
     END-UNSTRING
     INSPECT W-FKAT-S-KLASSE
         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
     INSPECT W-FKAT-S-RESTART CONVERTING "jn" TO "JN"

     IF  W-FKAT-S-NR-LEN > ZERO
     AND W-FKAT-S-NR-LEN < 5
         IF  W-FKAT-S-NR (1:W-FKAT-S-NR-LEN) NUMERIC
         AND W-FKAT-S-KLASSE NOT = SPACES
         AND W-FKAT-S-MUSTER NOT = SPACES
         AND (W-FKAT-S-RESTART = "J" OR W-FKAT-S-RESTART = "N")
             MOVE W-FKAT-S-NR (1:W-FKAT-S-NR-LEN) TO H-FKAT-NR
             IF  H-FKAT-NR > ZERO
                 SET FKAT-ZEILE-OK TO TRUE
             END-IF
         END-IF
     END-IF
     IF  NOT FKAT-ZEILE-OK
         ADD 1 TO W-FKAT-ANZ-NOK
         EXIT SECTION
     END-IF

     MOVE W-FKAT-S-KLASSE    TO H-FKAT-KLASSE
     MOVE W-FKAT-S-RESTART   TO H-FKAT-RESTART
     MOVE W-FKAT-S-MUSTER    TO H-FKAT-MUSTER
     MOVE W-FKAT-S-MASSNAHME TO H-FKAT-MASSNAHME
     MOVE "J"                TO H-FKAT-AKTIV
     SET  FKAT-SATZ-OFFEN    TO TRUE
     .
 D874-99.
     EXIT.

******************************************************************
* FAILCAT IMPORT: Folgezeile "+;<Text>" mit einem Blank Abstand an
* die Massnahme des offenen Eintrags anhaengen (Rest ueber 120
* Stellen entfaellt)
******************************************************************
 D875-FAILCAT-ANHAENGEN SECTION.
 D875-00.
     MOVE 120 TO W-FKAT-MASS-LEN
     PERFORM UNTIL W-FKAT-MASS-LEN = ZERO
             OR H-FKAT-MASSNAHME (W-FKAT-MASS-LEN:1) NOT = SPACE
         SUBTRACT 1 FROM W-FKAT-MASS-LEN
     END-PERFORM
     IF  W-FKAT-MASS-LEN = ZERO
         MOVE 1 TO W-FKAT-MASS-LEN
     ELSE
         ADD  2 TO W-FKAT-MASS-LEN
     END-IF
     IF  W-FKAT-MASS-LEN < 120
         MOVE VERWIMP-SATZ (3:)
           TO H-FKAT-MASSNAHME (W-FKAT-MASS-LEN:)
     END-IF
     .
 D875-99.
     EXIT.

******************************************************************
* FAILCAT IMPORT: offenen Eintrag schreiben - vorhandene Nr wird
* ueberschrieben, sonst neu angelegt
******************************************************************
 D876-FAILCAT-SCHREIBEN SECTION.
 D876-00.
     MOVE SPACE TO W-FKAT-OFFEN-FLAG
     PERFORM S556-UPDATE-SSFFKAT
     IF  FKAT-UPD-NEU
     AND NOT PRG-ABBRUCH
         PERFORM S557-INSERT-SSFFKAT
     END-IF
     IF  NOT PRG-ABBRUCH
         ADD 1 TO W-FKAT-ANZ-OK
     END-IF
     .
 D876-99.
     EXIT.

******************************************************************
* FAILCAT DEL|ON|OFF <Nr>: Katalogeintrag loeschen bzw. ab-/zu-
* schalten (AKTIV "N"/"J")
******************************************************************
 D877-FAILCAT-AENDERN SECTION.
 D877-00.
     PERFORM U100-BEGIN
     EVALUATE W-FKAT-SUBCMD
         WHEN "DEL"
             PERFORM S558-DELETE-SSFFKAT
         WHEN "ON"
             MOVE "J" TO H-FKAT-AKTIV
             PERFORM S562-AKTIV-SSFFKAT
         WHEN OTHER
             MOVE "N" TO H-FKAT-AKTIV
             PERFORM S562-AKTIV-SSFFKAT
     END-EVALUATE
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     MOVE H-FKAT-NR TO W-FKAT-NR-ED
     MOVE SPACES TO ZEILE
     EVALUATE TRUE
         WHEN FKAT-UPD-NEU
             STRING  " Katalog-Nr. "          DELIMITED BY SIZE
                     W-FKAT-NR-ED             DELIMITED BY SIZE
                     " nicht vorhanden"       DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
         WHEN W-FKAT-SUBCMD = "DEL"
             STRING  " Katalog-Nr. "          DELIMITED BY SIZE
                     W-FKAT-NR-ED             DELIMITED BY SIZE
                     " geloescht"             DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
         WHEN W-FKAT-SUBCMD = "ON"
             STRING  " Katalog-Nr. "          DELIMITED BY SIZE
                     W-FKAT-NR-ED             DELIMITED BY SIZE
                     " zugeschaltet"          DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
         WHEN OTHER
             STRING  " Katalog-Nr. "          DELIMITED BY SIZE
                     W-FKAT-NR-ED             DELIMITED BY SIZE
                     " abgeschaltet"          DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
     END-EVALUATE
     PERFORM U010-AUSGABE
     .
 D877-99.
     EXIT.

******************************************************************
* LIST FAILCAUSE <Funktion>: Fehlerursachen je Kette ueber die Zeit -
* die fehlgeschlagenen scharfen Kettenschritte (=SSFCHIST, RC <> 0,
* kein Dryrun) des aktuellen und der K-FCA-MONATE - 1 Vormonate,
* je Kette und Fehlerklasse (Klassifikation durch PHDDRV1O gegen
* den Fehlerkatalog =SSFFKAT) gezaehlt je Monat. Laeufe von vor
* der Klassifikation erscheinen als "(ohne Klasse)"
******************************************************************
 D878-FAILCAUSE-REPORT SECTION.
 D878-00.
**  ---> Monatsfenster: erster Monat als laufende Monatsnummer
**       (JJJJ * 12 + MM - 1) und als START_TS-Untergrenze
     PERFORM U030-TIMESTAMP
     COMPUTE W-FCA-AB-MON = TAL-JHJJ OF TAL-TIME-D * 12
                          + TAL-MM   OF TAL-TIME-D - 1
                          - K-FCA-MONATE + 1
     DIVIDE W-FCA-AB-MON BY 12 GIVING W-FCA-JJJJ
     COMPUTE W-FCA-MM = W-FCA-AB-MON - W-FCA-JJJJ * 12 + 1
     COMPUTE H-FCA-AB-TS = W-FCA-JJJJ * 1000000000000
                         + W-FCA-MM   * 10000000000
                         + 100000000
     PERFORM VARYING W-FCA-IX FROM 1 BY 1
             UNTIL W-FCA-IX > K-FCA-MONATE
         COMPUTE W-FCA-MON = W-FCA-AB-MON + W-FCA-IX - 1
         DIVIDE W-FCA-MON BY 12 GIVING W-FCA-JJJJ
         COMPUTE W-FCA-MM = W-FCA-MON - W-FCA-JJJJ * 12 + 1
         MOVE SPACES TO W-FCA-MON-TXT (W-FCA-IX)
         STRING  W-FCA-JJJJ   DELIMITED BY SIZE
                 "-"          DELIMITED BY SIZE
                 W-FCA-MM     DELIMITED BY SIZE
           INTO  W-FCA-MON-TXT (W-FCA-IX)
         END-STRING
     END-PERFORM

     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  "  Fehlerursachen je Kette und Monat"  DELIMITED BY SIZE
             " (fehlgeschlagene scharfe Schritte)"  DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE

     MOVE ZERO        TO W-FCA-GESAMT
     MOVE SPACES      TO W-FCA-AKT-FUNKTION W-FCA-AKT-KLASSE
     SET  FCA-ERSTE-ZEILE TO TRUE
     PERFORM S563-OPEN-FCA-CURSOR
     PERFORM S564-FETCH-FCA-CURSOR
     IF  FCA-EOD
         MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
         MOVE "HINW-003" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
     END-IF

     PERFORM UNTIL FCA-EOD OR PRG-ABBRUCH
         IF  H-FCA-KLASSE = SPACES
             MOVE "(ohne Klasse)" TO H-FCA-KLASSE
         END-IF
**      ---> Gruppenwechsel Kette bzw. Fehlerklasse
         EVALUATE TRUE
             WHEN FCA-ERSTE-ZEILE
                 PERFORM D879-FAILCAUSE-KETTE-KOPF
             WHEN H-FCA-FUNKTION NOT = W-FCA-AKT-FUNKTION
                 PERFORM D880-FAILCAUSE-KLASSE-ENDE
                 PERFORM D881-FAILCAUSE-KETTE-ENDE
                 PERFORM D879-FAILCAUSE-KETTE-KOPF
             WHEN H-FCA-KLASSE NOT = W-FCA-AKT-KLASSE
                 PERFORM D880-FAILCAUSE-KLASSE-ENDE
                 MOVE H-FCA-KLASSE TO W-FCA-AKT-KLASSE
             WHEN OTHER
                 CONTINUE
         END-EVALUATE

         COMPUTE W-FCA-IX = H-FCA-TS-JJJJ * 12 + H-FCA-TS-MM - 1
                          - W-FCA-AB-MON + 1
         IF  W-FCA-IX > ZERO
         AND W-FCA-IX NOT > K-FCA-MONATE
             ADD 1 TO W-FCA-K-ANZ  (W-FCA-IX)
             ADD 1 TO W-FCA-KT-ANZ (W-FCA-IX)
             ADD 1 TO W-FCA-GESAMT
         END-IF
         PERFORM S564-FETCH-FCA-CURSOR
     END-PERFORM
     PERFORM S565-CLOSE-FCA-CURSOR

     IF  NOT FCA-ERSTE-ZEILE
         PERFORM D880-FAILCAUSE-KLASSE-ENDE
         PERFORM D881-FAILCAUSE-KETTE-ENDE
         MOVE W-FCA-GESAMT TO W-FCA-ANZ-ED
         MOVE SPACES TO ZEILE
         STRING  "  Fehlgeschlagene Schritte gesamt:"  DELIMITED BY SIZE
                 W-FCA-ANZ-ED                          DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF
     PERFORM U011-AUSGABE-SPACELINE
     .
 D878-99.
     EXIT.

******************************************************************
* LIST FAILCAUSE: Kopf einer Kette (Funktion und Monatsspalten),
* Zaehler der Kette und der ersten Fehlerklasse zuruecksetzen
******************************************************************
 D879-FAILCAUSE-KETTE-KOPF SECTION.
 D879-00.
     MOVE SPACE          TO W-FCA-ERSTE-FLAG
     MOVE H-FCA-FUNKTION TO W-FCA-AKT-FUNKTION
     MOVE H-FCA-KLASSE   TO W-FCA-AKT-KLASSE
     INITIALIZE W-FCA-K-TAB W-FCA-KT-TAB

     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  "  Kette "          DELIMITED BY SIZE
             H-FCA-FUNKTION      DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE

     MOVE SPACES         TO ZEILE
     MOVE "Fehlerklasse" TO ZEILE (5:12)
     PERFORM VARYING W-FCA-IX FROM 1 BY 1
             UNTIL W-FCA-IX > K-FCA-MONATE
         COMPUTE W-FCA-POS = 14 + W-FCA-IX * 8
         MOVE W-FCA-MON-TXT (W-FCA-IX) TO ZEILE (W-FCA-POS:7)
     END-PERFORM
     MOVE "  Summe" TO ZEILE (70:7)
     PERFORM U010-AUSGABE
     .
 D879-99.
     EXIT.

******************************************************************
* LIST FAILCAUSE: Zeile der abgeschlossenen Fehlerklasse ausgeben
* und deren Zaehler zuruecksetzen
******************************************************************
 D880-FAILCAUSE-KLASSE-ENDE SECTION.
 D880-00.
     MOVE W-FCA-AKT-KLASSE TO W-FCA-Z-TEXT
     MOVE W-FCA-K-TAB      TO W-FCA-Z-TAB
     PERFORM D882-FAILCAUSE-ZEILE
     INITIALIZE W-FCA-K-TAB
     .
 D880-99.
     EXIT.

******************************************************************
* LIST FAILCAUSE: Summenzeile der abgeschlossenen Kette
******************************************************************
 D881-FAILCAUSE-KETTE-ENDE SECTION.
 D881-00.
     MOVE "Summe Kette"    TO W-FCA-Z-TEXT
     MOVE W-FCA-KT-TAB     TO W-FCA-Z-TAB
     PERFORM D882-FAILCAUSE-ZEILE
     .
 D881-99.
     EXIT.

******************************************************************
* LIST FAILCAUSE: Druckzeile aus W-FCA-Z-TEXT und W-FCA-Z-TAB
* (Anzahl je Monat, Summe am Zeilenende)
******************************************************************
 D882-FAILCAUSE-ZEILE SECTION.
 D882-00.
     MOVE SPACES       TO ZEILE
     MOVE W-FCA-Z-TEXT TO ZEILE (5:16)
     MOVE ZERO         TO W-FCA-SUMME
     PERFORM VARYING W-FCA-IX FROM 1 BY 1
             UNTIL W-FCA-IX > K-FCA-MONATE
         ADD  W-FCA-Z-ANZ (W-FCA-IX) TO W-FCA-SUMME
         MOVE W-FCA-Z-ANZ (W-FCA-IX) TO W-FCA-ANZ-ED
         COMPUTE W-FCA-POS = 14 + W-FCA-IX * 8
         MOVE W-FCA-ANZ-ED TO ZEILE (W-FCA-POS:7)
     END-PERFORM
     MOVE W-FCA-SUMME  TO W-FCA-ANZ-ED
     MOVE W-FCA-ANZ-ED TO ZEILE (70:7)
     PERFORM U010-AUSGABE
     .
 D882-99.
     EXIT.

******************************************************************
* VERWALTUNG RESOURCE [LIST] |
*            ADD <Funktion> <LfdNr> <Ressource> <X|S> [<Min>] |
*            DEL <Funktion> <LfdNr> <Ressource> | FREE <Ressource>
* Pflege der benannten Ressourcen der PHDDRV1O-Kettenschritte
* (=SSFRESDEF): vor dem Start eines Schritts belegt PHDDRV1O dessen
* Ressourcen - X exklusiv, S gemeinsam mit anderen S-Belegungen -
* und wartet hoechstens <Min> Minuten (ohne Angabe 60), solange
* eine andere Kette sie unvertraeglich haelt. ADD legt an bzw.
* aendert Modus/Wartezeit, DEL loescht. FREE gibt die Belegungen
* einer Ressource in =SSFRESLK frei (haengende Belegung nach
* Abbruch einer Kette, s. LIST RESLOCK)
******************************************************************
 D883-RESOURCE SECTION.
 D883-00.
     IF  RSC-PARM-NOK
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF
     EVALUATE W-RSC-SUBCMD
         WHEN "ADD"
             PERFORM D884-RESOURCE-ADD
         WHEN "DEL"
             PERFORM D885-RESOURCE-DEL
         WHEN "FREE"
             PERFORM D886-RESOURCE-FREE
         WHEN OTHER
             PERFORM D887-RESOURCE-LISTE
     END-EVALUATE
     .
 D883-99.
     EXIT.

******************************************************************
* RESOURCE ADD: Ressource eines Kettenschritts anlegen bzw. Modus
* und Wartezeit aendern
******************************************************************
 D884-RESOURCE-ADD SECTION.
 D884-00.
     PERFORM U100-BEGIN
     PERFORM S566-UPDATE-SSFRESDEF
     IF  RSC-UPD-NEU
     AND NOT PRG-ABBRUCH
         PERFORM S567-INSERT-SSFRESDEF
     END-IF
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     IF  RSC-UPD-NEU
         MOVE " angelegt"  TO W-RSC-ERG-TXT
     ELSE
         MOVE " geaendert" TO W-RSC-ERG-TXT
     END-IF
     MOVE H-RSC-LFDNR TO W-RSC-LFDNR-ED
     MOVE SPACES TO ZEILE
     STRING  " Ressource "            DELIMITED BY SIZE
             H-RSC-RESSOURCE          DELIMITED BY SPACE
             " ("                     DELIMITED BY SIZE
             H-RSC-MODUS              DELIMITED BY SIZE
             ") fuer "                DELIMITED BY SIZE
             H-RSC-FUNKTION           DELIMITED BY SPACE
             " LFDNR"                 DELIMITED BY SIZE
             W-RSC-LFDNR-ED           DELIMITED BY SIZE
             W-RSC-ERG-TXT            DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D884-99.
     EXIT.

******************************************************************
* RESOURCE DEL: Ressource eines Kettenschritts loeschen
******************************************************************
 D885-RESOURCE-DEL SECTION.
 D885-00.
     PERFORM U100-BEGIN
     PERFORM S568-DELETE-SSFRESDEF
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     IF  RSC-UPD-NEU
         MOVE " nicht vorhanden" TO W-RSC-ERG-TXT
     ELSE
         MOVE " geloescht"       TO W-RSC-ERG-TXT
     END-IF
     MOVE H-RSC-LFDNR TO W-RSC-LFDNR-ED
     MOVE SPACES TO ZEILE
     STRING  " Ressource "            DELIMITED BY SIZE
             H-RSC-RESSOURCE          DELIMITED BY SPACE
             " fuer "                 DELIMITED BY SIZE
             H-RSC-FUNKTION           DELIMITED BY SPACE
             " LFDNR"                 DELIMITED BY SIZE
             W-RSC-LFDNR-ED           DELIMITED BY SIZE
             W-RSC-ERG-TXT            DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D885-99.
     EXIT.

******************************************************************
* RESOURCE FREE: alle Belegungen und Wartenden einer Ressource in
* =SSFRESLK loeschen - fuer haengende Belegungen einer abgebroche-
* nen Kette; ein noch wartender Schritt meldet sich nicht neu an
******************************************************************
 D886-RESOURCE-FREE SECTION.
 D886-00.
     PERFORM U100-BEGIN
     PERFORM S569-FREE-SSFRESLK
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     MOVE SPACES TO ZEILE
     IF  RSC-UPD-NEU
         STRING  " Ressource "            DELIMITED BY SIZE
                 H-RSC-RESSOURCE          DELIMITED BY SPACE
                 " ist nicht belegt"      DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     ELSE
         STRING  " Belegungen der Ressource "  DELIMITED BY SIZE
                 H-RSC-RESSOURCE               DELIMITED BY SPACE
                 " freigegeben"                DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         MOVE " Achtung: laeuft die haltende Kette noch, ist die"
           TO ZEILE
         PERFORM U010-AUSGABE
         MOVE "          Ressource ab jetzt nicht mehr geschuetzt"
           TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     .
 D886-99.
     EXIT.

******************************************************************
* RESOURCE [LIST]: alle Ressourcen der Kettenschritte, je Ressource
* die Schritte, die sie belegen (Wartezeit 0 = Standard 60 Min.)
******************************************************************
 D887-RESOURCE-LISTE SECTION.
 D887-00.
     MOVE ZERO TO W-RSC-ANZ-OK
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES        TO ZEILE
     MOVE "Ressource"   TO ZEILE (3:9)
     MOVE "Kette"       TO ZEILE (20:5)
     MOVE "LfdNr"       TO ZEILE (37:5)
     MOVE "M"           TO ZEILE (44:1)
     MOVE "max. Min."   TO ZEILE (47:9)
     PERFORM U010-AUSGABE

     PERFORM S570-OPEN-RSD-CURSOR
     PERFORM S571-FETCH-RSD-CURSOR
     IF  RSC-EOD
         MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
         MOVE "HINW-003" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
     END-IF

     PERFORM UNTIL RSC-EOD OR PRG-ABBRUCH
         ADD 1 TO W-RSC-ANZ-OK
         MOVE SPACES                         TO ZEILE
         MOVE RESSOURCE     OF SSFRESDEF     TO ZEILE (3:16)
         MOVE FUNKTION      OF SSFRESDEF     TO ZEILE (20:16)
         MOVE LFDNR         OF SSFRESDEF     TO W-RSC-LFDNR-ED
         MOVE W-RSC-LFDNR-ED                 TO ZEILE (37:5)
         MOVE MODUS         OF SSFRESDEF     TO ZEILE (44:1)
         MOVE MAX-WARTE-MIN OF SSFRESDEF     TO W-RSC-MIN-ED
         MOVE W-RSC-MIN-ED                   TO ZEILE (47:4)
         PERFORM U010-AUSGABE
         PERFORM S571-FETCH-RSD-CURSOR
     END-PERFORM
     PERFORM S572-CLOSE-RSD-CURSOR

     PERFORM U011-AUSGABE-SPACELINE
     MOVE W-RSC-ANZ-OK TO W-RSC-ANZ-ED
     MOVE SPACES TO ZEILE
     STRING  "  "                                DELIMITED BY SIZE
             W-RSC-ANZ-ED                        DELIMITED BY SIZE
             " Ressourcen-Zuordnung(en) (M = Modus X exklusiv /"
                                                 DELIMITED BY SIZE
             " S gemeinsam)"                     DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D887-99.
     EXIT.

******************************************************************
* LIST RESLOCK: aktuelle Ressourcen-Belegungen der PHDDRV1O-Ketten
* aus =SSFRESLK - je Ressource zuerst die haltenden Ketten, dann
* die wartenden (jeweils seit wann)
******************************************************************
 D888-RESLOCK-LISTE SECTION.
 D888-00.
     MOVE ZERO TO W-RSC-ANZ-H W-RSC-ANZ-W
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES        TO ZEILE
     MOVE "Ressource"   TO ZEILE (3:9)
     MOVE "M"           TO ZEILE (20:1)
     MOVE "Zustand"     TO ZEILE (22:7)
     MOVE "Kette"       TO ZEILE (30:5)
     MOVE "LfdNr"       TO ZEILE (47:5)
     MOVE "seit"        TO ZEILE (54:4)
     PERFORM U010-AUSGABE

     PERFORM S573-OPEN-RLK-CURSOR
     PERFORM S574-FETCH-RLK-CURSOR
     IF  RSC-EOD
         MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
         MOVE "HINW-003" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
     END-IF

     PERFORM UNTIL RSC-EOD OR PRG-ABBRUCH
         MOVE SPACES                         TO ZEILE
         MOVE RESSOURCE     OF SSFRESLK      TO ZEILE (3:16)
         MOVE MODUS         OF SSFRESLK      TO ZEILE (20:1)
         IF  ZUSTAND OF SSFRESLK = "H"
             ADD 1 TO W-RSC-ANZ-H
             MOVE "belegt"                   TO ZEILE (22:7)
         ELSE
             ADD 1 TO W-RSC-ANZ-W
             MOVE "wartet"                   TO ZEILE (22:7)
         END-IF
         MOVE FUNKTION      OF SSFRESLK      TO ZEILE (30:16)
         MOVE LFDNR         OF SSFRESLK      TO W-RSC-LFDNR-ED
         MOVE W-RSC-LFDNR-ED                 TO ZEILE (47:5)
         MOVE SEIT-TS       OF SSFRESLK      TO H-RSC-SEIT-TS
         MOVE SPACES TO W-RSC-SEIT-TXT
         STRING  H-RSC-TS-JJJJ   DELIMITED BY SIZE
                 "-"             DELIMITED BY SIZE
                 H-RSC-TS-MM     DELIMITED BY SIZE
                 "-"             DELIMITED BY SIZE
                 H-RSC-TS-TT     DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 H-RSC-TS-HH     DELIMITED BY SIZE
                 ":"             DELIMITED BY SIZE
                 H-RSC-TS-MI     DELIMITED BY SIZE
           INTO  W-RSC-SEIT-TXT
         END-STRING
         MOVE W-RSC-SEIT-TXT                 TO ZEILE (54:16)
         PERFORM U010-AUSGABE
         PERFORM S574-FETCH-RLK-CURSOR
     END-PERFORM
     PERFORM S575-CLOSE-RLK-CURSOR

     PERFORM U011-AUSGABE-SPACELINE
     MOVE W-RSC-ANZ-H TO W-RSC-ANZ-ED
     MOVE W-RSC-ANZ-W TO W-RSC-ANZ2-ED
     MOVE SPACES TO ZEILE
     STRING  "  "                      DELIMITED BY SIZE
             W-RSC-ANZ-ED              DELIMITED BY SIZE
             " Belegung(en),"          DELIMITED BY SIZE
             W-RSC-ANZ2-ED             DELIMITED BY SIZE
             " wartende(r) Schritt(e)" DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D888-99.
     EXIT.

******************************************************************
* KETTE FLOW: Struktur der Ketten einer Anwendung (bzw. einer
* Funktion) als eingerueckter Ablauf am Bildschirm und als Graph-
* beschreibung im DOT-Format (je Kette ein "digraph") in <datei>:
* Schritte mit Programm, Durchschnittsdauer aus =SSFCHIST, Timeout
* und deklarierten Ressourcen, Verzweigungen bei Erfolg und Fehler;
* markiert werden Schritte, die vom Kettenanfang aus nicht erreich-
* bar sind (tote Schritte), und Schritte, von denen kein Weg zum
* Kettenende fuehrt (Schleife ohne Ausgang)
******************************************************************
 D889-KETTE-FLOW SECTION.
 D889-00.
     IF  W-KX-ANW = SPACES
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     IF  KFL-MIT-GRAPH
         MOVE W-KX-DATEI TO ASS-FNAME
         MOVE ZERO       TO ASS-FSTATUS
         ENTER "COBOLASSIGN" USING  PROTCSV
                                    ASS-FNAME
                             GIVING ASS-FSTATUS
         IF  ASS-FSTATUS NOT = ZERO
             DISPLAY "Fehler bei COBOLASSIGN (KETTE FLOW): "
                     ASS-FNAME " " ASS-FSTATUS
             EXIT SECTION
         END-IF
         OPEN OUTPUT PROTCSV
     END-IF

**  ---> Kettenschritte wie beim Export lesen und je Kette (Wechsel
**       von ANWENDUNG/MODUL/FUNKTION) auswerten
     MOVE W-KX-ANW TO H-KX-ANWENDUNG
     IF  W-KX-FKT = SPACES
         MOVE "%"      TO H-KX-FKT-FILTER
     ELSE
         MOVE W-KX-FKT TO H-KX-FKT-FILTER
     END-IF
     MOVE ZERO   TO W-KFL-ANZ-KETTEN W-KFL-ANZ-SCHRITTE
                    W-KFL-ANZ-TOT    W-KFL-ANZ-SCHLEIFE
                    W-KFL-ANZ
     MOVE SPACES TO W-KFL-KEY W-KFL-VOLL-FLAG
     SET  KX-CURS-OK TO TRUE
     PERFORM S416-OPEN-KX-EXP-CURSOR
     PERFORM S417-FETCH-KX-EXP-CURSOR
     PERFORM UNTIL KX-CURS-EOD
             OR    PRG-ABBRUCH
         PERFORM D566-KX-SCHRITT-AUS-TAB
         IF  W-KX-SCHRITT-X (1:32) NOT = W-KFL-KEY
             IF  W-KFL-ANZ > ZERO
                 PERFORM D890-KFL-KETTE
             END-IF
             MOVE W-KX-SCHRITT-X (1:32) TO W-KFL-KEY
             MOVE ZERO  TO W-KFL-ANZ
             MOVE SPACE TO W-KFL-VOLL-FLAG
         END-IF
         IF  W-KFL-ANZ < K-KX-MAX
             ADD 1 TO W-KFL-ANZ
             MOVE W-KX-LFDNR       TO W-KFL-LFDNR     (W-KFL-ANZ)
             MOVE W-KX-LFDNR-OK    TO W-KFL-LFDNR-OK  (W-KFL-ANZ)
             MOVE W-KX-LFDNR-NOK   TO W-KFL-LFDNR-NOK (W-KFL-ANZ)
             MOVE W-KX-PROG        TO W-KFL-PROG      (W-KFL-ANZ)
             IF  W-KX-SCHRITT-TYP = "G"
                 MOVE "*GATE*"     TO W-KFL-PROG      (W-KFL-ANZ)
             END-IF
             MOVE W-KX-PRG-TIMEOUT TO W-KFL-TIMEOUT   (W-KFL-ANZ)
         ELSE
             SET KFL-TAB-VOLL TO TRUE
         END-IF
         PERFORM S417-FETCH-KX-EXP-CURSOR
     END-PERFORM
     PERFORM S418-CLOSE-KX-EXP-CURSOR
     IF  W-KFL-ANZ > ZERO
     AND NOT PRG-ABBRUCH
         PERFORM D890-KFL-KETTE
     END-IF
     IF  KFL-MIT-GRAPH
         CLOSE PROTCSV
     END-IF

     IF  W-KFL-ANZ-KETTEN = ZERO
     AND KFL-OHNE-GRAPH
         MOVE "   (keine Ketten definiert)" TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF
     IF  W-KFL-ANZ-KETTEN = ZERO
         MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
         MOVE "HINW-003" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     PERFORM U011-AUSGABE-SPACELINE
     MOVE W-KFL-ANZ-KETTEN   TO W-KFL-ED-ANZ
     MOVE W-KFL-ANZ-SCHRITTE TO W-KFL-ED-ANZ2
     MOVE SPACES TO ZEILE
     IF  KFL-MIT-GRAPH
         STRING  " --- "                    DELIMITED BY SIZE
                 W-KFL-ED-ANZ               DELIMITED BY SIZE
                 " Kette(n) mit"            DELIMITED BY SIZE
                 W-KFL-ED-ANZ2              DELIMITED BY SIZE
                 " Schritt(en), Graph in "  DELIMITED BY SIZE
                 W-KX-DATEI                 DELIMITED BY SPACE
           INTO  ZEILE
         END-STRING
     ELSE
         STRING  " --- "                    DELIMITED BY SIZE
                 W-KFL-ED-ANZ               DELIMITED BY SIZE
                 " Kette(n) mit"            DELIMITED BY SIZE
                 W-KFL-ED-ANZ2              DELIMITED BY SIZE
                 " Schritt(en)"             DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
     END-IF
     PERFORM U010-AUSGABE
     MOVE W-KFL-ANZ-TOT      TO W-KFL-ED-ANZ
     MOVE W-KFL-ANZ-SCHLEIFE TO W-KFL-ED-ANZ2
     MOVE SPACES TO ZEILE
     STRING  " --- "                        DELIMITED BY SIZE
             W-KFL-ED-ANZ                   DELIMITED BY SIZE
             " nicht erreichbar,"           DELIMITED BY SIZE
             W-KFL-ED-ANZ2                  DELIMITED BY SIZE
             " ohne Weg zum Kettenende"     DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D889-99.
     EXIT.

******************************************************************
* KETTE FLOW: eine eingelesene Kette (W-KFL-SCHRITT 1 bis W-KFL-ANZ,
* nach LFDNR sortiert) auswerten, berichten und als Graph schreiben
******************************************************************
 D890-KFL-KETTE SECTION.
 D890-00.
     ADD 1         TO W-KFL-ANZ-KETTEN
     ADD W-KFL-ANZ TO W-KFL-ANZ-SCHRITTE
     PERFORM D891-KFL-ZIELE
     PERFORM D892-KFL-ERREICHBAR
     PERFORM D894-KFL-WEG-ZUM-ENDE
     PERFORM D895-KFL-DAUER-RESSOURCEN
     PERFORM D896-KFL-BERICHT
     IF  KFL-MIT-GRAPH
         PERFORM D898-KFL-GRAPH
     END-IF
     .
 D890-99.
     EXIT.

******************************************************************
* KETTE FLOW: Folgeschritte je Schritt nach den Regeln von PHDDRV1O
*   Erfolg: ohne LFDNR_OK der naechste Schritt (nach dem letzten das
*           Kettenende), sonst der erste Schritt mit LFDNR >= LFDNR_OK
*   Fehler: ohne LFDNR_NOK Abbruch der Kette (Alarm), sonst der
*           erste Schritt mit LFDNR >= LFDNR_NOK
*   gibt es keinen solchen Schritt, endet die Kette regulaer
******************************************************************
 D891-KFL-ZIELE SECTION.
 D891-00.
     PERFORM VARYING W-KFL-I FROM 1 BY 1
             UNTIL   W-KFL-I > W-KFL-ANZ
         MOVE "N"    TO W-KFL-ERREICHT (W-KFL-I)
                        W-KFL-ENDE-OK  (W-KFL-I)
                        W-KFL-HAUPTWEG (W-KFL-I)
         MOVE ZERO   TO W-KFL-OK-IX    (W-KFL-I)
                        W-KFL-NOK-IX   (W-KFL-I)
                        W-KFL-LAEUFE   (W-KFL-I)
                        W-KFL-AVG-CS   (W-KFL-I)
         MOVE SPACES TO W-KFL-RES-TXT  (W-KFL-I)

         IF  W-KFL-LFDNR-OK (W-KFL-I) = ZERO
             IF  W-KFL-I < W-KFL-ANZ
                 MOVE "S" TO W-KFL-OK-ART (W-KFL-I)
                 COMPUTE W-KFL-OK-IX (W-KFL-I) = W-KFL-I + 1
             ELSE
                 MOVE "E" TO W-KFL-OK-ART (W-KFL-I)
             END-IF
         ELSE
             MOVE W-KFL-LFDNR-OK (W-KFL-I) TO W-KFL-ZIEL
             PERFORM D900-KFL-ZIEL-SUCHEN
             IF  W-KFL-ZIEL-IX = ZERO
                 MOVE "E"           TO W-KFL-OK-ART (W-KFL-I)
             ELSE
                 MOVE "S"           TO W-KFL-OK-ART (W-KFL-I)
                 MOVE W-KFL-ZIEL-IX TO W-KFL-OK-IX  (W-KFL-I)
             END-IF
         END-IF

         IF  W-KFL-LFDNR-NOK (W-KFL-I) = ZERO
             MOVE "A" TO W-KFL-NOK-ART (W-KFL-I)
         ELSE
             MOVE W-KFL-LFDNR-NOK (W-KFL-I) TO W-KFL-ZIEL
             PERFORM D900-KFL-ZIEL-SUCHEN
             IF  W-KFL-ZIEL-IX = ZERO
                 MOVE "E"           TO W-KFL-NOK-ART (W-KFL-I)
             ELSE
                 MOVE "S"           TO W-KFL-NOK-ART (W-KFL-I)
                 MOVE W-KFL-ZIEL-IX TO W-KFL-NOK-IX  (W-KFL-I)
             END-IF
         END-IF
     END-PERFORM
     .
 D891-99.
     EXIT.

******************************************************************
* KETTE FLOW: vom ersten Schritt aus erreichbare Schritte markieren
* (ueber Erfolgs- und Fehlerzweige) und den Hauptweg bestimmen, den
* die Kette ohne Fehler nimmt
******************************************************************
 D892-KFL-ERREICHBAR SECTION.
 D892-00.
     MOVE 1   TO W-KFL-SP
     MOVE 1   TO W-KFL-STAPEL (1)
     MOVE "J" TO W-KFL-ERREICHT (1)
     PERFORM UNTIL W-KFL-SP = ZERO
         MOVE W-KFL-STAPEL (W-KFL-SP) TO W-KFL-I
         SUBTRACT 1 FROM W-KFL-SP
         IF  W-KFL-OK-ART (W-KFL-I) = "S"
             MOVE W-KFL-OK-IX (W-KFL-I) TO W-KFL-J
             PERFORM D893-KFL-MARKIEREN
         END-IF
         IF  W-KFL-NOK-ART (W-KFL-I) = "S"
             MOVE W-KFL-NOK-IX (W-KFL-I) TO W-KFL-J
             PERFORM D893-KFL-MARKIEREN
         END-IF
     END-PERFORM

**  ---> Hauptweg: den Erfolgszweigen folgen bis zum Kettenende bzw.
**       bis zu einem schon besuchten Schritt
     MOVE 1 TO W-KFL-I
     PERFORM UNTIL W-KFL-I = ZERO
         IF  W-KFL-HAUPTWEG (W-KFL-I) = "J"
             MOVE ZERO TO W-KFL-I
         ELSE
             MOVE "J" TO W-KFL-HAUPTWEG (W-KFL-I)
             IF  W-KFL-OK-ART (W-KFL-I) = "S"
                 MOVE W-KFL-OK-IX (W-KFL-I) TO W-KFL-J
                 MOVE W-KFL-J               TO W-KFL-I
             ELSE
                 MOVE ZERO TO W-KFL-I
             END-IF
         END-IF
     END-PERFORM
     .
 D892-99.
     EXIT.

******************************************************************
* KETTE FLOW: Schritt W-KFL-J als erreicht markieren und zur weiteren
* Verfolgung auf den Stapel legen (jeder Schritt hoechstens einmal)
******************************************************************
 D893-KFL-MARKIEREN SECTION.
 D893-00.
     IF  W-KFL-ERREICHT (W-KFL-J) NOT = "J"
         MOVE "J"     TO W-KFL-ERREICHT (W-KFL-J)
         ADD 1        TO W-KFL-SP
         MOVE W-KFL-J TO W-KFL-STAPEL (W-KFL-SP)
     END-IF
     .
 D893-99.
     EXIT.

******************************************************************
* KETTE FLOW: Schritte markieren, von denen das Kettenende erreichbar
* ist - direkt (Folgeschritt "Kettenende") oder ueber einen schon
* markierten Schritt; wiederholt, bis sich nichts mehr aendert.
* Ein erreichbarer Schritt ohne Markierung liegt in (oder fuehrt in)
* einer Schleife, die nur durch Abbruch verlassen wird
******************************************************************
 D894-KFL-WEG-ZUM-ENDE SECTION.
 D894-00.
     SET KFL-GEAENDERT TO TRUE
     PERFORM UNTIL NOT KFL-GEAENDERT
         MOVE SPACE TO W-KFL-AEND-FLAG
         PERFORM VARYING W-KFL-I FROM 1 BY 1
                 UNTIL   W-KFL-I > W-KFL-ANZ
             IF  W-KFL-ENDE-OK (W-KFL-I) NOT = "J"
                 IF  W-KFL-OK-ART  (W-KFL-I) = "E"
                 OR  W-KFL-NOK-ART (W-KFL-I) = "E"
                     MOVE "J" TO W-KFL-ENDE-OK (W-KFL-I)
                     SET KFL-GEAENDERT TO TRUE
                 END-IF
             END-IF
             IF  W-KFL-ENDE-OK (W-KFL-I) NOT = "J"
             AND W-KFL-OK-ART  (W-KFL-I) = "S"
                 MOVE W-KFL-OK-IX (W-KFL-I) TO W-KFL-J
                 IF  W-KFL-ENDE-OK (W-KFL-J) = "J"
                     MOVE "J" TO W-KFL-ENDE-OK (W-KFL-I)
                     SET KFL-GEAENDERT TO TRUE
                 END-IF
             END-IF
             IF  W-KFL-ENDE-OK (W-KFL-I) NOT = "J"
             AND W-KFL-NOK-ART (W-KFL-I) = "S"
                 MOVE W-KFL-NOK-IX (W-KFL-I) TO W-KFL-J
                 IF  W-KFL-ENDE-OK (W-KFL-J) = "J"
                     MOVE "J" TO W-KFL-ENDE-OK (W-KFL-I)
                     SET KFL-GEAENDERT TO TRUE
                 END-IF
             END-IF
         END-PERFORM
     END-PERFORM

     MOVE ZERO TO W-KFL-K-TOT W-KFL-K-SCHLEIFE
     PERFORM VARYING W-KFL-I FROM 1 BY 1
             UNTIL   W-KFL-I > W-KFL-ANZ
         EVALUATE TRUE
             WHEN W-KFL-ERREICHT (W-KFL-I) NOT = "J"
                 ADD 1 TO W-KFL-K-TOT
             WHEN W-KFL-ENDE-OK  (W-KFL-I) NOT = "J"
                 ADD 1 TO W-KFL-K-SCHLEIFE
         END-EVALUATE
     END-PERFORM
     ADD W-KFL-K-TOT      TO W-KFL-ANZ-TOT
     ADD W-KFL-K-SCHLEIFE TO W-KFL-ANZ-SCHLEIFE
     .
 D894-99.
     EXIT.

******************************************************************
* KETTE FLOW: Durchschnittsdauer der scharfen, erfolgreichen Laeufe
* je Schritt aus =SSFCHIST und deklarierte Ressourcen je Schritt aus
* =SSFRESDEF ("<Ressource>/<Modus>", Modus X exklusiv / S gemeinsam)
******************************************************************
 D895-KFL-DAUER-RESSOURCEN SECTION.
 D895-00.
     MOVE W-KFL-ANWENDUNG TO H-KX-ANWENDUNG
     MOVE W-KFL-MODUL     TO H-KX-MODUL
     MOVE W-KFL-FUNKTION  TO H-KX-FUNKTION

     PERFORM S576-OPEN-KFL-DAUER-CURSOR
     PERFORM S577-FETCH-KFL-DAUER-CURSOR
     PERFORM UNTIL KFL-EOD
         MOVE H-KFL-LFDNR TO W-KFL-ZIEL
         PERFORM D900-KFL-ZIEL-SUCHEN
         IF  W-KFL-ZIEL-IX > ZERO
             IF  W-KFL-LFDNR (W-KFL-ZIEL-IX) = H-KFL-LFDNR
                 MOVE H-KFL-ANZ    TO W-KFL-LAEUFE (W-KFL-ZIEL-IX)
                 MOVE H-KFL-AVG-CS TO W-KFL-AVG-CS (W-KFL-ZIEL-IX)
             END-IF
         END-IF
         PERFORM S577-FETCH-KFL-DAUER-CURSOR
     END-PERFORM
     PERFORM S578-CLOSE-KFL-DAUER-CURSOR

     PERFORM S579-OPEN-KFL-RES-CURSOR
     PERFORM S580-FETCH-KFL-RES-CURSOR
     PERFORM UNTIL KFL-EOD
         MOVE H-KFL-LFDNR TO W-KFL-ZIEL
         PERFORM D900-KFL-ZIEL-SUCHEN
         IF  W-KFL-ZIEL-IX > ZERO
             IF  W-KFL-LFDNR (W-KFL-ZIEL-IX) = H-KFL-LFDNR
                 MOVE SPACES TO W-KFL-TEXT
                 STRING  W-KFL-RES-TXT (W-KFL-ZIEL-IX)
                                             DELIMITED BY "  "
                         " "                 DELIMITED BY SIZE
                         H-KFL-RESSOURCE     DELIMITED BY SPACE
                         "/"                 DELIMITED BY SIZE
                         H-KFL-MODUS         DELIMITED BY SIZE
                   INTO  W-KFL-TEXT
                 END-STRING
                 MOVE W-KFL-TEXT TO W-KFL-RES-TXT (W-KFL-ZIEL-IX)
             END-IF
         END-IF
         PERFORM S580-FETCH-KFL-RES-CURSOR
     END-PERFORM
     PERFORM S581-CLOSE-KFL-RES-CURSOR
     .
 D895-99.
     EXIT.

******************************************************************
* KETTE FLOW: Bericht einer Kette am Bildschirm - Schritte des
* Hauptwegs eingerueckt ab Spalte 3, Schritte, die nur ueber
* Spruenge oder Fehlerzweige erreicht werden, ab Spalte 7
******************************************************************
 D896-KFL-BERICHT SECTION.
 D896-00.
     PERFORM U011-AUSGABE-SPACELINE
     MOVE W-KFL-ANZ TO W-KFL-ZIEL
     PERFORM D901-KFL-NR-TEXT
     MOVE SPACES TO ZEILE
     STRING  " Kette "                      DELIMITED BY SIZE
             W-KFL-ANWENDUNG                DELIMITED BY SPACE
             " / "                          DELIMITED BY SIZE
             W-KFL-MODUL                    DELIMITED BY SPACE
             " / "                          DELIMITED BY SIZE
             W-KFL-FUNKTION                 DELIMITED BY SPACE
             "  ("                          DELIMITED BY SIZE
             W-KFL-NR-TXT                   DELIMITED BY SPACE
             " Schritt(e))"                 DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     IF  KFL-TAB-VOLL
         MOVE K-KX-MAX TO W-KFL-ZIEL
         PERFORM D901-KFL-NR-TEXT
         MOVE SPACES TO ZEILE
         STRING  "   !! Kette zu lang - nur die ersten "
                                            DELIMITED BY SIZE
                 W-KFL-NR-TXT               DELIMITED BY SPACE
                 " Schritte ausgewertet"    DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF

     PERFORM VARYING W-KFL-I FROM 1 BY 1
             UNTIL   W-KFL-I > W-KFL-ANZ
         PERFORM D897-KFL-BERICHT-SCHRITT
     END-PERFORM

     IF  W-KFL-K-TOT      > ZERO
     OR  W-KFL-K-SCHLEIFE > ZERO
         MOVE W-KFL-K-TOT      TO W-KFL-ED-ANZ
         MOVE W-KFL-K-SCHLEIFE TO W-KFL-ED-ANZ2
         MOVE SPACES TO ZEILE
         STRING  "   !!"                    DELIMITED BY SIZE
                 W-KFL-ED-ANZ               DELIMITED BY SIZE
                 " nicht erreichbar,"       DELIMITED BY SIZE
                 W-KFL-ED-ANZ2              DELIMITED BY SIZE
                 " ohne Weg zum Kettenende" DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF
     .
 D896-99.
     EXIT.

******************************************************************
* KETTE FLOW: Schritt W-KFL-I im Bericht - Kopfzeile mit LFDNR,
* Programm, Durchschnittsdauer und Timeout, darunter die Folge-
* schritte bei Erfolg (OK) und Fehler (NOK), die Ressourcen und
* ggf. die Befunde der Strukturpruefung
******************************************************************
 D897-KFL-BERICHT-SCHRITT SECTION.
 D897-00.
     MOVE SPACES TO W-KFL-ZEILE
     MOVE 1      TO W-KFL-PTR
     MOVE W-KFL-LFDNR (W-KFL-I) TO W-KFL-ZIEL
     PERFORM D901-KFL-NR-TEXT
     STRING  W-KFL-NR-TXT                   DELIMITED BY SPACE
             " "                            DELIMITED BY SIZE
             W-KFL-PROG (W-KFL-I)           DELIMITED BY SPACE
             "  Dauer "                     DELIMITED BY SIZE
       INTO  W-KFL-ZEILE
       WITH  POINTER W-KFL-PTR
     END-STRING
     IF  W-KFL-LAEUFE (W-KFL-I) > ZERO
         COMPUTE W-KFL-ZIEL ROUNDED = W-KFL-AVG-CS (W-KFL-I) / 100
         PERFORM D901-KFL-NR-TEXT
         MOVE W-KFL-NR-TXT TO W-KFL-SEK-TXT
         MOVE W-KFL-LAEUFE (W-KFL-I) TO W-KFL-ZIEL
         PERFORM D901-KFL-NR-TEXT
         STRING  "~"                        DELIMITED BY SIZE
                 W-KFL-SEK-TXT              DELIMITED BY SPACE
                 " s ("                     DELIMITED BY SIZE
                 W-KFL-NR-TXT               DELIMITED BY SPACE
                 " Laeufe)"                 DELIMITED BY SIZE
           INTO  W-KFL-ZEILE
           WITH  POINTER W-KFL-PTR
         END-STRING
     ELSE
         STRING  "- (keine Laeufe)"         DELIMITED BY SIZE
           INTO  W-KFL-ZEILE
           WITH  POINTER W-KFL-PTR
         END-STRING
     END-IF
     IF  W-KFL-TIMEOUT (W-KFL-I) > ZERO
         MOVE W-KFL-TIMEOUT (W-KFL-I) TO W-KFL-ZIEL
         PERFORM D901-KFL-NR-TEXT
         STRING  "  Timeout "               DELIMITED BY SIZE
                 W-KFL-NR-TXT               DELIMITED BY SPACE
                 " s"                       DELIMITED BY SIZE
           INTO  W-KFL-ZEILE
           WITH  POINTER W-KFL-PTR
         END-STRING
     END-IF
     IF  W-KFL-HAUPTWEG (W-KFL-I) = "J"
         MOVE 3 TO W-KFL-SPALTE
     ELSE
         MOVE 7 TO W-KFL-SPALTE
     END-IF
     MOVE SPACES      TO ZEILE
     MOVE W-KFL-ZEILE TO ZEILE (W-KFL-SPALTE:)
     PERFORM U010-AUSGABE

**  ---> Folgeschritte bei Erfolg und Fehler, jeweils eingerueckt
**       unter der Kopfzeile des Schritts
     MOVE W-KFL-OK-ART    (W-KFL-I) TO W-KFL-ART
     MOVE W-KFL-OK-IX     (W-KFL-I) TO W-KFL-ZIEL-IX
     MOVE W-KFL-LFDNR-OK  (W-KFL-I) TO W-KFL-ZIEL
     PERFORM D902-KFL-ZIEL-TEXT
     MOVE SPACES TO W-KFL-ZEILE
     STRING  "OK  -> "                      DELIMITED BY SIZE
             W-KFL-ZIEL-TXT                 DELIMITED BY SIZE
       INTO  W-KFL-ZEILE
     END-STRING
     MOVE SPACES      TO ZEILE
     MOVE W-KFL-ZEILE TO ZEILE (W-KFL-SPALTE + 5:)
     PERFORM U010-AUSGABE

     MOVE W-KFL-NOK-ART   (W-KFL-I) TO W-KFL-ART
     MOVE W-KFL-NOK-IX    (W-KFL-I) TO W-KFL-ZIEL-IX
     MOVE W-KFL-LFDNR-NOK (W-KFL-I) TO W-KFL-ZIEL
     PERFORM D902-KFL-ZIEL-TEXT
     MOVE SPACES TO W-KFL-ZEILE
     STRING  "NOK -> "                      DELIMITED BY SIZE
             W-KFL-ZIEL-TXT                 DELIMITED BY SIZE
       INTO  W-KFL-ZEILE
     END-STRING
     MOVE SPACES      TO ZEILE
     MOVE W-KFL-ZEILE TO ZEILE (W-KFL-SPALTE + 5:)
     PERFORM U010-AUSGABE

     IF  W-KFL-RES-TXT (W-KFL-I) NOT = SPACES
         MOVE SPACES TO W-KFL-ZEILE
         STRING  "Ressourcen:"              DELIMITED BY SIZE
                 W-KFL-RES-TXT (W-KFL-I)    DELIMITED BY SIZE
           INTO  W-KFL-ZEILE
         END-STRING
         MOVE SPACES      TO ZEILE
         MOVE W-KFL-ZEILE TO ZEILE (W-KFL-SPALTE + 5:)
         PERFORM U010-AUSGABE
     END-IF

**  ---> Befunde der Strukturpruefung (s. D892/D894)
     MOVE SPACES TO W-KFL-ZEILE
     EVALUATE TRUE
         WHEN W-KFL-ERREICHT (W-KFL-I) NOT = "J"
             MOVE "!! vom Kettenanfang nicht erreichbar (toter Schritt)"
                                                  TO W-KFL-ZEILE
         WHEN W-KFL-ENDE-OK  (W-KFL-I) NOT = "J"
             MOVE "!! kein Weg zum Kettenende (Schleife ohne Ausgang)"
                                                  TO W-KFL-ZEILE
     END-EVALUATE
     IF  W-KFL-ZEILE NOT = SPACES
         MOVE SPACES      TO ZEILE
         MOVE W-KFL-ZEILE TO ZEILE (W-KFL-SPALTE + 5:)
         PERFORM U010-AUSGABE
     END-IF
     .
 D897-99.
     EXIT.

******************************************************************
* KETTE FLOW: Graph einer Kette im DOT-Format in die Ausgabedatei -
* je Schritt ein Knoten "s<LFDNR>" (tote Schritte gestrichelt,
* Schritte ohne Weg zum Kettenende rot), Kanten OK und NOK zu den
* Folgeschritten bzw. zu den Knoten ENDE und ABBRUCH
******************************************************************
 D898-KFL-GRAPH SECTION.
 D898-00.
     MOVE SPACES TO PROTCSV-SATZ
     STRING  "digraph """                   DELIMITED BY SIZE
             W-KFL-ANWENDUNG                DELIMITED BY SPACE
             "/"                            DELIMITED BY SIZE
             W-KFL-MODUL                    DELIMITED BY SPACE
             "/"                            DELIMITED BY SIZE
             W-KFL-FUNKTION                 DELIMITED BY SPACE
             """ {"                         DELIMITED BY SIZE
       INTO  PROTCSV-SATZ
     END-STRING
     WRITE PROTCSV-SATZ
     MOVE "  node [shape=box];"              TO PROTCSV-SATZ
     WRITE PROTCSV-SATZ
     MOVE "  ENDE [shape=doublecircle,label=""Ende""];"
                                             TO PROTCSV-SATZ
     WRITE PROTCSV-SATZ
     MOVE "  ABBRUCH [shape=octagon,label=""Abbruch""];"
                                             TO PROTCSV-SATZ
     WRITE PROTCSV-SATZ

     PERFORM VARYING W-KFL-I FROM 1 BY 1
             UNTIL   W-KFL-I > W-KFL-ANZ
         PERFORM D899-KFL-GRAPH-SCHRITT
     END-PERFORM

     MOVE "}"                                TO PROTCSV-SATZ
     WRITE PROTCSV-SATZ
     .
 D898-99.
     EXIT.

******************************************************************
* KETTE FLOW: Knoten und Kanten des Schritts W-KFL-I im Graph
******************************************************************
 D899-KFL-GRAPH-SCHRITT SECTION.
 D899-00.
     MOVE W-KFL-LFDNR (W-KFL-I) TO W-KFL-ZIEL
     PERFORM D901-KFL-NR-TEXT
     MOVE W-KFL-NR-TXT TO W-KFL-LFDNR-TXT
     EVALUATE TRUE
         WHEN W-KFL-ERREICHT (W-KFL-I) NOT = "J"
             MOVE ",style=dashed" TO W-KFL-ATTR
         WHEN W-KFL-ENDE-OK  (W-KFL-I) NOT = "J"
             MOVE ",color=red"    TO W-KFL-ATTR
         WHEN OTHER
             MOVE SPACES          TO W-KFL-ATTR
     END-EVALUATE

     MOVE SPACES TO PROTCSV-SATZ
     MOVE 1      TO W-KFL-PTR
     STRING  "  s"                          DELIMITED BY SIZE
             W-KFL-LFDNR-TXT                DELIMITED BY SPACE
             " [label="""                   DELIMITED BY SIZE
             W-KFL-LFDNR-TXT                DELIMITED BY SPACE
             " "                            DELIMITED BY SIZE
             W-KFL-PROG (W-KFL-I)           DELIMITED BY SPACE
       INTO  PROTCSV-SATZ
       WITH  POINTER W-KFL-PTR
     END-STRING
     IF  W-KFL-LAEUFE (W-KFL-I) > ZERO
         COMPUTE W-KFL-ZIEL ROUNDED = W-KFL-AVG-CS (W-KFL-I) / 100
         PERFORM D901-KFL-NR-TEXT
         STRING  "\n~"                       DELIMITED BY SIZE
                 W-KFL-NR-TXT               DELIMITED BY SPACE
                 " s"                       DELIMITED BY SIZE
           INTO  PROTCSV-SATZ
           WITH  POINTER W-KFL-PTR
         END-STRING
     END-IF
     IF  W-KFL-TIMEOUT (W-KFL-I) > ZERO
         MOVE W-KFL-TIMEOUT (W-KFL-I) TO W-KFL-ZIEL
         PERFORM D901-KFL-NR-TEXT
         STRING  "\nTimeout "                DELIMITED BY SIZE
                 W-KFL-NR-TXT               DELIMITED BY SPACE
                 " s"                       DELIMITED BY SIZE
           INTO  PROTCSV-SATZ
           WITH  POINTER W-KFL-PTR
         END-STRING
     END-IF
     STRING  """"                           DELIMITED BY SIZE
             W-KFL-ATTR                     DELIMITED BY SPACE
             "];"                           DELIMITED BY SIZE
       INTO  PROTCSV-SATZ
       WITH  POINTER W-KFL-PTR
     END-STRING
     WRITE PROTCSV-SATZ

**  ---> Kante bei Erfolg
     MOVE W-KFL-OK-ART (W-KFL-I) TO W-KFL-ART
     MOVE W-KFL-OK-IX  (W-KFL-I) TO W-KFL-ZIEL-IX
     PERFORM D903-KFL-KNOTEN
     MOVE SPACES TO PROTCSV-SATZ
     STRING  "  s"                          DELIMITED BY SIZE
             W-KFL-LFDNR-TXT                DELIMITED BY SPACE
             " -> "                         DELIMITED BY SIZE
             W-KFL-KNOTEN                   DELIMITED BY SPACE
             " [label=""OK""];"             DELIMITED BY SIZE
       INTO  PROTCSV-SATZ
     END-STRING
     WRITE PROTCSV-SATZ

**  ---> Kante bei Fehler
     MOVE W-KFL-NOK-ART (W-KFL-I) TO W-KFL-ART
     MOVE W-KFL-NOK-IX  (W-KFL-I) TO W-KFL-ZIEL-IX
     PERFORM D903-KFL-KNOTEN
     MOVE SPACES TO PROTCSV-SATZ
     STRING  "  s"                          DELIMITED BY SIZE
             W-KFL-LFDNR-TXT                DELIMITED BY SPACE
             " -> "                         DELIMITED BY SIZE
             W-KFL-KNOTEN                   DELIMITED BY SPACE
             " [label=""NOK"",style=dashed,color=red];"
                                            DELIMITED BY SIZE
       INTO  PROTCSV-SATZ
     END-STRING
     WRITE PROTCSV-SATZ
     .
 D899-99.
     EXIT.

******************************************************************
* KETTE FLOW: Index des ersten Schritts mit LFDNR >= W-KFL-ZIEL in
* W-KFL-ZIEL-IX (Null = kein solcher Schritt, Kette endet)
******************************************************************
 D900-KFL-ZIEL-SUCHEN SECTION.
 D900-00.
     MOVE ZERO TO W-KFL-ZIEL-IX
     PERFORM VARYING W-KFL-J FROM 1 BY 1
             UNTIL   W-KFL-J > W-KFL-ANZ
             OR      W-KFL-ZIEL-IX > ZERO
         IF  W-KFL-LFDNR (W-KFL-J) NOT < W-KFL-ZIEL
             MOVE W-KFL-J TO W-KFL-ZIEL-IX
         END-IF
     END-PERFORM
     .
 D900-99.
     EXIT.

******************************************************************
* KETTE FLOW: W-KFL-ZIEL linksbuendig ohne fuehrende Nullen in
* W-KFL-NR-TXT
******************************************************************
 D901-KFL-NR-TEXT SECTION.
 D901-00.
     MOVE W-KFL-ZIEL TO W-KFL-ED-NR
     MOVE ZERO       TO W-KFL-LEAD
     INSPECT W-KFL-ED-NR TALLYING W-KFL-LEAD FOR LEADING SPACE
     MOVE W-KFL-ED-NR (W-KFL-LEAD + 1:) TO W-KFL-NR-TXT
     .
 D901-99.
     EXIT.

******************************************************************
* KETTE FLOW: Folgeschritt (Art W-KFL-ART, Index W-KFL-ZIEL-IX,
* hinterlegtes Sprungziel W-KFL-ZIEL) als Text in W-KFL-ZIEL-TXT;
* ein Sprung auf denselben oder einen frueheren Schritt wird als
* Ruecksprung gekennzeichnet
******************************************************************
 D902-KFL-ZIEL-TEXT SECTION.
 D902-00.
     MOVE SPACES TO W-KFL-ZIEL-TXT
     EVALUATE W-KFL-ART
         WHEN "A"
             MOVE "Abbruch der Kette (Alarm)" TO W-KFL-ZIEL-TXT
         WHEN "E"
             IF  W-KFL-ZIEL = ZERO
                 MOVE "Kettenende"            TO W-KFL-ZIEL-TXT
             ELSE
                 PERFORM D901-KFL-NR-TEXT
                 STRING  "Sprung nach "         DELIMITED BY SIZE
                         W-KFL-NR-TXT           DELIMITED BY SPACE
                         " = Kettenende"        DELIMITED BY SIZE
                   INTO  W-KFL-ZIEL-TXT
                 END-STRING
             END-IF
         WHEN OTHER
             IF  W-KFL-ZIEL = ZERO
                 MOVE "Schritt "              TO W-KFL-TEXT
             ELSE
                 MOVE "Sprung nach Schritt "  TO W-KFL-TEXT
             END-IF
             MOVE W-KFL-LFDNR (W-KFL-ZIEL-IX) TO W-KFL-ZIEL
             PERFORM D901-KFL-NR-TEXT
             MOVE 1 TO W-KFL-PTR
             STRING  W-KFL-TEXT             DELIMITED BY "  "
                     " "                    DELIMITED BY SIZE
                     W-KFL-NR-TXT           DELIMITED BY SPACE
               INTO  W-KFL-ZIEL-TXT
               WITH  POINTER W-KFL-PTR
             END-STRING
             IF  W-KFL-ZIEL-IX NOT > W-KFL-I
                 STRING  " (Ruecksprung)"   DELIMITED BY SIZE
                   INTO  W-KFL-ZIEL-TXT
                   WITH  POINTER W-KFL-PTR
                 END-STRING
             END-IF
     END-EVALUATE
     .
 D902-99.
     EXIT.

******************************************************************
* KETTE FLOW: Name des Zielknotens im Graph (Art W-KFL-ART, Index
* W-KFL-ZIEL-IX) in W-KFL-KNOTEN
******************************************************************
 D903-KFL-KNOTEN SECTION.
 D903-00.
     MOVE SPACES TO W-KFL-KNOTEN
     EVALUATE W-KFL-ART
         WHEN "A"
             MOVE "ABBRUCH" TO W-KFL-KNOTEN
         WHEN "E"
             MOVE "ENDE"    TO W-KFL-KNOTEN
         WHEN OTHER
             MOVE W-KFL-LFDNR (W-KFL-ZIEL-IX) TO W-KFL-ZIEL
             PERFORM D901-KFL-NR-TEXT
             STRING  "s"                    DELIMITED BY SIZE
                     W-KFL-NR-TXT           DELIMITED BY SPACE
               INTO  W-KFL-KNOTEN
             END-STRING
     END-EVALUATE
     .
 D903-99.
     EXIT.

******************************************************************
* VERWALTUNG GATE [LIST] | CONTINUE <Funktion> <Kommentar> |
*                          ABORT <Funktion> <Kommentar>
* Entscheidungspunkte der PHDDRV1O-Ketten (SSFRFDEF.SCHRITT_TYP
* "G"): die Kette <Funktion> wartet am Punkt, bis hier FORTSETZEN
* (CONTINUE) oder ABBRECHEN (ABORT) entschieden wird - der
* Kommentar ist Pflicht. Entscheidung, Entscheider und Kommentar
* stehen in =SSFGATE und =SSPROT (AKTION "GT"), PHDDRV1O uebernimmt
* sie in =SSFCHIST. Ohne Entscheidung gilt nach der Wartezeit die
* Standardaktion des Punkts. LIST zeigt wartende Punkte und die
* letzten Entscheidungen
******************************************************************
 D904-GATE SECTION.
 D904-00.
     IF  GT-PARM-NOK
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF
     EVALUATE W-GT-SUBCMD
         WHEN "CONTINUE"
             MOVE "C" TO H-GT-ZUSTAND
             PERFORM D905-GATE-ENTSCHEIDEN
         WHEN "ABORT"
             MOVE "A" TO H-GT-ZUSTAND
             PERFORM D905-GATE-ENTSCHEIDEN
         WHEN OTHER
             PERFORM D906-GATE-LISTE
     END-EVALUATE
     .
 D904-99.
     EXIT.

******************************************************************
* GATE CONTINUE/ABORT: Entscheidung am wartenden Entscheidungs-
* punkt der Kette H-GT-FUNKTION eintragen und in =SSPROT proto-
* kollieren (eine Transaktion) - nur solange der Punkt noch
* wartet; PHDDRV1O fragt ihn je halbe Minute ab
******************************************************************
 D905-GATE-ENTSCHEIDEN SECTION.
 D905-00.
     MOVE P-USER-NAME TO H-GT-USER
     PERFORM U030-TIMESTAMP
     MOVE TAL-TIME-N16 TO H-GT-TS
     PERFORM U100-BEGIN
     PERFORM S582-UPDATE-SSFGATE
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     IF  GT-UPD-KEINER
         PERFORM U120-ROLLBACK
         MOVE SPACES TO ZEILE
         STRING  " Kette "                      DELIMITED BY SIZE
                 H-GT-FUNKTION                  DELIMITED BY SPACE
                 " wartet an keinem Entscheidungspunkt"
                                                DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

     IF  H-GT-ZUSTAND = "C"
         MOVE "FORTSETZEN" TO W-GT-AKTION-TXT
     ELSE
         MOVE "ABBRECHEN"  TO W-GT-AKTION-TXT
     END-IF
     MOVE K-RSC-ANWENDUNG TO SOURCE-MODUL OF SSPROT
     MOVE "GT"            TO AKTION       OF SSPROT
     MOVE P-USER-NAME     TO GROUP-USER   OF SSPROT
     MOVE "NO"            TO KZ-FREIGABE  OF SSPROT
     MOVE SPACES          TO KOMMENTAR    OF SSPROT
     STRING  "Gate "              DELIMITED BY SIZE
             H-GT-FUNKTION        DELIMITED BY SPACE
             " "                  DELIMITED BY SIZE
             W-GT-AKTION-TXT      DELIMITED BY SPACE
             ": "                 DELIMITED BY SIZE
             H-GT-KOMMENTAR       DELIMITED BY SIZE
       INTO  KOMMENTAR OF SSPROT
     END-STRING
     PERFORM S200-INSERT-SSPROT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     MOVE SPACES TO ZEILE
     STRING  " Entscheidung "             DELIMITED BY SIZE
             W-GT-AKTION-TXT              DELIMITED BY SPACE
             " fuer Kette "               DELIMITED BY SIZE
             H-GT-FUNKTION                DELIMITED BY SPACE
             " eingetragen"               DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     MOVE " PHDDRV1O uebernimmt sie bei der naechsten Abfrage"
       TO ZEILE
     PERFORM U010-AUSGABE
     .
 D905-99.
     EXIT.

******************************************************************
* GATE [LIST]: Entscheidungspunkte aus =SSFGATE - wartende mit
* Frage, Wartezeit und Standardaktion, entschiedene mit Entscheider
* und Kommentar
******************************************************************
 D906-GATE-LISTE SECTION.
 D906-00.
     MOVE ZERO TO W-GT-ANZ-W W-GT-ANZ-E
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES        TO ZEILE
     MOVE "Kette"       TO ZEILE (3:5)
     MOVE "LfdNr"       TO ZEILE (20:5)
     MOVE "Zustand"     TO ZEILE (27:7)
     MOVE "seit / am"   TO ZEILE (39:9)
     MOVE "Entscheider" TO ZEILE (56:11)
     PERFORM U010-AUSGABE

     PERFORM S583-OPEN-GT-CURSOR
     PERFORM S584-FETCH-GT-CURSOR
     IF  GT-EOD
         MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
         MOVE "HINW-003" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
     END-IF

     PERFORM UNTIL GT-EOD OR PRG-ABBRUCH
         MOVE SPACES                         TO ZEILE
         MOVE FUNKTION      OF SSFGATE       TO ZEILE (3:16)
         MOVE LFDNR         OF SSFGATE       TO W-GT-LFDNR-ED
         MOVE W-GT-LFDNR-ED                  TO ZEILE (20:5)
         EVALUATE ZUSTAND OF SSFGATE
             WHEN "W"
                 ADD 1 TO W-GT-ANZ-W
                 MOVE "wartet"               TO ZEILE (27:11)
                 MOVE START-TS OF SSFGATE    TO H-GT-TS
             WHEN "C"
                 ADD 1 TO W-GT-ANZ-E
                 MOVE "fortgesetzt"          TO ZEILE (27:11)
                 MOVE ENTSCHEID-TS OF SSFGATE TO H-GT-TS
             WHEN OTHER
                 ADD 1 TO W-GT-ANZ-E
                 MOVE "abgebrochen"          TO ZEILE (27:11)
                 MOVE ENTSCHEID-TS OF SSFGATE TO H-GT-TS
         END-EVALUATE
         MOVE SPACES TO W-GT-ZEIT-TXT
         STRING  H-GT-TS-JJJJ    DELIMITED BY SIZE
                 "-"             DELIMITED BY SIZE
                 H-GT-TS-MM      DELIMITED BY SIZE
                 "-"             DELIMITED BY SIZE
                 H-GT-TS-TT      DELIMITED BY SIZE
                 " "             DELIMITED BY SIZE
                 H-GT-TS-HH      DELIMITED BY SIZE
                 ":"             DELIMITED BY SIZE
                 H-GT-TS-MI      DELIMITED BY SIZE
           INTO  W-GT-ZEIT-TXT
         END-STRING
         MOVE W-GT-ZEIT-TXT                  TO ZEILE (39:16)
         MOVE ENTSCHEIDER   OF SSFGATE       TO ZEILE (56:24)
         PERFORM U010-AUSGABE

         MOVE SPACES                         TO ZEILE
         IF  ZUSTAND OF SSFGATE = "W"
             MOVE "Frage:"                   TO ZEILE (5:6)
             MOVE FRAGE     OF SSFGATE       TO ZEILE (12:64)
             PERFORM U010-AUSGABE
             IF  STD-AKTION OF SSFGATE = "C"
                 MOVE "FORTSETZEN"           TO W-GT-AKTION-TXT
             ELSE
                 MOVE "ABBRECHEN"            TO W-GT-AKTION-TXT
             END-IF
             MOVE MAX-WARTE-MIN OF SSFGATE   TO W-GT-MIN-ED
             MOVE SPACES                     TO ZEILE
             STRING  "    max. "             DELIMITED BY SIZE
                     W-GT-MIN-ED             DELIMITED BY SIZE
                     " Min., danach "        DELIMITED BY SIZE
                     W-GT-AKTION-TXT         DELIMITED BY SPACE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
         ELSE
             IF  KOMMENTAR OF SSFGATE NOT = SPACES
                 MOVE "Kommentar:"           TO ZEILE (5:10)
                 MOVE KOMMENTAR OF SSFGATE   TO ZEILE (16:64)
                 PERFORM U010-AUSGABE
             END-IF
         END-IF
         PERFORM S584-FETCH-GT-CURSOR
     END-PERFORM
     PERFORM S585-CLOSE-GT-CURSOR

     PERFORM U011-AUSGABE-SPACELINE
     MOVE W-GT-ANZ-W TO W-GT-ANZ-ED
     MOVE W-GT-ANZ-E TO W-GT-ANZ2-ED
     MOVE SPACES TO ZEILE
     STRING  "  "                       DELIMITED BY SIZE
             W-GT-ANZ-ED                DELIMITED BY SIZE
             " wartende(r) Punkt(e),"   DELIMITED BY SIZE
             W-GT-ANZ2-ED               DELIMITED BY SIZE
             " Entscheidung(en)"        DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D906-99.
     EXIT.

******************************************************************
* VERWALTUNG SMOKE [LIST] | SET <Modul> <Funktion> | DEL <Modul>
* Produktions-Smoke-Ketten je Modul (=SSFSMOKE): nach jedem
* REL2PROD des Moduls startet die Post-Release-Pruefung (E397/
* E399) die hier registrierte PHDDRV1O-Kette <Funktion> und wertet
* ihre Kettenmarke aus. SET legt die Registrierung an bzw. ersetzt
* sie, DEL entfernt sie - beides in =SSPROT (AKTION "VW"). LIST
* zeigt alle Registrierungen
******************************************************************
 D907-SMOKE SECTION.
 D907-00.
     IF  SMK-PARM-NOK
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF
     EVALUATE W-SMK-SUBCMD
         WHEN "SET"
         WHEN "DEL"
             PERFORM D908-SMOKE-SETZEN
         WHEN OTHER
             PERFORM D909-SMOKE-LISTE
     END-EVALUATE
     .
 D907-99.
     EXIT.

******************************************************************
* SMOKE SET/DEL: Registrierung des Moduls H-SMK-MODUL ersetzen bzw.
* entfernen und in =SSPROT protokollieren (eine Transaktion)
******************************************************************
 D908-SMOKE-SETZEN SECTION.
 D908-00.
**  ---> nur fuer Module unter SRCSAFE-Verwaltung
     IF  W-SMK-SUBCMD = "SET"
         MOVE H-SMK-MODUL TO SOURCE-MODUL OF SSAFE
         PERFORM S100-SELECT-SSAFE
         IF  PRG-ABBRUCH
             EXIT SECTION
         END-IF
         IF  SSF-EOD
             MOVE SPACES TO ZEILE
             STRING  " Modul "              DELIMITED BY SIZE
                     H-SMK-MODUL            DELIMITED BY SPACE
                     " ist nicht in SRCSAFE" DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
             EXIT SECTION
         END-IF
     END-IF

     MOVE "J"         TO H-SMK-AKTIV
     MOVE P-USER-NAME TO H-SMK-USER
     PERFORM U100-BEGIN
     PERFORM S586-DELETE-SSFSMOKE
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     IF  W-SMK-SUBCMD = "SET"
         PERFORM S587-INSERT-SSFSMOKE
         IF  PRG-ABBRUCH
             PERFORM U120-ROLLBACK
             EXIT SECTION
         END-IF
     END-IF

     MOVE H-SMK-MODUL     TO SOURCE-MODUL OF SSPROT
     MOVE "VW"            TO AKTION       OF SSPROT
     MOVE P-USER-NAME     TO GROUP-USER   OF SSPROT
     MOVE "NO"            TO KZ-FREIGABE  OF SSPROT
     MOVE SPACES          TO KOMMENTAR    OF SSPROT
     IF  W-SMK-SUBCMD = "SET"
         STRING  "Smoke-Kette "       DELIMITED BY SIZE
                 H-SMK-FUNKTION       DELIMITED BY SPACE
                 " registriert"       DELIMITED BY SIZE
           INTO  KOMMENTAR OF SSPROT
         END-STRING
     ELSE
         MOVE "Smoke-Kette entfernt"  TO KOMMENTAR OF SSPROT
     END-IF
     PERFORM S200-INSERT-SSPROT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     MOVE SPACES TO ZEILE
     IF  W-SMK-SUBCMD = "SET"
         STRING  " Smoke-Kette "        DELIMITED BY SIZE
                 H-SMK-FUNKTION         DELIMITED BY SPACE
                 " fuer Modul "         DELIMITED BY SIZE
                 H-SMK-MODUL            DELIMITED BY SPACE
                 " registriert"         DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
     ELSE
         STRING  " Smoke-Kette fuer Modul " DELIMITED BY SIZE
                 H-SMK-MODUL            DELIMITED BY SPACE
                 " entfernt"            DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
     END-IF
     PERFORM U010-AUSGABE
     .
 D908-99.
     EXIT.

******************************************************************
* SMOKE [LIST]: registrierte Produktions-Smoke-Ketten aus =SSFSMOKE
******************************************************************
 D909-SMOKE-LISTE SECTION.
 D909-00.
     MOVE ZERO TO W-SMK-ANZ
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES        TO ZEILE
     MOVE "Modul"       TO ZEILE (3:5)
     MOVE "Smoke-Kette" TO ZEILE (13:11)
     MOVE "Aktiv"       TO ZEILE (31:5)
     MOVE "von"         TO ZEILE (38:3)
     MOVE "seit"        TO ZEILE (56:4)
     PERFORM U010-AUSGABE

     PERFORM S588-OPEN-SMK-CURSOR
     PERFORM S589-FETCH-SMK-CURSOR
     IF  SMK-EOD
         MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
         MOVE "HINW-003" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
     END-IF

     PERFORM UNTIL SMK-EOD OR PRG-ABBRUCH
         ADD 1 TO W-SMK-ANZ
         MOVE SPACES                        TO ZEILE
         MOVE SOURCE-MODUL OF SSFSMOKE      TO ZEILE (3:8)
         MOVE FUNKTION     OF SSFSMOKE      TO ZEILE (13:16)
         MOVE AKTIV        OF SSFSMOKE      TO ZEILE (33:1)
         MOVE GROUP-USER   OF SSFSMOKE      TO ZEILE (38:16)
         MOVE ZPINS        OF SSFSMOKE (1:16) TO ZEILE (56:16)
         PERFORM U010-AUSGABE
         PERFORM S589-FETCH-SMK-CURSOR
     END-PERFORM
     PERFORM S590-CLOSE-SMK-CURSOR

     IF  W-SMK-ANZ > ZERO
         MOVE W-SMK-ANZ TO W-SMK-ANZ-ED
         PERFORM U011-AUSGABE-SPACELINE
         MOVE SPACES TO ZEILE
         STRING  " "                    DELIMITED BY SIZE
                 W-SMK-ANZ-ED           DELIMITED BY SIZE
                 " Smoke-Kette(n) registriert"
                                        DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF
     .
 D909-99.
     EXIT.

******************************************************************
* VERWALTUNG PDICT [LIST [<Muster>]] | SET <Muster> <S|D> <Typ>
* [STELLEN n] [MIN n] [MAX n] [WERTE w] [VORGABE v] [FKT f]
* [HILFE Text...] | DEL <Muster> <S|D> | INIT | CHECK
* Parameter-Verzeichnis =SSFPDICT: beschreibt je =SSPARM-Schluessel
* und Feld Typ, Wertebereich, Vorgabe, nutzende Funktion und Hilfe.
* PARM SET/REVERT pruefen Neuwerte dagegen (D914), CHECK prueft den
* ganzen Bestand =SSPARM, INIT ergaenzt den mitgelieferten
* Grundbestand. SET/DEL/INIT in =SSPROT (AKTION "VW")
******************************************************************
 D910-PDICT SECTION.
 D910-00.
     IF  PD-PARM-NOK
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF
     EVALUATE W-PD-SUBCMD
         WHEN "SET"
         WHEN "DEL"
             PERFORM D911-PDICT-SETZEN
         WHEN "INIT"
             PERFORM D916-PDICT-INIT
         WHEN "CHECK"
             PERFORM D915-PDICT-CHECK
         WHEN OTHER
             PERFORM D912-PDICT-LISTE
     END-EVALUATE
     .
 D910-99.
     EXIT.

******************************************************************
* PDICT SET/DEL: Eintrag H-PD-MUSTER/H-PD-FELD ersetzen bzw.
* entfernen und in =SSPROT protokollieren (eine Transaktion)
******************************************************************
 D911-PDICT-SETZEN SECTION.
 D911-00.
     MOVE P-USER-NAME TO H-PD-USER
     PERFORM U100-BEGIN
     PERFORM S338-DELETE-SSFPDICT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     IF  W-PD-SUBCMD = "SET"
         PERFORM S337-INSERT-SSFPDICT
         IF  PRG-ABBRUCH
             PERFORM U120-ROLLBACK
             EXIT SECTION
         END-IF
     END-IF

     MOVE "PDICT"         TO SOURCE-MODUL OF SSPROT
     MOVE "VW"            TO AKTION       OF SSPROT
     MOVE P-USER-NAME     TO GROUP-USER   OF SSPROT
     MOVE "NO"            TO KZ-FREIGABE  OF SSPROT
     MOVE SPACES          TO KOMMENTAR    OF SSPROT
     STRING  "Parameter-Verzeichnis " DELIMITED BY SIZE
             W-PD-SUBCMD          DELIMITED BY SPACE
             " "                  DELIMITED BY SIZE
             H-PD-MUSTER          DELIMITED BY SPACE
             " "                  DELIMITED BY SIZE
             H-PD-FELD            DELIMITED BY SIZE
             " "                  DELIMITED BY SIZE
             H-PD-TYP             DELIMITED BY SIZE
       INTO  KOMMENTAR OF SSPROT
     END-STRING
     PERFORM S200-INSERT-SSPROT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT
     SET PD-NICHT-GELADEN TO TRUE

     MOVE SPACES TO ZEILE
     IF  W-PD-SUBCMD = "SET"
         STRING  " Eintrag "            DELIMITED BY SIZE
                 H-PD-MUSTER            DELIMITED BY SPACE
                 " ("                   DELIMITED BY SIZE
                 H-PD-FELD              DELIMITED BY SIZE
                 ") im Parameter-Verzeichnis gespeichert"
                                        DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
     ELSE
         STRING  " Eintrag "            DELIMITED BY SIZE
                 H-PD-MUSTER            DELIMITED BY SPACE
                 " ("                   DELIMITED BY SIZE
                 H-PD-FELD              DELIMITED BY SIZE
                 ") aus dem Parameter-Verzeichnis entfernt"
                                        DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
     END-IF
     PERFORM U010-AUSGABE
     .
 D911-99.
     EXIT.

******************************************************************
* PDICT [LIST [<Muster>]]: Eintraege aus =SSFPDICT, optional nur
* die mit H-PD-MUSTER beginnenden; je Eintrag Funktion, Vorgabe,
* Regel (D919) und Hilfetext
******************************************************************
 D912-PDICT-LISTE SECTION.
 D912-00.
     MOVE ZERO TO W-PD-ANZ W-PD-ZLEN
     INSPECT H-PD-MUSTER TALLYING W-PD-ZLEN
         FOR CHARACTERS BEFORE INITIAL SPACE
     SET PD-NICHT-GELADEN TO TRUE
     PERFORM D913-PDICT-LADEN
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES        TO ZEILE
     MOVE "Muster"      TO ZEILE (3:6)
     MOVE "Feld"        TO ZEILE (19:4)
     MOVE "Funktion"    TO ZEILE (24:8)
     MOVE "Vorgabe"     TO ZEILE (41:7)
     PERFORM U010-AUSGABE

     PERFORM VARYING W-PD-IX FROM 1 BY 1
               UNTIL W-PD-IX > W-PD-TAB-ANZ
         MOVE W-PDT-EINTRAG (W-PD-IX) TO W-PD-EINTRAG
         IF  W-PD-ZLEN = ZERO
         OR  W-PDE-MUSTER (1:W-PD-ZLEN) = H-PD-MUSTER (1:W-PD-ZLEN)
             ADD 1 TO W-PD-ANZ
             MOVE SPACES            TO ZEILE
             MOVE W-PDE-MUSTER      TO ZEILE (3:16)
             MOVE W-PDE-FELD        TO ZEILE (20:1)
             MOVE W-PDE-FUNKTION    TO ZEILE (24:16)
             MOVE W-PDE-VORGABE     TO ZEILE (41:36)
             PERFORM U010-AUSGABE
             PERFORM D919-PDICT-REGEL
             MOVE SPACES            TO ZEILE
             MOVE W-PD-REGEL        TO ZEILE (6:)
             PERFORM U010-AUSGABE
             IF  W-PDE-HILFE NOT = SPACES
                 MOVE SPACES        TO ZEILE
                 MOVE W-PDE-HILFE   TO ZEILE (6:)
                 PERFORM U010-AUSGABE
             END-IF
         END-IF
     END-PERFORM

     IF  W-PD-ANZ = ZERO
         MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
         MOVE "HINW-003" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
     ELSE
         MOVE W-PD-ANZ TO W-PD-ANZ-ED
         PERFORM U011-AUSGABE-SPACELINE
         MOVE SPACES TO ZEILE
         STRING  " "                    DELIMITED BY SIZE
                 W-PD-ANZ-ED            DELIMITED BY SIZE
                 " Eintrag/Eintraege im Parameter-Verzeichnis"
                                        DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF
     .
 D912-99.
     EXIT.

******************************************************************
* Parameter-Verzeichnis =SSFPDICT in die Tabelle W-PD-TAB laden
* (max. K-PD-MAX Eintraege); PLEN = Praefixlaenge vor "*"
******************************************************************
 D913-PDICT-LADEN SECTION.
 D913-00.
     MOVE ZERO TO W-PD-TAB-ANZ
     SET PD-GELADEN TO TRUE
     PERFORM S334-OPEN-PD-CURSOR
     PERFORM S335-FETCH-PD-CURSOR
     PERFORM UNTIL PD-EOD
         IF  W-PD-TAB-ANZ < K-PD-MAX
             ADD 1 TO W-PD-TAB-ANZ
             MOVE H-PD-MUSTER   TO W-PDE-MUSTER
             MOVE H-PD-FELD     TO W-PDE-FELD
             MOVE H-PD-TYP      TO W-PDE-TYP
             MOVE H-PD-STELLEN  TO W-PDE-STELLEN
             MOVE H-PD-MIN      TO W-PDE-MIN
             MOVE H-PD-MAX      TO W-PDE-MAX
             MOVE H-PD-WERTE    TO W-PDE-WERTE
             MOVE H-PD-VORGABE  TO W-PDE-VORGABE
             MOVE H-PD-FUNKTION TO W-PDE-FUNKTION
             MOVE H-PD-HILFE    TO W-PDE-HILFE
             MOVE ZERO TO W-PDE-PLEN W-PD-I
             INSPECT H-PD-MUSTER TALLYING W-PD-I FOR ALL "*"
             IF  W-PD-I > ZERO
                 INSPECT H-PD-MUSTER TALLYING W-PDE-PLEN
                     FOR CHARACTERS BEFORE INITIAL "*"
             END-IF
             MOVE W-PD-EINTRAG TO W-PDT-EINTRAG (W-PD-TAB-ANZ)
         END-IF
         PERFORM S335-FETCH-PD-CURSOR
     END-PERFORM
     PERFORM S336-CLOSE-PD-CURSOR
     .
 D913-99.
     EXIT.

******************************************************************
* Wert W-PD-WERT des Feldes W-PD-FELD (S/D) zum Schluessel
* W-PD-AKTION gegen das Parameter-Verzeichnis pruefen:
* exakter Schluessel vor Muster, laengeres Praefix vor kuerzerem.
* PD-BEKANNT, wenn der Schluessel (gleich welches Feld) beschrieben
* ist; W-PD-BEFUND = SPACES, wenn der Wert passt oder das Feld
* nicht beschrieben ist. Leerer Wert ist immer zulaessig (es gilt
* die Vorgabe des nutzenden Programms)
******************************************************************
 D914-PDICT-PRUEFEN SECTION.
 D914-00.
     MOVE SPACES TO W-PD-BEFUND
     MOVE ZERO   TO W-PD-TREFFER W-PD-BEST
     SET PD-UNBEKANNT TO TRUE
     IF  PD-NICHT-GELADEN
         PERFORM D913-PDICT-LADEN
     END-IF

     PERFORM VARYING W-PD-IX FROM 1 BY 1
               UNTIL W-PD-IX > W-PD-TAB-ANZ
         MOVE W-PDT-EINTRAG (W-PD-IX) TO W-PD-EINTRAG
         MOVE ZERO TO W-PD-GUETE
         IF  W-PDE-PLEN = ZERO
             IF  W-PDE-MUSTER = W-PD-AKTION
                 MOVE 99 TO W-PD-GUETE
             END-IF
         ELSE
             IF  W-PD-AKTION (1:W-PDE-PLEN)
                         = W-PDE-MUSTER (1:W-PDE-PLEN)
                 MOVE W-PDE-PLEN TO W-PD-GUETE
             END-IF
         END-IF
         IF  W-PD-GUETE > ZERO
             SET PD-BEKANNT TO TRUE
             IF  W-PDE-FELD = W-PD-FELD
             AND W-PD-GUETE > W-PD-BEST
                 MOVE W-PD-GUETE TO W-PD-BEST
                 MOVE W-PD-IX    TO W-PD-TREFFER
             END-IF
         END-IF
     END-PERFORM

     IF  W-PD-TREFFER = ZERO
         EXIT SECTION
     END-IF
     MOVE W-PDT-EINTRAG (W-PD-TREFFER) TO W-PD-EINTRAG
     IF  W-PD-WERT = SPACES
         EXIT SECTION
     END-IF

**  ---> Laenge des Wertes (bis zum letzten Nicht-Leerzeichen)
     PERFORM VARYING W-PD-LEN FROM 64 BY -1
               UNTIL W-PD-WERT (W-PD-LEN:1) NOT = SPACE
         CONTINUE
     END-PERFORM

     EVALUATE W-PDE-TYP
         WHEN "N"
             MOVE W-PD-WERT TO W-PD-ZTEXT
             PERFORM D918-PD-ZAHL
             EVALUATE TRUE
                 WHEN PD-ZAHL-NOK
                     MOVE "nur Ziffern erlaubt" TO W-PD-BEFUND
                 WHEN W-PDE-STELLEN > ZERO
                  AND W-PD-LEN NOT = W-PDE-STELLEN
                     MOVE W-PDE-STELLEN TO W-PD-STELLEN-ED
                     STRING  "genau "       DELIMITED BY SIZE
                             FUNCTION TRIM (W-PD-STELLEN-ED)
                                            DELIMITED BY SIZE
                             " Ziffern erwartet (mit fuehrenden "
                                            DELIMITED BY SIZE
                             "Nullen)"      DELIMITED BY SIZE
                       INTO  W-PD-BEFUND
                     END-STRING
                 WHEN W-PD-ZAHL < W-PDE-MIN
                 WHEN W-PDE-MAX > ZERO
                  AND W-PD-ZAHL > W-PDE-MAX
                     MOVE "Wert ausserhalb des zulaessigen Bereichs"
                       TO W-PD-BEFUND
             END-EVALUATE
         WHEN "J"
             IF  W-PD-LEN > 1
             OR (W-PD-WERT (1:1) NOT = "J"
             AND W-PD-WERT (1:1) NOT = "N")
                 MOVE "nur J oder N erlaubt" TO W-PD-BEFUND
             END-IF
         WHEN "L"
             MOVE SPACES TO W-PD-SUCH W-PD-LISTE
             STRING  ","                    DELIMITED BY SIZE
                     W-PD-WERT (1:W-PD-LEN) DELIMITED BY SIZE
                     ","                    DELIMITED BY SIZE
               INTO  W-PD-SUCH
             END-STRING
             STRING  ","                    DELIMITED BY SIZE
                     W-PDE-WERTE            DELIMITED BY SPACE
                     ","                    DELIMITED BY SIZE
               INTO  W-PD-LISTE
             END-STRING
             COMPUTE W-PD-MLEN = W-PD-LEN + 2
             MOVE ZERO TO W-PD-ANZ-TREFFER
             INSPECT W-PD-LISTE TALLYING W-PD-ANZ-TREFFER
                 FOR ALL W-PD-SUCH (1:W-PD-MLEN)
             IF  W-PD-ANZ-TREFFER = ZERO
                 MOVE "Wert nicht in der Werteliste" TO W-PD-BEFUND
             END-IF
         WHEN "M"
             MOVE ZERO TO W-PD-MLEN W-PD-ANZ-TREFFER
             INSPECT W-PDE-WERTE TALLYING W-PD-MLEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
             IF  W-PD-LEN NOT = W-PD-MLEN
                 MOVE 1 TO W-PD-ANZ-TREFFER
             END-IF
             PERFORM VARYING W-PD-I FROM 1 BY 1
                       UNTIL W-PD-I > W-PD-LEN
                          OR W-PD-ANZ-TREFFER > ZERO
                 MOVE W-PD-WERT   (W-PD-I:1) TO W-PD-ZEICHEN
                 MOVE W-PDE-WERTE (W-PD-I:1) TO W-PD-MASKE
                 EVALUATE W-PD-MASKE
                     WHEN "9"
                         IF  W-PD-ZEICHEN NOT NUMERIC
                             MOVE 1 TO W-PD-ANZ-TREFFER
                         END-IF
                     WHEN "A"
                         IF  W-PD-ZEICHEN NOT ALPHABETIC
                         OR  W-PD-ZEICHEN = SPACE
                             MOVE 1 TO W-PD-ANZ-TREFFER
                         END-IF
                     WHEN "X"
                         CONTINUE
                     WHEN OTHER
                         IF  W-PD-ZEICHEN NOT = W-PD-MASKE
                             MOVE 1 TO W-PD-ANZ-TREFFER
                         END-IF
                 END-EVALUATE
             END-PERFORM
             IF  W-PD-ANZ-TREFFER > ZERO
                 STRING  "Wert passt nicht zur Maske "
                                            DELIMITED BY SIZE
                         W-PDE-WERTE        DELIMITED BY SPACE
                   INTO  W-PD-BEFUND
                 END-STRING
             END-IF
         WHEN "T"
             IF  W-PDE-STELLEN > ZERO
             AND W-PD-LEN > W-PDE-STELLEN
                 MOVE W-PDE-STELLEN TO W-PD-STELLEN-ED
                 STRING  "Wert laenger als "    DELIMITED BY SIZE
                         FUNCTION TRIM (W-PD-STELLEN-ED)
                                                DELIMITED BY SIZE
                         " Stellen"             DELIMITED BY SIZE
                   INTO  W-PD-BEFUND
                 END-STRING
             END-IF
         WHEN "V"
             MOVE ZERO TO W-PD-ANZ-TREFFER
             IF  W-PD-LEN > 8
             OR  W-PD-WERT (1:1) NOT ALPHABETIC-UPPER
                 MOVE 1 TO W-PD-ANZ-TREFFER
             END-IF
             PERFORM VARYING W-PD-I FROM 1 BY 1
                       UNTIL W-PD-I > W-PD-LEN
                          OR W-PD-ANZ-TREFFER > ZERO
                 MOVE W-PD-WERT (W-PD-I:1) TO W-PD-ZEICHEN
                 IF  W-PD-ZEICHEN = SPACE
                 OR (W-PD-ZEICHEN NOT NUMERIC
                 AND W-PD-ZEICHEN NOT ALPHABETIC-UPPER)
                     MOVE 1 TO W-PD-ANZ-TREFFER
                 END-IF
             END-PERFORM
             IF  W-PD-ANZ-TREFFER > ZERO
                 MOVE "kein gueltiger Subvolume-Name" TO W-PD-BEFUND
             END-IF
     END-EVALUATE
     .
 D914-99.
     EXIT.

******************************************************************
* PDICT CHECK: alle Zeilen =SSPARM gegen das Parameter-Verzeichnis
* pruefen - Verstoesse und Schluessel, die kein Eintrag beschreibt
* (also keinem Programm bekannt sind), auflisten
******************************************************************
 D915-PDICT-CHECK SECTION.
 D915-00.
     MOVE ZERO TO W-PD-ANZ W-PD-ANZ-VERSTOSS W-PD-ANZ-UNBEKANNT
     SET PD-NICHT-GELADEN TO TRUE
     PERFORM D913-PDICT-LADEN
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

     PERFORM U011-AUSGABE-SPACELINE
     MOVE " Konsistenz =SSPARM gegen Parameter-Verzeichnis =SSFPDICT"
       TO ZEILE
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE

     PERFORM S339-OPEN-PDPRM-CURSOR
     PERFORM S341-FETCH-PDPRM-CURSOR
     PERFORM UNTIL PD-PRM-EOD OR PRG-ABBRUCH
         ADD 1 TO W-PD-ANZ
         MOVE AKTION      OF SSPARM TO W-PD-AKTION
         MOVE "S"                   TO W-PD-FELD
         MOVE SVOL-SOURCE OF SSPARM TO W-PD-WERT
         PERFORM D914-PDICT-PRUEFEN
         IF  PD-UNBEKANNT
             ADD 1 TO W-PD-ANZ-UNBEKANNT
             MOVE SPACES TO ZEILE
             STRING  "  "                   DELIMITED BY SIZE
                     W-PD-AKTION            DELIMITED BY SPACE
                     ": kein Eintrag im Verzeichnis - keinem "
                                            DELIMITED BY SIZE
                     "Programm bekannt"     DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
         ELSE
             IF  W-PD-BEFUND NOT = SPACES
                 ADD 1 TO W-PD-ANZ-VERSTOSS
                 PERFORM D917-PDICT-BEFUND
             END-IF
             MOVE "D"                   TO W-PD-FELD
             MOVE SVOL-DEST OF SSPARM   TO W-PD-WERT
             PERFORM D914-PDICT-PRUEFEN
             IF  W-PD-BEFUND NOT = SPACES
                 ADD 1 TO W-PD-ANZ-VERSTOSS
                 PERFORM D917-PDICT-BEFUND
             END-IF
         END-IF
         PERFORM S341-FETCH-PDPRM-CURSOR
     END-PERFORM
     PERFORM S342-CLOSE-PDPRM-CURSOR

     MOVE W-PD-ANZ           TO W-PD-ANZ-ED
     MOVE W-PD-ANZ-VERSTOSS  TO W-PD-ANZ2-ED
     MOVE W-PD-ANZ-UNBEKANNT TO W-PD-ANZ3-ED
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  " "                    DELIMITED BY SIZE
             W-PD-ANZ-ED            DELIMITED BY SIZE
             " Parameter geprueft,"  DELIMITED BY SIZE
             W-PD-ANZ2-ED           DELIMITED BY SIZE
             " Verstoss/Verstoesse,"  DELIMITED BY SIZE
             W-PD-ANZ3-ED           DELIMITED BY SIZE
             " ohne Eintrag"        DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D915-99.
     EXIT.

******************************************************************
* PDICT INIT: mitgelieferten Grundbestand K-PD-KATALOG fuer alle
* noch nicht beschriebenen Schluessel/Felder eintragen - vorhandene
* Eintraege bleiben unveraendert
******************************************************************
 D916-PDICT-INIT SECTION.
 D916-00.
     SET PD-NICHT-GELADEN TO TRUE
     PERFORM D913-PDICT-LADEN
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF
     MOVE ZERO        TO W-PD-ANZ
     MOVE P-USER-NAME TO H-PD-USER

     PERFORM U100-BEGIN
     PERFORM VARYING W-PD-I FROM 1 BY 1
               UNTIL W-PD-I > K-PD-KAT-ANZ
                  OR PRG-ABBRUCH
         MOVE K-PDK-MUSTER (W-PD-I) TO H-PD-MUSTER
         MOVE K-PDK-FELD   (W-PD-I) TO H-PD-FELD
         MOVE ZERO TO W-PD-TREFFER
         PERFORM VARYING W-PD-IX FROM 1 BY 1
                   UNTIL W-PD-IX > W-PD-TAB-ANZ
                      OR W-PD-TREFFER > ZERO
             MOVE W-PDT-EINTRAG (W-PD-IX) TO W-PD-EINTRAG
             IF  W-PDE-MUSTER = H-PD-MUSTER
             AND W-PDE-FELD   = H-PD-FELD
                 MOVE W-PD-IX TO W-PD-TREFFER
             END-IF
         END-PERFORM
         IF  W-PD-TREFFER = ZERO
             MOVE K-PDK-TYP      (W-PD-I) TO H-PD-TYP
             MOVE K-PDK-STELLEN  (W-PD-I) TO H-PD-STELLEN
             MOVE K-PDK-MIN      (W-PD-I) TO H-PD-MIN
             MOVE K-PDK-MAX      (W-PD-I) TO H-PD-MAX
             MOVE K-PDK-WERTE    (W-PD-I) TO H-PD-WERTE
             MOVE K-PDK-VORGABE  (W-PD-I) TO H-PD-VORGABE
             MOVE K-PDK-FUNKTION (W-PD-I) TO H-PD-FUNKTION
             MOVE K-PDK-HILFE    (W-PD-I) TO H-PD-HILFE
             PERFORM S337-INSERT-SSFPDICT
             ADD 1 TO W-PD-ANZ
         END-IF
     END-PERFORM
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF

     IF  W-PD-ANZ > ZERO
         MOVE W-PD-ANZ TO W-PD-ANZ-ED
         MOVE "PDICT"         TO SOURCE-MODUL OF SSPROT
         MOVE "VW"            TO AKTION       OF SSPROT
         MOVE P-USER-NAME     TO GROUP-USER   OF SSPROT
         MOVE "NO"            TO KZ-FREIGABE  OF SSPROT
         MOVE SPACES          TO KOMMENTAR    OF SSPROT
         STRING  "Parameter-Verzeichnis INIT:" DELIMITED BY SIZE
                 W-PD-ANZ-ED          DELIMITED BY SIZE
                 " Eintraege ergaenzt" DELIMITED BY SIZE
           INTO  KOMMENTAR OF SSPROT
         END-STRING
         PERFORM S200-INSERT-SSPROT
         IF  PRG-ABBRUCH
             PERFORM U120-ROLLBACK
             EXIT SECTION
         END-IF
     END-IF
     PERFORM U110-COMMIT
     SET PD-NICHT-GELADEN TO TRUE

     MOVE W-PD-ANZ TO W-PD-ANZ-ED
     MOVE SPACES TO ZEILE
     STRING  " "                    DELIMITED BY SIZE
             W-PD-ANZ-ED            DELIMITED BY SIZE
             " Eintrag/Eintraege aus dem Grundbestand ergaenzt"
                                    DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D916-99.
     EXIT.

******************************************************************
* Befund der Pruefung D914 anzeigen: Schluessel, Feld und Wert,
* Befund, zulaessige Werte (D919), Vorgabe und Hilfetext
******************************************************************
 D917-PDICT-BEFUND SECTION.
 D917-00.
     IF  W-PD-FELD = "D"
         MOVE "SVOL_DEST"   TO W-PD-FELDNAME
     ELSE
         MOVE "SVOL_SOURCE" TO W-PD-FELDNAME
     END-IF
     MOVE SPACES TO ZEILE
     STRING  "  "                   DELIMITED BY SIZE
             W-PD-AKTION            DELIMITED BY SPACE
             " ("                   DELIMITED BY SIZE
             W-PD-FELDNAME          DELIMITED BY SPACE
             ") Wert """            DELIMITED BY SIZE
             W-PD-WERT (1:W-PD-LEN) DELIMITED BY SIZE
             """: "                 DELIMITED BY SIZE
             W-PD-BEFUND            DELIMITED BY "  "
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     PERFORM D919-PDICT-REGEL
     MOVE SPACES     TO ZEILE
     MOVE W-PD-REGEL TO ZEILE (6:)
     PERFORM U010-AUSGABE
     IF  W-PDE-VORGABE NOT = SPACES
         MOVE SPACES TO ZEILE
         STRING  "     Vorgabe: "     DELIMITED BY SIZE
                 W-PDE-VORGABE        DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF
     IF  W-PDE-HILFE NOT = SPACES
         MOVE SPACES      TO ZEILE
         MOVE W-PDE-HILFE TO ZEILE (6:)
         PERFORM U010-AUSGABE
     END-IF
     .
 D917-99.
     EXIT.

******************************************************************
* Zahl aus W-PD-ZTEXT (1 bis 9 Ziffern, linksbuendig) nach
* W-PD-ZAHL; PD-ZAHL-OK, wenn der Text nur aus Ziffern besteht
******************************************************************
 D918-PD-ZAHL SECTION.
 D918-00.
     SET  PD-ZAHL-NOK TO TRUE
     MOVE ZERO TO W-PD-ZAHL W-PD-ZLEN
     INSPECT W-PD-ZTEXT TALLYING W-PD-ZLEN
         FOR CHARACTERS BEFORE INITIAL SPACE
     IF  W-PD-ZLEN = ZERO
     OR  W-PD-ZLEN > 9
         EXIT SECTION
     END-IF
     IF  W-PD-ZTEXT (W-PD-ZLEN + 1:) NOT = SPACES
     OR  W-PD-ZTEXT (1:W-PD-ZLEN) NOT NUMERIC
         EXIT SECTION
     END-IF
     MOVE ZEROS TO W-PD-ZAHL-X
     COMPUTE W-PD-START = 10 - W-PD-ZLEN
     MOVE W-PD-ZTEXT (1:W-PD-ZLEN)
       TO W-PD-ZAHL-X (W-PD-START:W-PD-ZLEN)
     MOVE W-PD-ZAHL-R TO W-PD-ZAHL
     SET  PD-ZAHL-OK TO TRUE
     .
 D918-99.
     EXIT.

******************************************************************
* Regel des Eintrags W-PD-EINTRAG als Klartext nach W-PD-REGEL
******************************************************************
 D919-PDICT-REGEL SECTION.
 D919-00.
     MOVE SPACES        TO W-PD-REGEL
     MOVE W-PDE-STELLEN TO W-PD-STELLEN-ED
     MOVE W-PDE-MIN     TO W-PD-ZAHL-ED
     MOVE W-PDE-MAX     TO W-PD-ZAHL2-ED
     EVALUATE W-PDE-TYP
         WHEN "N"
             IF  W-PDE-MAX > ZERO
                 STRING  "numerisch, "          DELIMITED BY SIZE
                         FUNCTION TRIM (W-PD-STELLEN-ED)
                                                DELIMITED BY SIZE
                         " Stellen, Bereich "   DELIMITED BY SIZE
                         FUNCTION TRIM (W-PD-ZAHL-ED)
                                                DELIMITED BY SIZE
                         " - "                  DELIMITED BY SIZE
                         FUNCTION TRIM (W-PD-ZAHL2-ED)
                                                DELIMITED BY SIZE
                   INTO  W-PD-REGEL
                 END-STRING
             ELSE
                 STRING  "numerisch, "          DELIMITED BY SIZE
                         FUNCTION TRIM (W-PD-STELLEN-ED)
                                                DELIMITED BY SIZE
                         " Stellen"             DELIMITED BY SIZE
                   INTO  W-PD-REGEL
                 END-STRING
             END-IF
         WHEN "J"
             MOVE "J oder N" TO W-PD-REGEL
         WHEN "L"
             STRING  "einer der Werte "     DELIMITED BY SIZE
                     W-PDE-WERTE            DELIMITED BY SPACE
               INTO  W-PD-REGEL
             END-STRING
         WHEN "M"
             STRING  "Maske "               DELIMITED BY SIZE
                     W-PDE-WERTE            DELIMITED BY SPACE
                     " (9 Ziffer, A Buchstabe, X beliebig)"
                                            DELIMITED BY SIZE
               INTO  W-PD-REGEL
             END-STRING
         WHEN "T"
             IF  W-PDE-STELLEN > ZERO
                 STRING  "Text, max. "      DELIMITED BY SIZE
                         FUNCTION TRIM (W-PD-STELLEN-ED)
                                            DELIMITED BY SIZE
                         " Stellen"         DELIMITED BY SIZE
                   INTO  W-PD-REGEL
                 END-STRING
             ELSE
                 MOVE "Text" TO W-PD-REGEL
             END-IF
         WHEN "V"
             MOVE "Subvolume (Buchstabe, dann alphanumerisch, max. 8)"
               TO W-PD-REGEL
         WHEN OTHER
             MOVE "ohne Regel" TO W-PD-REGEL
     END-EVALUATE
     .
 D919-99.
     EXIT.

******************************************************************
* Funktionstrennung (VERWALTUNG SOD): Regeln unvertraeglicher
* Rollen- bzw. Funktionskombinationen pflegen, dokumentierte
* Ausnahmen verwalten und den Bestand auswerten
*   "SOD [LIST]"                          Regeln anzeigen
*   "SOD ADD R|F <Wert1> <Wert2> [ANW=<Anw>] <Beschreibung>"
*   "SOD DEL <Nr>"                        (Vier-Augen, s. D507)
*   "SOD EXCEPT <Grp.User> <Nr> <Begruendung>" (Vier-Augen)
*   "SOD REVOKE <Grp.User> <Nr>"          Ausnahme zuruecknehmen
*   "SOD REPORT"                          Konflikte und Ausnahmen
******************************************************************
 D920-SOD SECTION.
 D920-00.
     IF  SOD-PARM-NOK
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     EVALUATE W-SOD-SUBCMD
         WHEN "ADD"
             PERFORM D922-SOD-ADD
         WHEN "DEL"
             PERFORM D923-SOD-DEL
         WHEN "EXCEPT"
             PERFORM D924-SOD-EXCEPT
         WHEN "REVOKE"
             PERFORM D925-SOD-REVOKE
         WHEN "REPORT"
             PERFORM D926-SOD-REPORT
         WHEN OTHER
             PERFORM D921-SOD-LIST
     END-EVALUATE
     .
 D920-99.
     EXIT.

******************************************************************
* SOD LIST: alle Regeln der Funktionstrennung anzeigen
******************************************************************
 D921-SOD-LIST SECTION.
 D921-00.
     PERFORM S646-OPEN-SOD-REGEL-CURSOR
     IF  SSF-OK
         PERFORM S647-FETCH-SOD-REGEL-CURSOR
     END-IF
     IF  SSF-EOD
         MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
         MOVE "HINW-003" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         PERFORM S648-CLOSE-SOD-REGEL-CURSOR
         EXIT SECTION
     END-IF

     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     MOVE "   Nr"          TO ZEILE (1:5)
     MOVE "T"              TO ZEILE (8:1)
     MOVE "Wert 1"         TO ZEILE (11:6)
     MOVE "Wert 2"         TO ZEILE (28:6)
     MOVE "ANW"            TO ZEILE (45:3)
     MOVE "Beschreibung"   TO ZEILE (54:12)
     PERFORM U010-AUSGABE
     MOVE ALL "-" TO ZEILE
     PERFORM U010-AUSGABE

     MOVE ZERO TO W-SOD-ANZ
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         ADD 1 TO W-SOD-ANZ
         MOVE REGEL-NR OF SSFSODR TO W-SOD-NR-ED
         MOVE SPACES TO ZEILE
         MOVE W-SOD-NR-ED              TO ZEILE (1:5)
         MOVE TYP          OF SSFSODR  TO ZEILE (8:1)
         MOVE WERT1        OF SSFSODR  TO ZEILE (11:16)
         MOVE WERT2        OF SSFSODR  TO ZEILE (28:16)
         IF  ANWENDUNG OF SSFSODR = SPACES
             MOVE "(alle)"             TO ZEILE (45:6)
         ELSE
             MOVE ANWENDUNG OF SSFSODR TO ZEILE (45:8)
         END-IF
         MOVE BESCHREIBUNG OF SSFSODR  TO ZEILE (54:27)
         PERFORM U010-AUSGABE
         PERFORM S647-FETCH-SOD-REGEL-CURSOR
     END-PERFORM
     PERFORM S648-CLOSE-SOD-REGEL-CURSOR

     MOVE W-SOD-ANZ TO W-SOD-ANZ-ED
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  " --- "                      DELIMITED BY SIZE
             W-SOD-ANZ-ED                 DELIMITED BY SIZE
             " Regel(n); Typ R = Rollen, F = Funktionen"
                                          DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D921-99.
     EXIT.

******************************************************************
* SOD ADD: neue Regel anlegen. Die beiden Werte muessen sich
* unterscheiden, bei Typ R muessen beide Rollen existieren; eine
* gleichlautende Regel (auch mit vertauschten Werten) wird nicht
* doppelt angelegt
******************************************************************
 D922-SOD-ADD SECTION.
 D922-00.
     IF  (NOT SOD-TYP-ROLLE AND NOT SOD-TYP-FUNKTION)
     OR  W-SOD-WERT1 = SPACES
     OR  W-SOD-WERT2 = SPACES
     OR  W-SOD-WERT1 = W-SOD-WERT2
     OR  W-SOD-TEXT  = SPACES
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

**  ---> bei Rollen-Regeln muessen beide Rollen existieren
     IF  SOD-TYP-ROLLE
         MOVE W-SOD-WERT1 TO ROLLE OF SSROLES
         PERFORM S645-SELECT-SSROLES
         IF  USER-OK
             MOVE W-SOD-WERT2 TO ROLLE OF SSROLES
             PERFORM S645-SELECT-SSROLES
         END-IF
         IF  USER-EOD
             MOVE "FEHLER"   TO BEREICH   OF SSTEXT
             MOVE "FEHL-035" TO KATEGORIE OF SSTEXT
             PERFORM R100-SHOW-TEXT
             EXIT SECTION
         END-IF
     END-IF

**  ---> gleiche Regel schon vorhanden?
     PERFORM S656-SELECT-SSFSODR-PAAR
     IF  SSFSODR-OK
         MOVE REGEL-NR OF SSFSODR TO W-SOD-NR-ED
         MOVE SPACES TO ZEILE
         STRING  " Gleiche Regel bereits vorhanden: Nr. "
                                          DELIMITED BY SIZE
                 W-SOD-NR-ED              DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

**  ---> Regel anlegen und protokollieren
     PERFORM U100-BEGIN
     PERFORM S657-MAX-NR-SSFSODR
     ADD 1 TO W-SOD-NR
     MOVE W-SOD-NR TO W-SOD-NR-ED
     PERFORM S658-INSERT-SSFSODR
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     MOVE SPACES      TO SOURCE-MODUL OF SSPROT
     MOVE "VW"        TO AKTION       OF SSPROT
     MOVE "NO"        TO KZ-FREIGABE  OF SSPROT
     MOVE P-USER-NAME TO GROUP-USER   OF SSPROT
     MOVE SPACES      TO KOMMENTAR    OF SSPROT
     STRING  "SoD-Regel"             DELIMITED BY SIZE
             W-SOD-NR-ED             DELIMITED BY SIZE
             " angelegt: "           DELIMITED BY SIZE
             W-SOD-TYP               DELIMITED BY SIZE
             " "                     DELIMITED BY SIZE
             W-SOD-WERT1             DELIMITED BY SPACE
             "/"                     DELIMITED BY SIZE
             W-SOD-WERT2             DELIMITED BY SPACE
             " "                     DELIMITED BY SIZE
             W-SOD-ANW               DELIMITED BY SPACE
       INTO  KOMMENTAR OF SSPROT
     END-STRING
     PERFORM S200-INSERT-SSPROT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     MOVE SPACES TO ZEILE
     STRING  " Regel"                DELIMITED BY SIZE
             W-SOD-NR-ED             DELIMITED BY SIZE
             " angelegt"             DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D922-99.
     EXIT.

******************************************************************
* SOD DEL <Nr>: Regel samt ihren Ausnahmen loeschen - lockert die
* Kontrolle, daher nur nach Bestaetigung durch einen zweiten
* Administrator (Vier-Augen-Warteschlange, s. D507)
******************************************************************
 D923-SOD-DEL SECTION.
 D923-00.
     MOVE W-SOD-NR TO W-SOD-NR-ED H-SOD-NR
     PERFORM S649-SELECT-SSFSODR
     IF  NOT SSFSODR-OK
         PERFORM D932-SOD-REGEL-FEHLT
         EXIT SECTION
     END-IF

**  ---> Vier-Augen-Freigabe pruefen bzw. beantragen
     MOVE "SODDEL"    TO W-PQ-AKTION
     MOVE SPACES      TO W-PQ-PARAMETER
     MOVE W-SOD-NR-ED TO W-PQ-PARAMETER (1:5)
     PERFORM D507-CHECK-PENDING-APPROVAL
     IF  NOT PQ-FREIGEGEBEN
         EXIT SECTION
     END-IF

     PERFORM U100-BEGIN
     PERFORM S659-DELETE-SSFSODR
     IF  NOT PRG-ABBRUCH
         PERFORM S673-DELETE-SSFSODX-REGEL
     END-IF
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     MOVE SPACES      TO SOURCE-MODUL OF SSPROT
     MOVE "VW"        TO AKTION       OF SSPROT
     MOVE "NO"        TO KZ-FREIGABE  OF SSPROT
     MOVE P-USER-NAME TO GROUP-USER   OF SSPROT
     MOVE SPACES      TO KOMMENTAR    OF SSPROT
     STRING  "SoD-Regel"             DELIMITED BY SIZE
             W-SOD-NR-ED             DELIMITED BY SIZE
             " geloescht: "          DELIMITED BY SIZE
             WERT1 OF SSFSODR        DELIMITED BY SPACE
             "/"                     DELIMITED BY SIZE
             WERT2 OF SSFSODR        DELIMITED BY SPACE
       INTO  KOMMENTAR OF SSPROT
     END-STRING
     PERFORM S200-INSERT-SSPROT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     MOVE SPACES TO ZEILE
     STRING  " Regel"                DELIMITED BY SIZE
             W-SOD-NR-ED             DELIMITED BY SIZE
             " mit ihren Ausnahmen geloescht"
                                     DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D923-99.
     EXIT.

******************************************************************
* SOD EXCEPT <Grp.User> <Nr> <Begruendung>: dokumentierte Ausnahme
* fuer einen User zu einer Regel. Der erste Aufruf stellt den
* Antrag in die Vier-Augen-Warteschlange; nach der Bestaetigung
* durch einen zweiten Administrator (VERWALTUNG PENDING) legt der
* wiederholte Aufruf die Ausnahme mit beiden Identitaeten an
******************************************************************
 D924-SOD-EXCEPT SECTION.
 D924-00.
     MOVE ZERO TO W-SOD-I
     INSPECT W-SOD-USER TALLYING W-SOD-I FOR ALL "."
     IF  W-SOD-USER = SPACES
     OR  W-SOD-I NOT = 1
     OR  W-SOD-TEXT = SPACES
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     MOVE W-SOD-NR TO W-SOD-NR-ED H-SOD-NR
     PERFORM S649-SELECT-SSFSODR
     IF  NOT SSFSODR-OK
         PERFORM D932-SOD-REGEL-FEHLT
         EXIT SECTION
     END-IF

**  ---> Ausnahme schon vorhanden?
     MOVE W-SOD-USER TO H-SOD-USER
     PERFORM S674-SELECT-SSFSODX
     IF  SSFSODX-OK
         MOVE SPACES TO ZEILE
         STRING  " Ausnahme fuer "       DELIMITED BY SIZE
                 W-SOD-USER              DELIMITED BY SPACE
                 " zu Regel"             DELIMITED BY SIZE
                 W-SOD-NR-ED             DELIMITED BY SIZE
                 " besteht bereits (genehmigt von "
                                         DELIMITED BY SIZE
                 H-SOD-GENEHMIGT         DELIMITED BY SPACE
                 ")"                     DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

**  ---> Vier-Augen-Freigabe pruefen bzw. beantragen
     MOVE "SODEXCEPT"  TO W-PQ-AKTION
     MOVE SPACES       TO W-PQ-PARAMETER
     MOVE W-SOD-USER   TO W-PQ-PARAMETER (1:16)
     MOVE W-SOD-NR-ED  TO W-PQ-PARAMETER (18:5)
     PERFORM D507-CHECK-PENDING-APPROVAL
     IF  NOT PQ-FREIGEGEBEN
         EXIT SECTION
     END-IF

**  ---> bestaetigender Administrator aus der Warteschlange
     PERFORM S677-SELECT-SOD-GENEHMIGER

     PERFORM U100-BEGIN
     PERFORM S675-INSERT-SSFSODX
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     MOVE SPACES      TO SOURCE-MODUL OF SSPROT
     MOVE "VW"        TO AKTION       OF SSPROT
     MOVE "NO"        TO KZ-FREIGABE  OF SSPROT
     MOVE P-USER-NAME TO GROUP-USER   OF SSPROT
     MOVE SPACES      TO KOMMENTAR    OF SSPROT
     STRING  "SoD-Ausnahme Regel"    DELIMITED BY SIZE
             W-SOD-NR-ED             DELIMITED BY SIZE
             " fuer "                DELIMITED BY SIZE
             W-SOD-USER              DELIMITED BY SPACE
             ", bestaetigt von "     DELIMITED BY SIZE
             H-SOD-GENEHMIGT         DELIMITED BY SPACE
       INTO  KOMMENTAR OF SSPROT
     END-STRING
     PERFORM S200-INSERT-SSPROT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     MOVE SPACES TO ZEILE
     STRING  " Ausnahme fuer "       DELIMITED BY SIZE
             W-SOD-USER              DELIMITED BY SPACE
             " zu Regel"             DELIMITED BY SIZE
             W-SOD-NR-ED             DELIMITED BY SIZE
             " angelegt"             DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D924-99.
     EXIT.

******************************************************************
* SOD REVOKE <Grp.User> <Nr>: Ausnahme zuruecknehmen (verschaerft
* die Kontrolle, daher ohne Vier-Augen-Freigabe). Bestehende
* Zuordnungen bleiben; sie erscheinen danach im SOD REPORT
******************************************************************
 D925-SOD-REVOKE SECTION.
 D925-00.
     MOVE ZERO TO W-SOD-I
     INSPECT W-SOD-USER TALLYING W-SOD-I FOR ALL "."
     IF  W-SOD-USER = SPACES
     OR  W-SOD-I NOT = 1
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     MOVE W-SOD-NR   TO W-SOD-NR-ED H-SOD-NR
     MOVE W-SOD-USER TO H-SOD-USER
     PERFORM S674-SELECT-SSFSODX
     IF  NOT SSFSODX-OK
         MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
         MOVE "HINW-003" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     PERFORM U100-BEGIN
     PERFORM S676-DELETE-SSFSODX
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     MOVE SPACES      TO SOURCE-MODUL OF SSPROT
     MOVE "VW"        TO AKTION       OF SSPROT
     MOVE "NO"        TO KZ-FREIGABE  OF SSPROT
     MOVE P-USER-NAME TO GROUP-USER   OF SSPROT
     MOVE SPACES      TO KOMMENTAR    OF SSPROT
     STRING  "SoD-Ausnahme Regel"    DELIMITED BY SIZE
             W-SOD-NR-ED             DELIMITED BY SIZE
             " fuer "                DELIMITED BY SIZE
             W-SOD-USER              DELIMITED BY SPACE
             " zurueckgenommen"      DELIMITED BY SIZE
       INTO  KOMMENTAR OF SSPROT
     END-STRING
     PERFORM S200-INSERT-SSPROT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     MOVE SPACES TO ZEILE
     STRING  " Ausnahme fuer "       DELIMITED BY SIZE
             W-SOD-USER              DELIMITED BY SPACE
             " zu Regel"             DELIMITED BY SIZE
             W-SOD-NR-ED             DELIMITED BY SIZE
             " zurueckgenommen"      DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D925-99.
     EXIT.

******************************************************************
* SOD REPORT: Bestand gegen die Regeln pruefen - jeder User mit
* Eintraegen in =SSUSER wird samt seinen nicht abgelaufenen
* Delegationen ausgewertet (D927 im Report-Modus); danach alle
* genehmigten Ausnahmen mit Antragsteller und Genehmiger
******************************************************************
 D926-SOD-REPORT SECTION.
 D926-00.
     PERFORM D928-SOD-REGELN-LADEN
     IF  W-SOD-REG-ANZ = ZERO
         MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
         MOVE "HINW-003" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     PERFORM U011-AUSGABE-SPACELINE
     MOVE " Bestehende Konflikte der Funktionstrennung:" TO ZEILE
     PERFORM U010-AUSGABE
     MOVE ALL "-" TO ZEILE
     PERFORM U010-AUSGABE

     MOVE ZERO TO W-SOD-ANZ-KONFL W-SOD-ANZ-AUSN W-SOD-ANZ-USER
     SET SOD-MODUS-REPORT TO TRUE
     MOVE SPACES TO W-SOD-NEU-ROLLE
     PERFORM S678-OPEN-SOD-USER-CURSOR
     IF  SSF-OK
         PERFORM S679-FETCH-SOD-USER-CURSOR
     END-IF
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         ADD 1 TO W-SOD-ANZ-USER

**      ---> USER OF SSUSER entschluesseln (2 x 8 Zeichen, s. D430)
         MOVE USER OF SSUSER TO H-SOD-USER-ENCR
         MOVE USER OF SSUSER (1:8) TO W-UMSCHL-IN
         PERFORM U310-DECR
         MOVE W-UMSCHL-OUT         TO W-SOD-USER (1:8)
         MOVE USER OF SSUSER (9:8) TO W-UMSCHL-IN
         PERFORM U310-DECR
         MOVE W-UMSCHL-OUT         TO W-SOD-USER (9:8)

         PERFORM D927-SOD-PRUEFEN
         PERFORM S679-FETCH-SOD-USER-CURSOR
     END-PERFORM
     PERFORM S693-CLOSE-SOD-USER-CURSOR
     SET SOD-MODUS-PRUEF TO TRUE

     IF  W-SOD-ANZ-KONFL = ZERO
     AND W-SOD-ANZ-AUSN  = ZERO
         MOVE "   (keine)" TO ZEILE
         PERFORM U010-AUSGABE
     END-IF

**  ---> alle genehmigten Ausnahmen
     PERFORM U011-AUSGABE-SPACELINE
     MOVE " Genehmigte Ausnahmen:" TO ZEILE
     PERFORM U010-AUSGABE
     MOVE ALL "-" TO ZEILE
     PERFORM U010-AUSGABE
     MOVE ZERO TO W-SOD-ANZ
     PERFORM S694-OPEN-SOD-AUSN-CURSOR
     IF  SSF-OK
         PERFORM S695-FETCH-SOD-AUSN-CURSOR
     END-IF
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         ADD 1 TO W-SOD-ANZ
         MOVE REGEL-NR OF SSFSODX TO W-SOD-NR-ED
         MOVE SPACES TO ZEILE
         STRING  " "                       DELIMITED BY SIZE
                 GRP-USER OF SSFSODX       DELIMITED BY SPACE
                 "  Regel"                 DELIMITED BY SIZE
                 W-SOD-NR-ED               DELIMITED BY SIZE
                 "  beantragt von "        DELIMITED BY SIZE
                 BEANTRAGT-VON OF SSFSODX  DELIMITED BY SPACE
                 ", genehmigt von "        DELIMITED BY SIZE
                 GENEHMIGT-VON OF SSFSODX  DELIMITED BY SPACE
                 " am "                    DELIMITED BY SIZE
                 ZPINS OF SSFSODX (1:10)   DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         MOVE SPACES TO ZEILE
         STRING  "   Begruendung: "        DELIMITED BY SIZE
                 BEGRUENDUNG OF SSFSODX    DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         PERFORM S695-FETCH-SOD-AUSN-CURSOR
     END-PERFORM
     PERFORM S696-CLOSE-SOD-AUSN-CURSOR
     IF  W-SOD-ANZ = ZERO
         MOVE "   (keine)" TO ZEILE
         PERFORM U010-AUSGABE
     END-IF

     MOVE W-SOD-ANZ-USER  TO W-SOD-ANZ-ED
     MOVE W-SOD-ANZ-KONFL TO W-SOD-ANZ2-ED
     MOVE W-SOD-ANZ       TO W-SOD-ANZ3-ED
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  " --- "                      DELIMITED BY SIZE
             W-SOD-ANZ-ED                 DELIMITED BY SIZE
             " User geprueft,"            DELIMITED BY SIZE
             W-SOD-ANZ2-ED                DELIMITED BY SIZE
             " Konflikt(e) ohne Ausnahme,"
                                          DELIMITED BY SIZE
             W-SOD-ANZ3-ED                DELIMITED BY SIZE
             " Ausnahme(n)"               DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D926-99.
     EXIT.

******************************************************************
* Funktionstrennung pruefen. Eingabe: W-SOD-USER (Grp.User im
* Klartext) und W-SOD-NEU-ROLLE (die zu vergebende Rolle; mit
* SOD-NEU-IST-DLG als Delegation). Gezaehlt werden die gueltigen
* Zuordnungen in =SSUSER, die nicht abgelaufenen Delegationen und
* die neue Rolle. Eine Regel verletzt die neue Zuordnung, wenn der
* User danach beide Werte haelt und einer davon aus der neuen Rolle
* stammt; eine Regel mit ANWENDUNG greift nur, wenn der User diese
* Anwendung hat (Funktion ANW) oder ohne ANW-Einschraenkung auf
* alle Anwendungen zugreift (wie C051). Ohne genehmigte Ausnahme
* (=SSFSODX) wird SOD-VERWEIGERT gesetzt - der Aufrufer legt die
* Zuordnung dann nicht an.
* Im Report-Modus (SOD-MODUS-REPORT, D926) sind Regeln und
* H-SOD-USER-ENCR schon versorgt und jeder Konflikt wird gemeldet
******************************************************************
 D927-SOD-PRUEFEN SECTION.
 D927-00.
     SET SOD-ERLAUBT TO TRUE
     MOVE ZERO TO W-SOD-NR

     IF  SOD-MODUS-PRUEF
         PERFORM D928-SOD-REGELN-LADEN
         IF  W-SOD-REG-ANZ = ZERO
             EXIT SECTION
         END-IF
**      ---> aufbereiten verschl. User (wie D440-INSERT-USER)
         MOVE ZERO TO W-SOD-LEN
         INSPECT W-SOD-USER TALLYING W-SOD-LEN
             FOR CHARACTERS BEFORE INITIAL " "
         MOVE W-SOD-USER (1:W-SOD-LEN) TO W-UMSCHL-IN
         PERFORM U320-ENCR
         MOVE W-UMSCHL-OUT TO H-SOD-USER-ENCR
         IF  W-SOD-LEN > 8
             MOVE W-SOD-USER (9:W-SOD-LEN - 8) TO W-UMSCHL-IN
         ELSE
             MOVE SPACES TO W-UMSCHL-IN
         END-IF
         PERFORM U320-ENCR
         MOVE W-UMSCHL-OUT TO H-SOD-USER-ENCR (9:)
     END-IF

     PERFORM D929-SOD-ZUORD-LADEN

**  ---> hat der User Anwendungen per ANW zugeordnet?
     SET SOD-USR-OHNE-ANW TO TRUE
     PERFORM VARYING W-SOD-J FROM 1 BY 1
             UNTIL   W-SOD-J > W-SOD-ZT-ANZ
         IF  W-SOD-ZT-FKT (W-SOD-J) = "ANW"
             SET SOD-USR-MIT-ANW TO TRUE
         END-IF
     END-PERFORM

     PERFORM VARYING W-SOD-I FROM 1 BY 1
             UNTIL   W-SOD-I > W-SOD-REG-ANZ
         PERFORM D930-SOD-REGEL
     END-PERFORM

**  ---> abgewiesen: Weg zur Ausnahme zeigen
     IF  SOD-VERWEIGERT
         MOVE W-SOD-NR TO W-SOD-NR-ED
         MOVE SPACES TO ZEILE
         STRING  " Zuordnung abgewiesen (Funktionstrennung); "
                                          DELIMITED BY SIZE
                 "Ausnahme nur mit:"      DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         MOVE SPACES TO ZEILE
         STRING  "   VERWALTUNG SOD EXCEPT "
                                          DELIMITED BY SIZE
                 W-SOD-USER               DELIMITED BY SPACE
                 " "                      DELIMITED BY SIZE
                 W-SOD-NR-ED              DELIMITED BY SIZE
                 " <Begruendung>"         DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF
     .
 D927-99.
     EXIT.

******************************************************************
* Regeln der Funktionstrennung in W-SOD-REG-TAB laden
******************************************************************
 D928-SOD-REGELN-LADEN SECTION.
 D928-00.
     MOVE ZERO TO W-SOD-REG-ANZ
     PERFORM S646-OPEN-SOD-REGEL-CURSOR
     IF  SSF-OK
         PERFORM S647-FETCH-SOD-REGEL-CURSOR
     END-IF
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         IF  W-SOD-REG-ANZ < K-SOD-REG-MAX
             ADD 1 TO W-SOD-REG-ANZ
             MOVE REGEL-NR     OF SSFSODR
               TO W-SOD-REG-NR    (W-SOD-REG-ANZ)
             MOVE TYP          OF SSFSODR
               TO W-SOD-REG-TYP   (W-SOD-REG-ANZ)
             MOVE WERT1        OF SSFSODR
               TO W-SOD-REG-WERT1 (W-SOD-REG-ANZ)
             MOVE WERT2        OF SSFSODR
               TO W-SOD-REG-WERT2 (W-SOD-REG-ANZ)
             MOVE ANWENDUNG    OF SSFSODR
               TO W-SOD-REG-ANW   (W-SOD-REG-ANZ)
             MOVE BESCHREIBUNG OF SSFSODR
               TO W-SOD-REG-TEXT  (W-SOD-REG-ANZ)
         END-IF
         PERFORM S647-FETCH-SOD-REGEL-CURSOR
     END-PERFORM
     PERFORM S648-CLOSE-SOD-REGEL-CURSOR
     .
 D928-99.
     EXIT.

******************************************************************
* Rollen/Funktionen des Users in W-SOD-ZT-TAB laden: Kennzeichen
* 1 = =SSUSER, 2 = Delegation, 3 = neue Rolle
******************************************************************
 D929-SOD-ZUORD-LADEN SECTION.
 D929-00.
     MOVE ZERO TO W-SOD-ZT-ANZ
     PERFORM U030-TIMESTAMP
     MOVE TAL-JHJJMMTT OF TAL-TIME-D TO H-SOD-HEUTE H-SOD-HEUTE-N
     MOVE W-SOD-USER TO H-SOD-USER

     SET SOD-QUELLE-SSUSER TO TRUE
     PERFORM D931-SOD-ZUORD-QUELLE
     SET SOD-QUELLE-DELEG  TO TRUE
     PERFORM D931-SOD-ZUORD-QUELLE
     IF  W-SOD-NEU-ROLLE NOT = SPACES
         MOVE W-SOD-NEU-ROLLE TO H-SOD-ROLLE
         SET SOD-QUELLE-NEU TO TRUE
         PERFORM D931-SOD-ZUORD-QUELLE
     END-IF
     .
 D929-99.
     EXIT.

******************************************************************
* eine Regel (Index W-SOD-I) gegen W-SOD-ZT-TAB pruefen und einen
* Konflikt melden
******************************************************************
 D930-SOD-REGEL SECTION.
 D930-00.
**  ---> Regel fuer eine bestimmte Anwendung?
     IF  W-SOD-REG-ANW (W-SOD-I) NOT = SPACES
     AND SOD-USR-MIT-ANW
         SET SOD-ANW-NICHT TO TRUE
         PERFORM VARYING W-SOD-J FROM 1 BY 1
                 UNTIL   W-SOD-J > W-SOD-ZT-ANZ
             IF  W-SOD-ZT-FKT (W-SOD-J) = "ANW"
             AND W-SOD-ZT-PARM (W-SOD-J) (1:8)
                                     = W-SOD-REG-ANW (W-SOD-I)
                 SET SOD-ANW-TRIFFT TO TRUE
             END-IF
         END-PERFORM
         IF  SOD-ANW-NICHT
             EXIT SECTION
         END-IF
     END-IF

**  ---> haelt der User beide Werte, und stammt einer aus der
**       neuen Rolle?
     MOVE SPACE TO W-SOD-HAT-A W-SOD-HAT-B W-SOD-NEU-BET
     PERFORM VARYING W-SOD-J FROM 1 BY 1
             UNTIL   W-SOD-J > W-SOD-ZT-ANZ
         IF  W-SOD-REG-TYP (W-SOD-I) = "R"
             MOVE W-SOD-ZT-ROLLE (W-SOD-J) TO W-SOD-WERT
         ELSE
             MOVE W-SOD-ZT-FKT   (W-SOD-J) TO W-SOD-WERT
         END-IF
         IF  W-SOD-WERT = W-SOD-REG-WERT1 (W-SOD-I)
             MOVE "J" TO W-SOD-HAT-A
             IF  W-SOD-ZT-KZ (W-SOD-J) = "3"
                 MOVE "J" TO W-SOD-NEU-BET
             END-IF
         END-IF
         IF  W-SOD-WERT = W-SOD-REG-WERT2 (W-SOD-I)
             MOVE "J" TO W-SOD-HAT-B
             IF  W-SOD-ZT-KZ (W-SOD-J) = "3"
                 MOVE "J" TO W-SOD-NEU-BET
             END-IF
         END-IF
     END-PERFORM

     IF  W-SOD-HAT-A NOT = "J"
     OR  W-SOD-HAT-B NOT = "J"
         EXIT SECTION
     END-IF
     IF  SOD-MODUS-PRUEF
     AND W-SOD-NEU-BET NOT = "J"
         EXIT SECTION
     END-IF

**  ---> Konflikt: genehmigte Ausnahme vorhanden?
     MOVE W-SOD-REG-NR (W-SOD-I) TO H-SOD-NR W-SOD-NR-ED
     MOVE W-SOD-USER TO H-SOD-USER
     PERFORM S674-SELECT-SSFSODX

     MOVE SPACES TO ZEILE
     STRING  " "                          DELIMITED BY SIZE
             W-SOD-USER                   DELIMITED BY SPACE
             ": Regel"                    DELIMITED BY SIZE
             W-SOD-NR-ED                  DELIMITED BY SIZE
             " "                          DELIMITED BY SIZE
             W-SOD-REG-WERT1 (W-SOD-I)    DELIMITED BY SPACE
             " + "                        DELIMITED BY SIZE
             W-SOD-REG-WERT2 (W-SOD-I)    DELIMITED BY SPACE
             " "                          DELIMITED BY SIZE
             W-SOD-REG-ANW (W-SOD-I)      DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     IF  SSFSODX-OK
         ADD 1 TO W-SOD-ANZ-AUSN
         MOVE "(Ausnahme)"   TO ZEILE (70:10)
     ELSE
         ADD 1 TO W-SOD-ANZ-KONFL
         MOVE "(Konflikt)"   TO ZEILE (70:10)
         IF  SOD-ERLAUBT
             SET SOD-VERWEIGERT TO TRUE
             MOVE W-SOD-REG-NR (W-SOD-I) TO W-SOD-NR
         END-IF
     END-IF
     PERFORM U010-AUSGABE
     MOVE SPACES TO ZEILE
     STRING  "   "                        DELIMITED BY SIZE
             W-SOD-REG-TEXT (W-SOD-I)     DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D930-99.
     EXIT.

******************************************************************
* eine Quelle (W-SOD-QUELLE) in W-SOD-ZT-TAB uebernehmen
******************************************************************
 D931-SOD-ZUORD-QUELLE SECTION.
 D931-00.
     PERFORM S653-OPEN-SOD-FKT-CURSOR
     IF  SSF-OK
         PERFORM S654-FETCH-SOD-FKT-CURSOR
     END-IF
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         IF  W-SOD-ZT-ANZ < K-SOD-ZT-MAX
             ADD 1 TO W-SOD-ZT-ANZ
             MOVE H-SOD-R-ROLLE TO W-SOD-ZT-ROLLE (W-SOD-ZT-ANZ)
             MOVE H-SOD-R-FKT   TO W-SOD-ZT-FKT   (W-SOD-ZT-ANZ)
             MOVE H-SOD-R-PARM  TO W-SOD-ZT-PARM  (W-SOD-ZT-ANZ)
             MOVE W-SOD-QUELLE  TO W-SOD-ZT-KZ    (W-SOD-ZT-ANZ)
         END-IF
         PERFORM S654-FETCH-SOD-FKT-CURSOR
     END-PERFORM
     PERFORM S655-CLOSE-SOD-FKT-CURSOR
     .
 D931-99.
     EXIT.

******************************************************************
* Meldung: Regel W-SOD-NR-ED nicht vorhanden
******************************************************************
 D932-SOD-REGEL-FEHLT SECTION.
 D932-00.
     MOVE SPACES TO ZEILE
     STRING  " Regel"                    DELIMITED BY SIZE
             W-SOD-NR-ED                 DELIMITED BY SIZE
             " ist nicht vorhanden (s. VERWALTUNG SOD LIST)"
                                         DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D932-99.
     EXIT.

******************************************************************
* LIST UNMANAGED [PROD|TEST] [CSV <Datei>]: Inventur der nicht
* verwalteten Objektdateien. Geprueft werden die Objekt-Subvolumes
* der Stufen (=SSPARM "R2T-RUN%" = TEST, "R2P-RUN%" = PROD, je
* SVOL_DEST, damit auch die Zielklassen-Varianten) auf dem Volume
* der Sitzung und allen Katalog-Volumes lt. =DEFCAT (DEF_TYP "CA").
* Je Objektdatei (Dateicode 100 lt. SSFEIN0M "FI") wird das Modul
* gesucht (Objektname mit "E" statt S/O/N bzw. mit angehaengtem
* "E" bei CX); gemeldet wird jede Datei ohne =SSAFE-Modul (Grund
* MODUL) oder ohne Freigabe fuer die Stufe und ohne archivierte
* Freigabe in =SSFRARCH (Grund FREIGABE) - mit letzter Aenderung,
* Owner, Security und Verweisen (K = Kettenschritt in =SSFRFDEF,
* P = Pathway lt. PATHCOM-Liste =SSPARM "PATHCONF"). Reiner
* Report, es wird nichts geloescht
******************************************************************
 D933-SHOW-UNMANAGED SECTION.
 D933-00.
     MOVE SPACES TO W-UM-FILTER
     IF  W-LIST-SUBPRM1-VAL (1:4) = "PROD" OR = "TEST"
         MOVE W-LIST-SUBPRM1-VAL (1:4) TO W-UM-FILTER
     END-IF

**  ---> zu pruefende Orte (Volume x Subvolume) bestimmen
     PERFORM D934-UM-ORTE-LADEN
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF
     IF  W-UM-SVOL-ANZ = ZERO
         PERFORM U011-AUSGABE-SPACELINE
         MOVE " !!! keine Objekt-Subvolumes (=SSPARM R2T-RUN/R2P-RUN)"
             TO ZEILE
         PERFORM U010-AUSGABE
         PERFORM U011-AUSGABE-SPACELINE
         EXIT SECTION
     END-IF

**  ---> Pathway-Referenzen aus den PATHCOM-Listen
     PERFORM D935-UM-PATHWAY-LADEN

**  ---> ggf. CSV-Ausgabedatei oeffnen (Abarbeitung im Betrieb)
     IF  W-LIST-CSV-FILE NOT = SPACES
         PERFORM N023-OPEN-LIST-CSV
         IF  PRG-ABBRUCH
             EXIT SECTION
         END-IF
         MOVE "DATEI;STUFE;GRUND;GEAENDERT;OWNER;SECURITY;REF"
             TO W-UM-CSV-ZEILE
         WRITE PROTCSV-SATZ FROM W-UM-CSV-ZEILE
     END-IF

     PERFORM U011-AUSGABE-SPACELINE
     MOVE " Nicht verwaltete Objektdateien (ohne Modul bzw. Freigabe)"
         TO ZEILE
     PERFORM U010-AUSGABE
     MOVE SPACES      TO ZEILE
     MOVE "Objektdatei" TO ZEILE (2:11)
     MOVE "Stufe"     TO ZEILE (29:5)
     MOVE "Grund"     TO ZEILE (35:5)
     MOVE "geaendert" TO ZEILE (44:9)
     MOVE "Owner"     TO ZEILE (55:5)
     MOVE "Sec"       TO ZEILE (72:3)
     MOVE "Ref"       TO ZEILE (77:3)
     PERFORM U010-AUSGABE
     MOVE ALL "-"     TO ZEILE
     MOVE SPACE       TO ZEILE (1:1)
     PERFORM U010-AUSGABE

     MOVE ZERO TO W-UM-ORT-ANZ
                  W-UM-DATEI-ANZ
                  W-UM-KAND-ANZ
     PERFORM VARYING W-UM-I FROM 1 BY 1
             UNTIL   W-UM-I > W-UM-SVOL-ANZ
             OR      PRG-ABBRUCH
         PERFORM VARYING W-UM-J FROM 1 BY 1
                 UNTIL   W-UM-J > W-UM-VOL-ANZ
                 OR      PRG-ABBRUCH
             PERFORM D936-UM-ORT-SCAN
         END-PERFORM
     END-PERFORM

     IF  W-LIST-CSV-FILE NOT = SPACES
         CLOSE PROTCSV
     END-IF

     PERFORM U011-AUSGABE-SPACELINE
     MOVE W-UM-DATEI-ANZ TO W-UM-ANZ-ED
     MOVE W-UM-ORT-ANZ   TO W-UM-ANZ2-ED
     MOVE W-UM-KAND-ANZ  TO W-UM-ANZ3-ED
     MOVE SPACES TO ZEILE
     STRING  " --- "           DELIMITED BY SIZE
             W-UM-ANZ-ED       DELIMITED BY SIZE
             " Objektdateien in "
                               DELIMITED BY SIZE
             W-UM-ANZ2-ED      DELIMITED BY SIZE
             " Subvolumes geprueft, "
                               DELIMITED BY SIZE
             W-UM-ANZ3-ED      DELIMITED BY SIZE
             " nicht verwaltet"
                               DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE
     .
 D933-99.
     EXIT.

******************************************************************
* LIST UNMANAGED: Volumes (Sitzung + Katalog-Volumes aus =DEFCAT)
* und Objekt-Subvolumes je Stufe (=SSPARM R2x-RUN%, ggf. nur die
* mit W-UM-FILTER gewaehlte Stufe) in die Tabellen laden
******************************************************************
 D934-UM-ORTE-LADEN SECTION.
 D934-00.
     MOVE ZERO   TO W-UM-VOL-ANZ
                    W-UM-SVOL-ANZ
                    W-UM-KAT-ANZ
     MOVE SPACES TO W-UM-VOL-NEU
     UNSTRING W-VOLUME DELIMITED BY SPACE OR "."
         INTO W-UM-VOL-NEU
     END-UNSTRING
     PERFORM D938-UM-VOL-MERKEN

**  ---> Katalog-Volumes der Anwendung (wie C040)
     PERFORM S500-OPEN-DEFCAT-CURSOR
     PERFORM S510-FETCH-DEFCAT-CURSOR
     PERFORM UNTIL   DEFCAT-NOK
             OR      PRG-ABBRUCH
         IF  DEF-TYP OF DEFCAT = "CA"
             MOVE SPACES TO W-UM-VOL-NEU
             UNSTRING DEF-FILE OF DEFCAT DELIMITED BY "." OR SPACE
                 INTO W-UM-VOL-NEU
             END-UNSTRING
             PERFORM D938-UM-VOL-MERKEN
             IF  W-UM-KAT-ANZ < 20
                 ADD 1 TO W-UM-KAT-ANZ
                 MOVE DEF-FILE OF DEFCAT TO W-UM-KAT (W-UM-KAT-ANZ)
             END-IF
         END-IF
         PERFORM S510-FETCH-DEFCAT-CURSOR
     END-PERFORM
     PERFORM S520-CLOSE-DEFCAT-CURSOR

**  ---> Objekt-Subvolumes je Stufe
     PERFORM S597-OPEN-UM-SVOL-CURSOR
     PERFORM S598-FETCH-UM-SVOL-CURSOR
     PERFORM UNTIL   SSF-EOD
             OR      PRG-ABBRUCH
         IF  H-UM-AKTION (1:3) = "R2T"
             MOVE "TEST" TO W-UM-STUFE-NEU
         ELSE
             MOVE "PROD" TO W-UM-STUFE-NEU
         END-IF
         MOVE SPACES TO W-UM-SVOL-NEU
         UNSTRING H-UM-SVOL DELIMITED BY SPACE
             INTO W-UM-SVOL-NEU
         END-UNSTRING
         IF  W-UM-SVOL-NEU NOT = SPACES
         AND (W-UM-FILTER = SPACES
           OR W-UM-FILTER = W-UM-STUFE-NEU)
             MOVE ZERO TO W-UM-TREFFER
             PERFORM VARYING W-UM-K FROM 1 BY 1
                     UNTIL   W-UM-K > W-UM-SVOL-ANZ
                 IF  W-UM-SVOL (W-UM-K)       = W-UM-SVOL-NEU
                 AND W-UM-SVOL-STUFE (W-UM-K) = W-UM-STUFE-NEU
                     MOVE W-UM-K TO W-UM-TREFFER
                 END-IF
             END-PERFORM
             IF  W-UM-TREFFER = ZERO
             AND W-UM-SVOL-ANZ < 30
                 ADD 1 TO W-UM-SVOL-ANZ
                 MOVE W-UM-SVOL-NEU  TO W-UM-SVOL (W-UM-SVOL-ANZ)
                 MOVE W-UM-STUFE-NEU TO W-UM-SVOL-STUFE (W-UM-SVOL-ANZ)
             END-IF
         END-IF
         PERFORM S598-FETCH-UM-SVOL-CURSOR
     END-PERFORM
     PERFORM S599-CLOSE-UM-SVOL-CURSOR
     .
 D934-99.
     EXIT.

******************************************************************
* LIST UNMANAGED: PATHCOM-Listen (=SSPARM "PATHCONF", SVOL_SOURCE
* = Prod-, SVOL_DEST = Test-Pathway; Ausgabe von INFO SERVER * bzw.
* die Konfigurations-Obey-Datei) lesen und jede hinter "PROGRAM"
* stehende, voll qualifizierte Programmdatei merken. Fehlt der
* Parameter oder ist eine Liste nicht lesbar, bleibt die Spalte P
* leer - ein Hinweis wird ausgegeben
******************************************************************
 D935-UM-PATHWAY-LADEN SECTION.
 D935-00.
     MOVE ZERO TO W-UM-PWY-ANZ
     MOVE "PATHCONF" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  NOT SSPRM-OK
         PERFORM U011-AUSGABE-SPACELINE
         MOVE " Hinweis: ohne =SSPARM PATHCONF keine Pathway-Pruefung"
             TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

     PERFORM VARYING W-UM-K FROM 1 BY 1
             UNTIL   W-UM-K > 2
         IF  W-UM-K = 1
             MOVE SVOL-SOURCE OF SSPARM TO ASS-FNAME
         ELSE
             MOVE SVOL-DEST   OF SSPARM TO ASS-FNAME
         END-IF
         IF  ASS-FNAME NOT = SPACES
             PERFORM D939-UM-PATHWAY-DATEI
         END-IF
     END-PERFORM
     .
 D935-99.
     EXIT.

******************************************************************
* LIST UNMANAGED: ein Subvolume W-UM-VOL (W-UM-J) . W-UM-SVOL
* (W-UM-I) durchsuchen (FILENAME_FINDSTART_ wie C801); nicht
* vorhandene Subvolumes auf einzelnen Katalog-Volumes sind normal
* und werden uebergangen
******************************************************************
 D936-UM-ORT-SCAN SECTION.
 D936-00.
     MOVE W-UM-SVOL-STUFE (W-UM-I) TO W-UM-STUFE
     MOVE SPACES TO FB-SEARCH-PATTERN
     STRING  W-UM-VOL (W-UM-J)                   DELIMITED BY SPACE
             "."                                 DELIMITED BY SIZE
             W-UM-SVOL (W-UM-I)                  DELIMITED BY SPACE
             ".*"                                DELIMITED BY SIZE
       INTO  FB-SEARCH-PATTERN
     END-STRING
     MOVE ZERO TO FB-SEARCH-PATTERNLEN
     INSPECT FB-SEARCH-PATTERN TALLYING FB-SEARCH-PATTERNLEN
         FOR CHARACTERS BEFORE INITIAL " "

     MOVE 0 TO FB-RESOLVE-LEVEL
     MOVE 3 TO FB-DEVICE-TYPE
     ENTER TAL "FILENAME_FINDSTART_"
                USING FB-SEARCH-ID
                      FB-SEARCH-PATTERN (1:FB-SEARCH-PATTERNLEN)
                      FB-RESOLVE-LEVEL
               GIVING FB-ERROR
     IF  FB-ERROR NOT = ZERO
         EXIT SECTION
     END-IF
     ADD 1 TO W-UM-ORT-ANZ

     PERFORM E110-FIND-NEXT
     PERFORM UNTIL F-EOF OR PRG-ABBRUCH
         PERFORM D937-UM-DATEI
         PERFORM E110-FIND-NEXT
     END-PERFORM
     .
 D936-99.
     EXIT.

******************************************************************
* LIST UNMANAGED: eine gefundene Datei (SEARCH-FILE) pruefen -
* Dateiinfo per SSFEIN0M "FI", nur Objektdateien (Dateicode 100);
* Modul und Freigabe suchen, bei Befund Verweise ermitteln und
* die Zeile ausgeben
******************************************************************
 D937-UM-DATEI SECTION.
 D937-00.
     MOVE SPACES TO SEARCH-FILE-VOL
                    SEARCH-FILE-SUBVOL
                    SEARCH-FILE-NAME
     UNSTRING SEARCH-FILE DELIMITED BY "."
         INTO SEARCH-FILE-VOL
              SEARCH-FILE-SUBVOL
              SEARCH-FILE-NAME
     END-UNSTRING
     MOVE SEARCH-FILE      TO W-UM-DATEI
     MOVE SEARCH-FILE-NAME TO W-UM-OBJ

**  ---> Dateiinfo holen; ist der Owner keinem User mehr zugeordnet,
**       meldet SSFEIN0M 9999 ohne Owner-Namen - die Datei bleibt
**       dann mit Gruppe,User-Nr im Bericht
     MOVE "FI"               TO EIN-LINK-CMD
     MOVE ZERO               TO EIN-LINK-RC
     MOVE SPACES             TO EIN-LINK-REP-FILE
     MOVE W-UM-DATEI         TO EIN-LINK-REP-FILE
     MOVE ZERO TO C4-I1
     INSPECT EIN-LINK-REP-FILE TALLYING C4-I1
         FOR CHARACTERS BEFORE INITIAL SPACE
     MOVE C4-I1              TO EIN-LINK-REP-FILE-LEN
     CALL "SSFEIN0M" USING EIN-LINK-REC
     IF  EIN-LINK-RC NOT = ZERO
     AND EIN-LINK-RC NOT = 9999
         EXIT SECTION
     END-IF
     IF  EIN-LINK-FCODE NOT = 100
         EXIT SECTION
     END-IF
     ADD 1 TO W-UM-DATEI-ANZ

**  ---> Modul suchen (s. D940)
     MOVE "MODUL" TO W-UM-GRUND
     PERFORM D940-UM-MODUL-SUCHEN

**  ---> Modul vorhanden: Freigabe fuer die Stufe (aktueller Stand
**       in =SSAFE, eine Prod-Freigabe deckt auch Test ab) oder
**       archivierte Freigabe in =SSFRARCH
     IF  SSF-OK
         MOVE "FREIGABE" TO W-UM-GRUND
         IF  H-UM-FRG-PROD = "PR" OR = "PA"
             MOVE SPACES TO W-UM-GRUND
         END-IF
         IF  W-UM-STUFE = "TEST"
         AND (H-UM-FRG-TEST = "TR" OR = "TA" OR = "SA")
             MOVE SPACES TO W-UM-GRUND
         END-IF
         IF  NOT UM-VERWALTET
             PERFORM S698-COUNT-UM-SSFRARCH
             IF  H-UM-ANZ > ZERO
                 MOVE SPACES TO W-UM-GRUND
             END-IF
         END-IF
     END-IF
     IF  UM-VERWALTET
         EXIT SECTION
     END-IF
     ADD 1 TO W-UM-KAND-ANZ

**  ---> Verweise: Kettenschritt (=SSFRFDEF PROG bzw. ALT_PROG)
**       und Pathway-Serverklasse (PATHCOM-Liste)
     MOVE SPACES TO W-UM-REF
     MOVE W-UM-OBJ   TO H-UM-OBJ
     MOVE W-UM-DATEI TO H-UM-DATEI
     PERFORM S699-COUNT-UM-SSFRFDEF
     IF  H-UM-ANZ > ZERO
         MOVE "K" TO W-UM-REF (1:1)
     END-IF
     SET UM-PWY-NEIN TO TRUE
     PERFORM VARYING W-UM-K FROM 1 BY 1
             UNTIL   W-UM-K > W-UM-PWY-ANZ
             OR      UM-PWY-JA
         IF  W-UM-PWY (W-UM-K) = W-UM-DATEI
             SET UM-PWY-JA TO TRUE
         END-IF
     END-PERFORM
     IF  UM-PWY-JA
         IF  W-UM-REF = SPACES
             MOVE "P" TO W-UM-REF (1:1)
         ELSE
             MOVE "P" TO W-UM-REF (2:1)
         END-IF
     END-IF
     IF  W-UM-REF = SPACES
         MOVE "-" TO W-UM-REF
     END-IF

**  ---> Datum der letzten Aenderung und Owner aufbereiten
     MOVE EIN-LINK-MODI TO W-UM-MODI
     MOVE SPACES TO W-UM-DATUM
     IF  W-UM-MODI NOT = ZERO
         STRING  W-UM-MODI-JJJJ  DELIMITED BY SIZE
                 "-"             DELIMITED BY SIZE
                 W-UM-MODI-MM    DELIMITED BY SIZE
                 "-"             DELIMITED BY SIZE
                 W-UM-MODI-TT    DELIMITED BY SIZE
           INTO  W-UM-DATUM
         END-STRING
     END-IF
     MOVE SPACES TO W-UM-OWNER
     IF  EIN-LINK-OWNER-CURLEN > ZERO
         MOVE EIN-LINK-OWNER-NAME (1:EIN-LINK-OWNER-CURLEN)
           TO W-UM-OWNER
     ELSE
         MOVE EIN-LINK-OWNER-GROUP TO W-UM-OWNER-GRP
         MOVE EIN-LINK-OWNER-NR    TO W-UM-OWNER-NR
         STRING  W-UM-OWNER-GRP  DELIMITED BY SIZE
                 ","             DELIMITED BY SIZE
                 W-UM-OWNER-NR   DELIMITED BY SIZE
           INTO  W-UM-OWNER
         END-STRING
     END-IF

     MOVE SPACES TO ZEILE
     MOVE W-UM-DATEI         TO ZEILE (2:26)
     MOVE W-UM-STUFE         TO ZEILE (29:4)
     MOVE W-UM-GRUND         TO ZEILE (35:8)
     MOVE W-UM-DATUM         TO ZEILE (44:10)
     MOVE W-UM-OWNER         TO ZEILE (55:16)
     MOVE EIN-LINK-SECURITY  TO ZEILE (72:4)
     MOVE W-UM-REF           TO ZEILE (77:2)
     PERFORM U010-AUSGABE

     IF  W-LIST-CSV-FILE NOT = SPACES
         MOVE SPACES TO W-UM-CSV-ZEILE
         STRING  W-UM-DATEI          DELIMITED BY SPACE
                 ";"                 DELIMITED BY SIZE
                 W-UM-STUFE          DELIMITED BY SIZE
                 ";"                 DELIMITED BY SIZE
                 W-UM-GRUND          DELIMITED BY SPACE
                 ";"                 DELIMITED BY SIZE
                 W-UM-DATUM          DELIMITED BY SIZE
                 ";"                 DELIMITED BY SIZE
                 W-UM-OWNER          DELIMITED BY SPACE
                 ";"                 DELIMITED BY SIZE
                 EIN-LINK-SECURITY   DELIMITED BY SIZE
                 ";"                 DELIMITED BY SIZE
                 W-UM-REF            DELIMITED BY SPACE
           INTO  W-UM-CSV-ZEILE
         END-STRING
         WRITE PROTCSV-SATZ FROM W-UM-CSV-ZEILE
     END-IF
     .
 D937-99.
     EXIT.

******************************************************************
* LIST UNMANAGED: Volume W-UM-VOL-NEU in die Volume-Tabelle
* uebernehmen, sofern noch nicht enthalten
******************************************************************
 D938-UM-VOL-MERKEN SECTION.
 D938-00.
     IF  W-UM-VOL-NEU = SPACES
         EXIT SECTION
     END-IF
     MOVE ZERO TO W-UM-TREFFER
     PERFORM VARYING W-UM-K FROM 1 BY 1
             UNTIL   W-UM-K > W-UM-VOL-ANZ
         IF  W-UM-VOL (W-UM-K) = W-UM-VOL-NEU
             MOVE W-UM-K TO W-UM-TREFFER
         END-IF
     END-PERFORM
     IF  W-UM-TREFFER = ZERO
     AND W-UM-VOL-ANZ < 20
         ADD 1 TO W-UM-VOL-ANZ
         MOVE W-UM-VOL-NEU TO W-UM-VOL (W-UM-VOL-ANZ)
     END-IF
     .
 D938-99.
     EXIT.

******************************************************************
* LIST UNMANAGED: eine PATHCOM-Liste (Name in ASS-FNAME) lesen und
* die Programmdateien hinter "PROGRAM " in W-UM-PWY merken
* (Lesen wie C101)
******************************************************************
 D939-UM-PATHWAY-DATEI SECTION.
 D939-00.
     ENTER "COBOLASSIGN" USING  SOURCEF
                                ASS-FNAME
                         GIVING ASS-FSTATUS
     IF  ASS-FSTATUS NOT = ZERO
         MOVE SPACES TO ZEILE
         STRING  " Hinweis: PATHCOM-Liste "   DELIMITED BY SIZE
                 ASS-FNAME                    DELIMITED BY SPACE
                 " nicht lesbar"              DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF
     OPEN INPUT SOURCEF

     SET FILE-OK TO TRUE
     READ SOURCEF AT END SET FILE-EOF TO TRUE END-READ
     PERFORM UNTIL FILE-EOF OR PRG-ABBRUCH
         MOVE SPACES TO W-UM-PWY-ZEILE
         IF  REC-LEN > ZERO
             MOVE SOURCEF-RECORD (1:REC-LEN) TO W-UM-PWY-ZEILE
         END-IF
         INSPECT W-UM-PWY-ZEILE CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
         MOVE ZERO TO W-UM-TREFFER
         INSPECT W-UM-PWY-ZEILE TALLYING W-UM-TREFFER
             FOR ALL "PROGRAM "
         IF  W-UM-TREFFER > ZERO
             MOVE SPACES TO W-UM-PWY-VOR
                            W-UM-PWY-REST
                            W-UM-PWY-NAME
             UNSTRING W-UM-PWY-ZEILE DELIMITED BY "PROGRAM "
                 INTO W-UM-PWY-VOR
                      W-UM-PWY-REST
             END-UNSTRING
             MOVE ZERO TO W-UM-PTR
             INSPECT W-UM-PWY-REST TALLYING W-UM-PTR
                 FOR LEADING SPACES
             ADD 1 TO W-UM-PTR
             IF  W-UM-PTR < 128
                 UNSTRING W-UM-PWY-REST DELIMITED BY SPACE OR ","
                                                   OR ")" OR ";"
                     INTO W-UM-PWY-NAME
                     WITH POINTER W-UM-PTR
                 END-UNSTRING
             END-IF
             IF  W-UM-PWY-NAME (1:1) = "$"
             AND W-UM-PWY-ANZ < 500
                 ADD 1 TO W-UM-PWY-ANZ
                 MOVE W-UM-PWY-NAME TO W-UM-PWY (W-UM-PWY-ANZ)
             END-IF
         END-IF
         READ SOURCEF AT END SET FILE-EOF TO TRUE END-READ
     END-PERFORM

     CLOSE SOURCEF
     .
 D939-99.
     EXIT.

******************************************************************
* LIST UNMANAGED / SQLINVALID: Modul zur Objektdatei W-UM-OBJ in
* =SSAFE suchen - Objektname mit "E" statt Endbuchstabe S/O/N
* (U400 bzw. REL2TEST), sonst Objektname + "E" (CX ohne Endung);
* SSF-OK mit H-UM-MODUL und Freigabestand, sonst SSF-EOD
******************************************************************
 D940-UM-MODUL-SUCHEN SECTION.
 D940-00.
     MOVE ZERO TO W-UM-LEN
     INSPECT W-UM-OBJ TALLYING W-UM-LEN
         FOR CHARACTERS BEFORE INITIAL SPACE
     MOVE SPACES TO H-UM-FRG-TEST
                    H-UM-FRG-PROD
     SET SSF-EOD TO TRUE
     IF  W-UM-LEN > 1
     AND (W-UM-OBJ (W-UM-LEN:1) = "S" OR = "O" OR = "N")
         MOVE SPACES TO H-UM-MODUL
         MOVE W-UM-OBJ (1:W-UM-LEN - 1) TO H-UM-MODUL
         MOVE "E" TO H-UM-MODUL (W-UM-LEN:1)
         PERFORM S697-SELECT-UM-SSAFE
     END-IF
     IF  SSF-EOD
     AND W-UM-LEN > ZERO
     AND W-UM-LEN < 8
         MOVE SPACES TO H-UM-MODUL
         MOVE W-UM-OBJ (1:W-UM-LEN) TO H-UM-MODUL
         MOVE "E" TO H-UM-MODUL (W-UM-LEN + 1:1)
         PERFORM S697-SELECT-UM-SSAFE
     END-IF
     .
 D940-99.
     EXIT.

******************************************************************
* LIST SQLINVALID [PROD|TEST] [QUEUE] [CSV <Datei>]: durch DDL
* ungueltig gewordene SQL-Programme der Prod- und Test-Subvolumes
* (Orte wie LIST UNMANAGED, s. D934). Je Katalog lt. =DEFCAT
* (DEF_TYP "CA") werden die Programme gelesen, die im Katalog als
* ungueltig gefuehrt sind (PROGRAMS.VALID = "N") oder von denen
* eine benutzte Tabelle (USAGES) nach dem letzten SQLCOMP
* (RECOMPILETIME) neu definiert wurde (TABLES.REDEFTIME) - beide
* werden beim ersten Aufruf automatisch recompiliert. Gemeldet
* werden nur registrierte SQL-Programme (Modul in =SSAFE mit
* Tabellen in =TABS, s. E412), je Programm die juengste DDL-
* Aenderung als Ursache. Mit QUEUE (Kettenschritt nach DDL-
* Deployments, per Startup-Text) bzw. nach Rueckfrage im Dialog
* werden die Programme fuer ein SQL-Recompile (SRCCOMP SQLINC)
* ins Manifest lt. =SSPARM "SQLRECOMP" eingeplant
******************************************************************
 D941-SHOW-SQLINVALID SECTION.
 D941-00.
     MOVE W-SQI-FILTER TO W-UM-FILTER
     PERFORM D934-UM-ORTE-LADEN
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF
     IF  W-UM-SVOL-ANZ = ZERO
     OR  W-UM-KAT-ANZ  = ZERO
         PERFORM U011-AUSGABE-SPACELINE
         MOVE " !!! keine Objekt-Subvolumes/Kataloge (=SSPARM/=DEFCAT)"
             TO ZEILE
         PERFORM U010-AUSGABE
         PERFORM U011-AUSGABE-SPACELINE
         EXIT SECTION
     END-IF

**  ---> ggf. CSV-Ausgabedatei oeffnen
     IF  W-LIST-CSV-FILE NOT = SPACES
         PERFORM N023-OPEN-LIST-CSV
         IF  PRG-ABBRUCH
             EXIT SECTION
         END-IF
         MOVE "OBJEKT;STUFE;MODUL;GRUND;TABELLE;DDL_ZEIT"
             TO W-SQI-CSV-ZEILE
         WRITE PROTCSV-SATZ FROM W-SQI-CSV-ZEILE
     END-IF

     PERFORM U011-AUSGABE-SPACELINE
     MOVE " SQL-Programme mit Recompile-Bedarf nach DDL-Aenderungen"
         TO ZEILE
     PERFORM U010-AUSGABE
     MOVE SPACES      TO ZEILE
     MOVE "Objektdatei" TO ZEILE (2:11)
     MOVE "Stufe"     TO ZEILE (29:5)
     MOVE "Modul"     TO ZEILE (35:5)
     MOVE "Grund"     TO ZEILE (44:5)
     MOVE "Ursache (Tabelle, DDL)" TO ZEILE (54:22)
     PERFORM U010-AUSGABE
     MOVE ALL "-"     TO ZEILE
     MOVE SPACE       TO ZEILE (1:1)
     PERFORM U010-AUSGABE

     MOVE ZERO TO W-SQI-ANZ
                  W-SQI-KAND-ANZ
                  W-SQI-Q-ANZ
     PERFORM VARYING W-SQI-K FROM 1 BY 1
             UNTIL   W-SQI-K > W-UM-KAT-ANZ
             OR      PRG-ABBRUCH
         PERFORM D942-SQI-KATALOG
     END-PERFORM

     IF  W-LIST-CSV-FILE NOT = SPACES
         CLOSE PROTCSV
     END-IF

     PERFORM U011-AUSGABE-SPACELINE
     MOVE W-SQI-ANZ      TO W-SQI-ANZ-ED
     MOVE W-SQI-KAND-ANZ TO W-SQI-ANZ2-ED
     MOVE SPACES TO ZEILE
     STRING  " --- "           DELIMITED BY SIZE
             W-SQI-ANZ-ED      DELIMITED BY SIZE
             " Programm(e) mit Katalog-Befund, davon "
                               DELIMITED BY SIZE
             W-SQI-ANZ2-ED     DELIMITED BY SIZE
             " registriert"    DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE

**  ---> Einplanen fuer SQL-Recompile: mit QUEUE direkt, im Dialog
**       nach Rueckfrage, aus dem Startup-Text ohne QUEUE nur Hinweis
     IF  W-SQI-Q-ANZ = ZERO
         EXIT SECTION
     END-IF
     IF  SQI-OHNE-QUEUE
         IF  FKT-STARTUP-ABFRAGE OR FKT-STARTUP-FILE
             MOVE " Einplanen fuer SQL-Recompile: LIST SQLINVALID QUEUE"
               TO ZEILE
             PERFORM U010-AUSGABE
             EXIT SECTION
         END-IF
         SET EIN-ASCII
             PROMPT-SQLREC-JN TO TRUE
         PERFORM U000-EINGABE
         IF  EINGABE (1:1) NOT = "J"
             MOVE " Nichts eingeplant" TO ZEILE
             PERFORM U010-AUSGABE
             EXIT SECTION
         END-IF
     END-IF
     PERFORM D944-SQI-QUEUE
     .
 D941-99.
     EXIT.

******************************************************************
* LIST SQLINVALID: einen Katalog W-UM-KAT (W-SQI-K) lesen; je
* Programm zaehlt nur die erste Zeile (juengste DDL-Aenderung,
* s. Sortierung in S501)
******************************************************************
 D942-SQI-KATALOG SECTION.
 D942-00.
     MOVE W-UM-KAT (W-SQI-K) TO W-SQI-KATALOG
     MOVE SPACES TO W-SQI-PRG-VORHER
     PERFORM S501-OPEN-SQI-CURSOR
     PERFORM S502-FETCH-SQI-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         IF  H-SQI-PROGRAMM NOT = W-SQI-PRG-VORHER
             MOVE H-SQI-PROGRAMM TO W-SQI-PRG-VORHER
             PERFORM D943-SQI-PROGRAMM
         END-IF
         PERFORM S502-FETCH-SQI-CURSOR
     END-PERFORM
     PERFORM S503-CLOSE-SQI-CURSOR
     .
 D942-99.
     EXIT.

******************************************************************
* LIST SQLINVALID: ein Programm mit Katalog-Befund - nur in einem
* verwalteten Subvolume und als registriertes SQL-Programm melden
* und fuer das SQL-Recompile vormerken
******************************************************************
 D943-SQI-PROGRAMM SECTION.
 D943-00.
**  ---> Programmname lt. Katalog ggf. mit Systemname (\SYS.$V.S.N)
     MOVE SPACES TO W-SQI-SYSTEM
                    SEARCH-FILE-VOL
                    SEARCH-FILE-SUBVOL
                    SEARCH-FILE-NAME
     IF  H-SQI-PROGRAMM (1:1) = "\"
         UNSTRING H-SQI-PROGRAMM DELIMITED BY "." OR SPACE
             INTO W-SQI-SYSTEM
                  SEARCH-FILE-VOL
                  SEARCH-FILE-SUBVOL
                  SEARCH-FILE-NAME
         END-UNSTRING
     ELSE
         UNSTRING H-SQI-PROGRAMM DELIMITED BY "." OR SPACE
             INTO SEARCH-FILE-VOL
                  SEARCH-FILE-SUBVOL
                  SEARCH-FILE-NAME
         END-UNSTRING
     END-IF
     MOVE SPACES TO W-UM-DATEI
     STRING  SEARCH-FILE-VOL         DELIMITED BY SPACE
             "."                     DELIMITED BY SIZE
             SEARCH-FILE-SUBVOL      DELIMITED BY SPACE
             "."                     DELIMITED BY SIZE
             SEARCH-FILE-NAME        DELIMITED BY SPACE
       INTO  W-UM-DATEI
     END-STRING

**  ---> Stufe ueber das Subvolume (nur verwaltete Orte)
     MOVE SPACES TO W-UM-STUFE
     PERFORM VARYING W-SQI-I FROM 1 BY 1
             UNTIL   W-SQI-I > W-UM-SVOL-ANZ
             OR      W-UM-STUFE NOT = SPACES
         IF  W-UM-SVOL (W-SQI-I) = SEARCH-FILE-SUBVOL
             MOVE W-UM-SVOL-STUFE (W-SQI-I) TO W-UM-STUFE
         END-IF
     END-PERFORM
     IF  W-UM-STUFE = SPACES
         EXIT SECTION
     END-IF
     ADD 1 TO W-SQI-ANZ

**  ---> registriertes SQL-Programm: Modul in =SSAFE und =TABS
     MOVE SEARCH-FILE-NAME TO W-UM-OBJ
     PERFORM D940-UM-MODUL-SUCHEN
     IF  NOT SSF-OK
         EXIT SECTION
     END-IF
     PERFORM S504-COUNT-SQI-TABS
     IF  H-SQI-ANZ = ZERO
         EXIT SECTION
     END-IF
     ADD 1 TO W-SQI-KAND-ANZ

**  ---> Zeitpunkt der DDL-Aenderung (Julian Timestamp)
     MOVE H-SQI-REDEF TO LAST-MODIFY-N
     ENTER TAL "INTERPRETTIMESTAMP"
                 USING   LAST-MODIFY-N
                         TAL-TIME
                 GIVING  TAL-JUL-DAY
     MOVE CORR TAL-TIME TO TAL-TIME-D
     MOVE SPACES TO W-SQI-DDL-ZP
     STRING  TAL-JHJJ OF TAL-TIME-D  DELIMITED BY SIZE
             "-"                     DELIMITED BY SIZE
             TAL-MM OF TAL-TIME-D    DELIMITED BY SIZE
             "-"                     DELIMITED BY SIZE
             TAL-TT OF TAL-TIME-D    DELIMITED BY SIZE
             " "                     DELIMITED BY SIZE
             TAL-HH OF TAL-TIME-D    DELIMITED BY SIZE
             ":"                     DELIMITED BY SIZE
             TAL-MI OF TAL-TIME-D    DELIMITED BY SIZE
       INTO  W-SQI-DDL-ZP
     END-STRING

     IF  H-SQI-VALID = "N"
         MOVE "UNGUELTIG" TO W-SQI-GRUND
     ELSE
         MOVE "VERALTET"  TO W-SQI-GRUND
     END-IF

     MOVE SPACES TO ZEILE
     MOVE W-UM-DATEI         TO ZEILE (2:26)
     MOVE W-UM-STUFE         TO ZEILE (29:4)
     MOVE H-UM-MODUL         TO ZEILE (35:8)
     MOVE W-SQI-GRUND        TO ZEILE (44:9)
     MOVE W-SQI-DDL-ZP       TO ZEILE (54:16)
     PERFORM U010-AUSGABE
     MOVE SPACES TO ZEILE
     IF  H-SQI-REDEF > H-SQI-RECOMP
         STRING  "      DDL an "     DELIMITED BY SIZE
                 H-SQI-TABELLE       DELIMITED BY SPACE
                 " nach dem letzten SQLCOMP"
                                     DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
     ELSE
         STRING  "      Ursache unklar - letzte DDL an "
                                     DELIMITED BY SIZE
                 H-SQI-TABELLE       DELIMITED BY SPACE
           INTO  ZEILE
         END-STRING
     END-IF
     PERFORM U010-AUSGABE

     IF  W-LIST-CSV-FILE NOT = SPACES
         MOVE SPACES TO W-SQI-CSV-ZEILE
         STRING  W-UM-DATEI          DELIMITED BY SPACE
                 ";"                 DELIMITED BY SIZE
                 W-UM-STUFE          DELIMITED BY SIZE
                 ";"                 DELIMITED BY SIZE
                 H-UM-MODUL          DELIMITED BY SPACE
                 ";"                 DELIMITED BY SIZE
                 W-SQI-GRUND         DELIMITED BY SPACE
                 ";"                 DELIMITED BY SIZE
                 H-SQI-TABELLE       DELIMITED BY SPACE
                 ";"                 DELIMITED BY SIZE
                 W-SQI-DDL-ZP        DELIMITED BY SIZE
           INTO  W-SQI-CSV-ZEILE
         END-STRING
         WRITE PROTCSV-SATZ FROM W-SQI-CSV-ZEILE
     END-IF

     IF  W-SQI-Q-ANZ < 200
         ADD 1 TO W-SQI-Q-ANZ
         MOVE H-UM-MODUL     TO W-SQI-Q-MODUL (W-SQI-Q-ANZ)
         MOVE W-UM-DATEI     TO W-SQI-Q-OBJ   (W-SQI-Q-ANZ)
     END-IF
     .
 D943-99.
     EXIT.

******************************************************************
* LIST SQLINVALID: vorgemerkte Programme als "SQLINC <Modul>
* <Objekt>" (inkrementelles SQL-Recompile ohne Host-Compile) an
* das SRCCOMP-Manifest anhaengen (N025), Protokoll je Modul in
* =SSPROT (Aktion "SQ")
******************************************************************
 D944-SQI-QUEUE SECTION.
 D944-00.
     PERFORM N025-OPEN-SQLREC-QUEUE
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

     PERFORM U030-TIMESTAMP
     MOVE SPACES TO PROTCSV-SATZ
     STRING  "* SQL-Recompile nach DDL, eingeplant "
                                         DELIMITED BY SIZE
             TAL-JHJJMMTT OF TAL-TIME-D  DELIMITED BY SIZE
             " von "                     DELIMITED BY SIZE
             P-USER-NAME                 DELIMITED BY SPACE
       INTO  PROTCSV-SATZ
     END-STRING
     WRITE PROTCSV-SATZ

     PERFORM VARYING W-SQI-I FROM 1 BY 1
             UNTIL   W-SQI-I > W-SQI-Q-ANZ
         MOVE SPACES TO PROTCSV-SATZ
         STRING  "SQLINC "                   DELIMITED BY SIZE
                 W-SQI-Q-MODUL (W-SQI-I)     DELIMITED BY SPACE
                 " "                         DELIMITED BY SIZE
                 W-SQI-Q-OBJ (W-SQI-I)       DELIMITED BY SPACE
           INTO  PROTCSV-SATZ
         END-STRING
         WRITE PROTCSV-SATZ

         MOVE W-SQI-Q-MODUL (W-SQI-I) TO SOURCE-MODUL OF SSPROT
         MOVE "SQ"                    TO AKTION       OF SSPROT
         MOVE P-USER-NAME             TO GROUP-USER   OF SSPROT
         MOVE "NO"                    TO KZ-FREIGABE  OF SSPROT
         MOVE SPACES                  TO KOMMENTAR    OF SSPROT
         MOVE W-SQI-Q-OBJ (W-SQI-I)   TO KOMMENTAR    OF SSPROT
         PERFORM U100-BEGIN
         PERFORM S200-INSERT-SSPROT
         PERFORM U110-COMMIT
     END-PERFORM
     CLOSE PROTCSV

     MOVE W-SQI-Q-ANZ TO W-SQI-ANZ-ED
     MOVE SPACES TO ZEILE
     STRING  " --- "                 DELIMITED BY SIZE
             W-SQI-ANZ-ED            DELIMITED BY SIZE
             " Programm(e) fuer SQL-Recompile eingeplant nach "
                                     DELIMITED BY SIZE
             ASS-FNAME               DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE
     .
 D944-99.
     EXIT.

******************************************************************
* WATCH ADD: Muster in die Beobachtungsliste des Aufrufers
* eintragen; ist es schon eingetragen, wird nur die Zustellung
* (SOFORT = Mail je Kommando, DIGEST = Sammelmail ueber DIGEST)
* umgestellt. Ein Muster ohne Platzhalter muss ein Modul im
* Source Safe sein
******************************************************************
 D945-WATCH-ADD SECTION.
 D945-00.
     IF  W-WA-PARM = SPACES
         MOVE " Aufruf: WATCH ADD <Muster> [SOFORT|DIGEST]" TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF
     IF  W-WA-PARM (9:2) NOT = SPACES
         MOVE " !!! Muster hoechstens 8 Zeichen !!!" TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF
     MOVE W-WA-PARM (1:8) TO W-WA-MUSTER

**  ---> Zustellung: SOFORT (Vorgabe) oder DIGEST
     EVALUATE W-WA-PARM2
         WHEN SPACES
         WHEN "S"
         WHEN "SOFORT"
             SET WA-SOFORT TO TRUE
         WHEN "D"
         WHEN "DIGEST"
             SET WA-DIGEST TO TRUE
         WHEN OTHER
             MOVE " !!! Zustellung nur SOFORT oder DIGEST !!!" TO ZEILE
             PERFORM U010-AUSGABE
             EXIT SECTION
     END-EVALUATE

**  ---> Muster ohne Platzhalter: Modul muss im Source Safe stehen
     MOVE ZERO TO W-WA-I
     INSPECT W-WA-MUSTER TALLYING W-WA-I FOR ALL "*" ALL "?"
     IF  W-WA-I = ZERO
         MOVE W-WA-MUSTER TO SOURCE-MODUL OF SSAFE
         PERFORM S100-SELECT-SSAFE
         IF  SSF-EOD OR PRG-ABBRUCH
             MOVE "FEHLER"   TO BEREICH   OF SSTEXT
             MOVE "FEHL-001" TO KATEGORIE OF SSTEXT
             PERFORM R100-SHOW-TEXT
             EXIT SECTION
         END-IF
     END-IF

     MOVE P-USER-NAME TO H-WA-USER
     MOVE W-WA-MUSTER TO H-WA-MUSTER
     MOVE W-WA-ZUST   TO H-WA-ZUST
     PERFORM U100-BEGIN
     PERFORM S507-SELECT-SSFWATCH
     IF  NOT PRG-ABBRUCH
         IF  WA-VORHANDEN
             PERFORM S506-UPDATE-SSFWATCH
         ELSE
             PERFORM S505-INSERT-SSFWATCH
         END-IF
     END-IF
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     MOVE SPACES TO ZEILE
     IF  WA-SOFORT
         STRING  " Beobachtung "       DELIMITED BY SIZE
                 W-WA-MUSTER           DELIMITED BY SPACE
                 " eingetragen - Mail je Ereignis"
                                       DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
     ELSE
         STRING  " Beobachtung "       DELIMITED BY SIZE
                 W-WA-MUSTER           DELIMITED BY SPACE
                 " eingetragen - Sammelmail ueber DIGEST"
                                       DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
     END-IF
     PERFORM U010-AUSGABE
     .
 D945-99.
     EXIT.

******************************************************************
* WATCH DEL: Muster aus der Beobachtungsliste des Aufrufers
* austragen
******************************************************************
 D946-WATCH-DEL SECTION.
 D946-00.
     IF  W-WA-PARM = SPACES
         MOVE " Aufruf: WATCH DEL <Muster>" TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF
     MOVE W-WA-PARM (1:8) TO W-WA-MUSTER

     MOVE P-USER-NAME TO H-WA-USER
     MOVE W-WA-MUSTER TO H-WA-MUSTER
     PERFORM S507-SELECT-SSFWATCH
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF
     IF  WA-FEHLT
         MOVE SPACES TO ZEILE
         STRING  " !!! "               DELIMITED BY SIZE
                 W-WA-MUSTER           DELIMITED BY SPACE
                 " wird nicht beobachtet (s. WATCH LIST) !!!"
                                       DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

     PERFORM U100-BEGIN
     PERFORM S508-DELETE-SSFWATCH
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     MOVE SPACES TO ZEILE
     STRING  " Beobachtung "       DELIMITED BY SIZE
             W-WA-MUSTER           DELIMITED BY SPACE
             " ausgetragen"        DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D946-99.
     EXIT.

******************************************************************
* WATCH LIST: Beobachtungsliste des Aufrufers anzeigen
******************************************************************
 D947-WATCH-LIST SECTION.
 D947-00.
     MOVE P-USER-NAME TO H-WA-USER
     MOVE ZERO        TO W-WA-ANZ

     PERFORM U011-AUSGABE-SPACELINE
     MOVE " Muster    Zustellung  seit" TO ZEILE
     PERFORM U010-AUSGABE
     MOVE " --------  ----------  ----------------" TO ZEILE
     PERFORM U010-AUSGABE

     PERFORM S509-OPEN-WATCH-CURSOR
     IF  SSF-OK
         PERFORM S511-FETCH-WATCH-CURSOR
     END-IF
     PERFORM UNTIL SSF-EOD
         ADD 1 TO W-WA-ANZ
         MOVE SPACES                 TO ZEILE
         MOVE MUSTER OF SSFWATCH     TO ZEILE (02:08)
         IF  ZUSTELLUNG OF SSFWATCH = "D"
             MOVE "DIGEST"           TO ZEILE (12:10)
         ELSE
             MOVE "SOFORT"           TO ZEILE (12:10)
         END-IF
         MOVE ZPINS OF SSFWATCH (1:16)
                                     TO ZEILE (24:16)
         PERFORM U010-AUSGABE
         PERFORM S511-FETCH-WATCH-CURSOR
     END-PERFORM
     PERFORM S512-CLOSE-WATCH-CURSOR

     MOVE W-WA-ANZ TO W-WA-ANZ-ED
     MOVE SPACES TO ZEILE
     STRING  " "                   DELIMITED BY SIZE
             W-WA-ANZ-ED           DELIMITED BY SIZE
             " Beobachtung(en)"    DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D947-99.
     EXIT.

******************************************************************
* WATCH: ein gerade in =SSPROT protokolliertes Ereignis fuer den
* Versand an die Beobachter merken (aus S200-INSERT-SSPROT). Nur
* die beobachtbaren Aktionen; PURGEBIN wird nur fuer das Aufraeumen
* der Beobachtungen gemerkt, nicht gemeldet (s. D949)
******************************************************************
 D948-WATCH-MERKEN SECTION.
 D948-00.
     MOVE SPACES TO W-WA-ART-NEU
     MOVE "J"    TO W-WA-MELDEN-NEU
     EVALUATE AKTION OF SSPROT
         WHEN "CO"
             MOVE "CHECKOUT"  TO W-WA-ART-NEU
         WHEN "CI"
             MOVE "CHECKIN"   TO W-WA-ART-NEU
         WHEN "FR"
             EVALUATE KZ-FREIGABE OF SSPROT
                 WHEN "TR"   MOVE "REL2TEST"  TO W-WA-ART-NEU
                 WHEN "PR"   MOVE "REL2PROD"  TO W-WA-ART-NEU
                 WHEN OTHER  CONTINUE
             END-EVALUATE
         WHEN "AK"
             EVALUATE KZ-FREIGABE OF SSPROT
                 WHEN "TA"   MOVE "ACTIVTEST" TO W-WA-ART-NEU
                 WHEN "TR"   MOVE "ROLLBACK"  TO W-WA-ART-NEU
                 WHEN OTHER  CONTINUE
             END-EVALUATE
         WHEN "RB"
             MOVE "ROLLBACK"  TO W-WA-ART-NEU
         WHEN "PU"
**          ---> PURGE legt das Modul still (Papierkorb), PURGEBIN
**               loescht endgueltig; PROT PURGE betrifft nur das
**               Protokoll
             EVALUATE TRUE
                 WHEN CMD-MODPURGE
                     MOVE "PURGE"     TO W-WA-ART-NEU
                 WHEN CMD-PURGEBIN
                     MOVE "PURGEBIN"  TO W-WA-ART-NEU
                     MOVE "N"         TO W-WA-MELDEN-NEU
                 WHEN OTHER
                     CONTINUE
             END-EVALUATE
         WHEN OTHER
             CONTINUE
     END-EVALUATE
     IF  W-WA-ART-NEU = SPACES
         EXIT SECTION
     END-IF
     IF  W-WA-EV-ANZ NOT < 200
         DISPLAY " Hinweis: WATCH-Ereignis nicht gemeldet: "
                 SOURCE-MODUL OF SSPROT " " W-WA-ART-NEU
         EXIT SECTION
     END-IF

     ADD 1 TO W-WA-EV-ANZ
     MOVE SOURCE-MODUL OF SSPROT TO W-WA-EV-MODUL  (W-WA-EV-ANZ)
     MOVE W-WA-ART-NEU           TO W-WA-EV-ART    (W-WA-EV-ANZ)
     MOVE GROUP-USER OF SSPROT   TO W-WA-EV-USER   (W-WA-EV-ANZ)
     MOVE W-WA-MELDEN-NEU        TO W-WA-EV-MELDEN (W-WA-EV-ANZ)
     MOVE SPACE                  TO W-WA-EV-KZ     (W-WA-EV-ANZ)
     PERFORM U030-TIMESTAMP
     MOVE SPACES TO W-WA-EV-ZEIT (W-WA-EV-ANZ)
     STRING  TAL-JHJJ of TAL-TIME-D DELIMITED BY SIZE
             "-"                    DELIMITED BY SIZE
             TAL-MM   of TAL-TIME-D DELIMITED BY SIZE
             "-"                    DELIMITED BY SIZE
             TAL-TT   of TAL-TIME-D DELIMITED BY SIZE
             " "                    DELIMITED BY SIZE
             TAL-HH   of TAL-TIME-D DELIMITED BY SIZE
             ":"                    DELIMITED BY SIZE
             TAL-MI   of TAL-TIME-D DELIMITED BY SIZE
             ":"                    DELIMITED BY SIZE
             TAL-SS   of TAL-TIME-D DELIMITED BY SIZE
       INTO  W-WA-EV-ZEIT (W-WA-EV-ANZ)
     END-STRING
     .
 D948-99.
     EXIT.

******************************************************************
* WATCH: nach jedem Kommando die gemerkten (festgeschriebenen)
* Ereignisse gegen alle Beobachtungen pruefen - je Beobachter eine
* Sofort-Mail bzw. Zeilen in den DIGEST-Spool (eigene Aktionen
* werden nicht gemeldet). Danach die Beobachtungen stillgelegter
* und endgueltig geloeschter Module austragen
******************************************************************
 D949-WATCH-VERSAND SECTION.
 D949-00.
     IF  W-WA-EV-ANZ = ZERO
     OR  PRG-ABBRUCH
         MOVE ZERO TO W-WA-EV-ANZ
                      W-WA-EV-TX-ANZ
         EXIT SECTION
     END-IF

     MOVE SPACES TO W-WA-USER-VORHER
     PERFORM S513-OPEN-WATCHALL-CURSOR
     IF  SSF-OK
         PERFORM S514-FETCH-WATCHALL-CURSOR
     END-IF
     PERFORM UNTIL SSF-EOD
**      ---> Gruppenwechsel Beobachter: Vorgaenger abschliessen
         IF  GROUP-USER OF SSFWATCH NOT = W-WA-USER-VORHER
             IF  W-WA-USER-VORHER NOT = SPACES
                 PERFORM D950-WATCH-USER-ABSCHLUSS
             END-IF
             MOVE GROUP-USER OF SSFWATCH TO W-WA-USER-VORHER
         END-IF
**      ---> Ereignisse gegen das Muster pruefen; SOFORT geht vor
**           DIGEST, wenn mehrere Muster dasselbe Modul treffen
         MOVE MUSTER OF SSFWATCH TO W-MUST-PATTERN
         PERFORM VARYING W-WA-I FROM 1 BY 1
                 UNTIL   W-WA-I > W-WA-EV-ANZ
             IF  W-WA-EV-MELDEN (W-WA-I) = "J"
             AND W-WA-EV-KZ (W-WA-I) NOT = "S"
             AND W-WA-EV-USER (W-WA-I) NOT = GROUP-USER OF SSFWATCH
                 MOVE W-WA-EV-MODUL (W-WA-I) TO W-MUST-KANDIDAT
                 PERFORM E356-MATCH-MUSTER
                 IF  MUSTER-TRIFFT
                     IF  ZUSTELLUNG OF SSFWATCH = "D"
                         MOVE "D" TO W-WA-EV-KZ (W-WA-I)
                     ELSE
                         MOVE "S" TO W-WA-EV-KZ (W-WA-I)
                     END-IF
                 END-IF
             END-IF
         END-PERFORM
         PERFORM S514-FETCH-WATCHALL-CURSOR
     END-PERFORM
     PERFORM S515-CLOSE-WATCHALL-CURSOR
     IF  W-WA-USER-VORHER NOT = SPACES
         PERFORM D950-WATCH-USER-ABSCHLUSS
     END-IF

**  ---> Beobachtungen stillgelegter/geloeschter Module austragen
**       (nur das exakte Modul - Muster mit Platzhaltern bleiben)
     PERFORM VARYING W-WA-I FROM 1 BY 1
             UNTIL   W-WA-I > W-WA-EV-ANZ
             OR      PRG-ABBRUCH
         IF  W-WA-EV-ART (W-WA-I) = "PURGE" OR "PURGEBIN"
             MOVE W-WA-EV-MODUL (W-WA-I) TO H-WA-MODUL
             PERFORM U100-BEGIN
             PERFORM S516-DELETE-SSFWATCH-MODUL
             IF  PRG-ABBRUCH
                 PERFORM U120-ROLLBACK
             ELSE
                 PERFORM U110-COMMIT
             END-IF
         END-IF
     END-PERFORM

     MOVE ZERO TO W-WA-EV-ANZ
                  W-WA-EV-TX-ANZ
     .
 D949-99.
     EXIT.

******************************************************************
* WATCH: Abschluss eines Beobachters (W-WA-USER-VORHER) - seine
* SOFORT-Treffer als eine Mail (M577), die DIGEST-Treffer in den
* Spool (D953); danach die Treffer-Kennzeichen zuruecksetzen
******************************************************************
 D950-WATCH-USER-ABSCHLUSS SECTION.
 D950-00.
     MOVE W-WA-USER-VORHER TO W-WA-USER
     MOVE ZERO  TO W-WA-ML-ANZ
                   W-WA-ML-REST
                   W-WA-ANZ
     MOVE SPACE TO W-WA-FLAG
     PERFORM VARYING W-WA-I FROM 1 BY 1
             UNTIL   W-WA-I > W-WA-EV-ANZ
         EVALUATE W-WA-EV-KZ (W-WA-I)
             WHEN "S"
                 ADD 1 TO W-WA-ANZ
                 IF  W-WA-ML-ANZ < 100
                     ADD 1 TO W-WA-ML-ANZ
                     MOVE SPACES TO W-WA-ML (W-WA-ML-ANZ)
                     MOVE W-WA-EV-ZEIT  (W-WA-I) (1:16)
                       TO W-WA-ML (W-WA-ML-ANZ) (01:16)
                     MOVE W-WA-EV-MODUL (W-WA-I)
                       TO W-WA-ML (W-WA-ML-ANZ) (19:08)
                     MOVE W-WA-EV-ART   (W-WA-I)
                       TO W-WA-ML (W-WA-ML-ANZ) (29:10)
                     MOVE W-WA-EV-USER  (W-WA-I)
                       TO W-WA-ML (W-WA-ML-ANZ) (41:16)
                 ELSE
                     ADD 1 TO W-WA-ML-REST
                 END-IF
             WHEN "D"
                 SET WA-VORHANDEN TO TRUE
             WHEN OTHER
                 CONTINUE
         END-EVALUATE
     END-PERFORM

     IF  W-WA-ANZ > ZERO
         SET WA-MAIL-SOFORT TO TRUE
         PERFORM M577-MAIL-WATCH
     END-IF
     IF  WA-VORHANDEN
         PERFORM D953-WATCH-SPOOLEN
     END-IF

     PERFORM VARYING W-WA-I FROM 1 BY 1
             UNTIL   W-WA-I > W-WA-EV-ANZ
         MOVE SPACE TO W-WA-EV-KZ (W-WA-I)
     END-PERFORM
     .
 D950-99.
     EXIT.

******************************************************************
* WATCH im DIGEST-Lauf (aus C610): die im Schnappschuss gespoolten
* WATCH-Zeilen (Kategorie "WA") je Beobachter als eine Sammelmail
* verschicken (D952); ein Fehler haelt den Spool fest (W-DIG-FEHLER)
******************************************************************
 D951-WATCH-DIGEST SECTION.
 D951-00.
     MOVE ZERO  TO W-WA-DU-ANZ
     MOVE SPACE TO W-DIG-EOF-FLAG

     MOVE K-DIGEST-SPOOL TO ASS-FNAME
     MOVE ZERO           TO ASS-FSTATUS
     ENTER "COBOLASSIGN" USING  MAILSPOOL
                                ASS-FNAME
                         GIVING ASS-FSTATUS
     IF  ASS-FSTATUS NOT = ZERO
         EXIT SECTION
     END-IF
     OPEN INPUT MAILSPOOL
     IF  FILE-STATUS NOT = "00"
         EXIT SECTION
     END-IF

**  ---> Beobachter mit gespoolten Zeilen sammeln
     MOVE ZERO TO W-DIG-LESE-ANZ
     PERFORM UNTIL W-DIG-EOF
         READ MAILSPOOL INTO W-DIG-SATZ
              AT END SET W-DIG-EOF TO TRUE
         END-READ
         IF  NOT W-DIG-EOF
             ADD 1 TO W-DIG-LESE-ANZ
             IF  W-DIG-LESE-ANZ > W-DIG-SNAP-ANZ
                 SET W-DIG-EOF TO TRUE
             END-IF
         END-IF
         IF  NOT W-DIG-EOF
         AND W-DIG-SATZ-KAT = "WA"
             PERFORM VARYING W-WA-DU-IX FROM 1 BY 1
                     UNTIL   W-WA-DU-IX > W-WA-DU-ANZ
                     OR      W-WA-DU (W-WA-DU-IX) = W-DIG-SATZ-USER
                 CONTINUE
             END-PERFORM
             IF  W-WA-DU-IX > W-WA-DU-ANZ
                 IF  W-WA-DU-ANZ < 100
                     ADD 1 TO W-WA-DU-ANZ
                     MOVE W-DIG-SATZ-USER TO W-WA-DU (W-WA-DU-ANZ)
                 ELSE
**                  ---> Tabelle voll: Spool fuer den naechsten Lauf
**                       festhalten
                     SET W-DIG-FEHLER TO TRUE
                 END-IF
             END-IF
         END-IF
     END-PERFORM
     CLOSE MAILSPOOL

     PERFORM VARYING W-WA-DU-IX FROM 1 BY 1
             UNTIL   W-WA-DU-IX > W-WA-DU-ANZ
             OR      PRG-ABBRUCH
         PERFORM D952-WATCH-DIGEST-USER
     END-PERFORM
     .
 D951-99.
     EXIT.

******************************************************************
* WATCH im DIGEST-Lauf: Sammelmail fuer einen Beobachter
* (W-WA-DU (W-WA-DU-IX)) aus seinen Zeilen im Schnappschuss
******************************************************************
 D952-WATCH-DIGEST-USER SECTION.
 D952-00.
     MOVE W-WA-DU (W-WA-DU-IX) TO W-WA-USER
     MOVE ZERO  TO W-WA-ML-ANZ
                   W-WA-ML-REST
                   W-WA-ANZ
     MOVE SPACE TO W-DIG-EOF-FLAG

     MOVE K-DIGEST-SPOOL TO ASS-FNAME
     MOVE ZERO           TO ASS-FSTATUS
     ENTER "COBOLASSIGN" USING  MAILSPOOL
                                ASS-FNAME
                         GIVING ASS-FSTATUS
     IF  ASS-FSTATUS NOT = ZERO
         EXIT SECTION
     END-IF
     OPEN INPUT MAILSPOOL
     IF  FILE-STATUS NOT = "00"
         EXIT SECTION
     END-IF

     MOVE ZERO TO W-DIG-LESE-ANZ
     PERFORM UNTIL W-DIG-EOF
         READ MAILSPOOL INTO W-DIG-SATZ
              AT END SET W-DIG-EOF TO TRUE
         END-READ
         IF  NOT W-DIG-EOF
             ADD 1 TO W-DIG-LESE-ANZ
             IF  W-DIG-LESE-ANZ > W-DIG-SNAP-ANZ
                 SET W-DIG-EOF TO TRUE
             END-IF
         END-IF
         IF  NOT W-DIG-EOF
         AND W-DIG-SATZ-KAT  = "WA"
         AND W-DIG-SATZ-USER = W-WA-USER
             ADD 1 TO W-WA-ANZ
             IF  W-WA-ML-ANZ < 100
                 ADD 1 TO W-WA-ML-ANZ
                 MOVE SPACES TO W-WA-ML (W-WA-ML-ANZ)
                 MOVE W-DIG-SATZ-ZEIT (1:16)
                   TO W-WA-ML (W-WA-ML-ANZ) (01:16)
                 MOVE W-DIG-SATZ-MODUL (01:08)
                   TO W-WA-ML (W-WA-ML-ANZ) (19:08)
                 MOVE W-DIG-SATZ-MODUL (10:10)
                   TO W-WA-ML (W-WA-ML-ANZ) (29:10)
                 MOVE W-DIG-SATZ-MODUL (21:16)
                   TO W-WA-ML (W-WA-ML-ANZ) (41:16)
             ELSE
                 ADD 1 TO W-WA-ML-REST
             END-IF
         END-IF
     END-PERFORM
     CLOSE MAILSPOOL

     IF  W-WA-ANZ > ZERO
         SET WA-MAIL-DIGEST TO TRUE
         PERFORM M577-MAIL-WATCH
         IF  PRG-ABBRUCH
             SET W-DIG-FEHLER TO TRUE
         END-IF
         ADD W-WA-ANZ TO W-DIG-GESAMT
     END-IF
     .
 D952-99.
     EXIT.

******************************************************************
* WATCH: DIGEST-Treffer des Beobachters W-WA-USER in den Sammel-
* mail-Spool stellen (Kategorie "WA", Aufbau wie N508; Modul, Art
* und ausloesender User im Modulfeld, Beobachter in W-DIG-SATZ-
* USER). Ein Spool-Fehler unterdrueckt nur die Sammelmail-Zeilen
******************************************************************
 D953-WATCH-SPOOLEN SECTION.
 D953-00.
     MOVE K-DIGEST-SPOOL TO ASS-FNAME
     MOVE ZERO           TO ASS-FSTATUS
     ENTER "COBOLASSIGN" USING  MAILSPOOL
                                ASS-FNAME
                         GIVING ASS-FSTATUS
     IF  ASS-FSTATUS NOT = ZERO
         DISPLAY "Hinweis: Sammelmail-Spool nicht erreichbar: "
                 ASS-FNAME
         EXIT SECTION
     END-IF

     OPEN EXTEND MAILSPOOL
     IF  FILE-STATUS NOT = "00"
**      ---> Spool-Datei existiert noch nicht - neu anlegen
         OPEN OUTPUT MAILSPOOL
         IF  FILE-STATUS NOT = "00"
             DISPLAY "Hinweis: Sammelmail-Spool nicht beschreibbar: "
                     ASS-FNAME " " FILE-STATUS
             EXIT SECTION
         END-IF
     END-IF

     PERFORM VARYING W-WA-I FROM 1 BY 1
             UNTIL   W-WA-I > W-WA-EV-ANZ
         IF  W-WA-EV-KZ (W-WA-I) = "D"
             MOVE "WA"                   TO W-DIG-SATZ-KAT
             MOVE W-WA-EV-ZEIT  (W-WA-I) TO W-DIG-SATZ-ZEIT
             MOVE SPACES                 TO W-DIG-SATZ-MODUL
             MOVE W-WA-EV-MODUL (W-WA-I) TO W-DIG-SATZ-MODUL (01:08)
             MOVE W-WA-EV-ART   (W-WA-I) TO W-DIG-SATZ-MODUL (10:10)
             MOVE W-WA-EV-USER  (W-WA-I) TO W-DIG-SATZ-MODUL (21:16)
             MOVE W-WA-USER              TO W-DIG-SATZ-USER
             WRITE MAILSPOOL-RECORD FROM W-DIG-SATZ
         END-IF
     END-PERFORM
     CLOSE MAILSPOOL
     .
 D953-99.
     EXIT.

******************************************************************
* Antwortzeit-Statistik ueber das Sitzungs-Journal (VERWALTUNG
* SESSION STATS [<Tage>] [MAIL], Default 7 Tage): je Kommando und
* Stunde (Start des Kommandos) Anzahl, Median, 95%-Wert und
* Maximum, danach die zehn langsamsten Einzel-Ausfuehrungen mit
* den Anteilen SSFCOU0M/SSFCIN0M/FUP-ZIP, zuletzt die Warnung je
* Kommando, dessen Schnitt im Fenster ueber seiner eigenen
* Historie liegt - Schwellen aus =SSPARM "RZWARN" (SVOL-SOURCE
* 1-3 Faktor in %, Default 200; 4-6 Mindestanzahl, Default 5;
* 7-9 Tage Historie vor dem Fenster, Default 28), analog der
* SLA-Baseline in PHDDRV1O/C225. Mit MAIL geht der Report wie
* ANOMALY/CONSIST an den Warn-Verteiler (Kettenschritt).
******************************************************************
 D954-SESSION-STATS SECTION.
 D954-00.
     IF  W-RZ-TAGE = ZERO
         MOVE 7 TO W-RZ-TAGE
     END-IF

**  ---> Schwellen der Warnung aus =SSPARM holen
     MOVE 200 TO W-RZ-FAKTOR
     MOVE 5   TO W-RZ-MIN-ANZ
     MOVE 28  TO W-RZ-HIST-TAGE
     MOVE "RZWARN" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  SSPRM-OK
         IF  SVOL-SOURCE OF SSPARM (1:3) NUMERIC
             MOVE SVOL-SOURCE OF SSPARM (1:3) TO W-RZ-FAKTOR
         END-IF
         IF  SVOL-SOURCE OF SSPARM (4:3) NUMERIC
             MOVE SVOL-SOURCE OF SSPARM (4:3) TO W-RZ-MIN-ANZ
         END-IF
         IF  SVOL-SOURCE OF SSPARM (7:3) NUMERIC
             MOVE SVOL-SOURCE OF SSPARM (7:3) TO W-RZ-HIST-TAGE
         END-IF
     END-IF
     MOVE W-RZ-TAGE TO H-RZ-TAGE
     ADD  W-RZ-TAGE TO W-RZ-HIST-TAGE
     MOVE W-RZ-HIST-TAGE TO H-RZ-HIST-TAGE

**  ---> ggf. Mail an den Warn-Verteiler parallel aufbauen
     IF  RZ-MAIL-MODE
         SET MAIL-KAT-WARNUNG TO TRUE
         PERFORM N505-EMAIL-KOPF-EINFACH
         IF  PRG-ABBRUCH OR MAIL-ABO-NOK
             MOVE SPACE TO W-RZ-MAIL-FLAG
         ELSE
**          ---> Betreff und Einleitung aus der Mail-Vorlage
**               "RZSTAT" in =SSTEXT (s. N522), sonst der eingebaute
**               Betreff
             PERFORM N520-MV-INIT
             MOVE W-RZ-TAGE      TO W-MV-ZAHL-ED
             MOVE "TAGE"         TO W-MV-NEU-NAME
             MOVE W-MV-ZAHL-ED   TO W-MV-NEU-WERT
             PERFORM N521-MV-PLATZHALTER
             MOVE "RZSTAT"       TO W-MV-NAME
             PERFORM N522-MV-LADEN
             IF  MV-VORLAGE-OK
                 PERFORM N525-MV-BETREFF
                 WRITE EMAIL-RECORD FROM EM-LZ
                 PERFORM N526-MV-TEXT-1
             ELSE
                 MOVE TEM-BETREFF15 TO EM-K5-VALUE
                 WRITE EMAIL-RECORD FROM EM-K5
             END-IF
             WRITE EMAIL-RECORD FROM EM-LZ
         END-IF
     END-IF

**  ---> 1. Lauf: Gruppen Kommando/Stunde, nebenbei Summen je
**       Kommando (der Cursor liefert nach Kommando sortiert)
     MOVE ZERO TO W-RZ-G-ANZ
                  W-RZ-K-ANZ
                  W-RZ-WARN-ANZ
     PERFORM S883-OPEN-RZSTAT-CURSOR
     PERFORM S884-FETCH-RZSTAT-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
                   OR W-RZ-G-ANZ = 400
         ADD 1 TO W-RZ-G-ANZ
         MOVE KOMMANDO OF SSFSESS TO W-RZ-G-KOMMANDO (W-RZ-G-ANZ)
         MOVE STUNDE   OF SSFSESS TO W-RZ-G-STUNDE   (W-RZ-G-ANZ)
         MOVE H-RZ-ZAHL           TO W-RZ-G-ZAHL     (W-RZ-G-ANZ)
         MOVE H-RZ-MAX            TO W-RZ-G-MAX      (W-RZ-G-ANZ)
         MOVE ZERO                TO W-RZ-G-MEDIAN   (W-RZ-G-ANZ)
                                     W-RZ-G-P95      (W-RZ-G-ANZ)
         IF  W-RZ-K-ANZ = ZERO
         OR  W-RZ-K-KOMMANDO (W-RZ-K-ANZ) NOT = KOMMANDO OF SSFSESS
             IF  W-RZ-K-ANZ < 100
                 ADD 1 TO W-RZ-K-ANZ
                 MOVE KOMMANDO OF SSFSESS
                   TO W-RZ-K-KOMMANDO (W-RZ-K-ANZ)
                 MOVE ZERO TO W-RZ-K-ZAHL  (W-RZ-K-ANZ)
                              W-RZ-K-SUMME (W-RZ-K-ANZ)
             END-IF
         END-IF
         IF  W-RZ-K-KOMMANDO (W-RZ-K-ANZ) = KOMMANDO OF SSFSESS
             ADD H-RZ-ZAHL  TO W-RZ-K-ZAHL  (W-RZ-K-ANZ)
             ADD H-RZ-SUMME TO W-RZ-K-SUMME (W-RZ-K-ANZ)
         END-IF
         PERFORM S884-FETCH-RZSTAT-CURSOR
     END-PERFORM
     PERFORM S885-CLOSE-RZSTAT-CURSOR

**  ---> 2. Lauf: Median und 95%-Wert je Gruppe
     IF  W-RZ-G-ANZ > ZERO
     AND NOT PRG-ABBRUCH
         PERFORM D955-RZ-PERZENTILE
     END-IF

**  ---> Tabelle je Kommando und Stunde
     MOVE W-RZ-TAGE TO W-RZ-TAGE-ED
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  " Antwortzeiten der letzten "  DELIMITED BY SIZE
             W-RZ-TAGE-ED                   DELIMITED BY SIZE
             " Tag(e) in Sekunden:"         DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM D958-RZ-ZEILE
     MOVE " Kommando   Std  Anzahl   Median  95%-Wert   Maximum"
         TO ZEILE
     PERFORM D958-RZ-ZEILE
     MOVE " ----------------------------------------------------"
         TO ZEILE
     PERFORM D958-RZ-ZEILE
     PERFORM VARYING W-RZ-G-IX FROM 1 BY 1
             UNTIL   W-RZ-G-IX > W-RZ-G-ANZ
         MOVE W-RZ-G-STUNDE (W-RZ-G-IX) TO W-RZ-STD-ED
         MOVE W-RZ-G-ZAHL   (W-RZ-G-IX) TO W-RZ-ANZ-ED
         COMPUTE W-RZ-SEK1-ED = W-RZ-G-MEDIAN (W-RZ-G-IX) / 100
         COMPUTE W-RZ-SEK2-ED = W-RZ-G-P95    (W-RZ-G-IX) / 100
         COMPUTE W-RZ-SEK3-ED = W-RZ-G-MAX    (W-RZ-G-IX) / 100
         MOVE SPACES TO ZEILE
         STRING  " "                          DELIMITED BY SIZE
                 W-RZ-G-KOMMANDO (W-RZ-G-IX)  DELIMITED BY SIZE
                 " "                          DELIMITED BY SIZE
                 W-RZ-STD-ED                  DELIMITED BY SIZE
                 "  "                         DELIMITED BY SIZE
                 W-RZ-ANZ-ED                  DELIMITED BY SIZE
                 " "                          DELIMITED BY SIZE
                 W-RZ-SEK1-ED                 DELIMITED BY SIZE
                 "  "                         DELIMITED BY SIZE
                 W-RZ-SEK2-ED                 DELIMITED BY SIZE
                 "  "                         DELIMITED BY SIZE
                 W-RZ-SEK3-ED                 DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM D958-RZ-ZEILE
     END-PERFORM
     IF  W-RZ-G-ANZ = ZERO
         MOVE "  keine gemessenen Kommandos im Zeitraum" TO ZEILE
         PERFORM D958-RZ-ZEILE
     END-IF

**  ---> langsamste Einzel-Ausfuehrungen
     IF  NOT PRG-ABBRUCH
         PERFORM D956-RZ-LANGSAMSTE
     END-IF

**  ---> Warnung: Kommandos deutlich langsamer als ihre Historie
     IF  W-RZ-K-ANZ > ZERO
     AND NOT PRG-ABBRUCH
         PERFORM D957-RZ-WARNUNG
     END-IF

**  ---> Zusammenfassung + Mail schliessen
     MOVE W-RZ-WARN-ANZ TO W-RZ-ANZ-ED
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  " --- "                          DELIMITED BY SIZE
             W-RZ-ANZ-ED                      DELIMITED BY SIZE
             " Kommando(s) langsamer als die Historie"
                                              DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM D958-RZ-ZEILE
     IF  RZ-MAIL-MODE
         WRITE EMAIL-RECORD FROM EM-LZ
**      ---> Schlusstext der Mail-Vorlage (Zeilen nach @DATEN@)
         IF  MV-VORLAGE-OK
             PERFORM N527-MV-TEXT-2
         END-IF
         CLOSE EMAIL
     END-IF
     .
 D954-99.
     EXIT.

******************************************************************
* Median und 95%-Wert je Gruppe Kommando/Stunde: die Einzelwerte
* kommen je Gruppe aufsteigend; Median = Wert an Rang (n+1)/2,
* 95%-Wert = Wert an Rang n*95/100 aufgerundet (n aus dem 1. Lauf)
******************************************************************
 D955-RZ-PERZENTILE SECTION.
 D955-00.
     MOVE SPACES TO W-RZ-VOR-KOMMANDO
     MOVE -1     TO W-RZ-VOR-STUNDE
     MOVE ZERO   TO W-RZ-POS
     MOVE 1      TO W-RZ-G-IX

     PERFORM S886-OPEN-RZWERT-CURSOR
     PERFORM S887-FETCH-RZWERT-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
**      ---> Gruppenwechsel: Eintrag im 1. Lauf suchen
         IF  KOMMANDO OF SSFSESS NOT = W-RZ-VOR-KOMMANDO
         OR  STUNDE   OF SSFSESS NOT = W-RZ-VOR-STUNDE
             MOVE KOMMANDO OF SSFSESS TO W-RZ-VOR-KOMMANDO
             MOVE STUNDE   OF SSFSESS TO W-RZ-VOR-STUNDE
             MOVE ZERO TO W-RZ-POS
             PERFORM VARYING W-RZ-G-IX FROM 1 BY 1
                     UNTIL   W-RZ-G-IX > W-RZ-G-ANZ
                 IF  W-RZ-G-KOMMANDO (W-RZ-G-IX) = KOMMANDO OF SSFSESS
                 AND W-RZ-G-STUNDE   (W-RZ-G-IX) = STUNDE   OF SSFSESS
                     EXIT PERFORM
                 END-IF
             END-PERFORM
             IF  W-RZ-G-IX NOT > W-RZ-G-ANZ
                 COMPUTE W-RZ-RANG-MED =
                         (W-RZ-G-ZAHL (W-RZ-G-IX) + 1) / 2
                 COMPUTE W-RZ-RANG-P95 =
                         (W-RZ-G-ZAHL (W-RZ-G-IX) * 95 + 99) / 100
             END-IF
         END-IF

         ADD 1 TO W-RZ-POS
         IF  W-RZ-G-IX NOT > W-RZ-G-ANZ
             IF  W-RZ-POS = W-RZ-RANG-MED
                 MOVE DAUER-CS OF SSFSESS
                   TO W-RZ-G-MEDIAN (W-RZ-G-IX)
             END-IF
             IF  W-RZ-POS = W-RZ-RANG-P95
                 MOVE DAUER-CS OF SSFSESS
                   TO W-RZ-G-P95 (W-RZ-G-IX)
             END-IF
         END-IF
         PERFORM S887-FETCH-RZWERT-CURSOR
     END-PERFORM
     PERFORM S888-CLOSE-RZWERT-CURSOR
     .
 D955-99.
     EXIT.

******************************************************************
* die zehn langsamsten Einzel-Ausfuehrungen im Fenster, je mit
* User, Zeitpunkt, Gesamtdauer, den Anteilen der Unterprogramme
* und dem Anfang der Kommandozeile
******************************************************************
 D956-RZ-LANGSAMSTE SECTION.
 D956-00.
     PERFORM U011-AUSGABE-SPACELINE
     MOVE " Die langsamsten Ausfuehrungen (Sekunden):" TO ZEILE
     PERFORM D958-RZ-ZEILE
     MOVE " Zeitpunkt        Kommando   User               Dauer"
         TO ZEILE
     PERFORM D958-RZ-ZEILE
     MOVE " ----------------------------------------------------"
         TO ZEILE
     PERFORM D958-RZ-ZEILE

     MOVE ZERO TO W-RZ-POS
     PERFORM S896-OPEN-RZTOP-CURSOR
     PERFORM S897-FETCH-RZTOP-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
                   OR W-RZ-POS = 10
         ADD 1 TO W-RZ-POS
         COMPUTE W-RZ-SEK1-ED = DAUER-CS     OF SSFSESS / 100
         COMPUTE W-RZ-SEK2-ED = DAUER-COU-CS OF SSFSESS / 100
         COMPUTE W-RZ-SEK3-ED = DAUER-CIN-CS OF SSFSESS / 100
         COMPUTE W-RZ-SEK4-ED = DAUER-ZIP-CS OF SSFSESS / 100
         MOVE SPACES TO ZEILE
         STRING  " "                       DELIMITED BY SIZE
                 ZPINS OF SSFSESS (1:16)   DELIMITED BY SIZE
                 " "                       DELIMITED BY SIZE
                 KOMMANDO OF SSFSESS       DELIMITED BY SIZE
                 " "                       DELIMITED BY SIZE
                 GROUP-USER OF SSFSESS     DELIMITED BY SIZE
                 " "                       DELIMITED BY SIZE
                 W-RZ-SEK1-ED              DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM D958-RZ-ZEILE
         MOVE SPACES TO ZEILE
         STRING  "   davon COU"            DELIMITED BY SIZE
                 W-RZ-SEK2-ED              DELIMITED BY SIZE
                 "  CIN"                   DELIMITED BY SIZE
                 W-RZ-SEK3-ED              DELIMITED BY SIZE
                 "  FUP/ZIP"               DELIMITED BY SIZE
                 W-RZ-SEK4-ED              DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM D958-RZ-ZEILE
         MOVE SPACES TO ZEILE
         STRING  "   "                     DELIMITED BY SIZE
                 KDO-ZEILE OF SSFSESS (1:56) DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM D958-RZ-ZEILE
         PERFORM S897-FETCH-RZTOP-CURSOR
     END-PERFORM
     PERFORM S898-CLOSE-RZTOP-CURSOR

     IF  W-RZ-POS = ZERO
         MOVE "  keine gemessenen Kommandos im Zeitraum" TO ZEILE
         PERFORM D958-RZ-ZEILE
     END-IF
     .
 D956-99.
     EXIT.

******************************************************************
* Warnung je Kommando: Schnitt im Fenster gegen den Schnitt der
* Historie davor - gemeldet wird, wenn beide Seiten mindestens
* W-RZ-MIN-ANZ Messungen haben und der Fenster-Schnitt ueber
* Historie * W-RZ-FAKTOR / 100 liegt
******************************************************************
 D957-RZ-WARNUNG SECTION.
 D957-00.
     PERFORM U011-AUSGABE-SPACELINE
     MOVE " Vergleich mit der eigenen Historie:" TO ZEILE
     PERFORM D958-RZ-ZEILE

     PERFORM S517-OPEN-RZHIST-CURSOR
     PERFORM S518-FETCH-RZHIST-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         PERFORM VARYING W-RZ-K-IX FROM 1 BY 1
                 UNTIL   W-RZ-K-IX > W-RZ-K-ANZ
             IF  W-RZ-K-KOMMANDO (W-RZ-K-IX) = KOMMANDO OF SSFSESS
                 EXIT PERFORM
             END-IF
         END-PERFORM
         IF  W-RZ-K-IX NOT > W-RZ-K-ANZ
         AND H-RZ-ZAHL NOT < W-RZ-MIN-ANZ
         AND W-RZ-K-ZAHL (W-RZ-K-IX) NOT < W-RZ-MIN-ANZ
             COMPUTE W-RZ-HIST-SCHNITT = H-RZ-SUMME / H-RZ-ZAHL
             COMPUTE W-RZ-AKT-SCHNITT  = W-RZ-K-SUMME (W-RZ-K-IX)
                                       / W-RZ-K-ZAHL  (W-RZ-K-IX)
             IF  W-RZ-AKT-SCHNITT * 100
                     > W-RZ-HIST-SCHNITT * W-RZ-FAKTOR
                 ADD 1 TO W-RZ-WARN-ANZ
                 COMPUTE W-RZ-SEK1-ED = W-RZ-AKT-SCHNITT  / 100
                 COMPUTE W-RZ-SEK2-ED = W-RZ-HIST-SCHNITT / 100
                 MOVE SPACES TO ZEILE
                 STRING  " !! "                  DELIMITED BY SIZE
                         KOMMANDO OF SSFSESS     DELIMITED BY SIZE
                         " Schnitt"              DELIMITED BY SIZE
                         W-RZ-SEK1-ED            DELIMITED BY SIZE
                         " gegen"                DELIMITED BY SIZE
                         W-RZ-SEK2-ED            DELIMITED BY SIZE
                         " (Historie) !!"        DELIMITED BY SIZE
                   INTO  ZEILE
                 END-STRING
                 PERFORM D958-RZ-ZEILE
             END-IF
         END-IF
         PERFORM S518-FETCH-RZHIST-CURSOR
     END-PERFORM
     PERFORM S519-CLOSE-RZHIST-CURSOR

     IF  W-RZ-WARN-ANZ = ZERO
         MOVE "  kein Kommando auffaellig langsamer" TO ZEILE
         PERFORM D958-RZ-ZEILE
     END-IF
     .
 D957-99.
     EXIT.

******************************************************************
* eine Report-Zeile der Antwortzeit-Statistik ausgeben - im MAIL-
* Modus zusaetzlich als Mail-Zeile (wie D509)
******************************************************************
 D958-RZ-ZEILE SECTION.
 D958-00.
     IF  RZ-MAIL-MODE
         MOVE SPACES TO EM-PZ
         MOVE ZEILE (1:60) TO EM-PZ-REST
         WRITE EMAIL-RECORD FROM EM-PZ
     END-IF
     PERFORM U010-AUSGABE
     .
 D958-99.
     EXIT.

******************************************************************
* Pflege der eigenen SQL-Tabellen (VERWALTUNG TABPFLEGE [FORCE]
* [MAIL], Kettenschritt): je Tabellen-Define der Anwendung aus
* =DEFCAT Zeilenzahl, Partitionen und deren Extent-Fuellgrad
* ermitteln, bei Bedarf UPDATE STATISTICS ausfuehren und den
* Befund nach =SSFTSTAT schreiben. Schwellen aus =SSPARM
* "TABPFLEGE" (SVOL-SOURCE 1-3 max. Alter der Statistik in Tagen,
* Default 30; 4-6 Wachstum in % seit der letzten Statistik,
* Default 20; 7-9 Extent-Warnung ab % belegter Extents, Default
* 80). FORCE erneuert alle Statistiken; MAIL schickt den Report
* wie ANOMALY/CONSIST an den Warn-Verteiler.
* TABPFLEGE HIST [<Define>] zeigt die Historie aus =SSFTSTAT.
******************************************************************
 D959-TABPFLEGE SECTION.
 D959-00.
     IF  TPF-HIST
         MOVE SPACE TO W-TPF-MAIL-FLAG
         PERFORM D965-TPF-HISTORIE
         EXIT SECTION
     END-IF

**  ---> Schwellen aus =SSPARM holen
     MOVE 30 TO W-TPF-MAX-ALTER
     MOVE 20 TO W-TPF-WACHSTUM-MAX
     MOVE 80 TO W-TPF-EXT-WARN
     MOVE "TABPFLEGE" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  SSPRM-OK
         IF  SVOL-SOURCE OF SSPARM (1:3) NUMERIC
             MOVE SVOL-SOURCE OF SSPARM (1:3) TO W-TPF-MAX-ALTER
         END-IF
         IF  SVOL-SOURCE OF SSPARM (4:3) NUMERIC
             MOVE SVOL-SOURCE OF SSPARM (4:3) TO W-TPF-WACHSTUM-MAX
         END-IF
         IF  SVOL-SOURCE OF SSPARM (7:3) NUMERIC
             MOVE SVOL-SOURCE OF SSPARM (7:3) TO W-TPF-EXT-WARN
         END-IF
     END-IF
     MOVE W-TPF-MAX-ALTER TO H-TPF-ALTER

**  ---> Tabellen-Defines und Katalog der Anwendung (wie C040)
     MOVE ZERO   TO W-TPF-ANZ
     MOVE SPACES TO W-TPF-KATALOG
     PERFORM S500-OPEN-DEFCAT-CURSOR
     PERFORM S510-FETCH-DEFCAT-CURSOR
     PERFORM UNTIL   DEFCAT-NOK
             OR      PRG-ABBRUCH
         EVALUATE DEF-TYP OF DEFCAT
             WHEN "CA"
                 IF  W-TPF-KATALOG = SPACES
                     MOVE DEF-FILE OF DEFCAT TO W-TPF-KATALOG
                 END-IF
             WHEN "TA"
                 IF  W-TPF-ANZ < 150
                     ADD 1 TO W-TPF-ANZ
                     MOVE DEF-NAME OF DEFCAT TO W-TPF-DEFINE (W-TPF-ANZ)
                     MOVE DEF-FILE OF DEFCAT TO W-TPF-DATEI  (W-TPF-ANZ)
                 END-IF
             WHEN OTHER
                 CONTINUE
         END-EVALUATE
         PERFORM S510-FETCH-DEFCAT-CURSOR
     END-PERFORM
     PERFORM S520-CLOSE-DEFCAT-CURSOR

**  ---> ggf. Mail an den Warn-Verteiler parallel aufbauen
     IF  TPF-MAIL-MODE
         SET MAIL-KAT-WARNUNG TO TRUE
         PERFORM N505-EMAIL-KOPF-EINFACH
         IF  PRG-ABBRUCH OR MAIL-ABO-NOK
             MOVE SPACE TO W-TPF-MAIL-FLAG
         ELSE
**          ---> Betreff und Einleitung aus der Mail-Vorlage
**               "TABPFLEG" in =SSTEXT (s. N522), sonst der eingebaute
**               Betreff
             PERFORM N520-MV-INIT
             MOVE "TABPFLEG"     TO W-MV-NAME
             PERFORM N522-MV-LADEN
             IF  MV-VORLAGE-OK
                 PERFORM N525-MV-BETREFF
                 WRITE EMAIL-RECORD FROM EM-LZ
                 PERFORM N526-MV-TEXT-1
             ELSE
                 MOVE TEM-BETREFF16 TO EM-K5-VALUE
                 WRITE EMAIL-RECORD FROM EM-K5
             END-IF
             WRITE EMAIL-RECORD FROM EM-LZ
         END-IF
     END-IF

     MOVE ZERO TO W-TPF-STATS-ANZ
                  W-TPF-FEHL-ANZ
                  W-TPF-WARN-ANZ
     PERFORM U011-AUSGABE-SPACELINE
     MOVE " Pflege der SRCSAFE-Tabellen:" TO ZEILE
     PERFORM D964-TPF-ZEILE
     MOVE " Tabelle            Zeilen Wachst Part Fuell Statistik"
         TO ZEILE
     PERFORM D964-TPF-ZEILE
     MOVE " ------------------------------------------------------"
         TO ZEILE
     PERFORM D964-TPF-ZEILE

     PERFORM VARYING W-TPF-IX FROM 1 BY 1
             UNTIL   W-TPF-IX > W-TPF-ANZ
             OR      PRG-ABBRUCH
         PERFORM D960-TPF-TABELLE
     END-PERFORM
     IF  W-TPF-ANZ = ZERO
         MOVE "  keine Tabellen-Defines in =DEFCAT" TO ZEILE
         PERFORM D964-TPF-ZEILE
     END-IF

**  ---> Zusammenfassung + Mail schliessen
     PERFORM U011-AUSGABE-SPACELINE
     MOVE W-TPF-ANZ TO W-TPF-ANZ-ED
     MOVE SPACES TO ZEILE
     STRING  " --- "                          DELIMITED BY SIZE
             W-TPF-ANZ-ED                     DELIMITED BY SIZE
             " Tabelle(n) geprueft"           DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM D964-TPF-ZEILE
     MOVE W-TPF-STATS-ANZ TO W-TPF-ANZ-ED
     MOVE SPACES TO ZEILE
     STRING  " --- "                          DELIMITED BY SIZE
             W-TPF-ANZ-ED                     DELIMITED BY SIZE
             " Statistik(en) aktualisiert"    DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM D964-TPF-ZEILE
     IF  W-TPF-FEHL-ANZ > ZERO
         MOVE W-TPF-FEHL-ANZ TO W-TPF-ANZ-ED
         MOVE SPACES TO ZEILE
         STRING  " !!! "                      DELIMITED BY SIZE
                 W-TPF-ANZ-ED                 DELIMITED BY SIZE
                 " Tabelle(n) mit Fehler"     DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM D964-TPF-ZEILE
     END-IF
     MOVE W-TPF-WARN-ANZ TO W-TPF-ANZ-ED
     MOVE W-TPF-EXT-WARN TO W-TPF-GRAD-ED
     MOVE SPACES TO ZEILE
     STRING  " --- "                          DELIMITED BY SIZE
             W-TPF-ANZ-ED                     DELIMITED BY SIZE
             " Partition(en) mit mind."       DELIMITED BY SIZE
             W-TPF-GRAD-ED                    DELIMITED BY SIZE
             "% belegten Extents"             DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM D964-TPF-ZEILE
     IF  TPF-MAIL-MODE
         WRITE EMAIL-RECORD FROM EM-LZ
**      ---> Schlusstext der Mail-Vorlage (Zeilen nach @DATEN@)
         IF  MV-VORLAGE-OK
             PERFORM N527-MV-TEXT-2
         END-IF
         CLOSE EMAIL
     END-IF
     .
 D959-99.
     EXIT.

******************************************************************
* eine Tabelle W-TPF-IX pflegen: Zeilenzahl, Partitionen, ggf.
* UPDATE STATISTICS, Report-Zeile und Eintrag in =SSFTSTAT
******************************************************************
 D960-TPF-TABELLE SECTION.
 D960-00.
     MOVE W-TPF-DEFINE (W-TPF-IX) TO H-TPF-TABELLE
     MOVE SPACES TO W-TPF-GRUND
     SET TPF-STATS-KEINE TO TRUE

**  ---> Zeilenzahl
     MOVE ZERO TO W-TPF-ZEILEN
     PERFORM S811-OPEN-TPF-ZAEHL-CURSOR
     PERFORM S812-FETCH-TPF-ZAEHL-CURSOR
     IF  SSF-OK
         MOVE H-TPF-ZEILEN TO W-TPF-ZEILEN
     END-IF
     PERFORM S813-CLOSE-TPF-ZAEHL-CURSOR
     IF  SSF-EOD
         ADD 1 TO W-TPF-FEHL-ANZ
         MOVE SPACES TO ZEILE
         STRING  " "                          DELIMITED BY SIZE
                 W-TPF-DEFINE (W-TPF-IX) (1:12)
                                              DELIMITED BY SIZE
                 " !! Zeilenzahl nicht ermittelbar"
                                              DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM D964-TPF-ZEILE
         EXIT SECTION
     END-IF

**  ---> Partitionen und Extents, Statistik faellig?
     PERFORM D962-TPF-PARTITIONEN
     PERFORM D961-TPF-STATS-PRUEFEN
     IF  W-TPF-GRUND NOT = SPACES
         PERFORM S817-UPDATE-TPF-STATISTICS
         IF  TPF-STATS-OK
             ADD 1 TO W-TPF-STATS-ANZ
         ELSE
             ADD 1 TO W-TPF-FEHL-ANZ
         END-IF
     END-IF

**  ---> Report-Zeile
     MOVE W-TPF-ZEILEN    TO W-TPF-ZEILEN-ED
     MOVE W-TPF-WACHSTUM  TO W-TPF-PROZ-ED
     MOVE W-TPF-PART-ANZ  TO W-TPF-PART-ED
     MOVE W-TPF-FUELLGRAD TO W-TPF-GRAD-ED
     MOVE SPACES TO ZEILE
     STRING  " "                              DELIMITED BY SIZE
             W-TPF-DEFINE (W-TPF-IX) (1:12)   DELIMITED BY SIZE
             " "                              DELIMITED BY SIZE
             W-TPF-ZEILEN-ED                  DELIMITED BY SIZE
             " "                              DELIMITED BY SIZE
             W-TPF-PROZ-ED                    DELIMITED BY SIZE
             "% "                             DELIMITED BY SIZE
             W-TPF-PART-ED                    DELIMITED BY SIZE
             " "                              DELIMITED BY SIZE
             W-TPF-GRAD-ED                    DELIMITED BY SIZE
             "%  "                            DELIMITED BY SIZE
             W-TPF-GRUND                      DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM D964-TPF-ZEILE
     IF  TPF-STATS-FEHLER
         MOVE "   !! UPDATE STATISTICS fehlgeschlagen" TO ZEILE
         PERFORM D964-TPF-ZEILE
     END-IF

**  ---> Warnung vor dem Extent-Ende (volleste Partition)
     IF  W-TPF-PART-WARN > ZERO
         ADD W-TPF-PART-WARN TO W-TPF-WARN-ANZ
         MOVE W-TPF-MAX-BELEGT  TO W-TPF-EXT1-ED
         MOVE W-TPF-MAX-EXTENTS TO W-TPF-EXT2-ED
         MOVE SPACES TO ZEILE
         STRING  "   !! "                     DELIMITED BY SIZE
                 W-TPF-MAX-PART               DELIMITED BY SPACE
                 ":"                          DELIMITED BY SIZE
                 W-TPF-EXT1-ED                DELIMITED BY SIZE
                 " von"                       DELIMITED BY SIZE
                 W-TPF-EXT2-ED                DELIMITED BY SIZE
                 " Extents"                   DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM D964-TPF-ZEILE
     END-IF

**  ---> Befund fuer die Wachstums-Historie festhalten
     PERFORM U100-BEGIN
     PERFORM S818-INSERT-SSFTSTAT
     IF  SQLCODE OF SQLCA = ZERO
         PERFORM U110-COMMIT
     ELSE
         PERFORM U120-ROLLBACK
     END-IF
     .
 D960-99.
     EXIT.

******************************************************************
* ist die Statistik der Tabelle faellig? W-TPF-GRUND: FORCE,
* ERSTMALIG (noch kein erfolgreicher Lauf in =SSFTSTAT), ALTER
* (letzter Lauf aelter als W-TPF-MAX-ALTER Tage) oder WACHSTUM
* (Zeilenzahl seit dem letzten Lauf um mehr als W-TPF-WACHSTUM-
* MAX % veraendert); sonst bleibt W-TPF-GRUND leer
******************************************************************
 D961-TPF-STATS-PRUEFEN SECTION.
 D961-00.
     MOVE SPACES TO W-TPF-GRUND
     MOVE ZERO   TO W-TPF-ZEILEN-ALT
                    W-TPF-WACHSTUM

**  ---> juengster erfolgreicher Lauf: Vergleichsbasis
     PERFORM S821-OPEN-TSTATL-CURSOR
     PERFORM S822-FETCH-TSTATL-CURSOR
     IF  SSF-OK
         MOVE ZEILEN OF SSFTSTAT TO W-TPF-ZEILEN-ALT
         IF  W-TPF-ZEILEN-ALT > ZERO
             COMPUTE W-TPF-WACHSTUM =
                     (W-TPF-ZEILEN - W-TPF-ZEILEN-ALT) * 100
                   /  W-TPF-ZEILEN-ALT
                 ON SIZE ERROR
                     MOVE 9999 TO W-TPF-WACHSTUM
             END-COMPUTE
         ELSE
             IF  W-TPF-ZEILEN > ZERO
                 MOVE 9999 TO W-TPF-WACHSTUM
             END-IF
         END-IF
         IF  W-TPF-WACHSTUM > 9999
             MOVE 9999 TO W-TPF-WACHSTUM
         END-IF
     ELSE
         MOVE "ERSTMALIG" TO W-TPF-GRUND
     END-IF
     PERFORM S823-CLOSE-TSTATL-CURSOR

     EVALUATE TRUE
         WHEN TPF-FORCE
             MOVE "FORCE" TO W-TPF-GRUND
         WHEN W-TPF-GRUND NOT = SPACES
             CONTINUE
         WHEN OTHER
             PERFORM S819-COUNT-TSTAT-ALTER
             IF  H-TPF-ANZ = ZERO
                 MOVE "ALTER" TO W-TPF-GRUND
             ELSE
                 IF  W-TPF-WACHSTUM >  W-TPF-WACHSTUM-MAX
                 OR  W-TPF-WACHSTUM < ZERO - W-TPF-WACHSTUM-MAX
                     MOVE "WACHSTUM" TO W-TPF-GRUND
                 END-IF
             END-IF
     END-EVALUATE
     .
 D961-99.
     EXIT.

******************************************************************
* Partitionen der Tabelle W-TPF-IX aus dem Katalog (PARTNS) lesen
* und je Partition Groesse und Extents holen; eine nicht
* partitionierte Tabelle steht nicht in PARTNS - dann zaehlt die
* Datei des Defines selbst
******************************************************************
 D962-TPF-PARTITIONEN SECTION.
 D962-00.
     MOVE ZERO   TO W-TPF-PART-ANZ
                    W-TPF-PART-WARN
                    W-TPF-EOF-SUMME
                    W-TPF-FUELLGRAD
                    W-TPF-MAX-BELEGT
                    W-TPF-MAX-EXTENTS
     MOVE SPACES TO W-TPF-MAX-PART

     IF  W-TPF-KATALOG NOT = SPACES
         PERFORM S814-OPEN-TPF-PART-CURSOR
         PERFORM S815-FETCH-TPF-PART-CURSOR
         PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
             MOVE H-TPF-PARTITION TO W-TPF-FNAME
             PERFORM D963-TPF-PARTITION-INFO
             PERFORM S815-FETCH-TPF-PART-CURSOR
         END-PERFORM
         PERFORM S816-CLOSE-TPF-PART-CURSOR
     END-IF

     IF  W-TPF-PART-ANZ = ZERO
         MOVE W-TPF-DATEI (W-TPF-IX) TO W-TPF-FNAME
         PERFORM D963-TPF-PARTITION-INFO
     END-IF
     .
 D962-99.
     EXIT.

******************************************************************
* EOF und Extents der Partition W-TPF-FNAME ueber
* FILE_GETINFOLISTBYNAME_ (wie E348); Fuellgrad = belegte / max.
* Extents in %, die volleste Partition wird gemerkt
******************************************************************
 D963-TPF-PARTITION-INFO SECTION.
 D963-00.
     ADD 1 TO W-TPF-PART-ANZ
     MOVE ZERO TO W-TPF-FNAME-LEN
     INSPECT W-TPF-FNAME TALLYING W-TPF-FNAME-LEN
             FOR CHARACTERS BEFORE INITIAL " "
     IF  W-TPF-FNAME-LEN = ZERO
         EXIT SECTION
     END-IF

     ENTER TAL "FILE_GETINFOLISTBYNAME_"
                 USING   W-TPF-FNAME (1 : W-TPF-FNAME-LEN)
                         W-TPF-T-ITEM-LIST
                         W-TPF-T-NUM-OF-ITEMS
                         W-TPF-T-RESULT
                         W-TPF-T-RESULT-MAX
                         W-TPF-T-RESULT-LEN
                         W-TPF-T-ERROR-ITEM
                 GIVING  W-TPF-T-ERROR

     IF  W-TPF-T-ERROR NOT = ZERO
         MOVE W-TPF-T-ERROR TO D-NUM4
         MOVE SPACES TO ZEILE
         STRING  "   !! "                     DELIMITED BY SIZE
                 W-TPF-FNAME                  DELIMITED BY SPACE
                 " nicht lesbar, Fehler "     DELIMITED BY SIZE
                 D-NUM4                       DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM D964-TPF-ZEILE
         EXIT SECTION
     END-IF

     ADD W-TPF-T-RESULT-EOF TO W-TPF-EOF-SUMME
     MOVE ZERO TO W-TPF-PART-FUELL
     IF  W-TPF-T-RESULT-MAXEXT > ZERO
         COMPUTE W-TPF-PART-FUELL =
                 W-TPF-T-RESULT-BELEGT * 100 / W-TPF-T-RESULT-MAXEXT
     END-IF
     IF  W-TPF-PART-FUELL >= W-TPF-EXT-WARN
         ADD 1 TO W-TPF-PART-WARN
     END-IF
     IF  W-TPF-PART-FUELL > W-TPF-FUELLGRAD
     OR  W-TPF-MAX-PART = SPACES
         MOVE W-TPF-PART-FUELL      TO W-TPF-FUELLGRAD
         MOVE W-TPF-FNAME           TO W-TPF-MAX-PART
         MOVE W-TPF-T-RESULT-BELEGT TO W-TPF-MAX-BELEGT
         MOVE W-TPF-T-RESULT-MAXEXT TO W-TPF-MAX-EXTENTS
     END-IF
     .
 D963-99.
     EXIT.

******************************************************************
* eine Report-Zeile der Tabellenpflege ausgeben - im MAIL-Modus
* zusaetzlich als Mail-Zeile (wie D958)
******************************************************************
 D964-TPF-ZEILE SECTION.
 D964-00.
     IF  TPF-MAIL-MODE
         MOVE SPACES TO EM-PZ
         MOVE ZEILE (1:60) TO EM-PZ-REST
         WRITE EMAIL-RECORD FROM EM-PZ
     END-IF
     PERFORM U010-AUSGABE
     .
 D964-99.
     EXIT.

******************************************************************
* Wachstums-Historie aus =SSFTSTAT (TABPFLEGE HIST [<Define>]) -
* ohne Define alle Tabellen, je Tabelle chronologisch
******************************************************************
 D965-TPF-HISTORIE SECTION.
 D965-00.
     IF  W-TPF-HIST-DEFINE = SPACES
         MOVE LOW-VALUES  TO H-TPF-VON
         MOVE HIGH-VALUES TO H-TPF-BIS
     ELSE
         MOVE W-TPF-HIST-DEFINE TO H-TPF-VON
                                   H-TPF-BIS
     END-IF

     PERFORM U011-AUSGABE-SPACELINE
     MOVE
        " Tabelle      Zeitpunkt              Zeilen Part Fuell S Grund"
         TO ZEILE
     PERFORM U010-AUSGABE
     MOVE SPACES  TO ZEILE
     MOVE ALL "-" TO ZEILE (2:65)
     PERFORM U010-AUSGABE

     MOVE ZERO   TO W-TPF-HIST-ANZ
     MOVE SPACES TO W-TPF-VOR-TABELLE
     PERFORM S826-OPEN-TSTATH-CURSOR
     PERFORM S827-FETCH-TSTATH-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         ADD 1 TO W-TPF-HIST-ANZ
         IF  W-TPF-HIST-ANZ > 1
         AND TABELLE OF SSFTSTAT NOT = W-TPF-VOR-TABELLE
             PERFORM U011-AUSGABE-SPACELINE
         END-IF
         MOVE TABELLE OF SSFTSTAT     TO W-TPF-VOR-TABELLE
         MOVE ZEILEN OF SSFTSTAT      TO W-TPF-ZEILEN-ED
         MOVE PARTITIONEN OF SSFTSTAT TO W-TPF-PART-ED
         MOVE FUELLGRAD OF SSFTSTAT   TO W-TPF-GRAD-ED
         MOVE SPACES TO ZEILE
         STRING  " "                          DELIMITED BY SIZE
                 TABELLE OF SSFTSTAT (1:12)   DELIMITED BY SIZE
                 " "                          DELIMITED BY SIZE
                 ZPINS OF SSFTSTAT (1:16)     DELIMITED BY SIZE
                 " "                          DELIMITED BY SIZE
                 W-TPF-ZEILEN-ED              DELIMITED BY SIZE
                 " "                          DELIMITED BY SIZE
                 W-TPF-PART-ED                DELIMITED BY SIZE
                 "  "                         DELIMITED BY SIZE
                 W-TPF-GRAD-ED                DELIMITED BY SIZE
                 "% "                         DELIMITED BY SIZE
                 STATS-KZ OF SSFTSTAT         DELIMITED BY SIZE
                 " "                          DELIMITED BY SIZE
                 GRUND OF SSFTSTAT            DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         PERFORM S827-FETCH-TSTATH-CURSOR
     END-PERFORM
     PERFORM S828-CLOSE-TSTATH-CURSOR

     IF  W-TPF-HIST-ANZ = ZERO
         MOVE "  keine Eintraege in =SSFTSTAT" TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     PERFORM U011-AUSGABE-SPACELINE
     .
 D965-99.
     EXIT.

******************************************************************
* KETTE EXPORT: Ressourcensaetze "R" der Kette W-KX-KEY-ALT aus
* =SSFRESDEF schreiben (ANWENDUNG + FUNKTION, wie PHDDRV1O sie
* liest; RESOURCE ADD legt sie unter ANWENDUNG "PHDDRV1O" an)
******************************************************************
 D966-KX-RES-EXPORT SECTION.
 D966-00.
     MOVE W-KX-KEY-ALT (1:8)  TO H-KX-ANWENDUNG
     MOVE W-KX-KEY-ALT (17:16) TO H-KX-FUNKTION
     PERFORM S394-OPEN-KX-RES-CURSOR
     PERFORM S395-FETCH-KX-RES-CURSOR
     PERFORM UNTIL RSC-EOD
         MOVE SPACES                      TO W-KX-SATZ
         SET  KX-SATZ-RESSOURCE           TO TRUE
         MOVE W-KX-KEY-ALT                TO W-KX-R-KEY
         MOVE LFDNR         OF SSFRESDEF  TO W-KX-RS-LFDNR
         MOVE RESSOURCE     OF SSFRESDEF  TO W-KX-RS-RESSOURCE
         MOVE MODUS         OF SSFRESDEF  TO W-KX-RS-MODUS
         MOVE MAX-WARTE-MIN OF SSFRESDEF  TO W-KX-RS-MAX-MIN
         MOVE W-KX-RESSOURCE-X            TO W-KX-R-DATEN
         WRITE KETTXF-SATZ FROM W-KX-SATZ
         ADD 1 TO W-KX-ANZ-RES
         PERFORM S395-FETCH-KX-RES-CURSOR
     END-PERFORM
     PERFORM S396-CLOSE-KX-RES-CURSOR
     .
 D966-99.
     EXIT.

******************************************************************
* KETTE IMPORT/DIFF: Ressourcen-Deklarationen der Kette im
* Bestand des Zielsystems nach W-KX-RALT (H-KX-ANWENDUNG und
* H-KX-FUNKTION sind von D563 belegt)
******************************************************************
 D967-KX-RES-BESTAND SECTION.
 D967-00.
     MOVE ZERO TO W-KX-RALT-ANZ
     PERFORM S394-OPEN-KX-RES-CURSOR
     PERFORM S395-FETCH-KX-RES-CURSOR
     PERFORM UNTIL RSC-EOD
         IF  W-KX-RALT-ANZ < K-KX-RMAX
             ADD 1 TO W-KX-RALT-ANZ
             MOVE LFDNR         OF SSFRESDEF TO W-KX-RS-LFDNR
             MOVE RESSOURCE     OF SSFRESDEF TO W-KX-RS-RESSOURCE
             MOVE MODUS         OF SSFRESDEF TO W-KX-RS-MODUS
             MOVE MAX-WARTE-MIN OF SSFRESDEF TO W-KX-RS-MAX-MIN
             MOVE W-KX-RESSOURCE-X TO W-KX-RALT (W-KX-RALT-ANZ)
         END-IF
         PERFORM S395-FETCH-KX-RES-CURSOR
     END-PERFORM
     PERFORM S396-CLOSE-KX-RES-CURSOR
     .
 D967-99.
     EXIT.

******************************************************************
* Ressourcen der Kette: Mischlauf Datei (W-KX-RNEU) gegen Bestand
* (W-KX-RALT) ueber LFDNR + RESSOURCE, "+" neu / "-" entfaellt /
* "~" Modus oder Wartezeit geaendert (wie die Schritte in D563)
******************************************************************
 D968-KX-RES-DIFF SECTION.
 D968-00.
     MOVE ZERO TO W-KX-ANZ-RNEU W-KX-ANZ-RGEAEND W-KX-ANZ-RWEG
     MOVE 1    TO W-KX-RI W-KX-RJ
     PERFORM UNTIL W-KX-RI > W-KX-RNEU-ANZ
             AND   W-KX-RJ > W-KX-RALT-ANZ
         MOVE SPACES TO W-KX-RESSOURCE-X W-KX-RBESTAND-X
         IF  W-KX-RI NOT > W-KX-RNEU-ANZ
             MOVE W-KX-RNEU (W-KX-RI) TO W-KX-RESSOURCE-X
         END-IF
         IF  W-KX-RJ NOT > W-KX-RALT-ANZ
             MOVE W-KX-RALT (W-KX-RJ) TO W-KX-RBESTAND-X
         END-IF
         MOVE SPACES TO ZEILE
         EVALUATE TRUE
             WHEN W-KX-RJ > W-KX-RALT-ANZ
             WHEN W-KX-RI NOT > W-KX-RNEU-ANZ
              AND W-KX-RESSOURCE-X (1:25) < W-KX-RBESTAND-X (1:25)
                 ADD 1 TO W-KX-ANZ-RNEU
                 MOVE W-KX-RS-LFDNR   TO W-KX-ED-LFDNR
                 MOVE W-KX-RS-MAX-MIN TO W-KX-ED-MIN
                 STRING  "  + LFDNR"        DELIMITED BY SIZE
                         W-KX-ED-LFDNR      DELIMITED BY SIZE
                         "  Ressource "     DELIMITED BY SIZE
                         W-KX-RS-RESSOURCE  DELIMITED BY SIZE
                         " Modus "          DELIMITED BY SIZE
                         W-KX-RS-MODUS      DELIMITED BY SIZE
                         " max."            DELIMITED BY SIZE
                         W-KX-ED-MIN        DELIMITED BY SIZE
                         " Min."            DELIMITED BY SIZE
                   INTO  ZEILE
                 END-STRING
                 PERFORM U010-AUSGABE
                 ADD 1 TO W-KX-RI
             WHEN W-KX-RI > W-KX-RNEU-ANZ
             WHEN W-KX-RBESTAND-X (1:25) < W-KX-RESSOURCE-X (1:25)
                 ADD 1 TO W-KX-ANZ-RWEG
                 MOVE W-KX-RB-LFDNR   TO W-KX-ED-LFDNR
                 STRING  "  - LFDNR"        DELIMITED BY SIZE
                         W-KX-ED-LFDNR      DELIMITED BY SIZE
                         "  Ressource "     DELIMITED BY SIZE
                         W-KX-RB-RESSOURCE  DELIMITED BY SIZE
                         " entfaellt"       DELIMITED BY SIZE
                   INTO  ZEILE
                 END-STRING
                 PERFORM U010-AUSGABE
                 ADD 1 TO W-KX-RJ
             WHEN OTHER
                 IF  W-KX-RESSOURCE-X NOT = W-KX-RBESTAND-X
                     ADD 1 TO W-KX-ANZ-RGEAEND
                     MOVE W-KX-RS-LFDNR   TO W-KX-ED-LFDNR
                     MOVE W-KX-RB-MAX-MIN TO W-KX-ED-MIN
                     MOVE W-KX-RS-MAX-MIN TO W-KX-ED-MIN2
                     STRING  "  ~ LFDNR"        DELIMITED BY SIZE
                             W-KX-ED-LFDNR      DELIMITED BY SIZE
                             "  Ressource "     DELIMITED BY SIZE
                             W-KX-RS-RESSOURCE  DELIMITED BY SIZE
                             " Modus "          DELIMITED BY SIZE
                             W-KX-RB-MODUS      DELIMITED BY SIZE
                             "->"               DELIMITED BY SIZE
                             W-KX-RS-MODUS      DELIMITED BY SIZE
                             " max."            DELIMITED BY SIZE
                             W-KX-ED-MIN        DELIMITED BY SIZE
                             "->"               DELIMITED BY SIZE
                             W-KX-ED-MIN2       DELIMITED BY SIZE
                       INTO  ZEILE
                     END-STRING
                     PERFORM U010-AUSGABE
                 END-IF
                 ADD 1 TO W-KX-RI W-KX-RJ
         END-EVALUATE
     END-PERFORM
     .
 D968-99.
     EXIT.

******************************************************************
* eine Kette der Transferdatei (W-KX-NEU) gegen den Bestand in
* =SSFRFDEF (W-KX-ALT) vergleichen: Mischlauf ueber LFDNR, je
* Schritt "+" neu / "-" entfaellt / "~" geaendert mit den
* abweichenden Feldern; bei Unterschieden Rueckfrage und ggf.
* Uebernahme (D565)
******************************************************************
 D563-KETTE-VERGLEICH SECTION.
 D563-00.
     ADD 1 TO W-KX-ANZ-KETTEN
     MOVE W-KX-NEU (1) TO W-KX-SCHRITT-X

     PERFORM U011-AUSGABE-SPACELINE
     STRING  " Kette "                      DELIMITED BY SIZE
             W-KX-ANWENDUNG                 DELIMITED BY SPACE
             "/"                            DELIMITED BY SIZE
             W-KX-MODUL                     DELIMITED BY SPACE
             "/"                            DELIMITED BY SIZE
             W-KX-FUNKTION                  DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE

     IF  KX-TAB-VOLL
         MOVE K-KX-MAX TO W-KX-ED-ANZ
         STRING  "  !!! mehr als"           DELIMITED BY SIZE
                 W-KX-ED-ANZ                DELIMITED BY SIZE
                 " Schritte - Kette uebersprungen !!!"
                                            DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF
     IF  KX-RES-VOLL
         MOVE K-KX-RMAX TO W-KX-ED-ANZ
         STRING  "  !!! mehr als"           DELIMITED BY SIZE
                 W-KX-ED-ANZ                DELIMITED BY SIZE
                 " Ressourcen - Kette uebersprungen !!!"
                                            DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

**  ---> Bestand laden
     MOVE W-KX-ANWENDUNG TO H-KX-ANWENDUNG
     MOVE W-KX-MODUL     TO H-KX-MODUL
     MOVE W-KX-FUNKTION  TO H-KX-FUNKTION
     MOVE ZERO TO W-KX-ALT-ANZ
     SET  KX-CURS-OK TO TRUE
     PERFORM S419-OPEN-KX-ALT-CURSOR
     PERFORM S420-FETCH-KX-ALT-CURSOR
     PERFORM UNTIL KX-CURS-EOD
         IF  W-KX-ALT-ANZ < K-KX-MAX
             ADD 1 TO W-KX-ALT-ANZ
             PERFORM D566-KX-SCHRITT-AUS-TAB
             MOVE W-KX-SCHRITT-X TO W-KX-ALT (W-KX-ALT-ANZ)
         END-IF
         PERFORM S420-FETCH-KX-ALT-CURSOR
     END-PERFORM
     PERFORM S421-CLOSE-KX-ALT-CURSOR
     PERFORM D967-KX-RES-BESTAND

**  ---> Mischlauf ueber LFDNR (beide Seiten aufsteigend sortiert)
     MOVE ZERO TO W-KX-ANZ-NEU W-KX-ANZ-GEAEND W-KX-ANZ-WEG
     MOVE 1    TO W-KX-I W-KX-J
     PERFORM UNTIL W-KX-I > W-KX-NEU-ANZ
             AND   W-KX-J > W-KX-ALT-ANZ
         MOVE SPACES TO W-KX-SCHRITT-X W-KX-BESTAND-X
         IF  W-KX-I NOT > W-KX-NEU-ANZ
             MOVE W-KX-NEU (W-KX-I) TO W-KX-SCHRITT-X
         END-IF
         IF  W-KX-J NOT > W-KX-ALT-ANZ
             MOVE W-KX-ALT (W-KX-J) TO W-KX-BESTAND-X
         END-IF
         EVALUATE TRUE
             WHEN W-KX-J > W-KX-ALT-ANZ
             WHEN W-KX-I NOT > W-KX-NEU-ANZ
              AND W-KX-LFDNR < W-KX-B-LFDNR
                 ADD 1 TO W-KX-ANZ-NEU
                 MOVE W-KX-LFDNR TO W-KX-ED-LFDNR
                 STRING  "  + LFDNR"        DELIMITED BY SIZE
                         W-KX-ED-LFDNR      DELIMITED BY SIZE
                         "  neu        PROG " DELIMITED BY SIZE
                         W-KX-PROG          DELIMITED BY SPACE
                   INTO  ZEILE
                 END-STRING
                 PERFORM U010-AUSGABE
                 ADD 1 TO W-KX-I
             WHEN W-KX-I > W-KX-NEU-ANZ
             WHEN W-KX-B-LFDNR < W-KX-LFDNR
                 ADD 1 TO W-KX-ANZ-WEG
                 MOVE W-KX-B-LFDNR TO W-KX-ED-LFDNR
                 STRING  "  - LFDNR"        DELIMITED BY SIZE
                         W-KX-ED-LFDNR      DELIMITED BY SIZE
                         "  entfaellt  PROG " DELIMITED BY SIZE
                         W-KX-B-PROG        DELIMITED BY SPACE
                   INTO  ZEILE
                 END-STRING
                 PERFORM U010-AUSGABE
                 ADD 1 TO W-KX-J
             WHEN OTHER
                 PERFORM D564-KX-SCHRITT-DIFF
                 ADD 1 TO W-KX-I W-KX-J
         END-EVALUATE
     END-PERFORM

**  ---> Ressourcen-Deklarationen ebenso (D968)
     PERFORM D968-KX-RES-DIFF

     IF  W-KX-ANZ-NEU     = ZERO
     AND W-KX-ANZ-GEAEND  = ZERO
     AND W-KX-ANZ-WEG     = ZERO
     AND W-KX-ANZ-RNEU    = ZERO
     AND W-KX-ANZ-RGEAEND = ZERO
     AND W-KX-ANZ-RWEG    = ZERO
         MOVE "  keine Unterschiede" TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

     MOVE W-KX-ANZ-NEU    TO W-KX-ED-ANZ
     MOVE W-KX-ANZ-GEAEND TO W-KX-ED-ANZ2
     MOVE W-KX-ANZ-WEG    TO W-KX-ED-ANZ3
     STRING  "  neu:"                       DELIMITED BY SIZE
             W-KX-ED-ANZ                    DELIMITED BY SIZE
             "  geaendert:"                 DELIMITED BY SIZE
             W-KX-ED-ANZ2                   DELIMITED BY SIZE
             "  entfaellt:"                 DELIMITED BY SIZE
             W-KX-ED-ANZ3                   DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     IF  W-KX-ANZ-RNEU    > ZERO
     OR  W-KX-ANZ-RGEAEND > ZERO
     OR  W-KX-ANZ-RWEG    > ZERO
         MOVE W-KX-ANZ-RNEU    TO W-KX-ED-ANZ
         MOVE W-KX-ANZ-RGEAEND TO W-KX-ED-ANZ2
         MOVE W-KX-ANZ-RWEG    TO W-KX-ED-ANZ3
         MOVE SPACES TO ZEILE
         STRING  "  Ressourcen neu:"        DELIMITED BY SIZE
                 W-KX-ED-ANZ                DELIMITED BY SIZE
                 "  geaendert:"             DELIMITED BY SIZE
                 W-KX-ED-ANZ2               DELIMITED BY SIZE
                 "  entfaellt:"             DELIMITED BY SIZE
                 W-KX-ED-ANZ3               DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF

     IF  KX-NUR-DIFF
         EXIT SECTION
     END-IF

**  ---> Rueckfrage je Kette
     SET EIN-ASCII
         PROMPT-WEITER TO TRUE
     PERFORM U000-EINGABE
     IF  EINGABE (1:1) = "J"
         PERFORM D565-KETTE-UEBERNEHMEN
     ELSE
         MOVE "  Kette nicht uebernommen" TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     .
 D563-99.
     EXIT.

******************************************************************
* einen Schritt mit gleicher LFDNR feldweise vergleichen
* (W-KX-SCHRITT = Datei, W-KX-BESTAND = Zielsystem)
******************************************************************
 D564-KX-SCHRITT-DIFF SECTION.
 D564-00.
     IF  W-KX-SCHRITT-X (33:) = W-KX-BESTAND-X (33:)
         EXIT SECTION
     END-IF

     ADD 1 TO W-KX-ANZ-GEAEND
     MOVE W-KX-LFDNR TO W-KX-ED-LFDNR
     STRING  "  ~ LFDNR"                    DELIMITED BY SIZE
             W-KX-ED-LFDNR                  DELIMITED BY SIZE
             "  geaendert  PROG "           DELIMITED BY SIZE
             W-KX-PROG                      DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE

     IF  W-KX-PROG NOT = W-KX-B-PROG
         MOVE "PROG"          TO W-KX-D-NAME
         MOVE W-KX-B-PROG     TO W-KX-D-ALT
         MOVE W-KX-PROG       TO W-KX-D-NEU
         PERFORM D567-KX-FELD-ZEILE
     END-IF
     IF  W-KX-ALT-PROG NOT = W-KX-B-ALT-PROG
         MOVE "ALT_PROG"      TO W-KX-D-NAME
         MOVE W-KX-B-ALT-PROG TO W-KX-D-ALT
         MOVE W-KX-ALT-PROG   TO W-KX-D-NEU
         PERFORM D567-KX-FELD-ZEILE
     END-IF
     IF  W-KX-PRG-STU NOT = W-KX-B-PRG-STU
         MOVE "PRG_STU"       TO W-KX-D-NAME
         MOVE W-KX-B-PRG-STU  TO W-KX-D-ALT
         MOVE W-KX-PRG-STU    TO W-KX-D-NEU
         PERFORM D567-KX-FELD-ZEILE
     END-IF
     IF  W-KX-PRG-INF NOT = W-KX-B-PRG-INF
         MOVE "PRG_INF"       TO W-KX-D-NAME
         MOVE W-KX-B-PRG-INF  TO W-KX-D-ALT
         MOVE W-KX-PRG-INF    TO W-KX-D-NEU
         PERFORM D567-KX-FELD-ZEILE
     END-IF
     IF  W-KX-PRG-OUTF NOT = W-KX-B-PRG-OUTF
         MOVE "PRG_OUTF"      TO W-KX-D-NAME
         MOVE W-KX-B-PRG-OUTF TO W-KX-D-ALT
         MOVE W-KX-PRG-OUTF   TO W-KX-D-NEU
         PERFORM D567-KX-FELD-ZEILE
     END-IF
     IF  W-KX-PRG-OBF NOT = W-KX-B-PRG-OBF
         MOVE "PRG_OBF"       TO W-KX-D-NAME
         MOVE W-KX-B-PRG-OBF  TO W-KX-D-ALT
         MOVE W-KX-PRG-OBF    TO W-KX-D-NEU
         PERFORM D567-KX-FELD-ZEILE
     END-IF
     IF  W-KX-PRG-TIMEOUT NOT = W-KX-B-PRG-TIMEOUT
         MOVE "PRG_TIMEOUT"   TO W-KX-D-NAME
         MOVE W-KX-B-PRG-TIMEOUT TO W-KX-ED-NUM
         MOVE W-KX-ED-NUM     TO W-KX-D-ALT
         MOVE W-KX-PRG-TIMEOUT TO W-KX-ED-NUM
         MOVE W-KX-ED-NUM     TO W-KX-D-NEU
         PERFORM D567-KX-FELD-ZEILE
     END-IF
     IF  W-KX-SCHRITT-TYP NOT = W-KX-B-SCHRITT-TYP
         MOVE "SCHRITT_TYP"   TO W-KX-D-NAME
         MOVE W-KX-B-SCHRITT-TYP TO W-KX-D-ALT
         MOVE W-KX-SCHRITT-TYP TO W-KX-D-NEU
         PERFORM D567-KX-FELD-ZEILE
     END-IF
     IF  W-KX-GATE-STANDARD NOT = W-KX-B-GATE-STANDARD
         MOVE "GATE_STANDARD" TO W-KX-D-NAME
         MOVE W-KX-B-GATE-STANDARD TO W-KX-D-ALT
         MOVE W-KX-GATE-STANDARD TO W-KX-D-NEU
         PERFORM D567-KX-FELD-ZEILE
     END-IF
     IF  W-KX-ABST-LFDNR NOT = W-KX-B-ABST-LFDNR
         MOVE "ABST_LFDNR"    TO W-KX-D-NAME
         MOVE W-KX-B-ABST-LFDNR TO W-KX-ED-NUM
         MOVE W-KX-ED-NUM     TO W-KX-D-ALT
         MOVE W-KX-ABST-LFDNR TO W-KX-ED-NUM
         MOVE W-KX-ED-NUM     TO W-KX-D-NEU
         PERFORM D567-KX-FELD-ZEILE
     END-IF
     IF  W-KX-ABST-FELD NOT = W-KX-B-ABST-FELD
         MOVE "ABST_FELD"     TO W-KX-D-NAME
         MOVE W-KX-B-ABST-FELD TO W-KX-D-ALT
         MOVE W-KX-ABST-FELD  TO W-KX-D-NEU
         PERFORM D567-KX-FELD-ZEILE
     END-IF
     IF  W-KX-ABST-REF-FELD NOT = W-KX-B-ABST-REF-FELD
         MOVE "ABST_REF_FELD" TO W-KX-D-NAME
         MOVE W-KX-B-ABST-REF-FELD TO W-KX-D-ALT
         MOVE W-KX-ABST-REF-FELD TO W-KX-D-NEU
         PERFORM D567-KX-FELD-ZEILE
     END-IF
     IF  W-KX-ABST-TOLERANZ NOT = W-KX-B-ABST-TOLERANZ
         MOVE "ABST_TOLERANZ" TO W-KX-D-NAME
         MOVE W-KX-B-ABST-TOLERANZ TO W-KX-ED-BETRAG
         MOVE W-KX-ED-BETRAG  TO W-KX-D-ALT
         MOVE W-KX-ABST-TOLERANZ TO W-KX-ED-BETRAG
         MOVE W-KX-ED-BETRAG  TO W-KX-D-NEU
         PERFORM D567-KX-FELD-ZEILE
     END-IF
     IF  W-KX-LFDNR-OK NOT = W-KX-B-LFDNR-OK
         MOVE "LFDNR_OK"      TO W-KX-D-NAME
         MOVE W-KX-B-LFDNR-OK TO W-KX-ED-NUM
         MOVE W-KX-ED-NUM     TO W-KX-D-ALT
         MOVE W-KX-LFDNR-OK   TO W-KX-ED-NUM
         MOVE W-KX-ED-NUM     TO W-KX-D-NEU
         PERFORM D567-KX-FELD-ZEILE
     END-IF
     IF  W-KX-LFDNR-NOK NOT = W-KX-B-LFDNR-NOK
         MOVE "LFDNR_NOK"     TO W-KX-D-NAME
         MOVE W-KX-B-LFDNR-NOK TO W-KX-ED-NUM
         MOVE W-KX-ED-NUM     TO W-KX-D-ALT
         MOVE W-KX-LFDNR-NOK  TO W-KX-ED-NUM
         MOVE W-KX-ED-NUM     TO W-KX-D-NEU
         PERFORM D567-KX-FELD-ZEILE
     END-IF
     .
 D564-99.
     EXIT.

******************************************************************
* Kette aus der Transferdatei uebernehmen: Bestand der Kette
* loeschen, alle Schritte der Datei einfuegen, ebenso die
* Ressourcen-Deklarationen der Kette in =SSFRESDEF ersetzen,
* Protokoll =SSPROT (Aktion "KT", Modul = ANWENDUNG der Kette) -
* eine Transaktion
******************************************************************
 D565-KETTE-UEBERNEHMEN SECTION.
 D565-00.
**  ---> Schluessel der Kette: nach dem Mischlauf in D563 steht in
**       W-KX-SCHRITT nicht zwingend noch ein Schritt der Datei
     MOVE W-KX-NEU (1) TO W-KX-SCHRITT-X
     PERFORM U100-BEGIN
     PERFORM S422-DELETE-SSFRFDEF-KETTE
     PERFORM VARYING W-KX-I FROM 1 BY 1
             UNTIL   W-KX-I > W-KX-NEU-ANZ
             OR      PRG-ABBRUCH
         MOVE W-KX-NEU (W-KX-I) TO W-KX-SCHRITT-X
         PERFORM S423-INSERT-SSFRFDEF
     END-PERFORM

**  ---> Ressourcen: alte Deklarationen der Kette weg (sie gehoerten
**       sonst nach einer Umnummerierung zum falschen Schritt), die
**       der Datei einfuegen
     IF  NOT PRG-ABBRUCH
         PERFORM S397-DELETE-SSFRESDEF-KETTE
     END-IF
     MOVE W-KX-FUNKTION TO H-RSC-FUNKTION
     PERFORM VARYING W-KX-RI FROM 1 BY 1
             UNTIL   W-KX-RI > W-KX-RNEU-ANZ
             OR      PRG-ABBRUCH
         MOVE W-KX-RNEU (W-KX-RI) TO W-KX-RESSOURCE-X
         MOVE W-KX-RS-LFDNR       TO H-RSC-LFDNR
         MOVE W-KX-RS-RESSOURCE   TO H-RSC-RESSOURCE
         MOVE W-KX-RS-MODUS       TO H-RSC-MODUS
         MOVE W-KX-RS-MAX-MIN     TO H-RSC-MAX-MIN
         PERFORM S567-INSERT-SSFRESDEF
     END-PERFORM
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF

     MOVE W-KX-ANZ-NEU    TO W-KX-ED-ANZ
     MOVE W-KX-ANZ-GEAEND TO W-KX-ED-ANZ2
     MOVE W-KX-ANZ-WEG    TO W-KX-ED-ANZ3
     MOVE W-KX-ANWENDUNG  TO SOURCE-MODUL OF SSPROT
     MOVE "KT"            TO AKTION       OF SSPROT
     MOVE P-USER-NAME     TO GROUP-USER   OF SSPROT
     MOVE "NO"            TO KZ-FREIGABE  OF SSPROT
     MOVE SPACES          TO KOMMENTAR    OF SSPROT
     STRING  "Kette "                       DELIMITED BY SIZE
             W-KX-FUNKTION                  DELIMITED BY SPACE
             " +"                           DELIMITED BY SIZE
             W-KX-ED-ANZ (4:3)              DELIMITED BY SIZE
             " ~"                           DELIMITED BY SIZE
             W-KX-ED-ANZ2 (4:3)             DELIMITED BY SIZE
             " -"                           DELIMITED BY SIZE
             W-KX-ED-ANZ3 (4:3)             DELIMITED BY SIZE
       INTO  KOMMENTAR OF SSPROT
     END-STRING
     PERFORM S200-INSERT-SSPROT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     ADD 1 TO W-KX-ANZ-UEBERN
     MOVE "  Kette uebernommen" TO ZEILE
     PERFORM U010-AUSGABE
     .
 D565-99.
     EXIT.

******************************************************************
* gerade gelesene =SSFRFDEF-Zeile in W-KX-SCHRITT uebertragen
* (VARCHAR-Spalten nur bis zur gelieferten Laenge)
******************************************************************
 D566-KX-SCHRITT-AUS-TAB SECTION.
 D566-00.
     MOVE SPACES                     TO W-KX-SCHRITT-X
     MOVE ANWENDUNG   OF SSFRFDEF    TO W-KX-ANWENDUNG
     MOVE MODUL       OF SSFRFDEF    TO W-KX-MODUL
     MOVE FUNKTION    OF SSFRFDEF    TO W-KX-FUNKTION
     MOVE LFDNR       OF SSFRFDEF    TO W-KX-LFDNR
     MOVE LFDNR-OK    OF SSFRFDEF    TO W-KX-LFDNR-OK
     MOVE LFDNR-NOK   OF SSFRFDEF    TO W-KX-LFDNR-NOK
     MOVE PROG        OF SSFRFDEF    TO W-KX-PROG
     MOVE PRG-TIMEOUT OF SSFRFDEF    TO W-KX-PRG-TIMEOUT
     MOVE SCHRITT-TYP OF SSFRFDEF    TO W-KX-SCHRITT-TYP
     MOVE GATE-STANDARD OF SSFRFDEF  TO W-KX-GATE-STANDARD
     MOVE ABST-LFDNR  OF SSFRFDEF    TO W-KX-ABST-LFDNR
     MOVE ABST-FELD   OF SSFRFDEF    TO W-KX-ABST-FELD
     MOVE ABST-REF-FELD OF SSFRFDEF  TO W-KX-ABST-REF-FELD
     MOVE ABST-TOLERANZ OF SSFRFDEF  TO W-KX-ABST-TOLERANZ
     IF  LEN OF ALT-PROG OF SSFRFDEF > ZERO
         MOVE VAL OF ALT-PROG OF SSFRFDEF
                  (1:LEN OF ALT-PROG OF SSFRFDEF) TO W-KX-ALT-PROG
     END-IF
     IF  LEN OF PRG-STU OF SSFRFDEF > ZERO
         MOVE VAL OF PRG-STU OF SSFRFDEF
                  (1:LEN OF PRG-STU OF SSFRFDEF)  TO W-KX-PRG-STU
     END-IF
     IF  LEN OF PRG-INF OF SSFRFDEF > ZERO
         MOVE VAL OF PRG-INF OF SSFRFDEF
                  (1:LEN OF PRG-INF OF SSFRFDEF)  TO W-KX-PRG-INF
     END-IF
     IF  LEN OF PRG-OBF OF SSFRFDEF > ZERO
         MOVE VAL OF PRG-OBF OF SSFRFDEF
                  (1:LEN OF PRG-OBF OF SSFRFDEF)  TO W-KX-PRG-OBF
     END-IF
     IF  LEN OF PRG-OUTF OF SSFRFDEF > ZERO
         MOVE VAL OF PRG-OUTF OF SSFRFDEF
                  (1:LEN OF PRG-OUTF OF SSFRFDEF) TO W-KX-PRG-OUTF
     END-IF
     .
 D566-99.
     EXIT.

******************************************************************
* Diff-Zeilen fuer ein abweichendes Feld (W-KX-D-NAME): alter und
* neuer Wert, je hoechstens 56 Stellen
******************************************************************
 D567-KX-FELD-ZEILE SECTION.
 D567-00.
     MOVE SPACES         TO ZEILE
     MOVE W-KX-D-NAME    TO ZEILE (5:13)
     MOVE "alt:"         TO ZEILE (19:4)
     MOVE W-KX-D-ALT     TO ZEILE (24:56)
     PERFORM U010-AUSGABE
     MOVE "neu:"         TO ZEILE (19:4)
     MOVE W-KX-D-NEU     TO ZEILE (24:56)
     PERFORM U010-AUSGABE
     .
 D567-99.
     EXIT.

******************************************************************
* Laenge eines VARCHAR-Werts (ohne nachfolgende Leerstellen) in
* W-KX-LEN-FELD ermitteln -> W-KX-LEN
******************************************************************
 D568-KX-LAENGE SECTION.
 D568-00.
     MOVE 300 TO W-KX-LEN
     PERFORM UNTIL W-KX-LEN = ZERO
             OR    W-KX-LEN-FELD (W-KX-LEN:1) NOT = SPACE
         SUBTRACT 1 FROM W-KX-LEN
     END-PERFORM
     .
 D568-99.
     EXIT.

******************************************************************
* Konsistenzpruefung: alle Quell-Versionen des Moduls aus der
* Sicherungstabelle zurueckkopieren (Vorschlag)
******************************************************************
 D556-CONS-SQL-RUECK SECTION.
 D556-00.
     MOVE SPACES TO W-CONS-SQL
     STRING  "INSERT INTO =SSFRARCH SELECT * FROM "
                                      DELIMITED BY SIZE
             W-CONS-BACKUP            DELIMITED BY SPACE
       INTO  W-CONS-SQL
     END-STRING
     PERFORM D555-CONS-SQL
     MOVE SPACES TO W-CONS-SQL
     STRING  "  WHERE SOURCE_MODUL = """  DELIMITED BY SIZE
             W-CONS-MODUL             DELIMITED BY SPACE
             """ BROWSE ACCESS;"      DELIMITED BY SIZE
       INTO  W-CONS-SQL
     END-STRING
     PERFORM D555-CONS-SQL
     .
 D556-99.
     EXIT.

******************************************************************
* Konsistenzpruefung 5): Befund-Zeile fuer den Namensabgleich
******************************************************************
 D557-CONS-NAME-ZEILE SECTION.
 D557-00.
     ADD 1 TO W-CONS-ANZ (5)
     MOVE SPACES TO ZEILE
     STRING  " "                          DELIMITED BY SIZE
             SOURCE-MODUL OF SSFRARCH     DELIMITED BY SIZE
             " 5)  "                      DELIMITED BY SIZE
             VERSION OF SSFRARCH          DELIMITED BY SPACE
             " -> "                       DELIMITED BY SIZE
             ARCHIV-MODUL OF SSFRARCH     DELIMITED BY SPACE
             " (Soll "                    DELIMITED BY SIZE
             W-CONS-SOLL                  DELIMITED BY SPACE
             ")"                          DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM D554-CONS-ZEILE
     MOVE SPACES TO W-CONS-SQL
     STRING  "-- 5) "                     DELIMITED BY SIZE
             SOURCE-MODUL OF SSFRARCH     DELIMITED BY SPACE
             " "                          DELIMITED BY SIZE
             VERSION OF SSFRARCH          DELIMITED BY SPACE
             ": ARCHIV_MODUL "            DELIMITED BY SIZE
             ARCHIV-MODUL OF SSFRARCH     DELIMITED BY SPACE
       INTO  W-CONS-SQL
     END-STRING
     PERFORM D555-CONS-SQL
     .
 D557-99.
     EXIT.

******************************************************************
* Konsistenzpruefung 5): Schluss-Bedingung VERSION/FILE_TYPE
******************************************************************
 D558-CONS-SQL-VERSION SECTION.
 D558-00.
     MOVE SPACES TO W-CONS-SQL
     STRING  "    AND VERSION = """       DELIMITED BY SIZE
             VERSION OF SSFRARCH          DELIMITED BY SPACE
             """ AND FILE_TYPE = ""SRC"";" DELIMITED BY SIZE
       INTO  W-CONS-SQL
     END-STRING
     PERFORM D555-CONS-SQL
     .
 D558-99.
     EXIT.

******************************************************************
* VERWALTUNG PSEUDO: Pseudonym-Zuordnungstabelle =SSFPSEUD
* anzeigen - nur hierueber laesst sich ein Pseudonym aus einem
* pseudonymisierten PROT-Export (s. C221/E354) wieder auf die
* echte GROUP-USER-Identitaet zurueckfuehren; die Aufloesung
* bleibt damit auf Administratoren (ROLFKT-VERW) beschraenkt
******************************************************************
 D512-PSEUDO SECTION.
 D512-00.
     MOVE ZERO TO W-PSEUD-ANZ
     PERFORM U011-AUSGABE-SPACELINE
     MOVE " Pseudonym       Group.User        angelegt von" TO ZEILE
     PERFORM U010-AUSGABE
     MOVE " ---------------------------------------------------------"
         TO ZEILE
     PERFORM U010-AUSGABE

     PERFORM S996-OPEN-PSEUD-CURSOR
     PERFORM S997-FETCH-PSEUD-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         ADD 1 TO W-PSEUD-ANZ
         MOVE SPACES TO ZEILE
         STRING  " "                        DELIMITED BY SIZE
                 PSEUDONYM OF SSFPSEUD      DELIMITED BY SIZE
                 "  "                       DELIMITED BY SIZE
                 GROUP-USER OF SSFPSEUD     DELIMITED BY SIZE
                 "  "                       DELIMITED BY SIZE
                 ANGELEGT-VON OF SSFPSEUD   DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         PERFORM S997-FETCH-PSEUD-CURSOR
     END-PERFORM
     PERFORM S998-CLOSE-PSEUD-CURSOR

     IF  W-PSEUD-ANZ = ZERO
         MOVE "  keine Pseudonym-Zuordnungen vorhanden" TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     PERFORM U011-AUSGABE-SPACELINE
     .
 D512-99.
     EXIT.

******************************************************************
* Warnhinweis bei CHECKOUT durch einen anderen als den im
* Verantwortlichen-Register eingetragenen Kontakt (nicht
* blockierend - der Auscheckende soll nur wissen, wem das Modul
* gehoert und sich ggf. abstimmen)
******************************************************************
 D513-CHECK-OWNER-WARN SECTION.
 D513-00.
     MOVE W-SOURCE TO W-OWN-MODUL
     PERFORM D514-RESOLVE-OWNER
     IF  NOT OWNER-GEFUNDEN
         EXIT SECTION
     END-IF

     IF  P-USER-NAME = W-OWN-KONTAKT1
     OR  P-USER-NAME = W-OWN-KONTAKT2
         EXIT SECTION
     END-IF

     MOVE SPACES TO ZEILE
     STRING  " ===> Hinweis: Modul-Verantwortung liegt bei "
                             DELIMITED BY SIZE
             W-OWN-TEAM      DELIMITED BY SPACE
             " ("            DELIMITED BY SIZE
             W-OWN-KONTAKT1  DELIMITED BY SPACE
             ") <==="        DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE
     .
 D513-99.
     EXIT.

******************************************************************
* Verantwortlichen fuer ein Modul aufloesen (=SSFOWNER): ein
* exakt passender Eintrag gewinnt immer; sonst zaehlt der erste
* passende Muster-Eintrag (Muster-Logik s. E356). Ergebnis in
* W-OWN-TEAM / W-OWN-KONTAKT1 / W-OWN-KONTAKT2, Flag
* OWNER-GEFUNDEN
******************************************************************
 D514-RESOLVE-OWNER SECTION.
 D514-00.
     MOVE SPACE  TO W-OWN-FOUND-FLAG
     MOVE SPACES TO W-OWN-TEAM
     MOVE SPACES TO W-OWN-KONTAKT1
     MOVE SPACES TO W-OWN-KONTAKT2

     PERFORM S776-OPEN-OWNER-CURSOR
     PERFORM S777-FETCH-OWNER-CURSOR
     PERFORM UNTIL SSF-EOD
         IF  MODUL-MUSTER OF SSFOWNER = W-OWN-MODUL
**          ---> exakter Treffer: uebernehmen und fertig
             MOVE TEAM     OF SSFOWNER TO W-OWN-TEAM
             MOVE KONTAKT1 OF SSFOWNER TO W-OWN-KONTAKT1
             MOVE KONTAKT2 OF SSFOWNER TO W-OWN-KONTAKT2
             SET OWNER-GEFUNDEN TO TRUE
             SET SSF-EOD        TO TRUE
         ELSE
             MOVE MODUL-MUSTER OF SSFOWNER TO W-MUST-PATTERN
             MOVE W-OWN-MODUL              TO W-MUST-KANDIDAT
             PERFORM E356-MATCH-MUSTER
             IF  MUSTER-TRIFFT
             AND NOT OWNER-GEFUNDEN
**              ---> erster Muster-Treffer; weiter nach einem
**                   exakten Eintrag suchen
                 MOVE TEAM     OF SSFOWNER TO W-OWN-TEAM
                 MOVE KONTAKT1 OF SSFOWNER TO W-OWN-KONTAKT1
                 MOVE KONTAKT2 OF SSFOWNER TO W-OWN-KONTAKT2
                 SET OWNER-GEFUNDEN TO TRUE
             END-IF
             PERFORM S777-FETCH-OWNER-CURSOR
         END-IF
     END-PERFORM
     PERFORM S778-CLOSE-OWNER-CURSOR
     .
 D514-99.
     EXIT.

******************************************************************
* VERWALTUNG OWNER: Verantwortlichen-Register pflegen
*   OWNER NEW <Muster> <Team> <Kontakt1> [<Kontakt2>]
*   OWNER DEL <Muster>
*   OWNER LIST              (alle Eintraege)
*   OWNER REPORT            (Stewardship-Report, s. D517)
******************************************************************
 D515-OWNER SECTION.
 D515-00.
     EVALUATE W-OWN-SUBCMD
         WHEN "NEW"
             IF  W-OWN-MUSTER   = SPACES
             OR  W-OWN-TEAM     = SPACES
             OR  W-OWN-KONTAKT1 = SPACES
                 MOVE "FEHLER"   TO BEREICH   OF SSTEXT
                 MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
                 PERFORM R100-SHOW-TEXT
                 EXIT SECTION
             END-IF
             PERFORM U100-BEGIN
             PERFORM S774-INSERT-SSFOWNER
             IF  SSFOWNER-OK
                 PERFORM U110-COMMIT
                 MOVE " Verantwortlicher eingetragen" TO ZEILE
                 PERFORM U010-AUSGABE
             ELSE
                 PERFORM U120-ROLLBACK
             END-IF

         WHEN "DEL"
             IF  W-OWN-MUSTER = SPACES
                 MOVE "FEHLER"   TO BEREICH   OF SSTEXT
                 MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
                 PERFORM R100-SHOW-TEXT
                 EXIT SECTION
             END-IF
             PERFORM U100-BEGIN
             PERFORM S775-DELETE-SSFOWNER
             IF  SSFOWNER-OK
                 PERFORM U110-COMMIT
                 MOVE " Verantwortlicher geloescht" TO ZEILE
                 PERFORM U010-AUSGABE
             ELSE
                 PERFORM U120-ROLLBACK
             END-IF

         WHEN "REPORT"
             PERFORM D517-OWNER-REPORT

         WHEN OTHER
             PERFORM D516-OWNER-LIST
     END-EVALUATE
     .
 D515-99.
     EXIT.

******************************************************************
* OWNER LIST: alle Eintraege des Verantwortlichen-Registers
******************************************************************
 D516-OWNER-LIST SECTION.
 D516-00.
     MOVE ZERO TO W-OWN-ANZ
     PERFORM U011-AUSGABE-SPACELINE
     MOVE " Modul/Muster  Team              Kontakt 1         Kontakt 2"
         TO ZEILE
     PERFORM U010-AUSGABE
     MOVE " ------------------------------------------------------------------"
         TO ZEILE
     PERFORM U010-AUSGABE

     PERFORM S776-OPEN-OWNER-CURSOR
     PERFORM S777-FETCH-OWNER-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         ADD 1 TO W-OWN-ANZ
         MOVE SPACES TO ZEILE
         MOVE MODUL-MUSTER OF SSFOWNER TO ZEILE (2:8)
         MOVE TEAM         OF SSFOWNER TO ZEILE (16:16)
         MOVE KONTAKT1     OF SSFOWNER TO ZEILE (34:16)
         MOVE KONTAKT2     OF SSFOWNER TO ZEILE (52:16)
         PERFORM U010-AUSGABE
         PERFORM S777-FETCH-OWNER-CURSOR
     END-PERFORM
     PERFORM S778-CLOSE-OWNER-CURSOR

     IF  W-OWN-ANZ = ZERO
         MOVE "  keine Verantwortlichen registriert" TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     PERFORM U011-AUSGABE-SPACELINE
     .
 D516-99.
     EXIT.

******************************************************************
* OWNER REPORT (Stewardship): Module ohne Verantwortlichen und
* Verantwortliche, die nicht mehr in =SSUSER stehen (Kontakt 1
* verlassen = Eintrag veraltet; Stellvertreter wird nicht einzeln
* geprueft, er ist nur Ausweich-Adressat)
******************************************************************
 D517-OWNER-REPORT SECTION.
 D517-00.
     MOVE ZERO TO W-OWN-ANZ
     MOVE ZERO TO W-OWN-OHNE-ANZ
     MOVE ZERO TO W-OWN-WEG-ANZ
     PERFORM U011-AUSGABE-SPACELINE
     MOVE " Stewardship-Report: Module ohne/mit veraltetem Verantw."
         TO ZEILE
     PERFORM U010-AUSGABE
     MOVE " ------------------------------------------------------------------"
         TO ZEILE
     PERFORM U010-AUSGABE

     EXEC SQL
         OPEN OWNREP_CURS
     END-EXEC
     PERFORM D519-OWNER-REPORT-FETCH
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         ADD 1 TO W-OWN-ANZ
         PERFORM D514-RESOLVE-OWNER
         IF  NOT OWNER-GEFUNDEN
             ADD 1 TO W-OWN-OHNE-ANZ
             MOVE SPACES TO ZEILE
             MOVE W-OWN-MODUL TO ZEILE (2:8)
             MOVE "ohne Verantwortlichen" TO ZEILE (16:)
             PERFORM U010-AUSGABE
         ELSE
**          ---> existiert der Haupt-Kontakt noch in =SSUSER?
             MOVE W-OWN-KONTAKT1 TO W-DLG-CHECK-USER
             PERFORM D520-CHECK-USER-EXISTS
             IF  USER-EOD
                 ADD 1 TO W-OWN-WEG-ANZ
                 MOVE SPACES TO ZEILE
                 MOVE W-OWN-MODUL TO ZEILE (2:8)
                 MOVE "Verantwortlicher nicht mehr in =SSUSER: "
                     TO ZEILE (16:)
                 MOVE W-OWN-KONTAKT1 TO ZEILE (57:16)
                 PERFORM U010-AUSGABE
             END-IF
         END-IF
         PERFORM D519-OWNER-REPORT-FETCH
     END-PERFORM
     EXEC SQL
         CLOSE OWNREP_CURS
     END-EXEC

     PERFORM U011-AUSGABE-SPACELINE
     MOVE W-OWN-ANZ      TO W-OWN-ANZ-ED
     MOVE W-OWN-OHNE-ANZ TO W-OWN-OHNE-ANZ-ED
     MOVE W-OWN-WEG-ANZ  TO W-OWN-WEG-ANZ-ED
     MOVE SPACES TO ZEILE
     STRING  " --- "             DELIMITED BY SIZE
             W-OWN-ANZ-ED        DELIMITED BY SIZE
             " Module geprueft, "
                                 DELIMITED BY SIZE
             W-OWN-OHNE-ANZ-ED   DELIMITED BY SIZE
             " ohne Verantwortlichen, "
                                 DELIMITED BY SIZE
             W-OWN-WEG-ANZ-ED    DELIMITED BY SIZE
             " veraltet"         DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE
     .
 D517-99.
     EXIT.

******************************************************************
* Fetch fuer den Stewardship-Report (Modulnamen aus =SSAFE)
******************************************************************
 D519-OWNER-REPORT-FETCH SECTION.
 D519-00.
     EXEC SQL
         FETCH OWNREP_CURS
          INTO  :W-OWN-MODUL
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 D519-99.
     EXIT.

******************************************************************
* prueft, ob ein "Gruppe.User" (Klartext in W-DLG-CHECK-USER)
* noch in =SSUSER existiert - gleiche Verschluesselung der beiden
* 8-Byte-Haelften wie in S626; Ergebnis USER-OK / USER-EOD
******************************************************************
 D520-CHECK-USER-EXISTS SECTION.
 D520-00.
     MOVE ZERO TO ST-VICT-GRP-USER-LEN
     INSPECT W-DLG-CHECK-USER TALLYING ST-VICT-GRP-USER-LEN
         FOR CHARACTERS BEFORE INITIAL " "
     MOVE W-DLG-CHECK-USER (1:ST-VICT-GRP-USER-LEN) TO W-UMSCHL-IN
     PERFORM U320-ENCR
     MOVE W-UMSCHL-OUT TO USER OF SSUSER
     IF  ST-VICT-GRP-USER-LEN > 8
         MOVE W-DLG-CHECK-USER (9:ST-VICT-GRP-USER-LEN - 8)
           TO W-UMSCHL-IN
     ELSE
         MOVE SPACES TO W-UMSCHL-IN
     END-IF
     PERFORM U320-ENCR
     MOVE W-UMSCHL-OUT TO USER OF SSUSER (9:)

     SET USER-EOD TO TRUE
     EXEC SQL
         SELECT  COUNT (*)
           INTO  :W-OWN-ANZ-CHECK
           FROM  =SSUSER
          WHERE  USER = :USER OF SSUSER
         BROWSE ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA = ZERO
     AND W-OWN-ANZ-CHECK > ZERO
         SET USER-OK TO TRUE
     END-IF
     .
 D520-99.
     EXIT.

******************************************************************
* Verantwortlichen eines Moduls (W-OWN-MODUL) als direkten Mail-
* Empfaenger ergaenzen (EM-K2, wie M540): Kontakt 1, bei fehlender
* Mail-Adresse der Stellvertreter; EMAIL muss bereits offen sein
******************************************************************
 D518-OWNER-EMAIL-K2 SECTION.
 D518-00.
     PERFORM D514-RESOLVE-OWNER
     IF  NOT OWNER-GEFUNDEN
         EXIT SECTION
     END-IF

     MOVE SPACES TO ST-VICT-GRP-NAME
     MOVE SPACES TO ST-VICT-USER-NAME
     UNSTRING W-OWN-KONTAKT1 DELIMITED BY "."
         INTO ST-VICT-GRP-NAME
              ST-VICT-USER-NAME
     END-UNSTRING
     PERFORM S626-SELECT-SSUSER-EMAIL
     IF  ST-VICT-EMAIL = SPACES
     AND W-OWN-KONTAKT2 NOT = SPACES
         MOVE SPACES TO ST-VICT-GRP-NAME
         MOVE SPACES TO ST-VICT-USER-NAME
         UNSTRING W-OWN-KONTAKT2 DELIMITED BY "."
             INTO ST-VICT-GRP-NAME
                  ST-VICT-USER-NAME
         END-UNSTRING
         PERFORM S626-SELECT-SSUSER-EMAIL
     END-IF
     IF  ST-VICT-EMAIL NOT = SPACES
         MOVE ST-VICT-EMAIL TO EM-K2-TO
         WRITE EMAIL-RECORD FROM EM-K2
     END-IF
     .
 D518-99.
     EXIT.

******************************************************************
* prueft, ob der auf der Kommandozeile angegebene Name ein
* Komposit ist (Eintraege in =SSFCOMPO) - nur dann verzweigen
* CHECKIN/CHECKOUT/DIFF/REL2PROD in die Satz-Schleifen (s. B100).
* Interaktiv nachgefragte Namen (ohne Name auf der Kommandozeile)
* durchlaufen weiter den Einzelmodul-Weg
******************************************************************
 D521-CHECK-KOMPOSIT SECTION.
 D521-00.
     MOVE SPACE TO W-KOMP-AKTIV-FLAG
     IF  NOT FKT-STARTUP-FILE
     OR  W-SOURCE = SPACES
         EXIT SECTION
     END-IF
     MOVE W-SOURCE TO W-KOMP-NAME
     PERFORM S783-COUNT-SSFCOMPO
     IF  W-KOMP-ANZ > ZERO
         SET KOMPOSIT-AKTIV TO TRUE
     END-IF
     .
 D521-99.
     EXIT.

******************************************************************
* Member-Liste eines Komposits in die Arbeitstabelle laden
* (max. 20 Member je Komposit)
******************************************************************
 D522-LOAD-KOMPOSIT-MEMBERS SECTION.
 D522-00.
     MOVE SPACES      TO W-KOMP-MEMBER-TAB
     MOVE ZERO        TO W-KOMP-ANZ
     MOVE W-KOMP-NAME TO H-KOMP-FILTER

     PERFORM S784-OPEN-KOMPO-CURSOR
     PERFORM S785-FETCH-KOMPO-CURSOR
     PERFORM UNTIL SSFCOMPO-EOD OR PRG-ABBRUCH
         IF  W-KOMP-ANZ < 20
             ADD 1 TO W-KOMP-ANZ
             MOVE MEMBER-MODUL OF SSFCOMPO
                 TO W-KOMP-MEM (W-KOMP-ANZ)
         ELSE
             MOVE " !!! Komposit > 20 Member - Rest ignoriert !!!"
                 TO ZEILE
             PERFORM U010-AUSGABE
             SET SSFCOMPO-EOD TO TRUE
         END-IF
         IF  NOT SSFCOMPO-EOD
             PERFORM S785-FETCH-KOMPO-CURSOR
         END-IF
     END-PERFORM
     PERFORM S786-CLOSE-KOMPO-CURSOR
     .
 D522-99.
     EXIT.

******************************************************************
* VERWALTUNG KOMPOSIT: Komposit-Register pflegen
*   KOMPOSIT NEW <komposit> <member>   (ein Member je Aufruf)
*   KOMPOSIT DEL <komposit> [<member>] (ohne Member: ganzer Satz)
*   KOMPOSIT LIST [<komposit>]
******************************************************************
 D523-KOMPOSIT SECTION.
 D523-00.
     EVALUATE W-KOMP-SUBCMD
         WHEN "NEW"
             IF  W-KOMP-NAME   = SPACES
             OR  W-KOMP-MEMBER = SPACES
                 MOVE "FEHLER"   TO BEREICH   OF SSTEXT
                 MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
                 PERFORM R100-SHOW-TEXT
                 EXIT SECTION
             END-IF
             PERFORM U100-BEGIN
             PERFORM S788-INSERT-SSFCOMPO
             IF  SSFCOMPO-OK
                 PERFORM U110-COMMIT
                 MOVE " Member eingetragen" TO ZEILE
                 PERFORM U010-AUSGABE
             ELSE
                 PERFORM U120-ROLLBACK
             END-IF

         WHEN "DEL"
             IF  W-KOMP-NAME = SPACES
                 MOVE "FEHLER"   TO BEREICH   OF SSTEXT
                 MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
                 PERFORM R100-SHOW-TEXT
                 EXIT SECTION
             END-IF
             PERFORM U100-BEGIN
             PERFORM S789-DELETE-SSFCOMPO
             IF  SSFCOMPO-OK
                 PERFORM U110-COMMIT
                 MOVE " Eintrag/Eintraege geloescht" TO ZEILE
                 PERFORM U010-AUSGABE
             ELSE
                 PERFORM U120-ROLLBACK
             END-IF

         WHEN OTHER
**          ---> LIST: alle Eintraege bzw. ein Komposit
             IF  W-KOMP-NAME = SPACES
                 MOVE "%" TO H-KOMP-FILTER
             ELSE
                 MOVE W-KOMP-NAME TO H-KOMP-FILTER
             END-IF
             MOVE ZERO TO W-KOMP-OK-ANZ
             PERFORM U011-AUSGABE-SPACELINE
             MOVE " Komposit  Member" TO ZEILE
             PERFORM U010-AUSGABE
             MOVE " ------------------------" TO ZEILE
             PERFORM U010-AUSGABE
             PERFORM S784-OPEN-KOMPO-CURSOR
             PERFORM S785-FETCH-KOMPO-CURSOR
             PERFORM UNTIL SSFCOMPO-EOD OR PRG-ABBRUCH
                 ADD 1 TO W-KOMP-OK-ANZ
                 MOVE SPACES TO ZEILE
                 MOVE KOMPOSIT     OF SSFCOMPO TO ZEILE (2:8)
                 MOVE MEMBER-MODUL OF SSFCOMPO TO ZEILE (12:8)
                 PERFORM U010-AUSGABE
                 PERFORM S785-FETCH-KOMPO-CURSOR
             END-PERFORM
             PERFORM S786-CLOSE-KOMPO-CURSOR
             IF  W-KOMP-OK-ANZ = ZERO
                 MOVE "  keine Komposit-Eintraege vorhanden" TO ZEILE
                 PERFORM U010-AUSGABE
             END-IF
             PERFORM U011-AUSGABE-SPACELINE
     END-EVALUATE
     .
 D523-99.
     EXIT.

******************************************************************
* VERWALTUNG SECPAT: Muster des Geheimnis-Scanners pflegen
*   SECPAT NEW <muster> <B|W>   (B = blockierend, W = Warnung)
*   SECPAT DEL <muster>
*   SECPAT LIST
* Die Pflege liegt damit beim Sicherheitsbeauftragten statt im
* Compilat (s. C108)
******************************************************************
 D527-SECPAT SECTION.
 D527-00.
     EVALUATE W-SEC-SUBCMD
         WHEN "NEW"
             IF  W-SEC-MUSTER = SPACES
             OR  NOT (W-SEC-SEV = "B" OR W-SEC-SEV = "W")
                 MOVE "FEHLER"   TO BEREICH   OF SSTEXT
                 MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
                 PERFORM R100-SHOW-TEXT
                 EXIT SECTION
             END-IF
             PERFORM U100-BEGIN
             PERFORM S250-INSERT-SSFSECPAT
             IF  SSFSECPAT-OK
                 PERFORM U110-COMMIT
                 MOVE " Muster eingetragen" TO ZEILE
                 PERFORM U010-AUSGABE
             ELSE
                 PERFORM U120-ROLLBACK
             END-IF

         WHEN "DEL"
             IF  W-SEC-MUSTER = SPACES
                 MOVE "FEHLER"   TO BEREICH   OF SSTEXT
                 MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
                 PERFORM R100-SHOW-TEXT
                 EXIT SECTION
             END-IF
             PERFORM U100-BEGIN
             PERFORM S257-DELETE-SSFSECPAT
             IF  SSFSECPAT-OK
                 PERFORM U110-COMMIT
                 MOVE " Muster geloescht" TO ZEILE
                 PERFORM U010-AUSGABE
             ELSE
                 PERFORM U120-ROLLBACK
             END-IF

         WHEN OTHER
             MOVE ZERO TO W-SEC-ANZ
             PERFORM U011-AUSGABE-SPACELINE
             MOVE " Sev Muster" TO ZEILE
             PERFORM U010-AUSGABE
             MOVE " ---------------------------------------------"
                 TO ZEILE
             PERFORM U010-AUSGABE
             PERFORM S238-OPEN-SECPAT-CURSOR
             PERFORM S239-FETCH-SECPAT-CURSOR
             PERFORM UNTIL SSFSECPAT-EOD OR PRG-ABBRUCH
                 ADD 1 TO W-SEC-ANZ
                 MOVE SPACES TO ZEILE
                 MOVE SEVERITY OF SSFSECPAT TO ZEILE (2:1)
                 MOVE MUSTER   OF SSFSECPAT TO ZEILE (6:40)
                 PERFORM U010-AUSGABE
                 PERFORM S239-FETCH-SECPAT-CURSOR
             END-PERFORM
             PERFORM S249-CLOSE-SECPAT-CURSOR
             IF  W-SEC-ANZ = ZERO
                 MOVE "  keine Muster hinterlegt" TO ZEILE
                 PERFORM U010-AUSGABE
             END-IF
             PERFORM U011-AUSGABE-SPACELINE
     END-EVALUATE
     .
 D527-99.
     EXIT.

******************************************************************
* VERWALTUNG MIRROR: Master-Layouts geteilter Spiegel-Saetze
* pflegen (s. Gate C119)
*   MIRROR NEW <recname> <quelldatei>  (Gruppe aus der Master-
*       Quelle extrahieren und als Layout registrieren; ein
*       bestehendes Layout wird ersetzt)
*   MIRROR DEL <recname>
*   MIRROR LIST <recname>
******************************************************************
 D528-MIRROR SECTION.
 D528-00.
     EVALUATE W-MIR-SUBCMD
         WHEN "NEW"
             IF  W-MIR-RECNAME = SPACES
             OR  W-MIR-DATEI   = SPACES
                 MOVE "FEHLER"   TO BEREICH   OF SSTEXT
                 MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
                 PERFORM R100-SHOW-TEXT
                 EXIT SECTION
             END-IF
             PERFORM E420-EXTRACT-MIRROR-GROUP
             IF  NOT MIR-GRUPPE-DA
             OR  W-MIR-ANZ = ZERO
                 MOVE " !!! Gruppe in der Master-Quelle nicht"
                     TO ZEILE
                 MOVE " gefunden !!!" TO ZEILE (41:)
                 PERFORM U010-AUSGABE
                 EXIT SECTION
             END-IF
             PERFORM U100-BEGIN
             PERFORM S266-DELETE-SSFMIRROR
             PERFORM VARYING W-MIR-IX FROM 1 BY 1
                     UNTIL   W-MIR-IX > W-MIR-ANZ
                     OR      PRG-ABBRUCH
                 MOVE W-MIR-IX TO H-MIR-LFDNR
                 MOVE W-MIR-ZEILE (W-MIR-IX) TO W-MIR-ZEILE-EIN
                 PERFORM S265-INSERT-SSFMIRROR
             END-PERFORM
             IF  PRG-ABBRUCH
                 PERFORM U120-ROLLBACK
                 EXIT SECTION
             END-IF
             PERFORM U110-COMMIT
             MOVE W-MIR-ANZ TO D-NUM4
             MOVE SPACES TO ZEILE
             STRING  " Layout "      DELIMITED BY SIZE
                     W-MIR-RECNAME   DELIMITED BY SPACE
                     " registriert (" DELIMITED BY SIZE
                     D-NUM4          DELIMITED BY SIZE
                     " Felder)"      DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE

         WHEN "DEL"
             IF  W-MIR-RECNAME = SPACES
                 MOVE "FEHLER"   TO BEREICH   OF SSTEXT
                 MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
                 PERFORM R100-SHOW-TEXT
                 EXIT SECTION
             END-IF
             PERFORM U100-BEGIN
             PERFORM S266-DELETE-SSFMIRROR
             IF  PRG-ABBRUCH
                 PERFORM U120-ROLLBACK
             ELSE
                 PERFORM U110-COMMIT
                 MOVE " Layout geloescht" TO ZEILE
                 PERFORM U010-AUSGABE
             END-IF

         WHEN OTHER
             IF  W-MIR-RECNAME = SPACES
                 MOVE "FEHLER"   TO BEREICH   OF SSTEXT
                 MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
                 PERFORM R100-SHOW-TEXT
                 EXIT SECTION
             END-IF
             MOVE ZERO TO W-MIR-SOLL-ANZ
             PERFORM U011-AUSGABE-SPACELINE
             PERFORM S262-OPEN-MIRROR-CURSOR
             PERFORM S263-FETCH-MIRROR-CURSOR
             PERFORM UNTIL SSFMIRROR-EOD OR PRG-ABBRUCH
                 ADD 1 TO W-MIR-SOLL-ANZ
                 MOVE SPACES TO ZEILE
                 MOVE FELDZEILE OF SSFMIRROR (1:60)
                     TO ZEILE (4:60)
                 PERFORM U010-AUSGABE
                 PERFORM S263-FETCH-MIRROR-CURSOR
             END-PERFORM
             PERFORM S264-CLOSE-MIRROR-CURSOR
             IF  W-MIR-SOLL-ANZ = ZERO
                 MOVE "  kein Layout registriert" TO ZEILE
                 PERFORM U010-AUSGABE
             END-IF
             PERFORM U011-AUSGABE-SPACELINE
     END-EVALUATE
     .
 D528-99.
     EXIT.

******************************************************************
* VERWALTUNG CPROF: benannte Compile-Profile pflegen und Modulen
* zuordnen (aufgeloest von SSFCMP0M bei jedem Compile)
*   CPROF NEW <profil> <direktiven...>  (Rest der Zeile)
*   CPROF DEL <profil>
*   CPROF SET <modul> <profil>   (Zuordnung in =SSAFE; Profilname
*        "-" loescht die Zuordnung, dann gilt die ZIELKLASSE)
*   CPROF LIST
******************************************************************
 D529-CPROF SECTION.
 D529-00.
     EVALUATE W-CPF-SUBCMD
         WHEN "NEW"
             IF  W-CPF-NAME       = SPACES
             OR  W-CPF-DIREKTIVEN = SPACES
                 MOVE "FEHLER"   TO BEREICH   OF SSTEXT
                 MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
                 PERFORM R100-SHOW-TEXT
                 EXIT SECTION
             END-IF
             PERFORM U100-BEGIN
             PERFORM S286-INSERT-SSFCPROF
             IF  PRG-ABBRUCH
                 PERFORM U120-ROLLBACK
             ELSE
                 PERFORM U110-COMMIT
                 MOVE " Profil eingetragen" TO ZEILE
                 PERFORM U010-AUSGABE
             END-IF

         WHEN "DEL"
             IF  W-CPF-NAME = SPACES
                 MOVE "FEHLER"   TO BEREICH   OF SSTEXT
                 MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
                 PERFORM R100-SHOW-TEXT
                 EXIT SECTION
             END-IF
             PERFORM U100-BEGIN
             PERFORM S287-DELETE-SSFCPROF
             IF  PRG-ABBRUCH
                 PERFORM U120-ROLLBACK
             ELSE
                 PERFORM U110-COMMIT
                 MOVE " Profil geloescht" TO ZEILE
                 PERFORM U010-AUSGABE
             END-IF

         WHEN "SET"
             IF  W-CPF-MODUL = SPACES
             OR  W-CPF-NAME  = SPACES
                 MOVE "FEHLER"   TO BEREICH   OF SSTEXT
                 MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
                 PERFORM R100-SHOW-TEXT
                 EXIT SECTION
             END-IF
             IF  W-CPF-NAME = "-"
                 MOVE SPACES TO W-CPF-NAME
             END-IF
             PERFORM U100-BEGIN
             PERFORM S292-UPDATE-SSAFE-CPROF
             IF  PRG-ABBRUCH
                 PERFORM U120-ROLLBACK
             ELSE
                 PERFORM U110-COMMIT
                 MOVE " Zuordnung gespeichert" TO ZEILE
                 PERFORM U010-AUSGABE
             END-IF

         WHEN OTHER
             MOVE ZERO TO W-CPF-ANZ
             PERFORM U011-AUSGABE-SPACELINE
             MOVE " Profil            Direktiven" TO ZEILE
             PERFORM U010-AUSGABE
             MOVE " ------------------------------------------------------------"
                 TO ZEILE
             PERFORM U010-AUSGABE
             PERFORM S288-OPEN-CPROF-CURSOR
             PERFORM S289-FETCH-CPROF-CURSOR
             PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
                 ADD 1 TO W-CPF-ANZ
                 MOVE SPACES TO ZEILE
                 MOVE PROFIL     OF SSFCPROF TO ZEILE (2:16)
                 MOVE DIREKTIVEN OF SSFCPROF TO ZEILE (20:40)
                 PERFORM U010-AUSGABE
                 PERFORM S289-FETCH-CPROF-CURSOR
             END-PERFORM
             PERFORM S291-CLOSE-CPROF-CURSOR
             IF  W-CPF-ANZ = ZERO
                 MOVE "  keine Profile hinterlegt" TO ZEILE
                 PERFORM U010-AUSGABE
             END-IF
             PERFORM U011-AUSGABE-SPACELINE
     END-EVALUATE
     .
 D529-99.
     EXIT.

******************************************************************
* VERWALTUNG JOBOUT PURGE <tage>: Retention des OUT-Tagesarchiv-
* Index (=SSFJOBO) - loescht Indexzeilen, die aelter als <tage>
* sind; die physischen Tagesarchive (JOjjmmtt) raeumt der
* Betrieb mit denselben Fristen ab
******************************************************************
 D531-JOBOUT-PURGE SECTION.
 D531-00.
     IF  W-JOBO-SUBCMD NOT = "PURGE"
     OR  H-JOBO-TAGE = ZERO
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-065" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     PERFORM U100-BEGIN
     PERFORM S296-DELETE-SSFJOBO-ALT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     MOVE " JOBOUT-Index abgeraeumt" TO ZEILE
     PERFORM U010-AUSGABE
     .
 D531-99.
     EXIT.

******************************************************************
* VERWALTUNG ONCALL: Bereitschafts-Dienstplan fuer den Ketten-
* Fehleralarm pflegen (aufgeloest von PHDDRV1O/C320)
*   ONCALL NEW <anwendung> <tag 1-7> <primaer-mail> [<backup-mail>]
*   ONCALL DEL <anwendung> <tag>
*   ONCALL LIST   (wie LIST ONCALL)
******************************************************************
 D532-ONCALL SECTION.
 D532-00.
     EVALUATE W-OC-SUBCMD
         WHEN "NEW"
             IF  W-OC-ANW = SPACES
             OR  W-OC-TAG < 1 OR W-OC-TAG > 7
             OR  W-OC-PRIMAER = SPACES
                 MOVE "FEHLER"   TO BEREICH   OF SSTEXT
                 MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
                 PERFORM R100-SHOW-TEXT
                 EXIT SECTION
             END-IF
             PERFORM U100-BEGIN
             PERFORM S297-DELETE-SSFONCALL
             PERFORM S298-INSERT-SSFONCALL
             IF  PRG-ABBRUCH
                 PERFORM U120-ROLLBACK
             ELSE
                 PERFORM U110-COMMIT
                 MOVE " Dienstplan-Slot gespeichert" TO ZEILE
                 PERFORM U010-AUSGABE
             END-IF

         WHEN "DEL"
             IF  W-OC-ANW = SPACES
             OR  W-OC-TAG < 1 OR W-OC-TAG > 7
                 MOVE "FEHLER"   TO BEREICH   OF SSTEXT
                 MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
                 PERFORM R100-SHOW-TEXT
                 EXIT SECTION
             END-IF
             PERFORM U100-BEGIN
             PERFORM S297-DELETE-SSFONCALL
             IF  PRG-ABBRUCH
                 PERFORM U120-ROLLBACK
             ELSE
                 PERFORM U110-COMMIT
                 MOVE " Dienstplan-Slot geloescht" TO ZEILE
                 PERFORM U010-AUSGABE
             END-IF

         WHEN OTHER
             PERFORM D262-SHOW-ONCALL
     END-EVALUATE
     .
 D532-99.
     EXIT.

******************************************************************
* VERWALTUNG RESTORE <modul>: ein im Papierkorb liegendes Modul
* vollstaendig wiederherstellen (Gegenstueck zum Soft-Delete
* PURGE, s. C387) - ZIP zurueck ins Repository, =SSFRARCH-Zeilen
* von "BIN" auf "SRC", =SSAFE-Zeile aus dem Schnappschuss neu
* aufgebaut (Status CI, Freigaben NO), Papierkorb-Eintrag weg
******************************************************************
 D533-RESTORE-MODUL SECTION.
 D533-00.
     IF  C4-ANZ > 1
     AND W-COUNT (2) > ZERO
         MOVE W-TEILSTRING (2) TO W-BIN-MODUL
     ELSE
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

**  ---> Papierkorb-Eintrag lesen (Schnappschuss)
     PERFORM S352-SELECT-SSFRECYC
     IF  H-BIN-VON = SPACES
         MOVE " !!! Modul liegt nicht im Papierkorb !!!" TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

**  ---> ZIP zurueck ins Repository
     PERFORM C389-BIN-FILENAMES
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF
     INITIALIZE FUP-COMMANDS
     MOVE 1 TO FUP-COMMANDS-ANZ
     MOVE "ALLOW 10 ERRORS, 10 WARNINGS" TO FUP-COMMAND (1)
     ADD 1 TO FUP-COMMANDS-ANZ
     STRING  " RENAME "        DELIMITED BY SIZE
             W-BIN-BINFILE     DELIMITED BY SPACE
             ", "              DELIMITED BY SIZE
             W-BIN-REPOFILE    DELIMITED BY SPACE
       INTO FUP-COMMAND (FUP-COMMANDS-ANZ)
     END-STRING
     PERFORM E150-OBEY-FUP
     IF  NOT PRG-OK
         EXIT SECTION
     END-IF

**  ---> Name muss repository-weit noch frei sein (er kann seit
**       dem PURGE neu vergeben worden sein, auch in einer
**       anderen Anwendung - s. S802)
     MOVE W-BIN-MODUL TO SOURCE-MODUL  OF SSAFE
     PERFORM S802-COUNT-SSAFE-GLOBAL
     IF  W-ANW-GLOB-ANZ > ZERO
         MOVE " !!! Modulname ist inzwischen neu vergeben -"
             TO ZEILE
         MOVE " RESTORE nicht moeglich !!!" TO ZEILE (46:)
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

**  ---> Tabellen wiederherstellen
     MOVE W-BIN-MODUL TO SOURCE-MODUL  OF SSAFE
     MOVE H-BIN-TYP   TO SOURCE-TYP    OF SSAFE
     MOVE H-BIN-KLASSE TO ZIELKLASSE   OF SSAFE
     MOVE "CI"        TO SOURCE-STATUS OF SSAFE
     MOVE "NO"        TO FREIGABE-TEST OF SSAFE
     MOVE "NO"        TO FREIGABE-PROD OF SSAFE
     MOVE P-USER-NAME TO GROUP-USER    OF SSAFE
**  ---> Anwendungs-Zuordnung des Schnappschusses uebernehmen,
**       ohne den Mandanten-Kontext der Sitzung zu verstellen
     MOVE W-ANW-SESSION TO W-BIN-SAVE-ANW
     MOVE H-BIN-ANW     TO W-ANW-SESSION
     PERFORM U100-BEGIN
     PERFORM S130-INSERT-SSAFE
     MOVE W-BIN-SAVE-ANW TO W-ANW-SESSION
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM S353-UPDATE-SSFRARCH-SRC
     PERFORM S351-DELETE-SSFRECYC
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     MOVE W-BIN-MODUL  TO SOURCE-MODUL OF SSPROT
     MOVE "RS"         TO AKTION       OF SSPROT
     MOVE P-USER-NAME  TO GROUP-USER   OF SSPROT
     MOVE "NO"         TO KZ-FREIGABE  OF SSPROT
     MOVE SPACES       TO KOMMENTAR    OF SSPROT
     MOVE "aus dem Papierkorb wiederhergestellt"
         TO KOMMENTAR OF SSPROT
     PERFORM S200-INSERT-SSPROT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     MOVE " Modul vollstaendig wiederhergestellt" TO ZEILE
     PERFORM U010-AUSGABE
     .
 D533-99.
     EXIT.

******************************************************************
* VERWALTUNG SRVUSER: Freischaltliste des Service-Moduls
* SSFSRV0M pflegen
*   SRVUSER NEW <grp.user> <funktionen...>  (z.B. LS SH PQ GT)
*   SRVUSER DEL <grp.user>
*   SRVUSER LIST
******************************************************************
 D534-SRVUSER SECTION.
 D534-00.
     EVALUATE W-SRV-SUBCMD
         WHEN "NEW"
             IF  W-SRV-USER = SPACES
             OR  W-SRV-FKT  = SPACES
                 MOVE "FEHLER"   TO BEREICH   OF SSTEXT
                 MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
                 PERFORM R100-SHOW-TEXT
                 EXIT SECTION
             END-IF
             PERFORM U100-BEGIN
             PERFORM S354-DELETE-SSFSRVUSR
             PERFORM S355-INSERT-SSFSRVUSR
             IF  PRG-ABBRUCH
                 PERFORM U120-ROLLBACK
             ELSE
                 PERFORM U110-COMMIT
                 MOVE " Freischaltung gespeichert" TO ZEILE
                 PERFORM U010-AUSGABE
             END-IF

         WHEN "DEL"
             IF  W-SRV-USER = SPACES
                 MOVE "FEHLER"   TO BEREICH   OF SSTEXT
                 MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
                 PERFORM R100-SHOW-TEXT
                 EXIT SECTION
             END-IF
             PERFORM U100-BEGIN
             PERFORM S354-DELETE-SSFSRVUSR
             IF  PRG-ABBRUCH
                 PERFORM U120-ROLLBACK
             ELSE
                 PERFORM U110-COMMIT
                 MOVE " Freischaltung geloescht" TO ZEILE
                 PERFORM U010-AUSGABE
             END-IF

         WHEN OTHER
             MOVE ZERO TO W-SRV-ANZ
             PERFORM U011-AUSGABE-SPACELINE
             MOVE " Service-User       Funktionen" TO ZEILE
             PERFORM U010-AUSGABE
             MOVE " ---------------------------------------" TO ZEILE
             PERFORM U010-AUSGABE
             PERFORM S356-OPEN-SRVUSR-CURSOR
             PERFORM S357-FETCH-SRVUSR-CURSOR
             PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
                 ADD 1 TO W-SRV-ANZ
                 MOVE SPACES TO ZEILE
                 MOVE SRV-USER   OF SSFSRVUSR TO ZEILE (2:16)
                 MOVE FUNKTIONEN OF SSFSRVUSR TO ZEILE (21:20)
                 PERFORM U010-AUSGABE
                 PERFORM S357-FETCH-SRVUSR-CURSOR
             END-PERFORM
             PERFORM S358-CLOSE-SRVUSR-CURSOR
             IF  W-SRV-ANZ = ZERO
                 MOVE "  keine Service-Freischaltungen" TO ZEILE
                 PERFORM U010-AUSGABE
             END-IF
             PERFORM U011-AUSGABE-SPACELINE
     END-EVALUATE
     .
 D534-99.
     EXIT.

******************************************************************
* VERWALTUNG ENVPROF: Umgebungsprofile pflegen (s. C395)
*   ENVPROF NEW <profil> <lfdnr> <CAT|MAP> <defname> <wert>
*   ENVPROF DEL <profil>          (ganzes Profil)
*   ENVPROF LIST [<profil>]
******************************************************************
 D535-ENVPROF SECTION.
 D535-00.
     EVALUATE W-EP-SUBCMD
         WHEN "NEW"
             IF  W-EP-NAME    = SPACES
             OR  W-EP-LFDNR   = ZERO
             OR  NOT (W-EP-ART = "CAT" OR W-EP-ART = "MAP")
             OR  W-EP-DEFNAME = SPACES
             OR  W-EP-WERT    = SPACES
                 MOVE "FEHLER"   TO BEREICH   OF SSTEXT
                 MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
                 PERFORM R100-SHOW-TEXT
                 EXIT SECTION
             END-IF
             PERFORM U100-BEGIN
             PERFORM S363-INSERT-SSFENVPR
             IF  PRG-ABBRUCH
                 PERFORM U120-ROLLBACK
             ELSE
                 PERFORM U110-COMMIT
                 MOVE " Profil-Zeile eingetragen" TO ZEILE
                 PERFORM U010-AUSGABE
             END-IF

         WHEN "DEL"
             IF  W-EP-NAME = SPACES
                 MOVE "FEHLER"   TO BEREICH   OF SSTEXT
                 MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
                 PERFORM R100-SHOW-TEXT
                 EXIT SECTION
             END-IF
             PERFORM U100-BEGIN
             PERFORM S364-DELETE-SSFENVPR
             IF  PRG-ABBRUCH
                 PERFORM U120-ROLLBACK
             ELSE
                 PERFORM U110-COMMIT
                 MOVE " Profil geloescht" TO ZEILE
                 PERFORM U010-AUSGABE
             END-IF

         WHEN OTHER
             IF  W-EP-NAME = SPACES
                 MOVE "%" TO W-EP-NAME
             END-IF
             MOVE ZERO TO W-EP-ANZ
             PERFORM U011-AUSGABE-SPACELINE
             MOVE " Profil            Lfd Art Define                     Wert"
                 TO ZEILE
             PERFORM U010-AUSGABE
             MOVE " ------------------------------------------------------------------"
                 TO ZEILE
             PERFORM U010-AUSGABE
             PERFORM S359-OPEN-ENVPR-CURSOR
             PERFORM S361-FETCH-ENVPR-CURSOR
             PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
                 ADD 1 TO W-EP-ANZ
                 MOVE SPACES TO ZEILE
                 MOVE W-EP-NAME2    TO ZEILE (2:16)
                 MOVE W-EP-LFDNR    TO ZEILE (20:3)
                 MOVE W-EP-ART      TO ZEILE (24:3)
                 MOVE W-EP-DEFNAME  TO ZEILE (28:26)
                 MOVE W-EP-WERT (1:14)
                                    TO ZEILE (55:14)
                 PERFORM U010-AUSGABE
                 PERFORM S361-FETCH-ENVPR-CURSOR
             END-PERFORM
             PERFORM S362-CLOSE-ENVPR-CURSOR
             IF  W-EP-ANZ = ZERO
                 MOVE "  keine Profil-Zeilen vorhanden" TO ZEILE
                 PERFORM U010-AUSGABE
             END-IF
             PERFORM U011-AUSGABE-SPACELINE
     END-EVALUATE
     .
 D535-99.
     EXIT.

******************************************************************
* VERWALTUNG PARM: governete =SSPARM-Pflege (s. D537 fuer die
* Historien-Anzeige)
*   PARM SET <aktion> <source> <dest> [AB <JJJJ-MM-TT>]
*            [GRUND <text...>]
*       - schreibt IMMER eine Historienzeile (Alt/Neu/Aenderer/
*         Grund); ohne AB (oder AB <= heute) wird der Parameter
*         sofort umgestellt, mit kuenftigem AB nur gestellt
*         (PSTATUS "G")
*   PARM APPLY     - aktiviert alle faelligen gestellten Zeilen
*   PARM REVERT <aktion> - stellt den Altwert der juengsten
*         wirksamen Aenderung wieder her (selbst historisiert)
* "-" als <source>/<dest> bedeutet: leerer Wert
******************************************************************
 D536-PARM SECTION.
 D536-00.
     PERFORM U030-TIMESTAMP
     MOVE SPACES TO W-PAR-HEUTE
     STRING  TAL-JHJJ OF TAL-TIME-D DELIMITED BY SIZE
             "-"                    DELIMITED BY SIZE
             TAL-MM   OF TAL-TIME-D DELIMITED BY SIZE
             "-"                    DELIMITED BY SIZE
             TAL-TT   OF TAL-TIME-D DELIMITED BY SIZE
       INTO  W-PAR-HEUTE
     END-STRING

     EVALUATE W-PAR-SUBCMD
         WHEN "SET"      PERFORM D538-PARM-SET
         WHEN "APPLY"    PERFORM D539-PARM-APPLY
         WHEN "REVERT"   PERFORM D541-PARM-REVERT
         WHEN OTHER
             MOVE "FEHLER"   TO BEREICH   OF SSTEXT
             MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
             PERFORM R100-SHOW-TEXT
     END-EVALUATE
     .
 D536-99.
     EXIT.

******************************************************************
* PARM SET: Altwert lesen, Historienzeile schreiben, Parameter
* sofort umstellen oder (kuenftiges AB) nur stellen
******************************************************************
 D538-PARM-SET SECTION.
 D538-00.
     IF  W-PAR-AKTION = SPACES
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF
     IF  W-PAR-NEU-SOURCE = "-"
         MOVE SPACES TO W-PAR-NEU-SOURCE
     END-IF
     IF  W-PAR-NEU-DEST = "-"
         MOVE SPACES TO W-PAR-NEU-DEST
     END-IF

**  ---> Neuwerte gegen das Parameter-Verzeichnis pruefen (D914):
**       ein Verstoss verhindert die Aenderung, ein dort nicht
**       beschriebener Schluessel wird nur gemeldet
     SET  PD-NICHT-GELADEN TO TRUE
     MOVE W-PAR-AKTION     TO W-PD-AKTION
     MOVE "S"              TO W-PD-FELD
     MOVE W-PAR-NEU-SOURCE TO W-PD-WERT
     PERFORM D914-PDICT-PRUEFEN
     IF  W-PD-BEFUND = SPACES
         MOVE "D"            TO W-PD-FELD
         MOVE W-PAR-NEU-DEST TO W-PD-WERT
         PERFORM D914-PDICT-PRUEFEN
     END-IF
     IF  W-PD-BEFUND NOT = SPACES
         MOVE " !!! Wert unzulaessig - Parameter nicht geaendert !!!"
           TO ZEILE
         PERFORM U010-AUSGABE
         PERFORM D917-PDICT-BEFUND
         EXIT SECTION
     END-IF
     IF  PD-UNBEKANNT
         MOVE SPACES TO ZEILE
         STRING  " Hinweis: "             DELIMITED BY SIZE
                 W-PAR-AKTION             DELIMITED BY SPACE
                 " ist im Parameter-Verzeichnis nicht beschrieben"
                                          DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF

**  ---> Altwert lesen (fehlender Eintrag = leerer Altwert)
     MOVE SPACES TO W-PAR-ALT-SOURCE W-PAR-ALT-DEST
     MOVE W-PAR-AKTION TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  SSPRM-OK
         MOVE SVOL-SOURCE OF SSPARM TO W-PAR-ALT-SOURCE
         MOVE SVOL-DEST   OF SSPARM TO W-PAR-ALT-DEST
     END-IF

     IF  W-PAR-AB = SPACES
     OR  W-PAR-AB <= W-PAR-HEUTE
         MOVE "A" TO W-PAR-STATUS
     ELSE
         MOVE "G" TO W-PAR-STATUS
     END-IF

     PERFORM U100-BEGIN
     PERFORM S377-INSERT-SSFPARMH
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     IF  W-PAR-STATUS = "A"
**      ---> sofort wirksam
         MOVE W-PAR-AKTION     TO AKTION      OF SSPARM
         MOVE W-PAR-NEU-SOURCE TO SVOL-SOURCE OF SSPARM
         MOVE W-PAR-NEU-DEST   TO SVOL-DEST   OF SSPARM
         PERFORM S378-UPSERT-SSPARM
         IF  PRG-ABBRUCH
             PERFORM U120-ROLLBACK
             EXIT SECTION
         END-IF
     END-IF
     PERFORM U110-COMMIT

     IF  W-PAR-STATUS = "A"
         MOVE " Parameter umgestellt (Historie geschrieben)"
             TO ZEILE
     ELSE
         MOVE " Aenderung gestellt - wird mit PARM APPLY ab dem"
             TO ZEILE
         MOVE " Wirksamkeitsdatum aktiv" TO ZEILE (49:)
     END-IF
     PERFORM U010-AUSGABE
     .
 D538-99.
     EXIT.

******************************************************************
* PARM APPLY: alle faelligen gestellten Aenderungen aktivieren
* (als erster Schritt des Tages planbar)
******************************************************************
 D539-PARM-APPLY SECTION.
 D539-00.
     MOVE ZERO TO W-PAR-ANZ
     PERFORM S379-OPEN-PARMAPPLY-CURSOR
     PERFORM S381-FETCH-PARMAPPLY-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         MOVE W-PAR-AKTION     TO AKTION      OF SSPARM
         MOVE W-PAR-NEU-SOURCE TO SVOL-SOURCE OF SSPARM
         MOVE W-PAR-NEU-DEST   TO SVOL-DEST   OF SSPARM
         PERFORM U100-BEGIN
         PERFORM S378-UPSERT-SSPARM
         PERFORM S382-UPDATE-SSFPARMH-AKTIV
         IF  PRG-ABBRUCH
             PERFORM U120-ROLLBACK
             SET PRG-OK TO TRUE
         ELSE
             PERFORM U110-COMMIT
             ADD 1 TO W-PAR-ANZ
             MOVE SPACES TO ZEILE
             STRING  " aktiviert: "  DELIMITED BY SIZE
                     W-PAR-AKTION    DELIMITED BY SPACE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
         END-IF
         PERFORM S381-FETCH-PARMAPPLY-CURSOR
     END-PERFORM
     PERFORM S383-CLOSE-PARMAPPLY-CURSOR

     IF  W-PAR-ANZ = ZERO
         MOVE " keine faelligen gestellten Aenderungen" TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     .
 D539-99.
     EXIT.

******************************************************************
* PARM REVERT <aktion>: Altwert der juengsten wirksamen Aenderung
* wiederherstellen - der Revert selbst wird historisiert
******************************************************************
 D541-PARM-REVERT SECTION.
 D541-00.
     IF  W-PAR-AKTION = SPACES
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

**  ---> juengste wirksame Historienzeile holen
     MOVE SPACE TO W-PAR-STATUS
     PERFORM S384-OPEN-PARMH-CURSOR
     PERFORM S385-FETCH-PARMH-CURSOR
     PERFORM UNTIL SSF-EOD
             OR    W-PAR-STATUS = "A"
         PERFORM S385-FETCH-PARMH-CURSOR
     END-PERFORM
     PERFORM S386-CLOSE-PARMH-CURSOR
     IF  W-PAR-STATUS NOT = "A"
         MOVE " !!! keine wirksame Aenderung in der Historie !!!"
             TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

**  ---> Revert = neue, selbst historisierte Aenderung mit den
**       Altwerten der juengsten wirksamen Zeile
     MOVE W-PAR-ALT-SOURCE TO W-PAR-NEU-SOURCE
     MOVE W-PAR-ALT-DEST   TO W-PAR-NEU-DEST
     MOVE SPACES           TO W-PAR-GRUND
     MOVE "Revert auf vorherigen Wert" TO W-PAR-GRUND
     MOVE SPACES           TO W-PAR-AB
     PERFORM D538-PARM-SET
     .
 D541-99.
     EXIT.

******************************************************************
* VERWALTUNG PARMHIST <aktion>: Historie eines Parameters -
* "hat jemand den Parameter geaendert?" in Sekunden beantwortbar
******************************************************************
 D537-PARMHIST SECTION.
 D537-00.
     IF  C4-ANZ > 1
     AND W-COUNT (2) > ZERO
         MOVE W-TEILSTRING (2) TO W-PAR-AKTION
     END-IF
     IF  W-PAR-AKTION = SPACES
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     MOVE ZERO TO W-PAR-ANZ
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  " Historie Parameter " DELIMITED BY SIZE
             W-PAR-AKTION           DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     MOVE " St am                Aenderer         alt -> neu (SOURCE)"
         TO ZEILE
     PERFORM U010-AUSGABE
     MOVE " ------------------------------------------------------------------"
         TO ZEILE
     PERFORM U010-AUSGABE

     PERFORM S384-OPEN-PARMH-CURSOR
     PERFORM S385-FETCH-PARMH-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         ADD 1 TO W-PAR-ANZ
         MOVE SPACES TO ZEILE
         MOVE W-PAR-STATUS          TO ZEILE (2:1)
         MOVE W-PAR-ZP (1:16)       TO ZEILE (5:16)
         MOVE W-PAR-VON             TO ZEILE (22:16)
         MOVE W-PAR-ALT-SOURCE (1:12)
                                    TO ZEILE (39:12)
         MOVE " -> "                TO ZEILE (52:4)
         MOVE W-PAR-NEU-SOURCE (1:12)
                                    TO ZEILE (56:12)
         PERFORM U010-AUSGABE
         IF  W-PAR-GRUND NOT = SPACES
             MOVE SPACES TO ZEILE
             MOVE "    Grund: "     TO ZEILE (2:11)
             MOVE W-PAR-GRUND       TO ZEILE (13:40)
             PERFORM U010-AUSGABE
         END-IF
         PERFORM S385-FETCH-PARMH-CURSOR
     END-PERFORM
     PERFORM S386-CLOSE-PARMH-CURSOR

     IF  W-PAR-ANZ = ZERO
         MOVE "  keine Historie zu diesem Parameter" TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     PERFORM U011-AUSGABE-SPACELINE
     .
 D537-99.
     EXIT.

******************************************************************
* Auswahl Object bei EmergencyControll
******************************************************************
 D500-AUSWAHL-OBJECT SECTION.
 D500-00.
**  ---> nun nach Object prompten
     SET EIN-ASCII
         PROMPT-OBJECT TO TRUE
     PERFORM U000-EINGABE
     IF  EINGABE = "E" OR = SPACE
         SET PRG-ENDE TO TRUE
         EXIT SECTION
     END-IF
     INSPECT EINGABE CONVERTING " "
                             TO "%"
     MOVE EINGABE TO PRG-NAME OF ABNAHME

**  ---> und nach Version
     SET EIN-ASCII
         PROMPT-VERSION TO TRUE
     MOVE SPACES TO EINGABE
     PERFORM UNTIL EINGABE NOT = SPACE
         PERFORM U000-EINGABE
     END-PERFORM
     INSPECT EINGABE CONVERTING " "
                             TO "%"
     MOVE EINGABE TO VERSION OF ABNAHME

**  ---> nun Lesen des angegebenen Eintrags
     MOVE "NO"    TO NK-STATUS OF ABNAHME
     PERFORM S750-OPEN-ABNAHME-S-CURSOR
     PERFORM S751-FETCH-ABNAHME-S-CURSOR

**  ---> wenn kein Eintrag vorhanden Mitteilung und Exit
     IF  DYNCURS-EOD
         MOVE "FEHLER"  TO BEREICH   OF SSTEXT
         MOVE "FEHL-044" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         PERFORM S752-CLOSE-ABNAHME-S-CURSOR
         GO TO D500-00
     END-IF

**  ---> Cursor schliessen
     PERFORM S752-CLOSE-ABNAHME-S-CURSOR
     MOVE "E" TO EINGABE
     .
 D500-99.
     EXIT.

******************************************************************
* Ereugen Eintrag in Tabelle =ABNAHME
******************************************************************
 D700-CREATE-ABNAHME SECTION.
 D700-00.
     IF  SOURCE-TYP OF SSAFE = "CM"
         EXIT SECTION
     END-IF

**  ---> Tabellenstruktur =ABNAHME initialisieren
     INITIALIZE ABNAHME

**  ---> Programmnamen aufbereiten
     MOVE DEST-FILE-NAME TO IN-SOURCE
     PERFORM U400-OBJECT-NAME
     MOVE OUT-SOURCE TO PRG-NAME OF ABNAHME

**  ---> holen Infos aus Referenztabelle =PROGRAMS
     MOVE SOURCE-FILE-NAME TO PROGRAMM OF PROGRAMS
     PERFORM S840-SELECT-PROGRAMS
     MOVE VERSION             OF PROGRAMS TO VERSION         OF ABNAHME
     MOVE VERS-DAT            OF PROGRAMS TO DATUM           OF ABNAHME
     MOVE LEN OF BESCHREIBUNG OF PROGRAMS TO LEN OF PRG-INFO OF ABNAHME
     MOVE VAL OF BESCHREIBUNG OF PROGRAMS TO VAL OF PRG-INFO OF ABNAHME

**  ---> prüfen, ob schon ein Eintrag vorhanden ist: Dann => Fehler
     PERFORM S720-OPEN-ABNAHME-CURSOR
     PERFORM S721-FETCH-ABNAHME-CURSOR
     PERFORM S722-CLOSE-ABNAHME-CURSOR
     IF  REF-TABS-OK
         IF  ACT2PROD-VON not = SPACE
**          ---> wenn schon in Prod. überführt Funktion ablehnen
             MOVE "FEHLER"   TO BEREICH   OF SSTEXT
             MOVE "FEHL-046" TO KATEGORIE OF SSTEXT
             PERFORM R100-SHOW-TEXT

**          ---> Eintrag in Tabelle SSAFE korrigieren
             MOVE W-SOURCE    TO SOURCE-MODUL  OF SSAFE
             MOVE SPACES      TO FREIGABE-TEST OF SSAFE
             MOVE P-USER-NAME TO GROUP-USER    OF SSAFE
             PERFORM U100-BEGIN
             PERFORM S121-UPDATE-SSAFE-REL2TEST
             IF  PRG-ABBRUCH
                 PERFORM U120-ROLLBACK
             ELSE
                 PERFORM U110-COMMIT
             END-IF
             EXIT SECTION
         END-IF

**      ---> User auffordern neue Version in Prg. einzutragen
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-039" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
**      ---> User fragen, ob vorhandener ABNAHME-Eintrag gelöscht werden soll
         SET EIN-ASCII
             PROMPT-DELETE TO TRUE
         PERFORM U000-EINGABE
         IF  EINGABE (1:C4-INLEN) = "N"
             EXIT SECTION
         ELSE
**          ---> hier den schon vorhandenen Eintrag löschen
             PERFORM S730-DELETE-ABNAHME
             IF  PRG-ABBRUCH
                 EXIT SECTION
             END-IF
         END-IF
     END-IF

**  ---> umwandeln Umlaute
     IF  LEN OF PRG-INFO OF ABNAHME > ZERO
         INSPECT VAL OF PRG-INFO OF ABNAHME (1:LEN OF PRG-INFO OF ABNAHME)
             CONVERTING "äöüÄÖÜß""'"
                     TO "aouAOUs#+"
     END-IF

**  ---> Update-Info im Sourcefile suchen
     MOVE W-BUFFER     TO VAL OF UPD-INFO OF ABNAHME
     MOVE W-BUFFER-LEN TO LEN OF UPD-INFO OF ABNAHME

**  ---> umwandeln Umlaute
     IF  LEN OF UPD-INFO OF ABNAHME > ZERO
         INSPECT VAL OF UPD-INFO OF ABNAHME (1:LEN OF UPD-INFO OF ABNAHME)
             CONVERTING "äöüÄÖÜß""'"
                     TO "aouAOUs#+"
         ELSE
**          ---> wenn Länge = 0, sind Änderungsvermerke nicht gem.
**          ---> den Vorgaben (Tabellenform )
             MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
             MOVE "HINW-016" TO KATEGORIE OF SSTEXT
             PERFORM R100-SHOW-TEXT
     END-IF

**  ---> Einträge für User, der Programm released
     MOVE GROUP-USER       OF SSAFE TO REL2TEST-VON OF ABNAHME
     MOVE ZP-FREIGABE-TEST OF SSAFE TO REL2TEST-AM  OF ABNAHME

**  ---> schreiben in Tabelle =ABNAHME
     PERFORM S700-INSERT-ABNAHME
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF
     .
 D700-99.
     EXIT.

******************************************************************
* Update der Tabelle ABNAHME um Info wer/wann AT ausgeführt hat
******************************************************************
 D710-UPDATE-ABNAHME-AT SECTION.
 D710-00.
**  ---> holen erforderliche Infos aus Referenztabelle =PROGRAMS
     MOVE W-SOURCE TO PROGRAMM OF PROGRAMS
     PERFORM S840-SELECT-PROGRAMS

**  ---> Transaktion beginnen
     PERFORM U100-BEGIN

**  ---> Update in Tabelle =ABNAHME (act2test_von / act2test_am)
     MOVE W-SOURCE TO IN-SOURCE
     PERFORM U400-OBJECT-NAME
     MOVE OUT-SOURCE          TO PRG-NAME     OF ABNAHME
     MOVE VERSION OF PROGRAMS TO VERSION      OF ABNAHME
     MOVE P-USER-NAME         TO ACT2TEST-VON OF ABNAHME
     PERFORM S710-UPDATE-ABNAHME-WE1
**  ---> Fingerabdruck des aktivierten Objekts (s. C360/E398)
     IF  PRG-OK
     AND RPV-FP-OK
         PERFORM S711-UPDATE-ABNAHME-FP
     END-IF

**  ---> Ende Tx und Bestätigung an den User
     IF  PRG-OK
         PERFORM U110-COMMIT
     ELSE
         PERFORM U120-ROLLBACK
     END-IF
     .
 D710-99.
     EXIT.

******************************************************************
* Update der Tabelle ABNAHME um Info wer/wann R2P ausgeführt hat
*                               Freigabe_link, Grund_SOS
******************************************************************
 D720-UPDATE-ABNAHME-R2P SECTION.
 D720-00.
**  ---> erst mal den Satz aus Tabelle =ABNAHME lesen
**  ---> Programmnamen aufbereiten
     MOVE W-SOURCE TO IN-SOURCE
     PERFORM U400-OBJECT-NAME
     MOVE OUT-SOURCE TO PRG-NAME OF ABNAHME

**  ---> holen Infos aus Referenztabelle =PROGRAMS
     MOVE SOURCE-FILE-NAME TO PROGRAMM OF PROGRAMS
     PERFORM S840-SELECT-PROGRAMS
     MOVE VERSION             OF PROGRAMS TO VERSION         OF ABNAHME
     MOVE VERS-DAT            OF PROGRAMS TO DATUM           OF ABNAHME

**  ---> prüfen, ob der Eintrag auch vorhanden ist
     PERFORM S720-OPEN-ABNAHME-CURSOR
     PERFORM S721-FETCH-ABNAHME-CURSOR
     PERFORM S722-CLOSE-ABNAHME-CURSOR
     IF  REF-TABS-NOK
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-041" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
**      ---> hier sollte das Programm beendet werden, da offenbar
**      ---> kein Rel2Test erfolgt ist (sonst wäre der Eintrag vorhanden)
         set prg-ende to true
         exit section
     END-IF

**  ---> prüfen, ob FREIGABE beantragt wurde, sonst Funktion beenden
     IF  FREIGABE-ANTRAG-VON OF ABNAHME = SPACE
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-045" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         set prg-ende to true
         exit section
     END-IF

     MOVE SPACES      TO NK-STATUS    OF ABNAHME
     MOVE P-USER-NAME TO REL2PROD-VON OF ABNAHME
**  ---> wenn Freigabe_Von und/oder kein Freigabe-Link:
**  ---> Nach Grund für NOT-Übernahme prompten
     IF  FREIGABE-VON OF ABNAHME = SPACE
     and LEN OF FREIGABE-LINK OF ABNAHME = ZERO
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-043" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         MOVE ZERO TO C4-ANZ
         SET EIN-KLEIN-GROSS
             PROMPT-SOS      TO TRUE
**      ---> Eingabe Pflicht, also solange abfragen bis Eingabe erfolgt
         PERFORM UNTIL C4-ANZ > ZERO

             PERFORM U000-EINGABE

         END-PERFORM

         MOVE EINGABE (1:C4-INLEN) TO VAL OF GRUND-SOS OF ABNAHME
         MOVE C4-ANZ               TO LEN OF GRUND-SOS OF ABNAHME
         MOVE "NO"                 TO        NK-STATUS OF ABNAHME

     END-IF

**  ---> Vier-Augen-Klassen (D830): ohne zweite Unterschrift gilt
**       die Freigabe als nicht erteilt - gleicher Notweg (Pflicht-
**       Begruendung + Sicherheitswarnung) wie bei fehlender erster
     MOVE SPACE TO W-APPR2-SOS-FLAG
     PERFORM D830-CHECK-APPR2-REQUIRED
     IF  APPR2-NOETIG
     AND NK-STATUS OF ABNAHME NOT = "NO"
     AND FREIGABE-VON2 OF ABNAHME = SPACE
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-079" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         MOVE ZERO TO C4-ANZ
         SET EIN-KLEIN-GROSS
             PROMPT-SOS      TO TRUE
**      ---> Eingabe Pflicht, also solange abfragen bis Eingabe erfolgt
         PERFORM UNTIL C4-ANZ > ZERO

             PERFORM U000-EINGABE

         END-PERFORM

         MOVE EINGABE (1:C4-INLEN) TO VAL OF GRUND-SOS OF ABNAHME
         MOVE C4-ANZ               TO LEN OF GRUND-SOS OF ABNAHME
         MOVE "NO"                 TO        NK-STATUS OF ABNAHME
         SET  APPR2-SOS-GENOMMEN   TO TRUE
     END-IF

**  ---> ITSM-Change-Gate: die Freigabe muss in einen heute
**       gueltigen, genehmigten externen Change fallen (Treffer
**       auf Modul oder juengsten Auftrag, s. D833) - ohne
**       Treffer greift derselbe Notweg wie oben
     MOVE SPACE TO W-ITSM-SOS-FLAG
     PERFORM D833-CHECK-ITSM-GATE
     IF  W-ITSM-CHANGE = SPACES
     AND NK-STATUS OF ABNAHME NOT = "NO"
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-081" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         MOVE ZERO TO C4-ANZ
         SET EIN-KLEIN-GROSS
             PROMPT-SOS      TO TRUE
**      ---> Eingabe Pflicht, also solange abfragen bis Eingabe erfolgt
         PERFORM UNTIL C4-ANZ > ZERO

             PERFORM U000-EINGABE

         END-PERFORM

         MOVE EINGABE (1:C4-INLEN) TO VAL OF GRUND-SOS OF ABNAHME
         MOVE C4-ANZ               TO LEN OF GRUND-SOS OF ABNAHME
         MOVE "NO"                 TO        NK-STATUS OF ABNAHME
         SET  ITSM-SOS-GENOMMEN    TO TRUE
     END-IF

**  ---> Transaktion beginnen
     PERFORM U100-BEGIN

**  ---> Update in Tabelle =ABNAHME
     PERFORM S714-UPDATE-ABNAHME-WE3

**  ---> Ende Tx und Bestätigung an den User
     IF  PRG-OK
         PERFORM U110-COMMIT
     ELSE
         PERFORM U120-ROLLBACK
     END-IF

**  ---> ggf. Mail versenden
     IF  (FREIGABE-VON OF ABNAHME = SPACE
          and LEN OF FREIGABE-LINK OF ABNAHME = ZERO)
     OR  APPR2-SOS-GENOMMEN
     OR  ITSM-SOS-GENOMMEN
**      ---> Sicherheitswarnungsmail aufbereiten und versenden
         PERFORM M520-MAIL-SICHERHEITSWARUNUNG
     END-IF
     .
 D720-99.
     EXIT.

******************************************************************
* Veraltete Basis eines Checkouts ermitteln: das Modul H-STB-MODUL
* (Typ H-STB-TYP) ist seit H-STB-ZP ausgecheckt. In W-STB-TAB
* landen
*  - Copy-Libraries (=LIBS) und aufgerufene bzw. eingebundene
*    Module (=PROGRAMX), von denen seither eine Version in
*    Produktion ging (juengste REL2PROD-Freigabe in =ABNAHME, D722)
*  - neuere Versionen des Moduls selbst auf einem anderen Zweig als
*    dem der Checkout-Basis (=SSFRARCH, D723)
* Die Referenzdaten fuehren Programme teils unter dem Objektnamen,
* daher wird mit Modul- und Objektname (wie U400) gesucht
******************************************************************
 D721-STB-ERMITTELN SECTION.
 D721-00.
     MOVE ZERO   TO W-STB-ANZ
     MOVE SPACE  TO W-STB-VOLL-FLAG
     MOVE SPACES TO W-STB-TAB
     IF  H-STB-MODUL = SPACES
     OR  H-STB-ZP    = SPACES
         EXIT SECTION
     END-IF

**  ---> Objektname wie U400, nur ohne Fehlermeldung bei Typen
**       ohne eigenes Objekt (dort gilt der Modulname)
     MOVE H-STB-MODUL TO H-STB-OBJEKT
     MOVE ZERO TO W-STB-LEN
     INSPECT H-STB-MODUL TALLYING W-STB-LEN
         FOR CHARACTERS BEFORE INITIAL " "
     IF  W-STB-LEN > ZERO
         EVALUATE H-STB-TYP
             WHEN "CS"   MOVE "S" TO H-STB-OBJEKT (W-STB-LEN:1)
             WHEN "CO"   MOVE "O" TO H-STB-OBJEKT (W-STB-LEN:1)
             WHEN "CX"   MOVE " " TO H-STB-OBJEKT (W-STB-LEN:1)
             WHEN OTHER  CONTINUE
         END-EVALUATE
     END-IF

**  ---> 1. Copy-Libraries: letzter Namensteil der Library ist ihr
**       Quell-Modul (s. D279)
     PERFORM S610-OPEN-STB-LIB-CURSOR
     IF  SSF-OK
         PERFORM S611-FETCH-STB-LIB-CURSOR
     END-IF
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         MOVE H-STB-LIB TO W-KOL-E-NAME
         PERFORM D279-KOL-DATEI
         IF  W-KOL-E-DATEI NOT = SPACES
             MOVE W-KOL-E-DATEI TO H-STB-DEP
             MOVE "C"           TO W-STB-NEU-ART
             PERFORM D722-STB-PROD-PRUEFEN
         END-IF
         PERFORM S611-FETCH-STB-LIB-CURSOR
     END-PERFORM
     PERFORM S612-CLOSE-STB-LIB-CURSOR

**  ---> 2. aufgerufene / eingebundene Module (ohne das Modul selbst)
     PERFORM S613-OPEN-STB-PRGX-CURSOR
     IF  SSF-OK
         PERFORM S614-FETCH-STB-PRGX-CURSOR
     END-IF
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         IF  H-STB-PMODUL (9:) = SPACES
         AND H-STB-PMODUL NOT = SPACES
         AND H-STB-PMODUL NOT = H-STB-MODUL
         AND H-STB-PMODUL NOT = H-STB-OBJEKT
             MOVE H-STB-PMODUL (1:8) TO H-STB-DEP
             MOVE "M"                TO W-STB-NEU-ART
             PERFORM D722-STB-PROD-PRUEFEN
         END-IF
         PERFORM S614-FETCH-STB-PRGX-CURSOR
     END-PERFORM
     PERFORM S615-CLOSE-STB-PRGX-CURSOR

**  ---> 3. neuere Versionen des Moduls auf anderen Zweigen
     PERFORM D723-STB-ZWEIGE
     .
 D721-99.
     EXIT.

******************************************************************
* Basis-Pruefung: ging vom Member H-STB-DEP nach dem Checkout eine
* Version in Produktion, wird sie mit Art W-STB-NEU-ART eingetragen
* (jedes Member nur einmal)
******************************************************************
 D722-STB-PROD-PRUEFEN SECTION.
 D722-00.
     PERFORM VARYING W-STB-IX FROM 1 BY 1
             UNTIL   W-STB-IX > W-STB-ANZ
         IF  W-STB-NAME (W-STB-IX) = H-STB-DEP
         AND NOT STB-ART-ZWEIG (W-STB-IX)
             EXIT SECTION
         END-IF
     END-PERFORM

     PERFORM S619-SELECT-STB-FREIGABE
     IF  STB-SEL-OK
         PERFORM D724-STB-EINTRAGEN
     END-IF
     .
 D722-99.
     EXIT.

******************************************************************
* Basis-Pruefung Zweige: der Zweig (8. Stelle der Version, s.
* E391) der juengsten Archiv-Version bis zum Checkout ist die
* Basis; spaeter archivierte Versionen eines anderen Zweigs werden
* gemeldet - je Zweig nur die juengste
******************************************************************
 D723-STB-ZWEIGE SECTION.
 D723-00.
     MOVE SPACE TO W-STB-BASIS-ZWEIG
     PERFORM S616-OPEN-STB-ZWG-CURSOR
     IF  SSF-OK
         PERFORM S617-FETCH-STB-ZWG-CURSOR
     END-IF
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         IF  H-STB-AM NOT > H-STB-ZP
             MOVE H-STB-VERSION (8:1) TO W-STB-BASIS-ZWEIG
         ELSE
             IF  H-STB-VERSION (8:1) NOT = W-STB-BASIS-ZWEIG
                 PERFORM VARYING W-STB-IX FROM 1 BY 1
                         UNTIL   W-STB-IX > W-STB-ANZ
                     IF  STB-ART-ZWEIG (W-STB-IX)
                     AND W-STB-VERSION (W-STB-IX) (8:1)
                       = H-STB-VERSION (8:1)
                         EXIT PERFORM
                     END-IF
                 END-PERFORM
                 IF  W-STB-IX > W-STB-ANZ
                     MOVE "Z"         TO W-STB-NEU-ART
                     MOVE H-STB-MODUL TO H-STB-DEP
                     PERFORM D724-STB-EINTRAGEN
                 ELSE
                     MOVE H-STB-VERSION TO W-STB-VERSION (W-STB-IX)
                     MOVE H-STB-AM      TO W-STB-ZP      (W-STB-IX)
                     MOVE H-STB-VON     TO W-STB-VON     (W-STB-IX)
                 END-IF
             END-IF
         END-IF
         PERFORM S617-FETCH-STB-ZWG-CURSOR
     END-PERFORM
     PERFORM S618-CLOSE-STB-ZWG-CURSOR
     .
 D723-99.
     EXIT.

******************************************************************
* Basis-Pruefung: Eintrag anhaengen (Art W-STB-NEU-ART, Member
* H-STB-DEP, Version/Zeitpunkt/User aus H-STB-VERSION/-AM/-VON)
******************************************************************
 D724-STB-EINTRAGEN SECTION.
 D724-00.
     IF  W-STB-ANZ NOT < K-STB-MAX
         SET STB-TAB-VOLL TO TRUE
         EXIT SECTION
     END-IF
     ADD 1 TO W-STB-ANZ
     MOVE W-STB-NEU-ART TO W-STB-ART     (W-STB-ANZ)
     MOVE H-STB-DEP     TO W-STB-NAME    (W-STB-ANZ)
     MOVE H-STB-VERSION TO W-STB-VERSION (W-STB-ANZ)
     MOVE H-STB-AM      TO W-STB-ZP      (W-STB-ANZ)
     MOVE H-STB-VON     TO W-STB-VON     (W-STB-ANZ)
     .
 D724-99.
     EXIT.

******************************************************************
* Basis-Pruefung: Eintrag W-STB-IX als Zeile (60 Stellen) fuer
* Anzeige und Mail aufbereiten - Spalten wie K-STB-KOPF
******************************************************************
 D725-STB-ZEILE SECTION.
 D725-00.
     MOVE SPACES TO W-STB-ZEILE
     EVALUATE TRUE
         WHEN STB-ART-COPY (W-STB-IX)
             MOVE "Copy-Lib" TO W-STB-ZEILE (1:8)
         WHEN STB-ART-AUFRUF (W-STB-IX)
             MOVE "Aufruf"   TO W-STB-ZEILE (1:8)
         WHEN OTHER
             MOVE "Zweig "   TO W-STB-ZEILE (1:6)
             MOVE W-STB-VERSION (W-STB-IX) (8:1)
               TO W-STB-ZEILE (7:1)
     END-EVALUATE
     MOVE W-STB-NAME    (W-STB-IX)      TO W-STB-ZEILE (10:8)
     MOVE W-STB-VERSION (W-STB-IX)      TO W-STB-ZEILE (19:10)
     MOVE W-STB-ZP      (W-STB-IX) (9:2) TO W-STB-ZEILE (30:2)
     MOVE "."                           TO W-STB-ZEILE (32:1)
     MOVE W-STB-ZP      (W-STB-IX) (6:2) TO W-STB-ZEILE (33:2)
     MOVE "."                           TO W-STB-ZEILE (35:1)
     MOVE W-STB-ZP      (W-STB-IX) (1:4) TO W-STB-ZEILE (36:4)
     MOVE W-STB-VON     (W-STB-IX)      TO W-STB-ZEILE (41:16)
     .
 D725-99.
     EXIT.

******************************************************************
* SHOW: veraltete Basis des ausgecheckten Moduls (=SSAFE) anzeigen
******************************************************************
 D726-STB-ANZEIGEN SECTION.
 D726-00.
     MOVE SOURCE-MODUL OF SSAFE      TO H-STB-MODUL
     MOVE SOURCE-TYP   OF SSAFE      TO H-STB-TYP
     MOVE ZP-CHECKOUT  OF SSAFE (1:19) TO H-STB-ZP
     PERFORM D721-STB-ERMITTELN
     IF  W-STB-ANZ = ZERO
         EXIT SECTION
     END-IF

     MOVE W-STB-ANZ TO W-STB-ANZ-ED
     MOVE SPACES TO ZEILE
     STRING  "      Basis veraltet - seit dem Checkout geaendert ("
                                         DELIMITED BY SIZE
             W-STB-ANZ-ED                DELIMITED BY SIZE
             "):"                        DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     MOVE SPACES    TO ZEILE
     MOVE K-STB-KOPF TO ZEILE (9:60)
     PERFORM U010-AUSGABE
     PERFORM VARYING W-STB-IX FROM 1 BY 1
             UNTIL   W-STB-IX > W-STB-ANZ
         PERFORM D725-STB-ZEILE
         MOVE SPACES      TO ZEILE
         MOVE W-STB-ZEILE TO ZEILE (9:60)
         PERFORM U010-AUSGABE
     END-PERFORM
     IF  STB-TAB-VOLL
         MOVE "        (weitere Aenderungen nicht angezeigt)" TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     .
 D726-99.
     EXIT.

******************************************************************
* Nach REL2PROD von W-SOURCE (Objekt W-PROG-OBJECT): jedes andere
* ausgecheckte Modul, das es als Copy-Library oder Aufruf nutzt
* und dessen Checkout vor dieser Freigabe liegt, bekommt sofort
* eine Mail an seinen Entwickler (M572). Nur wenn per =SSPARM
* "STALEBAS" (SVOL_SOURCE = "J") eingeschaltet
******************************************************************
 D727-STB-SOFORTMAIL SECTION.
 D727-00.
     MOVE "STALEBAS" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  NOT SSPRM-OK
         EXIT SECTION
     END-IF
     IF  SVOL-SOURCE OF SSPARM (1:1) NOT = "J"
         EXIT SECTION
     END-IF

     MOVE ZERO     TO W-STB-ANZ-MAIL
     MOVE W-SOURCE TO H-STB-FREI-MODUL
     PERFORM S690-OPEN-STB-CO-CURSOR
     IF  SSF-OK
         PERFORM S691-FETCH-STB-CO-CURSOR
     END-IF
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         PERFORM D721-STB-ERMITTELN
         SET STB-KEIN-TREFFER TO TRUE
         PERFORM VARYING W-STB-IX FROM 1 BY 1
                 UNTIL   W-STB-IX > W-STB-ANZ
             IF  NOT STB-ART-ZWEIG (W-STB-IX)
             AND (W-STB-NAME (W-STB-IX) = W-SOURCE
              OR  W-STB-NAME (W-STB-IX) = W-PROG-OBJECT)
                 SET STB-TREFFER TO TRUE
             END-IF
         END-PERFORM
         IF  STB-TREFFER
             PERFORM M572-MAIL-STALE-BASE
         END-IF
         PERFORM S691-FETCH-STB-CO-CURSOR
     END-PERFORM
     PERFORM S692-CLOSE-STB-CO-CURSOR

     IF  W-STB-ANZ-MAIL > ZERO
         MOVE W-STB-ANZ-MAIL TO W-STB-ANZ-ED
         MOVE SPACES TO ZEILE
         STRING  "  Hinweis: "             DELIMITED BY SIZE
                 W-STB-ANZ-ED              DELIMITED BY SIZE
                 " Entwickler mit veralteter Checkout-Basis "
                                           DELIMITED BY SIZE
                 "benachrichtigt"          DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF
     .
 D727-99.
     EXIT.

******************************************************************
* LIST ASOF <Datum> [<Zeit>] [<Datum2> [<Zeit2>]] [<Muster>]
* [TEST]: mit einem Stichtag der Produktionsstand (mit TEST auch
* der TEST-Stand) je Modul zu diesem Zeitpunkt, mit zwei Stich-
* tagen alle Module, deren Prod-Version sich dazwischen geaendert
* hat. Muster wie bei LIST STAGES ("?" und "*" als Wildcard)
******************************************************************
 D728-ASOF-LISTE SECTION.
 D728-00.
     IF  W-ASOF-DATUM1 = SPACES
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-012" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

**  ---> Stichtag(e) pruefen und als Zeitstempel aufbereiten
     MOVE W-ASOF-DATUM1 TO W-ASOF-DATUM
     MOVE W-ASOF-ZEIT1  TO W-ASOF-ZEIT
     PERFORM D732-ASOF-ZEITPUNKT
     IF  ASOF-ZP-NOK
         EXIT SECTION
     END-IF
     MOVE W-ASOF-TS TO W-ASOF-ZP1

     MOVE SPACES TO W-ASOF-ZP2
     IF  W-ASOF-DATUM2 NOT = SPACES
         MOVE W-ASOF-DATUM2 TO W-ASOF-DATUM
         MOVE W-ASOF-ZEIT2  TO W-ASOF-ZEIT
         PERFORM D732-ASOF-ZEITPUNKT
         IF  ASOF-ZP-NOK
             EXIT SECTION
         END-IF
         MOVE W-ASOF-TS TO W-ASOF-ZP2
**      ---> Stichtage ggf. in zeitliche Reihenfolge bringen
         IF  W-ASOF-ZP2 < W-ASOF-ZP1
             MOVE W-ASOF-ZP1 TO W-ASOF-ZP-MERK
             MOVE W-ASOF-ZP2 TO W-ASOF-ZP1
             MOVE W-ASOF-ZP-MERK TO W-ASOF-ZP2
         END-IF
     END-IF

**  ---> Modul-Muster fuer SQL umsetzen, ohne Muster alle Module
     IF  W-ASOF-MUSTER = SPACES
         MOVE ALL "%"       TO H-ASOF-MUSTER
     ELSE
         MOVE W-ASOF-MUSTER TO H-ASOF-MUSTER
         INSPECT H-ASOF-MUSTER CONVERTING "?* " TO "_%%"
     END-IF

     MOVE ZERO TO W-ASOF-ANZ
     PERFORM U011-AUSGABE-SPACELINE
     IF  W-ASOF-ZP2 = SPACES
         PERFORM D730-ASOF-STICHTAG
     ELSE
         PERFORM D731-ASOF-VERGLEICH
     END-IF
     PERFORM U011-AUSGABE-SPACELINE
     .
 D728-99.
     EXIT.

******************************************************************
* Prod-Version des Moduls H-ASOF-MODUL zum Zeitpunkt H-ASOF-ZP:
* juengste Freigabe nach Prod (=ABNAHME.REL2PROD_AM) bis dahin;
* wurde diese vor dem Zeitpunkt per ROLLBACK zurueckgebaut (s.
* C352, =SSPROT "RB"), gilt wieder die vorige Freigabe.
* Ergebnis in W-ASOF-P-xxx (Version leer = nicht in Prod)
******************************************************************
 D729-ASOF-PROD-STAND SECTION.
 D729-00.
     MOVE SPACES TO W-ASOF-P-VERSION W-ASOF-P-AM
                    W-ASOF-P-VON     W-ASOF-P-AUFTRAG
     MOVE SPACE  TO W-ASOF-P-RB-FLAG

     MOVE K-ASOF-MIN-ZP TO H-ASOF-AUSSCHL
     PERFORM S726-SELECT-ASOF-PROD
     IF  ASOF-SEL-NOK
         EXIT SECTION
     END-IF

**  ---> Rueckbau nach dieser Freigabe, aber vor dem Stichtag?
     PERFORM S728-COUNT-ASOF-RUECKBAU
     IF  W-ASOF-RB-ANZ > ZERO
         SET ASOF-P-RUECKBAU TO TRUE
         MOVE H-ASOF-ZP TO W-ASOF-ZP-MERK
         MOVE H-ASOF-AM TO H-ASOF-ZP
                           H-ASOF-AUSSCHL
         PERFORM S726-SELECT-ASOF-PROD
         MOVE W-ASOF-ZP-MERK TO H-ASOF-ZP
         IF  ASOF-SEL-NOK
**          ---> keine Vorversion - Modul war nicht mehr in Prod
             EXIT SECTION
         END-IF
     END-IF

     MOVE H-ASOF-VERSION  TO W-ASOF-P-VERSION
     MOVE H-ASOF-AM       TO W-ASOF-P-AM
     MOVE H-ASOF-FREI-VON TO W-ASOF-P-VON
     PERFORM S729-SELECT-ASOF-AUFTRAG
     MOVE H-ASOF-AUFTRAG  TO W-ASOF-P-AUFTRAG
     .
 D729-99.
     EXIT.

******************************************************************
* LIST ASOF mit einem Stichtag: je Modul die Prod-Version (und
* mit TEST die TEST-Version) zum Stichtag mit Freigeber/Auftrag
******************************************************************
 D730-ASOF-STICHTAG SECTION.
 D730-00.
     MOVE SPACES TO ZEILE
     STRING  " Produktionsstand am "  DELIMITED BY SIZE
             W-ASOF-ZP1 (1:16)        DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     IF  ASOF-MIT-TEST
         MOVE "(mit TEST-Stand)" TO ZEILE (39:16)
     END-IF
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE
     MOVE " Modul    Version    freigegeben am   von          Auftrag"
         TO ZEILE
     MOVE "Stufe"            TO ZEILE (76:5)
     PERFORM U010-AUSGABE
     MOVE ALL "-"            TO ZEILE
     MOVE SPACE              TO ZEILE (1:1)
     PERFORM U010-AUSGABE

     MOVE K-ASOF-MIN-ZP TO H-ASOF-VON
     MOVE W-ASOF-ZP1    TO H-ASOF-BIS
     IF  ASOF-MIT-TEST
         MOVE "J" TO H-ASOF-TEST
     ELSE
         MOVE "N" TO H-ASOF-TEST
     END-IF

     PERFORM S723-OPEN-ASOF-CURSOR
     PERFORM S724-FETCH-ASOF-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         MOVE W-ASOF-ZP1 TO H-ASOF-ZP
         PERFORM D729-ASOF-PROD-STAND
         IF  W-ASOF-P-VERSION NOT = SPACES
             ADD 1 TO W-ASOF-ANZ
             MOVE SPACES             TO ZEILE
             MOVE H-ASOF-MODUL       TO ZEILE (2:8)
             MOVE W-ASOF-P-VERSION   TO ZEILE (11:10)
             MOVE W-ASOF-P-AM (1:16) TO ZEILE (22:16)
             MOVE W-ASOF-P-VON       TO ZEILE (39:12)
             MOVE W-ASOF-P-AUFTRAG   TO ZEILE (52:23)
             IF  ASOF-P-RUECKBAU
                 MOVE "PROD*"        TO ZEILE (76:5)
             ELSE
                 MOVE "PROD"         TO ZEILE (76:5)
             END-IF
             PERFORM U010-AUSGABE
         END-IF

         IF  ASOF-MIT-TEST
             PERFORM S727-SELECT-ASOF-TEST
             IF  ASOF-SEL-OK
                 PERFORM S729-SELECT-ASOF-AUFTRAG
                 MOVE SPACES             TO ZEILE
                 MOVE H-ASOF-MODUL       TO ZEILE (2:8)
                 MOVE H-ASOF-VERSION     TO ZEILE (11:10)
                 MOVE H-ASOF-AM (1:16)   TO ZEILE (22:16)
                 MOVE H-ASOF-FREI-VON    TO ZEILE (39:12)
                 MOVE H-ASOF-AUFTRAG     TO ZEILE (52:23)
                 MOVE "TEST"             TO ZEILE (76:5)
                 PERFORM U010-AUSGABE
             END-IF
         END-IF
         PERFORM S724-FETCH-ASOF-CURSOR
     END-PERFORM
     PERFORM S725-CLOSE-ASOF-CURSOR

     PERFORM U011-AUSGABE-SPACELINE
     IF  W-ASOF-ANZ = ZERO
         MOVE "  keine Module zum Stichtag in Produktion" TO ZEILE
     ELSE
         MOVE W-ASOF-ANZ TO W-ASOF-ANZ-ED
         MOVE SPACES TO ZEILE
         STRING  "  "                     DELIMITED BY SIZE
                 W-ASOF-ANZ-ED            DELIMITED BY SIZE
                 " Module in Produktion"  DELIMITED BY SIZE
                 "  (PROD* = Freigabe per ROLLBACK zurueckgebaut)"
                                          DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
     END-IF
     PERFORM U010-AUSGABE
     .
 D730-99.
     EXIT.

******************************************************************
* LIST ASOF mit zwei Stichtagen: alle Module, deren Prod-Version
* zum zweiten Stichtag eine andere ist als zum ersten (Freigabe
* oder ROLLBACK dazwischen), mit beiden Versionen und dem Frei-
* geber der neuen
******************************************************************
 D731-ASOF-VERGLEICH SECTION.
 D731-00.
     MOVE SPACES TO ZEILE
     STRING  " Aenderungen in Produktion zwischen "
                                      DELIMITED BY SIZE
             W-ASOF-ZP1 (1:16)        DELIMITED BY SIZE
             " und "                  DELIMITED BY SIZE
             W-ASOF-ZP2 (1:16)        DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE
     MOVE " Modul    Version alt Version neu freigegeben am   von"
         TO ZEILE
     MOVE "Auftrag"          TO ZEILE (64:7)
     PERFORM U010-AUSGABE
     MOVE ALL "-"            TO ZEILE
     MOVE SPACE              TO ZEILE (1:1)
     PERFORM U010-AUSGABE

     MOVE W-ASOF-ZP1 TO H-ASOF-VON
     MOVE W-ASOF-ZP2 TO H-ASOF-BIS
     MOVE "N"        TO H-ASOF-TEST

     PERFORM S723-OPEN-ASOF-CURSOR
     PERFORM S724-FETCH-ASOF-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
**      ---> Stand zum ersten Stichtag merken
         MOVE W-ASOF-ZP1 TO H-ASOF-ZP
         PERFORM D729-ASOF-PROD-STAND
         MOVE W-ASOF-P-VERSION TO W-ASOF-ALT-VERSION
**      ---> Stand zum zweiten Stichtag
         MOVE W-ASOF-ZP2 TO H-ASOF-ZP
         PERFORM D729-ASOF-PROD-STAND
         IF  W-ASOF-P-VERSION NOT = W-ASOF-ALT-VERSION
             ADD 1 TO W-ASOF-ANZ
             MOVE SPACES             TO ZEILE
             MOVE H-ASOF-MODUL       TO ZEILE (2:8)
             IF  W-ASOF-ALT-VERSION = SPACES
                 MOVE "(neu)"        TO ZEILE (11:10)
             ELSE
                 MOVE W-ASOF-ALT-VERSION TO ZEILE (11:10)
             END-IF
             IF  W-ASOF-P-VERSION = SPACES
                 MOVE "(keine)"      TO ZEILE (23:10)
             ELSE
                 MOVE W-ASOF-P-VERSION   TO ZEILE (23:10)
                 IF  ASOF-P-RUECKBAU
                     MOVE "*"        TO ZEILE (33:1)
                 END-IF
                 MOVE W-ASOF-P-AM (1:16) TO ZEILE (35:16)
                 MOVE W-ASOF-P-VON       TO ZEILE (52:11)
                 MOVE W-ASOF-P-AUFTRAG   TO ZEILE (64:17)
             END-IF
             PERFORM U010-AUSGABE
         END-IF
         PERFORM S724-FETCH-ASOF-CURSOR
     END-PERFORM
     PERFORM S725-CLOSE-ASOF-CURSOR

     PERFORM U011-AUSGABE-SPACELINE
     IF  W-ASOF-ANZ = ZERO
         MOVE "  keine Aenderungen in Produktion im Zeitraum" TO ZEILE
     ELSE
         MOVE W-ASOF-ANZ TO W-ASOF-ANZ-ED
         MOVE SPACES TO ZEILE
         STRING  "  "                     DELIMITED BY SIZE
                 W-ASOF-ANZ-ED            DELIMITED BY SIZE
                 " Module geaendert"      DELIMITED BY SIZE
                 "  (* = per ROLLBACK auf Vorversion zurueckgebaut)"
                                          DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
     END-IF
     PERFORM U010-AUSGABE
     .
 D731-99.
     EXIT.

******************************************************************
* Stichtag W-ASOF-DATUM (JJJJ-MM-TT) und optionale Zeit
* W-ASOF-ZEIT (HH:MM) pruefen und als Zeitstempel JJJJ-MM-TT
* HH:MM:SS nach W-ASOF-TS stellen; ohne Zeit gilt das Tagesende
******************************************************************
 D732-ASOF-ZEITPUNKT SECTION.
 D732-00.
     SET ASOF-ZP-OK TO TRUE
     IF  W-ASOF-DATUM (5:1) NOT = "-"
     OR  W-ASOF-DATUM (8:1) NOT = "-"
     OR  W-ASOF-DATUM (1:4) NOT NUMERIC
     OR  W-ASOF-DATUM (6:2) NOT NUMERIC
     OR  W-ASOF-DATUM (9:2) NOT NUMERIC
     OR  W-ASOF-DATUM (6:2) < "01" OR W-ASOF-DATUM (6:2) > "12"
     OR  W-ASOF-DATUM (9:2) < "01" OR W-ASOF-DATUM (9:2) > "31"
         SET ASOF-ZP-NOK TO TRUE
     END-IF

     IF  W-ASOF-ZEIT = SPACES
         MOVE "23:59" TO W-ASOF-ZEIT
     ELSE
         IF  W-ASOF-ZEIT (3:1) NOT = ":"
         OR  W-ASOF-ZEIT (1:2) NOT NUMERIC
         OR  W-ASOF-ZEIT (4:2) NOT NUMERIC
         OR  W-ASOF-ZEIT (1:2) > "23"
         OR  W-ASOF-ZEIT (4:2) > "59"
             SET ASOF-ZP-NOK TO TRUE
         END-IF
     END-IF

     IF  ASOF-ZP-NOK
         MOVE SPACES TO ZEILE
         STRING  " Ungueltiger Stichtag "   DELIMITED BY SIZE
                 W-ASOF-DATUM               DELIMITED BY SPACE
                 " "                        DELIMITED BY SIZE
                 W-ASOF-ZEIT                DELIMITED BY SPACE
                 " - erwartet JJJJ-MM-TT [HH:MM]"
                                            DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

     MOVE SPACES TO W-ASOF-TS
     STRING  W-ASOF-DATUM   DELIMITED BY SIZE
             " "            DELIMITED BY SIZE
             W-ASOF-ZEIT    DELIMITED BY SIZE
             ":59"          DELIMITED BY SIZE
       INTO  W-ASOF-TS
     END-STRING
     .
 D732-99.
     EXIT.

******************************************************************
* Canary-Lauf (CANARY, s. C385): Stufenkette CO - MOD - CI - GET -
* DIFF mit dem Testmodul W-KAN-MODUL; scheitert eine Stufe der
* Kette, werden die folgenden Kettenstufen nur noch als "--"
* (ausgelassen) vermerkt. Index-Sicherung/Restore-Test (IDX),
* Testmail (MAIL) und Aufraeumen (CLN) laufen immer. Jede Stufe
* wird mit Dauer und Ergebnis in =SSFCANARY festgehalten (D735),
* zum Schluss die Gesamtzeile und ggf. der Alarm (D736)
******************************************************************
 D733-CANARY-LAUF SECTION.
 D733-00.
     PERFORM U030-TIMESTAMP
     MOVE TAL-TIME-D (1:14) TO W-KAN-LAUF

     MOVE ZERO   TO W-KAN-STOER-ANZ
                    W-KAN-GES-SEK
     MOVE SPACES TO W-KAN-STOER-TAB
                    W-KAN-BASIS-VERSION
                    W-KAN-VERSION
                    W-KAN-ARCH-VERSION
                    W-KAN-WORK-FILE
                    W-KAN-GET-FILE
                    W-KAN-MASTER-FILE
                    W-KAN-MAIL-AN
     MOVE SPACE  TO W-KAN-CI-FLAG
     SET KAN-GESAMT-OK
         KAN-WEITER
         KAN-NICHT-AUSGECHECKT TO TRUE
     MOVE W-KAN-MODUL     TO W-SOURCE

     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  " Canary-Lauf "     DELIMITED BY SIZE
             W-KAN-LAUF          DELIMITED BY SIZE
             " mit Testmodul "   DELIMITED BY SIZE
             W-KAN-MODUL         DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     MOVE " Stufe Erg  Dauer       Info" TO ZEILE
     PERFORM U010-AUSGABE
     MOVE " ----- ---  ----------  ----------------------------------"
         TO ZEILE
     PERFORM U010-AUSGABE

**  ---> die Kette
     PERFORM D740-KAN-CHECKOUT
     PERFORM D741-KAN-AENDERN
     PERFORM D742-KAN-CHECKIN
     PERFORM D743-KAN-GET
     PERFORM D744-KAN-DIFF

**  ---> unabhaengig vom Ausgang der Kette
     PERFORM D745-KAN-INDEX
     PERFORM D746-KAN-TESTMAIL
     PERFORM D747-KAN-AUFRAEUMEN

     PERFORM D736-KAN-GESAMT

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 D733-99.
     EXIT.

******************************************************************
* Canary-Stufe beginnen (W-KAN-STUFE-NR/W-KAN-STUFE gesetzt):
* Startzeit merken, Ergebnis vorbelegen; nach einem Kettenabbruch
* gilt eine weitere Kettenstufe als ausgelassen
******************************************************************
 D734-KAN-STUFE-START SECTION.
 D734-00.
     MOVE SPACES TO W-KAN-INFO
     MOVE ZERO   TO H-KAN-SCHNITT
     SET KAN-ERG-OK TO TRUE
     IF  KAN-ABBRUCH
     AND KAN-STUFE-KETTE
         SET KAN-ERG-AUSGELASSEN TO TRUE
         MOVE "nach Fehler einer frueheren Stufe ausgelassen"
           TO W-KAN-INFO
     END-IF

     PERFORM U030-TIMESTAMP
     COMPUTE W-KAN-START-SEK =
             (TAL-HH OF TAL-TIME-D * 3600)
           + (TAL-MI OF TAL-TIME-D * 60)
           +  TAL-SS OF TAL-TIME-D
     .
 D734-99.
     EXIT.

******************************************************************
* Canary-Stufe abschliessen: Dauer (Mitternachts-Ueberlauf
* abfangen), Vergleich mit dem Schnitt der erfolgreichen Laeufe
* der letzten K-KAN-TREND-TAGE Tage (ab K-KAN-MIN-LAEUFE Laeufen,
* Mindestdauer W-KAN-MIN-SEK, Schwelle W-KAN-FAKTOR Prozent) -
* "LZ" (Laufzeit) zaehlt wie ein Fehler, bricht die Kette aber
* nicht ab; Zeile in =SSFCANARY und Ausgabe
******************************************************************
 D735-KAN-STUFE-ENDE SECTION.
 D735-00.
     PERFORM U030-TIMESTAMP
     COMPUTE W-KAN-ENDE-SEK =
             (TAL-HH OF TAL-TIME-D * 3600)
           + (TAL-MI OF TAL-TIME-D * 60)
           +  TAL-SS OF TAL-TIME-D
     IF  W-KAN-ENDE-SEK < W-KAN-START-SEK
**      ---> Stufe ging ueber Mitternacht
         COMPUTE W-KAN-DAUER-SEK =
                 W-KAN-ENDE-SEK + 86400 - W-KAN-START-SEK
     ELSE
         COMPUTE W-KAN-DAUER-SEK =
                 W-KAN-ENDE-SEK - W-KAN-START-SEK
     END-IF
     ADD W-KAN-DAUER-SEK TO W-KAN-GES-SEK

**  ---> Laufzeit-Trend (nur fuer sonst erfolgreiche Stufen)
     MOVE ZERO TO H-KAN-SCHNITT H-KAN-HIST-ANZ
     IF  KAN-ERG-OK
         MOVE W-KAN-STUFE      TO H-KAN-STUFE
         MOVE W-KAN-MODUL      TO H-KAN-MODUL
         MOVE K-KAN-TREND-TAGE TO H-KAN-TAGE
         PERFORM S732-SELECT-CANARY-SCHNITT
         IF  H-KAN-HIST-ANZ  NOT < K-KAN-MIN-LAEUFE
         AND W-KAN-DAUER-SEK NOT < W-KAN-MIN-SEK
         AND W-KAN-DAUER-SEK * 100 > H-KAN-SCHNITT * W-KAN-FAKTOR
             SET KAN-ERG-LANGSAM TO TRUE
             MOVE W-KAN-DAUER-SEK TO W-KAN-DAUER-ED
             MOVE H-KAN-SCHNITT   TO W-KAN-SCHNITT-ED
             MOVE SPACES TO W-KAN-INFO
             STRING  "Laufzeit "        DELIMITED BY SIZE
                     W-KAN-DAUER-ED     DELIMITED BY SIZE
                     " Sek. gegen Schnitt "
                                        DELIMITED BY SIZE
                     W-KAN-SCHNITT-ED   DELIMITED BY SIZE
                     " Sek."            DELIMITED BY SIZE
               INTO  W-KAN-INFO
             END-STRING
         END-IF
     END-IF

**  ---> Fehler einer Kettenstufe bricht die Kette ab
     IF  KAN-ERG-FEHLER
     AND KAN-STUFE-KETTE
         SET KAN-ABBRUCH TO TRUE
     END-IF

**  ---> Stoerung fuer Gesamtergebnis und Alarm-Mail merken
     IF  KAN-ERG-FEHLER
     OR  KAN-ERG-LANGSAM
         SET KAN-GESAMT-NOK TO TRUE
         IF  W-KAN-STOER-ANZ < 10
             ADD 1 TO W-KAN-STOER-ANZ
             MOVE SPACES TO W-KAN-STOER-ZEILE (W-KAN-STOER-ANZ)
             STRING  W-KAN-STUFE      DELIMITED BY SPACE
                     " "              DELIMITED BY SIZE
                     W-KAN-ERGEBNIS   DELIMITED BY SIZE
                     ": "             DELIMITED BY SIZE
                     W-KAN-INFO       DELIMITED BY SIZE
               INTO  W-KAN-STOER-ZEILE (W-KAN-STOER-ANZ)
             END-STRING
         END-IF
     END-IF

     PERFORM U100-BEGIN
     PERFORM S731-INSERT-SSFCANARY
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         SET PRG-OK TO TRUE
     ELSE
         PERFORM U110-COMMIT
     END-IF

     MOVE W-KAN-DAUER-SEK TO W-KAN-DAUER-ED
     MOVE SPACES          TO ZEILE
     MOVE W-KAN-STUFE     TO ZEILE (2:4)
     MOVE W-KAN-ERGEBNIS  TO ZEILE (8:2)
     MOVE W-KAN-DAUER-ED  TO ZEILE (13:5)
     MOVE "Sek."          TO ZEILE (19:4)
     MOVE W-KAN-INFO      TO ZEILE (25:56)
     PERFORM U010-AUSGABE
     .
 D735-99.
     EXIT.

******************************************************************
* Canary-Gesamtzeile (STUFE_NR 99, Dauer = Summe der Stufen) und
* bei einer Stoerung Alarm-Mail an die heutige Bereitschaft
******************************************************************
 D736-KAN-GESAMT SECTION.
 D736-00.
     MOVE 99            TO W-KAN-STUFE-NR
     MOVE "GES"         TO W-KAN-STUFE
     MOVE W-KAN-GES-SEK TO W-KAN-DAUER-SEK
     MOVE ZERO          TO H-KAN-SCHNITT
     MOVE SPACES        TO W-KAN-INFO
     IF  KAN-GESAMT-OK
         SET KAN-ERG-OK TO TRUE
         MOVE "alle Stufen in Ordnung" TO W-KAN-INFO
     ELSE
         SET KAN-ERG-FEHLER TO TRUE
         PERFORM D748-KAN-EMPFAENGER
         MOVE W-KAN-STOER-ANZ TO W-KAN-ANZ-ED
         STRING  W-KAN-ANZ-ED       DELIMITED BY SIZE
                 " Stufe(n) gestoert - Alarm an "
                                    DELIMITED BY SIZE
                 W-KAN-MAIL-AN      DELIMITED BY SPACE
           INTO  W-KAN-INFO
         END-STRING
     END-IF

     PERFORM U100-BEGIN
     PERFORM S731-INSERT-SSFCANARY
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         SET PRG-OK TO TRUE
     ELSE
         PERFORM U110-COMMIT
     END-IF

     MOVE W-KAN-DAUER-SEK TO W-KAN-DAUER-ED
     MOVE " ----- ---  ----------  ----------------------------------"
         TO ZEILE
     PERFORM U010-AUSGABE
     MOVE SPACES          TO ZEILE
     MOVE W-KAN-STUFE     TO ZEILE (2:4)
     MOVE W-KAN-ERGEBNIS  TO ZEILE (8:2)
     MOVE W-KAN-DAUER-ED  TO ZEILE (13:5)
     MOVE "Sek."          TO ZEILE (19:4)
     MOVE W-KAN-INFO      TO ZEILE (25:56)
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE

     IF  KAN-GESAMT-NOK
         IF  W-KAN-MAIL-AN = SPACES
             MOVE " !!! Canary gestoert - kein Empfaenger fuer den"
                 TO ZEILE
             MOVE " Alarm (SSFONCALL/EKONTAKT) !!!" TO ZEILE (48:)
             PERFORM U010-AUSGABE
         ELSE
             PERFORM M575-MAIL-CANARY-ALARM
         END-IF
     END-IF
     .
 D736-99.
     EXIT.

******************************************************************
* Canary-Parameter: Testmodul (SVOL_SOURCE) und technischer User
* (SVOL_DEST) aus =SSPARM "CANARY"; Alarmschwelle in Prozent des
* Stufen-Schnitts (SVOL_SOURCE) und Mindestdauer in Sekunden
* (SVOL_DEST) aus =SSPARM "CANARYLZ", sonst die Vorgaben
******************************************************************
 D737-KAN-PARAMETER SECTION.
 D737-00.
     MOVE SPACES        TO W-KAN-MODUL W-KAN-TECH-USER
     MOVE K-KAN-FAKTOR  TO W-KAN-FAKTOR
     MOVE K-KAN-MIN-SEK TO W-KAN-MIN-SEK

     MOVE "CANARY" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  SSPRM-OK
         MOVE SVOL-SOURCE OF SSPARM (1:8)  TO W-KAN-MODUL
         MOVE SVOL-DEST   OF SSPARM (1:32) TO W-KAN-TECH-USER
     END-IF

     MOVE "CANARYLZ" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  SSPRM-OK
         IF  SVOL-SOURCE OF SSPARM (1:3) NUMERIC
         AND SVOL-SOURCE OF SSPARM (1:3) NOT < "100"
             MOVE SVOL-SOURCE OF SSPARM (1:3) TO W-KAN-FAKTOR
         END-IF
         IF  SVOL-DEST OF SSPARM (1:3) NUMERIC
             MOVE SVOL-DEST OF SSPARM (1:3) TO W-KAN-MIN-SEK
         END-IF
     END-IF
     .
 D737-99.
     EXIT.

******************************************************************
* CANARY LIST: die letzten K-KAN-LISTE-MAX Canary-Laeufe aus
* =SSFCANARY, je Lauf alle Stufen mit Dauer und Stufen-Schnitt
******************************************************************
 D738-CANARY-LISTE SECTION.
 D738-00.
     PERFORM U011-AUSGABE-SPACELINE
     MOVE " Canary-Laeufe (juengster zuerst)" TO ZEILE
     PERFORM U010-AUSGABE
     MOVE " Lauf            Stufe Erg  Dauer Schnitt  Info" TO ZEILE
     PERFORM U010-AUSGABE
     MOVE " --------------  ----- ---  ----- -------  ----------------"
         TO ZEILE
     PERFORM U010-AUSGABE

     MOVE ZERO   TO W-KAN-ANZ
     MOVE SPACES TO W-KAN-LAUF-ALT W-KAN-ZEILE
     PERFORM S735-OPEN-KAN-CURSOR
     PERFORM S736-FETCH-KAN-CURSOR
     PERFORM UNTIL KAN-EOD
         IF  LAUF OF SSFCANARY NOT = W-KAN-LAUF-ALT
             IF  W-KAN-ANZ NOT < K-KAN-LISTE-MAX
                 SET KAN-EOD TO TRUE
             ELSE
                 ADD 1 TO W-KAN-ANZ
                 MOVE LAUF OF SSFCANARY TO W-KAN-LAUF-ALT
                 IF  W-KAN-ANZ > 1
                     PERFORM U011-AUSGABE-SPACELINE
                 END-IF
             END-IF
         END-IF
         IF  KAN-OK
             MOVE SPACES TO ZEILE
             IF  W-KAN-ZEILE NOT = LAUF OF SSFCANARY
                 MOVE LAUF OF SSFCANARY TO ZEILE (2:14)
                 MOVE LAUF OF SSFCANARY TO W-KAN-ZEILE
             END-IF
             MOVE STUFE    OF SSFCANARY TO ZEILE (18:4)
             MOVE ERGEBNIS OF SSFCANARY TO ZEILE (24:2)
             MOVE DAUER-SEK   OF SSFCANARY TO W-KAN-DAUER-ED
             MOVE W-KAN-DAUER-ED        TO ZEILE (29:5)
             IF  SCHNITT-SEK OF SSFCANARY > ZERO
                 MOVE SCHNITT-SEK OF SSFCANARY TO W-KAN-SCHNITT-ED
                 MOVE W-KAN-SCHNITT-ED  TO ZEILE (37:5)
             END-IF
             MOVE INFO OF SSFCANARY (1:37) TO ZEILE (44:37)
             PERFORM U010-AUSGABE
             PERFORM S736-FETCH-KAN-CURSOR
         END-IF
     END-PERFORM
     PERFORM S737-CLOSE-KAN-CURSOR

     IF  W-KAN-ANZ = ZERO
         MOVE "  keine Canary-Laeufe vorhanden" TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     PERFORM U011-AUSGABE-SPACELINE
     .
 D738-99.
     EXIT.

******************************************************************
* Canary-Stufe 1 "CO": Testmodul muss eingecheckt sein (sonst
* liefe der Canary in einen fremden Checkout), juengste Archiv-
* Version als Basis merken, Checkout wie C117 (FKT-STARTUP-FILE)
******************************************************************
 D740-KAN-CHECKOUT SECTION.
 D740-00.
     MOVE 1    TO W-KAN-STUFE-NR
     MOVE "CO" TO W-KAN-STUFE
     PERFORM D734-KAN-STUFE-START

     MOVE W-KAN-MODUL TO SOURCE-MODUL OF SSAFE
     PERFORM S100-SELECT-SSAFE
     IF  SSF-EOD OR PRG-ABBRUCH
         SET PRG-OK         TO TRUE
         SET KAN-ERG-FEHLER TO TRUE
         MOVE "Testmodul nicht in SSAFE" TO W-KAN-INFO
         PERFORM D735-KAN-STUFE-ENDE
         EXIT SECTION
     END-IF
     IF  SOURCE-STATUS OF SSAFE NOT = "CI"
         SET KAN-ERG-FEHLER TO TRUE
         STRING  "Testmodul nicht eingecheckt (Status "
                                        DELIMITED BY SIZE
                 SOURCE-STATUS OF SSAFE DELIMITED BY SIZE
                 ")"                    DELIMITED BY SIZE
           INTO  W-KAN-INFO
         END-STRING
         PERFORM D735-KAN-STUFE-ENDE
         EXIT SECTION
     END-IF

     MOVE W-KAN-MODUL TO W-KOMP-MEMBER
     PERFORM S787-SELECT-KOMP-NEWEST
     MOVE W-KOMP-VERS-CHK TO W-KAN-BASIS-VERSION

     MOVE W-KAN-MODUL TO W-SOURCE
     MOVE W-SOURCE    TO SOURCE-FILE-NAME
     SET FKT-STARTUP-FILE TO TRUE
     PERFORM C110-CHECKOUT
     SET PRG-OK TO TRUE
     MOVE W-KAN-MODUL TO SOURCE-MODUL OF SSAFE
     PERFORM S100-SELECT-SSAFE
     IF  SSF-EOD
     OR  SOURCE-STATUS OF SSAFE NOT = "CO"
         SET PRG-OK         TO TRUE
         SET KAN-ERG-FEHLER TO TRUE
         MOVE "Checkout fehlgeschlagen" TO W-KAN-INFO
         PERFORM D735-KAN-STUFE-ENDE
         EXIT SECTION
     END-IF
     SET KAN-AUSGECHECKT TO TRUE

**  ---> Arbeitskopie im Checkout-Subvolume
     MOVE "CHECKOUT" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     MOVE SPACES TO W-KAN-WORK-FILE
     STRING  SOURCE-FILE-VOL       DELIMITED BY SPACE
             "."                   DELIMITED BY SIZE
             SVOL-DEST OF SSPARM   DELIMITED BY SPACE
             "."                   DELIMITED BY SIZE
             W-KAN-MODUL           DELIMITED BY SPACE
       INTO  W-KAN-WORK-FILE
     END-STRING
     STRING  "Basis "              DELIMITED BY SIZE
             W-KAN-BASIS-VERSION   DELIMITED BY SPACE
       INTO  W-KAN-INFO
     END-STRING
     PERFORM D735-KAN-STUFE-ENDE
     .
 D740-99.
     EXIT.

******************************************************************
* Canary-Stufe 2 "MOD": Arbeitskopie per Versionskopf-Pflege (D545)
* veraendern - neue Version mit datiertem Canary-Eintrag, passiert
* damit auch das Versionskopf-Gate des CHECKIN
******************************************************************
 D741-KAN-AENDERN SECTION.
 D741-00.
     MOVE 2     TO W-KAN-STUFE-NR
     MOVE "MOD" TO W-KAN-STUFE
     PERFORM D734-KAN-STUFE-START
     IF  KAN-ERG-AUSGELASSEN
         PERFORM D735-KAN-STUFE-ENDE
         EXIT SECTION
     END-IF

     MOVE W-KAN-WORK-FILE     TO W-VK-FILE
     MOVE W-KAN-BASIS-VERSION TO W-VK-BASIS
     MOVE SPACES TO W-VK-TEXT
     STRING  "Canary-Lauf "   DELIMITED BY SIZE
             W-KAN-LAUF       DELIMITED BY SIZE
       INTO  W-VK-TEXT
     END-STRING
     PERFORM D545-VERSIONSKOPF-PFLEGE
     SET PRG-OK TO TRUE
     IF  NOT VK-OK
         SET KAN-ERG-FEHLER TO TRUE
         MOVE "Versionskopf der Arbeitskopie nicht pflegbar"
           TO W-KAN-INFO
     ELSE
         MOVE W-VK-NEU-VERSION TO W-KAN-VERSION
         STRING  "neue Version "  DELIMITED BY SIZE
                 W-KAN-VERSION    DELIMITED BY SPACE
           INTO  W-KAN-INFO
         END-STRING
     END-IF
     PERFORM D735-KAN-STUFE-ENDE
     .
 D741-99.
     EXIT.

******************************************************************
* Canary-Stufe 3 "CI": CHECKIN der geaenderten Arbeitskopie im
* Batch-Modus (wie C117), Reviewer = technischer User selbst - die
* Review-Obligation wird beim Aufraeumen wieder entfernt (D747)
******************************************************************
 D742-KAN-CHECKIN SECTION.
 D742-00.
     MOVE 3    TO W-KAN-STUFE-NR
     MOVE "CI" TO W-KAN-STUFE
     PERFORM D734-KAN-STUFE-START
     IF  KAN-ERG-AUSGELASSEN
         PERFORM D735-KAN-STUFE-ENDE
         EXIT SECTION
     END-IF

     MOVE SPACES TO W-CI-KOMMENTAR
     STRING  "Canary-Lauf "   DELIMITED BY SIZE
             W-KAN-LAUF       DELIMITED BY SIZE
             " (technisch)"   DELIMITED BY SIZE
       INTO  W-CI-KOMMENTAR
     END-STRING
     MOVE P-USER-NAME (1:16) TO W-REVIEW-PRUEFER
     MOVE W-KAN-MODUL        TO W-SOURCE

     INITIALIZE FUP-COMMANDS
     MOVE W-KAN-WORK-FILE TO SOURCE-FILE
     SET CHECKIN-NEXT        TO TRUE
     SET CHECKIN-BATCH-AKTIV TO TRUE
     PERFORM C107-CHECKIN-COMMIT-FILE
     SET CHECKIN-BATCH-INAKTIV TO TRUE
     MOVE SPACES TO W-CI-KOMMENTAR
     MOVE SPACES TO W-REVIEW-PRUEFER
     SET PRG-OK TO TRUE

     IF  NOT W-CI-COMMIT-OK
         SET KAN-ERG-FEHLER TO TRUE
         MOVE "CHECKIN fehlgeschlagen"
           TO W-KAN-INFO
         PERFORM D735-KAN-STUFE-ENDE
         EXIT SECTION
     END-IF
     SET KAN-EINGECHECKT TO TRUE

**  ---> neuer Master im Checkin-Subvolume (Vergleich in D744)
     MOVE "CHECKIN" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     MOVE SPACES TO W-KAN-MASTER-FILE
     STRING  SOURCE-FILE-VOL       DELIMITED BY SPACE
             "."                   DELIMITED BY SIZE
             SVOL-DEST OF SSPARM   DELIMITED BY SPACE
             "."                   DELIMITED BY SIZE
             W-KAN-MODUL           DELIMITED BY SPACE
       INTO  W-KAN-MASTER-FILE
     END-STRING

     MOVE W-KAN-MODUL TO SOURCE-MODUL OF SSAFE
     PERFORM S100-SELECT-SSAFE
     IF  SSF-EOD
     OR  SOURCE-STATUS OF SSAFE NOT = "CI"
         SET PRG-OK         TO TRUE
         SET KAN-ERG-FEHLER TO TRUE
         MOVE "nach CHECKIN Status in SSAFE nicht CI" TO W-KAN-INFO
     END-IF
     PERFORM D735-KAN-STUFE-ENDE
     .
 D742-99.
     EXIT.

******************************************************************
* Canary-Stufe 4 "GET": juengste archivierte Version per SSFCOU0M
* "CS" holen - GET mit Inhalts-Pruefsumme, RC 9998 = Archivinhalt
* korrupt; die Archivierung laeuft asynchron, die juengste Version
* muss also noch nicht die eben eingecheckte sein (s. D744)
******************************************************************
 D743-KAN-GET SECTION.
 D743-00.
     MOVE 4     TO W-KAN-STUFE-NR
     MOVE "GET" TO W-KAN-STUFE
     PERFORM D734-KAN-STUFE-START
     IF  KAN-ERG-AUSGELASSEN
         PERFORM D735-KAN-STUFE-ENDE
         EXIT SECTION
     END-IF

     MOVE W-KAN-MODUL TO W-KOMP-MEMBER
     PERFORM S787-SELECT-KOMP-NEWEST
     MOVE W-KOMP-VERS-CHK TO W-KAN-ARCH-VERSION
     IF  W-KAN-ARCH-VERSION = SPACES
         SET KAN-ERG-FEHLER TO TRUE
         MOVE "keine archivierte Version in SSFRARCH" TO W-KAN-INFO
         PERFORM D735-KAN-STUFE-ENDE
         EXIT SECTION
     END-IF

     MOVE "CS"               TO COU-LINK-CMD
     MOVE ZERO               TO COU-LINK-RC
     MOVE SPACES             TO COU-LINK-REP-FILE
     MOVE W-KAN-MODUL        TO COU-LINK-REP-FILE
     MOVE ZERO TO C4-I1
     INSPECT COU-LINK-REP-FILE TALLYING C4-I1
         FOR CHARACTERS BEFORE INITIAL SPACE
     MOVE C4-I1              TO COU-LINK-REP-FILE-LEN
     MOVE "-V"               TO COU-LINK-OPTION
     MOVE SPACES             TO COU-LINK-OPTVAL
     MOVE W-KAN-ARCH-VERSION TO COU-LINK-OPTVAL
     SET RZ-MOD-COU TO TRUE
     PERFORM E358-RZ-MODUL-START
     CALL "SSFCOU0M" USING COU-LINK-REC
     PERFORM E359-RZ-MODUL-STOP

**  ---> die geholte Datei liegt unter dem Modulnamen im Default-
**       Subvolume der Sitzung
     MOVE SPACES TO W-KAN-GET-FILE
     STRING  SOURCE-FILE-VOL       DELIMITED BY SPACE
             "."                   DELIMITED BY SIZE
             SOURCE-FILE-SUBVOL    DELIMITED BY SPACE
             "."                   DELIMITED BY SIZE
             W-KAN-MODUL           DELIMITED BY SPACE
       INTO  W-KAN-GET-FILE
     END-STRING

     EVALUATE TRUE
         WHEN COU-LINK-RC = 9998
             SET KAN-ERG-FEHLER TO TRUE
             STRING  "Pruefsummenfehler in Version "
                                          DELIMITED BY SIZE
                     W-KAN-ARCH-VERSION   DELIMITED BY SPACE
               INTO  W-KAN-INFO
             END-STRING
         WHEN COU-LINK-RC NOT = ZERO
             SET KAN-ERG-FEHLER TO TRUE
             MOVE COU-LINK-RC TO D-NUM4
             STRING  "GET fehlgeschlagen, RC="
                                          DELIMITED BY SIZE
                     D-NUM4               DELIMITED BY SIZE
               INTO  W-KAN-INFO
             END-STRING
         WHEN COU-LINK-SIG-LINES NOT > ZERO
             SET KAN-ERG-FEHLER TO TRUE
             MOVE "GET lieferte leeren Inhalt" TO W-KAN-INFO
         WHEN OTHER
             MOVE COU-LINK-SIG-LINES TO W-KAN-ANZ-ED
             STRING  "Version "           DELIMITED BY SIZE
                     W-KAN-ARCH-VERSION   DELIMITED BY SPACE
                     ", "                 DELIMITED BY SIZE
                     W-KAN-ANZ-ED         DELIMITED BY SIZE
                     " Zeilen, Pruefsumme ok"
                                          DELIMITED BY SIZE
               INTO  W-KAN-INFO
             END-STRING
     END-EVALUATE
     PERFORM D735-KAN-STUFE-ENDE
     .
 D743-99.
     EXIT.

******************************************************************
* Canary-Stufe 5 "DIFF": geholte Archiv-Version gegen den neuen
* Master (D240). Ist die eben eingecheckte Version schon
* archiviert, muessen beide gleich sein; sonst (Archivierung
* ausstehend) muss sich der Master gegenueber dem Archivstand
* geaendert haben
******************************************************************
 D744-KAN-DIFF SECTION.
 D744-00.
     MOVE 5      TO W-KAN-STUFE-NR
     MOVE "DIFF" TO W-KAN-STUFE
     PERFORM D734-KAN-STUFE-START
     IF  KAN-ERG-AUSGELASSEN
         PERFORM D735-KAN-STUFE-ENDE
         EXIT SECTION
     END-IF

     MOVE W-KAN-GET-FILE    TO W-DIFF-FILE-1
     MOVE W-KAN-MASTER-FILE TO W-DIFF-FILE-2
     PERFORM D240-COMPARE-FILES

     MOVE W-DIFF-COUNT TO W-KAN-ANZ-ED
     EVALUATE TRUE
         WHEN W-DIFF-LINE = ZERO
             SET KAN-ERG-FEHLER TO TRUE
             MOVE "Archivstand/Master nicht lesbar" TO W-KAN-INFO
         WHEN W-KAN-ARCH-VERSION = W-KAN-VERSION
          AND W-DIFF-COUNT > ZERO
             SET KAN-ERG-FEHLER TO TRUE
             STRING  "Archiv weicht vom Master ab ("
                                          DELIMITED BY SIZE
                     W-KAN-ANZ-ED         DELIMITED BY SIZE
                     " Zeilen)"           DELIMITED BY SIZE
               INTO  W-KAN-INFO
             END-STRING
         WHEN W-KAN-ARCH-VERSION = W-KAN-VERSION
             MOVE "Archiv und Master identisch" TO W-KAN-INFO
         WHEN W-DIFF-COUNT = ZERO
             SET KAN-ERG-FEHLER TO TRUE
             MOVE "Master nach CHECKIN unveraendert" TO W-KAN-INFO
         WHEN OTHER
             STRING  "Archivierung ausstehend, "
                                          DELIMITED BY SIZE
                     W-KAN-ANZ-ED         DELIMITED BY SIZE
                     " Zeilen neu gegen " DELIMITED BY SIZE
                     W-KAN-ARCH-VERSION   DELIMITED BY SPACE
               INTO  W-KAN-INFO
             END-STRING
     END-EVALUATE
     PERFORM D735-KAN-STUFE-ENDE
     .
 D744-99.
     EXIT.

******************************************************************
* Canary-Stufe 6 "IDX": Index-Sicherung des Testmoduls und
* Restore-Selbsttest per SSFRCI0M "SI"/"TI" (wie RARDRV0O/C100)
******************************************************************
 D745-KAN-INDEX SECTION.
 D745-00.
     MOVE 6     TO W-KAN-STUFE-NR
     MOVE "IDX" TO W-KAN-STUFE
     PERFORM D734-KAN-STUFE-START

     INITIALIZE RCI-LINK-REC
     MOVE "SI"        TO RCI-LINK-CMD
     MOVE ZERO        TO RCI-LINK-RC
     MOVE W-KAN-MODUL TO RCI-LINK-REP-FILE
     MOVE ZERO        TO RCI-LINK-REP-FILE-LEN
     MOVE ZERO        TO RCI-LINK-REST-DATUM
     CALL "SSFRCI0M" USING RCI-LINK-REC
     IF  RCI-LINK-RC NOT = ZERO
         SET KAN-ERG-FEHLER TO TRUE
         MOVE RCI-LINK-RC TO D-NUM4
         STRING  "Index-Sicherung fehlgeschlagen, RC="
                                   DELIMITED BY SIZE
                 D-NUM4            DELIMITED BY SIZE
           INTO  W-KAN-INFO
         END-STRING
         PERFORM D735-KAN-STUFE-ENDE
         EXIT SECTION
     END-IF

     INITIALIZE RCI-LINK-REC
     MOVE "TI"        TO RCI-LINK-CMD
     MOVE ZERO        TO RCI-LINK-RC
     MOVE W-KAN-MODUL TO RCI-LINK-REP-FILE
     MOVE ZERO        TO RCI-LINK-REP-FILE-LEN
     MOVE ZERO        TO RCI-LINK-REST-DATUM
     CALL "SSFRCI0M" USING RCI-LINK-REC
     EVALUATE RCI-LINK-RC
         WHEN ZERO
             MOVE "Index gesichert, Restore-Test ok" TO W-KAN-INFO
         WHEN 100
             SET KAN-ERG-FEHLER TO TRUE
             MOVE "Restore-Test: Satzzahl Sicherung/Tabelle weicht ab"
               TO W-KAN-INFO
         WHEN OTHER
             SET KAN-ERG-FEHLER TO TRUE
             MOVE RCI-LINK-RC TO D-NUM4
             STRING  "Restore-Test fehlgeschlagen, RC="
                                       DELIMITED BY SIZE
                     D-NUM4            DELIMITED BY SIZE
               INTO  W-KAN-INFO
             END-STRING
     END-EVALUATE
     PERFORM D735-KAN-STUFE-ENDE
     .
 D745-99.
     EXIT.

******************************************************************
* Canary-Stufe 7 "MAIL": Testmail an die heutige Bereitschaft -
* prueft Dienstplan, Kontaktzeile und Mail-Ausgabe
******************************************************************
 D746-KAN-TESTMAIL SECTION.
 D746-00.
     MOVE 7      TO W-KAN-STUFE-NR
     MOVE "MAIL" TO W-KAN-STUFE
     PERFORM D734-KAN-STUFE-START

     PERFORM D748-KAN-EMPFAENGER
     IF  W-KAN-MAIL-AN = SPACES
         SET KAN-ERG-FEHLER TO TRUE
         MOVE "kein Empfaenger (SSFONCALL/EKONTAKT)" TO W-KAN-INFO
         PERFORM D735-KAN-STUFE-ENDE
         EXIT SECTION
     END-IF

     PERFORM M574-MAIL-CANARY-TEST
     IF  REF-TABS-NOK
         SET KAN-ERG-FEHLER TO TRUE
         MOVE "Kontaktzeile SRCSAFE in EKONTAKT fehlt" TO W-KAN-INFO
     ELSE
         STRING  "Testmail an "    DELIMITED BY SIZE
                 W-KAN-MAIL-AN     DELIMITED BY SPACE
           INTO  W-KAN-INFO
         END-STRING
     END-IF
     PERFORM D735-KAN-STUFE-ENDE
     .
 D746-99.
     EXIT.

******************************************************************
* Canary-Stufe 8 "CLN": haengenden Checkout abraeumen (D546), die
* geholte Archiv-Datei loeschen (und pruefen, dass sie weg ist),
* die Review-Obligation des Canary-CHECKIN entfernen und alte
* =SSFCANARY-Zeilen (K-KAN-HALTE-TAGE) loeschen
******************************************************************
 D747-KAN-AUFRAEUMEN SECTION.
 D747-00.
     MOVE 8     TO W-KAN-STUFE-NR
     MOVE "CLN" TO W-KAN-STUFE
     PERFORM D734-KAN-STUFE-START

**  ---> ausgecheckt, aber nicht wieder eingecheckt
     IF  KAN-AUSGECHECKT
     AND NOT KAN-EINGECHECKT
         MOVE "CHECKOUT" TO AKTION OF SSPARM
         PERFORM S300-SELECT-SSPARM
         MOVE W-KAN-MODUL TO W-SOURCE
         PERFORM D546-MASSCHG-RELEASE-ONE
         SET PRG-OK TO TRUE
         MOVE W-KAN-MODUL TO SOURCE-MODUL OF SSAFE
         PERFORM S100-SELECT-SSAFE
         IF  SSF-EOD
         OR  SOURCE-STATUS OF SSAFE NOT = "CI"
             SET PRG-OK         TO TRUE
             SET KAN-ERG-FEHLER TO TRUE
             MOVE "Checkout des Testmoduls nicht freigegeben"
               TO W-KAN-INFO
         END-IF
     END-IF

**  ---> geholte Archiv-Datei
     IF  W-KAN-GET-FILE NOT = SPACES
         INITIALIZE FUP-COMMANDS
         MOVE 1 TO FUP-COMMANDS-ANZ
         MOVE "ALLOW 10 ERRORS, 10 WARNINGS" TO FUP-COMMAND (1)
         ADD 1 TO FUP-COMMANDS-ANZ
         STRING  " PURGE "        DELIMITED BY SIZE
                 W-KAN-GET-FILE   DELIMITED BY SPACE
                 " !"             DELIMITED BY SIZE
           INTO FUP-COMMAND (FUP-COMMANDS-ANZ)
         END-STRING
         PERFORM E150-OBEY-FUP
         SET PRG-OK TO TRUE
         MOVE W-KAN-GET-FILE TO T-FNAME
         PERFORM E120-FILE-INFO
         IF  T-ERROR = ZERO
             SET KAN-ERG-FEHLER TO TRUE
             MOVE SPACES TO W-KAN-INFO
             STRING  "Datei "         DELIMITED BY SIZE
                     W-KAN-GET-FILE   DELIMITED BY SPACE
                     " nicht geloescht"
                                      DELIMITED BY SIZE
               INTO  W-KAN-INFO
             END-STRING
         END-IF
     END-IF

**  ---> Review-Obligation und alte Canary-Zeilen
     MOVE W-KAN-MODUL       TO H-KAN-MODUL
     MOVE P-USER-NAME       TO H-KAN-USER
     MOVE K-KAN-HALTE-TAGE  TO H-KAN-TAGE
     PERFORM U100-BEGIN
     PERFORM S733-DELETE-CANARY-REVIEW
     IF  NOT PRG-ABBRUCH
         PERFORM S734-DELETE-SSFCANARY-ALT
     END-IF
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         SET PRG-OK         TO TRUE
         SET KAN-ERG-FEHLER TO TRUE
         MOVE "Aufraeumen in SSFREVIEW/SSFCANARY fehlgeschlagen"
           TO W-KAN-INFO
     ELSE
         PERFORM U110-COMMIT
     END-IF

     IF  KAN-ERG-OK
         MOVE "Arbeitsdateien und Review-Obligation entfernt"
           TO W-KAN-INFO
     END-IF
     PERFORM D735-KAN-STUFE-ENDE
     .
 D747-99.
     EXIT.

******************************************************************
* Empfaenger fuer Canary-Testmail/-Alarm: heutiger Slot der
* ANWENDUNG SRCSAFE im Dienstplan =SSFONCALL (Wochentag wie
* PHDDRV1O/C320, leere Primaer-Adresse -> Backup), ohne Slot die
* erste Adresse der SRCSAFE-Kontaktzeile
******************************************************************
 D748-KAN-EMPFAENGER SECTION.
 D748-00.
     MOVE SPACES TO W-KAN-MAIL-AN

     PERFORM U030-TIMESTAMP
     MOVE TAL-JHJJMMTT OF TAL-TIME-D TO H-KAN-DATUM-N
     COMPUTE H-KAN-TAG =
         FUNCTION MOD (FUNCTION INTEGER-OF-DATE (H-KAN-DATUM-N) - 1
                      ,7) + 1
     MOVE K-MODUL TO H-KAN-ANW
     PERFORM S738-SELECT-KAN-ONCALL
     IF  H-KAN-PRIMAER NOT = SPACES
         MOVE H-KAN-PRIMAER TO W-KAN-MAIL-AN
     ELSE
         MOVE H-KAN-BACKUP  TO W-KAN-MAIL-AN
     END-IF

     IF  W-KAN-MAIL-AN = SPACES
         MOVE K-MODUL TO MODUL OF EKONTAKT
         MOVE ZERO    TO MDNR  OF EKONTAKT
                         TSNR  OF EKONTAKT
         PERFORM S790-SELECT-EKONTAKT
         IF  REF-TABS-OK
             MOVE SPACE TO ADRESSEN
             UNSTRING EMAIL-TO OF EKONTAKT DELIMITED BY SPACE OR ";"
                 INTO ADR-1
                      ADR-2
                      ADR-3
             END-UNSTRING
             MOVE ADR-1 TO W-KAN-MAIL-AN
         END-IF
     END-IF
     .
 D748-99.
     EXIT.

******************************************************************
* Umzubuchende Versionen sammeln (AUFTRAG, s. C392): MOVE genau
* die eine Version, SPLIT je genanntem Modul alle Versionen unter
* dem alten Auftrag (ein Modul ohne solche Versionen sperrt die
* Umbuchung), MERGE alle Versionen des alten Auftrags
******************************************************************
 D750-AUF-VERSIONEN SECTION.
 D750-00.
     MOVE ZERO      TO W-AUF-VERS-ANZ
     MOVE ZERO      TO W-AUF-SPERR-ANZ
     SET AUF-TAB-OK TO TRUE
     MOVE W-AUF-ALT TO H-AUF-ALT

     EVALUATE TRUE
         WHEN AUF-MOVE
             MOVE W-AUF-MODUL   TO H-AUF-MODUL
             MOVE W-AUF-VERSION TO H-AUF-VERSION
             PERFORM D751-AUF-VERSIONEN-LESEN
         WHEN AUF-SPLIT
             MOVE SPACES TO H-AUF-VERSION
             PERFORM VARYING W-AUF-MOD-IX FROM 1 BY 1
                     UNTIL   W-AUF-MOD-IX > W-AUF-MOD-ANZ
                 MOVE W-AUF-MOD (W-AUF-MOD-IX) TO H-AUF-MODUL
                 MOVE W-AUF-VERS-ANZ TO W-AUF-VORHER-ANZ
                 PERFORM D751-AUF-VERSIONEN-LESEN
                 IF  W-AUF-VERS-ANZ = W-AUF-VORHER-ANZ
                     ADD 1 TO W-AUF-SPERR-ANZ
                     MOVE SPACES TO ZEILE
                     STRING  " Modul "          DELIMITED BY SIZE
                             H-AUF-MODUL        DELIMITED BY SPACE
                             ": keine Version unter Auftrag "
                                                DELIMITED BY SIZE
                             W-AUF-ALT          DELIMITED BY SPACE
                       INTO  ZEILE
                     END-STRING
                     PERFORM U010-AUSGABE
                 END-IF
             END-PERFORM
         WHEN OTHER
             MOVE SPACES TO H-AUF-MODUL
             MOVE SPACES TO H-AUF-VERSION
             PERFORM D751-AUF-VERSIONEN-LESEN
     END-EVALUATE
     .
 D750-99.
     EXIT.

******************************************************************
* Versionen zum Auftrag H-AUF-ALT (Filter H-AUF-MODUL bzw.
* H-AUF-VERSION, Blank = alle) an die Tabelle anhaengen; passt
* nicht alles hinein, wird AUF-TAB-VOLL gesetzt
******************************************************************
 D751-AUF-VERSIONEN-LESEN SECTION.
 D751-00.
     PERFORM S743-OPEN-AUF-CURSOR
     IF  AUF-OK
         PERFORM S744-FETCH-AUF-CURSOR
     END-IF
     PERFORM UNTIL AUF-EOD
         IF  W-AUF-VERS-ANZ < K-AUF-VERS-MAX
             ADD 1 TO W-AUF-VERS-ANZ
             MOVE SOURCE-MODUL OF SSFRARCH
                               TO W-AUF-V-MODUL   (W-AUF-VERS-ANZ)
             MOVE VERSION      OF SSFRARCH
                               TO W-AUF-V-VERSION (W-AUF-VERS-ANZ)
         ELSE
             SET AUF-TAB-VOLL TO TRUE
         END-IF
         PERFORM S744-FETCH-AUF-CURSOR
     END-PERFORM
     PERFORM S745-CLOSE-AUF-CURSOR
     .
 D751-99.
     EXIT.

******************************************************************
* Sperren der Umbuchung pruefen und alle Gruende listen (zaehlt
* W-AUF-SPERR-ANZ hoch): je Modul ein noch nicht erfolgreich
* gelaufener Release-Zug und ein aktiver Legal Hold (D840), je
* Version ein ROLLBACK des alten Auftrags nach ihrer Archivierung
******************************************************************
 D752-AUF-SPERREN SECTION.
 D752-00.
     MOVE SPACES TO H-AUF-RB-MUSTER
     STRING  "Auftrags-Rueckbau "   DELIMITED BY SIZE
             W-AUF-ALT              DELIMITED BY SPACE
             ":"                    DELIMITED BY SIZE
       INTO  H-AUF-RB-MUSTER
     END-STRING
     INSPECT H-AUF-RB-MUSTER CONVERTING SPACE TO "%"

     MOVE SPACES TO W-AUF-VORIG-MODUL
     PERFORM VARYING W-AUF-IX FROM 1 BY 1
             UNTIL   W-AUF-IX > W-AUF-VERS-ANZ
         MOVE W-AUF-V-MODUL   (W-AUF-IX) TO H-AUF-MODUL
         MOVE W-AUF-V-VERSION (W-AUF-IX) TO H-AUF-VERSION

**      ---> je Modul einmal: Release-Zug und Legal Hold
         IF  H-AUF-MODUL NOT = W-AUF-VORIG-MODUL
             MOVE H-AUF-MODUL TO W-AUF-VORIG-MODUL
             PERFORM S746-COUNT-AUF-ZUG
             IF  H-AUF-ANZ > ZERO
                 ADD 1 TO W-AUF-SPERR-ANZ
                 MOVE SPACES TO ZEILE
                 STRING  " Modul "             DELIMITED BY SIZE
                         H-AUF-MODUL           DELIMITED BY SPACE
                         " steht in einem offenen Release-Zug"
                                               DELIMITED BY SIZE
                         " (LIST TRAIN)"       DELIMITED BY SIZE
                   INTO  ZEILE
                 END-STRING
                 PERFORM U010-AUSGABE
             END-IF
             MOVE H-AUF-MODUL TO H-HOLD-MODUL
             SET HOLD-ZIEL-UMBUCHUNG TO TRUE
             PERFORM D840-CHECK-LEGAL-HOLD
             IF  HOLD-GESPERRT
                 ADD 1 TO W-AUF-SPERR-ANZ
             END-IF
         END-IF

**      ---> je Version: schon per ROLLBACK zurueckgebaut
         PERFORM S747-COUNT-AUF-RUECKBAU
         IF  H-AUF-ANZ > ZERO
             ADD 1 TO W-AUF-SPERR-ANZ
             MOVE SPACES TO ZEILE
             STRING  " Version "           DELIMITED BY SIZE
                     H-AUF-VERSION         DELIMITED BY SPACE
                     " von "               DELIMITED BY SIZE
                     H-AUF-MODUL           DELIMITED BY SPACE
                     " ist Teil von ROLLBACK " DELIMITED BY SIZE
                     W-AUF-ALT             DELIMITED BY SPACE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
         END-IF
     END-PERFORM
     .
 D752-99.
     EXIT.

******************************************************************
* Vorschau der Umbuchung (AUFTRAG, s. C392): alt -> neu und die
* betroffenen Versionen
******************************************************************
 D753-AUF-VORSCHAU SECTION.
 D753-00.
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  " Auftrag umbuchen: "  DELIMITED BY SIZE
             W-AUF-ALT              DELIMITED BY SPACE
             " -> "                 DELIMITED BY SIZE
             W-AUF-NEU              DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     MOVE SPACES TO ZEILE
     STRING  " Grund: "             DELIMITED BY SIZE
             W-AUF-GRUND            DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     PERFORM VARYING W-AUF-IX FROM 1 BY 1
             UNTIL   W-AUF-IX > W-AUF-VERS-ANZ
         MOVE SPACES TO ZEILE
         STRING  "   "                        DELIMITED BY SIZE
                 W-AUF-V-MODUL   (W-AUF-IX)   DELIMITED BY SIZE
                 "  "                         DELIMITED BY SIZE
                 W-AUF-V-VERSION (W-AUF-IX)   DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-PERFORM
     .
 D753-99.
     EXIT.

******************************************************************
* Umbuchung ausfuehren - alle Versionen in EINER Transaktion; bei
* einem Fehler wird komplett zurueckgesetzt
******************************************************************
 D754-AUF-UMBUCHEN SECTION.
 D754-00.
     MOVE W-AUF-ALT TO H-AUF-ALT
     MOVE W-AUF-NEU TO H-AUF-NEU
     MOVE ZERO      TO W-AUF-LINK-ANZ
     MOVE SPACES    TO W-AUF-VORIG-MODUL

     PERFORM U100-BEGIN
     PERFORM VARYING W-AUF-IX FROM 1 BY 1
             UNTIL   W-AUF-IX > W-AUF-VERS-ANZ
                OR   PRG-ABBRUCH
         PERFORM D755-AUF-VERSION
     END-PERFORM
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         MOVE " >>!! Fehler beim Umbuchen - es wurde nichts geaendert"
             TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     MOVE W-AUF-VERS-ANZ TO W-AUF-ANZ-ED
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  " OK: "                DELIMITED BY SIZE
             W-AUF-ANZ-ED           DELIMITED BY SIZE
             " Version(en) von "    DELIMITED BY SIZE
             W-AUF-ALT              DELIMITED BY SPACE
             " nach "               DELIMITED BY SIZE
             W-AUF-NEU              DELIMITED BY SPACE
             " umgebucht"           DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D754-99.
     EXIT.

******************************************************************
* Eine Version umbuchen (s. D754): Archiv, Test-Umgebung,
* Incidents und Auftrags-Link, dann =SSPROT - der Grund einmal je
* Modul, alt/neu je Version (Aktion "AU")
******************************************************************
 D755-AUF-VERSION SECTION.
 D755-00.
     MOVE W-AUF-V-MODUL   (W-AUF-IX) TO H-AUF-MODUL
     MOVE W-AUF-V-VERSION (W-AUF-IX) TO H-AUF-VERSION

     PERFORM S748-UPDATE-AUF-TABELLEN
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF
     IF  W-AUF-ALT NOT = SPACES
         PERFORM S749-UPDATE-AUF-ABNAHME
         IF  PRG-ABBRUCH
             EXIT SECTION
         END-IF
     END-IF

     MOVE H-AUF-MODUL TO SOURCE-MODUL OF SSPROT
     MOVE "AU"        TO AKTION       OF SSPROT
     MOVE "NO"        TO KZ-FREIGABE  OF SSPROT
     MOVE P-USER-NAME TO GROUP-USER   OF SSPROT
     IF  H-AUF-MODUL NOT = W-AUF-VORIG-MODUL
         MOVE H-AUF-MODUL TO W-AUF-VORIG-MODUL
         MOVE SPACES      TO KOMMENTAR OF SSPROT
         STRING  "Auftrag umgebucht, Grund: " DELIMITED BY SIZE
                 W-AUF-GRUND                  DELIMITED BY SIZE
           INTO  KOMMENTAR OF SSPROT
         END-STRING
         PERFORM S200-INSERT-SSPROT
         IF  PRG-ABBRUCH
             EXIT SECTION
         END-IF
     END-IF
     MOVE SPACES TO KOMMENTAR OF SSPROT
     STRING  "Vers "                DELIMITED BY SIZE
             H-AUF-VERSION          DELIMITED BY SPACE
             ": "                   DELIMITED BY SIZE
             W-AUF-ALT              DELIMITED BY SPACE
             " -> "                 DELIMITED BY SIZE
             W-AUF-NEU              DELIMITED BY SPACE
       INTO  KOMMENTAR OF SSPROT
     END-STRING
     PERFORM S200-INSERT-SSPROT
     .
 D755-99.
     EXIT.

******************************************************************
* Hinweise nach der Umbuchung: Auftrags-Links in =ABNAHME, die
* nicht genau den alten Auftrag enthielten (frei erfasst, daher
* nicht angepasst), und ITSM-Changes unter dem alten Auftrag
* (=SSFITSM wird beim naechsten ITSM IMPORT ersetzt)
******************************************************************
 D756-AUF-HINWEISE SECTION.
 D756-00.
     IF  W-AUF-LINK-ANZ < W-AUF-VERS-ANZ
         COMPUTE W-AUF-IX = W-AUF-VERS-ANZ - W-AUF-LINK-ANZ
         MOVE W-AUF-IX TO W-AUF-ANZ-ED
         MOVE SPACES TO ZEILE
         STRING  " Hinweis: "           DELIMITED BY SIZE
                 W-AUF-ANZ-ED           DELIMITED BY SIZE
                 " Version(en) ohne Auftrags-Link "
                                        DELIMITED BY SIZE
                 W-AUF-ALT              DELIMITED BY SPACE
                 " in ABNAHME"          DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         MOVE "          (ggf. per REL4WEAT nachpflegen)" TO ZEILE
         PERFORM U010-AUSGABE
     END-IF

     MOVE W-AUF-ALT TO H-AUF-ALT
     PERFORM S753-COUNT-AUF-ITSM
     IF  H-AUF-ANZ > ZERO
         MOVE H-AUF-ANZ TO W-AUF-ANZ2-ED
         MOVE SPACES TO ZEILE
         STRING  " Hinweis: "           DELIMITED BY SIZE
                 W-AUF-ANZ2-ED          DELIMITED BY SIZE
                 " ITSM-Change(s) unter Auftrag "
                                        DELIMITED BY SIZE
                 W-AUF-ALT              DELIMITED BY SPACE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         MOVE "          (Zuordnung im ITSM umbuchen, s. ITSM IMPORT)"
             TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     .
 D756-99.
     EXIT.

******************************************************************
* LIST CTRLTOTAL <Funktion>: Kontrollsummen der Kettenschritte je
* Kette und Lauf (RUN_DATUM, juengster zuerst, hoechstens K-KTR-
* LAEUFE je Kette) - Eingang, Ausgang und Summe wie vom Schritt in
* der Zeile "SSFCTL" seiner OUT-Datei gemeldet ("-" = nicht
* gemeldet) und das Ergebnis der Abstimmungsregel aus =SSFRFDEF
* (ABST_LFDNR); Abweichungen sind markiert und werden gezaehlt
******************************************************************
 D757-CTRLTOTAL-REPORT SECTION.
 D757-00.
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  "  Kontrollsummen je Kette und Lauf"   DELIMITED BY SIZE
             " (scharfe Laeufe)"                    DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE

     MOVE ZERO        TO W-KTR-ANZ W-KTR-ANZ-ABW W-KTR-LAEUFE
                         W-KTR-AKT-DATUM
     MOVE SPACES      TO W-KTR-AKT-FUNKTION
     SET  KTR-ERSTE-ZEILE TO TRUE
     PERFORM S754-OPEN-KTR-CURSOR
     PERFORM S755-FETCH-KTR-CURSOR
     IF  KTR-EOD
         MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
         MOVE "HINW-003" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
     END-IF

     PERFORM UNTIL KTR-EOD OR PRG-ABBRUCH
**      ---> Gruppenwechsel Kette
         IF  KTR-ERSTE-ZEILE
         OR  H-KTR-FUNKTION NOT = W-KTR-AKT-FUNKTION
             MOVE SPACE          TO W-KTR-ERSTE-FLAG
             MOVE H-KTR-FUNKTION TO W-KTR-AKT-FUNKTION
             MOVE ZERO           TO W-KTR-LAEUFE W-KTR-AKT-DATUM
             PERFORM U011-AUSGABE-SPACELINE
             MOVE SPACES TO ZEILE
             STRING  "  Kette "          DELIMITED BY SIZE
                     H-KTR-FUNKTION      DELIMITED BY SPACE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
         END-IF
**      ---> Gruppenwechsel Lauf: Kopfzeile, aeltere Laeufe uebergehen
         IF  H-KTR-RUN-DATUM NOT = W-KTR-AKT-DATUM
             MOVE H-KTR-RUN-DATUM TO W-KTR-AKT-DATUM
             ADD  1 TO W-KTR-LAEUFE
             IF  W-KTR-LAEUFE NOT > K-KTR-LAEUFE
                 MOVE SPACES  TO ZEILE
                 STRING  "    Lauf "          DELIMITED BY SIZE
                         H-KTR-RUN-DATUM      DELIMITED BY SIZE
                   INTO  ZEILE
                 END-STRING
                 PERFORM U010-AUSGABE
                 MOVE SPACES     TO ZEILE
                 MOVE "LFDNR"    TO ZEILE (7:5)
                 MOVE "Prog"     TO ZEILE (14:4)
                 MOVE "RC"       TO ZEILE (26:2)
                 MOVE "Eingang"  TO ZEILE (34:7)
                 MOVE "Ausgang"  TO ZEILE (48:7)
                 MOVE "Summe"    TO ZEILE (67:5)
                 MOVE "Abst."    TO ZEILE (74:5)
                 PERFORM U010-AUSGABE
             END-IF
         END-IF
         IF  W-KTR-LAEUFE NOT > K-KTR-LAEUFE
             PERFORM D758-CTRLTOTAL-ZEILE
         END-IF
         PERFORM S755-FETCH-KTR-CURSOR
     END-PERFORM
     PERFORM S756-CLOSE-KTR-CURSOR

     IF  NOT KTR-ERSTE-ZEILE
         PERFORM U011-AUSGABE-SPACELINE
         MOVE W-KTR-ANZ     TO W-KTR-ANZ-ED
         MOVE SPACES TO ZEILE
         STRING  "  Schritte gesamt:"     DELIMITED BY SIZE
                 W-KTR-ANZ-ED             DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         MOVE W-KTR-ANZ-ABW TO W-KTR-ANZ-ED
         MOVE SPACES TO ZEILE
         STRING  "  davon Abstimmung abweichend/fehlend:"
                                          DELIMITED BY SIZE
                 W-KTR-ANZ-ED             DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF
     PERFORM U011-AUSGABE-SPACELINE
     .
 D757-99.
     EXIT.

******************************************************************
* LIST CTRLTOTAL: Zeile eines Schritts - nicht gemeldete Teile der
* Kontrollsumme als "-", Ergebnis der Abstimmung ok / ABW / FEHLT
******************************************************************
 D758-CTRLTOTAL-ZEILE SECTION.
 D758-00.
     ADD  1 TO W-KTR-ANZ
     MOVE SPACES          TO ZEILE
     MOVE H-KTR-LFDNR     TO W-KTR-LFDNR-ED
     MOVE W-KTR-LFDNR-ED  TO ZEILE (7:5)
     MOVE H-KTR-PROG      TO ZEILE (14:8)
     MOVE H-KTR-RC        TO W-KTR-RC-ED
     MOVE W-KTR-RC-ED     TO ZEILE (23:5)

     IF  H-KTR-KZ (1:1) = "E"
         MOVE H-KTR-EIN      TO W-KTR-ANZAHL-ED
         MOVE W-KTR-ANZAHL-ED TO ZEILE (28:13)
     ELSE
         MOVE "-"            TO ZEILE (40:1)
     END-IF
     IF  H-KTR-KZ (2:1) = "A"
         MOVE H-KTR-AUS      TO W-KTR-ANZAHL-ED
         MOVE W-KTR-ANZAHL-ED TO ZEILE (42:13)
     ELSE
         MOVE "-"            TO ZEILE (54:1)
     END-IF
     IF  H-KTR-KZ (3:1) = "S"
         MOVE H-KTR-SUMME    TO W-KTR-SUMME-ED
         MOVE W-KTR-SUMME-ED TO ZEILE (56:16)
     ELSE
         MOVE "-"            TO ZEILE (71:1)
     END-IF

     EVALUATE H-KTR-ERGEBNIS
         WHEN "J"
             MOVE "ok"       TO ZEILE (74:2)
         WHEN "N"
             MOVE "ABW"      TO ZEILE (74:3)
             ADD  1          TO W-KTR-ANZ-ABW
         WHEN "F"
             MOVE "FEHLT"    TO ZEILE (74:5)
             ADD  1          TO W-KTR-ANZ-ABW
         WHEN OTHER
             CONTINUE
     END-EVALUATE
     PERFORM U010-AUSGABE
     .
 D758-99.
     EXIT.

******************************************************************
* VERWALTUNG BESTCODE: Stand der Umstellung der Freigabe-Bestcodes
* auf den Einweg-Hash - listet die User, deren Bestcode noch
* umkehrbar verschluesselt in =SSUSER.BESTAETIGUNGSCODE steht (sie
* werden bei ihrer naechsten Anmeldung umgestellt, s. D760), dazu
* die Anzahl User mit Hash bzw. ohne Bestcode
******************************************************************
 D759-BESTCODE-BERICHT SECTION.
 D759-00.
     MOVE ZERO TO W-BCH-ANZ-ALT W-BCH-ANZ-NEU W-BCH-ANZ-OHNE

     PERFORM S757-OPEN-BCH-CURSOR
     PERFORM S758-FETCH-BCH-CURSOR

     PERFORM UNTIL BCH-EOD OR PRG-ABBRUCH
         EVALUATE TRUE
             WHEN H-BCH-HASH NOT = SPACES
                 ADD 1 TO W-BCH-ANZ-NEU
             WHEN H-BCH-ALT  NOT = SPACES
                 ADD 1 TO W-BCH-ANZ-ALT
                 IF  W-BCH-ANZ-ALT = 1
                     PERFORM U011-AUSGABE-SPACELINE
                     MOVE SPACES TO ZEILE
                     MOVE "User mit noch nicht umgestelltem Bestcode"
                       TO ZEILE (2:)
                     PERFORM U010-AUSGABE
                 END-IF
**              ---> USER entschluesseln (2 x 8 Zeichen, s. D430)
                 MOVE H-BCH-USER (1:8) TO W-UMSCHL-IN
                 PERFORM U310-DECR
                 MOVE W-UMSCHL-OUT     TO W-BCH-USER-KLAR (1:8)
                 MOVE H-BCH-USER (9:8) TO W-UMSCHL-IN
                 PERFORM U310-DECR
                 MOVE W-UMSCHL-OUT     TO W-BCH-USER-KLAR (9:8)
                 MOVE SPACES TO ZEILE
                 STRING  "   "                  DELIMITED BY SIZE
                         W-BCH-USER-KLAR (1:8)  DELIMITED BY SPACE
                         "."                    DELIMITED BY SIZE
                         W-BCH-USER-KLAR (9:8)  DELIMITED BY SPACE
                   INTO  ZEILE
                 END-STRING
                 PERFORM U010-AUSGABE
             WHEN OTHER
                 ADD 1 TO W-BCH-ANZ-OHNE
         END-EVALUATE
         PERFORM S758-FETCH-BCH-CURSOR
     END-PERFORM

     PERFORM S759-CLOSE-BCH-CURSOR

     IF  W-BCH-ANZ-ALT  = ZERO
     AND W-BCH-ANZ-NEU  = ZERO
     AND W-BCH-ANZ-OHNE = ZERO
         MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
         MOVE "HINW-003" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     PERFORM U011-AUSGABE-SPACELINE
     MOVE W-BCH-ANZ-NEU TO W-BCH-ANZ-ED
     MOVE SPACES TO ZEILE
     STRING  " "                        DELIMITED BY SIZE
             W-BCH-ANZ-ED               DELIMITED BY SIZE
             " User mit Bestcode als Einweg-Hash"
                                        DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     MOVE W-BCH-ANZ-ALT TO W-BCH-ANZ-ED
     MOVE SPACES TO ZEILE
     STRING  " "                        DELIMITED BY SIZE
             W-BCH-ANZ-ED               DELIMITED BY SIZE
             " User mit noch nicht umgestelltem Bestcode"
                                        DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     MOVE W-BCH-ANZ-OHNE TO W-BCH-ANZ-ED
     MOVE SPACES TO ZEILE
     STRING  " "                        DELIMITED BY SIZE
             W-BCH-ANZ-ED               DELIMITED BY SIZE
             " User ohne Bestcode"      DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 D759-99.
     EXIT.

******************************************************************
* Freigabe-Bestcode des angemeldeten Users vom umkehrbar
* verschluesselten Altbestand (=SSUSER.BESTAETIGUNGSCODE) auf den
* gesalzenen Einweg-Hash (=SSUSER.BESTCODE_HASH) umstellen - aus
* C050 beim Login jedes Users mit Altbestand. Der bisherige Vergleich
* galt nur fuer die ersten 8 Stellen der Eingabe, deshalb wird mit
* Verfahren K-BCH-VERF-ALT gespeichert und D341 kuerzt genauso.
* Misslingt das Fortschreiben, bleibt es fuer diese Sitzung beim
* Altbestand (BESTCODE-ALTFORMAT)
******************************************************************
 D760-BESTCODE-UMSTELLEN SECTION.
 D760-00.
**  ---> Altbestand entschluesseln und mit neuem Salz hashen
     MOVE W-BESTCODE-STORED TO W-UMSCHL-IN
     PERFORM U310-DECR
     MOVE SPACES            TO W-BCH-KLAR
     MOVE W-UMSCHL-OUT      TO W-BCH-KLAR (1:8)
     MOVE 8                 TO W-BCH-KLAR-LEN
     MOVE SPACES            TO W-UMSCHL-OUT
     PERFORM U331-BESTCODE-SALZ
     PERFORM U330-BESTCODE-HASH
     MOVE K-BCH-VERF-ALT    TO W-BCH-VERFAHREN
     MOVE SPACES            TO W-BCH-KLAR
     MOVE W-BCH-SATZ        TO BESTCODE-HASH     OF SSUSER
     MOVE SPACES            TO BESTAETIGUNGSCODE OF SSUSER

**  ---> USER OF SSUSER (verschlüsselt) auf den angemeldeten User
     MOVE W-USER-GRP-NAME (1:W-USER-GRP-NAME-LEN) TO W-UMSCHL-IN
     PERFORM U320-ENCR
     MOVE W-UMSCHL-OUT TO USER OF SSUSER
     IF  W-USER-GRP-NAME-LEN > 8
         MOVE W-USER-GRP-NAME (9:W-USER-GRP-NAME-LEN - 8) TO W-UMSCHL-IN
     ELSE
         MOVE SPACES TO W-UMSCHL-IN
     END-IF
     PERFORM U320-ENCR
     MOVE W-UMSCHL-OUT TO USER OF SSUSER (9:)

     PERFORM U100-BEGIN
     PERFORM S661-UPDATE-BESTCODE-SSUSER
     IF  NOT USER-OK
         PERFORM U120-ROLLBACK
         DISPLAY " !!! Freigabe-Bestcode konnte nicht auf das "
                 "Hash-Verfahren umgestellt werden !!!"
         EXIT SECTION
     END-IF

     MOVE "AUTENT"    TO SOURCE-MODUL OF SSPROT
     MOVE "PC"        TO AKTION       OF SSPROT
     MOVE P-USER-NAME TO GROUP-USER   OF SSPROT
     MOVE SPACES      TO KZ-FREIGABE  OF SSPROT
     MOVE "Freigabe-Bestcode auf Hash-Verfahren umgestellt"
                      TO KOMMENTAR    OF SSPROT
     PERFORM S200-INSERT-SSPROT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     MOVE W-BCH-SATZ TO W-BCH-GESPEICHERT
     MOVE SPACES     TO W-BESTCODE-STORED
     SET BESTCODE-GEHASHT TO TRUE
     .
 D760-99.
     EXIT.

******************************************************************
* eingegebenen Freigabe-Bestcode W-BCH-KLAR (1:W-BCH-KLAR-LEN) mit
* dem Salz des gespeicherten Hashes W-BCH-GESPEICHERT hashen und
* vergleichen - Ergebnis in BCH-PASST/BCH-PASST-NICHT
******************************************************************
 D761-BESTCODE-VERGLEICH SECTION.
 D761-00.
     MOVE W-BCHG-SALZ TO W-BCH-SALZ
     PERFORM U330-BESTCODE-HASH
     MOVE SPACES      TO W-BCH-KLAR
     IF  W-BCH-WERT = W-BCHG-WERT
         SET BCH-PASST       TO TRUE
     ELSE
         SET BCH-PASST-NICHT TO TRUE
     END-IF
     .
 D761-99.
     EXIT.

******************************************************************
* Prüfen, ob für das heutige Datum ein aktives Code-Freeze-Fenster
* in Tabelle =SSFREEZE eingetragen ist -- wenn ja, wird CHECKIN bzw.
* REL2PROD gesperrt, ausser der User hat die Rolle/Funktion
* "FREEZEOVR" (analog zu den übrigen ROLFKT-Funktionen) oder es
* liegt fuer genau das betroffene Modul eine vom Freeze-
* Verantwortlichen genehmigte Ausnahme in =SSFREEZEX vor (Kommando
* FREEZEX, s. C380) - die wird dann einmalig verbraucht und nur
* dieses eine Modul zugelassen (W-FREEZEX-FREI-MODUL)
******************************************************************
 D800-CHECK-FREEZE-WINDOW SECTION.
 D800-00.
**  ---> Vorbelegung: kein Freeze-Fenster aktiv, keine Modul-
**       Einschraenkung durch eine genehmigte Ausnahme
     SET SSFREEZE-EOD TO TRUE
     MOVE SPACES TO W-FREEZEX-FREI-MODUL
     MOVE SPACE  TO W-FREEZEX-VERBR-FLAG

**  ---> wenn User zum Überschreiben des Freeze-Fensters berechtigt
**       ist, braucht gar nicht erst geprüft zu werden
     IF  ROLFKT-FREEZEOVR
         EXIT SECTION
     END-IF

**  ---> heutiges Datum numerisch holen
     PERFORM U030-TIMESTAMP
     MOVE TAL-JHJJMMTT OF TAL-TIME-D TO W-HEUTE-DATUM-N

**  ---> prüfen, ob ein aktives Freeze-Fenster existiert
     PERFORM S900-OPEN-SSFREEZE-CURSOR
     PERFORM S901-FETCH-SSFREEZE-CURSOR

     IF  SSFREEZE-OK
**      ---> Kommentar des Freeze-Fensters im Hilfstext anzeigen
         MOVE SPACES TO W-TEXT
         MOVE KOMMENTAR OF SSFREEZE TO W-TEXT (1:LENGTH OF KOMMENTAR OF SSFREEZE)
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-055" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT

**      ---> Modul abfragen: liegt dafuer eine vom Freeze-
**           Verantwortlichen genehmigte Ausnahme (FREEZEX) vor,
**           wird sie einmalig verbraucht und genau dieses eine
**           Modul trotz Freeze zugelassen - sonst kann fuer das
**           Modul ein Ausnahmeantrag gestellt werden
         SET EIN-ASCII
             PROMPT-SOURCE TO TRUE
         PERFORM U000-EINGABE
         IF  EINGABE = "E" OR = SPACE
             PERFORM S902-CLOSE-SSFREEZE-CURSOR
             EXIT SECTION
         END-IF
         MOVE SPACES TO W-FREEZEX-MODUL
         MOVE EINGABE (1:C4-INLEN) TO W-FREEZEX-MODUL

         PERFORM S930-SELECT-SSFREEZEX-APPROVED
         IF  SSFREEZEX-OK
**          ---> genehmigte Ausnahme vorhanden: genau dieses Modul
**               zulassen; verbraucht (STATUS "V", s. D802) wird sie
**               erst, wenn die Aktion auch wirklich durchgelaufen
**               ist - ein spaeterer Abbruch laest sie fuer einen
**               neuen Versuch stehen. Das Freeze-Fenster bleibt
**               fuer alle anderen Module bestehen
             MOVE W-FREEZEX-MODUL TO W-FREEZEX-FREI-MODUL
             SET SSFREEZE-EOD TO TRUE
             MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
             MOVE "HINW-027" TO KATEGORIE OF SSTEXT
             PERFORM R100-SHOW-TEXT
             PERFORM S902-CLOSE-SSFREEZE-CURSOR
             EXIT SECTION
         END-IF

**      ---> Ausnahmeantrag anbieten: blockiert die Aktion selbst
**           nicht, meldet den Wunsch aber protokolliert und per
**           Mail an die Verteilerliste, damit ein User mit
**           ROLFKT-FREEZEOVR ihn spaeter per Kommando FREEZEX
**           genehmigen oder ablehnen kann (C380)
         SET EIN-ASCII
             PROMPT-FREEZEX-JN TO TRUE
         PERFORM U000-EINGABE
         IF  EINGABE (1:C4-INLEN) = "J"
             MOVE ZERO TO C4-ANZ
             SET EIN-KLEIN-GROSS
                 PROMPT-FREEZEX-GRUND TO TRUE
**          ---> Eingabe Pflicht, also solange abfragen bis Eingabe erfolgt
             PERFORM UNTIL C4-ANZ > ZERO

                 PERFORM U000-EINGABE

             END-PERFORM

             MOVE EINGABE (1:C4-INLEN) TO VAL OF W-FREEZEX-GRUND
             MOVE C4-INLEN             TO LEN OF W-FREEZEX-GRUND

             PERFORM S913-INSERT-SSFREEZEX
             IF  SSFREEZEX-OK
                 PERFORM M560-MAIL-FREEZE-EXCEPTION
                 MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
                 MOVE "HINW-023" TO KATEGORIE OF SSTEXT
                 PERFORM R100-SHOW-TEXT
             END-IF
         END-IF
     END-IF

**  ---> Cursor schliessen
     PERFORM S902-CLOSE-SSFREEZE-CURSOR
     .
 D800-99.
     EXIT.

******************************************************************
* Eine ueber D800-CHECK-FREEZE-WINDOW zugelassene, genehmigte
* Freeze-Ausnahme nach erfolgreich abgeschlossener Aktion als
* verbraucht markieren (STATUS "V") - aufgerufen von C107 (CHECKIN)
* und C300 (REL2PROD) unmittelbar nach deren Commit
******************************************************************
 D802-CONSUME-FREEZE-EXCEPTION SECTION.
 D802-00.
**  ---> nur wenn die laufende Aktion tatsaechlich ueber eine
**       genehmigte Freeze-Ausnahme zugelassen wurde (s. D800) und
**       die Ausnahme nicht schon verbraucht ist; die Modul-
**       Einschraenkung (W-FREEZEX-FREI-MODUL) bleibt fuer den Rest
**       der laufenden Funktion bestehen
     IF  W-FREEZEX-FREI-MODUL = SPACES
     OR  W-FREEZEX-VERBRAUCHT
         EXIT SECTION
     END-IF

     PERFORM U100-BEGIN
     PERFORM S931-UPDATE-SSFREEZEX-USED
     IF  SSFREEZEX-OK
         PERFORM U110-COMMIT
         SET W-FREEZEX-VERBRAUCHT TO TRUE
     ELSE
         PERFORM U120-ROLLBACK
     END-IF
     .
 D802-99.
     EXIT.

******************************************************************
* Prueft, ob fuer das in W-SOURCE stehende Modul gerade ein eigenes
* Sperrfenster ("Quiet Hours", Tabelle =SSFQUIET) aktiv ist - z.B.
* weil das Modul an einen nächtlichen Batchlauf gekoppelt ist, der
* waehrenddessen nicht durch ein CHECKIN/REL2PROD gestoert werden
* soll. Das ist unabhaengig vom globalen, datumsbezogenen Code-
* Freeze-Fenster aus D800-CHECK-FREEZE-WINDOW: ein Modul kann also
* auch ausserhalb eines globalen Freezes fuer bestimmte Tageszeiten
* gesperrt sein. Erfordert, dass der Aufrufer W-SOURCE (und damit
* das gewuenschte Modul) bereits gesetzt hat - anders als beim
* globalen Freeze-Fenster ist das Modul hier ja gerade das, worauf
* geprueft wird. Wie bei D800: User mit ROLFKT-FREEZEOVR duerfen
* ein Sperrfenster uebergehen.
******************************************************************
 D801-CHECK-MODULE-QUIET-HOURS SECTION.
 D801-00.
**  ---> Vorbelegung: kein Sperrfenster aktiv
     SET SSFQUIET-EOD TO TRUE

     IF  ROLFKT-FREEZEOVR
         EXIT SECTION
     END-IF

**  ---> aktuelle Uhrzeit holen
     PERFORM U030-TIMESTAMP
     MOVE TAL-HHMI OF TAL-TIME-D TO W-JETZT-ZEIT-N

     PERFORM S918-OPEN-SSFQUIET-CURSOR
     PERFORM S919-FETCH-SSFQUIET-CURSOR
     PERFORM UNTIL SSFQUIET-EOD

**      ---> ueber Mitternacht laufende Fenster (z.B. 2200-0600)
**           sind erkennbar an VON-ZEIT > BIS-ZEIT
         IF ((VON-ZEIT OF SSFQUIET <= BIS-ZEIT OF SSFQUIET)
         AND (W-JETZT-ZEIT-N >= VON-ZEIT OF SSFQUIET)
         AND (W-JETZT-ZEIT-N <= BIS-ZEIT OF SSFQUIET))
         OR ((VON-ZEIT OF SSFQUIET > BIS-ZEIT OF SSFQUIET)
         AND ((W-JETZT-ZEIT-N >= VON-ZEIT OF SSFQUIET)
          OR  (W-JETZT-ZEIT-N <= BIS-ZEIT OF SSFQUIET)))

**          ---> Sperrfenster aktiv: Kommentar merken und melden
             SET SSFQUIET-OK TO TRUE
             MOVE SPACES TO W-TEXT
             MOVE KOMMENTAR OF SSFQUIET
               TO W-TEXT (1:LENGTH OF KOMMENTAR OF SSFQUIET)
             MOVE "FEHLER"   TO BEREICH   OF SSTEXT
             MOVE "FEHL-069" TO KATEGORIE OF SSTEXT
**          ---> anzeigen Hilfstext
             PERFORM R100-SHOW-TEXT
             PERFORM S920-CLOSE-SSFQUIET-CURSOR
             EXIT SECTION
         END-IF

         PERFORM S919-FETCH-SSFQUIET-CURSOR
     END-PERFORM
     PERFORM S920-CLOSE-SSFQUIET-CURSOR
     .
 D801-99.
     EXIT.

******************************************************************
* Klassenspezifische SSPARM-Auswahl bei REL2PROD (s. C300-REL2PROD):
* erwartet den unklassifizierten AKTION-Basiswert (z.B. "R2P-SRC") in
* W-AKTION-BASIS. Ist fuer das freizugebende Modul eine ZIELKLASSE
* hinterlegt (s. ZIELKLASSE OF SSAFE), wird zunaechst der
* klassenspezifische SSPARM-Eintrag "<Basis>-<Klasse>" versucht (damit
* Module dieser Klasse auf ein eigenes Ziel-SubVol-Set freigegeben
* werden koennen); existiert dafuer kein Eintrag, wird wie bisher der
* unklassifizierte Eintrag verwendet. Liefert wie S300-SELECT-SSPARM
* SSPRM-OK/SSPRM-EOD und SVOL-SOURCE/SVOL-DEST OF SSPARM.
******************************************************************
 D810-SELECT-SSPARM-ZIELKLASSE SECTION.
 D810-00.
     MOVE W-AKTION-BASIS TO AKTION OF SSPARM
     IF  ZIELKLASSE OF SSAFE NOT = SPACES
         STRING W-AKTION-BASIS      DELIMITED BY SPACE
                "-"                 DELIMITED BY SIZE
                ZIELKLASSE OF SSAFE DELIMITED BY SPACE
           INTO AKTION OF SSPARM
         END-STRING
         PERFORM S300-SELECT-SSPARM
         IF  SSPRM-OK
             EXIT SECTION
         END-IF
**          ---> keine Klasse-spezifische Zuordnung hinterlegt -
**               Standard-Eintrag verwenden
         MOVE W-AKTION-BASIS TO AKTION OF SSPARM
     END-IF
     PERFORM S300-SELECT-SSPARM
     .
 D810-99.
     EXIT.

******************************************************************
* Stufenleiter der ZIELKLASSE des aktuell selektierten SSAFE-
* Eintrags aufloesen: =SSPARM-Eintrag "STAGES" bzw. klassen-
* spezifisch "STAGES-<Klasse>" (wie D810), die Stufen stehen durch
* Blank getrennt in SVOL_SOURCE (max. 6). Ohne Eintrag gilt die
* bisherige feste Leiter TEST/PROD.
******************************************************************
 D820-RESOLVE-STAGE-LADDER SECTION.
 D820-00.
     MOVE SPACES TO W-STAGE-TABELLE
     MOVE ZERO   TO W-STAGE-ANZ

     MOVE "STAGES" TO W-AKTION-BASIS
     PERFORM D810-SELECT-SSPARM-ZIELKLASSE
     IF  SSPRM-OK
         UNSTRING SVOL-SOURCE OF SSPARM DELIMITED BY ALL SPACE
             INTO W-STAGE-NAME (1)
                  W-STAGE-NAME (2)
                  W-STAGE-NAME (3)
                  W-STAGE-NAME (4)
                  W-STAGE-NAME (5)
                  W-STAGE-NAME (6)
             TALLYING IN W-STAGE-ANZ
         END-UNSTRING
     END-IF

**  ---> ohne (oder mit leerem) Eintrag: bisherige feste Leiter
     IF  W-STAGE-ANZ = ZERO
     OR  W-STAGE-NAME (1) = SPACES
         MOVE "TEST" TO W-STAGE-NAME (1)
         MOVE "PROD" TO W-STAGE-NAME (2)
         MOVE 2      TO W-STAGE-ANZ
     END-IF
     .
 D820-99.
     EXIT.

******************************************************************
* Prueft, ob die ZIELKLASSE des aktuell selektierten SSAFE-
* Eintrags eine zweite, unabhaengige Freigabe verlangt: =SSPARM-
* Eintrag "APPR2-<Klasse>" vorhanden -> Vier-Augen-Freigabe
* (s. C341-FREIGEBER, D720-UPDATE-ABNAHME-R2P); ebenso, wenn der
* Risiko-Score des Antrags (PRG-NAME/VERSION OF ABNAHME, s. E404)
* die Schwelle fuer die zweite Unterschrift erreicht
******************************************************************
 D830-CHECK-APPR2-REQUIRED SECTION.
 D830-00.
     MOVE SPACE TO W-APPR2-FLAG

     PERFORM E404-RISIKO-LADEN
     IF  RSK-APPR2
         SET APPR2-NOETIG TO TRUE
         EXIT SECTION
     END-IF

     IF  ZIELKLASSE OF SSAFE = SPACES
         EXIT SECTION
     END-IF

     MOVE SPACES TO AKTION OF SSPARM
     STRING "APPR2"              DELIMITED BY SPACE
            "-"                  DELIMITED BY SIZE
            ZIELKLASSE OF SSAFE  DELIMITED BY SPACE
       INTO AKTION OF SSPARM
     END-STRING
     PERFORM S300-SELECT-SSPARM
     IF  SSPRM-OK
         SET APPR2-NOETIG TO TRUE
     END-IF
     .
 D830-99.
     EXIT.

******************************************************************
* Schnittstellen-Versionsabgleich vor REL2TEST (s. C310): warnt
* laut, wenn bereits freigegebene Partner dieselbe Interface-
* Section (=LIBS) in einer ANDEREN Version eingebaut haben
******************************************************************
 D835-CHECK-IFC-VERSIONS SECTION.
 D835-00.
**  ---> eigene Sections samt eingebauter Version einsammeln
     MOVE ZERO TO W-IFC-EIG-ANZ
     PERFORM S267-OPEN-IFCMY-CURSOR
     PERFORM S268-FETCH-IFCMY-CURSOR
     PERFORM UNTIL SSF-EOD
         IF  W-IFC-EIG-ANZ < 50
             ADD 1 TO W-IFC-EIG-ANZ
             MOVE W-IFC-LIB2  TO W-IFC-EIG-LIB  (W-IFC-EIG-ANZ)
             MOVE W-IFC-VERS2 TO W-IFC-EIG-VERS (W-IFC-EIG-ANZ)
         ELSE
             SET SSF-EOD TO TRUE
         END-IF
         IF  NOT SSF-EOD
             PERFORM S268-FETCH-IFCMY-CURSOR
         END-IF
     END-PERFORM
     PERFORM S269-CLOSE-IFCMY-CURSOR
     IF  W-IFC-EIG-ANZ = ZERO
         EXIT SECTION
     END-IF

**  ---> je Section die freigegebenen Partner mit abweichender
**       Version suchen und laut melden
     MOVE ZERO TO W-IFC-ANZ
     PERFORM VARYING W-IFC-IX FROM 1 BY 1
             UNTIL   W-IFC-IX > W-IFC-EIG-ANZ
         MOVE W-IFC-EIG-LIB  (W-IFC-IX) TO H-IFC-LIB
         MOVE W-IFC-EIG-VERS (W-IFC-IX) TO H-IFC-VERS
         PERFORM S271-OPEN-IFCPART-CURSOR
         PERFORM S272-FETCH-IFCPART-CURSOR
         PERFORM UNTIL SSF-EOD
             ADD 1 TO W-IFC-ANZ
             MOVE SPACES TO ZEILE
             STRING  " !!! Schnittstellen-Skew "
                                       DELIMITED BY SIZE
                     H-IFC-LIB         DELIMITED BY SPACE
                     ": Partner "      DELIMITED BY SIZE
                     W-IFC-PARTNER     DELIMITED BY SPACE
                     " gegen "         DELIMITED BY SIZE
                     W-IFC-PARTVERS    DELIMITED BY SPACE
                     ", Kandidat gegen " DELIMITED BY SIZE
                     H-IFC-VERS        DELIMITED BY SPACE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
             PERFORM S272-FETCH-IFCPART-CURSOR
         END-PERFORM
         PERFORM S273-CLOSE-IFCPART-CURSOR
     END-PERFORM

     IF  W-IFC-ANZ > ZERO
         MOVE W-IFC-ANZ TO W-IFC-ANZ-ED
         MOVE SPACES TO ZEILE
         STRING  " !!! "            DELIMITED BY SIZE
                 W-IFC-ANZ-ED       DELIMITED BY SIZE
                 " Versions-Skew(s) zu freigegebenen Partnern"
                                    DELIMITED BY SIZE
                 " (s. LIST IFCSKEW) !!!"
                                    DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF
     .
 D835-99.
     EXIT.

******************************************************************
* LIST IFCSKEW: repository-weit alle Paare freigegebener Module,
* die dieselbe Interface-Section in verschiedenen Versionen
* eingebaut haben - Aufraeumliste fuer den bestehenden Skew
******************************************************************
 D836-SHOW-IFC-SKEW SECTION.
 D836-00.
     MOVE ZERO TO W-IFC-ANZ
     PERFORM U011-AUSGABE-SPACELINE
     MOVE " Section                   Modul A  /Version   Modul B  /Version"
         TO ZEILE
     PERFORM U010-AUSGABE
     MOVE " ------------------------------------------------------------------"
         TO ZEILE
     PERFORM U010-AUSGABE

     PERFORM S274-OPEN-IFCSKEW-CURSOR
     PERFORM S275-FETCH-IFCSKEW-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         ADD 1 TO W-IFC-ANZ
         MOVE SPACES TO ZEILE
         MOVE H-IFC-LIB       TO ZEILE (2:24)
         MOVE W-IFC-PARTNER   TO ZEILE (28:8)
         MOVE H-IFC-VERS      TO ZEILE (38:10)
         MOVE W-IFC-PARTNER2  TO ZEILE (49:8)
         MOVE W-IFC-VERS2     TO ZEILE (59:10)
         PERFORM U010-AUSGABE
         PERFORM S275-FETCH-IFCSKEW-CURSOR
     END-PERFORM
     PERFORM S276-CLOSE-IFCSKEW-CURSOR

     IF  W-IFC-ANZ = ZERO
         MOVE "  keine Versions-Skews zwischen freigegebenen Modulen"
             TO ZEILE
         PERFORM U010-AUSGABE
     ELSE
         MOVE W-IFC-ANZ TO W-IFC-ANZ-ED
         MOVE SPACES TO ZEILE
         STRING  " --- "        DELIMITED BY SIZE
                 W-IFC-ANZ-ED   DELIMITED BY SIZE
                 " Paar(e) mit Versions-Skew"
                                DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF
     PERFORM U011-AUSGABE-SPACELINE
     .
 D836-99.
     EXIT.

******************************************************************
* Nachzieh-Frist fuer Notfall-Freigaben aus =SSPARM "SOSRECON"
* holen (Tage in SVOL_SOURCE), Default 14 Tage
******************************************************************
 D832-GET-SOS-FRIST SECTION.
 D832-00.
     MOVE 14 TO W-SOS-FRIST-TAGE
     MOVE "SOSRECON" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  SSPRM-OK
     AND SVOL-SOURCE OF SSPARM (1:3) NUMERIC
         MOVE SVOL-SOURCE OF SSPARM (1:3) TO W-SOS-FRIST-TAGE
     END-IF
     .
 D832-99.
     EXIT.

******************************************************************
* CHECKOUT-Sperre bei ueberfaelliger Notfall-Auflage: hat das
* Modul eine SOS-Uebernahme ohne nachgetragene Freigabe, die
* aelter als die SOSRECON-Frist ist, wird der CHECKOUT verweigert
* (FEHL-080) bis die Freigabe ueber FREIGEBER nachgetragen wurde
******************************************************************
 D831-CHECK-SOS-BLOCK SECTION.
 D831-00.
     PERFORM D832-GET-SOS-FRIST
     MOVE W-SOS-FRIST-TAGE TO H-SOS-FRIST

     MOVE W-SOURCE TO IN-SOURCE
     PERFORM U400-OBJECT-NAME
     MOVE OUT-SOURCE TO PRG-NAME OF ABNAHME

     MOVE ZERO TO W-SOS-ANZ
     PERFORM S956-COUNT-SOS-UEBERFAELLIG
     IF  W-SOS-ANZ > ZERO
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-080" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         SET PRG-ABBRUCH TO TRUE
     END-IF
     .
 D831-99.
     EXIT.

******************************************************************
* ITSM-Change-Gate vor REL2PROD: sucht einen heute gueltigen,
* genehmigten externen Change, der auf das Modul oder den
* juengsten Auftrag des Moduls (=SSFRARCH) passt. Ergebnis in
* W-ITSM-CHANGE (leer = kein Treffer -> Notweg ueber GRUND-SOS,
* s. D720); der gefundene Change wird nach erfolgreicher
* Freigabe in E352 als implementiert bestaetigt.
******************************************************************
 D833-CHECK-ITSM-GATE SECTION.
 D833-00.
     MOVE SPACES TO W-ITSM-CHANGE
     MOVE SPACES TO W-ITSM-AUFTRAG

**  ---> heutiges Datum JJJJMMTT fuer das Gueltigkeitsfenster
     PERFORM U030-TIMESTAMP
     MOVE TAL-JHJJMMTT OF TAL-TIME-D TO W-ITSM-HEUTE

**  ---> juengsten Auftrag des Moduls aus =SSFRARCH holen
     PERFORM S960-SELECT-SSFRARCH-AUFTRAG

**  ---> passenden genehmigten Change suchen
     PERFORM S961-SELECT-SSFITSM-MATCH
     .
 D833-99.
     EXIT.

******************************************************************
* Pflicht-Testnachweise vor der Freigabe pruefen: die fuer die
* ZIELKLASSE vorgeschriebenen Nachweisklassen (=SSPARM
* "TDOC-<Klasse>", Klassen durch Blank getrennt in SVOL_SOURCE)
* muessen fuer Modul+Version in =SSFTDOC registriert sein; die
* Registrierung entsteht erst NACH erfolgreicher Archivierung im
* ZIP-Repository des Moduls (C356), der Nachweis selbst ist dort
* dauerhaft - die Original-Datei darf also laengst geloescht
* sein. Erwartet VERSION OF ABNAHME und den SSAFE-Satz
* (ZIELKLASSE) als geladen. Ergebnis: W-TDOC-FEHLT leer = alles
* vorhanden, sonst die erste fehlende Klasse.
******************************************************************
 D834-CHECK-TESTDOC SECTION.
 D834-00.
     MOVE SPACES TO W-TDOC-FEHLT

     IF  ZIELKLASSE OF SSAFE = SPACES
         EXIT SECTION
     END-IF

**  ---> Pflichtklassen-Liste der ZIELKLASSE holen
     MOVE SPACES TO AKTION OF SSPARM
     STRING "TDOC"               DELIMITED BY SPACE
            "-"                  DELIMITED BY SIZE
            ZIELKLASSE OF SSAFE  DELIMITED BY SPACE
       INTO AKTION OF SSPARM
     END-STRING
     PERFORM S300-SELECT-SSPARM
     IF  NOT SSPRM-OK
**      ---> keine Pflichtklassen hinterlegt
         EXIT SECTION
     END-IF

     MOVE SPACES TO W-TDOC-KLASSEN-TAB
     UNSTRING SVOL-SOURCE OF SSPARM DELIMITED BY ALL SPACE
         INTO W-TDOC-KLASSE-ELE (1)
              W-TDOC-KLASSE-ELE (2)
              W-TDOC-KLASSE-ELE (3)
              W-TDOC-KLASSE-ELE (4)
              W-TDOC-KLASSE-ELE (5)
              W-TDOC-KLASSE-ELE (6)
     END-UNSTRING

     MOVE W-SOURCE           TO SOURCE-MODUL OF SSFTDOC
     MOVE VERSION OF ABNAHME TO VERSION      OF SSFTDOC
     PERFORM VARYING W-TDOC-IX FROM 1 BY 1
             UNTIL   W-TDOC-IX > 6
                OR   W-TDOC-FEHLT NOT = SPACES
         IF  W-TDOC-KLASSE-ELE (W-TDOC-IX) NOT = SPACES
             MOVE W-TDOC-KLASSE-ELE (W-TDOC-IX)
                 TO KLASSE OF SSFTDOC
             PERFORM S966-SELECT-SSFTDOC
             IF  NOT SSFTDOC-OK
                 MOVE W-TDOC-KLASSE-ELE (W-TDOC-IX)
                     TO W-TDOC-FEHLT
             END-IF
         END-IF
     END-PERFORM
     .
 D834-99.
     EXIT.

******************************************************************
* Start mit FILENAME-Suche
******************************************************************
 E100-FIND-START SECTION.
 E100-00.
* FILENAME_FINDSTART_, FILENAME_FINDNEXT_ und FILENAME_FINDFINISH_ benutzen
* nur in den Subvols DSRC, TSRC und PSRC (ggf. aus Parametertabelle)
* in TSRC darf es sich eigentlich nicht befinden, wenn doch und es ist älter
* muss es vorher gelöscht werden, sonst Fehlermeldung und Ende

**  ---> zunächst Volume-Angabe holen
     MOVE SPACES TO SEARCH-FILE-VOL
     UNSTRING W-VOLUME DELIMITED BY SPACE OR "."
         INTO SEARCH-FILE-VOL
     END-UNSTRING

**  ---> letztes Zeichen vom Source-Name durch "?" ersetzen
     MOVE 0 TO C4-I1
     MOVE W-SOURCE TO SEARCH-FILE-NAME
     INSPECT SEARCH-FILE-NAME TALLYING C4-I1
         FOR CHARACTERS BEFORE INITIAL " "
     IF  C4-I1 > 8
         MOVE "?" TO SEARCH-FILE-NAME (8:1)
     ELSE
         MOVE "?" TO SEARCH-FILE-NAME (C4-I1:1)
     END-IF

     MOVE SPACES TO FB-SEARCH-PATTERN
     STRING  SEARCH-FILE-VOL                     DELIMITED BY SPACE
             "."                                 DELIMITED BY SIZE
             SEARCH-FILE-SUBVOL                  DELIMITED BY SPACE
             "."                                 DELIMITED BY SIZE
             SEARCH-FILE-NAME                    DELIMITED BY SPACE
       INTO  FB-SEARCH-PATTERN
     END-STRING

     MOVE ZERO TO FB-SEARCH-PATTERNLEN
     INSPECT FB-SEARCH-PATTERN TALLYING FB-SEARCH-PATTERNLEN
         FOR CHARACTERS BEFORE INITIAL " "
     MOVE "*" TO FB-SEARCH-PATTERN (FB-SEARCH-PATTERNLEN:1)

**  ---> Start FIND
     MOVE 0 TO FB-RESOLVE-LEVEL
     MOVE 3 TO FB-DEVICE-TYPE
     ENTER TAL "FILENAME_FINDSTART_"
                USING FB-SEARCH-ID
                      FB-SEARCH-PATTERN (1:FB-SEARCH-PATTERNLEN)
                      FB-RESOLVE-LEVEL
               GIVING FB-ERROR
     .
 E100-99.
     EXIT.

******************************************************************
* Dateien zum FileSet suchen
******************************************************************
 E110-FIND-NEXT SECTION.
 E110-00.
     ENTER TAL "FILENAME_FINDNEXT_"
                USING FB-SEARCH-IDN
                      FB-NAME (1:FB-NAMEMAXLEN)
                      FB-NAMELEN
               GIVING FB-ERROR

     IF  FB-ERROR = ZERO
**      ---> Datei gefunden
         SET F-OK TO TRUE
         MOVE FB-NAME (1:FB-NAMELEN) TO SEARCH-FILE
         IF  FB-NAME (FB-NAMELEN:1) = "Z"
             SET SRCZ-YES TO TRUE
         ELSE
             SET SRCZ-NO  TO TRUE
         END-IF
     ELSE
         SET F-EOF TO TRUE
         IF  FB-ERROR = 1
             ENTER TAL "FILENAME_FINDFINISH_"
                        USING  FB-SEARCH-IDN
                        GIVING FB-ERROR
         ELSE
             PERFORM U011-AUSGABE-SPACELINE
             MOVE " !!! Fehler bei Dateiscan: " To ZEILE
             MOVE FB-ERROR TO D-NUM6
             MOVE D-NUM6 TO ZEILE (28:)
             PERFORM U010-AUSGABE
             PERFORM U011-AUSGABE-SPACELINE
             SET PRG-ABBRUCH TO TRUE
         END-IF
     END-IF
     .
 E110-99.
     EXIT.

******************************************************************
* holen Last-Modify Zeitpunkt
******************************************************************
 E120-FILE-INFO SECTION.
 E120-00.
     MOVE ZERO TO T-FNAME-LEN
     INSPECT T-FNAME TALLYING T-FNAME-LEN
             FOR CHARACTERS BEFORE INITIAL " "

     ENTER TAL "FILE_GETINFOLISTBYNAME_"
                 USING   T-FNAME (1 : T-FNAME-LEN)
                         T-ITEM-LIST
                         T-NUM-OF-ITEMS
                         T-RESULT
                         T-RESULT-MAX
                         T-RESULT-LEN
                         T-ERROR-ITEM
                 GIVING  T-ERROR

     IF  T-ERROR NOT = ZERO
         EXIT SECTION
     END-IF

**  ---> Last Modify Zeitpunkt
     MOVE T-RESULT (5:8) TO LAST-MODIFY-X
     ENTER TAL "INTERPRETTIMESTAMP"
                 USING   LAST-MODIFY-N
                         TAL-TIME
                 GIVING  TAL-JUL-DAY

     MOVE CORR TAL-TIME TO TAL-TIME-D

**  ---> Security String
     MOVE T-RESULT (1:1) TO CD4-X2
     MOVE CD4-NUM TO D-NUM1
     MOVE D-NUM1  TO D-SEC-STRING (1:1)

     MOVE T-RESULT (2:1) TO CD4-X2
     MOVE CD4-NUM TO D-NUM1
     MOVE D-NUM1  TO D-SEC-STRING (2:1)

     MOVE T-RESULT (3:1) TO CD4-X2
     MOVE CD4-NUM TO D-NUM1
     MOVE D-NUM1  TO D-SEC-STRING (3:1)

     MOVE T-RESULT (4:1) TO CD4-X2
     MOVE CD4-NUM TO D-NUM1
     MOVE D-NUM1  TO D-SEC-STRING (4:1)

     INSPECT D-SEC-STRING CONVERTING "012456"
                                  TO "AGONCU"

**  ---> File Owner bestimmen
     MOVE T-RESULT (13:1) TO CD4-X2
     MOVE CD4-NUM TO D-FILE-GROUP
     MOVE T-RESULT (14:1) TO CD4-X2
     MOVE CD4-NUM TO D-FILE-OWNER
     .
 E120-99.
     EXIT.

******************************************************************
* Obey-Datei füllen und Fup ausführen
******************************************************************
 E150-OBEY-FUP SECTION.
 E150-00.
**  ---> Preview/Dry-Run (SWITCH-2): FUP-Kommandos nur anzeigen,
**       weder Obey-Datei schreiben noch FUP tatsächlich ausführen
     IF  PREVIEW-ON
         PERFORM E155-PREVIEW-FUP-COMMANDS
         EXIT SECTION
     END-IF

**  ---> Obey-Datei assignen
     PERFORM N010-ASSIGN-SSOBEY
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

**  ---> Obey Datei öffnen und füllen (erstellt wurde sie in B000)
     OPEN OUTPUT SSOBEY

**  ---> Schleife über alle erzeugten Kommandos
     PERFORM VARYING C4-I1 FROM 1 BY 1
             UNTIL   C4-I1 > FUP-COMMANDS-ANZ
             OR      PRG-ABBRUCH

         MOVE FUP-COMMAND (C4-I1) TO SSOBEY-SATZ
         WRITE SSOBEY-SATZ

     END-PERFORM

**  ---> schließen Obey Datei
     CLOSE SSOBEY

**  ---> FUP ausführen (Zeit zaehlt als FUP/ZIP-Anteil des Kommandos)
     SET RZ-MOD-ZIP TO TRUE
     PERFORM E358-RZ-MODUL-START
     PERFORM U210-FUP
     PERFORM E359-RZ-MODUL-STOP
     .
 E150-99.
     EXIT.

******************************************************************
* Preview/Dry-Run: erzeugte FUP-Kommandos nur anzeigen
******************************************************************
 E155-PREVIEW-FUP-COMMANDS SECTION.
 E155-00.
     MOVE "Preview (SWITCH-2) - FUP wird NICHT ausgefuehrt:" TO ZEILE
     PERFORM U010-AUSGABE

     PERFORM VARYING C4-I1 FROM 1 BY 1
             UNTIL   C4-I1 > FUP-COMMANDS-ANZ

         MOVE SPACES             TO ZEILE
         MOVE FUP-COMMAND (C4-I1) TO ZEILE (5:)
         PERFORM U010-AUSGABE

     END-PERFORM

     PERFORM U011-AUSGABE-SPACELINE
     .
 E155-99.
     EXIT.

******************************************************************
* Object-Programm accellerieren
******************************************************************
 E310-AXCEL SECTION.
 E310-00.
**  ---> Information an den User
     IF  PRG-OK
         MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
         MOVE "HINW-011" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
     END-IF

**  ---> erstmal löschen STARTUP-Text
     MOVE "*ALL*" TO P-PORTION
     PERFORM W360-DELETESTARTUP
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

**  ---> setzen OUT-Parameter für Aufruf von AXCEL
**  ---> dafür erstmal DEFINE setzen
     MOVE "$WE.#OCA" TO W-LOC
*     MOVE "$WE.#AXCEL" TO W-LOC
     MOVE 10           TO W-LOC-LEN
     PERFORM F310-DEFINE
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

     MOVE "OUT" TO P-PORTION
     MOVE "=MYDEFINE" TO P-TEXT
     PERFORM W350-PUTSTARTUPTEXT
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

**  ---> setzen STRING-Parameter für Aufruf von AXCEL
     MOVE "STRING"  TO P-PORTION
     MOVE DEST-FILE TO P-TEXT

*     MOVE SPACES   TO P-TEXT
*     STRING  DEST-FILE   DELIMITED BY SPACE
*             ", "        DELIMITED BY SIZE
*             DEST-FILE   DELIMITED BY SPACE
*       INTO  P-TEXT
*     END-STRING
     PERFORM W350-PUTSTARTUPTEXT
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

**  ---> und nun den AXCEL Prozess starten - Laufzeit fuer SSFCTIM
**       mitstoppen
     MOVE "AX" TO W-CTIM-SCHRITT
     PERFORM E340-CTIM-START

     MOVE K-OCA TO W-PROGRAM
*     MOVE K-AXCEL TO W-PROGRAM
     PERFORM W030-CREATEPROCESS

     PERFORM E345-CTIM-STOP

     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

**  ---> Compile-Ergebnis anzeigen
     EVALUATE MSG-COMPLETION-CODE
         WHEN 0     DISPLAY ">> keine Fehler/Warnungen vom Accelerator"
         WHEN 1     DISPLAY ">>!! Warnungen vom Accelerator !!"
         WHEN 2     DISPLAY ">>!! Fehler vom Accelerator !!"
         WHEN OTHER MOVE MSG-COMPLETION-CODE TO D-NUM4
                    DISPLAY ">>!! sonstige Fehler ("
                            D-NUM4
                            ") vom Accelerator !!"
     END-EVALUATE
     IF  MSG-COMPLETION-CODE not = ZERO
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     END-IF
     DISPLAY " "
     .
 E310-99.
     EXIT.

******************************************************************
* Object-Programm SQL-Compilieren
******************************************************************
 E320-SQL SECTION.
 E320-00.
**  ---> Information an den User
     IF  PRG-OK
         MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
         MOVE "HINW-010" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
     END-IF

**  ---> erstmal löschen STARTUP-Text
     MOVE "*ALL*" TO P-PORTION
     PERFORM W360-DELETESTARTUP
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

**  ---> setzen IN-Parameter für Aufruf von SQLCOMP
     MOVE "IN" TO P-PORTION
     MOVE DEST-FILE TO P-TEXT
     PERFORM W350-PUTSTARTUPTEXT
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

**  ---> setzen OUT-Parameter für Aufruf von SQLCOMP
**  ---> dafür erstmal DEFINE setzen
     MOVE "$WE.#SQLCOMP" TO W-LOC
     MOVE 12             TO W-LOC-LEN
     PERFORM F310-DEFINE
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

     MOVE "OUT" TO P-PORTION
     MOVE "=MYDEFINE" TO P-TEXT
     PERFORM W350-PUTSTARTUPTEXT
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

**  ---> für STRING-Parameter erstmal Werte holen
     MOVE "CATALOG" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  NOT SSPRM-OK
         EXIT SECTION
     END-IF

**  ---> setzen STRING-Parameter für Aufruf von SQLCOMP
     MOVE "STRING" TO P-PORTION
     MOVE SPACES   TO P-TEXT
     STRING  "CATALOG "            DELIMITED BY SIZE
             SVOL-SOURCE OF SSPARM DELIMITED BY SPACE
       INTO  P-TEXT
     END-STRING
     PERFORM W350-PUTSTARTUPTEXT
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

**  ---> vorherigen Plan-Snapshot als Vorversion sichern, dann
**       SQLCOMP anweisen, den neuen Ausführungsplan-Report dorthin
**       zu schreiben, wo er spaeter mit der Vorversion verglichen
**       werden kann (E326-PLAN-DIFF)
     PERFORM E322-ROLLOVER-PLAN

     MOVE "PLAN" TO P-PORTION
     MOVE W-PLAN-FILE-CUR TO P-TEXT
     PERFORM W350-PUTSTARTUPTEXT
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

**  ---> nachsehen, ob das Sourcefile kein Open-Flag hat
     MOVE AP-DNAME TO AP-DNAME-ZW
     MOVE DEST-FILE TO AP-DNAME
     PERFORM W200-OPENINFO
     MOVE AP-DNAME-ZW TO AP-DNAME
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF
**  ---> nun erstmal ein klein wenig warten
*     ENTER TAL "DELAY" USING C9-DELAY-TIME

**  ---> und nun den Compile Prozess starten - Laufzeit fuer SSFCTIM
**       mitstoppen
     MOVE "SQ" TO W-CTIM-SCHRITT
     PERFORM E340-CTIM-START

     MOVE K-SQLCOMP TO W-PROGRAM
     PERFORM W030-CREATEPROCESS

**  ---> Objektgroesse des eben erzeugten Objekts fuer den
**       Compile-Trend mit vorbelegen (vor dem Stop/Insert, da
**       E345-CTIM-STOP W-CTIM-OBJEKTGROESSE gleich mit wegschreibt)
     PERFORM E348-GET-OBJEKTGROESSE

     PERFORM E345-CTIM-STOP

     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

**  ---> Compile-Ergebnis anzeigen
     EVALUATE MSG-COMPLETION-CODE
         WHEN 0     DISPLAY ">> keine Fehler/Warnungen vom SQLCOMP"
         WHEN 1     DISPLAY ">>!! Warnungen vom SQLCOMP !!"
         WHEN 2     DISPLAY ">>!! Fehler vom SQLCOMP !!"
         WHEN OTHER MOVE MSG-COMPLETION-CODE TO D-NUM4
                    DISPLAY ">>!! sonstige Fehler ("
                            D-NUM4
                            ") vom SQLCOMP !!"
     END-EVALUATE
*20130403     IF  MSG-COMPLETION-CODE not = ZERO
*20130403         SET PRG-ABBRUCH TO TRUE
*20130403     END-IF
     DISPLAY " "

**  ---> Zeilenvergleich des neuen Ausfuehrungsplans mit der
**       Vorversion anzeigen (Planregression erkennbar machen)
     PERFORM E326-PLAN-DIFF

**  ---> und wieder löschen STARTUP-Text
     MOVE "*ALL*" TO P-PORTION
     PERFORM W360-DELETESTARTUP
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

**  ---> startup für FUP wieder reaktivieren
     MOVE "OUT"  TO P-PORTION
     MOVE W-FUP-OUT TO P-TEXT
     PERFORM V100-STARTUP
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF
     .
 E320-99.
     EXIT.

******************************************************************
* Plan-Snapshot des vorherigen SQLCOMP-Laufs als Vorversion sichern
* (PURGE alte Vorversion, RENAME aktuelle auf Vorversion), bevor
* SQLCOMP den neuen Plan-Report schreibt - gleiches FUP-Kommando-
* /E150-OBEY-FUP-Verfahren wie bei den Archiv-Rollovers (D310-COPY-
* ROLLOVER) bzw. beim ACTIVTEST-Rollback (E365)
******************************************************************
 E322-ROLLOVER-PLAN SECTION.
 E322-00.
     MOVE ZERO TO FUP-COMMANDS-ANZ
     ADD 1 TO FUP-COMMANDS-ANZ
     MOVE "ALLOW 10 ERRORS, 10 WARNINGS" TO FUP-COMMAND (FUP-COMMANDS-ANZ)

     ADD 1 TO FUP-COMMANDS-ANZ
     STRING  " PURGE ! "          DELIMITED BY SIZE
             W-PLAN-FILE-PRV      DELIMITED BY SPACE
       INTO  FUP-COMMAND (FUP-COMMANDS-ANZ)
     END-STRING

     ADD 1 TO FUP-COMMANDS-ANZ
     STRING  " RENAME "           DELIMITED BY SIZE
             W-PLAN-FILE-CUR      DELIMITED BY SPACE
             ", "                 DELIMITED BY SIZE
             W-PLAN-FILE-PRV      DELIMITED BY SPACE
       INTO  FUP-COMMAND (FUP-COMMANDS-ANZ)
     END-STRING

     PERFORM E150-OBEY-FUP
     .
 E322-99.
     EXIT.

******************************************************************
* Zeilenweiser Vergleich des eben erzeugten Ausfuehrungsplans
* (W-PLAN-FILE-CUR) gegen den Plan des vorherigen SQLCOMP-Laufs
* (W-PLAN-FILE-PRV) - nutzt dieselbe Vergleichslogik wie das
* DIFF-Kommando (D240-COMPARE-FILES), damit Plan-Regressionen sofort
* nach dem Recompile auffallen. Der Vergleich ist rein zeilenbasiert
* (keine Tabellen-/Index-/Join-Extraktion aus dem Plan-Report) - eine
* Abweichung im Plantext wird angezeigt, muss aber vom Anwender selbst
* als Tabellenreihenfolge-, Index- oder Join-Aenderung interpretiert
* werden. Gibt es noch keine Vorversion (1. Compile), wird das wie bei
* D256-ESTIMATE-CHANGE-SIZE als Hinweis statt als Fehler gemeldet
******************************************************************
 E326-PLAN-DIFF SECTION.
 E326-00.
     MOVE W-PLAN-FILE-PRV TO W-DIFF-FILE-1
     MOVE W-PLAN-FILE-CUR TO W-DIFF-FILE-2

     MOVE W-DIFF-FILE-1 TO ASS-FNAME
     MOVE ZERO          TO ASS-FSTATUS
     ENTER "COBOLASSIGN" USING  DIFFALT
                                ASS-FNAME
                         GIVING ASS-FSTATUS
     IF  ASS-FSTATUS NOT = ZERO
         PERFORM U011-AUSGABE-SPACELINE
         MOVE "  (kein vorheriger Ausfuehrungsplan zum Vergleich vorh.)"
             TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

     PERFORM D240-COMPARE-FILES
     .
 E326-99.
     EXIT.

******************************************************************
* Rueckroll-Pruefung vor REL2PROD: stellt fest, ob im Ziel-SubVol
* bereits eine produktive Vorversion dieses Moduls existiert, auf
* die der anschliessende Rollover (D310-COPY-ROLLOVER, welcher die
* bisherige "E"-Generation automatisch auf "D" zurueckstuft) im
* Fehlerfall per FUP RENAME zurueckgerollt werden koennte. Die erste
* Freigabe eines neuen Moduls hat naturgemaess keine Vorversion -
* das ist dann kein Fehler, sondern nur ein Hinweis (gleiches
* Vorgehen wie bei D256-ESTIMATE-CHANGE-SIZE / E326-PLAN-DIFF fuer
* die jeweils "erste Version"). Die physische Existenz der Datei
* allein genuegt aber nicht: zusaetzlich wird geprueft, ob dieses
* Modul auch tatsaechlich in =SSFRARCH archiviert ist - sonst waere
* die Rueckroll-Version zwar als Datei vorhanden, aber im Archiv
* der Freigabehistorie nicht wiederauffindbar (z.B. weil sie nie
* ueber REL2PROD, sondern anderweitig auf das Ziel-SubVol gelangt
* ist, oder ihr =SSFRARCH-Eintrag zwischenzeitlich verloren ging)
******************************************************************
 E327-VALIDATE-ROLLBACK-PLAN SECTION.
 E327-00.
     MOVE SPACES TO W-DIFF-FILE-1
     STRING  SOURCE-FILE-VOL     DELIMITED BY SPACE
             "."                 DELIMITED BY SIZE
             SVOL-DEST OF SSPARM DELIMITED BY SPACE
             "."                 DELIMITED BY SIZE
             SOURCE-FILE-NAME    DELIMITED BY SPACE
       INTO  W-DIFF-FILE-1
     END-STRING

     MOVE W-DIFF-FILE-1 TO ASS-FNAME
     MOVE ZERO          TO ASS-FSTATUS
     ENTER "COBOLASSIGN" USING  DIFFALT
                                ASS-FNAME
                         GIVING ASS-FSTATUS
     IF  ASS-FSTATUS NOT = ZERO
**      ---> keine produktive Vorversion vorhanden - erste Freigabe
**           dieses Moduls, kein Rueckroll-Ziel moeglich (in der
**           Sammelfreigabe C342 ohne Einzelmeldung)
         IF  NOT FGA-LAUF-AKTIV
             MOVE "HINWEIS"  TO BEREICH   OF SSTEXT
             MOVE "HINW-024" TO KATEGORIE OF SSTEXT
             PERFORM R100-SHOW-TEXT
         END-IF
         EXIT SECTION
     END-IF

**  ---> Datei ist vorhanden - jetzt pruefen, ob das Modul auch
**       einen abrufbaren Archiv-Eintrag in =SSFRARCH hat, sonst ist
**       die Rueckroll-Version nicht wiederauffindbar
     MOVE ZERO TO W-ROLLBACK-ARCH-ANZ
     EXEC SQL
         SELECT  COUNT(*)
           INTO  :W-ROLLBACK-ARCH-ANZ
           FROM  =SSFRARCH
          WHERE  FILE_TYPE like "SRC"
            and  SOURCE_MODUL = :SOURCE-FILE-NAME
     END-EXEC

     IF  W-ROLLBACK-ARCH-ANZ = ZERO
**      ---> Rueckroll-Datei physisch vorhanden, aber kein
**           zugehoeriger Archiv-Eintrag - Rueckroll-Version im
**           eigentlichen Freigabe-Archiv nicht wiederauffindbar; der
**           REL2PROD-Rollover wuerde das einzige wiederauffindbare
**           Rueckroll-Ziel ueberschreiben, also blockieren
         IF  NOT FGA-LAUF-AKTIV
             MOVE "FEHLER"   TO BEREICH   OF SSTEXT
             MOVE "FEHL-071" TO KATEGORIE OF SSTEXT
             PERFORM R100-SHOW-TEXT
         END-IF
         SET PRG-ABBRUCH TO TRUE
     END-IF
     .
 E327-99.
     EXIT.

******************************************************************
* Eintrag in Tabelle WVERSION erzeugen
******************************************************************
 E330-VERSION SECTION.
 E330-00.
     MOVE SOURCE-FILE-NAME TO IN-SOURCE
     PERFORM U400-OBJECT-NAME
**  ---> Ergebnis in OUT-SOURCE

     MOVE SPACE TO DYN-STATEMENT-BUFFER
     STRING  "INSERT INTO =VIEWVERS "             delimited by size
             "(PROGRAMM, VERSION, USER) VALUES "  delimited by size
             "("""                                delimited by size
             OUT-SOURCE                           delimited by space
             ""","""                              delimited by size
             W-PROG-VERSION                       delimited by space
             ""","""                              delimited by size
             P-USER-NAME                          delimited by space
             """)"                                delimited by size
       INTO  DYN-STATEMENT-BUFFER
     END-STRING
     .
 E330-99.
     EXIT.

******************************************************************
* Laufzeit-Messung Accelerator/SQLCOMP starten (W-CTIM-SCHRITT ist
* vom Aufrufer bereits mit "AX" bzw. "SQ" belegt) - fuer SSFCTIM
******************************************************************
 E340-CTIM-START SECTION.
 E340-00.
     PERFORM U030-TIMESTAMP
     COMPUTE W-CTIM-START-SEK =
             (TAL-HH OF TAL-TIME-D * 3600)
           + (TAL-MI OF TAL-TIME-D * 60)
           +  TAL-SS OF TAL-TIME-D
     MOVE ZERO TO W-CTIM-OBJEKTGROESSE
     .
 E340-99.
     EXIT.

******************************************************************
* Laufzeit-Messung stoppen, Dauer berechnen (Mitternachts-Ueberlauf
* abfangen) und den Lauf in SSFCTIM protokollieren
******************************************************************
 E345-CTIM-STOP SECTION.
 E345-00.
     PERFORM U030-TIMESTAMP
     COMPUTE W-CTIM-ENDE-SEK =
             (TAL-HH OF TAL-TIME-D * 3600)
           + (TAL-MI OF TAL-TIME-D * 60)
           +  TAL-SS OF TAL-TIME-D

     IF  W-CTIM-ENDE-SEK < W-CTIM-START-SEK
**      ---> Lauf ging ueber Mitternacht
         COMPUTE W-CTIM-DAUER-SEK =
                 W-CTIM-ENDE-SEK + 86400 - W-CTIM-START-SEK
     ELSE
         COMPUTE W-CTIM-DAUER-SEK =
                 W-CTIM-ENDE-SEK - W-CTIM-START-SEK
     END-IF

     PERFORM S906-INSERT-SSFCTIM
     .
 E345-99.
     EXIT.

******************************************************************
* ermittelt ueber FILE_GETINFOLISTBYNAME_ die Objektgroesse (EOF) des
* gerade vom SQLCOMP-Lauf erzeugten Objekts (="=MYDEFINE", das Output-
* Define aus E320-SQL) und merkt sie in W-CTIM-OBJEKTGROESSE vor, fuer
* den folgenden PERFORM E345-CTIM-STOP / S906-INSERT-SSFCTIM - bleibt
* bei Fehler (z.B. Compile ohne Objekt wegen Fehlern) bei ZERO stehen,
* ohne den Compile-Lauf selbst abzubrechen
******************************************************************
 E348-GET-OBJEKTGROESSE SECTION.
 E348-00.
     MOVE "=MYDEFINE" TO T-FNAME
     MOVE ZERO TO T-FNAME-LEN
     INSPECT T-FNAME TALLYING T-FNAME-LEN
             FOR CHARACTERS BEFORE INITIAL " "

     ENTER TAL "FILE_GETINFOLISTBYNAME_"
                 USING   T-FNAME (1 : T-FNAME-LEN)
                         W-CTIM-T-ITEM-LIST
                         W-CTIM-T-NUM-OF-ITEMS
                         W-CTIM-T-RESULT
                         W-CTIM-T-RESULT-MAX
                         W-CTIM-T-RESULT-LEN
                         W-CTIM-T-ERROR-ITEM
                 GIVING  W-CTIM-T-ERROR

     IF  W-CTIM-T-ERROR = ZERO
         MOVE W-CTIM-T-RESULT-EOF TO W-CTIM-OBJEKTGROESSE
     END-IF
     .
 E348-99.
     EXIT.

******************************************************************
* Ticket-Status-Synchronisation: sucht im Checkin-Kommentar
* (W-CI-KOMMENTAR) nach einer "#<Ticket>"-Annotation (z.B. "#4711
* Bugfix der Saldenberechnung") und legt bei Fund automatisch einen
* Status-Eintrag in =SSFTICKET an (S914-INSERT-SSFTICKET) - W-TICKET-
* STATUS/-AKTION sind vom Aufrufer vorbelegt; ohne "#" im Kommentar
* passiert nichts (kein Fehler, einfach keine Annotation vorhanden)
******************************************************************
 E349-SYNC-TICKET-STATUS SECTION.
 E349-00.
     MOVE SPACES TO W-TICKET-NR, W-TICKET-REST
     MOVE ZERO   TO W-TICKET-POS

     INSPECT W-CI-KOMMENTAR TALLYING W-TICKET-POS
             FOR CHARACTERS BEFORE INITIAL "#"

**  ---> kein "#" gefunden, oder zu weit am Ende fuer eine Ticket-Nr
     IF  W-TICKET-POS > 58
         EXIT SECTION
     END-IF

**  ---> Rest nach dem "#" isolieren, erstes Wort ist die Ticket-Nr
     COMPUTE W-TICKET-START = W-TICKET-POS + 2
     MOVE W-CI-KOMMENTAR (W-TICKET-START :) TO W-TICKET-REST
     UNSTRING W-TICKET-REST DELIMITED BY SPACE
         INTO  W-TICKET-NR
     END-UNSTRING

     IF  W-TICKET-NR = SPACES
         EXIT SECTION
     END-IF

     PERFORM S914-INSERT-SSFTICKET
     .
 E349-99.
     EXIT.

******************************************************************
* Ticket-Status-Synchronisation bei REL2PROD: alle Tickets, die
* seit der letzten Freigabe gegen dieses Modul eingecheckt wurden
* (=SSFTICKET, STATUS "eingecheckt" ohne nachfolgendes "deployed"),
* erhalten einen "deployed"-Statuseintrag und werden gesammelt per
* Mail an den EKONTAKT-Verteiler der Kategorie "TD" gemeldet -
* dieser Verteiler ist der Uebergabepunkt an das Ticketsystem
* (z.B. dessen Mail-Gateway), der einzige Auswaertskanal dieses
* Repositories. Erst sammeln, dann eintragen - nicht in die offene
* Cursor-Menge hineinschreiben
******************************************************************
 E351-TICKETS-DEPLOYED SECTION.
 E351-00.
     MOVE ZERO TO W-TDEP-ANZ

     PERFORM S936-OPEN-TICKET-DEP-CURSOR
     IF  SSF-EOD
**      ---> Cursor liess sich nicht oeffnen (Meldung s. S936) -
**           nicht auf einen ungeoeffneten Cursor fetchen
         EXIT SECTION
     END-IF
     PERFORM S937-FETCH-TICKET-DEP-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         IF  W-TDEP-ANZ < 20
             ADD 1 TO W-TDEP-ANZ
             MOVE W-TICKET-NR TO W-TDEP-TICKET (W-TDEP-ANZ)
         ELSE
             DISPLAY " Hinweis: mehr als 20 offene Tickets - "
                     "Rest wird erst bei der naechsten Freigabe "
                     "synchronisiert"
             SET SSF-EOD TO TRUE
         END-IF
         IF  NOT SSF-EOD
             PERFORM S937-FETCH-TICKET-DEP-CURSOR
         END-IF
     END-PERFORM
     PERFORM S938-CLOSE-TICKET-DEP-CURSOR

     IF  W-TDEP-ANZ = ZERO
         EXIT SECTION
     END-IF

**  ---> je Ticket einen "deployed"-Statuseintrag schreiben
     MOVE "FR"       TO W-TICKET-AKTION
     MOVE "deployed" TO W-TICKET-STATUS
     PERFORM VARYING W-TDEP-IX FROM 1 BY 1
             UNTIL   W-TDEP-IX > W-TDEP-ANZ
         MOVE W-TDEP-TICKET (W-TDEP-IX) TO W-TICKET-NR
         PERFORM U100-BEGIN
         PERFORM S914-INSERT-SSFTICKET
         PERFORM U110-COMMIT
     END-PERFORM

**  ---> gesammelte Meldung an den Ticket-Verteiler
     PERFORM M570-MAIL-TICKET-DEPLOYED
     .
 E351-99.
     EXIT.

******************************************************************
* ITSM-Implementierungs-Bestaetigung nach erfolgreichem REL2PROD:
* den in D833 gefundenen Change in =SSFITSM auf "IM" setzen und
* eine Bestaetigungszeile (Change;Modul;Datum;User) an die
* Export-Datei fuer das ITSM anhaengen (=SSPARM "ITSMEXP")
******************************************************************
 E352-ITSM-CONFIRM SECTION.
 E352-00.
     PERFORM U100-BEGIN
     PERFORM S962-UPDATE-SSFITSM-IM
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
**      ---> Bestaetigung ist Buchhaltung nach bereits
**           committeter Freigabe - Freigabe nicht kippen
         SET PRG-OK TO TRUE
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

**  ---> Export-Datei oeffnen (Anhaengen) und Zeile schreiben
     PERFORM N024-OPEN-ITSMEXP
     IF  PRG-ABBRUCH
         SET PRG-OK TO TRUE
         EXIT SECTION
     END-IF

     PERFORM U030-TIMESTAMP
     MOVE SPACES TO PROTCSV-SATZ
     STRING  W-ITSM-CHANGE           DELIMITED BY SPACE
             ";"                     DELIMITED BY SIZE
             W-SOURCE                DELIMITED BY SPACE
             ";"                     DELIMITED BY SIZE
             TAL-JHJJMMTT OF TAL-TIME-D DELIMITED BY SIZE
             ";"                     DELIMITED BY SIZE
             P-USER-NAME             DELIMITED BY SPACE
             ";implementiert"        DELIMITED BY SIZE
       INTO  PROTCSV-SATZ
     END-STRING
     WRITE PROTCSV-SATZ
     CLOSE PROTCSV
     .
 E352-99.
     EXIT.

******************************************************************
* Smoke-Test nach ACTIVTEST: wurde DEST-FILE tatsaechlich aktiviert
* und ist als Objekt-Datei vorhanden und lesbar ?
******************************************************************
 E360-ACTIVTEST-SMOKE SECTION.
 E360-00.
     SET ACTTST-SMOKE-OK TO TRUE

     MOVE DEST-FILE TO T-FNAME
     PERFORM E120-FILE-INFO
     IF  T-ERROR NOT = ZERO
**      ---> Objekt nach der Aktivierung nicht auffindbar/lesbar
         SET ACTTST-SMOKE-NOK TO TRUE
         EXIT SECTION
     END-IF

**  ---> das alte Objekt (sourcE) darf nach der Umbenennung nicht
**       mehr unter dem Source-Namen existieren, sonst ist die
**       Aktivierung nicht vollstaendig durchgelaufen
     MOVE SOURCE-FILE TO T-FNAME
     PERFORM E120-FILE-INFO
     IF  T-ERROR = ZERO
         SET ACTTST-SMOKE-NOK TO TRUE
     END-IF
     .
 E360-99.
     EXIT.

******************************************************************
* Rollback einer fehlgeschlagenen ACTIVTEST-Aktivierung:
* FUP-Umbenennungen zuruecknehmen und SSAFE/SSPROT korrigieren
******************************************************************
 E365-ACTIVTEST-ROLLBACK SECTION.
 E365-00.
**  ---> Rueck-Umbenennungen als neue FUP-Kommandoliste aufbauen
     MOVE ZERO TO FUP-COMMANDS-ANZ
     ADD 1 TO FUP-COMMANDS-ANZ
     MOVE "ALLOW 10 ERRORS, 10 WARNINGS" TO FUP-COMMAND (FUP-COMMANDS-ANZ)

**  ---> DEST-FILE wieder zurueck nach SOURCE-FILE umbenennen
     ADD 1 TO FUP-COMMANDS-ANZ
     STRING  " RENAME "          DELIMITED BY SIZE
             DEST-FILE           DELIMITED BY SPACE
             ", "                DELIMITED BY SIZE
             SOURCE-FILE         DELIMITED BY SPACE
       INTO  FUP-COMMAND (FUP-COMMANDS-ANZ)
     END-STRING

**  ---> falls eine Sicherung (TRUNOLD) angelegt wurde, diese wieder
**       auf DEST-FILE zurueckbenennen
     IF  ACTTST-HAT-BACKUP
         ADD 1 TO FUP-COMMANDS-ANZ
         STRING  " RENAME "          DELIMITED BY SIZE
                 DEST-FILE-ALT       DELIMITED BY SPACE
                 ", "                DELIMITED BY SIZE
                 DEST-FILE           DELIMITED BY SPACE
           INTO  FUP-COMMAND (FUP-COMMANDS-ANZ)
         END-STRING
     END-IF

**  ---> Rueck-Umbenennungen ausfuehren
     PERFORM E150-OBEY-FUP

**  ---> SSAFE wieder auf Freigabe-Test "TR" zuruecksetzen
     MOVE W-SOURCE    TO SOURCE-MODUL  OF SSAFE
     MOVE "TR"        TO FREIGABE-TEST OF SSAFE
     MOVE P-USER-NAME TO GROUP-USER    OF SSAFE

     PERFORM U100-BEGIN
     PERFORM S121-UPDATE-SSAFE-REL2TEST
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF

**  ---> Protokoll-Eintrag fuer den Rollback
     MOVE W-SOURCE    TO SOURCE-MODUL OF SSPROT
     MOVE "AK"        TO AKTION       OF SSPROT
     MOVE "TR"        TO KZ-FREIGABE  OF SSPROT
     MOVE P-USER-NAME TO GROUP-USER   OF SSPROT
     MOVE "Smoke-Test fehlgeschlagen - Aktivierung zurueckgerollt"
                      TO KOMMENTAR    OF SSPROT
     PERFORM S200-INSERT-SSPROT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT
     .
 E365-99.
     EXIT.

******************************************************************
* Regressionstests: registrierte Testfaelle (=SSFTCAS) fuer dieses
* Modul abfahren - das frisch aktivierte Objekt (DEST-FILE) wird je
* Testfall mit dem hinterlegten INPUT_DATEN als STRING-Parameter
* gestartet und der Completion-Code gegen ERWARTET geprueft. Ohne
* registrierte Testfaelle gilt die Pruefung als "keine vorhanden"
* und blockiert die Aktivierung nicht (ACTTST-REGRESS-KEINE).
******************************************************************
 E375-ACTIVTEST-REGRESSION SECTION.
 E375-00.
     SET ACTTST-REGRESS-OK TO TRUE
     MOVE ZERO TO W-TCAS-ANZ
                  W-TCAS-OK
                  W-TCAS-NOK

     PERFORM S910-OPEN-SSFTCAS-CURSOR
     PERFORM S911-FETCH-SSFTCAS-CURSOR
     PERFORM UNTIL REFTABS-EOD OR PRG-ABBRUCH

         ADD 1 TO W-TCAS-ANZ

**      ---> Testfall-Objekt starten - STRING-Parameter = INPUT_DATEN
         MOVE "STRING"       TO P-PORTION
         MOVE INPUT-DATEN OF SSFTCAS TO P-TEXT
         PERFORM W350-PUTSTARTUPTEXT
         IF  PRG-ABBRUCH
             EXIT SECTION
         END-IF

         MOVE DEST-FILE TO W-PROGRAM
         PERFORM W030-CREATEPROCESS

         MOVE "*ALL*" TO P-PORTION
         PERFORM W360-DELETESTARTUP
         IF  PRG-ABBRUCH
             EXIT SECTION
         END-IF

**      ---> Ist-Completion-Code mit ERWARTET vergleichen
         MOVE SPACES TO W-TCAS-IST
         MOVE MSG-COMPLETION-CODE TO D-NUM4O
         MOVE D-NUM4O TO W-TCAS-IST (1:4)

         IF  W-TCAS-IST (1:4) = ERWARTET OF SSFTCAS (1:4)
             ADD 1 TO W-TCAS-OK
         ELSE
             ADD 1 TO W-TCAS-NOK
             DISPLAY "!!! Testfall " CASE-ID OF SSFTCAS
                     " fehlgeschlagen - erwartet "
                     ERWARTET OF SSFTCAS (1:4)
                     ", erhalten " W-TCAS-IST (1:4)
         END-IF

         PERFORM S911-FETCH-SSFTCAS-CURSOR

     END-PERFORM
     PERFORM S912-CLOSE-SSFTCAS-CURSOR

**  ---> startup für FUP wieder reaktivieren
     MOVE "OUT"  TO P-PORTION
     MOVE W-FUP-OUT TO P-TEXT
     PERFORM V100-STARTUP
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

     IF  W-TCAS-ANZ = ZERO
         SET ACTTST-REGRESS-KEINE TO TRUE
     ELSE
         IF  W-TCAS-NOK > ZERO
             SET ACTTST-REGRESS-NOK TO TRUE
         END-IF
         DISPLAY "Regressionstests " W-SOURCE ": " W-TCAS-OK
                 " OK / " W-TCAS-NOK " NOK von " W-TCAS-ANZ
     END-IF
     .
 E375-99.
     EXIT.

******************************************************************
* SECCHK: Sicherheits-/Eigentuemer-Pruefung eines einzelnen aktiven
* Test-Objekts (Live-Pfad wie in C360-ACTIVTEST zusammengebaut) ggue.
* der in E120-FILE-INFO angewandten Standard-Regel: Gruppe 120 ist
* vertrauenswuerdig, sonst muss der Security-String AAAA oder NNNN
* sein - jede andere Kombination gilt als Drift.
******************************************************************
 E370-SECCHK-ONE-MODULE SECTION.
 E370-00.
**  ---> Ziel-SubVol (Test) zum Source-Typ des Moduls ermitteln
     MOVE "ACTIVTST" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  NOT SSPRM-OK
         EXIT SECTION
     END-IF

**  ---> Live-Objekt-Namen wie in C360-ACTIVTEST zusammenbasteln
     MOVE SOURCE-MODUL OF SSAFE TO SOURCE-FILE-NAME
     MOVE SOURCE-FILE-VOL     TO DEST-FILE-VOL
     MOVE SVOL-DEST OF SSPARM TO DEST-FILE-SUBVOL
     MOVE SOURCE-FILE-NAME    TO DEST-FILE-NAME

**  ---> "E" durch "S/O/ " ersetzen
     MOVE DEST-FILE-NAME TO IN-SOURCE
     PERFORM U400-OBJECT-NAME
     MOVE OUT-SOURCE TO DEST-FILE-NAME

     MOVE SPACES TO DEST-FILE
     STRING  DEST-FILE-VOL       DELIMITED BY SPACE
             "."                 DELIMITED BY SIZE
             DEST-FILE-SUBVOL    DELIMITED BY SPACE
             "."                 DELIMITED BY SIZE
             DEST-FILE-NAME      DELIMITED BY SPACE
       INTO  DEST-FILE
     END-STRING

**  ---> Security-Info des Live-Objekts holen
     MOVE DEST-FILE TO T-FNAME
     PERFORM E120-FILE-INFO
     IF  T-ERROR NOT = ZERO
**      ---> Objekt nicht vorhanden bzw. nicht lesbar: keine Aussage moeglich
         EXIT SECTION
     END-IF

**  ---> Standard-Regel anwenden: Gruppe 120 vertrauenswuerdig,
**       sonst muss der Security-String AAAA oder NNNN sein
     IF  D-FILE-GROUP NOT = 120
         IF  NOT (D-SEC-STRING = "AAAA" OR D-SEC-STRING = "NNNN")
             ADD 1 TO W-SECCHK-DRIFT
             MOVE SPACES TO ZEILE
             STRING  "  *** Drift: "      DELIMITED BY SIZE
                     SOURCE-MODUL OF SSAFE DELIMITED BY SPACE
                     " (Sec="              DELIMITED BY SIZE
                     D-SEC-STRING          DELIMITED BY SIZE
                     ", Gruppe="           DELIMITED BY SIZE
                     D-FILE-GROUP          DELIMITED BY SIZE
                     ")"                   DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
         END-IF
     END-IF
     .
 E370-99.
     EXIT.

******************************************************************
* Suchen nach 'CALL' Unterprogrammen
******************************************************************
 E410-LOOK4CALL SECTION.
 E410-00.
     MOVE ZERO TO C4-ANZ1 C4-ANZ2 C4-ANZ3
**  ---> zunächst nach CALL suchen
     INSPECT SOURCEF-RECORD TALLYING
             C4-ANZ1 FOR CHARACTERS BEFORE INITIAL " CALL "

     IF  C4-ANZ1 > 0 and < 40
         SET V-CALL TO TRUE
**      ---> nächsten Startpunkt bestimmen
*         COMPUTE C4-ANZ1 = C4-ANZ1 + 6
         move zero to c4-anz1
         INSPECT SOURCEF-RECORD TALLYING
                 C4-ANZ1 FOR CHARACTERS BEFORE INITIAL """"
         INSPECT SOURCEF-RECORD (C4-ANZ1 + 2:) TALLYING
                 C4-ANZ2 FOR CHARACTERS BEFORE INITIAL """"
         MOVE W-RECORD (C4-ANZ1 + 2 : C4-ANZ2) TO PMODUL OF PROGRAMX

**      ---> ein fügen in Ref-Tab PROGRAMX
         PERFORM S820-INSERT-PROGRAMX
     END-IF
     .
 E410-99.
     EXIT.

******************************************************************
* Suchen nach 'COPY' Modulen
******************************************************************
 E411-LOOK4COPY SECTION.
 E411-00.
**  ---> eine zu untersuchende Zeile kann zB wie folgt aussehen:
*
*       123456789012345678901234567890123456789012345678901234567890
**  --->549      COPY        PSYS020IFC  OF            "=MSGLIB".
*                            ----------                  ------
*                            Copy-Modul                    Lib
*
     MOVE ZERO TO C4-ANZ1 C4-ANZ2 C4-ANZ3
**  ---> zunächst nach COPY suchen
     INSPECT SOURCEF-RECORD TALLYING
             C4-ANZ1 FOR CHARACTERS BEFORE INITIAL " COPY "

     IF  C4-ANZ1 > 0 and < 40
         SET V-COPY TO TRUE
**      ---> nächsten Startpunkt bestimmen
         COMPUTE C4-ANZ1 = C4-ANZ1 + 6

**      ---> dann noch führende Spaces zaehlen
         INSPECT SOURCEF-RECORD (C4-ANZ1 : ) TALLYING
                 C4-ANZ2 FOR LEADING " "
**      ---> Startpunkt des Copy-Moduls bestimmen
         COMPUTE C4-ANZ1 = C4-ANZ1 + C4-ANZ2

**      ---> dann die Länge feststellen
         MOVE ZERO TO C4-ANZ2
         INSPECT SOURCEF-RECORD (C4-ANZ1 : ) TALLYING
                 C4-ANZ2 FOR CHARACTERS BEFORE INITIAL " "
         MOVE W-RECORD (C4-ANZ1 : C4-ANZ2) TO CMODUL OF LIBS
**      ---> neuen Startpunkt für Suche nach LIB bestimmen
         COMPUTE C4-ANZ1 = C4-ANZ1 + C4-ANZ2

**      ---> nach Startpunkt der LIB suchen
         MOVE ZERO TO C4-ANZ2
         INSPECT SOURCEF-RECORD (C4-ANZ1 : ) TALLYING
                 C4-ANZ2 FOR CHARACTERS BEFORE INITIAL " ""="
**      ---> Startpunkt der LIB bestimmen
         COMPUTE C4-ANZ1 = C4-ANZ1 + C4-ANZ2 + 3

**      ---> dann die Länge feststellen
         MOVE ZERO TO C4-ANZ2
         INSPECT SOURCEF-RECORD (C4-ANZ1 : ) TALLYING
                 C4-ANZ2 FOR CHARACTERS BEFORE INITIAL """"
         MOVE W-RECORD (C4-ANZ1 : C4-ANZ2) TO LIB OF LIBS

**      ---> ein fügen in Ref-Tab LIBS
         PERFORM S830-INSERT-LIBS
     END-IF
     .
 E411-99.
     EXIT.

******************************************************************
* Suchen nach 'INVOKE' SQL-Tabellen
******************************************************************
 E412-LOOK4INVOKE SECTION.
 E412-00.
     MOVE ZERO TO C4-ANZ1
     INSPECT SOURCEF-RECORD TALLYING
             C4-ANZ1 FOR CHARACTERS BEFORE INITIAL " INVOKE"
     IF  C4-ANZ1 > 0 and < 128
         SET V-INVOKE TO TRUE
         MOVE ZERO TO C4-ANZ1 C4-ANZ2 C4-ANZ3
         INSPECT SOURCEF-RECORD TALLYING
                 C4-ANZ1 FOR CHARACTERS BEFORE INITIAL "="
         INSPECT SOURCEF-RECORD (C4-ANZ1 + 2:) TALLYING
                 C4-ANZ2 FOR CHARACTERS BEFORE INITIAL SPACE
         MOVE W-RECORD (C4-ANZ1 + 2 : C4-ANZ2) TO TABELLE OF TABS
         PERFORM S850-INSERT-TABS
         EXIT SECTION

     END-IF
     .
 E412-99.
     EXIT.

******************************************************************
* TAL-Libs: "?SOURCE <name>"-Direktiven als Referenz in
* =PROGRAMX erfassen (s. D410/E419)
******************************************************************
 E417-LOOK4TALSOURCE SECTION.
 E417-00.
**  ---> nur Zeilen der Form "?SOURCE <name>" interessieren
     IF  SOURCEF-RECORD (1:7) NOT = "?SOURCE"
         EXIT SECTION
     END-IF
     MOVE 8 TO W-TREF-POS
     PERFORM E419-REF-WORT
     .
 E417-99.
     EXIT.

******************************************************************
* TACL-Prozeduren/UDCs: LOAD- und RUN-Referenzen der Zeile in
* =PROGRAMX einsammeln (s. D410) - damit decken MODIN/MODIS/
* BLAST und der BUILDPLAN auch die Nicht-COBOL-Typen ab
******************************************************************
 E418-LOOK4TACLREF SECTION.
 E418-00.
     MOVE ZERO TO C4-ANZ1
     INSPECT SOURCEF-RECORD TALLYING C4-ANZ1
         FOR CHARACTERS BEFORE INITIAL " LOAD "
     IF  C4-ANZ1 > 0 AND < 60
         COMPUTE W-TREF-POS = C4-ANZ1 + 7
         PERFORM E419-REF-WORT
     END-IF

     MOVE ZERO TO C4-ANZ1
     INSPECT SOURCEF-RECORD TALLYING C4-ANZ1
         FOR CHARACTERS BEFORE INITIAL " RUN "
     IF  C4-ANZ1 > 0 AND < 60
         COMPUTE W-TREF-POS = C4-ANZ1 + 6
         PERFORM E419-REF-WORT
     END-IF
     .
 E418-99.
     EXIT.

******************************************************************
* Referenz-Wort ab Position W-TREF-POS isolieren und als PMODUL
* in =PROGRAMX eintragen: fuehrende Blanks und eine TACL-Options-
* gruppe "/.../" werden uebersprungen, "=MAP-Namen" verlieren das
* "=", voll qualifizierte Namen ($VOL.SUBVOL.DATEI) zaehlen nur
* mit dem Dateinamen (letzte Komponente)
******************************************************************
 E419-REF-WORT SECTION.
 E419-00.
     IF  W-TREF-POS < 1 OR W-TREF-POS > 100
         EXIT SECTION
     END-IF
**  ---> fuehrende Blanks
     MOVE ZERO TO C4-ANZ2
     INSPECT SOURCEF-RECORD (W-TREF-POS:) TALLYING C4-ANZ2
         FOR LEADING " "
     ADD C4-ANZ2 TO W-TREF-POS
     IF  W-TREF-POS > 100
         EXIT SECTION
     END-IF
**  ---> Optionsgruppe /.../ ueberspringen
     IF  SOURCEF-RECORD (W-TREF-POS:1) = "/"
         MOVE ZERO TO C4-ANZ2
         INSPECT SOURCEF-RECORD (W-TREF-POS + 1:) TALLYING C4-ANZ2
             FOR CHARACTERS BEFORE INITIAL "/"
         COMPUTE W-TREF-POS = W-TREF-POS + C4-ANZ2 + 2
         IF  W-TREF-POS > 100
             EXIT SECTION
         END-IF
         MOVE ZERO TO C4-ANZ2
         INSPECT SOURCEF-RECORD (W-TREF-POS:) TALLYING C4-ANZ2
             FOR LEADING " "
         ADD C4-ANZ2 TO W-TREF-POS
     END-IF
**  ---> "="-Praefix (MAP-/DEFINE-Name) entfernen
     IF  W-TREF-POS <= 100
     AND SOURCEF-RECORD (W-TREF-POS:1) = "="
         ADD 1 TO W-TREF-POS
     END-IF
     IF  W-TREF-POS > 100
         EXIT SECTION
     END-IF
**  ---> Wort bis zum naechsten Blank
     MOVE ZERO TO W-TREF-LEN
     INSPECT SOURCEF-RECORD (W-TREF-POS:) TALLYING W-TREF-LEN
         FOR CHARACTERS BEFORE INITIAL " "
     IF  W-TREF-LEN = ZERO OR W-TREF-LEN > 26
         EXIT SECTION
     END-IF
     MOVE SPACES TO W-TREF-NAME
     MOVE SOURCEF-RECORD (W-TREF-POS:W-TREF-LEN) TO W-TREF-NAME
**  ---> qualifizierte Namen auf die letzte Komponente kuerzen
     MOVE ZERO TO C4-ANZ2
     INSPECT W-TREF-NAME TALLYING C4-ANZ2 FOR ALL "."
     IF  C4-ANZ2 > ZERO
         MOVE SPACES TO W-TREF-T1 W-TREF-T2 W-TREF-T3
         UNSTRING W-TREF-NAME DELIMITED BY "."
             INTO W-TREF-T1
                  W-TREF-T2
                  W-TREF-T3
         END-UNSTRING
         IF  W-TREF-T3 NOT = SPACES
             MOVE W-TREF-T3 TO W-TREF-NAME
         ELSE
             IF  W-TREF-T2 NOT = SPACES
                 MOVE W-TREF-T2 TO W-TREF-NAME
             END-IF
         END-IF
     END-IF
     IF  W-TREF-NAME = SPACES
         EXIT SECTION
     END-IF

**  ---> Referenz eintragen (Duplikate faengt S820 selbst ab)
     MOVE W-TREF-NAME TO PMODUL OF PROGRAMX
     PERFORM S820-INSERT-PROGRAMX
     .
 E419-99.
     EXIT.

******************************************************************
* CRUD-Matrix: eine COBOL-Zeile wortweise untersuchen. Innerhalb
* einer SQL-Anweisung zaehlen deren Tabellen (s. E435),
* sonst SELECT/ASSIGN in der ENVIRONMENT DIVISION und die OPEN-
* Anweisungen der PROCEDURE DIVISION (s. E436)
******************************************************************
 E434-LOOK4CRUD SECTION.
 E434-00.
     IF  REC-LEN < 1
         EXIT SECTION
     END-IF

**  ---> Division-Wechsel merken (nur am Zeilenanfang, nicht in
**       Literalen)
     MOVE ZERO TO W-CRUD-ANZ1
     INSPECT SOURCEF-RECORD (1:REC-LEN) TALLYING W-CRUD-ANZ1
         FOR CHARACTERS BEFORE INITIAL "DATA DIVISION"
     IF  W-CRUD-ANZ1 < REC-LEN
         IF  W-CRUD-ANZ1 = ZERO
             SET CRUD-IN-DATA TO TRUE
             EXIT SECTION
         END-IF
         IF  SOURCEF-RECORD (1:W-CRUD-ANZ1) = SPACES
             SET CRUD-IN-DATA TO TRUE
             EXIT SECTION
         END-IF
     END-IF
     MOVE ZERO TO W-CRUD-ANZ1
     INSPECT SOURCEF-RECORD (1:REC-LEN) TALLYING W-CRUD-ANZ1
         FOR CHARACTERS BEFORE INITIAL "PROCEDURE DIVISION"
     IF  W-CRUD-ANZ1 < REC-LEN
         IF  W-CRUD-ANZ1 = ZERO
             SET CRUD-IN-PROCEDURE
                 CRUD-ERW-NICHTS TO TRUE
             EXIT SECTION
         END-IF
         IF  SOURCEF-RECORD (1:W-CRUD-ANZ1) = SPACES
             SET CRUD-IN-PROCEDURE
                 CRUD-ERW-NICHTS TO TRUE
             EXIT SECTION
         END-IF
     END-IF

**  ---> Zeile wortweise abarbeiten
     MOVE 1 TO W-CRUD-PTR
     PERFORM UNTIL W-CRUD-PTR > REC-LEN
         MOVE SPACES TO W-CRUD-WORT
         UNSTRING SOURCEF-RECORD (1:REC-LEN)
             DELIMITED BY ALL SPACE OR "," OR "(" OR ")"
             INTO W-CRUD-WORT
             WITH POINTER W-CRUD-PTR
         END-UNSTRING
         IF  W-CRUD-WORT NOT = SPACES
**          ---> abschliessenden Punkt abtrennen
             SET CRUD-KEIN-SATZENDE TO TRUE
             MOVE ZERO TO W-CRUD-LEN
             INSPECT W-CRUD-WORT TALLYING W-CRUD-LEN
                 FOR CHARACTERS BEFORE INITIAL " "
             IF  W-CRUD-WORT (W-CRUD-LEN:1) = "."
                 MOVE SPACE TO W-CRUD-WORT (W-CRUD-LEN:1)
                 SUBTRACT 1 FROM W-CRUD-LEN
                 SET CRUD-SATZENDE TO TRUE
             END-IF
             IF  W-CRUD-LEN > ZERO
                 IF  CRUD-SQL-EIN
                     PERFORM E435-CRUD-SQL-WORT
                 ELSE
                     PERFORM E436-CRUD-COBOL-WORT
                 END-IF
             END-IF
**          ---> ein Punkt beendet auch eine offene OPEN-Anweisung
             IF  CRUD-SATZENDE AND CRUD-SQL-AUS
                 SET CRUD-ERW-NICHTS TO TRUE
             END-IF
         END-IF
     END-PERFORM
     .
 E434-99.
     EXIT.

******************************************************************
* CRUD-Matrix: ein Wort einer SQL-Anweisung. SELECT ergibt R, INSERT
* C, UPDATE U, DELETE D fuer das erste Ziel der Anweisung; jede
* weitere Tabelle (Unterabfrage, INSERT ... SELECT) zaehlt als R.
* Tabellen sind =DEFINE-Namen oder Guardian-Namen nach FROM/INTO/
* UPDATE/JOIN; INVOKE und Cursor-Operationen zaehlen nicht
******************************************************************
 E435-CRUD-SQL-WORT SECTION.
 E435-00.
     EVALUATE W-CRUD-WORT
         WHEN "END-EXEC"
             SET CRUD-SQL-AUS
                 CRUD-ZIEL-ERLEDIGT
                 CRUD-ERW-NICHTS TO TRUE
             MOVE SPACE TO W-CRUD-VERB
         WHEN "SELECT"
             IF  CRUD-VERB-KEINS
                 MOVE "R" TO W-CRUD-VERB
             END-IF
         WHEN "INSERT"
             MOVE "C" TO W-CRUD-VERB
             SET CRUD-ZIEL-OFFEN TO TRUE
         WHEN "DELETE"
             MOVE "D" TO W-CRUD-VERB
             SET CRUD-ZIEL-OFFEN TO TRUE
         WHEN "UPDATE"
**          ---> "FOR UPDATE OF" im Cursor ist kein eigener Zugriff
             IF  CRUD-VERB-KEINS
                 MOVE "U" TO W-CRUD-VERB
                 SET CRUD-ZIEL-OFFEN
                     CRUD-ERW-SQL-TAB TO TRUE
             END-IF
         WHEN "FROM"
         WHEN "INTO"
         WHEN "JOIN"
             IF  NOT CRUD-VERB-KEINS
                 SET CRUD-ERW-SQL-TAB TO TRUE
             END-IF
         WHEN OTHER
             IF  NOT CRUD-VERB-KEINS
             AND W-CRUD-LEN > 1
                 IF  W-CRUD-WORT (1:1) = "="
                 OR  (CRUD-ERW-SQL-TAB
                      AND (W-CRUD-WORT (1:1) = "$" OR = "\"))
                     MOVE W-CRUD-WORT TO W-CRUD-OBJEKT
                     MOVE "SQL"       TO W-CRUD-TYP
                     IF  CRUD-ZIEL-OFFEN
                         MOVE W-CRUD-VERB TO W-CRUD-ART
                         SET CRUD-ZIEL-ERLEDIGT TO TRUE
                     ELSE
                         MOVE "R" TO W-CRUD-ART
                     END-IF
                     PERFORM E437-CRUD-MERKEN
                 END-IF
             END-IF
             SET CRUD-ERW-NICHTS TO TRUE
     END-EVALUATE
     .
 E435-99.
     EXIT.

******************************************************************
* CRUD-Matrix: ein Wort ausserhalb SQL. SELECT <datei> ASSIGN
* [TO] <ziel> baut die Dateiliste auf, OPEN INPUT (R) / OUTPUT (C) /
* EXTEND (C) / I-O (R+U) ordnet den genannten Dateien ihre Zugriffs-
* art zu; Objekt ist das ASSIGN-Ziel (Terminal "#..." zaehlt nicht)
******************************************************************
 E436-CRUD-COBOL-WORT SECTION.
 E436-00.
     EVALUATE TRUE
**      ---> Beginn einer SQL-Anweisung
         WHEN CRUD-ERW-EXEC
             IF  W-CRUD-WORT = "SQL"
                 SET CRUD-SQL-EIN
                     CRUD-ZIEL-ERLEDIGT TO TRUE
                 MOVE SPACE TO W-CRUD-VERB
             END-IF
             SET CRUD-ERW-NICHTS TO TRUE

**      ---> Dateiname nach SELECT (OPTIONAL ueberlesen)
         WHEN CRUD-ERW-SELECT
             IF  W-CRUD-WORT NOT = "OPTIONAL"
                 IF  W-CRUD-FD-ANZ < 50
                     ADD 1 TO W-CRUD-FD-ANZ
                     MOVE W-CRUD-WORT TO W-CRUD-FD-INTERN (W-CRUD-FD-ANZ)
                     MOVE SPACES      TO W-CRUD-FD-EXTERN (W-CRUD-FD-ANZ)
                 END-IF
                 SET CRUD-ERW-NICHTS TO TRUE
             END-IF

**      ---> Ziel nach ASSIGN (TO ueberlesen), ohne Anfuehrungszeichen
         WHEN CRUD-ERW-ASSIGN
             IF  W-CRUD-WORT NOT = "TO"
                 IF  W-CRUD-FD-ANZ > ZERO
                     IF  W-CRUD-WORT (1:1) = """"
                         MOVE ZERO TO W-CRUD-ANZ1
                         INSPECT W-CRUD-WORT (2:) TALLYING W-CRUD-ANZ1
                             FOR CHARACTERS BEFORE INITIAL """"
                         IF  W-CRUD-ANZ1 > ZERO
                             MOVE W-CRUD-WORT (2:W-CRUD-ANZ1)
                               TO W-CRUD-FD-EXTERN (W-CRUD-FD-ANZ)
                         END-IF
                     ELSE
                         MOVE W-CRUD-WORT TO W-CRUD-FD-EXTERN (W-CRUD-FD-ANZ)
                     END-IF
                 END-IF
                 SET CRUD-ERW-NICHTS TO TRUE
             END-IF

**      ---> innerhalb OPEN: Modus, Zusatz oder Datei; jedes andere
**           Wort beendet die Anweisung
         WHEN CRUD-ERW-OPEN
             EVALUATE W-CRUD-WORT
                 WHEN "INPUT"     MOVE "R" TO W-CRUD-MODUS
                 WHEN "OUTPUT"    MOVE "C" TO W-CRUD-MODUS
                 WHEN "EXTEND"    MOVE "C" TO W-CRUD-MODUS
                 WHEN "I-O"       MOVE "U" TO W-CRUD-MODUS
                 WHEN "SHARED"
                 WHEN "EXCLUSIVE"
                 WHEN "PROTECTED"
                 WHEN "WITH"
                 WHEN "NO"
                 WHEN "REWIND"
                 WHEN "REVERSED"
                 WHEN "SYNCDEPTH" continue
                 WHEN "OPEN"      MOVE SPACE TO W-CRUD-MODUS
                 WHEN "EXEC"      SET CRUD-ERW-EXEC TO TRUE
                 WHEN OTHER
                     IF  W-CRUD-WORT (1:1) NOT NUMERIC
                         PERFORM VARYING W-CRUD-I1 FROM 1 BY 1
                                 UNTIL   W-CRUD-I1 > W-CRUD-FD-ANZ
                             IF  W-CRUD-FD-INTERN (W-CRUD-I1) = W-CRUD-WORT
                                 EXIT PERFORM
                             END-IF
                         END-PERFORM
                         IF  W-CRUD-I1 > W-CRUD-FD-ANZ
                             SET CRUD-ERW-NICHTS TO TRUE
                         ELSE
                             IF  W-CRUD-FD-EXTERN (W-CRUD-I1) = SPACES
                                 MOVE W-CRUD-FD-INTERN (W-CRUD-I1)
                                   TO W-CRUD-OBJEKT
                             ELSE
                                 MOVE W-CRUD-FD-EXTERN (W-CRUD-I1)
                                   TO W-CRUD-OBJEKT
                             END-IF
                             MOVE "FILE" TO W-CRUD-TYP
                             IF  W-CRUD-MODUS NOT = SPACE
                             AND W-CRUD-OBJEKT (1:1) NOT = "#"
                                 MOVE W-CRUD-MODUS TO W-CRUD-ART
                                 PERFORM E437-CRUD-MERKEN
                                 IF  W-CRUD-MODUS = "U"
                                     MOVE "R" TO W-CRUD-ART
                                     PERFORM E437-CRUD-MERKEN
                                 END-IF
                             END-IF
                         END-IF
                     END-IF
             END-EVALUATE

         WHEN OTHER
             EVALUATE W-CRUD-WORT
                 WHEN "EXEC"
                     SET CRUD-ERW-EXEC TO TRUE
                 WHEN "SELECT"
                     IF  CRUD-IN-ENVIRONMENT
                         SET CRUD-ERW-SELECT TO TRUE
                     END-IF
                 WHEN "ASSIGN"
                     IF  CRUD-IN-ENVIRONMENT
                         SET CRUD-ERW-ASSIGN TO TRUE
                     END-IF
                 WHEN "OPEN"
                     IF  CRUD-IN-PROCEDURE
                         SET CRUD-ERW-OPEN TO TRUE
                         MOVE SPACE TO W-CRUD-MODUS
                     END-IF
                 WHEN OTHER
                     continue
             END-EVALUATE
     END-EVALUATE
     .
 E436-99.
     EXIT.

******************************************************************
* CRUD-Matrix: Zugriffsart W-CRUD-ART fuer W-CRUD-OBJEKT/-TYP in
* W-CRUD-TAB vermerken (je Objekt ein Eintrag, Zugriff "CRUD")
******************************************************************
 E437-CRUD-MERKEN SECTION.
 E437-00.
     MOVE SPACE TO W-CRUD-GEFUNDEN
     PERFORM VARYING W-CRUD-I1 FROM 1 BY 1
             UNTIL   W-CRUD-I1 > W-CRUD-ANZ
         IF  W-CRUD-T-OBJEKT (W-CRUD-I1) = W-CRUD-OBJEKT
         AND W-CRUD-T-TYP    (W-CRUD-I1) = W-CRUD-TYP
             SET CRUD-SCHON-DA TO TRUE
             EXIT PERFORM
         END-IF
     END-PERFORM

     IF  NOT CRUD-SCHON-DA
         IF  W-CRUD-ANZ >= 200
             SET CRUD-VOLL TO TRUE
             EXIT SECTION
         END-IF
         ADD 1 TO W-CRUD-ANZ
         MOVE W-CRUD-ANZ    TO W-CRUD-I1
         MOVE W-CRUD-OBJEKT TO W-CRUD-T-OBJEKT  (W-CRUD-I1)
         MOVE W-CRUD-TYP    TO W-CRUD-T-TYP     (W-CRUD-I1)
         MOVE "----"        TO W-CRUD-T-ZUGRIFF (W-CRUD-I1)
     END-IF

     EVALUATE W-CRUD-ART
         WHEN "C"  MOVE "C" TO W-CRUD-T-ZUGRIFF (W-CRUD-I1) (1:1)
         WHEN "R"  MOVE "R" TO W-CRUD-T-ZUGRIFF (W-CRUD-I1) (2:1)
         WHEN "U"  MOVE "U" TO W-CRUD-T-ZUGRIFF (W-CRUD-I1) (3:1)
         WHEN "D"  MOVE "D" TO W-CRUD-T-ZUGRIFF (W-CRUD-I1) (4:1)
     END-EVALUATE
     .
 E437-99.
     EXIT.

******************************************************************
* CRUD-Matrix: gesammelte Zugriffe des Programms nach =SSFCRUD
* schreiben (die alten Eintraege hat S800 bereits geloescht)
******************************************************************
 E438-CRUD-SPEICHERN SECTION.
 E438-00.
     PERFORM VARYING W-CRUD-I1 FROM 1 BY 1
             UNTIL   W-CRUD-I1 > W-CRUD-ANZ
             OR      REF-TABS-NOK
         MOVE W-CRUD-T-OBJEKT  (W-CRUD-I1) TO OBJEKT  OF SSFCRUD
         MOVE W-CRUD-T-TYP     (W-CRUD-I1) TO OBJ-TYP OF SSFCRUD
         MOVE W-CRUD-T-ZUGRIFF (W-CRUD-I1) TO ZUGRIFF OF SSFCRUD
         PERFORM S495-INSERT-SSFCRUD
     END-PERFORM

     IF  CRUD-VOLL
         DISPLAY ">>!! CRUD-Matrix: mehr als 200 Tabellen/Dateien - "
                 "Rest nicht erfasst"
     END-IF
     .
 E438-99.
     EXIT.

******************************************************************
* Suchen nach 'Versions-Infos' - hier: Letzte Aenderung
******************************************************************
 E413-LOOK4LASTDAT SECTION.
 E413-00.
**  ---> nach dem Änderungsdatum suchen
     MOVE ZERO TO C4-ANZ1
     INSPECT SOURCEF-RECORD (1:40) TALLYING
             C4-ANZ1 FOR CHARACTERS BEFORE INITIAL " LETZTE AENDERUNG ::"
*                                                   2345678901234567890
     IF  C4-ANZ1 > 0 and < 40
         SET V-DATUM TO TRUE
         ADD 22 TO C4-ANZ1
         MOVE W-RECORD (C4-ANZ1 : 10) TO VERS-DAT OF PROGRAMS
         PERFORM S845-UPDATE-PRG-AEND
         EXIT SECTION
     END-IF
     .
 E413-99.
     EXIT.

******************************************************************
* Suchen nach 'Versions-Infos' - hier: Letzte Version
******************************************************************
 E414-LOOK4LASTVERS SECTION.
 E414-00.
     MOVE SPACES TO W-PROG-VERSION

**  ---> nach der Versionsnummer suchen
     MOVE ZERO TO C4-ANZ1
     INSPECT SOURCEF-RECORD (1:40) TALLYING
             C4-ANZ1 FOR CHARACTERS BEFORE INITIAL " LETZTE VERSION   ::"
     IF  C4-ANZ1 > 0 and < 40
         SET V-VERSION TO TRUE
         ADD 22 TO C4-ANZ1
         MOVE W-RECORD (C4-ANZ1 : 8) TO VERSION OF PROGRAMS
                                        W-PROG-VERSION
         PERFORM S846-UPDATE-PRG-VERS
         EXIT SECTION
     END-IF
     .
 E414-99.
     EXIT.

******************************************************************
* Suchen nach 'Versions-Infos' - hier: Kurzbeschreibung
******************************************************************
 E415-LOOK4SHORTDESCR SECTION.
 E415-00.
**  ---> nach der Kurzbeschreibung suchen
**       dafür zunächst mal den Satz lesen, um die Länge von BESCHREIBUNG
**       heraus zu finden
     PERFORM S840-SELECT-PROGRAMS
     IF  REF-TABS-NOK
         EXIT SECTION
     END-IF

     MOVE LEN OF BESCHREIBUNG OF PROGRAMS TO C4-BESCH-LEN
     MOVE ZERO TO C4-ANZ1
     INSPECT SOURCEF-RECORD (1:40) TALLYING
             C4-ANZ1 FOR CHARACTERS BEFORE INITIAL " KURZBESCHREIBUNG ::"
     IF  C4-ANZ1 > 0 and < 40
         SET V-BESCHREIBUNG TO TRUE
         MOVE ZERO TO C4-ANZ2
         ADD 22 TO C4-ANZ1
         INSPECT SOURCEF-RECORD (C4-ANZ1 : ) TALLYING
                 C4-ANZ2 FOR CHARACTERS BEFORE INITIAL "     "
         IF  C4-BESCH-LEN = ZERO
             MOVE W-RECORD (C4-ANZ1 : C4-ANZ2)
                 TO VAL OF BESCHREIBUNG OF PROGRAMS
         ELSE
             MOVE W-RECORD (C4-ANZ1 : C4-ANZ2)
                 TO VAL OF BESCHREIBUNG OF PROGRAMS (C4-BESCH-LEN + 1 :)
         END-IF
         COMPUTE C4-BESCH-LEN = C4-BESCH-LEN + C4-ANZ2 + 1
         MOVE C4-BESCH-LEN TO LEN OF BESCHREIBUNG OF PROGRAMS
         PERFORM S847-UPDATE-PRG-DESCR
         EXIT SECTION
     END-IF
     .
 E415-99.
     EXIT.

******************************************************************
* Suchen nach 'Versions-Infos' - hier: Update Beschreibung
******************************************************************
 E416-LOOK4UPDDESCR SECTION.
 E416-00.
     IF  VERSION OF PROGRAMS = SPACE
         EXIT SECTION
     END-IF

     MOVE ZERO TO C4-ANZ1
**  ---> zunächst mal Versionsupdate suchen
     INSPECT SOURCEF-RECORD (1:20) TALLYING
             C4-ANZ1 FOR ALL VERSION OF PROGRAMS (1:7)
     IF  C4-ANZ1 = ZERO
**      ---> wenn c4-anz1=0, dann nicht gefunden
         EXIT SECTION
     END-IF

**  ---> jetzt ist die erste oder einzige Zeile gefunden
     SET V-UPDVERS TO TRUE
     SET FOUND-YES TO TRUE
     MOVE SPACES TO W-BUFFER
     MOVE 1 TO W-BUFFER-LEN

**  ---> Schleife bis Ende-Kommentar
     PERFORM UNTIL FOUND-NO or FILE-EOF

**      ---> nun die Zeile aufteilen
         MOVE ZERO TO C4-ANZ1
         MOVE 1    TO C4-PTR
         MOVE SPACES     TO EW-TEILSTRING-TABELLE
         MOVE SPACES     TO W-DELIM-TABELLE
         MOVE LOW-VALUES TO W-COUNT-TABELLE
*         UNSTRING W-RECORD DELIMITED BY "*" or "|"
         UNSTRING W-RECORD DELIMITED BY "|"
             INTO EW-TEILSTRING (1)  DELIMITER IN W-DELIM (1)
                                     COUNT     IN W-COUNT (1)
                  EW-TEILSTRING (2)  DELIMITER IN W-DELIM (2)
                                     COUNT     IN W-COUNT (2)
                  EW-TEILSTRING (3)  DELIMITER IN W-DELIM (3)
                                     COUNT     IN W-COUNT (3)
                  EW-TEILSTRING (4)  DELIMITER IN W-DELIM (4)
                                     COUNT     IN W-COUNT (4)
                  EW-TEILSTRING (5)  DELIMITER IN W-DELIM (5)
                                     COUNT     IN W-COUNT (5)
                  EW-TEILSTRING (6)  DELIMITER IN W-DELIM (6)
                                     COUNT     IN W-COUNT (6)
             WITH     POINTER C4-PTR
             TALLYING IN      C4-ANZ1
         END-UNSTRING
         if  c4-anz1 = zero
             exit perform
         end-if

         move zero to c4-anz1
         inspect ew-teilstring (4) tallying
                 c4-anz1 for characters before initial "     "

         MOVE EW-TEILSTRING (4) (1:c4-anz1) TO W-BUFFER (W-BUFFER-LEN:c4-anz1)
         ADD c4-anz1 TO W-BUFFER-LEN

**      ---> lesen nächsten Satz
         READ SOURCEF
             AT END  SET FILE-EOF TO TRUE
                     EXIT PERFORM
         END-READ
         MOVE SOURCEF-RECORD TO W-RECORD
         IF  W-RECORD (2:7) = "-------"
             SET FOUND-NO TO TRUE
         END-IF

     END-PERFORM

**  ---> Länge richtig stellen / in W-BUFFER steht der Text
     COMPUTE W-BUFFER-LEN = W-BUFFER-LEN - 1
     .
 E416-99.
     EXIT.

******************************************************************
* Hilsanzeige der definierten Rollen
******************************************************************
 E440-SHOW-ROLLEN SECTION.
 E440-00.
**  ---> öffnen Cursor auf =SSROLES und lesen 1. EIntrag
     MOVE SPACES TO W-DUMMY-3
     MOVE ZERO TO C4-COUNT
     PERFORM S640-OPEN-ROLLEN-CURSOR
     PERFORM S641-FETCH-ROLLEN-CURSOR

**  ---> Schleife über alle Rollen
     PERFORM UNTIL USER-EOD or PRG-ABBRUCH

**      ---> anzeigen Eintrag, ggf. Überschrift
         IF  C4-COUNT = 1
             PERFORM U011-AUSGABE-SPACELINE
             MOVE VZ-TITEL-R TO ZEILE
             PERFORM U010-AUSGABE
             MOVE VZ-UNTERSTRICHE-R TO ZEILE
             PERFORM U010-AUSGABE
         END-IF

**      ---> wiederholte Rollen überspringen
         IF  ROLLE OF SSROLES not = W-DUMMY-3
**          ---> Anzeigen Rollen
             MOVE ROLLE OF SSROLES TO VZR-ROLLE
             MOVE VZ-DATEN-R TO ZEILE
             PERFORM U010-AUSGABE
         END-IF

**      ---> nachlesen Cursor
         MOVE ROLLE OF SSROLES TO W-DUMMY-3
         PERFORM S641-FETCH-ROLLEN-CURSOR

     END-PERFORM

**  ---> schließen Cursor
     PERFORM S642-CLOSE-ROLLEN-CURSOR
     PERFORM U011-AUSGABE-SPACELINE
     .
 E440-99.
     EXIT.

******************************************************************
* Setzen Define für Spooler-Ausgabe
******************************************************************
 F310-DEFINE SECTION.
 F310-00.
**  ---> erstmal DEFINE löschen
     MOVE ZERO        TO P-RESULT
     MOVE "=MYDEFINE" TO P-DEFINE
     PERFORM W400-DELETEDEFINE
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

**  ---> dann diverse Parameter setzen
     MOVE "CLASS" TO P-ATTRIBUT
     MOVE "SPOOL" TO P-VALUE
     MOVE 5       TO P-VALUELEN
*     MOVE "$WE.#COBOL85" TO P-DEF-NAMES
     PERFORM W410-DEFINESETATTR
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

     MOVE "LOC"      TO P-ATTRIBUT
     MOVE W-LOC      TO P-VALUE
     MOVE W-LOC-LEN  TO P-VALUELEN
     PERFORM W410-DEFINESETATTR
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

     MOVE "REPORT" TO P-ATTRIBUT
     MOVE ZERO TO C4-I1
     INSPECT DEST-FILE-NAME TALLYING C4-I1
         FOR CHARACTERS BEFORE INITIAL " "

     MOVE DEST-FILE-NAME TO P-VALUE
     MOVE C4-I1          TO P-VALUELEN
     PERFORM W410-DEFINESETATTR
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

**  ---> und nun den DEFINE setzen
     PERFORM W420-ADDDEFINE
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF
     .
 F310-99.
     EXIT.

******************************************************************
* Anzeige der moeglichen Kommandos und der Syntax
******************************************************************
 H100-HELP SECTION.
 H100-00.
     MOVE "HELP" TO BEREICH OF SSTEXT
     IF  C4-ANZ = 2
**      ---> Zusatzformen: INDEX (Kommandouebersicht je Kategorie)
**           und CHECK (Pflege-Check: Dispatcher gegen =SSTEXT)
         EVALUATE W-TEILSTRING (2)
             WHEN "INDEX"    PERFORM H105-HELP-INDEX
                             EXIT SECTION
             WHEN "CHECK"    PERFORM H106-HELP-CHECK
                             EXIT SECTION
             WHEN OTHER      CONTINUE
         END-EVALUATE
**      ---> Kommando-Kurzformen auf den kanonischen =SSTEXT-
**           Schluessel abbilden, damit EIN Hilfstext je Kommando
**           reicht (HELP IN = HELP CHECKIN usw.)
         MOVE W-TEILSTRING (2) TO CMD-KOMMANDO
         EVALUATE TRUE
         WHEN CMD-CHECKIN              MOVE "CHECKIN"   TO KATEGORIE OF SSTEXT
         WHEN CMD-CHECKOUT             MOVE "CHECKOUT"  TO KATEGORIE OF SSTEXT
         WHEN CMD-PEEK                 MOVE "PEEK"      TO KATEGORIE OF SSTEXT
         WHEN CMD-SHELVE               MOVE "SHELVE"    TO KATEGORIE OF SSTEXT
         WHEN CMD-UNSHELVE             MOVE "UNSHELVE"  TO KATEGORIE OF SSTEXT
         WHEN CMD-HANDOVER             MOVE "HANDOVER"  TO KATEGORIE OF SSTEXT
         WHEN CMD-WATCH                MOVE "WATCH"     TO KATEGORIE OF SSTEXT
         WHEN CMD-PARALLEL             MOVE "PARALLEL"  TO KATEGORIE OF SSTEXT
         WHEN CMD-HOLD                 MOVE "HOLD"      TO KATEGORIE OF SSTEXT
         WHEN CMD-EXPORT               MOVE "EXPORT"    TO KATEGORIE OF SSTEXT
         WHEN CMD-BOM                  MOVE "BOM"       TO KATEGORIE OF SSTEXT
         WHEN CMD-TESTRESET            MOVE "TESTRSET"  TO KATEGORIE OF SSTEXT
         WHEN CMD-UNDO                 MOVE "UNDO"      TO KATEGORIE OF SSTEXT
         WHEN CMD-SAVE                 MOVE "SAVE"      TO KATEGORIE OF SSTEXT
         WHEN CMD-DIFF                 MOVE "DIFF"      TO KATEGORIE OF SSTEXT
         WHEN CMD-PRGNEU               MOVE "PRGNEU"    TO KATEGORIE OF SSTEXT
         WHEN CMD-LIST                 MOVE "LIST"      TO KATEGORIE OF SSTEXT
         WHEN CMD-SHOW                 MOVE "SHOW"      TO KATEGORIE OF SSTEXT
         WHEN CMD-PROT                 MOVE "PROT"      TO KATEGORIE OF SSTEXT
         WHEN CMD-PROTEXP              MOVE "PROTEXP"   TO KATEGORIE OF SSTEXT
         WHEN CMD-DOKUMENT             MOVE "DOK"       TO KATEGORIE OF SSTEXT
         WHEN CMD-MODIN                MOVE "MODIN"     TO KATEGORIE OF SSTEXT
         WHEN CMD-MODIS                MOVE "MODIS"     TO KATEGORIE OF SSTEXT
         WHEN CMD-BLAST                MOVE "BLAST"     TO KATEGORIE OF SSTEXT
         WHEN CMD-LIBIS                MOVE "LIBIS"     TO KATEGORIE OF SSTEXT
         WHEN CMD-TABIS                MOVE "TABIS"     TO KATEGORIE OF SSTEXT
         WHEN CMD-CRUD                 MOVE "CRUD"      TO KATEGORIE OF SSTEXT
         WHEN CMD-STATUS               MOVE "STATUS"    TO KATEGORIE OF SSTEXT
         WHEN CMD-ENVDIFF              MOVE "ENVDIFF"   TO KATEGORIE OF SSTEXT
         WHEN CMD-LAYOUT               MOVE "LAYOUT"    TO KATEGORIE OF SSTEXT
         WHEN CMD-WHO                  MOVE "WHO"       TO KATEGORIE OF SSTEXT
         WHEN CMD-REL2TEST             MOVE "REL2TEST"  TO KATEGORIE OF SSTEXT
         WHEN CMD-REL2PROD             MOVE "REL2PROD"  TO KATEGORIE OF SSTEXT
         WHEN CMD-REL4WEAT             MOVE "REL4WEAT"  TO KATEGORIE OF SSTEXT
         WHEN CMD-FREIGEBER            MOVE "FREIGEBR"  TO KATEGORIE OF SSTEXT
         WHEN CMD-RELEASE              MOVE "RELEASE"   TO KATEGORIE OF SSTEXT
         WHEN CMD-REVIEW               MOVE "REVIEW"    TO KATEGORIE OF SSTEXT
         WHEN CMD-TRAIN                MOVE "TRAIN"     TO KATEGORIE OF SSTEXT
         WHEN CMD-ROLLBACK             MOVE "ROLLBACK"  TO KATEGORIE OF SSTEXT
         WHEN CMD-BASELINE             MOVE "BASELINE"  TO KATEGORIE OF SSTEXT
         WHEN CMD-ITSM                 MOVE "ITSM"      TO KATEGORIE OF SSTEXT
         WHEN CMD-TESTDOC              MOVE "TESTDOC"   TO KATEGORIE OF SSTEXT
         WHEN CMD-FREEZEX              MOVE "FREEZEX"   TO KATEGORIE OF SSTEXT
         WHEN CMD-EMERGENCY-CONTROL    MOVE "EMERGCTR"  TO KATEGORIE OF SSTEXT
         WHEN CMD-AUDITPACK            MOVE "AUDITPCK"  TO KATEGORIE OF SSTEXT
         WHEN CMD-HANDBOOK             MOVE "HANDBOOK"  TO KATEGORIE OF SSTEXT
         WHEN CMD-MYWORK               MOVE "MYWORK"    TO KATEGORIE OF SSTEXT
         WHEN CMD-INCIDENT             MOVE "INCIDENT"  TO KATEGORIE OF SSTEXT
         WHEN CMD-BACKPORT             MOVE "BACKPORT"  TO KATEGORIE OF SSTEXT
         WHEN CMD-TESTENV              MOVE "TESTENV"   TO KATEGORIE OF SSTEXT
         WHEN CMD-VERW                 MOVE "VERW"      TO KATEGORIE OF SSTEXT
         WHEN CMD-ROLLEN               MOVE "ROLLEN"    TO KATEGORIE OF SSTEXT
         WHEN CMD-SECCHK               MOVE "SECCHK"    TO KATEGORIE OF SSTEXT
         WHEN CMD-STOP                 MOVE "STOP"      TO KATEGORIE OF SSTEXT
         WHEN CMD-PWRESET              MOVE "PWRESET"   TO KATEGORIE OF SSTEXT
         WHEN CMD-PINSET               MOVE "PINSET"    TO KATEGORIE OF SSTEXT
         WHEN CMD-REMIND               MOVE "REMIND"    TO KATEGORIE OF SSTEXT
         WHEN CMD-DIGEST               MOVE "DIGEST"    TO KATEGORIE OF SSTEXT
         WHEN CMD-SCRIPT               MOVE "SCRIPT"    TO KATEGORIE OF SSTEXT
         WHEN CMD-ACTIVTEST            MOVE "ACTIVTST"  TO KATEGORIE OF SSTEXT
         WHEN CMD-CANARY               MOVE "CANARY"    TO KATEGORIE OF SSTEXT
         WHEN CMD-AUFTRAG              MOVE "AUFTRAG"   TO KATEGORIE OF SSTEXT
         WHEN CMD-HELP                 MOVE "HELP"      TO KATEGORIE OF SSTEXT
         WHEN CMD-EXIT                 MOVE "EXIT"      TO KATEGORIE OF SSTEXT
             WHEN OTHER MOVE W-TEILSTRING (2)
                            TO KATEGORIE OF SSTEXT
         END-EVALUATE
         PERFORM R100-SHOW-TEXT
     ELSE
         MOVE "HELP" TO KATEGORIE OF SSTEXT
**      ---> anzeigen allgemeinen Hilfstext
         PERFORM R100-SHOW-TEXT
     END-IF
     .
 H100-99.
     EXIT.

******************************************************************
* HELP INDEX: alle Kommandos des Dispatchers, gruppiert nach
* Kategorie (Katalog K-HELP-TABELLE)
******************************************************************
 H105-HELP-INDEX SECTION.
 H105-00.
     PERFORM U011-AUSGABE-SPACELINE
     MOVE " Kommandouebersicht (HELP <Kommando> fuer Details):"
         TO ZEILE
     PERFORM U010-AUSGABE
     MOVE SPACES TO W-HLP-KAT-ALT
     MOVE SPACES TO ZEILE
     MOVE ZERO   TO C4-I2
     PERFORM VARYING W-HLP-IX FROM 1 BY 1
             UNTIL   W-HLP-IX > K-HELP-ANZ
         IF  K-HELP-KAT (W-HLP-IX) NOT = W-HLP-KAT-ALT
             IF  C4-I2 > ZERO
                 PERFORM U010-AUSGABE
             END-IF
             PERFORM U011-AUSGABE-SPACELINE
             MOVE SPACES TO ZEILE
             MOVE K-HELP-KAT (W-HLP-IX) TO ZEILE (2:10)
             MOVE ":" TO ZEILE (12:1)
             PERFORM U010-AUSGABE
             MOVE K-HELP-KAT (W-HLP-IX) TO W-HLP-KAT-ALT
             MOVE SPACES TO ZEILE
             MOVE ZERO   TO C4-I2
         END-IF
         ADD 1 TO C4-I2
         COMPUTE C4-I1 = (C4-I2 - 1) * 9 + 4
         MOVE K-HELP-CMD (W-HLP-IX) TO ZEILE (C4-I1:8)
         IF  C4-I2 = 7
             PERFORM U010-AUSGABE
             MOVE SPACES TO ZEILE
             MOVE ZERO   TO C4-I2
         END-IF
     END-PERFORM
     IF  C4-I2 > ZERO
         PERFORM U010-AUSGABE
     END-IF
     PERFORM U011-AUSGABE-SPACELINE
     .
 H105-99.
     EXIT.

******************************************************************
* HELP CHECK: Pflege-Check - meldet alle Dispatcher-Kommandos,
* zu denen in =SSTEXT (BEREICH "HELP") kein Hilfstext existiert
******************************************************************
 H106-HELP-CHECK SECTION.
 H106-00.
     MOVE ZERO TO W-HLP-FEHLT
     PERFORM U011-AUSGABE-SPACELINE
     PERFORM VARYING W-HLP-IX FROM 1 BY 1
             UNTIL   W-HLP-IX > K-HELP-ANZ
         MOVE K-HELP-CMD (W-HLP-IX) TO KATEGORIE OF SSTEXT
         PERFORM S237-COUNT-SSTEXT-HELP
         IF  W-HLP-ANZ = ZERO
             ADD 1 TO W-HLP-FEHLT
             MOVE SPACES TO ZEILE
             STRING  " Hilfetext fehlt: "
                                 DELIMITED BY SIZE
                     K-HELP-CMD (W-HLP-IX)
                                 DELIMITED BY SPACE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
         END-IF
     END-PERFORM
     IF  W-HLP-FEHLT = ZERO
         MOVE " alle Dispatcher-Kommandos haben Hilfetexte"
             TO ZEILE
     ELSE
         MOVE SPACES TO ZEILE
         MOVE W-HLP-FEHLT TO ZEILE (2:3)
         MOVE " Kommando(s) ohne Hilfetext in =SSTEXT"
             TO ZEILE (6:)
     END-IF
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE
     .
 H106-99.
     EXIT.

******************************************************************
* Anzeige der moeglichen Kommandos und der Syntax für VERW
******************************************************************
 H420-HELP SECTION.
 H420-00.
     MOVE "HELP" TO BEREICH   OF SSTEXT
     MOVE "VERW" TO KATEGORIE OF SSTEXT
**  ---> anzeigen allgemeinen Hilfstext
     PERFORM R100-SHOW-TEXT
     .
 H420-99.
     EXIT.

******************************************************************
* Environment: hier aktuelles Volume holen
******************************************************************
 M000-STARTUP-VOLUME SECTION.
 M000-00.
**  ---> Abfragen StartUpText - VOLUME
     MOVE "VOLUME"  TO P-PORTION
     MOVE SPACE TO P-TEXT
     ENTER "GETSTARTUPTEXT"  USING   P-PORTION
                                     P-TEXT
                             GIVING  P-RESULT

     EVALUATE P-RESULT
         WHEN -9999 THRU -1
**                  ---> Fehler aus GetStartUpText
                     MOVE P-RESULT TO D-NUM4
                     STRING  "GETSTARTUPTEXT (VOLUME) fehlerhaft: "
                             D-NUM4
                                 DELIMITED BY SIZE
                       INTO  ZEILE
                     END-STRING
                     PERFORM U010-AUSGABE
                     PERFORM U011-AUSGABE-SPACELINE
                     SET PRG-ABBRUCH TO TRUE
                     EXIT SECTION
         WHEN ZERO
**                  ---> kein Startuptext (VOLUME) vorhanden
                     SET FKT-ABFRAGE TO TRUE

         WHEN OTHER
**                  ---> Startuptext (VOLUME) muss untersucht werden
                     MOVE P-TEXT TO W-VOLUME
                     UNSTRING P-TEXT DELIMITED BY ALL SPACE or "."
                         INTO SOURCE-FILE-VOL
                              SOURCE-FILE-SUBVOL
                     END-UNSTRING

     END-EVALUATE
     .
 M000-99.
     EXIT.

******************************************************************
* Environment: hier das OUT-Medium holen
******************************************************************
 M020-STARTUP-OUT SECTION.
 M020-00.
**  ---> Abfragen StartUpText - OUT
     MOVE "OUT" TO P-PORTION
     MOVE SPACE TO P-TEXT
     ENTER "GETSTARTUPTEXT"  USING   P-PORTION
                                     P-TEXT
                             GIVING  P-RESULT

     EVALUATE P-RESULT
         WHEN -9999 THRU -1
**                  ---> Fehler aus GetStartUpText
                     MOVE P-RESULT TO D-NUM4
                     STRING  "GETSTARTUPTEXT (OUT) fehlerhaft: "
                             D-NUM4
                                 DELIMITED BY SIZE
                       INTO  ZEILE
                     END-STRING
                     PERFORM U010-AUSGABE
                     PERFORM U011-AUSGABE-SPACELINE
                     SET PRG-ABBRUCH TO TRUE
                     EXIT SECTION
         WHEN ZERO
**                  ---> kein Startuptext (OUT) vorhanden
                     SET FKT-ABFRAGE TO TRUE

         WHEN OTHER
**                  ---> Startuptext (OUT) gesetzt, muss untersucht werden
**                  ---> ggf. steht hier das hometerminal (Form: $xxx.#xxx)
                     MOVE P-TEXT TO W-OUT
                     MOVE ZERO TO C4-I1
                     INSPECT P-TEXT TALLYING C4-I1
                             FOR CHARACTERS BEFORE INITIAL ".#"
                     IF  C4-I1 = 128
**                      ---> kein hometerminal und auch kein Prozess
                         SET AUSGABE-DATEI
                             FKT-ABFRAGE
                             STU-OUT         TO TRUE
**                      ---> Hometerminal als Ausgabedatei eingegeben
                         PERFORM N020-OPEN-OUT
                     END-IF
     END-EVALUATE
     .
 M020-99.
     EXIT.


******************************************************************
* Environment holen: hier STRING holen
******************************************************************
 M030-STARTUP-STRING SECTION.
 M030-00.
**  --------------------------------------------------------------------
**  ---> Abfragen StartUpText - STRING
     MOVE "STRING" TO P-PORTION
     MOVE SPACE    TO P-TEXT
     ENTER "GETSTARTUPTEXT"  USING   P-PORTION
                                     P-TEXT
                             GIVING  P-RESULT

     EVALUATE P-RESULT
         WHEN -9999 THRU -1
**                  ---> Fehler aus GetStartUpText
                     MOVE P-RESULT TO D-NUM4
                     STRING  "GETSTARTUPTEXT (STRING) fehlerhaft: "
                             D-NUM4
                                 DELIMITED BY SIZE
                       INTO  ZEILE
                     END-STRING
                     PERFORM U010-AUSGABE
                     PERFORM U011-AUSGABE-SPACELINE
                     SET PRG-ABBRUCH TO TRUE
                     EXIT SECTION
         WHEN ZERO
**                  ---> kein Startuptext (STRING) vorhanden
                     SET FKT-ABFRAGE TO TRUE

         WHEN OTHER
**                  ---> Startuptext (STRING) gesetzt, muss untersucht werden
                     INSPECT P-TEXT CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                     MOVE P-TEXT TO W-STRING
                                    EINGABE
                     SET FKT-STARTUP-FILE TO TRUE
                     SET STU-STRING  TO TRUE
                     PERFORM N030-CHECK-STARTUP
                     IF  CHECK-NOK
                         SET FKT-ABFRAGE TO TRUE
                     END-IF
     END-EVALUATE
     .
 M030-99.
     EXIT.

******************************************************************
* holen User und Prozess-Informationen
******************************************************************
 M040-USER-PROCINFO SECTION.
 M040-00.
**  ---> holen Processhandle
     ENTER TAL "PROCESSHANDLE_GETMINE_"
         USING   P-PROCESSHANDLE
         GIVING  P-ERROR
     IF  P-ERROR NOT = ZERO
         MOVE P-ERROR TO D-NUM4
         STRING  "--> Fehler von: PROCESSHANDLE_GETMINE_ - "
                 D-NUM4
                     DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         PERFORM U011-AUSGABE-SPACELINE
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     END-IF

**  ---> holen Processinformationen
     ENTER TAL "PROCESS_GETINFO_"
         USING   P-PROCESSHANDLE OMITTED OMITTED OMITTED OMITTED
                 P-HOMETERM (1:P-HOMETERM-MAX)
                 P-HOMETERM-LEN
                                 OMITTED
                 P-CREATOR-ACCESS-ID
                 P-PROCESS-ACCESS-ID
                                 OMITTED OMITTED
                 P-PROG-FNAME (1:P-PROG-FNAME-LEN47)
                 P-PROG-FNAME-LEN
**                                 OMITTED OMITTED
                                 OMITTED OMITTED
                 P-ERROR-DETAIL
         GIVING  P-ERROR

     IF  P-ERROR NOT = ZERO
         MOVE P-ERROR TO D-NUM4
         STRING  "--> Fehler von: PROCESS_GETINFO_ - "
                 D-NUM4
                     DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         MOVE P-ERROR-DETAIL TO D-NUM4
         STRING  "-->    detail:  - "
                 D-NUM4
                     DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         PERFORM U011-AUSGABE-SPACELINE
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     END-IF

**  ---> merken des eigenen Programmfiles
     MOVE P-PROG-FNAME (1:P-PROG-FNAME-LEN) TO W-MY-PROG-FNAME

**  ---> holen Userinformationen
     MOVE P-CREATOR-ACCESS-ID TO PR-UI
     ENTER TAL "USER_GETINFO_"
         USING   P-USER-NAME (1:P-USER-MAXLEN)
                 P-USER-CURLEN
                 P-USERID
                 OMITTED OMITTED OMITTED
                 P-PRIMGROUP
         GIVING  P-ERROR
     IF  P-ERROR NOT = ZERO
         MOVE P-ERROR TO D-NUM4
         STRING  "--> Fehler von: USER_GETINFO_ - "
                 D-NUM4
                     DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         PERFORM U011-AUSGABE-SPACELINE
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     END-IF

     MOVE P-USER-NAME   TO W-USER-GRP-NAME
     MOVE P-USER-CURLEN TO W-USER-GRP-NAME-LEN
     UNSTRING W-USER-GRP-NAME DELIMITED BY "."
         INTO W-GRP-NAME
              W-USER-NAME
     END-UNSTRING

     MOVE P-HOMETERM (1:P-HOMETERM-LEN) TO W-MY-HOMETERM

**  ---> aufbereiten/aufberwahren numerische Gruppen-/User-Werte
     MOVE PR-GUI  TO CD4-X2
     MOVE CD4-NUM TO W-USER-GRP
     MOVE PR-UUI  TO CD4-X2
     MOVE CD4-NUM TO W-USER-NR

**  ---> Parameter fuer den Notbetrieb; ist er erzwungen, findet
**       kein SQL-Zugriff statt
     PERFORM M060-PARAM-NOTBETRIEB
     IF  NOT-ERZWUNGEN
         PERFORM M065-NOTBETRIEB-PRUEFEN
         EXIT SECTION
     END-IF

**  ---> holen zulässige User-Group
     MOVE "LOGIN" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  NOT SSPRM-OK
**      ---> SQL-Katalog nicht erreichbar: Notbetrieb, falls
**           konfiguriert
         IF  SQLCODE OF SQLCA < ZERO
         AND W-NOT-REPO-VOL NOT = SPACES
             PERFORM M065-NOTBETRIEB-PRUEFEN
         END-IF
         EXIT SECTION
     END-IF

**  ---> und prüfen
     MOVE SVOL-SOURCE OF SSPARM (1:3) TO D-NUM31
     MOVE SVOL-DEST   OF SSPARM (1:3) TO W-SPER-GRP
     IF  W-USER-GRP = D-NUM31 or = W-SPER-GRP
         IF  W-USER-GRP = W-SPER-GRP AND W-USER-NR = 255
**          ---> nnn,255 ist immer zugelassen
             MOVE HIGH-VALUE TO ROLFKT-FLAG
             EXIT SECTION
         END-IF
     ELSE
         MOVE "OPEN-ERROR #48" TO ZEILE
         PERFORM U010-AUSGABE
         PERFORM U011-AUSGABE-SPACELINE
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     END-IF
     .
 M040-99.
     EXIT.

******************************************************************
* setzen OUT-Medium für FUP
******************************************************************
 M050-PARAM-FUP-OUT SECTION.
 M050-00.
     MOVE "PARAM-FUP-OUT"   TO P-PORTION
     ENTER "GETPARAMTEXT"
                          USING P-PORTION
                                P-TEXT
                         GIVING P-ERROR
**  ---> Parameter nicht vorhanden oder leer
     IF  P-ERROR > 0
         IF  P-TEXT = SPACE
             MOVE K-FUP-OUT TO W-FUP-OUT
         ELSE
             MOVE P-TEXT TO W-FUP-OUT
         END-IF
     ELSE
         MOVE K-FUP-OUT TO W-FUP-OUT
     END-IF
     .
 M050-99.
     EXIT.

******************************************************************
* Parameter fuer den Notbetrieb ohne SQL-Katalog:
*   SSF-NOTBETRIEB  J = Notbetrieb erzwingen (z.B. Wartung =SSPARM)
*   SSF-NOT-REPO    $VOL.SUBVOL der ZIP-Repositories (Pflicht)
*   SSF-NOT-GRUPPE  Gruppennummer, die den Notbetrieb nutzen darf
*   SSF-NOT-UNZIP   Unzip-Programm (Standard K-UNZIP)
******************************************************************
 M060-PARAM-NOTBETRIEB SECTION.
 M060-00.
     MOVE "SSF-NOTBETRIEB" TO P-PORTION
     MOVE SPACES           TO P-TEXT
     ENTER "GETPARAMTEXT"
                          USING P-PORTION
                                P-TEXT
                         GIVING P-ERROR
     IF  P-ERROR > 0
     AND (P-TEXT (1:1) = "J" or = "j")
         SET NOT-ERZWUNGEN TO TRUE
     END-IF

     MOVE "SSF-NOT-REPO"   TO P-PORTION
     MOVE SPACES           TO P-TEXT
     ENTER "GETPARAMTEXT"
                          USING P-PORTION
                                P-TEXT
                         GIVING P-ERROR
     IF  P-ERROR > 0
         INSPECT P-TEXT CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
         UNSTRING P-TEXT DELIMITED BY ALL SPACE or "."
             INTO W-NOT-REPO-VOL
                  W-NOT-REPO-SVOL
         END-UNSTRING
         IF  W-NOT-REPO-SVOL = SPACES
             MOVE SPACES TO W-NOT-REPO-VOL
         END-IF
     END-IF

     MOVE "SSF-NOT-GRUPPE" TO P-PORTION
     MOVE SPACES           TO P-TEXT
     ENTER "GETPARAMTEXT"
                          USING P-PORTION
                                P-TEXT
                         GIVING P-ERROR
     IF  P-ERROR > 0
         MOVE ZERO TO W-NOT-LEN
         UNSTRING P-TEXT DELIMITED BY ALL SPACE or ","
             INTO W-NOT-GRUPPE-X COUNT IN W-NOT-LEN
         END-UNSTRING
         IF  W-NOT-LEN > ZERO
         AND W-NOT-LEN < 4
             IF  W-NOT-GRUPPE-X (1:W-NOT-LEN) NUMERIC
                 MOVE W-NOT-GRUPPE-X (1:W-NOT-LEN) TO W-NOT-GRUPPE
                 SET NOT-GRUPPE-GESETZT TO TRUE
             END-IF
         END-IF
     END-IF

     MOVE "SSF-NOT-UNZIP"  TO P-PORTION
     MOVE SPACES           TO P-TEXT
     ENTER "GETPARAMTEXT"
                          USING P-PORTION
                                P-TEXT
                         GIVING P-ERROR
     IF  P-ERROR > 0
     AND P-TEXT NOT = SPACE
         MOVE P-TEXT TO W-NOT-UNZIP
     ELSE
         MOVE K-UNZIP TO W-NOT-UNZIP
     END-IF
     .
 M060-99.
     EXIT.

******************************************************************
* Notbetrieb zulassen: nur wenn konfiguriert und nur fuer die
* Gruppe aus PARAM SSF-NOT-GRUPPE - sonst Abbruch wie bisher
******************************************************************
 M065-NOTBETRIEB-PRUEFEN SECTION.
 M065-00.
     PERFORM U011-AUSGABE-SPACELINE
     MOVE " *** SQL-Katalog nicht verfuegbar - Notbetrieb ***" TO ZEILE
     PERFORM U010-AUSGABE

     IF  W-NOT-REPO-VOL = SPACES
     OR  NOT NOT-GRUPPE-GESETZT
         MOVE " !!! Notbetrieb nicht konfiguriert" TO ZEILE
         PERFORM U010-AUSGABE
         MOVE "     (PARAM SSF-NOT-REPO und SSF-NOT-GRUPPE noetig)"
           TO ZEILE
         PERFORM U010-AUSGABE
         PERFORM U011-AUSGABE-SPACELINE
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     END-IF

     IF  W-USER-GRP NOT = W-NOT-GRUPPE
         MOVE W-USER-GRP TO D-NUM31
         STRING  " !!! Gruppe "                   DELIMITED BY SIZE
                 D-NUM31                          DELIMITED BY SIZE
                 " ist fuer den Notbetrieb nicht zugelassen"
                                                  DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         PERFORM U011-AUSGABE-SPACELINE
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     END-IF

     SET NOT-BETRIEB TO TRUE
     .
 M065-99.
     EXIT.

******************************************************************
* Aufruf Modul HCDAY
******************************************************************
 M140-CALL-HCDAY SECTION.
 M140-00.
     CALL "HCDAY" USING HC-DAY-PARM
     .
 M140-99.
     EXIT.

******************************************************************
* Erstellen Mail Aufhebung der Sicherheitswarnung
******************************************************************
 M500-MAIL-AUFHEBUNG SECTION.
 M500-00.
**  ---> holen Kontaktdaten / öffnen Mail / ausfüllen Adresszeilen
     SET MAIL-KAT-AUFHEB TO TRUE
     PERFORM N500-EMAIL-KOPF
     IF  REF-TABS-NOK OR MAIL-ABO-NOK
         EXIT SECTION
     END-IF

**  ---> Betreff und einleitender Text aus der Mail-Vorlage
**       "AUFHEB" in =SSTEXT (s. N522), sonst die eingebauten Texte
     PERFORM N520-MV-INIT
     PERFORM N529-MV-ABNAHME
     MOVE "FREIGEBER"    TO W-MV-NEU-NAME
     MOVE NK-VON OF ABNAHME TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "AUFHEB"       TO W-MV-NAME
     PERFORM N522-MV-LADEN
     IF  MV-VORLAGE-OK
         PERFORM N525-MV-BETREFF
         WRITE EMAIL-RECORD FROM EM-LZ
         PERFORM N526-MV-TEXT-1
         WRITE EMAIL-RECORD FROM EM-LZ
     ELSE
**      ---> Betreffzeile
         MOVE TEM-BETREFF1        TO EM-K5-VALUE
         MOVE PRG-NAME OF ABNAHME TO EM-K5-VALUE (50:)
         WRITE EMAIL-RECORD FROM EM-K5
         WRITE EMAIL-RECORD FROM EM-LZ
         WRITE EMAIL-RECORD FROM EM-LZ

**      ---> einleitender Text
         MOVE TEM-TEXT11          TO EM-PZ
         MOVE PRG-NAME OF ABNAHME TO EM-PZ (36:)
         MOVE TEM-TEXT12          TO EM-PZ (46:)
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE TEM-TEXT13          TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE TEM-TEXT14          TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE TEM-TEXT15          TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         WRITE EMAIL-RECORD FROM EM-LZ
     END-IF
     WRITE EMAIL-RECORD FROM EM-STRICH
     WRITE EMAIL-RECORD FROM EM-LZ

**  ---> erste Text-Gruppe > Programminformationen
     PERFORM N510-PROGRAMMINFORMATIONEN
     WRITE EMAIL-RECORD FROM EM-LZ

**  ---> Entwickler (steht in ABNAHME.REL2TEST_VON)
     MOVE SPACES TO EM-PZ
     MOVE TEM-ENTWICKLER          TO EM-PZ-HEADER
     MOVE REL2TEST-VON OF ABNAHME TO EM-PZ-VALUE
     WRITE EMAIL-RECORD FROM EM-PZ

     WRITE EMAIL-RECORD FROM EM-LZ
     WRITE EMAIL-RECORD FROM EM-STRICH

**  ---> zweite Text-Gruppe > Aufhebung
     WRITE EMAIL-RECORD FROM EM-LZ
     MOVE TEM-AUFHEBUNG TO EM-PZ
     WRITE EMAIL-RECORD FROM EM-PZ
     WRITE EMAIL-RECORD FROM EM-LZ

**  ---> Controller-Test (steht in ABNAHME.NK_VON)
     MOVE SPACES TO EM-PZ
     MOVE TEM-CONTROLLER-TEST TO EM-PZ-HEADER
     MOVE NK-VON OF ABNAHME   TO EM-PZ-VALUE
     WRITE EMAIL-RECORD FROM EM-PZ
     WRITE EMAIL-RECORD FROM EM-LZ

**  ---> Schlusstext der Mail-Vorlage (Zeilen nach @DATEN@)
     IF  MV-VORLAGE-OK
         PERFORM N527-MV-TEXT-2
     END-IF

**  ---> abschliessend das Datum
     WRITE EMAIL-RECORD FROM EM-LZ
     WRITE EMAIL-RECORD FROM EM-STRICH
     WRITE EMAIL-RECORD FROM EM-LZ

**  ---> holen aktuelles Datum
     PERFORM U030-TIMESTAMP
     MOVE TEM-MAIL-DATUM         TO EM-PZ
     MOVE TAL-TT   of TAL-TIME-D TO EM-PZ (08:)
     MOVE "."                    TO EM-PZ (10:1)
     MOVE TAL-MM   of TAL-TIME-D TO EM-PZ (11:2)
     MOVE "."                    TO EM-PZ (13:1)
     MOVE TAL-JHJJ of TAL-TIME-D TO EM-PZ (14:4)
     WRITE EMAIL-RECORD FROM EM-PZ

**  ---> EMail schliessen
     CLOSE EMAIL
     .
 M500-99.
     EXIT.

******************************************************************
* vorbereiten  Mail  Abnahmeantrag
******************************************************************
 M510-MAIL-ABNAHMEANTRAG SECTION.
 M510-00.
**  ---> holen Kontaktdaten / öffnen Mail / ausfüllen Adresszeilen
     SET MAIL-KAT-ANTRAG TO TRUE
     PERFORM N500-EMAIL-KOPF
     IF  REF-TABS-NOK OR MAIL-ABO-NOK
         EXIT SECTION
     END-IF

**  ---> Freigabe-Routing: zusaetzlich direkt an den Modul-
**       Verantwortlichen, sofern im Register (=SSFOWNER, s. D518)
     MOVE PRG-NAME OF ABNAHME TO W-OWN-MODUL
     PERFORM D518-OWNER-EMAIL-K2

**  ---> Betreff und einleitender Text aus der Mail-Vorlage
**       "ANTRAG" in =SSTEXT (s. N522), sonst die eingebauten Texte
     PERFORM N520-MV-INIT
     PERFORM N529-MV-ABNAHME
     MOVE "FREIGEBER"    TO W-MV-NEU-NAME
     MOVE FREIGABE-ANTRAG-VON OF ABNAHME TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "ANTRAG"       TO W-MV-NAME
     PERFORM N522-MV-LADEN
     IF  MV-VORLAGE-OK
         PERFORM N525-MV-BETREFF
         WRITE EMAIL-RECORD FROM EM-LZ
         PERFORM N526-MV-TEXT-1
         WRITE EMAIL-RECORD FROM EM-LZ
     ELSE
**      ---> Betreffzeile
         MOVE PRG-NAME OF ABNAHME TO EM-K4-PRG-NAME
         WRITE EMAIL-RECORD FROM EM-K4
         WRITE EMAIL-RECORD FROM EM-LZ
         WRITE EMAIL-RECORD FROM EM-LZ

**      ---> einleitende Informationen
         MOVE PRG-NAME OF ABNAHME TO TEM-ALLG-PRG-NAME
         MOVE TEM-ALLG-INFO1 TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE TEM-ALLG-INFO2 TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         WRITE EMAIL-RECORD FROM EM-LZ
     END-IF
     WRITE EMAIL-RECORD FROM EM-LZ

**  ---> erste Text-Gruppe > Programminformationen
     PERFORM N510-PROGRAMMINFORMATIONEN
     WRITE EMAIL-RECORD FROM EM-LZ
     WRITE EMAIL-RECORD FROM EM-STRICH

**  ---> zweite Text-Gruppe > Auftragsinformationen
     WRITE EMAIL-RECORD FROM EM-LZ
     MOVE SPACES TO EM-PZ
     MOVE TEM-AUFTR-INFO TO EM-PZ
     WRITE EMAIL-RECORD FROM EM-PZ
     WRITE EMAIL-RECORD FROM EM-LZ

     MOVE SPACES TO EM-PZ
     MOVE 1 TO C4-I1
     MOVE TEM-AUFTR           TO EM-PZ-HEADER
**  ---> Schleife über Inhalt Programm-Info
     PERFORM UNTIL C4-I1 > LEN OF AUFTRAG-LINK OF ABNAHME
             OR PRG-ABBRUCH

         MOVE VAL OF AUFTRAG-LINK OF ABNAHME (C4-I1:) TO EM-PZ-VALUE
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE SPACES TO EM-PZ
         ADD 40 TO C4-I1

     END-PERFORM
     WRITE EMAIL-RECORD FROM EM-LZ

     MOVE TEM-AUFTR-VON          TO EM-PZ-HEADER
     MOVE AUFTRAG-VON OF ABNAHME TO EM-PZ-VALUE
     WRITE EMAIL-RECORD FROM EM-PZ
     MOVE TEM-AUFTR-DATUM        TO EM-PZ-HEADER
     MOVE AUFTRAG-AM OF ABNAHME (9:2) TO EM-PZ-VALUE
     MOVE "."                         TO EM-PZ-VALUE (3:1)
     MOVE AUFTRAG-AM OF ABNAHME (6:2) TO EM-PZ-VALUE (4:2)
     MOVE "."                         TO EM-PZ-VALUE (6:1)
     MOVE AUFTRAG-AM OF ABNAHME (1:4) TO EM-PZ-VALUE (7:4)
     WRITE EMAIL-RECORD FROM EM-PZ
     WRITE EMAIL-RECORD FROM EM-LZ
     WRITE EMAIL-RECORD FROM EM-STRICH

**  ---> dritte Text-Gruppe > Übernahmeinformationen
     WRITE EMAIL-RECORD FROM EM-LZ
     MOVE TEM-REL-INFO TO EM-PZ
     WRITE EMAIL-RECORD FROM EM-PZ
     WRITE EMAIL-RECORD FROM EM-LZ

     MOVE SPACES TO EM-PZ
     MOVE TEM-ENTWICKLER          TO EM-PZ-HEADER
     MOVE REL2TEST-VON OF ABNAHME TO EM-PZ-VALUE
     WRITE EMAIL-RECORD FROM EM-PZ

     MOVE TEM-CONTROLLER-TEST            TO EM-PZ-HEADER
     MOVE FREIGABE-ANTRAG-VON OF ABNAHME TO EM-PZ-VALUE
     WRITE EMAIL-RECORD FROM EM-PZ

**  ---> Risiko-Score des Antrags mit Komponenten (s. E401)
     IF  RSK-VORHANDEN
         PERFORM M511-MAIL-RISIKO
     END-IF

**  ---> vierte Text-Gruppe > Einhaltung von Vorschriften
     WRITE EMAIL-RECORD FROM EM-LZ
     WRITE EMAIL-RECORD FROM EM-STRICH
     WRITE EMAIL-RECORD FROM EM-LZ

**       (mit Vorlage: deren Schlusstext nach @DATEN@)
     IF  MV-VORLAGE-OK
         PERFORM N527-MV-TEXT-2
     ELSE
         MOVE TEM-EVV-1 TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         WRITE EMAIL-RECORD FROM EM-LZ
         MOVE TEM-EVV-2 TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE TEM-EVV-3 TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE TEM-EVV-4 TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE TEM-EVV-5 TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE TEM-EVV-6 TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         WRITE EMAIL-RECORD FROM EM-LZ
         MOVE TEM-EVV-7 TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE TEM-EVV-8 TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE TEM-EVV-9 TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE TEM-EVV-10 TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
     END-IF

**  ---> abschliessend das Datum
     WRITE EMAIL-RECORD FROM EM-LZ
     WRITE EMAIL-RECORD FROM EM-STRICH
     WRITE EMAIL-RECORD FROM EM-LZ

     MOVE TEM-MAIL-DATUM TO EM-PZ
     MOVE FREIGABE-ANTRAG-AM (9:02) TO EM-PZ (08:)
     MOVE "."                       TO EM-PZ (10:1)
     MOVE FREIGABE-ANTRAG-AM (6:02) TO EM-PZ (11:2)
     MOVE "."                       TO EM-PZ (13:1)
     MOVE FREIGABE-ANTRAG-AM (1:04) TO EM-PZ (14:4)
     WRITE EMAIL-RECORD FROM EM-PZ

**  ---> EMail schliessen
     CLOSE EMAIL
     .
 M510-99.
     EXIT.

******************************************************************
* Antrags-Mail (M510): Risiko-Score mit Punkten und Rohwert je
* Komponente sowie die Folgen (zweite Unterschrift, Pflicht-Review)
******************************************************************
 M511-MAIL-RISIKO SECTION.
 M511-00.
     WRITE EMAIL-RECORD FROM EM-LZ
     MOVE SPACES         TO EM-PZ
     MOVE TEM-RSK-SCORE  TO EM-PZ-HEADER
     MOVE W-RSK-SCORE    TO W-RSK-SCORE-ED
     STRING  W-RSK-SCORE-ED          DELIMITED BY SIZE
             " von 100"              DELIMITED BY SIZE
       INTO  EM-PZ-VALUE
     END-STRING
     WRITE EMAIL-RECORD FROM EM-PZ

     PERFORM VARYING W-RSK-IX FROM 1 BY 1
             UNTIL   W-RSK-IX > 7
         MOVE SPACES                    TO EM-PZ
         MOVE K-RSK-BEZ      (W-RSK-IX) TO EM-PZ-HEADER
         MOVE W-RSK-KOMP-PKT (W-RSK-IX) TO W-RSK-PKT-ED
         MOVE W-RSK-PKT-ED              TO EM-PZ-VALUE (1:2)
         MOVE "Pkt"                     TO EM-PZ-VALUE (4:3)
         MOVE W-RSK-WERT     (W-RSK-IX) TO EM-PZ-VALUE (9:30)
         WRITE EMAIL-RECORD FROM EM-PZ
     END-PERFORM

     IF  RSK-APPR2
         MOVE SPACES         TO EM-PZ
         MOVE TEM-RSK-FOLGE  TO EM-PZ-HEADER
         MOVE "zweite Unterschrift erforderlich" TO EM-PZ-VALUE
         WRITE EMAIL-RECORD FROM EM-PZ
     END-IF
     IF  RSK-REVIEW-PFLICHT
         MOVE SPACES         TO EM-PZ
         MOVE TEM-RSK-FOLGE  TO EM-PZ-HEADER
         MOVE "Pflicht-Review vor der Freigabe" TO EM-PZ-VALUE
         WRITE EMAIL-RECORD FROM EM-PZ
     END-IF
     .
 M511-99.
     EXIT.

******************************************************************
* Erstellen+versenden Sicherheitswarnungsmail
******************************************************************
 M520-MAIL-SICHERHEITSWARUNUNG SECTION.
 M520-00.
**  ---> holen Kontaktdaten / öffnen Mail / ausfüllen Adresszeilen
     SET MAIL-KAT-WARNUNG TO TRUE
     PERFORM N500-EMAIL-KOPF
     IF  REF-TABS-NOK OR MAIL-ABO-NOK
         EXIT SECTION
     END-IF

**  ---> Betreff und einleitender Text aus der Mail-Vorlage
**       "WARNUNG" in =SSTEXT (s. N522), sonst die eingebauten Texte
     PERFORM N520-MV-INIT
     PERFORM N529-MV-ABNAHME
     MOVE "FREIGEBER"    TO W-MV-NEU-NAME
     MOVE REL2PROD-VON OF ABNAHME TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "WARNUNG"      TO W-MV-NAME
     PERFORM N522-MV-LADEN
     IF  MV-VORLAGE-OK
         PERFORM N525-MV-BETREFF
         WRITE EMAIL-RECORD FROM EM-LZ
         PERFORM N526-MV-TEXT-1
         WRITE EMAIL-RECORD FROM EM-LZ
     ELSE
**      ---> Betreffzeile
         MOVE TEM-BETREFF2        TO EM-K5-VALUE
         MOVE PRG-NAME OF ABNAHME TO EM-K5-VALUE (36:)
         WRITE EMAIL-RECORD FROM EM-K5
         WRITE EMAIL-RECORD FROM EM-LZ
         WRITE EMAIL-RECORD FROM EM-LZ

**      ---> einleitender Text
         MOVE TEM-TEXT01          TO EM-PZ
         MOVE PRG-NAME OF ABNAHME TO EM-PZ (32:)
         MOVE TEM-TEXT02          TO EM-PZ (41:)
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE TEM-TEXT03          TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE TEM-TEXT04          TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         WRITE EMAIL-RECORD FROM EM-LZ
     END-IF
     WRITE EMAIL-RECORD FROM EM-STRICH
     WRITE EMAIL-RECORD FROM EM-LZ

**  ---> erste Text-Gruppe > Programminformationen
     PERFORM N510-PROGRAMMINFORMATIONEN
     WRITE EMAIL-RECORD FROM EM-LZ
     WRITE EMAIL-RECORD FROM EM-STRICH

**  ---> zweite Text-Gruppe > Bearbeiter
     WRITE EMAIL-RECORD FROM EM-LZ
     MOVE TEM-BEARBEITER TO EM-PZ
     WRITE EMAIL-RECORD FROM EM-PZ
     WRITE EMAIL-RECORD FROM EM-LZ

**  ---> Entwickler (steht in ABNAHME.REL2TEST_VON)
     MOVE SPACES TO EM-PZ
     MOVE TEM-ENTWICKLER          TO EM-PZ-HEADER
     MOVE REL2TEST-VON OF ABNAHME TO EM-PZ-VALUE
     WRITE EMAIL-RECORD FROM EM-PZ

**  ---> Controller-Test (steht in ABNAHME.REL2PROD_VON)
     MOVE TEM-CONTROLLER-TEST     TO EM-PZ-HEADER
     MOVE REL2PROD-VON OF ABNAHME TO EM-PZ-VALUE
     WRITE EMAIL-RECORD FROM EM-PZ
     WRITE EMAIL-RECORD FROM EM-LZ

     MOVE TEM-VERLETZUNG                TO EM-PZ-HEADER
     MOVE REL2PROD-AM OF ABNAHME (9:2)  TO EM-PZ-VALUE
     MOVE "."                           TO EM-PZ-VALUE (3:1)
     MOVE REL2PROD-AM OF ABNAHME (6:2)  TO EM-PZ-VALUE (4:2)
     MOVE "."                           TO EM-PZ-VALUE (6:1)
     MOVE REL2PROD-AM OF ABNAHME (1:4)  TO EM-PZ-VALUE (7:4)
     MOVE " / "                         TO EM-PZ-VALUE (11:3)
     MOVE REL2PROD-AM OF ABNAHME (12:5) TO EM-PZ-VALUE (14:5)
     WRITE EMAIL-RECORD FROM EM-PZ
     WRITE EMAIL-RECORD FROM EM-LZ

**  ---> Schlusstext der Mail-Vorlage (Zeilen nach @DATEN@)
     IF  MV-VORLAGE-OK
         PERFORM N527-MV-TEXT-2
     END-IF

**  ---> abschliessend das Datum
     WRITE EMAIL-RECORD FROM EM-LZ
     WRITE EMAIL-RECORD FROM EM-STRICH
     WRITE EMAIL-RECORD FROM EM-LZ

     MOVE TEM-MAIL-DATUM TO EM-PZ
     MOVE REL2PROD-AM (9:02) TO EM-PZ (08:)
     MOVE "."                TO EM-PZ (10:1)
     MOVE REL2PROD-AM (6:02) TO EM-PZ (11:2)
     MOVE "."                TO EM-PZ (13:1)
     MOVE REL2PROD-AM (1:04) TO EM-PZ (14:4)
     WRITE EMAIL-RECORD FROM EM-PZ

**  ---> EMail schliessen
     CLOSE EMAIL
     .
 M520-99.
     EXIT.

******************************************************************
* Erstellen Mail Erinnerung für lang offenen Checkout (Funktion REMIND)
******************************************************************
 M530-MAIL-CHECKOUT-REMINDER SECTION.
 M530-00.
**  ---> holen Kontaktdaten / öffnen Mail / ausfüllen Adresszeilen
     SET MAIL-KAT-REMINDER TO TRUE
     PERFORM N505-EMAIL-KOPF-EINFACH
     IF  PRG-ABBRUCH OR MAIL-ABO-NOK
         EXIT SECTION
     END-IF

**  ---> zusaetzlich direkt an den Modul-Verantwortlichen, sofern
**       im Register eingetragen (=SSFOWNER, s. D518)
     MOVE SOURCE-MODUL OF SSAFE TO W-OWN-MODUL
     PERFORM D518-OWNER-EMAIL-K2

**  ---> Betreff und einleitender Text aus der Mail-Vorlage
**       "REMIND" in =SSTEXT (s. N522), sonst die eingebauten Texte
     PERFORM N520-MV-INIT
     MOVE "MODUL"        TO W-MV-NEU-NAME
     MOVE SOURCE-MODUL OF SSAFE TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "ENTWICKLER"   TO W-MV-NEU-NAME
     MOVE GROUP-USER OF SSAFE TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE W-REMIND-DAYS  TO W-MV-ZAHL-ED
     MOVE "TAGE"         TO W-MV-NEU-NAME
     MOVE W-MV-ZAHL-ED   TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "REMIND"       TO W-MV-NAME
     PERFORM N522-MV-LADEN
     IF  MV-VORLAGE-OK
         PERFORM N525-MV-BETREFF
         WRITE EMAIL-RECORD FROM EM-LZ
         PERFORM N526-MV-TEXT-1
         WRITE EMAIL-RECORD FROM EM-LZ
     ELSE
**      ---> Betreffzeile
         MOVE TEM-BETREFF3          TO EM-K5-VALUE
         MOVE SOURCE-MODUL OF SSAFE TO EM-K5-VALUE (40:)
         WRITE EMAIL-RECORD FROM EM-K5
         WRITE EMAIL-RECORD FROM EM-LZ
         WRITE EMAIL-RECORD FROM EM-LZ

**      ---> einleitender Text
         MOVE TEM-TEXT21      TO EM-PZ
         MOVE W-REMIND-DAYS   TO EM-PZ (38:)
         MOVE TEM-TEXT22      TO EM-PZ (42:)
         WRITE EMAIL-RECORD FROM EM-PZ
         WRITE EMAIL-RECORD FROM EM-LZ
     END-IF

**  ---> Modul
     MOVE SPACES               TO EM-PZ
     MOVE TEM-MODUL            TO EM-PZ-HEADER
     MOVE SOURCE-MODUL OF SSAFE TO EM-PZ-VALUE
     WRITE EMAIL-RECORD FROM EM-PZ

**  ---> Ausgecheckt von
     MOVE TEM-BEARBEITER-CO    TO EM-PZ-HEADER
     MOVE GROUP-USER OF SSAFE  TO EM-PZ-VALUE
     WRITE EMAIL-RECORD FROM EM-PZ

**  ---> Ausgecheckt am
     MOVE TEM-AUSGECHECKT-SEIT     TO EM-PZ-HEADER
     MOVE ZP-CHECKOUT OF SSAFE (9:2)  TO EM-PZ-VALUE
     MOVE "."                         TO EM-PZ-VALUE (3:1)
     MOVE ZP-CHECKOUT OF SSAFE (6:2)  TO EM-PZ-VALUE (4:2)
     MOVE "."                         TO EM-PZ-VALUE (6:1)
     MOVE ZP-CHECKOUT OF SSAFE (1:4)  TO EM-PZ-VALUE (7:4)
     WRITE EMAIL-RECORD FROM EM-PZ

**  ---> Alter in Tagen seit Checkout
     MOVE ZP-CHECKOUT OF SSAFE (1:4)  TO W-ALT-JJJJ
     MOVE ZP-CHECKOUT OF SSAFE (6:2)  TO W-ALT-MM
     MOVE ZP-CHECKOUT OF SSAFE (9:2)  TO W-ALT-TT
     PERFORM U030-TIMESTAMP
     MOVE TAL-JHJJMMTT OF TAL-TIME-D TO W-HEUTE-DATUM-N
     COMPUTE W-ALTER-TAGE = FUNCTION INTEGER-OF-DATE(W-HEUTE-DATUM-N)
                          - FUNCTION INTEGER-OF-DATE(W-ALT-DATUM-N)
     MOVE TEM-ALTER-TAGE           TO EM-PZ-HEADER
     MOVE W-ALTER-TAGE             TO EM-PZ-VALUE
     WRITE EMAIL-RECORD FROM EM-PZ
     WRITE EMAIL-RECORD FROM EM-LZ

**  ---> seit dem Checkout geaenderte Basis (s. D721)
     MOVE SOURCE-MODUL OF SSAFE        TO H-STB-MODUL
     MOVE SOURCE-TYP   OF SSAFE        TO H-STB-TYP
     MOVE ZP-CHECKOUT  OF SSAFE (1:19) TO H-STB-ZP
     PERFORM D721-STB-ERMITTELN
     IF  W-STB-ANZ > ZERO
         PERFORM M573-MAIL-STB-LISTE
     END-IF

**  ---> Hinweistext (mit Vorlage: deren Schlusstext nach @DATEN@)
     WRITE EMAIL-RECORD FROM EM-STRICH
     WRITE EMAIL-RECORD FROM EM-LZ
     IF  MV-VORLAGE-OK
         PERFORM N527-MV-TEXT-2
     ELSE
         MOVE TEM-TEXT23 TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE TEM-TEXT24 TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         WRITE EMAIL-RECORD FROM EM-LZ
     END-IF
     WRITE EMAIL-RECORD FROM EM-STRICH
     WRITE EMAIL-RECORD FROM EM-LZ

**  ---> holen aktuelles Datum
     PERFORM U030-TIMESTAMP
     MOVE TEM-MAIL-DATUM         TO EM-PZ
     MOVE TAL-TT   of TAL-TIME-D TO EM-PZ (08:)
     MOVE "."                    TO EM-PZ (10:1)
     MOVE TAL-MM   of TAL-TIME-D TO EM-PZ (11:2)
     MOVE "."                    TO EM-PZ (13:1)
     MOVE TAL-JHJJ of TAL-TIME-D TO EM-PZ (14:4)
     WRITE EMAIL-RECORD FROM EM-PZ

**  ---> EMail schliessen
     CLOSE EMAIL
     .
 M530-99.
     EXIT.

******************************************************************
* Sammelmail-Variante zu M530 (Funktion REMIND <Tage> DIGEST): eine
* einzige Mail mit allen ueberfaelligen Checkouts statt einer Mail je
* Modul - oeffnet Mail und schreibt Kopf/Tabellenueberschrift, wird
* vor dem ersten Tabelleneintrag aus C600-CHECKOUT-REMINDER gerufen
******************************************************************
 M531-MAIL-CHECKOUT-DIGEST-OPEN SECTION.
 M531-00.
**  ---> holen Kontaktdaten / öffnen Mail / ausfüllen Adresszeilen
     SET MAIL-KAT-REMINDER TO TRUE
     PERFORM N505-EMAIL-KOPF-EINFACH
     IF  PRG-ABBRUCH OR MAIL-ABO-NOK
         EXIT SECTION
     END-IF

**  ---> Betreff und einleitender Text aus der Mail-Vorlage
**       "DIGEST" in =SSTEXT (s. N522), sonst die eingebauten Texte
     PERFORM N520-MV-INIT
     MOVE W-REMIND-DAYS  TO W-MV-ZAHL-ED
     MOVE "TAGE"         TO W-MV-NEU-NAME
     MOVE W-MV-ZAHL-ED   TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "DIGEST"       TO W-MV-NAME
     PERFORM N522-MV-LADEN
     IF  MV-VORLAGE-OK
         PERFORM N525-MV-BETREFF
         WRITE EMAIL-RECORD FROM EM-LZ
         PERFORM N526-MV-TEXT-1
         WRITE EMAIL-RECORD FROM EM-LZ
     ELSE
**      ---> Betreffzeile
         MOVE TEM-BETREFF7 TO EM-K5-VALUE
         WRITE EMAIL-RECORD FROM EM-K5
         WRITE EMAIL-RECORD FROM EM-LZ
         WRITE EMAIL-RECORD FROM EM-LZ

**      ---> einleitender Text
         MOVE TEM-TEXT25      TO EM-PZ
         MOVE W-REMIND-DAYS   TO EM-PZ (41:)
         MOVE TEM-TEXT26      TO EM-PZ (45:)
         WRITE EMAIL-RECORD FROM EM-PZ
         WRITE EMAIL-RECORD FROM EM-LZ
     END-IF

**  ---> Tabellenueberschrift
     MOVE TEM-DIGEST-SPALTEN TO EM-PZ-REST
     WRITE EMAIL-RECORD FROM EM-PZ-R
     .
 M531-99.
     EXIT.

******************************************************************
* Sammelmail-Variante zu M530: ein Tabelleneintrag je ueberfaelligem
* Checkout (EMAIL ist bereits offen, s. M531)
******************************************************************
 M532-MAIL-CHECKOUT-DIGEST-LINE SECTION.
 M532-00.
     MOVE ZP-CHECKOUT OF SSAFE (1:4)  TO W-ALT-JJJJ
     MOVE ZP-CHECKOUT OF SSAFE (6:2)  TO W-ALT-MM
     MOVE ZP-CHECKOUT OF SSAFE (9:2)  TO W-ALT-TT
     PERFORM U030-TIMESTAMP
     MOVE TAL-JHJJMMTT OF TAL-TIME-D TO W-HEUTE-DATUM-N
     COMPUTE W-ALTER-TAGE = FUNCTION INTEGER-OF-DATE(W-HEUTE-DATUM-N)
                          - FUNCTION INTEGER-OF-DATE(W-ALT-DATUM-N)

     MOVE SPACES                TO EM-PZ-REST
     MOVE SOURCE-MODUL OF SSAFE TO EM-PZ-REST (1:17)
     MOVE GROUP-USER   OF SSAFE TO EM-PZ-REST (18:17)
     MOVE ZP-CHECKOUT OF SSAFE (9:2)  TO EM-PZ-REST (35:2)
     MOVE "."                         TO EM-PZ-REST (37:1)
     MOVE ZP-CHECKOUT OF SSAFE (6:2)  TO EM-PZ-REST (38:2)
     MOVE "."                         TO EM-PZ-REST (40:1)
     MOVE ZP-CHECKOUT OF SSAFE (1:4)  TO EM-PZ-REST (41:4)
     MOVE W-ALTER-TAGE                TO EM-PZ-REST (54:5)
     WRITE EMAIL-RECORD FROM EM-PZ-R

**  ---> seit dem Checkout geaenderte Basis (s. D721) eingerueckt
**       unter dem Checkout
     MOVE SOURCE-MODUL OF SSAFE        TO H-STB-MODUL
     MOVE SOURCE-TYP   OF SSAFE        TO H-STB-TYP
     MOVE ZP-CHECKOUT  OF SSAFE (1:19) TO H-STB-ZP
     PERFORM D721-STB-ERMITTELN
     PERFORM VARYING W-STB-IX FROM 1 BY 1
             UNTIL   W-STB-IX > W-STB-ANZ
         PERFORM D725-STB-ZEILE
         MOVE SPACES               TO EM-PZ
         MOVE "  > "               TO EM-PZ-REST (1:4)
         MOVE W-STB-ZEILE (1:56)   TO EM-PZ-REST (5:56)
         WRITE EMAIL-RECORD FROM EM-PZ-R
     END-PERFORM
     .
 M532-99.
     EXIT.

******************************************************************
* Sammelmail-Variante zu M530: Hinweistext/Datumszeile und Mail
* schliessen, sobald alle ueberfaelligen Checkouts angehaengt sind
******************************************************************
 M533-MAIL-CHECKOUT-DIGEST-CLOSE SECTION.
 M533-00.
     WRITE EMAIL-RECORD FROM EM-LZ
     WRITE EMAIL-RECORD FROM EM-STRICH
     WRITE EMAIL-RECORD FROM EM-LZ
**  ---> Hinweistext: Schlusstext der in M531 geladenen Vorlage
**       "DIGEST", sonst der eingebaute Text
     IF  MV-VORLAGE-OK
     AND W-MV-NAME = "DIGEST"
         PERFORM N527-MV-TEXT-2
     ELSE
         MOVE TEM-TEXT23 TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE TEM-TEXT24 TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         WRITE EMAIL-RECORD FROM EM-LZ
     END-IF
     WRITE EMAIL-RECORD FROM EM-STRICH
     WRITE EMAIL-RECORD FROM EM-LZ

**  ---> holen aktuelles Datum
     PERFORM U030-TIMESTAMP
     MOVE TEM-MAIL-DATUM         TO EM-PZ
     MOVE TAL-TT   of TAL-TIME-D TO EM-PZ (08:)
     MOVE "."                    TO EM-PZ (10:1)
     MOVE TAL-MM   of TAL-TIME-D TO EM-PZ (11:2)
     MOVE "."                    TO EM-PZ (13:1)
     MOVE TAL-JHJJ of TAL-TIME-D TO EM-PZ (14:4)
     WRITE EMAIL-RECORD FROM EM-PZ

**  ---> EMail schliessen
     CLOSE EMAIL
     .
 M533-99.
     EXIT.

******************************************************************
* Benachrichtigung an den Anforderer eines Recalls: das Kalt-
* Archiv seiner Version ist zurueckgeholt, die Version wieder
* online (s. C379). Direkt-Mail an die =SSUSER-Adresse des
* Anforderers (S626) - fehlt die Adresse, unterbleibt die Mail
******************************************************************
 M558-MAIL-RECALL-STAGED SECTION.
 M558-00.
     IF  H-RCL-VON = SPACES
         EXIT SECTION
     END-IF
     MOVE SPACES TO ST-VICT-GRP-NAME ST-VICT-USER-NAME
     UNSTRING H-RCL-VON DELIMITED BY "."
         INTO ST-VICT-GRP-NAME
              ST-VICT-USER-NAME
     END-UNSTRING
     PERFORM S626-SELECT-SSUSER-EMAIL
     IF  ST-VICT-EMAIL = SPACES
         EXIT SECTION
     END-IF

**  ---> Absender aus der SRCSAFE-Kontaktzeile
     MOVE K-MODUL TO MODUL OF EKONTAKT
     MOVE ZERO    TO MDNR  OF EKONTAKT
                     TSNR  OF EKONTAKT
     PERFORM S790-SELECT-EKONTAKT
     IF  REF-TABS-NOK
         EXIT SECTION
     END-IF

     OPEN OUTPUT EMAIL
     MOVE EMAIL-FROM OF EKONTAKT TO EM-K1-FROM
     WRITE EMAIL-RECORD FROM EM-K1
     MOVE ST-VICT-EMAIL TO EM-K2-TO
     WRITE EMAIL-RECORD FROM EM-K2

**  ---> Betreff und Text aus der Mail-Vorlage "RECALL" in =SSTEXT
**       (s. N522), sonst die eingebauten Texte
     PERFORM N520-MV-INIT
     MOVE "MODUL"        TO W-MV-NEU-NAME
     MOVE W-RCL-MODUL    TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "VERSION"      TO W-MV-NEU-NAME
     MOVE W-RCL-VERSION  TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "ANFORDERER"   TO W-MV-NEU-NAME
     MOVE H-RCL-VON      TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "RECALL"       TO W-MV-NAME
     PERFORM N522-MV-LADEN
     IF  MV-VORLAGE-OK
         PERFORM N525-MV-BETREFF
         WRITE EMAIL-RECORD FROM EM-LZ
         PERFORM N526-MV-TEXT-1
         PERFORM N527-MV-TEXT-2
     ELSE
         MOVE "Recall erledigt - Version wieder online"
             TO EM-K5-VALUE
         WRITE EMAIL-RECORD FROM EM-K5
         WRITE EMAIL-RECORD FROM EM-LZ

         MOVE SPACES TO EM-PZ
         STRING  " Modul "        DELIMITED BY SIZE
                 W-RCL-MODUL      DELIMITED BY SPACE
                 " Version "      DELIMITED BY SIZE
                 W-RCL-VERSION    DELIMITED BY SPACE
                 " ist zurueckgeholt."
                                  DELIMITED BY SIZE
           INTO  EM-PZ
         END-STRING
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE " GET/CHECKOUT kann jetzt erneut angefordert werden."
             TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
     END-IF
     CLOSE EMAIL
     .
 M558-99.
     EXIT.

******************************************************************
* Benachrichtigung zu einer Checkout-Uebergabe (HANDOVER, s.
* D573-D575) direkt an beide Beteiligten (=SSUSER-Adressen, S626);
* W-HO-AKTION sagt, was passiert ist (ANGEBOT, UEBERNAHME,
* ABLEHNUNG, RUECKZUG). Ohne jede Adresse unterbleibt die Mail
******************************************************************
 M559-MAIL-HANDOVER SECTION.
 M559-00.
**  ---> Mailadressen der beiden User nachschlagen
     MOVE SPACES TO ST-VICT-GRP-NAME ST-VICT-USER-NAME
     UNSTRING W-HO-VON-USER DELIMITED BY "."
         INTO ST-VICT-GRP-NAME
              ST-VICT-USER-NAME
     END-UNSTRING
     PERFORM S626-SELECT-SSUSER-EMAIL
     MOVE ST-VICT-EMAIL TO W-HO-MAIL-VON
     MOVE SPACES TO ST-VICT-GRP-NAME ST-VICT-USER-NAME
     UNSTRING W-HO-AN-USER DELIMITED BY "."
         INTO ST-VICT-GRP-NAME
              ST-VICT-USER-NAME
     END-UNSTRING
     PERFORM S626-SELECT-SSUSER-EMAIL
     MOVE ST-VICT-EMAIL TO W-HO-MAIL-AN
     IF  W-HO-MAIL-VON = SPACES
     AND W-HO-MAIL-AN  = SPACES
         MOVE "  Hinweis: keine Mailadresse in SSUSER - keine Mail"
             TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

**  ---> Absender aus der SRCSAFE-Kontaktzeile
     MOVE K-MODUL TO MODUL OF EKONTAKT
     MOVE ZERO    TO MDNR  OF EKONTAKT
                     TSNR  OF EKONTAKT
     PERFORM S790-SELECT-EKONTAKT
     IF  REF-TABS-NOK
         EXIT SECTION
     END-IF

     OPEN OUTPUT EMAIL
     MOVE EMAIL-FROM OF EKONTAKT TO EM-K1-FROM
     WRITE EMAIL-RECORD FROM EM-K1
     IF  W-HO-MAIL-VON NOT = SPACES
         MOVE W-HO-MAIL-VON TO EM-K2-TO
         WRITE EMAIL-RECORD FROM EM-K2
     END-IF
     IF  W-HO-MAIL-AN NOT = SPACES
         MOVE W-HO-MAIL-AN  TO EM-K2-TO
         WRITE EMAIL-RECORD FROM EM-K2
     END-IF

**  ---> Betreff und Text aus der Mail-Vorlage "HANDOVER" in
**       =SSTEXT (s. N522), sonst die eingebauten Texte
     PERFORM N520-MV-INIT
     MOVE "MODUL"        TO W-MV-NEU-NAME
     MOVE W-SOURCE       TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "ENTWICKLER"   TO W-MV-NEU-NAME
     MOVE W-HO-VON-USER  TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "ZIEL"         TO W-MV-NEU-NAME
     MOVE W-HO-AN-USER   TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "AKTION"       TO W-MV-NEU-NAME
     MOVE W-HO-AKTION    TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "HANDOVER"     TO W-MV-NAME
     PERFORM N522-MV-LADEN
     IF  MV-VORLAGE-OK
         PERFORM N525-MV-BETREFF
         WRITE EMAIL-RECORD FROM EM-LZ
         PERFORM N526-MV-TEXT-1
         PERFORM N527-MV-TEXT-2
     ELSE
         MOVE SPACES TO EM-K5-VALUE
         STRING  "Checkout-Uebergabe "  DELIMITED BY SIZE
                 W-SOURCE               DELIMITED BY SPACE
                 ": "                   DELIMITED BY SIZE
                 W-HO-AKTION            DELIMITED BY SPACE
           INTO  EM-K5-VALUE
         END-STRING
         WRITE EMAIL-RECORD FROM EM-K5
         WRITE EMAIL-RECORD FROM EM-LZ

         MOVE SPACES TO EM-PZ
         EVALUATE W-HO-AKTION
             WHEN "ANGEBOT"
                 STRING  " "                 DELIMITED BY SIZE
                         W-HO-VON-USER       DELIMITED BY SPACE
                         " bietet den Checkout von "
                                             DELIMITED BY SIZE
                         W-SOURCE            DELIMITED BY SPACE
                         " zur Uebernahme an." DELIMITED BY SIZE
                   INTO  EM-PZ
                 END-STRING
             WHEN "UEBERNAHME"
                 STRING  " "                 DELIMITED BY SIZE
                         W-HO-AN-USER        DELIMITED BY SPACE
                         " hat den Checkout von "
                                             DELIMITED BY SIZE
                         W-SOURCE            DELIMITED BY SPACE
                         " uebernommen."     DELIMITED BY SIZE
                   INTO  EM-PZ
                 END-STRING
             WHEN OTHER
                 STRING  " Das Uebergabe-Angebot fuer "
                                             DELIMITED BY SIZE
                         W-SOURCE            DELIMITED BY SPACE
                         " ist geloescht."   DELIMITED BY SIZE
                   INTO  EM-PZ
                 END-STRING
         END-EVALUATE
         WRITE EMAIL-RECORD FROM EM-PZ
         IF  W-HO-AKTION = "ANGEBOT"
             MOVE " Annehmen: HANDOVER ACCEPT <Modul>,"
                 TO EM-PZ
             MOVE " ablehnen: HANDOVER REJECT <Modul>"
                 TO EM-PZ (37:)
             WRITE EMAIL-RECORD FROM EM-PZ
         END-IF
         WRITE EMAIL-RECORD FROM EM-LZ

         MOVE SPACES             TO EM-PZ
         MOVE " Modul"           TO EM-PZ-HEADER
         MOVE W-SOURCE           TO EM-PZ-VALUE
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE SPACES             TO EM-PZ
         MOVE " bisher"          TO EM-PZ-HEADER
         MOVE W-HO-VON-USER      TO EM-PZ-VALUE
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE SPACES             TO EM-PZ
         MOVE " Empfaenger"      TO EM-PZ-HEADER
         MOVE W-HO-AN-USER       TO EM-PZ-VALUE
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE SPACES             TO EM-PZ
         MOVE " Arbeitskopie"    TO EM-PZ-HEADER
         MOVE W-HO-ARBEITSKOPIE  TO EM-PZ-VALUE
         WRITE EMAIL-RECORD FROM EM-PZ
         WRITE EMAIL-RECORD FROM EM-LZ
     END-IF

**  ---> holen aktuelles Datum
     PERFORM U030-TIMESTAMP
     MOVE TEM-MAIL-DATUM         TO EM-PZ
     MOVE TAL-TT   of TAL-TIME-D TO EM-PZ (08:)
     MOVE "."                    TO EM-PZ (10:1)
     MOVE TAL-MM   of TAL-TIME-D TO EM-PZ (11:2)
     MOVE "."                    TO EM-PZ (13:1)
     MOVE TAL-JHJJ of TAL-TIME-D TO EM-PZ (14:4)
     WRITE EMAIL-RECORD FROM EM-PZ

**  ---> EMail schliessen
     CLOSE EMAIL
     .
 M559-99.
     EXIT.

******************************************************************
* vorbereiten Mail: Session eines anderen Users wurde per STOP
* beendet - Audit-Gegenstueck zu S200-INSERT-SSPROT(AKTION "ST").
* Geht zusaetzlich zur EKONTAKT-Verteilerliste (Kategorie "ST",
* =EKONTAKT-Zeile SRCSAFE) direkt an die Mailadresse des gestoppten
* Users (ST-VICT-EMAIL, aus =SSUSER.EMAIL, siehe S626).
******************************************************************
 M540-MAIL-STOP-NOTIFICATION SECTION.
 M540-00.
**  ---> Mailadresse des gestoppten Users nachschlagen
     PERFORM S626-SELECT-SSUSER-EMAIL
     IF  ST-VICT-EMAIL = SPACES
         EXIT SECTION
     END-IF

**  ---> holen Kontaktdaten / öffnen Mail / ausfüllen Adresszeilen
     SET MAIL-KAT-STOP TO TRUE
     PERFORM N505-EMAIL-KOPF-EINFACH
     IF  PRG-ABBRUCH OR MAIL-ABO-NOK
         EXIT SECTION
     END-IF

**  ---> zusaetzlich direkt an den gestoppten User
     MOVE ST-VICT-EMAIL TO EM-K2-TO
     WRITE EMAIL-RECORD FROM EM-K2

**  ---> Betreff und Text aus der Mail-Vorlage "STOP" in =SSTEXT
**       (s. N522), sonst die eingebauten Texte
     PERFORM N520-MV-INIT
     MOVE ST-PROG-FNAME (1:ST-PROG-FNAME-LEN) TO W-MV-NEU-WERT
     MOVE "PROGRAMM"     TO W-MV-NEU-NAME
     PERFORM N521-MV-PLATZHALTER
     MOVE SPACES         TO W-MV-NEU-WERT
     STRING  ST-VICT-GRP-NAME    DELIMITED BY SPACE
             "."                 DELIMITED BY SIZE
             ST-VICT-USER-NAME   DELIMITED BY SPACE
       INTO  W-MV-NEU-WERT
     END-STRING
     MOVE "ZIEL"         TO W-MV-NEU-NAME
     PERFORM N521-MV-PLATZHALTER
     MOVE "STOP"         TO W-MV-NAME
     PERFORM N522-MV-LADEN
     IF  MV-VORLAGE-OK
         PERFORM N525-MV-BETREFF
         WRITE EMAIL-RECORD FROM EM-LZ
         PERFORM N526-MV-TEXT-1
         WRITE EMAIL-RECORD FROM EM-LZ
         PERFORM N527-MV-TEXT-2
     ELSE
**      ---> Betreffzeile
         MOVE TEM-BETREFF4 TO EM-K5-VALUE
         WRITE EMAIL-RECORD FROM EM-K5
         WRITE EMAIL-RECORD FROM EM-LZ
         WRITE EMAIL-RECORD FROM EM-LZ

**      ---> Text
         MOVE SPACES                 TO EM-PZ
         MOVE TEM-STOP-TEXT1         TO EM-PZ
         MOVE ST-PROG-FNAME (1:ST-PROG-FNAME-LEN)
                                      TO EM-PZ (26:)
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE SPACES                 TO EM-PZ
         MOVE TEM-STOP-TEXT2         TO EM-PZ
         MOVE ST-VICT-GRP-NAME       TO EM-PZ (27:8)
         MOVE "."                    TO EM-PZ (35:1)
         MOVE ST-VICT-USER-NAME      TO EM-PZ (36:8)
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE SPACES                 TO EM-PZ
         MOVE TEM-STOP-TEXT3         TO EM-PZ
         MOVE P-USER-NAME (1:P-USER-CURLEN)
                                      TO EM-PZ (27:)
         WRITE EMAIL-RECORD FROM EM-PZ
         WRITE EMAIL-RECORD FROM EM-LZ
     END-IF

**  ---> holen aktuelles Datum
     PERFORM U030-TIMESTAMP
     MOVE TEM-MAIL-DATUM         TO EM-PZ
     MOVE TAL-TT   of TAL-TIME-D TO EM-PZ (08:)
     MOVE "."                    TO EM-PZ (10:1)
     MOVE TAL-MM   of TAL-TIME-D TO EM-PZ (11:2)
     MOVE "."                    TO EM-PZ (13:1)
     MOVE TAL-JHJJ of TAL-TIME-D TO EM-PZ (14:4)
     WRITE EMAIL-RECORD FROM EM-PZ

**  ---> EMail schliessen
     CLOSE EMAIL
     .
 M540-99.
     EXIT.

******************************************************************
* vorbereiten+versenden Mail: Change-Impact-Zusammenfassung nach
* erfolgreichem REL2PROD - listet die transitive Huelle der Aufrufer
* (W-BLAST-TAB, vom Aufrufer vorher ueber D265-BUILD-BLAST-CLOSURE
* gefuellt) auf, damit der Verteiler sehen kann, welche weiteren
* Module vom freigegebenen Programm potentiell betroffen sind
******************************************************************
 M550-MAIL-REL2PROD-IMPACT SECTION.
 M550-00.
**  ---> holen Kontaktdaten / öffnen Mail / ausfüllen Adresszeilen
     SET MAIL-KAT-IMPACT TO TRUE
     PERFORM N505-EMAIL-KOPF-EINFACH
     IF  PRG-ABBRUCH OR MAIL-ABO-NOK
         EXIT SECTION
     END-IF

**  ---> Betreff und einleitender Text aus der Mail-Vorlage
**       "IMPACT" in =SSTEXT (s. N522), sonst die eingebauten Texte
     PERFORM N520-MV-INIT
     MOVE "MODUL"        TO W-MV-NEU-NAME
     MOVE W-SOURCE       TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "FREIGEBER"    TO W-MV-NEU-NAME
     MOVE P-USER-NAME    TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "IMPACT"       TO W-MV-NAME
     PERFORM N522-MV-LADEN
     IF  MV-VORLAGE-OK
         PERFORM N525-MV-BETREFF
         WRITE EMAIL-RECORD FROM EM-LZ
         PERFORM N526-MV-TEXT-1
         WRITE EMAIL-RECORD FROM EM-LZ
     ELSE
**      ---> Betreffzeile
         MOVE TEM-BETREFF5 TO EM-K5-VALUE
         MOVE W-SOURCE     TO EM-K5-VALUE (34:)
         WRITE EMAIL-RECORD FROM EM-K5
         WRITE EMAIL-RECORD FROM EM-LZ
         WRITE EMAIL-RECORD FROM EM-LZ

**      ---> einleitender Text
         MOVE TEM-TEXT31 TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE TEM-TEXT32 TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE TEM-TEXT33 TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE TEM-TEXT34 TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         WRITE EMAIL-RECORD FROM EM-LZ
     END-IF

**  ---> Modul / freigegeben von
     MOVE SPACES       TO EM-PZ
     MOVE TEM-MODUL    TO EM-PZ-HEADER
     MOVE W-SOURCE     TO EM-PZ-VALUE
     WRITE EMAIL-RECORD FROM EM-PZ
     MOVE TEM-CONTROLLER-PROD TO EM-PZ-HEADER
     MOVE P-USER-NAME         TO EM-PZ-VALUE
     WRITE EMAIL-RECORD FROM EM-PZ
     WRITE EMAIL-RECORD FROM EM-LZ
     WRITE EMAIL-RECORD FROM EM-STRICH
     WRITE EMAIL-RECORD FROM EM-LZ

**  ---> betroffene Module aus der transitiven Huelle (Index 1 in
**       W-BLAST-TAB ist W-SOURCE selbst und wird nicht mit gelistet)
     COMPUTE W-IMPACT-ANZ = W-BLAST-ANZ - 1

     IF  W-IMPACT-ANZ > ZERO
         MOVE SPACES         TO EM-PZ
         MOVE TEM-IMPACT-ANZ TO EM-PZ-HEADER
         MOVE W-IMPACT-ANZ   TO EM-PZ-VALUE
         WRITE EMAIL-RECORD FROM EM-PZ
         WRITE EMAIL-RECORD FROM EM-LZ

         PERFORM VARYING W-BLAST-I1 FROM 2 BY 1
                 UNTIL   W-BLAST-I1 > W-BLAST-ANZ
             MOVE SPACES                      TO EM-PZ
             MOVE W-BLAST-MODUL (W-BLAST-I1)  TO EM-PZ-VALUE
             WRITE EMAIL-RECORD FROM EM-PZ
         END-PERFORM
     ELSE
         MOVE TEM-IMPACT-KEINE TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
     END-IF

     IF  BLAST-VOLL
         WRITE EMAIL-RECORD FROM EM-LZ
         MOVE TEM-IMPACT-VOLL TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
     END-IF

     WRITE EMAIL-RECORD FROM EM-LZ
     WRITE EMAIL-RECORD FROM EM-STRICH
     WRITE EMAIL-RECORD FROM EM-LZ

**  ---> seit der letzten Freigabe eingecheckte Ticket-Referenzen
**       (W-TDEP-TAB, von E351-TICKETS-DEPLOYED unmittelbar zuvor
**       gefuellt)
     IF  W-TDEP-ANZ > ZERO
         MOVE SPACES             TO EM-PZ
         MOVE TEM-IMPACT-TICKETS TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         WRITE EMAIL-RECORD FROM EM-LZ
         PERFORM VARYING W-TDEP-IX FROM 1 BY 1
                 UNTIL   W-TDEP-IX > W-TDEP-ANZ
             MOVE SPACES TO EM-PZ
             STRING  "  #"                      DELIMITED BY SIZE
                     W-TDEP-TICKET (W-TDEP-IX)  DELIMITED BY SPACE
               INTO  EM-PZ
             END-STRING
             WRITE EMAIL-RECORD FROM EM-PZ
         END-PERFORM
     ELSE
         MOVE TEM-IMPACT-KEINTICK TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
     END-IF

     WRITE EMAIL-RECORD FROM EM-LZ
     WRITE EMAIL-RECORD FROM EM-STRICH
     WRITE EMAIL-RECORD FROM EM-LZ

**  ---> Schlusstext der Mail-Vorlage (Zeilen nach @DATEN@)
     IF  MV-VORLAGE-OK
         PERFORM N527-MV-TEXT-2
     END-IF

**  ---> holen aktuelles Datum
     PERFORM U030-TIMESTAMP
     MOVE TEM-MAIL-DATUM         TO EM-PZ
     MOVE TAL-TT   of TAL-TIME-D TO EM-PZ (08:)
     MOVE "."                    TO EM-PZ (10:1)
     MOVE TAL-MM   of TAL-TIME-D TO EM-PZ (11:2)
     MOVE "."                    TO EM-PZ (13:1)
     MOVE TAL-JHJJ of TAL-TIME-D TO EM-PZ (14:4)
     WRITE EMAIL-RECORD FROM EM-PZ

**  ---> EMail schliessen
     CLOSE EMAIL
     .
 M550-99.
     EXIT.

******************************************************************
* Mail: konsolidiertes Rueckbau-Protokoll eines Auftrags an den
* REL2PROD-Verteiler (Kategorie "RI", s. C350-AUFTRAG-ROLLBACK) -
* listet die zurueckgebauten Module in Rueckbau-Reihenfolge
******************************************************************
 M555-MAIL-AUFTRAG-ROLLBACK SECTION.
 M555-00.
**  ---> holen Kontaktdaten / öffnen Mail / ausfüllen Adresszeilen
**       (gleicher Verteiler wie die REL2PROD-Impact-Mail)
     SET MAIL-KAT-IMPACT TO TRUE
     PERFORM N505-EMAIL-KOPF-EINFACH
     IF  PRG-ABBRUCH OR MAIL-ABO-NOK
         EXIT SECTION
     END-IF

**  ---> Betreff und einleitender Text aus der Mail-Vorlage
**       "RUECKBAU" in =SSTEXT (s. N522), sonst die eingebauten Texte
     PERFORM N520-MV-INIT
     MOVE "AUFTRAG"      TO W-MV-NEU-NAME
     MOVE W-RBK-AUFTRAG  TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "RUECKBAU"     TO W-MV-NAME
     PERFORM N522-MV-LADEN
     IF  MV-VORLAGE-OK
         PERFORM N525-MV-BETREFF
         WRITE EMAIL-RECORD FROM EM-LZ
         PERFORM N526-MV-TEXT-1
         WRITE EMAIL-RECORD FROM EM-LZ
     ELSE
**      ---> Betreffzeile
         MOVE TEM-BETREFF8     TO EM-K5-VALUE
         MOVE W-RBK-AUFTRAG    TO EM-K5-VALUE (32:)
         WRITE EMAIL-RECORD FROM EM-K5
         WRITE EMAIL-RECORD FROM EM-LZ
         WRITE EMAIL-RECORD FROM EM-LZ

**      ---> einleitender Text
         MOVE TEM-TEXT51 TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE TEM-TEXT52 TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE TEM-TEXT53 TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         WRITE EMAIL-RECORD FROM EM-LZ
     END-IF

**  ---> Auftrag / Ausfuehrender
     MOVE SPACES          TO EM-PZ
     MOVE TEM-RBK-AUFTRAG TO EM-PZ-HEADER
     MOVE W-RBK-AUFTRAG   TO EM-PZ-VALUE
     WRITE EMAIL-RECORD FROM EM-PZ
     MOVE TEM-RBK-USER    TO EM-PZ-HEADER
     MOVE P-USER-NAME     TO EM-PZ-VALUE
     WRITE EMAIL-RECORD FROM EM-PZ
     WRITE EMAIL-RECORD FROM EM-LZ

**  ---> zurueckgebaute Module in Rueckbau-Reihenfolge
     PERFORM VARYING W-BP-SCHRITT FROM W-BP-ANZ BY -1
             UNTIL   W-BP-SCHRITT < 1
         PERFORM VARYING W-BP-I1 FROM 1 BY 1
                 UNTIL   W-BP-I1 > W-BP-ANZ
             IF  W-BP-ORDER (W-BP-I1) = W-BP-SCHRITT
                 MOVE SPACES TO EM-PZ
                 MOVE W-BP-MODUL (W-BP-I1) TO EM-PZ-VALUE
                 WRITE EMAIL-RECORD FROM EM-PZ
                 EXIT PERFORM
             END-IF
         END-PERFORM
     END-PERFORM
     WRITE EMAIL-RECORD FROM EM-LZ
     WRITE EMAIL-RECORD FROM EM-STRICH
     WRITE EMAIL-RECORD FROM EM-LZ

**  ---> Schlusstext der Mail-Vorlage (Zeilen nach @DATEN@)
     IF  MV-VORLAGE-OK
         PERFORM N527-MV-TEXT-2
     END-IF

**  ---> holen aktuelles Datum
     PERFORM U030-TIMESTAMP
     MOVE TEM-MAIL-DATUM         TO EM-PZ
     MOVE TAL-TT   of TAL-TIME-D TO EM-PZ (08:)
     MOVE "."                    TO EM-PZ (10:1)
     MOVE TAL-MM   of TAL-TIME-D TO EM-PZ (11:2)
     MOVE "."                    TO EM-PZ (13:1)
     MOVE TAL-JHJJ of TAL-TIME-D TO EM-PZ (14:4)
     WRITE EMAIL-RECORD FROM EM-PZ

**  ---> EMail schliessen
     CLOSE EMAIL
     .
 M555-99.
     EXIT.

******************************************************************
* Mail: Eskalations-Liste der offenen Notfall-Auflagen an den
* Freigabe-Verteiler (Kategorie "AN", s. LIST SOSOPEN MAIL/D243) -
* je Auflage eine Zeile mit Alter, Ueberschreitungen markiert
******************************************************************
 M556-MAIL-SOS-RECON SECTION.
 M556-00.
**  ---> holen Kontaktdaten / öffnen Mail / ausfüllen Adresszeilen
     SET MAIL-KAT-ANTRAG TO TRUE
     PERFORM N505-EMAIL-KOPF-EINFACH
     IF  PRG-ABBRUCH OR MAIL-ABO-NOK
         EXIT SECTION
     END-IF

**  ---> Betreff und einleitender Text aus der Mail-Vorlage
**       "SOSOPEN" in =SSTEXT (s. N522), sonst die eingebauten Texte
     PERFORM N520-MV-INIT
     MOVE "SOSOPEN"      TO W-MV-NAME
     PERFORM N522-MV-LADEN
     IF  MV-VORLAGE-OK
         PERFORM N525-MV-BETREFF
         WRITE EMAIL-RECORD FROM EM-LZ
         PERFORM N526-MV-TEXT-1
         WRITE EMAIL-RECORD FROM EM-LZ
     ELSE
**      ---> Betreffzeile
         MOVE TEM-BETREFF9     TO EM-K5-VALUE
         WRITE EMAIL-RECORD FROM EM-K5
         WRITE EMAIL-RECORD FROM EM-LZ
         WRITE EMAIL-RECORD FROM EM-LZ

**      ---> einleitender Text
         MOVE TEM-TEXT61 TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE TEM-TEXT62 TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE TEM-TEXT63 TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         WRITE EMAIL-RECORD FROM EM-LZ
     END-IF

**  ---> je offener Auflage eine Zeile (Cursor erneut abfahren)
     PERFORM S957-OPEN-SOSOPEN-CURSOR
     PERFORM S958-FETCH-SOSOPEN-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         PERFORM D244-SOS-AGE-LINE
         MOVE SPACES TO EM-PZ
         MOVE ZEILE (1:76) TO EM-PZ-REST
         WRITE EMAIL-RECORD FROM EM-PZ
         PERFORM S958-FETCH-SOSOPEN-CURSOR
     END-PERFORM
     PERFORM S959-CLOSE-SOSOPEN-CURSOR

     WRITE EMAIL-RECORD FROM EM-LZ
     WRITE EMAIL-RECORD FROM EM-STRICH
     WRITE EMAIL-RECORD FROM EM-LZ

**  ---> Schlusstext der Mail-Vorlage (Zeilen nach @DATEN@)
     IF  MV-VORLAGE-OK
         PERFORM N527-MV-TEXT-2
     END-IF

**  ---> holen aktuelles Datum
     PERFORM U030-TIMESTAMP
     MOVE TEM-MAIL-DATUM         TO EM-PZ
     MOVE TAL-TT   of TAL-TIME-D TO EM-PZ (08:)
     MOVE "."                    TO EM-PZ (10:1)
     MOVE TAL-MM   of TAL-TIME-D TO EM-PZ (11:2)
     MOVE "."                    TO EM-PZ (13:1)
     MOVE TAL-JHJJ of TAL-TIME-D TO EM-PZ (14:4)
     WRITE EMAIL-RECORD FROM EM-PZ

**  ---> EMail schliessen
     CLOSE EMAIL
     .
 M556-99.
     EXIT.

******************************************************************
* Mail: Start einer Rezertifizierungs-Kampagne an den Warn-
* Verteiler ("SW") - listet die eingefrorenen Zuordnungen samt
* Frist (s. VERWALTUNG RECERT START/D497)
******************************************************************
 M557-MAIL-RECERT SECTION.
 M557-00.
**  ---> holen Kontaktdaten / öffnen Mail / ausfüllen Adresszeilen
     SET MAIL-KAT-WARNUNG TO TRUE
     PERFORM N505-EMAIL-KOPF-EINFACH
     IF  PRG-ABBRUCH OR MAIL-ABO-NOK
         EXIT SECTION
     END-IF

**  ---> Betreff und einleitender Text aus der Mail-Vorlage
**       "RECERT" in =SSTEXT (s. N522), sonst die eingebauten Texte
     PERFORM N520-MV-INIT
     MOVE "KAMPAGNE"     TO W-MV-NEU-NAME
     MOVE W-RC-KAMPAGNE  TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "RECERT"       TO W-MV-NAME
     PERFORM N522-MV-LADEN
     IF  MV-VORLAGE-OK
         PERFORM N525-MV-BETREFF
         WRITE EMAIL-RECORD FROM EM-LZ
         PERFORM N526-MV-TEXT-1
         WRITE EMAIL-RECORD FROM EM-LZ
     ELSE
**      ---> Betreffzeile
         MOVE TEM-BETREFF10    TO EM-K5-VALUE
         MOVE W-RC-KAMPAGNE    TO EM-K5-VALUE (30:)
         WRITE EMAIL-RECORD FROM EM-K5
         WRITE EMAIL-RECORD FROM EM-LZ
         WRITE EMAIL-RECORD FROM EM-LZ

**      ---> einleitender Text
         MOVE TEM-TEXT71 TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE TEM-TEXT72 TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE TEM-TEXT73 TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         WRITE EMAIL-RECORD FROM EM-LZ
     END-IF

**  ---> je Zuordnung eine Zeile
     PERFORM S971-OPEN-RECERT-CURSOR
     PERFORM S972-FETCH-RECERT-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         MOVE SPACES TO EM-PZ
         STRING  W-RC-USER        DELIMITED BY SIZE
                 "  "             DELIMITED BY SIZE
                 W-RC-ROLLE       DELIMITED BY SIZE
                 "  Frist "       DELIMITED BY SIZE
                 W-RC-FRIST       DELIMITED BY SIZE
           INTO  EM-PZ-REST
         END-STRING
         WRITE EMAIL-RECORD FROM EM-PZ
         PERFORM S972-FETCH-RECERT-CURSOR
     END-PERFORM
     PERFORM S973-CLOSE-RECERT-CURSOR

     WRITE EMAIL-RECORD FROM EM-LZ
     WRITE EMAIL-RECORD FROM EM-STRICH
     WRITE EMAIL-RECORD FROM EM-LZ

**  ---> Schlusstext der Mail-Vorlage (Zeilen nach @DATEN@)
     IF  MV-VORLAGE-OK
         PERFORM N527-MV-TEXT-2
     END-IF

**  ---> holen aktuelles Datum
     PERFORM U030-TIMESTAMP
     MOVE TEM-MAIL-DATUM         TO EM-PZ
     MOVE TAL-TT   of TAL-TIME-D TO EM-PZ (08:)
     MOVE "."                    TO EM-PZ (10:1)
     MOVE TAL-MM   of TAL-TIME-D TO EM-PZ (11:2)
     MOVE "."                    TO EM-PZ (13:1)
     MOVE TAL-JHJJ of TAL-TIME-D TO EM-PZ (14:4)
     WRITE EMAIL-RECORD FROM EM-PZ

**  ---> EMail schliessen
     CLOSE EMAIL
     .
 M557-99.
     EXIT.

******************************************************************
* Mail: Ausnahmeantrag gegen ein aktives Code-Freeze-Fenster
* (s. D800-CHECK-FREEZE-WINDOW, S913-INSERT-SSFREEZEX). Die Aktion
* bleibt blockiert - reine Benachrichtigung der Verteilerliste
******************************************************************
 M560-MAIL-FREEZE-EXCEPTION SECTION.
 M560-00.
**  ---> holen Kontaktdaten / öffnen Mail / ausfüllen Adresszeilen
     SET MAIL-KAT-FREEZEX TO TRUE
     PERFORM N505-EMAIL-KOPF-EINFACH
     IF  PRG-ABBRUCH OR MAIL-ABO-NOK
         EXIT SECTION
     END-IF

**  ---> Betreff und einleitender Text aus der Mail-Vorlage
**       "FREEZEX" in =SSTEXT (s. N522), sonst die eingebauten Texte
     PERFORM N520-MV-INIT
     MOVE "AKTION"       TO W-MV-NEU-NAME
     MOVE W-FREEZEX-AKTION TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "FREEZEX"      TO W-MV-NAME
     PERFORM N522-MV-LADEN
     IF  MV-VORLAGE-OK
         PERFORM N525-MV-BETREFF
         WRITE EMAIL-RECORD FROM EM-LZ
         PERFORM N526-MV-TEXT-1
         WRITE EMAIL-RECORD FROM EM-LZ
     ELSE
**      ---> Betreffzeile
         MOVE TEM-BETREFF6     TO EM-K5-VALUE
         MOVE W-FREEZEX-AKTION TO EM-K5-VALUE (36:)
         WRITE EMAIL-RECORD FROM EM-K5
         WRITE EMAIL-RECORD FROM EM-LZ
         WRITE EMAIL-RECORD FROM EM-LZ

**      ---> einleitender Text
         MOVE TEM-TEXT41 TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE TEM-TEXT42 TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE TEM-TEXT43 TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         WRITE EMAIL-RECORD FROM EM-LZ
     END-IF

**  ---> Aktion / Antragsteller
     MOVE SPACES            TO EM-PZ
     MOVE TEM-FREEZEX-AKTION TO EM-PZ-HEADER
     MOVE W-FREEZEX-AKTION   TO EM-PZ-VALUE
     WRITE EMAIL-RECORD FROM EM-PZ
     MOVE TEM-FREEZEX-USER TO EM-PZ-HEADER
     MOVE P-USER-NAME      TO EM-PZ-VALUE
     WRITE EMAIL-RECORD FROM EM-PZ

**  ---> betroffenes Freeze-Fenster
     MOVE TEM-FREEZEX-FENSTER  TO EM-PZ-HEADER
     MOVE KOMMENTAR OF SSFREEZE TO EM-PZ-VALUE
     WRITE EMAIL-RECORD FROM EM-PZ

**  ---> Begruendung des Antragstellers
     MOVE TEM-FREEZEX-GRUND         TO EM-PZ-HEADER
     MOVE VAL OF W-FREEZEX-GRUND    TO EM-PZ-VALUE
     WRITE EMAIL-RECORD FROM EM-PZ
     WRITE EMAIL-RECORD FROM EM-LZ
     WRITE EMAIL-RECORD FROM EM-STRICH
     WRITE EMAIL-RECORD FROM EM-LZ

**  ---> Schlusstext der Mail-Vorlage (Zeilen nach @DATEN@)
     IF  MV-VORLAGE-OK
         PERFORM N527-MV-TEXT-2
     END-IF

**  ---> holen aktuelles Datum
     PERFORM U030-TIMESTAMP
     MOVE TEM-MAIL-DATUM         TO EM-PZ
     MOVE TAL-TT   of TAL-TIME-D TO EM-PZ (08:)
     MOVE "."                    TO EM-PZ (10:1)
     MOVE TAL-MM   of TAL-TIME-D TO EM-PZ (11:2)
     MOVE "."                    TO EM-PZ (13:1)
     MOVE TAL-JHJJ of TAL-TIME-D TO EM-PZ (14:4)
     WRITE EMAIL-RECORD FROM EM-PZ

**  ---> EMail schliessen
     CLOSE EMAIL
     .
 M560-99.
     EXIT.

******************************************************************
* Mail: Alarm der Post-Release-Pruefung nach REL2PROD (s. E397) an
* den REL2PROD-Verteiler - Modul, Version, Ergebnis (abweichender
* Fingerabdruck bzw. fehlgeschlagene Smoke-Kette) und ob bereits
* zurueckgebaut wurde
******************************************************************
 M561-MAIL-R2P-PRUEFUNG SECTION.
 M561-00.
**  ---> holen Kontaktdaten / öffnen Mail / ausfüllen Adresszeilen
**       (gleicher Verteiler wie die REL2PROD-Impact-Mail)
     SET MAIL-KAT-IMPACT TO TRUE
     PERFORM N505-EMAIL-KOPF-EINFACH
     IF  PRG-ABBRUCH OR MAIL-ABO-NOK
         EXIT SECTION
     END-IF

**  ---> Betreff und einleitender Text aus der Mail-Vorlage
**       "R2PPRUEF" in =SSTEXT (s. N522), sonst die eingebauten Texte
     PERFORM N520-MV-INIT
     MOVE "MODUL"        TO W-MV-NEU-NAME
     MOVE W-SOURCE       TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "R2PPRUEF"     TO W-MV-NAME
     PERFORM N522-MV-LADEN
     IF  MV-VORLAGE-OK
         PERFORM N525-MV-BETREFF
         WRITE EMAIL-RECORD FROM EM-LZ
         PERFORM N526-MV-TEXT-1
         WRITE EMAIL-RECORD FROM EM-LZ
     ELSE
**      ---> Betreffzeile
         MOVE TEM-BETREFF14    TO EM-K5-VALUE
         MOVE W-SOURCE         TO EM-K5-VALUE (40:)
         WRITE EMAIL-RECORD FROM EM-K5
         WRITE EMAIL-RECORD FROM EM-LZ
         WRITE EMAIL-RECORD FROM EM-LZ

**      ---> einleitender Text
         MOVE TEM-TEXT81 TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE TEM-TEXT82 TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE TEM-TEXT83 TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         WRITE EMAIL-RECORD FROM EM-LZ
     END-IF

**  ---> Modul / Version / Befund / Rueckbau / Ausfuehrender
     MOVE SPACES           TO EM-PZ
     MOVE TEM-RPV-MODUL    TO EM-PZ-HEADER
     MOVE SPACES           TO EM-PZ-VALUE
     STRING  W-SOURCE         DELIMITED BY SPACE
             " "              DELIMITED BY SIZE
             H-RPV-VERSION    DELIMITED BY SPACE
       INTO  EM-PZ-VALUE
     END-STRING
     WRITE EMAIL-RECORD FROM EM-PZ
     MOVE TEM-RPV-OBJEKT   TO EM-PZ-HEADER
     MOVE W-RPV-PROD-OBJ   TO EM-PZ-VALUE
     WRITE EMAIL-RECORD FROM EM-PZ
     MOVE TEM-RPV-BEFUND   TO EM-PZ-HEADER
     MOVE SPACES           TO EM-PZ-VALUE
     STRING  W-RPV-ERGEBNIS   DELIMITED BY SIZE
             " - "            DELIMITED BY SIZE
             W-RPV-KOMMENTAR  DELIMITED BY "  "
       INTO  EM-PZ-VALUE
     END-STRING
     WRITE EMAIL-RECORD FROM EM-PZ
     MOVE TEM-RPV-RUECKBAU TO EM-PZ-HEADER
     IF  RPV-RUECKGEBAUT
         MOVE "ja - vorige Prod-Version wiederhergestellt"
           TO EM-PZ-VALUE
     ELSE
         MOVE "nein - bitte pruefen (ROLLBACK)" TO EM-PZ-VALUE
     END-IF
     WRITE EMAIL-RECORD FROM EM-PZ
     MOVE TEM-RBK-USER     TO EM-PZ-HEADER
     MOVE P-USER-NAME      TO EM-PZ-VALUE
     WRITE EMAIL-RECORD FROM EM-PZ
     WRITE EMAIL-RECORD FROM EM-LZ
     WRITE EMAIL-RECORD FROM EM-STRICH
     WRITE EMAIL-RECORD FROM EM-LZ

**  ---> Schlusstext der Mail-Vorlage (Zeilen nach @DATEN@)
     IF  MV-VORLAGE-OK
         PERFORM N527-MV-TEXT-2
     END-IF

**  ---> holen aktuelles Datum
     PERFORM U030-TIMESTAMP
     MOVE TEM-MAIL-DATUM         TO EM-PZ
     MOVE TAL-TT   of TAL-TIME-D TO EM-PZ (08:)
     MOVE "."                    TO EM-PZ (10:1)
     MOVE TAL-MM   of TAL-TIME-D TO EM-PZ (11:2)
     MOVE "."                    TO EM-PZ (13:1)
     MOVE TAL-JHJJ of TAL-TIME-D TO EM-PZ (14:4)
     WRITE EMAIL-RECORD FROM EM-PZ

**  ---> EMail schliessen
     CLOSE EMAIL
     .
 M561-99.
     EXIT.

******************************************************************
* vorbereiten+versenden Mail: Ticket-Status-Synchronisation nach
* REL2PROD (s. E351-TICKETS-DEPLOYED) - meldet die soeben auf
* "deployed" gesetzten Tickets des freigegebenen Moduls an den
* EKONTAKT-Verteiler der Kategorie "TD" (z.B. das Mail-Gateway
* des Ticketsystems)
******************************************************************
 M570-MAIL-TICKET-DEPLOYED SECTION.
 M570-00.
**  ---> holen Kontaktdaten / öffnen Mail / ausfüllen Adresszeilen
     SET MAIL-KAT-TICKET TO TRUE
     PERFORM N505-EMAIL-KOPF-EINFACH
     IF  PRG-ABBRUCH OR MAIL-ABO-NOK
         EXIT SECTION
     END-IF

**  ---> Betreff und einleitender Text aus der Mail-Vorlage
**       "TICKET" in =SSTEXT (s. N522), sonst die eingebauten Texte
     PERFORM N520-MV-INIT
     MOVE "MODUL"        TO W-MV-NEU-NAME
     MOVE W-SOURCE       TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "TICKET"       TO W-MV-NAME
     PERFORM N522-MV-LADEN
     IF  MV-VORLAGE-OK
         PERFORM N525-MV-BETREFF
         WRITE EMAIL-RECORD FROM EM-LZ
         PERFORM N526-MV-TEXT-1
         WRITE EMAIL-RECORD FROM EM-LZ
     ELSE
**      ---> Betreffzeile
         MOVE SPACES TO EM-K5-VALUE
         STRING  "SRCSAFE: deployed - "   DELIMITED BY SIZE
                 W-SOURCE                 DELIMITED BY SPACE
           INTO  EM-K5-VALUE
         END-STRING
         WRITE EMAIL-RECORD FROM EM-K5
         WRITE EMAIL-RECORD FROM EM-LZ
         WRITE EMAIL-RECORD FROM EM-LZ

**      ---> eine Zeile je Ticket
         MOVE SPACES TO EM-PZ
         MOVE "Folgende Tickets sind mit dieser Freigabe produktiv:"
             TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         WRITE EMAIL-RECORD FROM EM-LZ
     END-IF
     PERFORM VARYING W-TDEP-IX FROM 1 BY 1
             UNTIL   W-TDEP-IX > W-TDEP-ANZ
         MOVE SPACES TO EM-PZ
         STRING  "  #"                      DELIMITED BY SIZE
                 W-TDEP-TICKET (W-TDEP-IX)  DELIMITED BY SPACE
                 "  Status: deployed"       DELIMITED BY SIZE
           INTO  EM-PZ
         END-STRING
         WRITE EMAIL-RECORD FROM EM-PZ
     END-PERFORM
     WRITE EMAIL-RECORD FROM EM-LZ

**  ---> Schlusstext der Mail-Vorlage (Zeilen nach @DATEN@)
     IF  MV-VORLAGE-OK
         PERFORM N527-MV-TEXT-2
     END-IF

**  ---> holen aktuelles Datum
     PERFORM U030-TIMESTAMP
     MOVE TEM-MAIL-DATUM         TO EM-PZ
     MOVE TAL-TT   of TAL-TIME-D TO EM-PZ (08:)
     MOVE "."                    TO EM-PZ (10:1)
     MOVE TAL-MM   of TAL-TIME-D TO EM-PZ (11:2)
     MOVE "."                    TO EM-PZ (13:1)
     MOVE TAL-JHJJ of TAL-TIME-D TO EM-PZ (14:4)
     WRITE EMAIL-RECORD FROM EM-PZ

**  ---> EMail schliessen
     CLOSE EMAIL
     .
 M570-99.
     EXIT.

******************************************************************
* Mail "Ihr Arbeitsvorrat" (MYWORK MAIL, s. C406) direkt an die
* =SSUSER-Adresse W-MW-EMAIL des Users W-MW-USER: Vorrat aus
* W-MW-TAB wie am Bildschirm (C409), Betreff und Text aus der
* Mail-Vorlage "MYWORK" in =SSTEXT (s. N522), sonst eingebaut
******************************************************************
 M571-MAIL-MYWORK SECTION.
 M571-00.
**  ---> Absender aus der SRCSAFE-Kontaktzeile
     MOVE K-MODUL TO MODUL OF EKONTAKT
     MOVE ZERO    TO MDNR  OF EKONTAKT
                     TSNR  OF EKONTAKT
     PERFORM S790-SELECT-EKONTAKT
     IF  REF-TABS-NOK
         EXIT SECTION
     END-IF

     OPEN OUTPUT EMAIL
     MOVE EMAIL-FROM OF EKONTAKT TO EM-K1-FROM
     WRITE EMAIL-RECORD FROM EM-K1
     MOVE W-MW-EMAIL             TO EM-K2-TO
     WRITE EMAIL-RECORD FROM EM-K2

     MOVE W-MW-ANZ        TO W-MW-ANZ-ED
     MOVE W-MW-ANZ-UEBERF TO W-MW-ANZ2-ED
     PERFORM N520-MV-INIT
     MOVE "USER"         TO W-MV-NEU-NAME
     MOVE W-MW-USER      TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "ANZAHL"       TO W-MV-NEU-NAME
     MOVE W-MW-ANZ-ED    TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "UEBERFAELLIG" TO W-MV-NEU-NAME
     MOVE W-MW-ANZ2-ED   TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "MYWORK"       TO W-MV-NAME
     PERFORM N522-MV-LADEN
     IF  MV-VORLAGE-OK
         PERFORM N525-MV-BETREFF
         WRITE EMAIL-RECORD FROM EM-LZ
         PERFORM N526-MV-TEXT-1
     ELSE
         MOVE SPACES TO EM-K5-VALUE
         STRING  "Ihr SourceSafe-Arbeitsvorrat: "
                                         DELIMITED BY SIZE
                 W-MW-ANZ-ED             DELIMITED BY SIZE
                 " offen,"               DELIMITED BY SIZE
                 W-MW-ANZ2-ED            DELIMITED BY SIZE
                 " ueberfaellig"         DELIMITED BY SIZE
           INTO  EM-K5-VALUE
         END-STRING
         WRITE EMAIL-RECORD FROM EM-K5
         WRITE EMAIL-RECORD FROM EM-LZ
         MOVE SPACES TO EM-PZ
         STRING  " Folgendes wartet auf eine Aktion von "
                                         DELIMITED BY SIZE
                 W-MW-USER               DELIMITED BY SPACE
                 ":"                     DELIMITED BY SIZE
           INTO  EM-PZ
         END-STRING
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE " (dringendste zuerst - Anzeige jederzeit mit MYWORK)"
           TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
     END-IF
     WRITE EMAIL-RECORD FROM EM-LZ

**  ---> der Vorrat selbst, zwei Zeilen je Eintrag
     WRITE EMAIL-RECORD FROM K-MW-KOPF
     WRITE EMAIL-RECORD FROM EM-STRICH
     PERFORM VARYING W-MW-I FROM 1 BY 1
               UNTIL W-MW-I > W-MW-ANZ
         PERFORM C409-MW-ZEILE
         WRITE EMAIL-RECORD FROM W-MW-ZEILE1
         WRITE EMAIL-RECORD FROM W-MW-ZEILE2
     END-PERFORM
     WRITE EMAIL-RECORD FROM EM-STRICH
     PERFORM C411-MW-SUMME
     WRITE EMAIL-RECORD FROM W-MW-ZEILE1
     IF  MW-TAB-VOLL
         WRITE EMAIL-RECORD FROM W-MW-ZEILE2
     END-IF
     WRITE EMAIL-RECORD FROM EM-LZ

**  ---> Schlusstext der Mail-Vorlage (Zeilen nach @DATEN@)
     IF  MV-VORLAGE-OK
         PERFORM N527-MV-TEXT-2
         WRITE EMAIL-RECORD FROM EM-LZ
     END-IF

**  ---> holen aktuelles Datum
     PERFORM U030-TIMESTAMP
     MOVE TEM-MAIL-DATUM         TO EM-PZ
     MOVE TAL-TT   of TAL-TIME-D TO EM-PZ (08:)
     MOVE "."                    TO EM-PZ (10:1)
     MOVE TAL-MM   of TAL-TIME-D TO EM-PZ (11:2)
     MOVE "."                    TO EM-PZ (13:1)
     MOVE TAL-JHJJ of TAL-TIME-D TO EM-PZ (14:4)
     WRITE EMAIL-RECORD FROM EM-PZ

**  ---> EMail schliessen
     CLOSE EMAIL
     .
 M571-99.
     EXIT.

******************************************************************
* Sofort-Mail an den Entwickler H-STB-USER: die Basis seines
* Checkouts H-STB-MODUL ist veraltet, weil W-SOURCE eben in
* Produktion ging (s. D727) - mit allen Aenderungen seit dem
* Checkout (W-STB-TAB)
******************************************************************
 M572-MAIL-STALE-BASE SECTION.
 M572-00.
**  ---> Mailadresse des Entwicklers nachschlagen
     MOVE SPACES TO ST-VICT-GRP-NAME ST-VICT-USER-NAME
     UNSTRING H-STB-USER DELIMITED BY "."
         INTO ST-VICT-GRP-NAME
              ST-VICT-USER-NAME
     END-UNSTRING
     PERFORM S626-SELECT-SSUSER-EMAIL
     IF  ST-VICT-EMAIL = SPACES
         EXIT SECTION
     END-IF

**  ---> Absender aus der SRCSAFE-Kontaktzeile
     MOVE K-MODUL TO MODUL OF EKONTAKT
     MOVE ZERO    TO MDNR  OF EKONTAKT
                     TSNR  OF EKONTAKT
     PERFORM S790-SELECT-EKONTAKT
     IF  REF-TABS-NOK
         EXIT SECTION
     END-IF

     OPEN OUTPUT EMAIL
     MOVE EMAIL-FROM OF EKONTAKT TO EM-K1-FROM
     WRITE EMAIL-RECORD FROM EM-K1
     MOVE ST-VICT-EMAIL          TO EM-K2-TO
     WRITE EMAIL-RECORD FROM EM-K2

**  ---> Betreff und Text aus der Mail-Vorlage "STALEBAS" in
**       =SSTEXT (s. N522), sonst die eingebauten Texte
     PERFORM N520-MV-INIT
     MOVE "MODUL"        TO W-MV-NEU-NAME
     MOVE H-STB-MODUL    TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "ENTWICKLER"   TO W-MV-NEU-NAME
     MOVE H-STB-USER     TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "FREIGABE"     TO W-MV-NEU-NAME
     MOVE W-SOURCE       TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "STALEBAS"     TO W-MV-NAME
     PERFORM N522-MV-LADEN
     IF  MV-VORLAGE-OK
         PERFORM N525-MV-BETREFF
         WRITE EMAIL-RECORD FROM EM-LZ
         PERFORM N526-MV-TEXT-1
     ELSE
         MOVE SPACES TO EM-K5-VALUE
         STRING  "Checkout-Basis veraltet: " DELIMITED BY SIZE
                 H-STB-MODUL                 DELIMITED BY SPACE
                 " ("                        DELIMITED BY SIZE
                 W-SOURCE                    DELIMITED BY SPACE
                 " in Produktion)"           DELIMITED BY SIZE
           INTO  EM-K5-VALUE
         END-STRING
         WRITE EMAIL-RECORD FROM EM-K5
         WRITE EMAIL-RECORD FROM EM-LZ
         MOVE SPACES TO EM-PZ
         STRING  " Ihr Checkout von "        DELIMITED BY SIZE
                 H-STB-MODUL                 DELIMITED BY SPACE
                 " setzt auf einem Stand auf, der sich"
                                             DELIMITED BY SIZE
           INTO  EM-PZ
         END-STRING
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE " inzwischen geaendert hat - bitte vor dem CHECKIN"
           TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE " nachziehen bzw. gegen den neuen Stand testen."
           TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
     END-IF
     WRITE EMAIL-RECORD FROM EM-LZ

**  ---> Checkout-Zeitpunkt und die Aenderungen seither
     MOVE SPACES                TO EM-PZ
     MOVE TEM-AUSGECHECKT-SEIT  TO EM-PZ-HEADER
     MOVE H-STB-ZP (9:2)        TO EM-PZ-VALUE
     MOVE "."                   TO EM-PZ-VALUE (3:1)
     MOVE H-STB-ZP (6:2)        TO EM-PZ-VALUE (4:2)
     MOVE "."                   TO EM-PZ-VALUE (6:1)
     MOVE H-STB-ZP (1:4)        TO EM-PZ-VALUE (7:4)
     WRITE EMAIL-RECORD FROM EM-PZ
     WRITE EMAIL-RECORD FROM EM-LZ
     PERFORM M573-MAIL-STB-LISTE

**  ---> Schlusstext der Mail-Vorlage (Zeilen nach @DATEN@)
     IF  MV-VORLAGE-OK
         PERFORM N527-MV-TEXT-2
         WRITE EMAIL-RECORD FROM EM-LZ
     END-IF

**  ---> holen aktuelles Datum
     PERFORM U030-TIMESTAMP
     MOVE TEM-MAIL-DATUM         TO EM-PZ
     MOVE TAL-TT   of TAL-TIME-D TO EM-PZ (08:)
     MOVE "."                    TO EM-PZ (10:1)
     MOVE TAL-MM   of TAL-TIME-D TO EM-PZ (11:2)
     MOVE "."                    TO EM-PZ (13:1)
     MOVE TAL-JHJJ of TAL-TIME-D TO EM-PZ (14:4)
     WRITE EMAIL-RECORD FROM EM-PZ

**  ---> EMail schliessen
     CLOSE EMAIL
     ADD 1 TO W-STB-ANZ-MAIL
     .
 M572-99.
     EXIT.

******************************************************************
* Veraltete Basis eines Checkouts (W-STB-TAB, s. D721) als Tabelle
* in die offene Mail schreiben (M530, M572)
******************************************************************
 M573-MAIL-STB-LISTE SECTION.
 M573-00.
     MOVE W-STB-ANZ TO W-STB-ANZ-ED
     MOVE SPACES    TO EM-PZ
     STRING  "Basis veraltet - seit dem Checkout geaendert ("
                                         DELIMITED BY SIZE
             W-STB-ANZ-ED                DELIMITED BY SIZE
             "):"                        DELIMITED BY SIZE
       INTO  EM-PZ-REST
     END-STRING
     WRITE EMAIL-RECORD FROM EM-PZ-R
     MOVE K-STB-KOPF TO EM-PZ-REST
     WRITE EMAIL-RECORD FROM EM-PZ-R
     PERFORM VARYING W-STB-IX FROM 1 BY 1
             UNTIL   W-STB-IX > W-STB-ANZ
         PERFORM D725-STB-ZEILE
         MOVE W-STB-ZEILE TO EM-PZ-REST
         WRITE EMAIL-RECORD FROM EM-PZ-R
     END-PERFORM
     IF  STB-TAB-VOLL
         MOVE "(weitere Aenderungen nicht aufgefuehrt)" TO EM-PZ-REST
         WRITE EMAIL-RECORD FROM EM-PZ-R
     END-IF
     WRITE EMAIL-RECORD FROM EM-LZ
     .
 M573-99.
     EXIT.

******************************************************************
* Canary-Testmail (Stufe MAIL, s. D746) an W-KAN-MAIL-AN
******************************************************************
 M574-MAIL-CANARY-TEST SECTION.
 M574-00.
     MOVE K-MODUL TO MODUL OF EKONTAKT
     MOVE ZERO    TO MDNR  OF EKONTAKT
                     TSNR  OF EKONTAKT
     PERFORM S790-SELECT-EKONTAKT
     IF  REF-TABS-NOK
         EXIT SECTION
     END-IF

     OPEN OUTPUT EMAIL
     MOVE EMAIL-FROM OF EKONTAKT TO EM-K1-FROM
     WRITE EMAIL-RECORD FROM EM-K1
     MOVE W-KAN-MAIL-AN          TO EM-K2-TO
     WRITE EMAIL-RECORD FROM EM-K2

**  ---> Betreff und Text aus der Mail-Vorlage "CANTEST" in
**       =SSTEXT (s. N522), sonst die eingebauten Texte
     PERFORM N520-MV-INIT
     MOVE "LAUF"         TO W-MV-NEU-NAME
     MOVE W-KAN-LAUF     TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "MODUL"        TO W-MV-NEU-NAME
     MOVE W-KAN-MODUL    TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "CANTEST"      TO W-MV-NAME
     PERFORM N522-MV-LADEN
     IF  MV-VORLAGE-OK
         PERFORM N525-MV-BETREFF
         WRITE EMAIL-RECORD FROM EM-LZ
         PERFORM N526-MV-TEXT-1
         WRITE EMAIL-RECORD FROM EM-LZ
         PERFORM N527-MV-TEXT-2
     ELSE
         MOVE SPACES TO EM-K5-VALUE
         STRING  "Canary-Lauf "  DELIMITED BY SIZE
                 W-KAN-LAUF      DELIMITED BY SIZE
                 ": Testmail"    DELIMITED BY SIZE
           INTO  EM-K5-VALUE
         END-STRING
         WRITE EMAIL-RECORD FROM EM-K5
         WRITE EMAIL-RECORD FROM EM-LZ
         MOVE " Technische Testmail des Canary-Laufs - kein Handlungs-"
           TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE " bedarf. Sie bestaetigt, dass Alarm-Mails die heutige"
           TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE " Bereitschaft erreichen."
           TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         WRITE EMAIL-RECORD FROM EM-LZ
     END-IF

**  ---> holen aktuelles Datum
     PERFORM U030-TIMESTAMP
     MOVE TEM-MAIL-DATUM         TO EM-PZ
     MOVE TAL-TT   of TAL-TIME-D TO EM-PZ (08:)
     MOVE "."                    TO EM-PZ (10:1)
     MOVE TAL-MM   of TAL-TIME-D TO EM-PZ (11:2)
     MOVE "."                    TO EM-PZ (13:1)
     MOVE TAL-JHJJ of TAL-TIME-D TO EM-PZ (14:4)
     WRITE EMAIL-RECORD FROM EM-PZ

**  ---> EMail schliessen
     CLOSE EMAIL
     .
 M574-99.
     EXIT.

******************************************************************
* Canary-Alarm an die Bereitschaft W-KAN-MAIL-AN: alle gestoerten
* Stufen des Laufs (W-KAN-STOER-TAB) mit Ergebnis und Ursache
******************************************************************
 M575-MAIL-CANARY-ALARM SECTION.
 M575-00.
     MOVE K-MODUL TO MODUL OF EKONTAKT
     MOVE ZERO    TO MDNR  OF EKONTAKT
                     TSNR  OF EKONTAKT
     PERFORM S790-SELECT-EKONTAKT
     IF  REF-TABS-NOK
         EXIT SECTION
     END-IF

     OPEN OUTPUT EMAIL
     MOVE EMAIL-FROM OF EKONTAKT TO EM-K1-FROM
     WRITE EMAIL-RECORD FROM EM-K1
     MOVE W-KAN-MAIL-AN          TO EM-K2-TO
     WRITE EMAIL-RECORD FROM EM-K2

**  ---> Betreff und Text aus der Mail-Vorlage "CANARY" in
**       =SSTEXT (s. N522), sonst die eingebauten Texte
     PERFORM N520-MV-INIT
     MOVE "LAUF"         TO W-MV-NEU-NAME
     MOVE W-KAN-LAUF     TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "MODUL"        TO W-MV-NEU-NAME
     MOVE W-KAN-MODUL    TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "CANARY"       TO W-MV-NAME
     PERFORM N522-MV-LADEN
     IF  MV-VORLAGE-OK
         PERFORM N525-MV-BETREFF
         WRITE EMAIL-RECORD FROM EM-LZ
         PERFORM N526-MV-TEXT-1
     ELSE
         MOVE SPACES TO EM-K5-VALUE
         STRING  "Canary-Lauf gestoert: "    DELIMITED BY SIZE
                 W-KAN-LAUF                  DELIMITED BY SIZE
                 " ("                        DELIMITED BY SIZE
                 W-KAN-MODUL                 DELIMITED BY SPACE
                 ")"                         DELIMITED BY SIZE
           INTO  EM-K5-VALUE
         END-STRING
         WRITE EMAIL-RECORD FROM EM-K5
         WRITE EMAIL-RECORD FROM EM-LZ
         MOVE " Der technische Durchlauf der Checkin-Kette ist in"
           TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE " folgenden Stufen gescheitert bzw. auffaellig langsam:"
           TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
     END-IF
     WRITE EMAIL-RECORD FROM EM-LZ

**  ---> die gestoerten Stufen
     PERFORM VARYING C4-I1 FROM 1 BY 1
             UNTIL   C4-I1 > W-KAN-STOER-ANZ
         MOVE SPACES TO EM-PZ
         MOVE W-KAN-STOER-ZEILE (C4-I1) TO EM-PZ (2:)
         WRITE EMAIL-RECORD FROM EM-PZ
     END-PERFORM
     WRITE EMAIL-RECORD FROM EM-LZ

**  ---> Schlusstext der Mail-Vorlage (Zeilen nach @DATEN@)
     IF  MV-VORLAGE-OK
         PERFORM N527-MV-TEXT-2
         WRITE EMAIL-RECORD FROM EM-LZ
     ELSE
         MOVE " Details: CANARY LIST" TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         WRITE EMAIL-RECORD FROM EM-LZ
     END-IF

**  ---> holen aktuelles Datum
     PERFORM U030-TIMESTAMP
     MOVE TEM-MAIL-DATUM         TO EM-PZ
     MOVE TAL-TT   of TAL-TIME-D TO EM-PZ (08:)
     MOVE "."                    TO EM-PZ (10:1)
     MOVE TAL-MM   of TAL-TIME-D TO EM-PZ (11:2)
     MOVE "."                    TO EM-PZ (13:1)
     MOVE TAL-JHJJ of TAL-TIME-D TO EM-PZ (14:4)
     WRITE EMAIL-RECORD FROM EM-PZ

**  ---> EMail schliessen
     CLOSE EMAIL
     .
 M575-99.
     EXIT.

******************************************************************
* Benachrichtigung zu einem Zugriffsantrag (VERWALTUNG REQUEST,
* s. D591/D594) an bis zu zwei User (=SSUSER-Adressen, S626):
* W-ACR-AKTION ANTRAG an die Genehmiger, GENEHMIGT/ABGELEHNT an
* Antragsteller und Beguenstigten. Ohne Adresse keine Mail
******************************************************************
 M576-MAIL-ZUGRIFF SECTION.
 M576-00.
**  ---> Mailadressen der beiden User nachschlagen
     MOVE SPACES TO W-ACR-MAIL-AN1 W-ACR-MAIL-AN2
     IF  W-ACR-MAIL-USER1 NOT = SPACES
         MOVE SPACES TO ST-VICT-GRP-NAME ST-VICT-USER-NAME
         UNSTRING W-ACR-MAIL-USER1 DELIMITED BY "."
             INTO ST-VICT-GRP-NAME
                  ST-VICT-USER-NAME
         END-UNSTRING
         PERFORM S626-SELECT-SSUSER-EMAIL
         MOVE ST-VICT-EMAIL TO W-ACR-MAIL-AN1
     END-IF
     IF  W-ACR-MAIL-USER2 NOT = SPACES
         MOVE SPACES TO ST-VICT-GRP-NAME ST-VICT-USER-NAME
         UNSTRING W-ACR-MAIL-USER2 DELIMITED BY "."
             INTO ST-VICT-GRP-NAME
                  ST-VICT-USER-NAME
         END-UNSTRING
         PERFORM S626-SELECT-SSUSER-EMAIL
         MOVE ST-VICT-EMAIL TO W-ACR-MAIL-AN2
     END-IF
     IF  W-ACR-MAIL-AN1 = SPACES
     AND W-ACR-MAIL-AN2 = SPACES
         MOVE "  Hinweis: keine Mailadresse in SSUSER - keine Mail"
             TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

**  ---> Absender aus der SRCSAFE-Kontaktzeile
     MOVE K-MODUL TO MODUL OF EKONTAKT
     MOVE ZERO    TO MDNR  OF EKONTAKT
                     TSNR  OF EKONTAKT
     PERFORM S790-SELECT-EKONTAKT
     IF  REF-TABS-NOK
         EXIT SECTION
     END-IF

     OPEN OUTPUT EMAIL
     MOVE EMAIL-FROM OF EKONTAKT TO EM-K1-FROM
     WRITE EMAIL-RECORD FROM EM-K1
     IF  W-ACR-MAIL-AN1 NOT = SPACES
         MOVE W-ACR-MAIL-AN1 TO EM-K2-TO
         WRITE EMAIL-RECORD FROM EM-K2
     END-IF
     IF  W-ACR-MAIL-AN2 NOT = SPACES
     AND W-ACR-MAIL-AN2 NOT = W-ACR-MAIL-AN1
         MOVE W-ACR-MAIL-AN2 TO EM-K2-TO
         WRITE EMAIL-RECORD FROM EM-K2
     END-IF

**  ---> Betreff und Text aus der Mail-Vorlage "ZUGRIFF" in
**       =SSTEXT (s. N522), sonst die eingebauten Texte
     PERFORM N520-MV-INIT
     MOVE "NR"           TO W-MV-NEU-NAME
     MOVE W-ACR-NR-ED    TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "USER"         TO W-MV-NEU-NAME
     MOVE W-ACR-USER     TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "ROLLE"        TO W-MV-NEU-NAME
     MOVE W-ACR-ROLLE    TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "AKTION"       TO W-MV-NEU-NAME
     MOVE W-ACR-AKTION   TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "BIS"          TO W-MV-NEU-NAME
     MOVE W-ACR-BIS      TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "VON"          TO W-MV-NEU-NAME
     MOVE W-ACR-VON      TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "ZUGRIFF"      TO W-MV-NAME
     PERFORM N522-MV-LADEN
     IF  MV-VORLAGE-OK
         PERFORM N525-MV-BETREFF
         WRITE EMAIL-RECORD FROM EM-LZ
         PERFORM N526-MV-TEXT-1
         PERFORM N527-MV-TEXT-2
     ELSE
         MOVE SPACES TO EM-K5-VALUE
         STRING  "Zugriffsantrag"       DELIMITED BY SIZE
                 W-ACR-NR-ED            DELIMITED BY SIZE
                 " ("                   DELIMITED BY SIZE
                 W-ACR-ROLLE            DELIMITED BY SPACE
                 "): "                  DELIMITED BY SIZE
                 W-ACR-AKTION           DELIMITED BY SPACE
           INTO  EM-K5-VALUE
         END-STRING
         WRITE EMAIL-RECORD FROM EM-K5
         WRITE EMAIL-RECORD FROM EM-LZ

         MOVE SPACES TO EM-PZ
         EVALUATE W-ACR-AKTION
             WHEN "ANTRAG"
                 STRING  " "                 DELIMITED BY SIZE
                         W-ACR-VON           DELIMITED BY SPACE
                         " beantragt die Rolle "
                                             DELIMITED BY SIZE
                         W-ACR-ROLLE         DELIMITED BY SPACE
                         " fuer "            DELIMITED BY SIZE
                         W-ACR-USER          DELIMITED BY SPACE
                         "."                 DELIMITED BY SIZE
                   INTO  EM-PZ
                 END-STRING
             WHEN "GENEHMIGT"
                 STRING  " Die Rolle "       DELIMITED BY SIZE
                         W-ACR-ROLLE         DELIMITED BY SPACE
                         " fuer "            DELIMITED BY SIZE
                         W-ACR-USER          DELIMITED BY SPACE
                         " wurde genehmigt." DELIMITED BY SIZE
                   INTO  EM-PZ
                 END-STRING
             WHEN OTHER
                 STRING  " Die Rolle "       DELIMITED BY SIZE
                         W-ACR-ROLLE         DELIMITED BY SPACE
                         " fuer "            DELIMITED BY SIZE
                         W-ACR-USER          DELIMITED BY SPACE
                         " wurde abgelehnt." DELIMITED BY SIZE
                   INTO  EM-PZ
                 END-STRING
         END-EVALUATE
         WRITE EMAIL-RECORD FROM EM-PZ
         IF  W-ACR-AKTION = "ANTRAG"
             MOVE " Entscheiden: VERWALTUNG REQUEST APPROVE <Nr>"
                 TO EM-PZ
             WRITE EMAIL-RECORD FROM EM-PZ
             MOVE "   bzw. VERWALTUNG REQUEST REJECT <Nr> <Grund>"
                 TO EM-PZ
             WRITE EMAIL-RECORD FROM EM-PZ
         END-IF
         WRITE EMAIL-RECORD FROM EM-LZ

         MOVE SPACES             TO EM-PZ
         MOVE " Antrag"          TO EM-PZ-HEADER
         MOVE W-ACR-NR-ED        TO EM-PZ-VALUE
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE SPACES             TO EM-PZ
         MOVE " Rolle"           TO EM-PZ-HEADER
         MOVE W-ACR-ROLLE        TO EM-PZ-VALUE
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE SPACES             TO EM-PZ
         MOVE " fuer"            TO EM-PZ-HEADER
         MOVE W-ACR-USER         TO EM-PZ-VALUE
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE SPACES             TO EM-PZ
         MOVE " beantragt von"   TO EM-PZ-HEADER
         MOVE W-ACR-VON          TO EM-PZ-VALUE
         WRITE EMAIL-RECORD FROM EM-PZ
         IF  W-ACR-BIS NOT = SPACES
             MOVE SPACES         TO EM-PZ
             MOVE " befristet bis" TO EM-PZ-HEADER
             MOVE W-ACR-BIS      TO EM-PZ-VALUE
             WRITE EMAIL-RECORD FROM EM-PZ
         END-IF
         IF  W-ACR-AKTION NOT = "ANTRAG"
             MOVE SPACES         TO EM-PZ
             MOVE " entschieden von" TO EM-PZ-HEADER
             MOVE P-USER-NAME    TO EM-PZ-VALUE
             WRITE EMAIL-RECORD FROM EM-PZ
         END-IF
         IF  W-ACR-GRUND NOT = SPACES
             MOVE SPACES         TO EM-PZ
             IF  W-ACR-AKTION = "ANTRAG"
                 MOVE " Begruendung" TO EM-PZ-HEADER
             ELSE
                 MOVE " Kommentar"   TO EM-PZ-HEADER
             END-IF
             MOVE W-ACR-GRUND (1:40) TO EM-PZ-VALUE
             WRITE EMAIL-RECORD FROM EM-PZ
             IF  W-ACR-GRUND (41:) NOT = SPACES
                 MOVE SPACES              TO EM-PZ
                 MOVE W-ACR-GRUND (41:20) TO EM-PZ-VALUE
                 WRITE EMAIL-RECORD FROM EM-PZ
             END-IF
         END-IF
         WRITE EMAIL-RECORD FROM EM-LZ
     END-IF

**  ---> holen aktuelles Datum
     PERFORM U030-TIMESTAMP
     MOVE TEM-MAIL-DATUM         TO EM-PZ
     MOVE TAL-TT   of TAL-TIME-D TO EM-PZ (08:)
     MOVE "."                    TO EM-PZ (10:1)
     MOVE TAL-MM   of TAL-TIME-D TO EM-PZ (11:2)
     MOVE "."                    TO EM-PZ (13:1)
     MOVE TAL-JHJJ of TAL-TIME-D TO EM-PZ (14:4)
     WRITE EMAIL-RECORD FROM EM-PZ

**  ---> EMail schliessen
     CLOSE EMAIL
     .
 M576-99.
     EXIT.

******************************************************************
* WATCH-Mail an einen Beobachter (W-WA-USER, Adresse aus =SSUSER):
* WA-MAIL-SOFORT gleich nach dem Kommando (D950), WA-MAIL-DIGEST
* als Sammelmail im DIGEST-Lauf (D952); je Ereignis eine Zeile
* aus W-WA-ML. Ohne Adresse keine Mail
******************************************************************
 M577-MAIL-WATCH SECTION.
 M577-00.
**  ---> Mailadresse des Beobachters nachschlagen
     MOVE SPACES TO W-WA-MAIL-AN
     MOVE SPACES TO ST-VICT-GRP-NAME ST-VICT-USER-NAME
     UNSTRING W-WA-USER DELIMITED BY "."
         INTO ST-VICT-GRP-NAME
              ST-VICT-USER-NAME
     END-UNSTRING
     PERFORM S626-SELECT-SSUSER-EMAIL
     MOVE ST-VICT-EMAIL TO W-WA-MAIL-AN
     IF  W-WA-MAIL-AN = SPACES
         MOVE SPACES TO ZEILE
         STRING  "  Hinweis: keine Mailadresse in SSUSER fuer "
                                       DELIMITED BY SIZE
                 W-WA-USER             DELIMITED BY SPACE
                 " - keine WATCH-Mail" DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

**  ---> Absender aus der SRCSAFE-Kontaktzeile
     MOVE K-MODUL TO MODUL OF EKONTAKT
     MOVE ZERO    TO MDNR  OF EKONTAKT
                     TSNR  OF EKONTAKT
     PERFORM S790-SELECT-EKONTAKT
     IF  REF-TABS-NOK
         EXIT SECTION
     END-IF

     OPEN OUTPUT EMAIL
     MOVE EMAIL-FROM OF EKONTAKT TO EM-K1-FROM
     WRITE EMAIL-RECORD FROM EM-K1
     MOVE W-WA-MAIL-AN TO EM-K2-TO
     WRITE EMAIL-RECORD FROM EM-K2

**  ---> Betreff und Text aus der Mail-Vorlage "WATCH" in =SSTEXT
**       (s. N522), die Ereigniszeilen stehen an der Stelle von
**       @DATEN@; sonst die eingebauten Texte
     MOVE W-WA-ANZ TO W-WA-ANZ-ED
     PERFORM N520-MV-INIT
     MOVE "ANZAHL"       TO W-MV-NEU-NAME
     MOVE W-WA-ANZ-ED    TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "ART"          TO W-MV-NEU-NAME
     IF  WA-MAIL-DIGEST
         MOVE "DIGEST"   TO W-MV-NEU-WERT
     ELSE
         MOVE "SOFORT"   TO W-MV-NEU-WERT
     END-IF
     PERFORM N521-MV-PLATZHALTER
     MOVE "BEOBACHTER"   TO W-MV-NEU-NAME
     MOVE W-WA-USER      TO W-MV-NEU-WERT
     PERFORM N521-MV-PLATZHALTER
     MOVE "WATCH"        TO W-MV-NAME
     PERFORM N522-MV-LADEN
     IF  MV-VORLAGE-OK
         PERFORM N525-MV-BETREFF
         WRITE EMAIL-RECORD FROM EM-LZ
         PERFORM N526-MV-TEXT-1
     ELSE
         MOVE SPACES TO EM-K5-VALUE
         IF  WA-MAIL-DIGEST
             STRING  "WATCH Tagesuebersicht:"
                                           DELIMITED BY SIZE
                     W-WA-ANZ-ED           DELIMITED BY SIZE
                     " Ereignis(se)"       DELIMITED BY SIZE
               INTO  EM-K5-VALUE
             END-STRING
         ELSE
             STRING  "WATCH:"              DELIMITED BY SIZE
                     W-WA-ANZ-ED           DELIMITED BY SIZE
                     " Ereignis(se) an beobachteten Modulen"
                                           DELIMITED BY SIZE
               INTO  EM-K5-VALUE
             END-STRING
         END-IF
         WRITE EMAIL-RECORD FROM EM-K5
         WRITE EMAIL-RECORD FROM EM-LZ
         MOVE " An den von Ihnen beobachteten Modulen wurde gearbeitet:"
             TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         WRITE EMAIL-RECORD FROM EM-LZ
     END-IF

**  ---> Ereigniszeilen
     MOVE SPACES TO EM-PZ
     MOVE "Zeitpunkt         Modul     Aktion      User"
         TO EM-PZ-REST
     WRITE EMAIL-RECORD FROM EM-PZ
     PERFORM VARYING W-WA-J FROM 1 BY 1
             UNTIL   W-WA-J > W-WA-ML-ANZ
         MOVE SPACES          TO EM-PZ
         MOVE W-WA-ML (W-WA-J) TO EM-PZ-REST
         WRITE EMAIL-RECORD FROM EM-PZ
     END-PERFORM
     IF  W-WA-ML-REST > ZERO
         MOVE W-WA-ML-REST TO D-NUM4
         MOVE SPACES TO EM-PZ
         STRING  "... und "            DELIMITED BY SIZE
                 D-NUM4                DELIMITED BY SIZE
                 " weitere Ereignis(se)"
                                       DELIMITED BY SIZE
           INTO  EM-PZ-REST
         END-STRING
         WRITE EMAIL-RECORD FROM EM-PZ
     END-IF
     WRITE EMAIL-RECORD FROM EM-LZ

     IF  MV-VORLAGE-OK
         PERFORM N527-MV-TEXT-2
     ELSE
         MOVE " Beobachtungen pflegen: WATCH LIST, WATCH DEL <Muster>"
             TO EM-PZ
         WRITE EMAIL-RECORD FROM EM-PZ
         WRITE EMAIL-RECORD FROM EM-LZ
     END-IF

**  ---> holen aktuelles Datum
     PERFORM U030-TIMESTAMP
     MOVE TEM-MAIL-DATUM         TO EM-PZ
     MOVE TAL-TT   of TAL-TIME-D TO EM-PZ (08:)
     MOVE "."                    TO EM-PZ (10:1)
     MOVE TAL-MM   of TAL-TIME-D TO EM-PZ (11:2)
     MOVE "."                    TO EM-PZ (13:1)
     MOVE TAL-JHJJ of TAL-TIME-D TO EM-PZ (14:4)
     WRITE EMAIL-RECORD FROM EM-PZ

**  ---> EMail schliessen
     CLOSE EMAIL
     .
 M577-99.
     EXIT.

******************************************************************
* assignen Obey-Datei
******************************************************************
 N010-ASSIGN-SSOBEY SECTION.
 N010-00.
**  ---> ASSIGN auf dynamic Out-Datei
     MOVE AP-DNAME TO ASS-FNAME
     ENTER "COBOLASSIGN" USING  SSOBEY
                                ASS-FNAME
                         GIVING ASS-FSTATUS
     IF  ASS-FSTATUS NOT = ZERO
         DISPLAY "Fehler bei COBOLASSIGN (OUT): "
                 ASS-FNAME " " ASS-FSTATUS
         DISPLAY " ---> Programm-Abbruch <--- "
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     END-IF
     .
 N010-99.
     EXIT.

******************************************************************
* öffnen OUT-Datei
******************************************************************
 N020-OPEN-OUT SECTION.
 N020-00.
**  ---> ASSIGN auf dynamic Out-Datei
     MOVE W-OUT TO ASS-FNAME
     ENTER "COBOLASSIGN" USING  LISTE
                                ASS-FNAME
                         GIVING ASS-FSTATUS
     IF  ASS-FSTATUS NOT = ZERO
         DISPLAY "Fehler bei COBOLASSIGN (OUT): "
                 ASS-FNAME " " ASS-FSTATUS
         DISPLAY " ---> Programm-Abbruch <--- "
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     ELSE
**      --->  Öffnen Datei
         OPEN OUTPUT LISTE
         SET FILE-OUT-OPEN TO TRUE
     END-IF
     .
 N020-99.
     EXIT.

******************************************************************
* oeffnen CSV-Ausgabedatei fuer PROTEXP
******************************************************************
 N021-OPEN-PROTCSV SECTION.
 N021-00.
**  ---> ASSIGN auf dynamic CSV-Datei
     MOVE W-PROTEXP-FILE TO ASS-FNAME
     ENTER "COBOLASSIGN" USING  PROTCSV
                                ASS-FNAME
                         GIVING ASS-FSTATUS
     IF  ASS-FSTATUS NOT = ZERO
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-049" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     ELSE
**      --->  Oeffnen Datei
         OPEN OUTPUT PROTCSV
     END-IF
     .
 N021-99.
     EXIT.

******************************************************************
* oeffnen CSV-Ausgabedatei fuer LIST ... CSV <Datei>
******************************************************************
 N023-OPEN-LIST-CSV SECTION.
 N023-00.
**  ---> ASSIGN auf dynamic CSV-Datei
     MOVE W-LIST-CSV-FILE TO ASS-FNAME
     ENTER "COBOLASSIGN" USING  PROTCSV
                                ASS-FNAME
                         GIVING ASS-FSTATUS
     IF  ASS-FSTATUS NOT = ZERO
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-057" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     ELSE
**      --->  Oeffnen Datei
         OPEN OUTPUT PROTCSV
     END-IF
     .
 N023-99.
     EXIT.

******************************************************************
* oeffnen ITSM-Export-Datei (Implementierungs-Bestaetigungen,
* Dateiname aus =SSPARM "ITSMEXP", s. E352-ITSM-CONFIRM)
******************************************************************
 N024-OPEN-ITSMEXP SECTION.
 N024-00.
**  ---> Dateiname der ITSM-Export-Datei aus =SSPARM "ITSMEXP"
     MOVE "ITSMEXP" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  NOT SSPRM-OK
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     END-IF

     MOVE SVOL-SOURCE OF SSPARM TO ASS-FNAME
     ENTER "COBOLASSIGN" USING  PROTCSV
                                ASS-FNAME
                         GIVING ASS-FSTATUS
     IF  ASS-FSTATUS NOT = ZERO
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-049" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     ELSE
**      --->  Oeffnen Datei (Bestaetigungen werden angehaengt)
         OPEN EXTEND PROTCSV
     END-IF
     .
 N024-99.
     EXIT.

******************************************************************
* oeffnen SRCCOMP-Manifest fuer das SQL-Recompile (Dateiname aus
* =SSPARM "SQLRECOMP", s. D944-SQI-QUEUE)
******************************************************************
 N025-OPEN-SQLREC-QUEUE SECTION.
 N025-00.
**  ---> Dateiname des Manifests aus =SSPARM "SQLRECOMP"
     MOVE "SQLRECOMP" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  NOT SSPRM-OK
     OR  SVOL-SOURCE OF SSPARM = SPACES
         MOVE " !!! =SSPARM SQLRECOMP (Manifest-Datei) fehlt" TO ZEILE
         PERFORM U010-AUSGABE
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     END-IF

     MOVE SVOL-SOURCE OF SSPARM TO ASS-FNAME
     ENTER "COBOLASSIGN" USING  PROTCSV
                                ASS-FNAME
                         GIVING ASS-FSTATUS
     IF  ASS-FSTATUS NOT = ZERO
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-057" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     ELSE
**      --->  Oeffnen Datei (Eintraege werden angehaengt, SRCCOMP
**            BATCH arbeitet das Manifest ab)
         OPEN EXTEND PROTCSV
     END-IF
     .
 N025-99.
     EXIT.

******************************************************************
* oeffnen Eingabedatei fuer VERW IMPORT (USER/ROLLE-Bulk-Import)
* und ITSM IMPORT (Change-Extrakt)
******************************************************************
 N022-OPEN-VERWIMP SECTION.
 N022-00.
**  ---> ASSIGN auf dynamic Eingabe-Datei
     MOVE W-VERWIMP-FILE TO ASS-FNAME
     ENTER "COBOLASSIGN" USING  VERWIMP
                                ASS-FNAME
                         GIVING ASS-FSTATUS
     IF  ASS-FSTATUS NOT = ZERO
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-050" TO KATEGORIE OF SSTEXT
**      ---> anzeigen Hilfstext
         PERFORM R100-SHOW-TEXT
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     ELSE
**      --->  Oeffnen Datei
         OPEN INPUT VERWIMP
     END-IF
     .
 N022-99.
     EXIT.

******************************************************************
* STARTUP-TEXT entschlüsseln (W-STRING)
******************************************************************
 N030-CHECK-STARTUP SECTION.
 N030-00.
**  ---> diverse Initialisierungen
     MOVE SPACES     TO W-TEILSTRING-TABELLE
     MOVE SPACES     TO W-DELIM-TABELLE
     MOVE LOW-VALUES TO W-COUNT-TABELLE
     MOVE SPACES     TO W-LIST-SUBS
     MOVE SPACES     TO W-PROT-FELDER
     MOVE SPACES     TO W-PROTEXP-FILE
     MOVE ZERO       TO W-PROTEXP-ANZ
     MOVE SPACE      TO W-PROTEXP-PSEUDO-FLAG
     MOVE SPACES     TO W-VERWIMP-FILE

     SET CHECK-OK TO TRUE

**  ---> wenn leere Eingabe einfach zurück zum Prompt
     IF  EINGABE = SPACE
         SET CHECK-NOK TO TRUE
         EXIT SECTION
     END-IF

**  ---> erstmal String zerlegen
     MOVE ZERO TO C4-ANZ
     MOVE 1    TO C4-PTR
     UNSTRING EINGABE DELIMITED BY ALL SPACE or "," or "."
         INTO W-TEILSTRING (1)  DELIMITER IN W-DELIM (1)
                                COUNT     IN W-COUNT (1)
              W-TEILSTRING (2)  DELIMITER IN W-DELIM (2)
                                COUNT     IN W-COUNT (2)
              W-TEILSTRING (3)  DELIMITER IN W-DELIM (3)
                                COUNT     IN W-COUNT (3)
              W-TEILSTRING (4)  DELIMITER IN W-DELIM (4)
                                COUNT     IN W-COUNT (4)
              W-TEILSTRING (5)  DELIMITER IN W-DELIM (5)
                                COUNT     IN W-COUNT (5)
              W-TEILSTRING (6)  DELIMITER IN W-DELIM (6)
                                COUNT     IN W-COUNT (6)
              W-TEILSTRING (7)  DELIMITER IN W-DELIM (7)
                                COUNT     IN W-COUNT (7)
              W-TEILSTRING (8)  DELIMITER IN W-DELIM (8)
                                COUNT     IN W-COUNT (8)
              W-TEILSTRING (9)  DELIMITER IN W-DELIM (9)
                                COUNT     IN W-COUNT (9)
              W-TEILSTRING (10) DELIMITER IN W-DELIM (10)
                                COUNT     IN W-COUNT (10)
         WITH     POINTER C4-PTR
         TALLYING IN      C4-ANZ
     END-UNSTRING

**  ---> wenn erster Teilstring gesetzt, so muss es ein Kommando sein
     IF  C4-ANZ > 0
         MOVE W-TEILSTRING (1) TO CMD-KOMMANDO
         EVALUATE TRUE
             WHEN CMD-CHECKIN    continue
             WHEN CMD-CHECKOUT   continue
             WHEN CMD-COLDMOVE   continue
             WHEN CMD-PEEK       continue
             WHEN CMD-PINSET     continue
             WHEN CMD-DIFF       continue
             WHEN CMD-DOKUMENT   continue
             WHEN CMD-EMERGENCY-CONTROL
                                 continue
             WHEN CMD-ENVDIFF    continue
             WHEN CMD-LAYOUT     continue
             WHEN CMD-FREEZEX    continue
             WHEN CMD-PWRESET    continue
             WHEN CMD-EXIT       continue
             WHEN CMD-HISTAGG    continue
             WHEN CMD-CANARY     continue
             WHEN CMD-AUFTRAG    continue
             WHEN CMD-HELP       continue
             WHEN CMD-LIST       continue
             WHEN CMD-MODIN      continue
             WHEN CMD-MODIS      continue
             WHEN CMD-BASELINE   continue
             WHEN CMD-BLAST      continue
             WHEN CMD-LIBIS      continue
             WHEN CMD-TABIS      continue
             WHEN CMD-CRUD       continue
             WHEN CMD-PROFILE    continue
             WHEN CMD-PROGRESS   continue
             WHEN CMD-PROT       continue
             WHEN CMD-PROTEXP    continue
             WHEN CMD-RECALL     continue
             WHEN CMD-REMIND     continue
             WHEN CMD-DIGEST     continue
             WHEN CMD-SHELVE     continue
             WHEN CMD-UNDO       continue
             WHEN CMD-UNSHELVE   continue
             WHEN CMD-HANDOVER   continue
             WHEN CMD-WATCH      continue
             WHEN CMD-PARALLEL   continue
             WHEN CMD-HOLD       continue
             WHEN CMD-EXPORT     continue
             WHEN CMD-BOM        continue
             WHEN CMD-TESTRESET  continue
             WHEN CMD-SHOW       continue
             WHEN CMD-STATUS     continue
             WHEN CMD-SECCHK     continue
             WHEN CMD-WHO        continue
             WHEN CMD-STOP       continue
             WHEN CMD-SAVE       continue
             WHEN CMD-SCRIPT     continue
             WHEN CMD-REL2PROD   continue
             WHEN CMD-REL2TEST   continue
             WHEN CMD-REL4WEAT   continue
             WHEN CMD-FREIGEBER  continue
             WHEN CMD-RELEASE    continue
             WHEN CMD-TRAIN      continue
             WHEN CMD-ROLLBACK   continue
             WHEN CMD-ITSM       continue
             WHEN CMD-INCIDENT   continue
             WHEN CMD-BACKPORT   continue
             WHEN CMD-TESTENV    continue
             WHEN CMD-TESTDOC    continue
             WHEN CMD-AUDITPACK  continue
             WHEN CMD-HANDBOOK   continue
             WHEN CMD-MYWORK     continue
             WHEN CMD-REVIEW     continue
             WHEN CMD-ROLLEN     continue
             WHEN CMD-ACTIVPROD  continue
             WHEN CMD-ACTIVTEST  continue
             WHEN CMD-PRGNEU     continue
             WHEN CMD-MODPURGE   continue
             WHEN CMD-MSGCHECK   continue
             WHEN CMD-MASSCHG    continue
             WHEN CMD-PURGEBIN   continue
             WHEN CMD-VERW       continue
             WHEN CMD-NEW        continue
             WHEN CMD-DEL        continue
             WHEN CMD-IMPORT     continue
             WHEN CMD-MATRIX     continue
             WHEN CMD-AUDIT      continue
             WHEN CMD-UNLOCK     continue
             WHEN CMD-ORPHAN     continue
             WHEN CMD-OWNER      continue
             WHEN CMD-KOMPOSIT   continue
             WHEN CMD-RECERT     continue
             WHEN CMD-RESTORE    continue
             WHEN CMD-DELEGATE   continue
             WHEN CMD-PENDING    continue
             WHEN CMD-PSEUDO     continue
             WHEN CMD-SECPAT     continue
             WHEN CMD-SRVUSER    continue
             WHEN CMD-ENVPROF    continue
             WHEN CMD-PARM       continue
             WHEN CMD-PARMHIST   continue
             WHEN CMD-MIRROR     continue
             WHEN CMD-CPROF      continue
             WHEN CMD-JOBOUT     continue
             WHEN CMD-ONCALL     continue
             WHEN CMD-ANOMALY    continue
             WHEN CMD-SESSION    continue
             WHEN CMD-CONSIST    continue
             WHEN CMD-KETTE      continue
             WHEN CMD-MAILTEXT   continue
             WHEN CMD-MAILCHK    continue
             WHEN CMD-LEAVER     continue
             WHEN CMD-MODSUM     continue
             WHEN CMD-FAILCAT    continue
             WHEN CMD-RESOURCE   continue
             WHEN CMD-GATE       continue
             WHEN CMD-SMOKE      continue
             WHEN CMD-PDICT      continue
             WHEN CMD-BESTCODE   continue
             WHEN CMD-REQUEST    continue
             WHEN CMD-SOD        continue
             WHEN CMD-TABPFLEGE  continue
**          ---> kein gültiges Kommando, also Fehlermeldung und Ende
             WHEN OTHER
                                 MOVE "FEHLER"   TO BEREICH   OF SSTEXT
                                 MOVE "FEHL-009" TO KATEGORIE OF SSTEXT
**                              ---> anzeigen Fehler- und Hilfstexte
                                 PERFORM R100-SHOW-TEXT
                                 SET CHECK-NOK TO TRUE
                                 EXIT SECTION
         END-EVALUATE
     END-IF

**  ---> mindestens Kommando eingegeben
     SET FKT-STARTUP-ABFRAGE TO TRUE

**  ---> ggf. weitere Parameter holen: der nächste könnte $Volume sein:
     IF  C4-ANZ > 1
         IF  W-TEILSTRING (2) (1:1) = "$"
**          ---> $Volume ist nicht erlaubt, dann geht kein Rename mehr
             MOVE "FEHLER"   TO BEREICH   OF SSTEXT
             MOVE "FEHL-023" TO KATEGORIE OF SSTEXT
**          ---> anzeigen Fehler- und Hilfstexte
             PERFORM R100-SHOW-TEXT
             SET CHECK-NOK TO TRUE
             EXIT SECTION
         ELSE
**          ---> oder Subvol und / oder file sein
             IF  W-DELIM (2) = "."
                 MOVE W-TEILSTRING (2) TO SOURCE-FILE-SUBVOL
                 MOVE W-TEILSTRING (3) TO SOURCE-FILE-NAME
                 MOVE W-TEILSTRING (3) TO W-SOURCE
             ELSE
                 MOVE W-TEILSTRING (2) TO SOURCE-FILE-NAME
                 MOVE W-TEILSTRING (2) TO W-SOURCE
             END-IF
**          ---> Funktionsflag setzen
             SET FKT-STARTUP-FILE TO TRUE
         END-IF
         IF  CMD-LIST
             PERFORM o030-CMD-LIST
         END-IF
     END-IF
     IF  CMD-REMIND
         PERFORM o031-CMD-REMIND
     END-IF
     IF  CMD-PROT
         PERFORM o032-CMD-PROT
     END-IF
     IF  CMD-PROTEXP
         PERFORM o033-CMD-PROTEXP
     END-IF
     IF  CMD-IMPORT
         PERFORM o034-CMD-IMPORT
     END-IF
     IF  CMD-DOKUMENT
         PERFORM o035-CMD-DOKUMENT
     END-IF
     IF  CMD-RELEASE
         PERFORM o036-CMD-RELEASE
     END-IF
     IF  CMD-TRAIN
         PERFORM o037-CMD-TRAIN
     END-IF
     IF  CMD-ROLLBACK
         PERFORM o038-CMD-ROLLBACK
     END-IF
     IF  CMD-ITSM
         PERFORM o039-CMD-ITSM
     END-IF
     IF  CMD-TESTDOC
         PERFORM o040-CMD-TESTDOC
     END-IF
     IF  CMD-AUDITPACK
         PERFORM o041-CMD-AUDITPACK
     END-IF
     IF  CMD-HANDBOOK
         PERFORM o087-CMD-HANDBOOK
     END-IF
     IF  CMD-MYWORK
         PERFORM o088-CMD-MYWORK
     END-IF
     IF  CMD-RECERT
         PERFORM o042-CMD-RECERT
     END-IF
     IF  CMD-DELEGATE
         PERFORM o043-CMD-DELEGATE
     END-IF
     IF  CMD-ANOMALY
         PERFORM o044-CMD-ANOMALY
     END-IF
     IF  CMD-SESSION
         PERFORM o045-CMD-SESSION
     END-IF
     IF  CMD-OWNER
         PERFORM o046-CMD-OWNER
     END-IF
     IF  CMD-KOMPOSIT
         PERFORM o047-CMD-KOMPOSIT
     END-IF
     IF  CMD-BASELINE
         PERFORM o048-CMD-BASELINE
     END-IF
     IF  CMD-DIFF
         PERFORM o049-CMD-DIFF
     END-IF
     IF  CMD-SCRIPT
         PERFORM o050-CMD-SCRIPT
     END-IF
     IF  CMD-SECPAT
         PERFORM o051-CMD-SECPAT
     END-IF
     IF  CMD-MIRROR
         PERFORM o052-CMD-MIRROR
     END-IF
     IF  CMD-CPROF
         PERFORM o053-CMD-CPROF
     END-IF
     IF  CMD-JOBOUT
         PERFORM o054-CMD-JOBOUT
     END-IF
     IF  CMD-ONCALL
         PERFORM o055-CMD-ONCALL
     END-IF
     IF  CMD-HISTAGG
         PERFORM o056-CMD-HISTAGG
     END-IF
     IF  CMD-CANARY
         PERFORM o089-CMD-CANARY
     END-IF
     IF  CMD-AUFTRAG
         PERFORM o090-CMD-AUFTRAG
     END-IF
     IF  CMD-COLDMOVE
         PERFORM o057-CMD-COLDMOVE
     END-IF
     IF  CMD-RECALL
         PERFORM o058-CMD-RECALL
     END-IF
     IF  CMD-PURGEBIN
         PERFORM o059-CMD-PURGEBIN
     END-IF
     IF  CMD-SRVUSER
         PERFORM o060-CMD-SRVUSER
     END-IF
     IF  CMD-PROFILE OR CMD-ENVPROF
         PERFORM o061-CMD-PROFILE
     END-IF
     IF  CMD-PARM OR CMD-PARMHIST
         PERFORM o062-CMD-PARM
     END-IF
     IF  CMD-MASSCHG
         PERFORM o063-CMD-MASSCHG
     END-IF
     IF  CMD-CONSIST
         PERFORM o064-CMD-CONSIST
     END-IF
     IF  CMD-LAYOUT
         PERFORM o065-CMD-LAYOUT
     END-IF
     IF  CMD-KETTE
         PERFORM o066-CMD-KETTE
     END-IF
     IF  CMD-FREIGEBER
         PERFORM o067-CMD-FREIGEBER
     END-IF
     IF  CMD-INCIDENT
         PERFORM o068-CMD-INCIDENT
     END-IF
     IF  CMD-BACKPORT
         PERFORM o069-CMD-BACKPORT
     END-IF
     IF  CMD-TESTENV
         PERFORM o070-CMD-TESTENV
     END-IF
     IF  CMD-MAILTEXT
         PERFORM o071-CMD-MAILTEXT
     END-IF
     IF  CMD-CRUD
         PERFORM o072-CMD-CRUD
     END-IF
     IF  CMD-HANDOVER
         PERFORM o073-CMD-HANDOVER
     END-IF
     IF  CMD-PARALLEL
         PERFORM o074-CMD-PARALLEL
     END-IF
     IF  CMD-HOLD
         PERFORM o075-CMD-HOLD
     END-IF
     IF  CMD-EXPORT
         PERFORM o076-CMD-EXPORT
     END-IF
     IF  CMD-BOM
         PERFORM o077-CMD-BOM
     END-IF
     IF  CMD-TESTRESET
         PERFORM o078-CMD-TESTRESET
     END-IF
     IF  CMD-MAILCHK
         PERFORM o079-CMD-MAILCHK
     END-IF
     IF  CMD-LEAVER
         PERFORM o080-CMD-LEAVER
     END-IF
     IF  CMD-MODSUM
         PERFORM o081-CMD-MODSUM
     END-IF
     IF  CMD-FAILCAT
         PERFORM o082-CMD-FAILCAT
     END-IF
     IF  CMD-RESOURCE
         PERFORM o083-CMD-RESOURCE
     END-IF
     IF  CMD-GATE
         PERFORM o084-CMD-GATE
     END-IF
     IF  CMD-SMOKE
         PERFORM o085-CMD-SMOKE
     END-IF
     IF  CMD-PDICT
         PERFORM o086-CMD-PDICT
     END-IF
     IF  CMD-REQUEST
         PERFORM o091-CMD-REQUEST
     END-IF
     IF  CMD-SOD
         PERFORM o092-CMD-SOD
     END-IF
     IF  CMD-WATCH
         PERFORM o093-CMD-WATCH
     END-IF
     IF  CMD-TABPFLEGE
         PERFORM o094-CMD-TABPFLEGE
     END-IF

**  ---> Source-file-name in einem Feld aufbereiten
     MOVE SPACES TO SOURCE-FILE
     STRING  SOURCE-FILE-VOL       DELIMITED BY SPACE
             "."                   DELIMITED BY SIZE
             SOURCE-FILE-SUBVOL    DELIMITED BY SPACE
             "."                   DELIMITED BY SIZE
             SOURCE-FILE-NAME      DELIMITED BY SPACE
       INTO  SOURCE-FILE
     END-STRING
     .
 N030-99.
     EXIT.

******************************************************************
* Checken User-Eingaben innerhalb einer Funktion
******************************************************************
 N035-CHECK-EINGABE SECTION.
 N035-00.
**  ---> diverse Initialisierungen
     MOVE SPACES     TO W-TEILSTRING-TABELLE
     MOVE SPACES     TO W-DELIM-TABELLE
     MOVE LOW-VALUES TO W-COUNT-TABELLE

     SET CHECK-OK TO TRUE

**  ---> erstmal Eingabe-String zerlegen
     MOVE ZERO TO C4-ANZ
     MOVE 1    TO C4-PTR
     UNSTRING EINGABE DELIMITED BY ALL SPACE or "," or "."
         INTO W-TEILSTRING (1)  DELIMITER IN W-DELIM (1)
                                COUNT     IN W-COUNT (1)
              W-TEILSTRING (2)  DELIMITER IN W-DELIM (2)
                                COUNT     IN W-COUNT (2)
              W-TEILSTRING (3)  DELIMITER IN W-DELIM (3)
                                COUNT     IN W-COUNT (3)
              W-TEILSTRING (4)  DELIMITER IN W-DELIM (4)
                                COUNT     IN W-COUNT (4)
              W-TEILSTRING (5)  DELIMITER IN W-DELIM (5)
                                COUNT     IN W-COUNT (5)
         WITH     POINTER C4-PTR
         TALLYING IN      C4-ANZ
     END-UNSTRING

**  ---> Parameter holen: der nächste könnte $Volume sein:
     IF  C4-ANZ > ZERO
         IF  W-TEILSTRING (1) (1:1) = "$"
**          ---> $Volume ist nicht erlaubt, dann geht kein Rename mehr
             MOVE "FEHLER"   TO BEREICH   OF SSTEXT
             MOVE "FEHL-023" TO KATEGORIE OF SSTEXT
**          ---> anzeigen Fehler- und Hilfstexte
             PERFORM R100-SHOW-TEXT
             SET CHECK-NOK TO TRUE
             EXIT SECTION
         ELSE
**          ---> oder Subvol und / oder file sein
             IF  W-DELIM (1) = "."
                 MOVE W-TEILSTRING (1) TO SOURCE-FILE-SUBVOL
                 MOVE W-TEILSTRING (2) TO SOURCE-FILE-NAME
                 MOVE W-TEILSTRING (2) TO W-SOURCE
             ELSE
                 MOVE W-TEILSTRING (1) TO SOURCE-FILE-NAME
                 MOVE W-TEILSTRING (1) TO W-SOURCE
             END-IF
**          ---> Funktionsflag setzen
             IF  FKT-ABFRAGE
                 SET FKT-EINGABE-FILE TO TRUE
             END-IF
         END-IF
     END-IF

**  ---> Source-file-name in einem Feld aufbereiten
     MOVE SPACES TO SOURCE-FILE
     STRING  SOURCE-FILE-VOL       DELIMITED BY SPACE
             "."                   DELIMITED BY SIZE
             SOURCE-FILE-SUBVOL    DELIMITED BY SPACE
             "."                   DELIMITED BY SIZE
             SOURCE-FILE-NAME      DELIMITED BY SPACE
       INTO  SOURCE-FILE
     END-STRING
     .
 N035-99.
     EXIT.

******************************************************************
* Aufbereiten E-Mail Kopfdaten
******************************************************************
 N500-EMAIL-KOPF SECTION.
 N500-00.
**  ---> holen Mail Kontaktdaten
     MOVE K-MODUL TO MODUL OF EKONTAKT
     MOVE ZERO    TO MDNR  OF EKONTAKT
                     TSNR  OF EKONTAKT
     PERFORM S790-SELECT-EKONTAKT

**  ---> Abo-Einstellung pruefen: Kategorie evtl. abbestellt oder
**       auf Sammelmail gestellt (dann Ereignis nur spoolen)
     PERFORM N507-CHECK-EKONTAKT-ABO
     IF  MAIL-ABO-NOK
         IF  MAIL-DIGEST-FAELLIG
             PERFORM N508-SPOOL-DIGEST-EVENT
         END-IF
         EXIT SECTION
     END-IF

**  ---> holen Daten aus ABNAHME-Eintrag
     PERFORM S720-OPEN-ABNAHME-CURSOR
     PERFORM S721-FETCH-ABNAHME-CURSOR
     PERFORM S722-CLOSE-ABNAHME-CURSOR
     IF  REF-TABS-NOK
         MOVE "FEHLER"   TO BEREICH   OF SSTEXT
         MOVE "FEHL-040" TO KATEGORIE OF SSTEXT
         PERFORM R100-SHOW-TEXT
         EXIT SECTION
     END-IF

     OPEN OUTPUT EMAIL

**  ---> Adressdaten
     MOVE EMAIL-FROM OF EKONTAKT TO EM-K1-FROM
     WRITE EMAIL-RECORD FROM EM-K1

**  ---> Empfaenger (max. 3 TO's moeglich)
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

**  ---> ggf. Kopien an (max. 3 CC's moeglich)
     IF  EMAIL-CC OF EKONTAKT not = SPACE
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
     .
 N500-99.
     EXIT.

******************************************************************
* Aufbau EMail-Kopf ohne Bezug auf einen =ABNAHME-Eintrag
* (für Mails, die nicht an eine Freigabe/Sicherheitswarnung
*  gekoppelt sind, z.B. Checkout-Erinnerung)
******************************************************************
 N505-EMAIL-KOPF-EINFACH SECTION.
 N505-00.
**  ---> holen Mail Kontaktdaten
     MOVE K-MODUL TO MODUL OF EKONTAKT
     MOVE ZERO    TO MDNR  OF EKONTAKT
                     TSNR  OF EKONTAKT
     PERFORM S790-SELECT-EKONTAKT
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

**  ---> Abo-Einstellung pruefen: Kategorie evtl. abbestellt oder
**       auf Sammelmail gestellt (dann Ereignis nur spoolen)
     PERFORM N507-CHECK-EKONTAKT-ABO
     IF  MAIL-ABO-NOK
         IF  MAIL-DIGEST-FAELLIG
             PERFORM N508-SPOOL-DIGEST-EVENT
         END-IF
         EXIT SECTION
     END-IF

     OPEN OUTPUT EMAIL

**  ---> Adressdaten
     MOVE EMAIL-FROM OF EKONTAKT TO EM-K1-FROM
     WRITE EMAIL-RECORD FROM EM-K1

**  ---> Empfaenger (max. 3 TO's moeglich)
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

**  ---> ggf. Kopien an (max. 3 CC's moeglich)
     IF  EMAIL-CC OF EKONTAKT not = SPACE
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
     .
 N505-99.
     EXIT.

******************************************************************
* Prueft, ob der Kontakt (=EKONTAKT) die gerade anstehende Mail-
* Kategorie (W-MAIL-KATEGORIE, von der rufenden M5xx-Section
* gesetzt) abbestellt hat. Default (Feld leer/Space, zB bei noch
* nicht migrierten Bestandsdaten) ist weiterhin "abonniert", damit
* sich das Verhalten für alle bisherigen =EKONTAKT-Zeilen nicht
* ändert; nur ein explizites "N" unterdrückt den Versand.
******************************************************************
 N507-CHECK-EKONTAKT-ABO SECTION.
 N507-00.
**  ---> Abo-Wert der Kategorie holen: "J" = Einzelmail (Default),
**       "N" = abbestellt, "D" = abonniert als Sammelmail (das
**       Ereignis wird dann gespoolt statt sofort gemailt, ausser
**       der Sammelversand selbst laeuft gerade, s. C610)
     MOVE "J" TO W-ABO-WERT
     EVALUATE TRUE
         WHEN MAIL-KAT-AUFHEB
             MOVE ABO-AUFHEB   OF EKONTAKT TO W-ABO-WERT
         WHEN MAIL-KAT-ANTRAG
             MOVE ABO-ANTRAG   OF EKONTAKT TO W-ABO-WERT
         WHEN MAIL-KAT-WARNUNG
             MOVE ABO-WARNUNG  OF EKONTAKT TO W-ABO-WERT
         WHEN MAIL-KAT-REMINDER
             MOVE ABO-REMINDER OF EKONTAKT TO W-ABO-WERT
         WHEN MAIL-KAT-STOP
             MOVE ABO-STOP     OF EKONTAKT TO W-ABO-WERT
         WHEN MAIL-KAT-IMPACT
             MOVE ABO-IMPACT   OF EKONTAKT TO W-ABO-WERT
         WHEN MAIL-KAT-FREEZEX
             MOVE ABO-FREEZEX  OF EKONTAKT TO W-ABO-WERT
         WHEN MAIL-KAT-TICKET
             MOVE ABO-TICKET   OF EKONTAKT TO W-ABO-WERT
         WHEN OTHER
             CONTINUE
     END-EVALUATE

     SET  MAIL-ABO-OK TO TRUE
     MOVE SPACE TO MAIL-DIGEST-FLAG

     IF  W-ABO-WERT = "N"
         SET MAIL-ABO-NOK TO TRUE
     END-IF
     IF  W-ABO-WERT = "D"
     AND NOT DIGEST-VERSAND-LAEUFT
         SET MAIL-ABO-NOK        TO TRUE
         SET MAIL-DIGEST-FAELLIG TO TRUE
     END-IF
     .
 N507-99.
     EXIT.

******************************************************************
* Ein Mail-Ereignis einer auf Sammelmail ("D") gestellten Kategorie
* in die Spool-Datei K-DIGEST-SPOOL zurueckstellen - verschickt
* wird gesammelt ueber das Kommando DIGEST (C610-SEND-DIGEST).
* Ein Spool-Fehler unterdrueckt nur die Sammelmail-Zeile, die
* eigentliche Aktion laeuft unveraendert weiter
******************************************************************
 N508-SPOOL-DIGEST-EVENT SECTION.
 N508-00.
     MOVE K-DIGEST-SPOOL TO ASS-FNAME
     MOVE ZERO           TO ASS-FSTATUS
     ENTER "COBOLASSIGN" USING  MAILSPOOL
                                ASS-FNAME
                         GIVING ASS-FSTATUS
     IF  ASS-FSTATUS NOT = ZERO
         DISPLAY "Hinweis: Sammelmail-Spool nicht erreichbar: "
                 ASS-FNAME
         EXIT SECTION
     END-IF

     OPEN EXTEND MAILSPOOL
     IF  FILE-STATUS NOT = "00"
**      ---> Spool-Datei existiert noch nicht - neu anlegen
         OPEN OUTPUT MAILSPOOL
         IF  FILE-STATUS NOT = "00"
             DISPLAY "Hinweis: Sammelmail-Spool nicht beschreibbar: "
                     ASS-FNAME " " FILE-STATUS
             EXIT SECTION
         END-IF
     END-IF

     PERFORM U030-TIMESTAMP
     MOVE SPACES             TO W-DIG-SATZ-ZEIT
     STRING  TAL-JHJJ of TAL-TIME-D DELIMITED BY SIZE
             "-"                    DELIMITED BY SIZE
             TAL-MM   of TAL-TIME-D DELIMITED BY SIZE
             "-"                    DELIMITED BY SIZE
             TAL-TT   of TAL-TIME-D DELIMITED BY SIZE
             " "                    DELIMITED BY SIZE
             TAL-HH   of TAL-TIME-D DELIMITED BY SIZE
             ":"                    DELIMITED BY SIZE
             TAL-MI   of TAL-TIME-D DELIMITED BY SIZE
             ":"                    DELIMITED BY SIZE
             TAL-SS   of TAL-TIME-D DELIMITED BY SIZE
       INTO  W-DIG-SATZ-ZEIT
     END-STRING
     MOVE W-MAIL-KATEGORIE   TO W-DIG-SATZ-KAT
     MOVE W-SOURCE           TO W-DIG-SATZ-MODUL
     MOVE SPACES             TO W-DIG-SATZ-USER

     WRITE MAILSPOOL-RECORD FROM W-DIG-SATZ
     CLOSE MAILSPOOL
     .
 N508-99.
     EXIT.

******************************************************************
* Mail-Vorlage: Platzhalter-Tabelle fuer die naechste Mail leeren
* und die allgemeinen Platzhalter vorbelegen - @USER@ (der
* ausfuehrende User) und @DATUM@ (heute, TT.MM.JJJJ)
******************************************************************
 N520-MV-INIT SECTION.
 N520-00.
     MOVE ZERO   TO W-MV-PH-ANZ
     MOVE SPACES TO W-MV-PH-TAB W-MV-SPR-WUNSCH
     MOVE P-USER-NAME    TO W-MV-NEU-WERT
     MOVE "USER"         TO W-MV-NEU-NAME
     PERFORM N521-MV-PLATZHALTER
     PERFORM U030-TIMESTAMP
     MOVE SPACES         TO W-MV-NEU-WERT
     STRING  TAL-TT   OF TAL-TIME-D  DELIMITED BY SIZE
             "."                     DELIMITED BY SIZE
             TAL-MM   OF TAL-TIME-D  DELIMITED BY SIZE
             "."                     DELIMITED BY SIZE
             TAL-JHJJ OF TAL-TIME-D  DELIMITED BY SIZE
       INTO  W-MV-NEU-WERT
     END-STRING
     MOVE "DATUM"        TO W-MV-NEU-NAME
     PERFORM N521-MV-PLATZHALTER
     .
 N520-99.
     EXIT.

******************************************************************
* Mail-Vorlage: Platzhalter W-MV-NEU-NAME mit dem Wert W-MV-NEU-WERT
* in die Tabelle uebernehmen (Wert linksbuendig, so dass editierte
* Zahlen ohne fuehrende Blanks eingesetzt werden)
******************************************************************
 N521-MV-PLATZHALTER SECTION.
 N521-00.
     IF  W-MV-PH-ANZ < 20
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
 N521-99.
     EXIT.

******************************************************************
* Mail-Vorlage W-MV-NAME aus =SSTEXT laden (BEREICH "MAIL",
* KATEGORIE = Vorlage, Zeilen nach LFD_NR) und die Platzhalter
* ersetzen. Sprache: W-MV-SPR-WUNSCH (nur Vorschau D572), sonst
* =SSPARM "MAILSPR", Vorgabe DE; gibt es die Vorlage in der
* Sprache nicht, gilt die deutsche Fassung. MV-VORLAGE-OK nur,
* wenn Zeilen gefunden wurden - sonst schreibt der Aufrufer seine
* eingebauten Texte
******************************************************************
 N522-MV-LADEN SECTION.
 N522-00.
     SET MV-VORLAGE-NOK TO TRUE
     MOVE SPACE  TO W-MV-DATEN-FLAG
     MOVE SPACES TO W-MV-BETREFF W-MV-TAB
     MOVE ZERO   TO W-MV-ANZ W-MV-TEIL1-ANZ W-MV-BETR-LEN
                    W-MV-UNBEKANNT W-MV-ZU-LANG

     IF  W-MV-SPR-WUNSCH = SPACES
         PERFORM S493-SELECT-MV-SPRACHE
     ELSE
         MOVE W-MV-SPR-WUNSCH TO W-MV-SPRACHE
     END-IF
     PERFORM N524-MV-LESEN

**  ---> keine Zeilen in der Sprache: die deutsche Fassung
     IF  MV-VORLAGE-NOK
     AND W-MV-SPRACHE NOT = "DE"
         MOVE "DE" TO W-MV-SPRACHE
         PERFORM N524-MV-LESEN
     END-IF

**  ---> ohne @DATEN@ ist der ganze Text Teil 1
     IF  NOT MV-MIT-DATEN
         MOVE W-MV-ANZ TO W-MV-TEIL1-ANZ
     END-IF

**  ---> Betreff linksbuendig, Laenge fuer die Vorschau
     IF  W-MV-BETREFF NOT = SPACES
         MOVE ZERO TO W-MV-LEN
         INSPECT W-MV-BETREFF TALLYING W-MV-LEN FOR LEADING SPACE
         MOVE W-MV-BETREFF (W-MV-LEN + 1:) TO W-MV-EIN
         MOVE W-MV-EIN                      TO W-MV-BETREFF
         PERFORM VARYING W-MV-BETR-LEN FROM 76 BY -1
                 UNTIL   W-MV-BETR-LEN < 1
                 OR      W-MV-BETREFF (W-MV-BETR-LEN:1) NOT = SPACE
             CONTINUE
         END-PERFORM
     END-IF
     .
 N522-99.
     EXIT.

******************************************************************
* Mail-Vorlage: Platzhalter @NAME@ in W-MV-EIN durch die Werte der
* Tabelle ersetzen, Ergebnis in W-MV-AUS (Zeilen, die dadurch
* laenger als eine Mailzeile werden, zaehlt W-MV-ZU-LANG)
******************************************************************
 N523-MV-ERSETZEN SECTION.
 N523-00.
     MOVE SPACES TO W-MV-AUS
     MOVE 1      TO W-MV-POS W-MV-AUS-POS
     PERFORM UNTIL W-MV-POS > 76
         IF  W-MV-EIN (W-MV-POS:1) = "@"
             PERFORM N528-MV-TOKEN
         ELSE
             IF  W-MV-AUS-POS NOT > 152
                 MOVE W-MV-EIN (W-MV-POS:1)
                   TO W-MV-AUS (W-MV-AUS-POS:1)
                 ADD 1 TO W-MV-AUS-POS
             END-IF
             ADD 1 TO W-MV-POS
         END-IF
     END-PERFORM
     IF  W-MV-AUS (81:) NOT = SPACES
         ADD 1 TO W-MV-ZU-LANG
     END-IF
     .
 N523-99.
     EXIT.

******************************************************************
* Mail-Vorlage: Zeilen der Vorlage in der Sprache W-MV-SPRACHE
* lesen - "BETREFF:" liefert den Betreff, "@DATEN@" trennt Teil 1
* (vor dem Datenblock) von Teil 2, alle anderen Zeilen sind Text
******************************************************************
 N524-MV-LESEN SECTION.
 N524-00.
     PERFORM S490-OPEN-MV-CURSOR
     IF  SSTEXT-OK
         PERFORM S491-FETCH-MV-CURSOR
     END-IF
     PERFORM UNTIL SSTEXT-EOD
         SET MV-VORLAGE-OK TO TRUE
         EVALUATE TRUE
             WHEN TEXTE OF SSTEXT (1:8) = "BETREFF:"
                 MOVE TEXTE OF SSTEXT (9:) TO W-MV-EIN
                 PERFORM N523-MV-ERSETZEN
                 MOVE W-MV-AUS TO W-MV-BETREFF
             WHEN TEXTE OF SSTEXT (1:7) = "@DATEN@"
                 MOVE W-MV-ANZ TO W-MV-TEIL1-ANZ
                 SET MV-MIT-DATEN TO TRUE
             WHEN W-MV-ANZ < 30
                 MOVE TEXTE OF SSTEXT TO W-MV-EIN
                 PERFORM N523-MV-ERSETZEN
                 ADD 1 TO W-MV-ANZ
                 MOVE W-MV-AUS TO W-MV-ZEILE (W-MV-ANZ)
             WHEN OTHER
                 CONTINUE
         END-EVALUATE
         PERFORM S491-FETCH-MV-CURSOR
     END-PERFORM
     PERFORM S492-CLOSE-MV-CURSOR
     .
 N524-99.
     EXIT.

******************************************************************
* Mail-Vorlage: Betreffzeile schreiben (EM-K5, Text in Anfuehrungs-
* zeichen wie bei den eingebauten Betreffs TEM-BETREFFn)
******************************************************************
 N525-MV-BETREFF SECTION.
 N525-00.
     MOVE SPACES TO EM-K5-VALUE
     STRING  """"               DELIMITED BY SIZE
             W-MV-BETREFF       DELIMITED BY SIZE
       INTO  EM-K5-VALUE
     END-STRING
     WRITE EMAIL-RECORD FROM EM-K5
     .
 N525-99.
     EXIT.

******************************************************************
* Mail-Vorlage: Teil 1 schreiben (Zeilen vor @DATEN@)
******************************************************************
 N526-MV-TEXT-1 SECTION.
 N526-00.
     PERFORM VARYING W-MV-I1 FROM 1 BY 1
             UNTIL   W-MV-I1 > W-MV-TEIL1-ANZ
         WRITE EMAIL-RECORD FROM W-MV-ZEILE (W-MV-I1)
     END-PERFORM
     .
 N526-99.
     EXIT.

******************************************************************
* Mail-Vorlage: Teil 2 schreiben (Zeilen nach @DATEN@), danach
* eine Leerzeile - ohne Teil 2 wird nichts geschrieben
******************************************************************
 N527-MV-TEXT-2 SECTION.
 N527-00.
     IF  W-MV-ANZ > W-MV-TEIL1-ANZ
         COMPUTE W-MV-I1 = W-MV-TEIL1-ANZ + 1
         PERFORM UNTIL W-MV-I1 > W-MV-ANZ
             WRITE EMAIL-RECORD FROM W-MV-ZEILE (W-MV-I1)
             ADD 1 TO W-MV-I1
         END-PERFORM
         WRITE EMAIL-RECORD FROM EM-LZ
     END-IF
     .
 N527-99.
     EXIT.

******************************************************************
* Mail-Vorlage: "@" an W-MV-POS - bis zu 12 Stellen weiter das
* schliessende "@" suchen und den Namen dazwischen ersetzen; ein
* unbekannter Name bleibt samt "@" stehen (und wird gezaehlt),
* ein einzelnes "@" (z.B. in einer Mailadresse) ebenso
******************************************************************
 N528-MV-TOKEN SECTION.
 N528-00.
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

**  ---> Name in der Platzhalter-Tabelle suchen
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
**      ---> unbekannter Name: unveraendert uebernehmen
         WHEN W-MV-ENDE > W-MV-POS + 1
             ADD 1 TO W-MV-UNBEKANNT
             COMPUTE W-MV-LEN = W-MV-ENDE - W-MV-POS + 1
             IF  W-MV-AUS-POS + W-MV-LEN NOT > 153
                 MOVE W-MV-EIN (W-MV-POS:W-MV-LEN)
                   TO W-MV-AUS (W-MV-AUS-POS:W-MV-LEN)
                 ADD W-MV-LEN TO W-MV-AUS-POS
             END-IF
             COMPUTE W-MV-POS = W-MV-ENDE + 1
**      ---> einzelnes "@"
         WHEN OTHER
             IF  W-MV-AUS-POS NOT > 152
                 MOVE "@" TO W-MV-AUS (W-MV-AUS-POS:1)
                 ADD 1 TO W-MV-AUS-POS
             END-IF
             ADD 1 TO W-MV-POS
     END-EVALUATE
     .
 N528-99.
     EXIT.

******************************************************************
* Mail-Vorlage: Platzhalter aus dem ABNAHME-Satz (Mails zu
* Abnahmeantrag, Sicherheitswarnung und deren Aufhebung)
******************************************************************
 N529-MV-ABNAHME SECTION.
 N529-00.
     MOVE PRG-NAME OF ABNAHME TO W-MV-NEU-WERT
     MOVE "MODUL"        TO W-MV-NEU-NAME
     PERFORM N521-MV-PLATZHALTER
     MOVE VERSION OF ABNAHME TO W-MV-NEU-WERT
     MOVE "VERSION"      TO W-MV-NEU-NAME
     PERFORM N521-MV-PLATZHALTER
     IF  LEN OF AUFTRAG-LINK OF ABNAHME > ZERO
         MOVE VAL OF AUFTRAG-LINK OF ABNAHME
              (1:LEN OF AUFTRAG-LINK OF ABNAHME) TO W-MV-NEU-WERT
     END-IF
     MOVE "AUFTRAG"      TO W-MV-NEU-NAME
     PERFORM N521-MV-PLATZHALTER
     MOVE REL2TEST-VON OF ABNAHME TO W-MV-NEU-WERT
     MOVE "ENTWICKLER"   TO W-MV-NEU-NAME
     PERFORM N521-MV-PLATZHALTER
     .
 N529-99.
     EXIT.

******************************************************************
* Informationen zum Programm für E-Mail
******************************************************************
 N510-PROGRAMMINFORMATIONEN SECTION.
 N510-00.
     MOVE TEM-PRG-INFO TO EM-PZ
     WRITE EMAIL-RECORD FROM EM-PZ
     WRITE EMAIL-RECORD FROM EM-LZ
**  ---> Programmname
     MOVE SPACES TO EM-PZ
     MOVE TEM-PRG             TO EM-PZ-HEADER
     MOVE PRG-NAME OF ABNAHME TO EM-PZ-VALUE
     WRITE EMAIL-RECORD FROM EM-PZ
**  ---> Version
     MOVE TEM-PRG-VERS        TO EM-PZ-HEADER
     MOVE VERSION OF ABNAHME  TO EM-PZ-VALUE
     WRITE EMAIL-RECORD FROM EM-PZ
**  ---> Datum
     MOVE TEM-PRG-DATUM       TO EM-PZ-HEADER
     MOVE DATUM OF ABNAHME (9:2) TO EM-PZ-VALUE
     MOVE "."                    TO EM-PZ-VALUE (3:1)
     MOVE DATUM OF ABNAHME (6:2) TO EM-PZ-VALUE (4:2)
     MOVE "."                    TO EM-PZ-VALUE (6:1)
     MOVE DATUM OF ABNAHME (1:4) TO EM-PZ-VALUE (7:4)
     WRITE EMAIL-RECORD FROM EM-PZ
     WRITE EMAIL-RECORD FROM EM-LZ

**  ---> Programm-Funktion (holen aus =ABNAHME)
     MOVE 1 TO C4-I1
     MOVE TEM-PRG-FKT         TO EM-PZ-HEADER
**  ---> Schleife über Inhalt Programm-Info
     PERFORM UNTIL C4-I1 > LEN OF PRG-INFO OF ABNAHME
             OR    PRG-ABBRUCH

         IF  VAL OF PRG-INFO OF ABNAHME (C4-I1:1) = SPACE
             ADD 1 TO C4-I1
         END-IF
         MOVE VAL OF PRG-INFO OF ABNAHME (C4-I1:) TO EM-PZ-VALUE
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE SPACES TO EM-PZ
         ADD 40 TO C4-I1

     END-PERFORM
     WRITE EMAIL-RECORD FROM EM-LZ

**  ---> Upd-Beschreibung (holen aus =ABNAHME)
     MOVE 1 TO C4-I1
     MOVE TEM-UPD-BESCHR      TO EM-PZ-HEADER
**  ---> Schleife über Inhalt Programm-Info
     PERFORM UNTIL C4-I1 > LEN OF UPD-INFO OF ABNAHME
             OR    PRG-ABBRUCH

         IF  VAL OF UPD-INFO OF ABNAHME (C4-I1:1) = SPACE
             ADD 1 TO C4-I1
         END-IF
         MOVE VAL OF UPD-INFO OF ABNAHME (C4-I1:) TO EM-PZ-VALUE
         WRITE EMAIL-RECORD FROM EM-PZ
         MOVE SPACES TO EM-PZ
         ADD 40 TO C4-I1

     END-PERFORM
     .
 N510-99.
     EXIT.

******************************************************************
* LIST-Kommando untersuchen
******************************************************************
 o030-CMD-LIST SECTION.
 o030-00.
     MOVE W-TEILSTRING (2) TO W-LIST-SUBCMD
     IF  (W-LIST-SUBCMD = "CHECKEDOUT" or = "NOTINPROD" or = "ABANDONED")
     and C4-ANZ > 2
**      ---> es müssen Parameter eingegeben sein
         PERFORM VARYING C4-I1 FROM 3 BY 1
                 UNTIL   C4-I1 > C4-ANZ

             IF  W-COUNT (C4-I1) > ZERO
                 EVALUATE W-TEILSTRING (C4-I1)
                     WHEN "USER"
                                     MOVE W-TEILSTRING (C4-I1) TO W-LIST-SUBPRM1
                                     ADD 1 TO C4-I1
                                     STRING  W-TEILSTRING (C4-I1)
                                             W-DELIM (C4-I1)
                                             W-TEILSTRING(C4-I1 + 1)
                                                 DELIMITED BY SPACE
                                       INTO  W-LIST-SUBPRM1-VAL
                                     END-STRING
                                     ADD 1 TO C4-I1

                     WHEN "MONTH"
                                     MOVE W-TEILSTRING (C4-I1) TO W-LIST-SUBPRM2
                                     ADD 1 TO C4-I1
                                     MOVE W-TEILSTRING (C4-I1) (1 : W-COUNT (C4-I1))
                                         TO W-LIST-SUBPRM2-VALN

                     WHEN OTHER      CONTINUE
                 END-EVALUATE
             END-IF
         END-PERFORM

     END-IF

**  ---> JOBOUT erwartet Funktion (3. Wort) und optional ein Datum
**       JJJJ-MM-TT (4. Wort)
     IF  W-LIST-SUBCMD = "JOBOUT"
         MOVE "%%"   TO H-JOBO-FKT
         MOVE SPACES TO H-JOBO-VON H-JOBO-BIS
         IF  C4-ANZ > 2
         AND W-COUNT (3) > ZERO
             MOVE SPACES TO H-JOBO-FKT
             STRING  "%"               DELIMITED BY SIZE
                     W-TEILSTRING (3)  DELIMITED BY SPACE
               INTO  H-JOBO-FKT
             END-STRING
             INSPECT H-JOBO-FKT CONVERTING SPACE TO "%"
         END-IF
         IF  C4-ANZ > 3
         AND W-COUNT (4) > ZERO
             MOVE W-TEILSTRING (4) (1:10) TO H-JOBO-VON
             MOVE H-JOBO-VON              TO H-JOBO-BIS
         END-IF
     END-IF

**  ---> KPI erwartet Zeitraum "VON BIS" (JJJJ-MM-TT) als 3./4. Wort
     IF  W-LIST-SUBCMD = "KPI"
         MOVE SPACES TO H-KPI-VON H-KPI-BIS
         IF  C4-ANZ > 2
         AND W-COUNT (3) > ZERO
             MOVE W-TEILSTRING (3) (1:10) TO H-KPI-VON
         END-IF
         IF  C4-ANZ > 3
         AND W-COUNT (4) > ZERO
             MOVE W-TEILSTRING (4) (1:10) TO H-KPI-BIS
         END-IF
     END-IF

**  ---> AUFTRAG / PACKAGE / TICKET / CHARGEBACK / CHAIN / BENCH /
**       COLLISION usw. erwarten den Suchwert als 3. Wort
     IF  (W-LIST-SUBCMD = "AUFTRAG" or = "PACKAGE" or = "TICKET"
      or = "CHARGEBACK" or = "CHAIN" or = "BENCH" or = "STAGES"
      or = "TRAIN" or = "SOSOPEN" or = "DEADWOOD" or = "METRICS"
      or = "COLD" or = "COLLISION" or = "BUSFACTOR"
      or = "FAILCAUSE" or = "UNMANAGED")
     AND C4-ANZ > 2
         MOVE W-TEILSTRING (3) TO W-LIST-SUBPRM1-VAL
     END-IF

**  ---> ASOF erwartet einen oder zwei Stichtage JJJJ-MM-TT, je mit
**       optionaler Zeit HH:MM, dazu optional Modul-Muster und das
**       Schluesselwort TEST (Reihenfolge beliebig, s. D728)
     IF  W-LIST-SUBCMD = "ASOF"
         MOVE SPACES TO W-ASOF-PARM
         PERFORM VARYING C4-I1 FROM 3 BY 1
                 UNTIL   C4-I1 > C4-ANZ

             IF  W-COUNT (C4-I1) > ZERO
                 EVALUATE TRUE
                     WHEN W-TEILSTRING (C4-I1) = "TEST"
                             SET ASOF-MIT-TEST TO TRUE
                     WHEN W-TEILSTRING (C4-I1) = "CSV"
                             ADD 1 TO C4-I1
                     WHEN W-COUNT (C4-I1) = 10
                     AND  W-TEILSTRING (C4-I1) (5:1) = "-"
                             IF  W-ASOF-DATUM1 = SPACES
                                 MOVE W-TEILSTRING (C4-I1)
                                   TO W-ASOF-DATUM1
                             ELSE
                                 MOVE W-TEILSTRING (C4-I1)
                                   TO W-ASOF-DATUM2
                             END-IF
                     WHEN W-COUNT (C4-I1) = 5
                     AND  W-TEILSTRING (C4-I1) (3:1) = ":"
                             IF  W-ASOF-DATUM2 = SPACES
                                 MOVE W-TEILSTRING (C4-I1) (1:5)
                                   TO W-ASOF-ZEIT1
                             ELSE
                                 MOVE W-TEILSTRING (C4-I1) (1:5)
                                   TO W-ASOF-ZEIT2
                             END-IF
                     WHEN OTHER
                             MOVE W-TEILSTRING (C4-I1) (1:8)
                               TO W-ASOF-MUSTER
                 END-EVALUATE
             END-IF
         END-PERFORM
     END-IF

**  ---> SQLINVALID: Stufe PROD/TEST und Schluesselwort QUEUE in
**       beliebiger Reihenfolge (s. D941)
     IF  W-LIST-SUBCMD = "SQLINVALID"
         MOVE SPACES TO W-SQI-FILTER
         SET SQI-OHNE-QUEUE TO TRUE
         PERFORM VARYING C4-I1 FROM 3 BY 1
                 UNTIL   C4-I1 > C4-ANZ

             IF  W-COUNT (C4-I1) > ZERO
                 EVALUATE W-TEILSTRING (C4-I1)
                     WHEN "PROD"
                     WHEN "TEST"
                             MOVE W-TEILSTRING (C4-I1) (1:4)
                               TO W-SQI-FILTER
                     WHEN "QUEUE"
                             SET SQI-QUEUE TO TRUE
                     WHEN "CSV"
                             ADD 1 TO C4-I1
                 END-EVALUATE
             END-IF
         END-PERFORM
     END-IF

**  ---> optionaler CSV-Export: Schluesselwort "CSV" + Ziel-Datei kann
**       hinter jedem Subkommando stehen, unabhaengig von dessen
**       eigenen Parametern (daher eigener, von obigem unabhaengiger
**       Scan ueber alle Teilstrings)
     MOVE SPACES TO W-LIST-CSV-FILE
     IF  C4-ANZ > 2
         PERFORM VARYING C4-I1 FROM 3 BY 1
                 UNTIL   C4-I1 > C4-ANZ

             IF  W-COUNT (C4-I1) > ZERO
             AND W-TEILSTRING (C4-I1) = "CSV"
                 ADD 1 TO C4-I1
                 MOVE W-TEILSTRING (C4-I1) TO W-LIST-CSV-FILE
             END-IF
         END-PERFORM
     END-IF

**  ---> optionales Schluesselwort "BUILDPLAN" hinter LIST AUFTRAG:
**       statt der Archiv-Historie wird ein nach Abhaengigkeiten
**       (MODIN) sortierter Build-Plan der Auftrags-Module angezeigt
**       (eigener, von obigem unabhaengiger Scan ueber alle Teilstrings)
     MOVE SPACE TO W-LIST-BUILDPLAN-FLAG
     IF  C4-ANZ > 2
         PERFORM VARYING C4-I1 FROM 3 BY 1
                 UNTIL   C4-I1 > C4-ANZ

             IF  W-COUNT (C4-I1) > ZERO
             AND W-TEILSTRING (C4-I1) = "BUILDPLAN"
                 SET LIST-BUILDPLAN TO TRUE
             END-IF
         END-PERFORM
     END-IF
     .
 o030-99.
     EXIT.
******************************************************************
* REMIND-Kommando untersuchen - optionale Anzahl Tage als Parameter
******************************************************************
 o031-CMD-REMIND SECTION.
 o031-00.
     MOVE SPACE TO W-REMIND-MODUS

     IF  C4-ANZ > 1
     AND W-COUNT (2) > ZERO
         MOVE W-TEILSTRING (2) (1 : W-COUNT (2)) TO W-LIST-SUBPRM2-VALN
         MOVE W-LIST-SUBPRM2-VALN                TO W-REMIND-DAYS
     ELSE
         MOVE 30 TO W-REMIND-DAYS
     END-IF

**  ---> optionales drittes Wort DIGEST: eine Sammelmail statt einer
**       Einzelmail je ueberfaelligem Checkout, s. C600/M531-M533
     IF  C4-ANZ > 2
     AND W-COUNT (3) > ZERO
         EVALUATE W-TEILSTRING (3)
             WHEN "DIGEST"  SET  REMIND-DIGEST-MODE TO TRUE
             WHEN OTHER     CONTINUE
         END-EVALUATE
     END-IF
     .
 o031-99.
     EXIT.
******************************************************************
* PROT-Kommando untersuchen - optionale Eingrenzung AKTION +
* ZPINS-Zeitraum (FROM/TO) als Parameter
******************************************************************
 o032-CMD-PROT SECTION.
 o032-00.
     IF  C4-ANZ > 2
         PERFORM VARYING C4-I1 FROM 3 BY 1
                 UNTIL   C4-I1 > C4-ANZ

             IF  W-COUNT (C4-I1) > ZERO
                 EVALUATE W-TEILSTRING (C4-I1)
                     WHEN "AKTION"
                                     ADD 1 TO C4-I1
                                     MOVE W-TEILSTRING (C4-I1) TO W-PROT-AKTION

                     WHEN "FROM"
                                     ADD 1 TO C4-I1
                                     MOVE W-TEILSTRING (C4-I1) TO W-PROT-VON

                     WHEN "TO"
                                     ADD 1 TO C4-I1
                                     MOVE W-TEILSTRING (C4-I1) TO W-PROT-BIS

                     WHEN "PURGE"
                             SET  PROT-PURGE-MODE TO TRUE
                             IF   C4-I1 < C4-ANZ
                             AND  W-COUNT (C4-I1 + 1) > ZERO
                                 ADD 1 TO C4-I1
                                 MOVE W-TEILSTRING (C4-I1)
                                      (1 : W-COUNT (C4-I1))
                                        TO W-LIST-SUBPRM2-VALN
                                 MOVE W-LIST-SUBPRM2-VALN
                                        TO W-PROT-PURGE-TAGE
                             END-IF

                     WHEN "EXPORT"
                             IF   C4-I1 < C4-ANZ
                             AND  W-COUNT (C4-I1 + 1) > ZERO
                                 ADD 1 TO C4-I1
                                 MOVE W-TEILSTRING (C4-I1)
                                        TO W-PROT-PURGE-FILE
                             END-IF

                     WHEN "PSEUDO"
                             SET  PROTEXP-PSEUDO-MODE TO TRUE

                     WHEN OTHER      CONTINUE
                 END-EVALUATE
             END-IF
         END-PERFORM
     END-IF
     .
 o032-99.
     EXIT.
******************************************************************
* PROTEXP-Kommando untersuchen - Ziel-Datei (3. Teilstring) und
* optionale Eingrenzung AKTION + ZPINS-Zeitraum (FROM/TO), genau
* wie bei o032-CMD-PROT; Schluesselwort PSEUDO ersetzt die User-
* Identitaeten im Export durch stabile Pseudonyme (s. E354)
******************************************************************
 o033-CMD-PROTEXP SECTION.
 o033-00.
     IF  C4-ANZ > 2
     AND W-COUNT (3) > ZERO
         MOVE W-TEILSTRING (3) TO W-PROTEXP-FILE
     END-IF

     IF  C4-ANZ > 3
         PERFORM VARYING C4-I1 FROM 4 BY 1
                 UNTIL   C4-I1 > C4-ANZ

             IF  W-COUNT (C4-I1) > ZERO
                 EVALUATE W-TEILSTRING (C4-I1)
                     WHEN "AKTION"
                                     ADD 1 TO C4-I1
                                     MOVE W-TEILSTRING (C4-I1) TO W-PROT-AKTION

                     WHEN "FROM"
                                     ADD 1 TO C4-I1
                                     MOVE W-TEILSTRING (C4-I1) TO W-PROT-VON

                     WHEN "TO"
                                     ADD 1 TO C4-I1
                                     MOVE W-TEILSTRING (C4-I1) TO W-PROT-BIS

                     WHEN "PSEUDO"
                                     SET PROTEXP-PSEUDO-MODE TO TRUE

                     WHEN OTHER      CONTINUE
                 END-EVALUATE
             END-IF
         END-PERFORM
     END-IF
     .
 o033-99.
     EXIT.
******************************************************************
* IMPORT-Kommando (nur innerhalb VERW) untersuchen - Eingabe-Datei
* (2. Teilstring) mit den USER/ROLLE-Zeilen fuer den Bulk-Import
******************************************************************
 o034-CMD-IMPORT SECTION.
 o034-00.
     IF  C4-ANZ > 1
     AND W-COUNT (2) > ZERO
         MOVE W-TEILSTRING (2) TO W-VERWIMP-FILE
     END-IF
     .
 o034-99.
     EXIT.
******************************************************************
* DOK-Kommando untersuchen - Zusatzform "DOK HIST <Modul> [<Version>]"
* liefert die Freigabe-Historie (SSPROT + ABNAHME) statt der
* normalen Versionshinweise aus dem Quellcode
******************************************************************
 o035-CMD-DOKUMENT SECTION.
 o035-00.
     MOVE SPACES TO W-DOK-MODUS
     MOVE SPACES TO W-DOK-VERSION

     IF  C4-ANZ > 1
     AND W-TEILSTRING (2) = "HIST"
         MOVE "HIST" TO W-DOK-MODUS

**      ---> 3. Teilstring ist hier das Modul (ersetzt die generische
**      ---> Belegung von SOURCE-FILE-NAME/W-SOURCE mit "HIST")
         IF  C4-ANZ > 2
             MOVE W-TEILSTRING (3) TO SOURCE-FILE-NAME
             MOVE W-TEILSTRING (3) TO W-SOURCE
         ELSE
             MOVE SPACES TO SOURCE-FILE-NAME
             MOVE SPACES TO W-SOURCE
         END-IF

**      ---> optional 4. Teilstring ist die gewünschte Version
         IF  C4-ANZ > 3
         AND W-COUNT (4) > ZERO
             MOVE W-TEILSTRING (4) TO W-DOK-VERSION
         END-IF
     END-IF

**  ---> Zusatzform "DOK TREND <Modul>": Compile-Zeit-/Objektgroessen-
**  ---> Trend aus SSFCTIM statt der normalen Versionshinweise
     IF  C4-ANZ > 1
     AND W-TEILSTRING (2) = "TREND"
         MOVE "TREN" TO W-DOK-MODUS

**      ---> 3. Teilstring ist hier das Modul (wie bei DOK HIST)
         IF  C4-ANZ > 2
             MOVE W-TEILSTRING (3) TO SOURCE-FILE-NAME
             MOVE W-TEILSTRING (3) TO W-SOURCE
         ELSE
             MOVE SPACES TO SOURCE-FILE-NAME
             MOVE SPACES TO W-SOURCE
         END-IF
     END-IF
     .
 o035-99.
     EXIT.
******************************************************************
* RELEASE-Kommando untersuchen: "RELEASE <Stufe> <Modul>" - die
* Stufe steht als 2. Teilstring (von der generischen Belegung
* faelschlich als Modul interpretiert), das Modul als 3. Teilstring
******************************************************************
 o036-CMD-RELEASE SECTION.
 o036-00.
     MOVE SPACES TO W-REL-STAGE

     IF  C4-ANZ > 1
     AND W-COUNT (2) > ZERO
         MOVE W-TEILSTRING (2) TO W-REL-STAGE

**      ---> 3. Teilstring ist hier das Modul (ersetzt die generische
**      ---> Belegung von SOURCE-FILE-NAME/W-SOURCE mit der Stufe)
         IF  C4-ANZ > 2
             MOVE W-TEILSTRING (3) TO SOURCE-FILE-NAME
             MOVE W-TEILSTRING (3) TO W-SOURCE
         ELSE
             MOVE SPACES TO SOURCE-FILE-NAME
             MOVE SPACES TO W-SOURCE
         END-IF
     END-IF
     .
 o036-99.
     EXIT.
******************************************************************
* TRAIN-Kommando untersuchen: "TRAIN NEW <Zug> <JJJJMMTT>",
* "TRAIN ADD <Zug> <Modul>", "TRAIN RUN <Zug>" - Subkommando,
* Zugname und Parameter ersetzen die generische Modul-Belegung
******************************************************************
 o037-CMD-TRAIN SECTION.
 o037-00.
     MOVE SPACES TO W-TRAIN-SUBCMD
                    W-TRAIN-NAME
                    W-TRAIN-PARAM

     IF  C4-ANZ > 1
     AND W-COUNT (2) > ZERO
         MOVE W-TEILSTRING (2) TO W-TRAIN-SUBCMD
     END-IF
     IF  C4-ANZ > 2
     AND W-COUNT (3) > ZERO
         MOVE W-TEILSTRING (3) TO W-TRAIN-NAME
     END-IF
     IF  C4-ANZ > 3
     AND W-COUNT (4) > ZERO
         MOVE W-TEILSTRING (4) TO W-TRAIN-PARAM
     END-IF

**  ---> die generische Belegung von W-SOURCE mit dem Subkommando
**       zuruecknehmen - TRAIN arbeitet nicht modulbezogen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o037-99.
     EXIT.
******************************************************************
* ROLLBACK-Kommando untersuchen: "ROLLBACK <Auftrag> [EXEC]" -
* ohne EXEC wird nur die Vorschau gezeigt und interaktiv gefragt,
* mit EXEC (Batch/Kettenschritt) laeuft der Rueckbau sofort
******************************************************************
 o038-CMD-ROLLBACK SECTION.
 o038-00.
     MOVE SPACES TO W-RBK-AUFTRAG
     MOVE SPACE  TO W-RBK-EXEC-FLAG

     IF  C4-ANZ > 1
     AND W-COUNT (2) > ZERO
         MOVE W-TEILSTRING (2) TO W-RBK-AUFTRAG
     END-IF
     IF  C4-ANZ > 2
     AND W-TEILSTRING (3) = "EXEC"
         SET RBK-EXEC-MODE TO TRUE
     END-IF

**  ---> die generische Belegung von W-SOURCE zuruecknehmen -
**       ROLLBACK arbeitet auftragsbezogen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o038-99.
     EXIT.
******************************************************************
* ITSM-Kommando untersuchen: "ITSM IMPORT <Datei>" - liest den
* Extrakt der genehmigten Changes in =SSFITSM ein
******************************************************************
 o039-CMD-ITSM SECTION.
 o039-00.
     MOVE SPACES TO W-ITSM-SUBCMD
     MOVE SPACES TO W-VERWIMP-FILE

     IF  C4-ANZ > 1
     AND W-COUNT (2) > ZERO
         MOVE W-TEILSTRING (2) TO W-ITSM-SUBCMD
     END-IF
     IF  C4-ANZ > 2
     AND W-COUNT (3) > ZERO
         MOVE W-TEILSTRING (3) TO W-VERWIMP-FILE
     END-IF

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o039-99.
     EXIT.
******************************************************************
* TESTDOC-Kommando untersuchen: "TESTDOC <Modul> <Klasse> <Datei>"
* - das Modul steht schon (generische Belegung) in W-SOURCE,
* Klasse und Datei folgen als 3./4. Teilstring
******************************************************************
 o040-CMD-TESTDOC SECTION.
 o040-00.
     MOVE SPACES TO W-TDOC-KLASSE
                    W-TDOC-DATEI

     IF  C4-ANZ > 2
     AND W-COUNT (3) > ZERO
         MOVE W-TEILSTRING (3) TO W-TDOC-KLASSE
     END-IF
     IF  C4-ANZ > 3
     AND W-COUNT (4) > ZERO
         MOVE W-TEILSTRING (4) TO W-TDOC-DATEI
     END-IF
     .
 o040-99.
     EXIT.
******************************************************************
* AUDITPACK-Kommando untersuchen:
*   "AUDITPACK <Modul> [<Version>] <Datei>"     (Einzel-Paket)
*   "AUDITPACK BATCH <von> <bis> <Datei>"       (Zeitraum-Lauf)
* - das Modul steht (generische Belegung) schon in W-SOURCE
******************************************************************
 o041-CMD-AUDITPACK SECTION.
 o041-00.
     MOVE SPACES TO W-AUPK-VERSION
                    W-AUPK-DATEI
                    W-AUPK-VON
                    W-AUPK-BIS
     MOVE SPACE  TO W-AUPK-BATCH-FLAG

     IF  W-SOURCE = "BATCH"
         SET AUPK-BATCH-MODE TO TRUE
         MOVE SPACES TO SOURCE-FILE-NAME
         MOVE SPACES TO W-SOURCE
         IF  C4-ANZ > 2
             MOVE W-TEILSTRING (3) TO W-AUPK-VON
         END-IF
         IF  C4-ANZ > 3
             MOVE W-TEILSTRING (4) TO W-AUPK-BIS
         END-IF
         IF  C4-ANZ > 4
             MOVE W-TEILSTRING (5) TO W-AUPK-DATEI
         END-IF
     ELSE
**      ---> Einzel-Paket: mit 4 Woertern ist das 3. die Version,
**           mit 3 Woertern folgt direkt die Ausgabe-Datei
         IF  C4-ANZ > 3
             MOVE W-TEILSTRING (3) TO W-AUPK-VERSION
             MOVE W-TEILSTRING (4) TO W-AUPK-DATEI
         ELSE
             IF  C4-ANZ > 2
                 MOVE W-TEILSTRING (3) TO W-AUPK-DATEI
             END-IF
         END-IF
     END-IF
     .
 o041-99.
     EXIT.
******************************************************************
* RECERT-Kommando untersuchen (innerhalb VERWALTUNG):
*   "RECERT START  <Kampagne> <Frist JJJJMMTT>"
*   "RECERT DECIDE <Kampagne>"
*   "RECERT CLOSE  <Kampagne>"
*   "RECERT LIST   <Kampagne>"
******************************************************************
 o042-CMD-RECERT SECTION.
 o042-00.
     MOVE SPACES TO W-RC-SUBCMD
                    W-RC-KAMPAGNE
                    W-RC-FRIST

     IF  C4-ANZ > 1
     AND W-COUNT (2) > ZERO
         MOVE W-TEILSTRING (2) TO W-RC-SUBCMD
     END-IF
     IF  C4-ANZ > 2
     AND W-COUNT (3) > ZERO
         MOVE W-TEILSTRING (3) TO W-RC-KAMPAGNE
     END-IF
     IF  C4-ANZ > 3
     AND W-COUNT (4) > ZERO
         MOVE W-TEILSTRING (4) TO W-RC-FRIST
     END-IF

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o042-99.
     EXIT.
******************************************************************
* DELEGATE-Kommando untersuchen (innerhalb VERWALTUNG):
*   "DELEGATE <Grp.User> <Rolle> <von> <bis>"   (neu anlegen)
*   "DELEGATE LIST"                             (anzeigen)
*   "DELEGATE DEL <Grp.User> <Rolle>"           (vorzeitig beenden)
* - der Punkt in Grp.User ist auch UNSTRING-Trenner, der Name wird
*   daher wie bei o030/USER wieder zusammengesetzt
******************************************************************
 o043-CMD-DELEGATE SECTION.
 o043-00.
     MOVE SPACES TO W-DLG-SUBCMD
                    W-DLG-AN-USER
                    W-DLG-ROLLE
                    W-DLG-VON
                    W-DLG-BIS

     IF  C4-ANZ < 2
         EXIT SECTION
     END-IF

     EVALUATE W-TEILSTRING (2)
         WHEN "LIST"
             MOVE "LIST" TO W-DLG-SUBCMD
             EXIT SECTION
         WHEN "DEL"
             MOVE "DEL"  TO W-DLG-SUBCMD
             MOVE 3      TO C4-I1
         WHEN OTHER
             MOVE "NEW"  TO W-DLG-SUBCMD
             MOVE 2      TO C4-I1
     END-EVALUATE

**  ---> Grp.User wieder zusammensetzen (Punkt ist Trenner)
     IF  W-DELIM (C4-I1) = "."
         STRING  W-TEILSTRING (C4-I1)     DELIMITED BY SPACE
                 "."                      DELIMITED BY SIZE
                 W-TEILSTRING (C4-I1 + 1) DELIMITED BY SPACE
           INTO  W-DLG-AN-USER
         END-STRING
         ADD 2 TO C4-I1
     ELSE
         MOVE W-TEILSTRING (C4-I1) TO W-DLG-AN-USER
         ADD 1 TO C4-I1
     END-IF

     MOVE W-TEILSTRING (C4-I1) TO W-DLG-ROLLE
     ADD 1 TO C4-I1
     IF  W-DLG-SUBCMD = "NEW"
         MOVE W-TEILSTRING (C4-I1) TO W-DLG-VON
         ADD 1 TO C4-I1
         MOVE W-TEILSTRING (C4-I1) TO W-DLG-BIS
     END-IF

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o043-99.
     EXIT.
******************************************************************
* ANOMALY-Kommando untersuchen: optionales 2. Wort "MAIL"
* schickt den Report zusaetzlich an den Warn-Verteiler
******************************************************************
 o044-CMD-ANOMALY SECTION.
 o044-00.
     MOVE SPACE TO W-ANOM-MAIL-FLAG
     IF  C4-ANZ > 1
     AND W-TEILSTRING (2) = "MAIL"
         SET ANOM-MAIL-MODE TO TRUE
     END-IF

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o044-99.
     EXIT.
******************************************************************
* SESSION-Kommando untersuchen (innerhalb VERWALTUNG):
*   "SESSION <Grp.User>"     (Sitzung chronologisch abspielen)
*   "SESSION PURGE <Tage>"   (Journal-Eintraege abraeumen)
*   "SESSION STATS [<Tage>] [MAIL]" (Antwortzeit-Statistik, D954)
* - der Punkt in Grp.User wird wie bei o043 zusammengesetzt
******************************************************************
 o045-CMD-SESSION SECTION.
 o045-00.
     MOVE SPACES TO W-SESS-USER
     MOVE ZERO   TO W-SESS-TAGE

     IF  C4-ANZ < 2
         EXIT SECTION
     END-IF

     EVALUATE W-TEILSTRING (2)
         WHEN "PURGE"
             MOVE "PURGE" TO W-SESS-USER
             IF  C4-ANZ > 2
             AND W-COUNT (3) > ZERO
                 MOVE W-TEILSTRING (3) (1:W-COUNT (3))
                     TO W-LIST-SUBPRM2-VALN
                 MOVE W-LIST-SUBPRM2-VALN TO W-SESS-TAGE
             END-IF
         WHEN "STATS"
             MOVE "STATS" TO W-SESS-USER
             MOVE SPACE   TO W-RZ-MAIL-FLAG
             MOVE ZERO    TO W-RZ-TAGE
             PERFORM VARYING C4-I1 FROM 3 BY 1
                     UNTIL   C4-I1 > C4-ANZ
                 IF  W-TEILSTRING (C4-I1) = "MAIL"
                     SET RZ-MAIL-MODE TO TRUE
                 ELSE
                     IF  W-COUNT (C4-I1) > ZERO
                         IF  W-TEILSTRING (C4-I1) (1:W-COUNT (C4-I1))
                                 NUMERIC
                             MOVE W-TEILSTRING (C4-I1)
                                     (1:W-COUNT (C4-I1))
                               TO W-LIST-SUBPRM2-VALN
                             MOVE W-LIST-SUBPRM2-VALN TO W-RZ-TAGE
                         END-IF
                     END-IF
                 END-IF
             END-PERFORM
         WHEN OTHER
             IF  W-DELIM (2) = "."
                 STRING  W-TEILSTRING (2)  DELIMITED BY SPACE
                         "."               DELIMITED BY SIZE
                         W-TEILSTRING (3)  DELIMITED BY SPACE
                   INTO  W-SESS-USER
                 END-STRING
             ELSE
                 MOVE W-TEILSTRING (2) TO W-SESS-USER
             END-IF
     END-EVALUATE

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o045-99.
     EXIT.
******************************************************************
* OWNER-Kommando (nur innerhalb VERW) untersuchen - Unterkommandos
* NEW <Muster> <Team> <Kontakt1> [<Kontakt2>], DEL <Muster>,
* LIST und REPORT (Stewardship-Report, s. D515-D517)
******************************************************************
 o046-CMD-OWNER SECTION.
 o046-00.
     MOVE SPACES TO W-OWN-SUBCMD
     MOVE SPACES TO W-OWN-MUSTER
     MOVE SPACES TO W-OWN-TEAM
     MOVE SPACES TO W-OWN-KONTAKT1
     MOVE SPACES TO W-OWN-KONTAKT2

     IF  C4-ANZ > 1
     AND W-COUNT (2) > ZERO
         MOVE W-TEILSTRING (2) TO W-OWN-SUBCMD
     END-IF
     IF  C4-ANZ > 2
     AND W-COUNT (3) > ZERO
         MOVE W-TEILSTRING (3) TO W-OWN-MUSTER
     END-IF
     IF  C4-ANZ > 3
     AND W-COUNT (4) > ZERO
         MOVE W-TEILSTRING (4) TO W-OWN-TEAM
     END-IF

**  ---> Kontakte koennen als "Gruppe.User" eingegeben sein - die
**       UNSTRING in N030 hat am "." getrennt, also wieder
**       zusammensetzen (gleiches Muster wie o045)
     MOVE 5 TO C4-I1
     IF  C4-ANZ >= C4-I1
     AND W-COUNT (C4-I1) > ZERO
         IF  W-DELIM (C4-I1) = "."
             STRING  W-TEILSTRING (C4-I1)     DELIMITED BY SPACE
                     "."                      DELIMITED BY SIZE
                     W-TEILSTRING (C4-I1 + 1) DELIMITED BY SPACE
               INTO  W-OWN-KONTAKT1
             END-STRING
             ADD 1 TO C4-I1
         ELSE
             MOVE W-TEILSTRING (C4-I1) TO W-OWN-KONTAKT1
         END-IF
         ADD 1 TO C4-I1
     END-IF
     IF  C4-ANZ >= C4-I1
     AND W-COUNT (C4-I1) > ZERO
         IF  W-DELIM (C4-I1) = "."
             STRING  W-TEILSTRING (C4-I1)     DELIMITED BY SPACE
                     "."                      DELIMITED BY SIZE
                     W-TEILSTRING (C4-I1 + 1) DELIMITED BY SPACE
               INTO  W-OWN-KONTAKT2
             END-STRING
         ELSE
             MOVE W-TEILSTRING (C4-I1) TO W-OWN-KONTAKT2
         END-IF
     END-IF

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o046-99.
     EXIT.
******************************************************************
* KOMPOSIT-Kommando (nur innerhalb VERW) untersuchen -
* Unterkommandos NEW <komposit> <member>, DEL <komposit>
* [<member>], LIST [<komposit>] (s. D523)
******************************************************************
 o047-CMD-KOMPOSIT SECTION.
 o047-00.
     MOVE SPACES TO W-KOMP-SUBCMD
     MOVE SPACES TO W-KOMP-NAME
     MOVE SPACES TO W-KOMP-MEMBER

     IF  C4-ANZ > 1
     AND W-COUNT (2) > ZERO
         MOVE W-TEILSTRING (2) TO W-KOMP-SUBCMD
     END-IF
     IF  C4-ANZ > 2
     AND W-COUNT (3) > ZERO
         MOVE W-TEILSTRING (3) TO W-KOMP-NAME
     END-IF
     IF  C4-ANZ > 3
     AND W-COUNT (4) > ZERO
         MOVE W-TEILSTRING (4) TO W-KOMP-MEMBER
     END-IF

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o047-99.
     EXIT.
******************************************************************
* BASELINE-Kommando untersuchen - Unterkommandos NEW <name>,
* LIST [<name>], DIFF <modul> <baseline1> <baseline2> (s. C370)
******************************************************************
 o048-CMD-BASELINE SECTION.
 o048-00.
     MOVE SPACES TO W-BAS-SUBCMD
     MOVE SPACES TO W-BAS-NAME
     MOVE SPACES TO W-BAS-NAME2
     MOVE SPACES TO W-BAS-MODUL

     IF  C4-ANZ > 1
     AND W-COUNT (2) > ZERO
         MOVE W-TEILSTRING (2) TO W-BAS-SUBCMD
     END-IF

     IF  W-BAS-SUBCMD = "DIFF"
         IF  C4-ANZ > 2
         AND W-COUNT (3) > ZERO
             MOVE W-TEILSTRING (3) TO W-BAS-MODUL
         END-IF
         IF  C4-ANZ > 3
         AND W-COUNT (4) > ZERO
             MOVE W-TEILSTRING (4) TO W-BAS-NAME
         END-IF
         IF  C4-ANZ > 4
         AND W-COUNT (5) > ZERO
             MOVE W-TEILSTRING (5) TO W-BAS-NAME2
         END-IF
     ELSE
         IF  C4-ANZ > 2
         AND W-COUNT (3) > ZERO
             MOVE W-TEILSTRING (3) TO W-BAS-NAME
         END-IF
     END-IF

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o048-99.
     EXIT.
******************************************************************
* DIFF-Kommando untersuchen - Zusatzform "DIFF WORK <Modul>"
* (Arbeitskopie gegen die ausgecheckte Basisversion, s. C232);
* ohne "WORK" bleibt der normale Archiv-DIFF unveraendert
******************************************************************
 o049-CMD-DIFF SECTION.
 o049-00.
     MOVE SPACE TO W-DIFF-WORK-FLAG
     IF  C4-ANZ > 1
     AND W-TEILSTRING (2) = "WORK"
         SET DIFF-WORK-MODE TO TRUE
         MOVE SPACES TO W-SOURCE
         MOVE SPACES TO SOURCE-FILE-NAME
         IF  C4-ANZ > 2
         AND W-COUNT (3) > ZERO
             MOVE W-TEILSTRING (3) TO W-SOURCE
             MOVE W-TEILSTRING (3) TO SOURCE-FILE-NAME
             SET FKT-STARTUP-FILE TO TRUE
         END-IF
     END-IF
     .
 o049-99.
     EXIT.
******************************************************************
* SCRIPT-Kommando untersuchen - Kommandodatei (2. Teilstring) und
* bis zu 5 Ersetzungswerte fuer &1..&5 (s. C390)
******************************************************************
 o050-CMD-SCRIPT SECTION.
 o050-00.
     MOVE SPACES TO W-SCR-FILE
     PERFORM VARYING C4-I1 FROM 1 BY 1 UNTIL C4-I1 > 5
         MOVE SPACES TO W-SCR-ARG (C4-I1)
     END-PERFORM

     IF  C4-ANZ > 1
     AND W-COUNT (2) > ZERO
         MOVE W-TEILSTRING (2) TO W-SCR-FILE
     END-IF
     PERFORM VARYING C4-I1 FROM 3 BY 1
             UNTIL   C4-I1 > C4-ANZ
             OR      C4-I1 > 7
         IF  W-COUNT (C4-I1) > ZERO
             COMPUTE C4-I2 = C4-I1 - 2
             MOVE W-TEILSTRING (C4-I1) TO W-SCR-ARG (C4-I2)
         END-IF
     END-PERFORM

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o050-99.
     EXIT.
******************************************************************
* SECPAT-Kommando (nur innerhalb VERW) untersuchen - Unterkommandos
* NEW <muster> <B|W>, DEL <muster>, LIST (s. D527). Das Muster
* selbst darf keine Blanks enthalten (Wortvergleich je Zeile)
******************************************************************
 o051-CMD-SECPAT SECTION.
 o051-00.
     MOVE SPACES TO W-SEC-SUBCMD
     MOVE SPACES TO W-SEC-MUSTER
     MOVE SPACE  TO W-SEC-SEV

     IF  C4-ANZ > 1
     AND W-COUNT (2) > ZERO
         MOVE W-TEILSTRING (2) TO W-SEC-SUBCMD
     END-IF
     IF  C4-ANZ > 2
     AND W-COUNT (3) > ZERO
         MOVE W-TEILSTRING (3) TO W-SEC-MUSTER
     END-IF
     IF  C4-ANZ > 3
     AND W-COUNT (4) > ZERO
         MOVE W-TEILSTRING (4) (1:1) TO W-SEC-SEV
     END-IF

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o051-99.
     EXIT.
******************************************************************
* MIRROR-Kommando (nur innerhalb VERW) untersuchen - Unterkommandos
* NEW <recname> <quelldatei>, DEL <recname>, LIST <recname>
* (s. D528); die Quelldatei kann subvol.datei qualifiziert sein
******************************************************************
 o052-CMD-MIRROR SECTION.
 o052-00.
     MOVE SPACES TO W-MIR-SUBCMD
     MOVE SPACES TO W-MIR-RECNAME
     MOVE SPACES TO W-MIR-DATEI

     IF  C4-ANZ > 1
     AND W-COUNT (2) > ZERO
         MOVE W-TEILSTRING (2) TO W-MIR-SUBCMD
     END-IF
     IF  C4-ANZ > 2
     AND W-COUNT (3) > ZERO
         MOVE W-TEILSTRING (3) TO W-MIR-RECNAME
     END-IF
     IF  C4-ANZ > 3
     AND W-COUNT (4) > ZERO
         IF  W-DELIM (4) = "."
             STRING  SOURCE-FILE-VOL   DELIMITED BY SPACE
                     "."               DELIMITED BY SIZE
                     W-TEILSTRING (4)  DELIMITED BY SPACE
                     "."               DELIMITED BY SIZE
                     W-TEILSTRING (5)  DELIMITED BY SPACE
               INTO  W-MIR-DATEI
             END-STRING
         ELSE
             STRING  SOURCE-FILE-VOL    DELIMITED BY SPACE
                     "."                DELIMITED BY SIZE
                     SOURCE-FILE-SUBVOL DELIMITED BY SPACE
                     "."                DELIMITED BY SIZE
                     W-TEILSTRING (4)   DELIMITED BY SPACE
               INTO  W-MIR-DATEI
             END-STRING
         END-IF
     END-IF

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o052-99.
     EXIT.
******************************************************************
* CPROF-Kommando (nur innerhalb VERW) untersuchen - Unterkommandos
* NEW <profil> <direktiven...>, DEL <profil>, SET <modul> <profil>,
* LIST (s. D529); bei NEW bilden alle restlichen Teilstrings die
* Direktivenzeile
******************************************************************
 o053-CMD-CPROF SECTION.
 o053-00.
     MOVE SPACES TO W-CPF-SUBCMD
     MOVE SPACES TO W-CPF-NAME
     MOVE SPACES TO W-CPF-DIREKTIVEN
     MOVE SPACES TO W-CPF-MODUL

     IF  C4-ANZ > 1
     AND W-COUNT (2) > ZERO
         MOVE W-TEILSTRING (2) TO W-CPF-SUBCMD
     END-IF

     IF  W-CPF-SUBCMD = "SET"
         IF  C4-ANZ > 2
         AND W-COUNT (3) > ZERO
             MOVE W-TEILSTRING (3) TO W-CPF-MODUL
         END-IF
         IF  C4-ANZ > 3
         AND W-COUNT (4) > ZERO
             MOVE W-TEILSTRING (4) TO W-CPF-NAME
         END-IF
     ELSE
         IF  C4-ANZ > 2
         AND W-COUNT (3) > ZERO
             MOVE W-TEILSTRING (3) TO W-CPF-NAME
         END-IF
**      ---> restliche Teilstrings als Direktivenzeile einsammeln
         MOVE ZERO TO C4-I2
         PERFORM VARYING C4-I1 FROM 4 BY 1
                 UNTIL   C4-I1 > C4-ANZ
                 OR      C4-I1 > 10
             IF  W-COUNT (C4-I1) > ZERO
             AND C4-I2 + W-COUNT (C4-I1) + 1 < 40
                 MOVE W-TEILSTRING (C4-I1)
                         (1:W-COUNT (C4-I1))
                   TO W-CPF-DIREKTIVEN (C4-I2 + 1:W-COUNT (C4-I1))
                 COMPUTE C4-I2 = C4-I2 + W-COUNT (C4-I1) + 1
             END-IF
         END-PERFORM
     END-IF

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o053-99.
     EXIT.
******************************************************************
* JOBOUT-Kommando (nur innerhalb VERW) untersuchen - Unterkommando
* PURGE <tage> (Retention des =SSFJOBO-Index, s. D531)
******************************************************************
 o054-CMD-JOBOUT SECTION.
 o054-00.
     MOVE SPACES TO W-JOBO-SUBCMD
     MOVE ZERO   TO H-JOBO-TAGE

     IF  C4-ANZ > 1
     AND W-COUNT (2) > ZERO
         MOVE W-TEILSTRING (2) TO W-JOBO-SUBCMD
     END-IF
     IF  C4-ANZ > 2
     AND W-COUNT (3) > ZERO
         MOVE W-TEILSTRING (3) (1:W-COUNT (3))
             TO W-LIST-SUBPRM2-VALN
         MOVE W-LIST-SUBPRM2-VALN TO H-JOBO-TAGE
     END-IF

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o054-99.
     EXIT.
******************************************************************
* ONCALL-Kommando (nur innerhalb VERW) untersuchen - Unterkommandos
* NEW <anwendung> <tag 1-7> <primaer-mail> [<backup-mail>],
* DEL <anwendung> <tag>, LIST (s. D532)
******************************************************************
 o055-CMD-ONCALL SECTION.
 o055-00.
     MOVE SPACES TO W-OC-SUBCMD
     MOVE SPACES TO W-OC-ANW
     MOVE ZERO   TO W-OC-TAG
     MOVE SPACES TO W-OC-PRIMAER
     MOVE SPACES TO W-OC-BACKUP

     IF  C4-ANZ > 1
     AND W-COUNT (2) > ZERO
         MOVE W-TEILSTRING (2) TO W-OC-SUBCMD
     END-IF
     IF  C4-ANZ > 2
     AND W-COUNT (3) > ZERO
         MOVE W-TEILSTRING (3) TO W-OC-ANW
     END-IF
     IF  C4-ANZ > 3
     AND W-COUNT (4) > ZERO
     AND W-TEILSTRING (4) (1:1) NUMERIC
         MOVE W-TEILSTRING (4) (1:1) TO W-OC-TAG
     END-IF
     IF  C4-ANZ > 4
     AND W-COUNT (5) > ZERO
         MOVE W-TEILSTRING (5) TO W-OC-PRIMAER
     END-IF
     IF  C4-ANZ > 5
     AND W-COUNT (6) > ZERO
         MOVE W-TEILSTRING (6) TO W-OC-BACKUP
     END-IF

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o055-99.
     EXIT.
******************************************************************
* HISTAGG-Kommando untersuchen - zu verdichtender Monat JJJJ-MM
* als 2. Teilstring (s. C375); der UNSTRING in N030 hat am "-"
* nichts getrennt, aber die generische Namenslogik das Wort schon
* nach SOURCE-FILE-NAME kopiert - von dort uebernehmen
******************************************************************
 o056-CMD-HISTAGG SECTION.
 o056-00.
     MOVE SPACES TO H-AGG-MONAT
     IF  C4-ANZ > 1
     AND W-COUNT (2) > ZERO
         MOVE W-TEILSTRING (2) (1:7) TO H-AGG-MONAT
     END-IF

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o056-99.
     EXIT.
******************************************************************
* COLDMOVE-Kommando untersuchen - Modul, Mindestalter (Tage) und
* Kalt-Subvolume (s. C376)
******************************************************************
 o057-CMD-COLDMOVE SECTION.
 o057-00.
     MOVE SPACES TO W-COLD-MODUL W-COLD-SUBVOL
     MOVE ZERO   TO W-COLD-TAGE

     IF  C4-ANZ > 1
     AND W-COUNT (2) > ZERO
         MOVE W-TEILSTRING (2) TO W-COLD-MODUL
     END-IF
     IF  C4-ANZ > 2
     AND W-COUNT (3) > ZERO
     AND W-TEILSTRING (3) (1:1) NUMERIC
         MOVE W-TEILSTRING (3) (1:W-COUNT (3))
             TO W-LIST-SUBPRM2-VALN
         MOVE W-LIST-SUBPRM2-VALN TO W-COLD-TAGE
     END-IF
     IF  C4-ANZ > 3
     AND W-COUNT (4) > ZERO
         MOVE W-TEILSTRING (4) TO W-COLD-SUBVOL
     END-IF

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o057-99.
     EXIT.
******************************************************************
* RECALL-Kommando untersuchen - Unterkommandos LIST und
* STAGE <modul> <version> (s. C377)
******************************************************************
 o058-CMD-RECALL SECTION.
 o058-00.
     MOVE SPACES TO W-RCL-SUBCMD W-RCL-MODUL W-RCL-VERSION

     IF  C4-ANZ > 1
     AND W-COUNT (2) > ZERO
         MOVE W-TEILSTRING (2) TO W-RCL-SUBCMD
     END-IF
     IF  C4-ANZ > 2
     AND W-COUNT (3) > ZERO
         MOVE W-TEILSTRING (3) TO W-RCL-MODUL
     END-IF
     IF  C4-ANZ > 3
     AND W-COUNT (4) > ZERO
         MOVE W-TEILSTRING (4) TO W-RCL-VERSION
     END-IF

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o058-99.
     EXIT.
******************************************************************
* PURGEBIN-Kommando untersuchen - Aufbewahrungsfrist (Tage) als
* 2. Teilstring (s. C388)
******************************************************************
 o059-CMD-PURGEBIN SECTION.
 o059-00.
     MOVE ZERO TO W-BIN-TAGE
     IF  C4-ANZ > 1
     AND W-COUNT (2) > ZERO
     AND W-TEILSTRING (2) (1:1) NUMERIC
         MOVE W-TEILSTRING (2) (1:W-COUNT (2))
             TO W-LIST-SUBPRM2-VALN
         MOVE W-LIST-SUBPRM2-VALN TO W-BIN-TAGE
     END-IF

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o059-99.
     EXIT.
******************************************************************
* SRVUSER-Kommando (nur innerhalb VERW) untersuchen - NEW
* <grp.user> <funktionen...>, DEL <grp.user>, LIST (s. D534);
* der User kann "Gruppe.User"-qualifiziert sein (wie o045)
******************************************************************
 o060-CMD-SRVUSER SECTION.
 o060-00.
     MOVE SPACES TO W-SRV-SUBCMD W-SRV-USER W-SRV-FKT

     IF  C4-ANZ > 1
     AND W-COUNT (2) > ZERO
         MOVE W-TEILSTRING (2) TO W-SRV-SUBCMD
     END-IF
     MOVE 3 TO C4-I1
     IF  C4-ANZ >= C4-I1
     AND W-COUNT (C4-I1) > ZERO
         IF  W-DELIM (C4-I1) = "."
             STRING  W-TEILSTRING (C4-I1)     DELIMITED BY SPACE
                     "."                      DELIMITED BY SIZE
                     W-TEILSTRING (C4-I1 + 1) DELIMITED BY SPACE
               INTO  W-SRV-USER
             END-STRING
             ADD 1 TO C4-I1
         ELSE
             MOVE W-TEILSTRING (C4-I1) TO W-SRV-USER
         END-IF
         ADD 1 TO C4-I1
     END-IF
**  ---> restliche Teilstrings als Funktionsliste einsammeln
     MOVE ZERO TO C4-I2
     PERFORM UNTIL C4-I1 > C4-ANZ
             OR    C4-I1 > 10
         IF  W-COUNT (C4-I1) > ZERO
         AND C4-I2 + W-COUNT (C4-I1) + 1 < 20
             MOVE W-TEILSTRING (C4-I1) (1:W-COUNT (C4-I1))
               TO W-SRV-FKT (C4-I2 + 1:W-COUNT (C4-I1))
             COMPUTE C4-I2 = C4-I2 + W-COUNT (C4-I1) + 1
         END-IF
         ADD 1 TO C4-I1
     END-PERFORM

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o060-99.
     EXIT.
******************************************************************
* PROFILE-/ENVPROF-Kommando untersuchen (s. C395/D535):
*   PROFILE <name>                          (Aktivierung)
*   ENVPROF NEW <profil> <lfdnr> <CAT|MAP> <defname> <wert> /
*   ENVPROF DEL <profil> / ENVPROF LIST [<profil>]
******************************************************************
 o061-CMD-PROFILE SECTION.
 o061-00.
     MOVE SPACES TO W-EP-SUBCMD W-EP-NAME W-EP-ART
                    W-EP-DEFNAME W-EP-WERT
     MOVE ZERO   TO W-EP-LFDNR

     IF  CMD-PROFILE
**      ---> Aktivierung: 2. Teilstring ist der Profilname
         IF  C4-ANZ > 1
         AND W-COUNT (2) > ZERO
             MOVE W-TEILSTRING (2) TO W-EP-NAME
         END-IF
     ELSE
         IF  C4-ANZ > 1
         AND W-COUNT (2) > ZERO
             MOVE W-TEILSTRING (2) TO W-EP-SUBCMD
         END-IF
         IF  C4-ANZ > 2
         AND W-COUNT (3) > ZERO
             MOVE W-TEILSTRING (3) TO W-EP-NAME
         END-IF
         IF  C4-ANZ > 3
         AND W-COUNT (4) > ZERO
         AND W-TEILSTRING (4) (1:1) NUMERIC
             MOVE W-TEILSTRING (4) (1:W-COUNT (4))
                 TO W-LIST-SUBPRM2-VALN
             MOVE W-LIST-SUBPRM2-VALN TO W-EP-LFDNR
         END-IF
         IF  C4-ANZ > 4
         AND W-COUNT (5) > ZERO
             MOVE W-TEILSTRING (5) TO W-EP-ART
         END-IF
         IF  C4-ANZ > 5
         AND W-COUNT (6) > ZERO
             MOVE W-TEILSTRING (6) TO W-EP-DEFNAME
         END-IF
         IF  C4-ANZ > 6
         AND W-COUNT (7) > ZERO
**          ---> Wert kann subvol.datei-qualifiziert sein
             IF  W-DELIM (7) = "."
                 STRING  W-TEILSTRING (7)  DELIMITED BY SPACE
                         "."               DELIMITED BY SIZE
                         W-TEILSTRING (8)  DELIMITED BY SPACE
                   INTO  W-EP-WERT
                 END-STRING
             ELSE
                 MOVE W-TEILSTRING (7) TO W-EP-WERT
             END-IF
         END-IF
     END-IF

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o061-99.
     EXIT.
******************************************************************
* PARM-/PARMHIST-Kommando untersuchen (s. D536/D537):
*   PARM SET <aktion> <source> <dest> [AB <datum>] [GRUND <text>]
*   PARM APPLY / PARM REVERT <aktion> / PARMHIST <aktion>
******************************************************************
 o062-CMD-PARM SECTION.
 o062-00.
     MOVE SPACES TO W-PAR-SUBCMD W-PAR-AKTION
                    W-PAR-NEU-SOURCE W-PAR-NEU-DEST
                    W-PAR-AB W-PAR-GRUND

     IF  CMD-PARMHIST
         EXIT SECTION
     END-IF

     IF  C4-ANZ > 1
     AND W-COUNT (2) > ZERO
         MOVE W-TEILSTRING (2) TO W-PAR-SUBCMD
     END-IF
     IF  C4-ANZ > 2
     AND W-COUNT (3) > ZERO
         MOVE W-TEILSTRING (3) TO W-PAR-AKTION
     END-IF
     IF  W-PAR-SUBCMD = "SET"
         IF  C4-ANZ > 3
         AND W-COUNT (4) > ZERO
             MOVE W-TEILSTRING (4) TO W-PAR-NEU-SOURCE
         END-IF
         IF  C4-ANZ > 4
         AND W-COUNT (5) > ZERO
             MOVE W-TEILSTRING (5) TO W-PAR-NEU-DEST
         END-IF
**      ---> optionale Schluesselwoerter AB / GRUND
         PERFORM VARYING C4-I1 FROM 6 BY 1
                 UNTIL   C4-I1 > C4-ANZ
                 OR      C4-I1 > 9
             IF  W-COUNT (C4-I1) > ZERO
                 EVALUATE W-TEILSTRING (C4-I1)
                     WHEN "AB"
                         ADD 1 TO C4-I1
                         MOVE W-TEILSTRING (C4-I1) (1:10)
                             TO W-PAR-AB
                     WHEN "GRUND"
                         ADD 1 TO C4-I1
                         MOVE W-TEILSTRING (C4-I1)
                             TO W-PAR-GRUND
                     WHEN OTHER
                         CONTINUE
                 END-EVALUATE
             END-IF
         END-PERFORM
     END-IF

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o062-99.
     EXIT.

******************************************************************
* MASSCHG <muster> <auftrag> <suchtext> <ersatztext>: alle vier
* Angaben sind blankfreie Worte der Kommandozeile (max. 10
* Zeichen); die Pruefung auf Vollstaendigkeit macht C397
******************************************************************
 o063-CMD-MASSCHG SECTION.
 o063-00.
     MOVE SPACES TO W-MC-MUSTER W-MC-AUFTRAG
                    W-MC-SUCH W-MC-ERSATZ
     IF  C4-ANZ > 1
     AND W-COUNT (2) > ZERO
         MOVE W-TEILSTRING (2) TO W-MC-MUSTER
     END-IF
     IF  C4-ANZ > 2
     AND W-COUNT (3) > ZERO
         MOVE W-TEILSTRING (3) TO W-MC-AUFTRAG
     END-IF
     IF  C4-ANZ > 3
     AND W-COUNT (4) > ZERO
         MOVE W-TEILSTRING (4) TO W-MC-SUCH
     END-IF
     IF  C4-ANZ > 4
     AND W-COUNT (5) > ZERO
         MOVE W-TEILSTRING (5) TO W-MC-ERSATZ
     END-IF

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o063-99.
     EXIT.
******************************************************************
* CONSIST-Kommando (nur innerhalb VERW) untersuchen - optional
* "SQL <Datei>" (Ziel des Korrektur-Skripts, sonst =SSPARM
* "CONSSQL" bzw. Datei CONSFIX) und "MAIL" (Report zusaetzlich an
* den Warn-Verteiler, wie ANOMALY)
******************************************************************
 o064-CMD-CONSIST SECTION.
 o064-00.
     MOVE SPACES TO W-CONS-SQL-FILE
     MOVE SPACE  TO W-CONS-MAIL-FLAG

     PERFORM VARYING C4-I1 FROM 2 BY 1
             UNTIL   C4-I1 > C4-ANZ
         EVALUATE W-TEILSTRING (C4-I1)
             WHEN "SQL"
**              ---> Dateiname ggf. qualifiziert ($Vol.Subvol.Datei)
                 MOVE 1 TO W-CONS-LEN
                 ADD  1 TO C4-I1
                 PERFORM UNTIL C4-I1 > C4-ANZ
                     STRING  W-TEILSTRING (C4-I1) DELIMITED BY SPACE
                       INTO  W-CONS-SQL-FILE
                       WITH POINTER W-CONS-LEN
                     END-STRING
                     IF  W-DELIM (C4-I1) NOT = "."
                         EXIT PERFORM
                     END-IF
                     STRING  "."  DELIMITED BY SIZE
                       INTO  W-CONS-SQL-FILE
                       WITH POINTER W-CONS-LEN
                     END-STRING
                     ADD 1 TO C4-I1
                 END-PERFORM
             WHEN "MAIL"
                 SET CONS-MAIL-MODE TO TRUE
             WHEN OTHER
                 CONTINUE
         END-EVALUATE
     END-PERFORM

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o064-99.
     EXIT.
******************************************************************
* LAYOUT-Kommando untersuchen: "LAYOUT <Bibliothek> <Section>
* [<Version>] [CSV <Datei>]" - neu zerlegt nur an Blanks, da
* Section-Namen laenger als 10 Stellen sind und Versionen Punkte
* enthalten; die Bibliothek steht schon in W-SOURCE
******************************************************************
 o065-CMD-LAYOUT SECTION.
 o065-00.
     MOVE SPACES         TO W-LAY-SECTION W-LAY-VERS W-LAY-TOK-TAB
     MOVE K-LAY-CSV-FILE TO W-LAY-CSV-DATEI
     MOVE ZERO           TO W-LAY-TOK-ANZ
     UNSTRING EINGABE DELIMITED BY ALL SPACE
         INTO W-LAY-TOK (1) W-LAY-TOK (2) W-LAY-TOK (3)
              W-LAY-TOK (4) W-LAY-TOK (5) W-LAY-TOK (6)
         TALLYING IN W-LAY-TOK-ANZ
     END-UNSTRING
     INSPECT W-LAY-TOK-TAB
         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
     IF  W-LAY-TOK-ANZ < 3
         EXIT SECTION
     END-IF
     MOVE W-LAY-TOK (3) TO W-LAY-SECTION

     PERFORM VARYING W-LAY-TX FROM 4 BY 1
             UNTIL   W-LAY-TX > W-LAY-TOK-ANZ
         EVALUATE W-LAY-TOK (W-LAY-TX)
             WHEN "CSV"
                 ADD 1 TO W-LAY-TX
                 IF  W-LAY-TX NOT > W-LAY-TOK-ANZ
                     MOVE W-LAY-TOK (W-LAY-TX) TO W-LAY-CSV-DATEI
                 END-IF
             WHEN OTHER
                 MOVE W-LAY-TOK (W-LAY-TX) TO W-LAY-VERS
         END-EVALUATE
     END-PERFORM
     .
 o065-99.
     EXIT.
******************************************************************
* KETTE-Kommando (nur innerhalb VERW) untersuchen: "KETTE EXPORT
* <Datei> <Anwendung> [<Funktion>|*]", "KETTE IMPORT <Datei>",
* "KETTE DIFF <Datei>" bzw. "KETTE FLOW <Datei> <Anwendung>
* [<Funktion>|*]" - neu zerlegt nur an Blanks, da Dateinamen
* Punkte enthalten und Funktionen bis 16 Stellen lang sind
******************************************************************
 o066-CMD-KETTE SECTION.
 o066-00.
     MOVE SPACES TO W-KX-SUBCMD W-KX-DATEI W-KX-ANW W-KX-FKT
                    W-KX-TOK-TAB
     MOVE ZERO   TO W-KX-TOK-ANZ
     UNSTRING EINGABE DELIMITED BY ALL SPACE
         INTO W-KX-TOK (1) W-KX-TOK (2) W-KX-TOK (3)
              W-KX-TOK (4) W-KX-TOK (5) W-KX-TOK (6)
         TALLYING IN W-KX-TOK-ANZ
     END-UNSTRING
     INSPECT W-KX-TOK-TAB
         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
     MOVE W-KX-TOK (2) TO W-KX-SUBCMD
     MOVE W-KX-TOK (3) TO W-KX-DATEI
     MOVE W-KX-TOK (4) TO W-KX-ANW
     IF  W-KX-TOK (5) NOT = "*"
         MOVE W-KX-TOK (5) TO W-KX-FKT
     END-IF

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o066-99.
     EXIT.

******************************************************************
* FREIGEBER-Kommando untersuchen: Zusatzform "FREIGEBER AUFTRAG
* <Auftrag>" (Sammelfreigabe, C342) - Auftragsnamen sind laenger
* als ein Teilstring, daher neu zerlegt an Blanks
******************************************************************
 o067-CMD-FREIGEBER SECTION.
 o067-00.
     MOVE SPACES TO W-FG-AUFTRAG W-FG-TOK-TAB
     MOVE ZERO   TO W-FG-TOK-ANZ
     UNSTRING EINGABE DELIMITED BY ALL SPACE
         INTO W-FG-TOK (1) W-FG-TOK (2) W-FG-TOK (3)
         TALLYING IN W-FG-TOK-ANZ
     END-UNSTRING
     INSPECT W-FG-TOK (2)
         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
     IF  W-FG-TOK (2) NOT = "AUFTRAG"
         EXIT SECTION
     END-IF
     MOVE W-FG-TOK (3) TO W-FG-AUFTRAG

**  ---> die generische Belegung von W-SOURCE zuruecknehmen -
**       die Sammelfreigabe arbeitet auftragsbezogen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o067-99.
     EXIT.
******************************************************************
* INCIDENT-Kommando untersuchen: Incident-Nummern, Versionen und
* die Ursache passen nicht in die Teilstrings (Trennzeichen "."),
* daher neu zerlegt an Blanks; bei ADD ist alles nach der Schwere
* (und einem optionalen Datum JJJJMMTT) die Ursache
******************************************************************
 o068-CMD-INCIDENT SECTION.
 o068-00.
     MOVE SPACES TO W-INC-SUBCMD W-INC-TOK-TAB W-INC-SATZ
     MOVE ZERO   TO W-INC-TOK-ANZ
     MOVE 30     TO W-INC-TAGE
     MOVE 1      TO W-INC-PTR
     UNSTRING EINGABE DELIMITED BY ALL SPACE
         INTO W-INC-TOK (1) W-INC-TOK (2) W-INC-TOK (3)
              W-INC-TOK (4) W-INC-TOK (5) W-INC-TOK (6)
         WITH POINTER W-INC-PTR
         TALLYING IN W-INC-TOK-ANZ
     END-UNSTRING
     INSPECT W-INC-TOK (2)
         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
     MOVE W-INC-TOK (2) TO W-INC-SUBCMD

     EVALUATE W-INC-SUBCMD
         WHEN "ADD"
             MOVE W-INC-TOK (3) TO W-INC-NR
             MOVE W-INC-TOK (4) TO W-INC-MODUL
             MOVE W-INC-TOK (5) TO W-INC-VERSION
             MOVE W-INC-TOK (6) TO W-INC-SCHWERE
**          ---> optionales Datum, danach die Ursache als Freitext
             MOVE W-INC-PTR TO W-INC-PTR-ALT
             IF  W-INC-TOK-ANZ = 6
             AND W-INC-PTR NOT > 128
                 UNSTRING EINGABE DELIMITED BY ALL SPACE
                     INTO W-INC-TOK (7)
                     WITH POINTER W-INC-PTR
                 END-UNSTRING
                 IF  W-INC-TOK (7) (1:8) NUMERIC
                 AND W-INC-TOK (7) (9:1) = SPACE
                     MOVE W-INC-TOK (7) (1:8) TO W-INC-DATUM
                 ELSE
                     MOVE W-INC-PTR-ALT TO W-INC-PTR
                 END-IF
                 IF  W-INC-PTR NOT > 128
                     MOVE EINGABE (W-INC-PTR:) TO W-INC-URSACHE
                 END-IF
             END-IF
         WHEN "IMPORT"
             MOVE W-INC-TOK (3) TO W-VERWIMP-FILE
         WHEN "REPORT"
             IF  C4-ANZ > 2
             AND W-COUNT (3) > ZERO
             AND W-COUNT (3) < 4
             AND W-TEILSTRING (3) (1:W-COUNT (3)) NUMERIC
                 MOVE W-TEILSTRING (3) (1:W-COUNT (3)) TO W-INC-TAGE
             END-IF
     END-EVALUATE

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o068-99.
     EXIT.

******************************************************************
* BACKPORT-Kommando untersuchen: Versionen enthalten "." und
* passen nicht in die Teilstrings, daher neu zerlegt an Blanks;
* was nach den festen Parametern folgt, ist Text bzw. Grund
******************************************************************
 o069-CMD-BACKPORT SECTION.
 o069-00.
     MOVE SPACES TO W-BKP-SUBCMD W-BKP-TOK-TAB W-BKP-MODUL
                    W-BKP-VERSION W-BKP-ZIEL W-BKP-TEXT
     MOVE ZERO   TO W-BKP-TOK-ANZ
     MOVE 1      TO W-BKP-PTR
     UNSTRING EINGABE DELIMITED BY ALL SPACE
         INTO W-BKP-TOK (1) W-BKP-TOK (2) W-BKP-TOK (3) W-BKP-TOK (4)
         WITH POINTER W-BKP-PTR
         TALLYING IN W-BKP-TOK-ANZ
     END-UNSTRING
     INSPECT W-BKP-TOK (2)
         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
     MOVE W-BKP-TOK (2) TO W-BKP-SUBCMD
     MOVE W-BKP-TOK (3) TO W-BKP-MODUL
     MOVE W-BKP-TOK (4) TO W-BKP-VERSION

**  ---> APPLIED/NA: Ziel-Version bzw. Zweig als 5. Parameter
     IF  (W-BKP-SUBCMD = "APPLIED" OR "NA")
     AND W-BKP-TOK-ANZ = 4
     AND W-BKP-PTR NOT > 128
         UNSTRING EINGABE DELIMITED BY ALL SPACE
             INTO W-BKP-TOK (5)
             WITH POINTER W-BKP-PTR
         END-UNSTRING
         MOVE W-BKP-TOK (5) TO W-BKP-ZIEL
     END-IF
     IF  W-BKP-TOK-ANZ = 4
     AND W-BKP-PTR NOT > 128
         MOVE EINGABE (W-BKP-PTR:) TO W-BKP-TEXT
     END-IF

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o069-99.
     EXIT.

******************************************************************
* TESTENV-Kommando untersuchen: Subkommando, Modul, Testende
******************************************************************
 o070-CMD-TESTENV SECTION.
 o070-00.
     MOVE SPACES TO W-TE-SUBCMD W-TE-MODUL W-TE-PLAN-ENDE
     IF  C4-ANZ > 1
         MOVE W-TEILSTRING (2) TO W-TE-SUBCMD
     END-IF
     IF  C4-ANZ > 2
         MOVE W-TEILSTRING (3) TO W-TE-MODUL
     END-IF
     IF  C4-ANZ > 3
     AND W-COUNT (4) = 8
         MOVE W-TEILSTRING (4) (1:8) TO W-TE-PLAN-ENDE
     END-IF

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o070-99.
     EXIT.

******************************************************************
* MAILTEXT-Kommando untersuchen: Vorlage und Sprache (optional)
******************************************************************
 o071-CMD-MAILTEXT SECTION.
 o071-00.
     MOVE SPACES TO W-MT-VORLAGE W-MT-SPRACHE
     IF  C4-ANZ > 1
         MOVE W-TEILSTRING (2) TO W-MT-VORLAGE
     END-IF
     IF  C4-ANZ > 2
         MOVE W-TEILSTRING (3) TO W-MT-SPRACHE
     END-IF
     INSPECT W-MT-VORLAGE
         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
     INSPECT W-MT-SPRACHE
         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o071-99.
     EXIT.

******************************************************************
* CRUD-Kommando untersuchen: Tabellen- und Dateinamen passen nicht
* in die Teilstrings (Trennzeichen "."), daher neu zerlegt an Blanks
******************************************************************
 o072-CMD-CRUD SECTION.
 o072-00.
     MOVE SPACES TO W-CRUD-NAME W-CRUD-WORT
     UNSTRING EINGABE DELIMITED BY ALL SPACE
         INTO W-CRUD-WORT W-CRUD-NAME
     END-UNSTRING
     MOVE SPACES TO W-CRUD-WORT

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o072-99.
     EXIT.

******************************************************************
* HANDOVER-Kommando untersuchen: der Empfaenger "Gruppe.User"
* wuerde an den Teilstrings (Trennzeichen ".") zerfallen, daher
* neu zerlegt an Blanks. Ohne Argument gilt LIST; ein anderes
* erstes Argument als ACCEPT/REJECT/LIST ist der Modulname eines
* Angebots
******************************************************************
 o073-CMD-HANDOVER SECTION.
 o073-00.
     MOVE SPACES TO W-HO-WORT W-HO-SUBCMD W-HO-PARM W-HO-AN-USER
                    W-HO-VON-USER W-HO-ARBEITSKOPIE W-HO-AKTION
     UNSTRING EINGABE DELIMITED BY ALL SPACE
         INTO W-HO-WORT W-HO-SUBCMD W-HO-PARM
     END-UNSTRING
     MOVE SPACES TO W-HO-WORT
     INSPECT W-HO-SUBCMD
         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
     INSPECT W-HO-PARM
         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
     IF  W-HO-SUBCMD = SPACES
         MOVE "LIST" TO W-HO-SUBCMD
     END-IF

**  ---> die generische Belegung von W-SOURCE richtigstellen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     EVALUATE W-HO-SUBCMD
         WHEN "LIST"
             CONTINUE
         WHEN "ACCEPT"
         WHEN "REJECT"
             MOVE W-HO-PARM   TO W-SOURCE
         WHEN OTHER
             MOVE W-HO-SUBCMD TO W-SOURCE
             MOVE W-HO-PARM   TO W-HO-AN-USER
     END-EVALUATE
     MOVE W-SOURCE TO SOURCE-FILE-NAME
     .
 o073-99.
     EXIT.

******************************************************************
* PARALLEL-Kommando untersuchen: Unterkommando (LIST, RESOLVE, ON,
* OFF - Vorgabe LIST) und Modul; ein Modul ohne Unterkommando
* heisst LIST fuer dieses Modul
******************************************************************
 o074-CMD-PARALLEL SECTION.
 o074-00.
     MOVE SPACES TO W-PCO-WORT W-PCO-SUBCMD W-PCO-PARM W-PCO-MODUL
     UNSTRING EINGABE DELIMITED BY ALL SPACE
         INTO W-PCO-WORT W-PCO-SUBCMD W-PCO-PARM
     END-UNSTRING
     MOVE SPACES TO W-PCO-WORT
     INSPECT W-PCO-SUBCMD
         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
     INSPECT W-PCO-PARM
         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
     EVALUATE W-PCO-SUBCMD
         WHEN SPACES
             MOVE "LIST"       TO W-PCO-SUBCMD
         WHEN "LIST"
         WHEN "RESOLVE"
         WHEN "ON"
         WHEN "OFF"
             CONTINUE
         WHEN OTHER
             MOVE W-PCO-SUBCMD TO W-PCO-PARM
             MOVE "LIST"       TO W-PCO-SUBCMD
     END-EVALUATE
     MOVE W-PCO-PARM TO W-PCO-MODUL

**  ---> die generische Belegung von W-SOURCE richtigstellen
     MOVE SPACES      TO SOURCE-FILE-NAME
     MOVE SPACES      TO W-SOURCE
     MOVE W-PCO-MODUL TO W-SOURCE
     MOVE W-SOURCE    TO SOURCE-FILE-NAME
     .
 o074-99.
     EXIT.
******************************************************************
* HOLD-Kommando untersuchen: Datumsangaben, Antragsteller und der
* Grund passen nicht in die Teilstrings (Trennzeichen "."), daher
* neu zerlegt an Blanks; alles nach den festen Angaben ist der
* Grund (ADD) bzw. der Aufhebungsgrund (LIFT)
******************************************************************
 o075-CMD-HOLD SECTION.
 o075-00.
     MOVE SPACES TO W-HOLD-SUBCMD W-HOLD-TOK-TAB W-HOLD-WERT
                    W-HOLD-VON-E W-HOLD-BIS-E W-HOLD-ENDE-E
                    W-HOLD-ANTRAG W-HOLD-GRUND W-HOLD-NR-E
     MOVE SPACE  TO W-HOLD-ART
     MOVE 1      TO W-HOLD-PTR
     UNSTRING EINGABE DELIMITED BY ALL SPACE
         INTO W-HOLD-TOK (1) W-HOLD-TOK (2) W-HOLD-TOK (3)
         WITH POINTER W-HOLD-PTR
     END-UNSTRING
     INSPECT W-HOLD-TOK (2)
         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
     INSPECT W-HOLD-TOK (3)
         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
     MOVE W-HOLD-TOK (2) TO W-HOLD-SUBCMD
     IF  W-HOLD-SUBCMD = SPACES
         MOVE "LIST" TO W-HOLD-SUBCMD
     END-IF

     EVALUATE W-HOLD-SUBCMD
         WHEN "ADD"
             EVALUATE W-HOLD-TOK (3)
                 WHEN "M"
                 WHEN "MODUL"     SET HOLD-ART-MODUL   TO TRUE
                 WHEN "A"
                 WHEN "AUFTRAG"   SET HOLD-ART-AUFTRAG TO TRUE
                 WHEN "D"
                 WHEN "DATUM"     SET HOLD-ART-DATUM   TO TRUE
                 WHEN OTHER       CONTINUE
             END-EVALUATE
**          ---> Zeitraum: <von> <bis> <ende> <antragsteller>,
**               sonst <modul|auftrag> <ende> <antragsteller>
             IF  HOLD-ART-DATUM
                 UNSTRING EINGABE DELIMITED BY ALL SPACE
                     INTO W-HOLD-VON-E W-HOLD-BIS-E
                          W-HOLD-ENDE-E W-HOLD-ANTRAG
                     WITH POINTER W-HOLD-PTR
                 END-UNSTRING
             ELSE
                 UNSTRING EINGABE DELIMITED BY ALL SPACE
                     INTO W-HOLD-WERT
                          W-HOLD-ENDE-E W-HOLD-ANTRAG
                     WITH POINTER W-HOLD-PTR
                 END-UNSTRING
             END-IF
             IF  HOLD-ART-MODUL
                 INSPECT W-HOLD-WERT
                     CONVERTING "abcdefghijklmnopqrstuvwxyz"
                             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             END-IF
             IF  W-HOLD-PTR NOT > LENGTH OF EINGABE
                 MOVE EINGABE (W-HOLD-PTR:) TO W-HOLD-GRUND
             END-IF
         WHEN "LIFT"
             MOVE W-HOLD-TOK (3) TO W-HOLD-NR-E
             IF  W-HOLD-PTR NOT > LENGTH OF EINGABE
                 MOVE EINGABE (W-HOLD-PTR:) TO W-HOLD-GRUND
             END-IF
     END-EVALUATE

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o075-99.
     EXIT.

******************************************************************
* EXPORT-Kommando untersuchen: der Dateiname des Pakets passt mit
* seinen Punkten nicht in die Teilstrings (Trennzeichen "."),
* daher neu zerlegt an Blanks
******************************************************************
 o076-CMD-EXPORT SECTION.
 o076-00.
     MOVE SPACES TO W-EXP-SUBCMD W-EXP-TOK-TAB
                    W-EXP-OBJEKT W-EXP-DATEI
     MOVE 1      TO W-EXP-PTR
     UNSTRING EINGABE DELIMITED BY ALL SPACE
         INTO W-EXP-TOK (1) W-EXP-TOK (2) W-EXP-TOK (3)
              W-EXP-TOK (4)
         WITH POINTER W-EXP-PTR
     END-UNSTRING
     INSPECT W-EXP-TOK (2)
         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
     INSPECT W-EXP-TOK (3)
         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
     MOVE W-EXP-TOK (2) TO W-EXP-SUBCMD

     EVALUATE W-EXP-SUBCMD
         WHEN "HISTORY"
             MOVE W-EXP-TOK (3) TO W-EXP-OBJEKT
             MOVE W-EXP-TOK (4) TO W-EXP-DATEI
         WHEN "VERIFY"
             MOVE W-EXP-TOK (3) TO W-EXP-DATEI
     END-EVALUATE

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o076-99.
     EXIT.

******************************************************************
* BOM-Kommando untersuchen: Versionen passen mit ihren Punkten
* nicht in die Teilstrings (Trennzeichen "."), daher neu zerlegt
* an Blanks
*   BOM <Objekt|Modul> [<Version>]
*   BOM WHERE <Bibliothek> [<Version> [<Section>]]
******************************************************************
 o077-CMD-BOM SECTION.
 o077-00.
     MOVE SPACES TO W-BOM-SUBCMD W-BOM-TOK-TAB H-BOM-NAME
                    H-BOM-MEMBER W-BOM-VERS-EIN W-BOM-SEK-EIN
     MOVE 1      TO W-BOM-PTR
     UNSTRING EINGABE DELIMITED BY ALL SPACE
         INTO W-BOM-TOK (1) W-BOM-TOK (2) W-BOM-TOK (3)
              W-BOM-TOK (4) W-BOM-TOK (5)
         WITH POINTER W-BOM-PTR
     END-UNSTRING
     INSPECT W-BOM-TOK-TAB
         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

     IF  W-BOM-TOK (2) = "WHERE"
         MOVE "WHERE"        TO W-BOM-SUBCMD
**      ---> "=MSGLIB" zaehlt wie im Referenz-Scan ohne "="
         IF  W-BOM-TOK (3) (1:1) = "="
             MOVE W-BOM-TOK (3) (2:) TO H-BOM-MEMBER
         ELSE
             MOVE W-BOM-TOK (3)      TO H-BOM-MEMBER
         END-IF
         MOVE W-BOM-TOK (4)  TO W-BOM-VERS-EIN
         MOVE W-BOM-TOK (5)  TO W-BOM-SEK-EIN
     ELSE
         MOVE "OBJEKT"       TO W-BOM-SUBCMD
         MOVE W-BOM-TOK (2)  TO H-BOM-NAME
         MOVE W-BOM-TOK (3)  TO W-BOM-VERS-EIN
     END-IF

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o077-99.
     EXIT.

******************************************************************
* TESTRESET-Kommando untersuchen (s. C778)
*   TESTRESET <Anwendung> [PROD | BASELINE <Name>] [KEEP]
******************************************************************
 o078-CMD-TESTRESET SECTION.
 o078-00.
     MOVE SPACES TO W-TRES-ANW W-TRES-BASELINE
     SET TRES-ZIEL-PROD  TO TRUE
     SET TRES-KEEP-NICHT TO TRUE
     SET TRES-PARM-OK    TO TRUE

     IF  C4-ANZ > 1
     AND W-COUNT (2) > ZERO
         MOVE W-TEILSTRING (2) TO W-TRES-ANW
     END-IF

**  ---> weitere Angaben in beliebiger Reihenfolge
     MOVE 3 TO W-TRES-J
     PERFORM UNTIL W-TRES-J > C4-ANZ
             OR    W-TRES-J > 10
         EVALUATE W-TEILSTRING (W-TRES-J)
             WHEN SPACES      CONTINUE
             WHEN "PROD"      SET TRES-ZIEL-PROD TO TRUE
             WHEN "KEEP"      SET TRES-KEEP      TO TRUE
             WHEN "BASELINE"
                 SET TRES-ZIEL-BASELINE TO TRUE
                 ADD 1 TO W-TRES-J
                 IF  W-TRES-J > C4-ANZ
                 OR  W-TRES-J > 10
                 OR  W-COUNT (W-TRES-J) = ZERO
                     SET TRES-PARM-NOK TO TRUE
                 ELSE
                     MOVE W-TEILSTRING (W-TRES-J) TO W-TRES-BASELINE
                 END-IF
             WHEN OTHER
                 SET TRES-PARM-NOK TO TRUE
         END-EVALUATE
         ADD 1 TO W-TRES-J
     END-PERFORM

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o078-99.
     EXIT.

******************************************************************
* MAILCHK-Kommando (nur innerhalb VERW) untersuchen:
*   MAILCHK [MAIL]            (Report, ggf. an den Warn-Verteiler)
*   MAILCHK IMPORT <Datei>    (Ruecklaeufer-Protokoll zaehlen)
*   MAILCHK CLEAR <Adresse>   (Ruecklaeufer-Zaehler loeschen)
* Die Adresse wird aus EINGABE gelesen, da sie Punkte enthaelt
* und in den Teilstrings zerlegt waere
******************************************************************
 o079-CMD-MAILCHK SECTION.
 o079-00.
     MOVE SPACES TO W-MCK-SUBCMD W-MCK-ADRESSE W-MCK-TOK-TAB
     MOVE SPACE  TO W-MCK-MAIL-FLAG
     SET MCK-PARM-OK TO TRUE

     IF  C4-ANZ > 1
     AND W-COUNT (2) > ZERO
         EVALUATE W-TEILSTRING (2)
             WHEN "MAIL"
                 SET MCK-MAIL-MODE TO TRUE
             WHEN "IMPORT"
                 MOVE W-TEILSTRING (2) TO W-MCK-SUBCMD
                 IF  C4-ANZ > 2
                 AND W-COUNT (3) > ZERO
                     MOVE W-TEILSTRING (3) TO W-VERWIMP-FILE
                 END-IF
             WHEN "CLEAR"
                 MOVE W-TEILSTRING (2) TO W-MCK-SUBCMD
                 MOVE 1 TO W-MCK-PTR
                 UNSTRING EINGABE DELIMITED BY ALL SPACE
                     INTO W-MCK-TOK (1) W-MCK-TOK (2) W-MCK-TOK (3)
                     WITH POINTER W-MCK-PTR
                 END-UNSTRING
                 MOVE W-MCK-TOK (3) TO W-MCK-ADRESSE
             WHEN OTHER
                 SET MCK-PARM-NOK TO TRUE
         END-EVALUATE
     END-IF

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o079-99.
     EXIT.

******************************************************************
* LEAVER-Kommando (nur innerhalb VERW) untersuchen - die beiden
* "Gruppe.User" passen nicht in die Teilstrings (Trennzeichen
* "."), daher neu zerlegt an Blanks
******************************************************************
 o080-CMD-LEAVER SECTION.
 o080-00.
     MOVE SPACES TO W-LVR-USER W-LVR-NACHF W-LVR-TOK-TAB
     MOVE 1      TO W-LVR-PTR
     UNSTRING EINGABE DELIMITED BY ALL SPACE
         INTO W-LVR-TOK (1) W-LVR-TOK (2) W-LVR-TOK (3)
         WITH POINTER W-LVR-PTR
     END-UNSTRING
     INSPECT W-LVR-TOK (2)
         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
     INSPECT W-LVR-TOK (3)
         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
**  ---> "Gruppe.User" hat hoechstens 16 Stellen (Spaltenbreite wie
**       GROUP_USER), laengere Angaben gelten als fehlend
     IF  W-LVR-TOK (2) (17:) = SPACES
         MOVE W-LVR-TOK (2) TO W-LVR-USER
     END-IF
     IF  W-LVR-TOK (3) (17:) = SPACES
         MOVE W-LVR-TOK (3) TO W-LVR-NACHF
     END-IF

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o080-99.
     EXIT.

******************************************************************
* MODSUM-Kommando (nur innerhalb VERW) untersuchen:
*   MODSUM          (Abgleich, Abweichungen werden repariert)
*   MODSUM CHECK    (nur berichten)
******************************************************************
 o081-CMD-MODSUM SECTION.
 o081-00.
     SET MSUM-REPARIEREN TO TRUE
     SET MSUM-PARM-OK    TO TRUE
     IF  C4-ANZ > 1
     AND W-COUNT (2) > ZERO
         EVALUATE W-TEILSTRING (2)
             WHEN "CHECK"
                 SET MSUM-NUR-PRUEFEN TO TRUE
             WHEN OTHER
                 SET MSUM-PARM-NOK TO TRUE
         END-EVALUATE
     END-IF

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o081-99.
     EXIT.

******************************************************************
* FAILCAT-Kommando (nur innerhalb VERW) untersuchen:
*   FAILCAT [LIST]            (Katalog anzeigen)
*   FAILCAT IMPORT <Datei>    (Eintraege anlegen/ueberschreiben)
*   FAILCAT DEL|ON|OFF <Nr>   (loeschen bzw. zu-/abschalten)
******************************************************************
 o082-CMD-FAILCAT SECTION.
 o082-00.
     MOVE SPACES TO W-FKAT-SUBCMD
     MOVE ZERO   TO H-FKAT-NR
     SET FKAT-PARM-OK TO TRUE

     IF  C4-ANZ > 1
     AND W-COUNT (2) > ZERO
         EVALUATE W-TEILSTRING (2)
             WHEN "LIST"
                 CONTINUE
             WHEN "IMPORT"
                 MOVE W-TEILSTRING (2) TO W-FKAT-SUBCMD
                 MOVE SPACES           TO W-VERWIMP-FILE
                 IF  C4-ANZ > 2
                 AND W-COUNT (3) > ZERO
                     MOVE W-TEILSTRING (3) TO W-VERWIMP-FILE
                 END-IF
             WHEN "DEL"
             WHEN "ON"
             WHEN "OFF"
                 MOVE W-TEILSTRING (2) TO W-FKAT-SUBCMD
                 IF  C4-ANZ > 2
                 AND W-COUNT (3) > ZERO
                 AND W-COUNT (3) < 5
                 AND W-TEILSTRING (3) (1:W-COUNT (3)) NUMERIC
                     MOVE W-TEILSTRING (3) (1:W-COUNT (3)) TO H-FKAT-NR
                 ELSE
                     SET FKAT-PARM-NOK TO TRUE
                 END-IF
             WHEN OTHER
                 SET FKAT-PARM-NOK TO TRUE
         END-EVALUATE
     END-IF

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o082-99.
     EXIT.

******************************************************************
* Parameter zu VERWALTUNG RESOURCE: Subkommando und Worte bis 16
* Stellen (Kette, Ressource) direkt aus der Eingabezeile, LfdNr und
* Wartezeit numerisch bis 4 Stellen, Modus X oder S
******************************************************************
 o083-CMD-RESOURCE SECTION.
 o083-00.
     MOVE SPACES TO W-RSC-SUBCMD W-RSC-TOK-TAB
                    H-RSC-FUNKTION H-RSC-RESSOURCE H-RSC-MODUS
     MOVE ZERO   TO W-RSC-TOK-ANZ H-RSC-LFDNR H-RSC-MAX-MIN
     SET RSC-PARM-OK TO TRUE
     MOVE 1      TO W-RSC-PTR
     UNSTRING EINGABE DELIMITED BY ALL SPACE
         INTO W-RSC-TOK (1) W-RSC-TOK (2) W-RSC-TOK (3)
              W-RSC-TOK (4) W-RSC-TOK (5) W-RSC-TOK (6)
              W-RSC-TOK (7)
         WITH POINTER W-RSC-PTR
         TALLYING IN W-RSC-TOK-ANZ
     END-UNSTRING
     INSPECT W-RSC-TOK (2)
         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
     MOVE W-RSC-TOK (2) TO W-RSC-SUBCMD

     EVALUATE W-RSC-SUBCMD
         WHEN SPACES
         WHEN "LIST"
             CONTINUE
         WHEN "FREE"
             MOVE W-RSC-TOK (3) TO H-RSC-RESSOURCE
         WHEN "ADD"
         WHEN "DEL"
             MOVE W-RSC-TOK (3) TO H-RSC-FUNKTION
             MOVE W-RSC-TOK (5) TO H-RSC-RESSOURCE
             MOVE ZERO TO W-RSC-LEN
             INSPECT W-RSC-TOK (4) TALLYING W-RSC-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
             IF  W-RSC-LEN > ZERO
             AND W-RSC-LEN < 5
             AND W-RSC-TOK (4) (1:W-RSC-LEN) NUMERIC
                 MOVE W-RSC-TOK (4) (1:W-RSC-LEN) TO H-RSC-LFDNR
             ELSE
                 SET RSC-PARM-NOK TO TRUE
             END-IF
             IF  H-RSC-FUNKTION = SPACES
                 SET RSC-PARM-NOK TO TRUE
             END-IF
         WHEN OTHER
             SET RSC-PARM-NOK TO TRUE
     END-EVALUATE

**  ---> ADD: Modus X/S und optionale Wartezeit in Minuten
     IF  W-RSC-SUBCMD = "ADD"
         INSPECT W-RSC-TOK (6)
             CONVERTING "xs" TO "XS"
         IF  (W-RSC-TOK (6) = "X" OR = "S")
             MOVE W-RSC-TOK (6) (1:1) TO H-RSC-MODUS
         ELSE
             SET RSC-PARM-NOK TO TRUE
         END-IF
         MOVE ZERO TO W-RSC-LEN
         INSPECT W-RSC-TOK (7) TALLYING W-RSC-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
         IF  W-RSC-LEN > ZERO
             IF  W-RSC-LEN < 5
             AND W-RSC-TOK (7) (1:W-RSC-LEN) NUMERIC
                 MOVE W-RSC-TOK (7) (1:W-RSC-LEN) TO H-RSC-MAX-MIN
             ELSE
                 SET RSC-PARM-NOK TO TRUE
             END-IF
         END-IF
     END-IF

**  ---> Ressourcennamen in Grossschrift (so belegt sie PHDDRV1O)
     INSPECT H-RSC-RESSOURCE
         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
     IF  (W-RSC-SUBCMD = "ADD" OR = "DEL" OR = "FREE")
     AND H-RSC-RESSOURCE = SPACES
         SET RSC-PARM-NOK TO TRUE
     END-IF

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o083-99.
     EXIT.

******************************************************************
* Parameter zu VERWALTUNG GATE: Subkommando und Kette (Funktion, bis
* 16 Stellen) direkt aus der Eingabezeile, der Rest der Zeile ist
* der Kommentar (bei CONTINUE/ABORT Pflicht)
******************************************************************
 o084-CMD-GATE SECTION.
 o084-00.
     MOVE SPACES TO W-GT-SUBCMD W-GT-TOK-TAB
                    H-GT-FUNKTION H-GT-KOMMENTAR
     MOVE ZERO   TO W-GT-TOK-ANZ
     SET GT-PARM-OK TO TRUE
     MOVE 1      TO W-GT-PTR
     UNSTRING EINGABE DELIMITED BY ALL SPACE
         INTO W-GT-TOK (1) W-GT-TOK (2) W-GT-TOK (3)
         WITH POINTER W-GT-PTR
         TALLYING IN W-GT-TOK-ANZ
     END-UNSTRING
     INSPECT W-GT-TOK (2)
         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
     MOVE W-GT-TOK (2) TO W-GT-SUBCMD

     EVALUATE W-GT-SUBCMD
         WHEN SPACES
         WHEN "LIST"
             CONTINUE
         WHEN "CONTINUE"
         WHEN "ABORT"
             MOVE W-GT-TOK (3) TO H-GT-FUNKTION
             IF  W-GT-PTR <= LENGTH OF EINGABE
                 MOVE EINGABE (W-GT-PTR:) TO H-GT-KOMMENTAR
             END-IF
             IF  H-GT-FUNKTION  = SPACES
             OR  H-GT-KOMMENTAR = SPACES
                 SET GT-PARM-NOK TO TRUE
             END-IF
         WHEN OTHER
             SET GT-PARM-NOK TO TRUE
     END-EVALUATE

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o084-99.
     EXIT.

******************************************************************
* Parameter zu VERWALTUNG SMOKE: Subkommando, Modul und Kette
* (Funktion, bis 16 Stellen) direkt aus der Eingabezeile
******************************************************************
 o085-CMD-SMOKE SECTION.
 o085-00.
     MOVE SPACES TO W-SMK-SUBCMD W-SMK-TOK-TAB
                    H-SMK-MODUL H-SMK-FUNKTION
     MOVE ZERO   TO W-SMK-TOK-ANZ
     SET SMK-PARM-OK TO TRUE
     MOVE 1      TO W-SMK-PTR
     UNSTRING EINGABE DELIMITED BY ALL SPACE
         INTO W-SMK-TOK (1) W-SMK-TOK (2) W-SMK-TOK (3) W-SMK-TOK (4)
         WITH POINTER W-SMK-PTR
         TALLYING IN W-SMK-TOK-ANZ
     END-UNSTRING
     INSPECT W-SMK-TOK (2)
         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
     INSPECT W-SMK-TOK (3)
         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
     MOVE W-SMK-TOK (2) TO W-SMK-SUBCMD

     EVALUATE W-SMK-SUBCMD
         WHEN SPACES
         WHEN "LIST"
             CONTINUE
         WHEN "SET"
             MOVE W-SMK-TOK (3) TO H-SMK-MODUL
             MOVE W-SMK-TOK (4) TO H-SMK-FUNKTION
             IF  H-SMK-MODUL    = SPACES
             OR  H-SMK-FUNKTION = SPACES
             OR  W-SMK-TOK (3) (9:) NOT = SPACES
                 SET SMK-PARM-NOK TO TRUE
             END-IF
         WHEN "DEL"
             MOVE W-SMK-TOK (3) TO H-SMK-MODUL
             IF  H-SMK-MODUL = SPACES
                 SET SMK-PARM-NOK TO TRUE
             END-IF
         WHEN OTHER
             SET SMK-PARM-NOK TO TRUE
     END-EVALUATE

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o085-99.
     EXIT.

******************************************************************
* Parameter zu VERWALTUNG PDICT: Subkommando, Muster, Feld, Typ und
* die Schluesselwort-Optionen direkt aus der Eingabezeile; HILFE
* nimmt den Rest der Zeile
******************************************************************
 o086-CMD-PDICT SECTION.
 o086-00.
     MOVE SPACES TO W-PD-SUBCMD W-PD-TOK-TAB
                    H-PD-MUSTER H-PD-FELD H-PD-TYP H-PD-WERTE
                    H-PD-VORGABE H-PD-FUNKTION H-PD-HILFE
     MOVE ZERO   TO W-PD-TOK-ANZ H-PD-STELLEN H-PD-MIN H-PD-MAX
     SET PD-PARM-OK TO TRUE
     MOVE 1      TO W-PD-PTR
     UNSTRING EINGABE DELIMITED BY ALL SPACE
         INTO W-PD-TOK (1) W-PD-TOK (2) W-PD-TOK (3) W-PD-TOK (4)
              W-PD-TOK (5)
         WITH POINTER W-PD-PTR
         TALLYING IN W-PD-TOK-ANZ
     END-UNSTRING
     INSPECT W-PD-TOK-TAB
         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
     MOVE W-PD-TOK (2) TO W-PD-SUBCMD
     MOVE W-PD-TOK (3) TO H-PD-MUSTER
     MOVE W-PD-TOK (4) TO H-PD-FELD

     EVALUATE W-PD-SUBCMD
         WHEN SPACES
         WHEN "LIST"
         WHEN "INIT"
         WHEN "CHECK"
             CONTINUE
         WHEN "SET"
         WHEN "DEL"
             IF  H-PD-MUSTER = SPACES
             OR  W-PD-TOK (4) (2:) NOT = SPACES
             OR (H-PD-FELD NOT = "S" AND H-PD-FELD NOT = "D")
                 SET PD-PARM-NOK TO TRUE
             END-IF
**          ---> Muster: hoechstens ein "*", und nur am Ende
             MOVE ZERO TO W-PD-I W-PD-ZLEN
             INSPECT H-PD-MUSTER TALLYING W-PD-I FOR ALL "*"
             INSPECT H-PD-MUSTER TALLYING W-PD-ZLEN
                 FOR CHARACTERS BEFORE INITIAL "*"
             IF  W-PD-I > 1
             OR (W-PD-I = 1 AND W-PD-ZLEN = ZERO)
             OR (W-PD-I = 1 AND W-PD-ZLEN < 15
                 AND H-PD-MUSTER (W-PD-ZLEN + 2:) NOT = SPACES)
                 SET PD-PARM-NOK TO TRUE
             END-IF
         WHEN OTHER
             SET PD-PARM-NOK TO TRUE
     END-EVALUATE

     IF  W-PD-SUBCMD = "SET"
     AND PD-PARM-OK
         MOVE W-PD-TOK (5) TO H-PD-TYP
         EVALUATE TRUE
             WHEN W-PD-TOK (5) (2:) NOT = SPACES
                 SET PD-PARM-NOK TO TRUE
             WHEN H-PD-TYP = "N" OR "J" OR "L" OR "M" OR "T" OR "V"
                 CONTINUE
             WHEN OTHER
                 SET PD-PARM-NOK TO TRUE
         END-EVALUATE
         PERFORM UNTIL PD-PARM-NOK OR W-PD-PTR > 128
             MOVE SPACES TO W-PD-KW W-PD-KW-WERT
             UNSTRING EINGABE DELIMITED BY ALL SPACE
                 INTO W-PD-KW
                 WITH POINTER W-PD-PTR
             END-UNSTRING
             INSPECT W-PD-KW
                 CONVERTING "abcdefghijklmnopqrstuvwxyz"
                         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             IF  W-PD-KW NOT = SPACES
             AND W-PD-KW NOT = "HILFE"
             AND W-PD-PTR NOT > 128
                 UNSTRING EINGABE DELIMITED BY ALL SPACE
                     INTO W-PD-KW-WERT
                     WITH POINTER W-PD-PTR
                 END-UNSTRING
             END-IF
             MOVE W-PD-KW-WERT TO W-PD-ZTEXT
             EVALUATE W-PD-KW
                 WHEN SPACES
                     MOVE 129 TO W-PD-PTR
                 WHEN "HILFE"
                     IF  W-PD-PTR NOT > 128
                         MOVE EINGABE (W-PD-PTR:) TO H-PD-HILFE
                     END-IF
                     MOVE 129 TO W-PD-PTR
                 WHEN "STELLEN"
                     PERFORM D918-PD-ZAHL
                     IF  PD-ZAHL-NOK OR W-PD-ZAHL > 64
                         SET PD-PARM-NOK TO TRUE
                     ELSE
                         MOVE W-PD-ZAHL TO H-PD-STELLEN
                     END-IF
                 WHEN "MIN"
                     PERFORM D918-PD-ZAHL
                     IF  PD-ZAHL-NOK
                         SET PD-PARM-NOK TO TRUE
                     ELSE
                         MOVE W-PD-ZAHL TO H-PD-MIN
                     END-IF
                 WHEN "MAX"
                     PERFORM D918-PD-ZAHL
                     IF  PD-ZAHL-NOK
                         SET PD-PARM-NOK TO TRUE
                     ELSE
                         MOVE W-PD-ZAHL TO H-PD-MAX
                     END-IF
                 WHEN "WERTE"
                     MOVE W-PD-KW-WERT TO H-PD-WERTE
                 WHEN "VORGABE"
                     MOVE W-PD-KW-WERT TO H-PD-VORGABE
                 WHEN "FKT"
                     MOVE W-PD-KW-WERT TO H-PD-FUNKTION
                     INSPECT H-PD-FUNKTION
                         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                 WHEN OTHER
                     SET PD-PARM-NOK TO TRUE
             END-EVALUATE
         END-PERFORM
**      ---> Liste und Maske brauchen WERTE, der Bereich MIN <= MAX
         IF  (H-PD-TYP = "L" OR H-PD-TYP = "M")
         AND H-PD-WERTE = SPACES
             SET PD-PARM-NOK TO TRUE
         END-IF
         IF  H-PD-MAX > ZERO
         AND H-PD-MIN > H-PD-MAX
             SET PD-PARM-NOK TO TRUE
         END-IF
     END-IF

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o086-99.
     EXIT.
******************************************************************
* HANDBOOK-Kommando untersuchen:
*   "HANDBOOK <Anwendung> <Datei> [<Anzahl Prod-Freigaben>]"
* - die Anwendung steht (generische Belegung) schon in W-SOURCE
******************************************************************
 o087-CMD-HANDBOOK SECTION.
 o087-00.
     MOVE SPACES   TO W-HB-DATEI
                      W-HB-ANZ-X
     MOVE W-SOURCE TO W-HB-ANW

     IF  C4-ANZ > 2
     AND W-COUNT (3) > ZERO
         MOVE W-TEILSTRING (3) TO W-HB-DATEI
     END-IF
     IF  C4-ANZ > 3
     AND W-COUNT (4) > ZERO
         MOVE W-TEILSTRING (4) TO W-HB-ANZ-X
     END-IF

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o087-99.
     EXIT.
******************************************************************
* MYWORK-Kommando untersuchen:
*   "MYWORK"       eigener Arbeitsvorrat am Bildschirm
*   "MYWORK MAIL"  Vorrat je User per Mail (Batch, VERW-Recht)
******************************************************************
 o088-CMD-MYWORK SECTION.
 o088-00.
     MOVE SPACES TO W-MW-PARM

     IF  C4-ANZ > 1
     AND W-COUNT (2) > ZERO
         MOVE W-TEILSTRING (2) TO W-MW-PARM
     END-IF

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o088-99.
     EXIT.
******************************************************************
* CANARY-Kommando untersuchen:
*   "CANARY"       Canary-Lauf (technischer User, Batch)
*   "CANARY LIST"  letzte Canary-Laeufe aus =SSFCANARY
******************************************************************
 o089-CMD-CANARY SECTION.
 o089-00.
     MOVE SPACES TO W-KAN-PARM

     IF  C4-ANZ > 1
     AND W-COUNT (2) > ZERO
         MOVE W-TEILSTRING (2) TO W-KAN-PARM
     END-IF

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o089-99.
     EXIT.
******************************************************************
* AUFTRAG-Kommando untersuchen: Auftraege und Versionen passen
* nicht in die Teilstrings (Trennzeichen "."), daher neu zerlegt
* an Blanks; alles nach den festen Angaben ist der Grund
*   "AUFTRAG MOVE  <Modul> <Version> <neu> [<Grund>]"
*   "AUFTRAG SPLIT <alt> <neu> <Modul>[,<Modul>...] [<Grund>]"
*   "AUFTRAG MERGE <alt> <neu> [<Grund>]"
******************************************************************
 o090-CMD-AUFTRAG SECTION.
 o090-00.
     MOVE SPACES TO W-AUF-SUBCMD W-AUF-TOK-TAB W-AUF-MODUL
                    W-AUF-VERSION W-AUF-ALT W-AUF-NEU W-AUF-GRUND
                    W-AUF-MOD-LISTE W-AUF-MOD-TAB
     MOVE ZERO   TO W-AUF-MOD-ANZ
     SET AUF-PARM-OK TO TRUE
     MOVE 1      TO W-AUF-PTR
     UNSTRING EINGABE DELIMITED BY ALL SPACE
         INTO W-AUF-TOK (1) W-AUF-TOK (2)
         WITH POINTER W-AUF-PTR
     END-UNSTRING
     INSPECT W-AUF-TOK (2)
         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
     MOVE W-AUF-TOK (2) TO W-AUF-SUBCMD

     EVALUATE TRUE
         WHEN AUF-MOVE
             UNSTRING EINGABE DELIMITED BY ALL SPACE
                 INTO W-AUF-MODUL W-AUF-VERSION W-AUF-NEU
                 WITH POINTER W-AUF-PTR
             END-UNSTRING
             INSPECT W-AUF-MODUL
                 CONVERTING "abcdefghijklmnopqrstuvwxyz"
                         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
         WHEN AUF-SPLIT
             UNSTRING EINGABE DELIMITED BY ALL SPACE
                 INTO W-AUF-ALT W-AUF-NEU W-AUF-MOD-LISTE
                 WITH POINTER W-AUF-PTR
             END-UNSTRING
             INSPECT W-AUF-MOD-LISTE
                 CONVERTING "abcdefghijklmnopqrstuvwxyz"
                         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
**          ---> Modul-Liste an den Kommas zerlegen
             MOVE 1 TO W-AUF-MOD-PTR
             PERFORM UNTIL W-AUF-MOD-PTR > LENGTH OF W-AUF-MOD-LISTE
                        OR W-AUF-MOD-LISTE (W-AUF-MOD-PTR:) = SPACES
                 MOVE SPACES TO W-AUF-TOK (3)
                 UNSTRING W-AUF-MOD-LISTE DELIMITED BY "," OR SPACE
                     INTO W-AUF-TOK (3)
                     WITH POINTER W-AUF-MOD-PTR
                 END-UNSTRING
                 IF  W-AUF-TOK (3) NOT = SPACES
                     IF  W-AUF-MOD-ANZ < K-AUF-MOD-MAX
                         ADD 1 TO W-AUF-MOD-ANZ
                         MOVE W-AUF-TOK (3)
                           TO W-AUF-MOD (W-AUF-MOD-ANZ)
                     ELSE
                         SET AUF-PARM-NOK TO TRUE
                     END-IF
                 END-IF
             END-PERFORM
         WHEN AUF-MERGE
             UNSTRING EINGABE DELIMITED BY ALL SPACE
                 INTO W-AUF-ALT W-AUF-NEU
                 WITH POINTER W-AUF-PTR
             END-UNSTRING
         WHEN OTHER
             CONTINUE
     END-EVALUATE
     IF  W-AUF-PTR NOT > LENGTH OF EINGABE
         MOVE EINGABE (W-AUF-PTR:) TO W-AUF-GRUND
     END-IF

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o090-99.
     EXIT.

******************************************************************
* Parameter zu VERWALTUNG REQUEST: Grp.User und Rollen passen
* nicht in die Teilstrings (Trennzeichen "."), daher neu zerlegt
* an Blanks; der Rest der Zeile ist die Begruendung
*   "REQUEST <Grp.User> <Rolle> <Begruendung> [<bis>]"
*   "REQUEST [LIST]"
*   "REQUEST APPROVE|REJECT <Nr> [<Grund>]"
*   "REQUEST TRAIL [<Grp.User>] [AB <Datum>]"
* Ein Enddatum (TT.MM.JJJJ oder JJJJMMTT) als letztes Wort der
* Begruendung macht aus dem Antrag eine befristete Delegation
******************************************************************
 o091-CMD-REQUEST SECTION.
 o091-00.
     MOVE SPACES TO W-ACR-SUBCMD W-ACR-TOK-TAB W-ACR-REST
                    W-ACR-USER W-ACR-ROLLE W-ACR-GRUND
                    W-ACR-BIS-E W-ACR-AB-E
     MOVE ZERO   TO W-ACR-NR W-ACR-TOK-ANZ
     SET ACR-PARM-OK TO TRUE
     MOVE 1      TO W-ACR-PTR
     UNSTRING EINGABE DELIMITED BY ALL SPACE
         INTO W-ACR-TOK (1) W-ACR-TOK (2) W-ACR-TOK (3)
         WITH POINTER W-ACR-PTR
         TALLYING IN W-ACR-TOK-ANZ
     END-UNSTRING
     INSPECT W-ACR-TOK-TAB
         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
     IF  W-ACR-PTR NOT > LENGTH OF EINGABE
         MOVE EINGABE (W-ACR-PTR:) TO W-ACR-REST
     END-IF

     EVALUATE W-ACR-TOK (2)
         WHEN SPACES
         WHEN "LIST"
             MOVE "LIST" TO W-ACR-SUBCMD
         WHEN "APPROVE"
         WHEN "REJECT"
             MOVE W-ACR-TOK (2) TO W-ACR-SUBCMD
**          ---> Antragsnummer: 1-6 Ziffern
             MOVE ZERO TO W-ACR-LEN
             INSPECT W-ACR-TOK (3) TALLYING W-ACR-LEN
                 FOR CHARACTERS BEFORE INITIAL " "
             IF  W-ACR-LEN < 1
             OR  W-ACR-LEN > 6
                 SET ACR-PARM-NOK TO TRUE
             ELSE
                 IF  W-ACR-TOK (3) (1:W-ACR-LEN) NUMERIC
                     MOVE W-ACR-TOK (3) (1:W-ACR-LEN) TO W-ACR-NR
                 ELSE
                     SET ACR-PARM-NOK TO TRUE
                 END-IF
             END-IF
             MOVE W-ACR-REST TO W-ACR-GRUND
         WHEN "TRAIL"
             MOVE "TRAIL" TO W-ACR-SUBCMD
             IF  W-ACR-TOK (3) = "AB"
                 MOVE W-ACR-REST TO W-ACR-AB-E
             ELSE
                 MOVE W-ACR-TOK (3) TO W-ACR-USER
                 MOVE SPACES TO W-ACR-TOK-TAB
                 UNSTRING W-ACR-REST DELIMITED BY ALL SPACE
                     INTO W-ACR-TOK (1) W-ACR-TOK (2)
                 END-UNSTRING
                 INSPECT W-ACR-TOK (1)
                     CONVERTING "abcdefghijklmnopqrstuvwxyz"
                             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                 EVALUATE W-ACR-TOK (1)
                     WHEN SPACES
                         CONTINUE
                     WHEN "AB"
                         MOVE W-ACR-TOK (2) TO W-ACR-AB-E
                     WHEN OTHER
                         SET ACR-PARM-NOK TO TRUE
                 END-EVALUATE
             END-IF
         WHEN OTHER
             MOVE "NEW"         TO W-ACR-SUBCMD
             MOVE W-ACR-TOK (2) TO W-ACR-USER
             MOVE W-ACR-TOK (3) TO W-ACR-ROLLE
**          ---> letztes Wort der Begruendung ein Datum? Dann ist
**               es das Enddatum (als TT.MM.JJJJ), nicht Text
             PERFORM VARYING W-ACR-LEN FROM LENGTH OF W-ACR-REST BY -1
                     UNTIL   W-ACR-LEN < 1
                     OR      W-ACR-REST (W-ACR-LEN:1) NOT = SPACE
                 CONTINUE
             END-PERFORM
             PERFORM VARYING W-ACR-I FROM W-ACR-LEN BY -1
                     UNTIL   W-ACR-I < 1
                     OR      W-ACR-REST (W-ACR-I:1) = SPACE
                 CONTINUE
             END-PERFORM
             COMPUTE W-ACR-J = W-ACR-LEN - W-ACR-I
             EVALUATE TRUE
                 WHEN W-ACR-J = 8
                  AND W-ACR-REST (W-ACR-I + 1:8) NUMERIC
                     STRING  W-ACR-REST (W-ACR-I + 7:2)
                                             DELIMITED BY SIZE
                             "."             DELIMITED BY SIZE
                             W-ACR-REST (W-ACR-I + 5:2)
                                             DELIMITED BY SIZE
                             "."             DELIMITED BY SIZE
                             W-ACR-REST (W-ACR-I + 1:4)
                                             DELIMITED BY SIZE
                       INTO  W-ACR-BIS-E
                     END-STRING
                 WHEN W-ACR-J = 10
                  AND W-ACR-REST (W-ACR-I + 1:2) NUMERIC
                  AND W-ACR-REST (W-ACR-I + 3:1) = "."
                  AND W-ACR-REST (W-ACR-I + 4:2) NUMERIC
                  AND W-ACR-REST (W-ACR-I + 6:1) = "."
                  AND W-ACR-REST (W-ACR-I + 7:4) NUMERIC
                     MOVE W-ACR-REST (W-ACR-I + 1:10) TO W-ACR-BIS-E
                 WHEN OTHER
                     CONTINUE
             END-EVALUATE
             IF  W-ACR-BIS-E NOT = SPACES
                 MOVE SPACES TO W-ACR-REST (W-ACR-I + 1:)
             END-IF
             MOVE W-ACR-REST    TO W-ACR-GRUND
     END-EVALUATE

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o091-99.
     EXIT.
******************************************************************
* Parameter zu VERWALTUNG SOD: Grp.User passt nicht in die Teil-
* strings (Trennzeichen "."), daher neu zerlegt an Blanks; der
* Rest der Zeile ist Beschreibung bzw. Begruendung
*   "SOD [LIST]" / "SOD REPORT"
*   "SOD ADD R|F <Wert1> <Wert2> [ANW=<Anw>] <Beschreibung>"
*   "SOD DEL <Nr>"
*   "SOD EXCEPT <Grp.User> <Nr> <Begruendung>"
*   "SOD REVOKE <Grp.User> <Nr>"
******************************************************************
 o092-CMD-SOD SECTION.
 o092-00.
     MOVE SPACES TO W-SOD-SUBCMD W-SOD-TOK-TAB W-SOD-REST
                    W-SOD-TYP W-SOD-WERT1 W-SOD-WERT2 W-SOD-ANW
                    W-SOD-TEXT W-SOD-USER W-SOD-WERT
     MOVE ZERO   TO W-SOD-NR
     SET SOD-PARM-OK TO TRUE
     MOVE 1      TO W-SOD-PTR
     UNSTRING EINGABE DELIMITED BY ALL SPACE
         INTO W-SOD-TOK (1) W-SOD-TOK (2) W-SOD-TOK (3)
              W-SOD-TOK (4)
         WITH POINTER W-SOD-PTR
     END-UNSTRING
     INSPECT W-SOD-TOK-TAB
         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
     IF  W-SOD-PTR NOT > LENGTH OF EINGABE
         MOVE EINGABE (W-SOD-PTR:) TO W-SOD-REST
     END-IF

     EVALUATE W-SOD-TOK (2)
         WHEN SPACES
         WHEN "LIST"
             MOVE "LIST" TO W-SOD-SUBCMD
         WHEN "REPORT"
             MOVE "REPORT" TO W-SOD-SUBCMD
         WHEN "ADD"
             MOVE "ADD"         TO W-SOD-SUBCMD
             MOVE W-SOD-TOK (3) TO W-SOD-TYP
             MOVE W-SOD-TOK (4) TO W-SOD-WERT1
             IF  W-SOD-TOK (3) (2:) NOT = SPACES
                 SET SOD-PARM-NOK TO TRUE
             END-IF
**          ---> zweiter Wert, danach optional ANW=, Rest Beschreibung
             MOVE 1 TO W-SOD-PTR
             UNSTRING W-SOD-REST DELIMITED BY ALL SPACE
                 INTO W-SOD-TOK (5)
                 WITH POINTER W-SOD-PTR
             END-UNSTRING
             INSPECT W-SOD-TOK (5)
                 CONVERTING "abcdefghijklmnopqrstuvwxyz"
                         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             MOVE W-SOD-TOK (5) TO W-SOD-WERT2
             IF  W-SOD-PTR NOT > LENGTH OF W-SOD-REST
                 MOVE W-SOD-REST (W-SOD-PTR:) TO W-SOD-TEXT
             END-IF
             IF  W-SOD-TEXT (1:4) = "ANW=" OR = "anw="
                 MOVE SPACES TO W-SOD-TOK (1)
                 MOVE 5      TO W-SOD-PTR
                 UNSTRING W-SOD-TEXT DELIMITED BY ALL SPACE
                     INTO W-SOD-TOK (1)
                     WITH POINTER W-SOD-PTR
                 END-UNSTRING
                 INSPECT W-SOD-TOK (1)
                     CONVERTING "abcdefghijklmnopqrstuvwxyz"
                             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                 IF  W-SOD-TOK (1) = SPACES
                 OR  W-SOD-TOK (1) (9:) NOT = SPACES
                     SET SOD-PARM-NOK TO TRUE
                 END-IF
                 MOVE W-SOD-TOK (1) TO W-SOD-ANW
                 MOVE SPACES TO W-SOD-REST
                 IF  W-SOD-PTR NOT > LENGTH OF W-SOD-TEXT
                     MOVE W-SOD-TEXT (W-SOD-PTR:) TO W-SOD-REST
                 END-IF
                 MOVE W-SOD-REST TO W-SOD-TEXT
             END-IF
         WHEN "DEL"
             MOVE "DEL"         TO W-SOD-SUBCMD
             MOVE W-SOD-TOK (3) TO W-SOD-WERT
         WHEN "EXCEPT"
         WHEN "REVOKE"
             MOVE W-SOD-TOK (2) TO W-SOD-SUBCMD
             MOVE W-SOD-TOK (3) TO W-SOD-USER
             MOVE W-SOD-TOK (4) TO W-SOD-WERT
             MOVE W-SOD-REST    TO W-SOD-TEXT
         WHEN OTHER
             SET SOD-PARM-NOK TO TRUE
     END-EVALUATE

**  ---> Regelnummer: 1-5 Ziffern
     IF  W-SOD-SUBCMD = "DEL" OR = "EXCEPT" OR = "REVOKE"
         MOVE ZERO TO W-SOD-LEN
         INSPECT W-SOD-WERT TALLYING W-SOD-LEN
             FOR CHARACTERS BEFORE INITIAL " "
         IF  W-SOD-LEN < 1
         OR  W-SOD-LEN > 5
             SET SOD-PARM-NOK TO TRUE
         ELSE
             IF  W-SOD-WERT (1:W-SOD-LEN) NUMERIC
                 MOVE W-SOD-WERT (1:W-SOD-LEN) TO W-SOD-NR
             ELSE
                 SET SOD-PARM-NOK TO TRUE
             END-IF
         END-IF
     END-IF

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o092-99.
     EXIT.

******************************************************************
* WATCH-Kommando untersuchen: Unterkommando (ADD, DEL, LIST -
* Vorgabe LIST), Muster und Zustellung; das Muster ist kein
* Dateiname, die generische Belegung von W-SOURCE entfaellt
******************************************************************
 o093-CMD-WATCH SECTION.
 o093-00.
     MOVE SPACES TO W-WA-WORT W-WA-SUBCMD W-WA-PARM W-WA-PARM2
     UNSTRING EINGABE DELIMITED BY ALL SPACE
         INTO W-WA-WORT W-WA-SUBCMD W-WA-PARM W-WA-PARM2
     END-UNSTRING
     MOVE SPACES TO W-WA-WORT
     INSPECT W-WA-SUBCMD
         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
     INSPECT W-WA-PARM
         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
     INSPECT W-WA-PARM2
         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
     EVALUATE W-WA-SUBCMD
         WHEN SPACES
             MOVE "LIST" TO W-WA-SUBCMD
         WHEN "DELETE"
             MOVE "DEL"  TO W-WA-SUBCMD
         WHEN OTHER
             CONTINUE
     END-EVALUATE

     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o093-99.
     EXIT.
******************************************************************
* TABPFLEGE-Kommando (nur innerhalb VERW) untersuchen - optional
* "FORCE" (alle Statistiken erneuern) und "MAIL" (Report
* zusaetzlich an den Warn-Verteiler, wie CONSIST), bzw. "HIST
* [<Define>]" fuer die Historie; neu zerlegt nur an Blanks, da
* Defines mit "=" beginnen und laenger als 10 Stellen sein koennen
******************************************************************
 o094-CMD-TABPFLEGE SECTION.
 o094-00.
     MOVE SPACES TO W-TPF-WORT W-TPF-PARM-TAB W-TPF-SUBCMD
                    W-TPF-HIST-DEFINE
     MOVE SPACE  TO W-TPF-FORCE-FLAG
                    W-TPF-MAIL-FLAG
     UNSTRING EINGABE DELIMITED BY ALL SPACE
         INTO W-TPF-WORT W-TPF-PARM (1) W-TPF-PARM (2)
              W-TPF-PARM (3) W-TPF-PARM (4)
     END-UNSTRING
     MOVE SPACES TO W-TPF-WORT
     INSPECT W-TPF-PARM-TAB
         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

     PERFORM VARYING W-TPF-I FROM 1 BY 1
             UNTIL   W-TPF-I > 4
         EVALUATE W-TPF-PARM (W-TPF-I)
             WHEN "FORCE"
                 SET TPF-FORCE TO TRUE
             WHEN "MAIL"
                 SET TPF-MAIL-MODE TO TRUE
             WHEN "HIST"
                 SET TPF-HIST TO TRUE
                 IF  W-TPF-I < 4
                     ADD 1 TO W-TPF-I
                     MOVE W-TPF-PARM (W-TPF-I) TO W-TPF-HIST-DEFINE
                 END-IF
             WHEN OTHER
                 CONTINUE
         END-EVALUATE
     END-PERFORM

**  ---> die generische Belegung von W-SOURCE zuruecknehmen
     MOVE SPACES TO SOURCE-FILE-NAME
     MOVE SPACES TO W-SOURCE
     .
 o094-99.
     EXIT.
******************************************************************
* Anzeigen Fehler- und Hilstexte aus Tabelle SSTEXT
******************************************************************
 R100-SHOW-TEXT SECTION.
 R100-00.
**  ---> öffnen Cursor auf Tabelle SSTEXT
     PERFORM S600-OPEN-SSTEXT-CURSOR

**  ---> lesen 1. Eintrag
     PERFORM S601-FETCH-SSTEXT-CURSOR

**  ---> Schleife über alle Einträge
     PERFORM U011-AUSGABE-SPACELINE
     PERFORM UNTIL SSTEXT-EOD
         IF  TEXTE OF SSTEXT (1:1) = "@"
             MOVE W-TEXT TO ZEILE
             PERFORM U010-AUSGABE
             MOVE SPACES TO W-TEXT
         ELSE
             MOVE TEXTE OF SSTEXT TO ZEILE
             PERFORM U010-AUSGABE
         END-IF

**      ---> lesen nächsten Eintrag
         PERFORM S601-FETCH-SSTEXT-CURSOR

     END-PERFORM

**  ---> schliessen Cursor auf Tabelle SSTEXT
     PERFORM S602-CLOSE-SSTEXT-CURSOR
     PERFORM U011-AUSGABE-SPACELINE
     .
 R100-99.
     EXIT.

******************************************************************
* Select auf Tabelle SSAFE - Source Programme
******************************************************************
 S100-SELECT-SSAFE SECTION.
 S100-00.
     EXEC SQL
         SELECT  SOURCE_MODUL, SOURCE_STATUS, GROUP_USER, SOURCE_TYP
                 ,FREIGABE_TEST, FREIGABE_PROD, ZIELKLASSE
                 ,ZP_CHECKIN, ZP_CHECKOUT, ZPINS
                 ,ZP_FREIGABE_TEST, ZP_FREIGABE_PROD, ANWENDUNG
           INTO   :SOURCE-MODUL  of SSAFE
                 ,:SOURCE-STATUS of SSAFE
                 ,:GROUP-USER    of SSAFE
                 ,:SOURCE-TYP    of SSAFE
                 ,:FREIGABE-TEST of SSAFE
                 ,:FREIGABE-PROD of SSAFE
                 ,:ZIELKLASSE    of SSAFE
                 ,:ZP-CHECKIN    of SSAFE
                     TYPE AS DATETIME YEAR TO SECOND
                 ,:ZP-CHECKOUT   of SSAFE
                     TYPE AS DATETIME YEAR TO SECOND
                 ,:ZPINS         of SSAFE
                     TYPE AS DATETIME YEAR TO FRACTION(2)
                 ,:ZP-FREIGABE-TEST
                     TYPE AS DATETIME YEAR TO SECOND
                 ,:ZP-FREIGABE-PROD
                     TYPE AS DATETIME YEAR TO SECOND
                 ,:ANWENDUNG     of SSAFE

           FROM  =SSAFE
          WHERE  SOURCE_MODUL = :SOURCE-MODUL of SSAFE
            AND (ANWENDUNG    LIKE :H-ANW-FILTER
             OR  ANWENDUNG    =    " ")
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO       SET SSF-OK TO TRUE
         WHEN 100        SET SSF-EOD TO TRUE
         WHEN OTHER      DISPLAY " "
                         MOVE SQLCODE OF SQLCA TO D-NUM4
                         DISPLAY " Fehler beim Select aus Tabelle SSAFE: "
                                 D-NUM4
                         DISPLAY " "
                         SET PRG-ABBRUCH TO TRUE
     END-EVALUATE

**  ---> Mandanten-Nachfilter: Modul einer fremden Anwendung ist
**       fuer diese Sitzung unsichtbar (bei mehreren zugeordneten
**       Anwendungen filtert der Cursor nur grob, s. U710). Der
**       Filter regelt NUR die Sichtbarkeit - Modulnamen sind
**       repository-WEIT eindeutig (erzwungen beim ersten CHECKIN
**       bzw. VERW RESTORE ueber S802), weil alle =SSAFE-Schreib-
**       wege und das ZIP-Archiv allein ueber den Namen keyen
     IF  SSF-OK
     AND ROLFKT-ANW-ANZ > 1
         MOVE ANWENDUNG OF SSAFE TO W-ANW-CHECK
         PERFORM U710-CHECK-ANW
         IF  ANW-NOK
             SET SSF-EOD TO TRUE
         END-IF
     END-IF
     .
 S100-99.
     EXIT.

******************************************************************
* Open Cursor Aufrufer eines Moduls (HANDBOOK, s. C366)
******************************************************************
 S101-OPEN-HB-AUFRUFER-CURSOR SECTION.
 S101-00.
     EXEC SQL
         OPEN HB_AUFRUFER_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S101-99.
     EXIT.

******************************************************************
* Fetch Cursor Aufrufer eines Moduls (HANDBOOK, s. C366)
******************************************************************
 S102-FETCH-HB-AUFRUFER-CURSOR SECTION.
 S102-00.
     EXEC SQL
         FETCH HB_AUFRUFER_CURS
          INTO   :PROGRAMM     OF PROGRAMX
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S102) aus "
                             "Tabelle PROGRAMX: " D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S102-99.
     EXIT.

******************************************************************
* Close Cursor Aufrufer eines Moduls (HANDBOOK, s. C366)
******************************************************************
 S103-CLOSE-HB-AUFRUFER-CURSOR SECTION.
 S103-00.
     EXEC SQL
         CLOSE HB_AUFRUFER_CURS
     END-EXEC
     .
 S103-99.
     EXIT.

******************************************************************
* Open Cursor aufgerufene Module (HANDBOOK, s. C366)
******************************************************************
 S104-OPEN-HB-AUFRUF-CURSOR SECTION.
 S104-00.
     EXEC SQL
         OPEN HB_AUFRUF_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S104-99.
     EXIT.

******************************************************************
* Fetch Cursor aufgerufene Module (HANDBOOK, s. C366)
******************************************************************
 S105-FETCH-HB-AUFRUF-CURSOR SECTION.
 S105-00.
     EXEC SQL
         FETCH HB_AUFRUF_CURS
          INTO   :PMODUL       OF PROGRAMX
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S105) aus "
                             "Tabelle PROGRAMX: " D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S105-99.
     EXIT.

******************************************************************
* Close Cursor aufgerufene Module (HANDBOOK, s. C366)
******************************************************************
 S106-CLOSE-HB-AUFRUF-CURSOR SECTION.
 S106-00.
     EXEC SQL
         CLOSE HB_AUFRUF_CURS
     END-EXEC
     .
 S106-99.
     EXIT.

******************************************************************
* Open Cursor Kettenschritte eines Moduls (HANDBOOK, s. C366)
******************************************************************
 S107-OPEN-HB-DATEI-CURSOR SECTION.
 S107-00.
     EXEC SQL
         OPEN HB_DATEI_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S107-99.
     EXIT.

******************************************************************
* Fetch Cursor Kettenschritte eines Moduls (HANDBOOK, s. C366)
******************************************************************
 S108-FETCH-HB-DATEI-CURSOR SECTION.
 S108-00.
     EXEC SQL
         FETCH HB_DATEI_CURS
          INTO   :ANWENDUNG    OF SSFRFDEF
                ,:FUNKTION     OF SSFRFDEF
                ,:LFDNR        OF SSFRFDEF
                ,:PRG-INF      OF SSFRFDEF
                ,:PRG-OUTF     OF SSFRFDEF
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S108) aus "
                             "Tabelle SSFRFDEF: " D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S108-99.
     EXIT.

******************************************************************
* Close Cursor Kettenschritte eines Moduls (HANDBOOK, s. C366)
******************************************************************
 S109-CLOSE-HB-DATEI-CURSOR SECTION.
 S109-00.
     EXEC SQL
         CLOSE HB_DATEI_CURS
     END-EXEC
     .
 S109-99.
     EXIT.

******************************************************************
* Open Cursor Prod-Freigaben eines Moduls (HANDBOOK, s. C366)
******************************************************************
 S111-OPEN-HB-ABN-CURSOR SECTION.
 S111-00.
     EXEC SQL
         OPEN HB_ABN_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S111-99.
     EXIT.

******************************************************************
* Fetch Cursor Prod-Freigaben eines Moduls (HANDBOOK, s. C366)
******************************************************************
 S112-FETCH-HB-ABN-CURSOR SECTION.
 S112-00.
     EXEC SQL
         FETCH HB_ABN_CURS
          INTO   :VERSION      OF ABNAHME
                ,:REL2PROD-VON OF ABNAHME
                ,:REL2PROD-AM  OF ABNAHME
                     TYPE AS DATETIME YEAR TO MINUTE
                ,:PRG-INFO     OF ABNAHME
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S112) aus "
                             "Tabelle ABNAHME: " D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S112-99.
     EXIT.

******************************************************************
* Close Cursor Prod-Freigaben eines Moduls (HANDBOOK, s. C366)
******************************************************************
 S113-CLOSE-HB-ABN-CURSOR SECTION.
 S113-00.
     EXEC SQL
         CLOSE HB_ABN_CURS
     END-EXEC
     .
 S113-99.
     EXIT.

******************************************************************
* Update für CHECKIN auf Tabelle SSAFE - Source Programme
******************************************************************
 S110-UPDATE-SSAFE-CHECKIN SECTION.
 S110-00.
     EXEC SQL
         UPDATE  =SSAFE
            SET   SOURCE_STATUS  = :SOURCE-STATUS OF SSAFE
                 ,GROUP_USER     = :GROUP-USER    OF SSAFE
                 ,FREIGABE_PROD  = :FREIGABE-PROD OF SSAFE
                 ,ZP_CHECKIN     = current
          WHERE  SOURCE_MODUL = :SOURCE-MODUL OF SSAFE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK TO TRUE
         WHEN 100    PERFORM S130-INSERT-SSAFE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Update (CHECKIN) in SSAFE !!!"
             SET PRG-ABBRUCH TO TRUE

     END-EVALUATE
     .
 S110-99.
     EXIT.

******************************************************************
* Update für CHECKOUT auf Tabelle SSAFE - Source Programme
******************************************************************
 S120-UPDATE-SSAFE-CHECKOUT SECTION.
 S120-00.
     EXEC SQL
         UPDATE  =SSAFE
            SET   SOURCE_STATUS  = :SOURCE-STATUS OF SSAFE
                 ,GROUP_USER     = :GROUP-USER    OF SSAFE
                 ,ZP_CHECKOUT    = current
          WHERE  SOURCE_MODUL = :SOURCE-MODUL OF SSAFE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK TO TRUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Update (CHECKOUT) in SSAFE !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S120-99.
     EXIT.

******************************************************************
* Update für REL2TEST auf Tabelle SSAFE - Source Programme
******************************************************************
 S121-UPDATE-SSAFE-REL2TEST SECTION.
 S121-00.
     EXEC SQL
         UPDATE  =SSAFE
            SET   FREIGABE_TEST      = :FREIGABE-TEST OF SSAFE
                 ,GROUP_USER         = :GROUP-USER    OF SSAFE
                 ,ZP_FREIGABE_TEST   = current
          WHERE  SOURCE_MODUL = :SOURCE-MODUL OF SSAFE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK TO TRUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Update (REL2TEST/ACTTEST) in SSAFE !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S121-99.
     EXIT.

******************************************************************
* Update für REL2PROD auf Tabelle SSAFE - Source Programme
******************************************************************
 S122-UPDATE-SSAFE-REL2PROD SECTION.
 S122-00.
     EXEC SQL
         UPDATE  =SSAFE
            SET   FREIGABE_PROD      = :FREIGABE-PROD OF SSAFE
                 ,GROUP_USER         = :GROUP-USER    OF SSAFE
                 ,ZP_FREIGABE_PROD   = current
          WHERE  SOURCE_MODUL = :SOURCE-MODUL OF SSAFE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK TO TRUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Update (REL2PROD/ACTPROD) in SSAFE !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S122-99.
     EXIT.

******************************************************************
* Update für Zwangsentsperrung (VERWALTUNG UNLOCK) auf Tabelle SSAFE -
* setzt nur SOURCE_STATUS/GROUP_USER zurueck; anders als S110-UPDATE-
* SSAFE-CHECKIN wird ZP_CHECKIN NICHT angefasst, da eine Zwangsent-
* sperrung keine neue Source-Version ist (s. D490-UNLOCK-USER)
******************************************************************
 S123-UPDATE-SSAFE-UNLOCK SECTION.
 S123-00.
     EXEC SQL
         UPDATE  =SSAFE
            SET   SOURCE_STATUS  = :SOURCE-STATUS OF SSAFE
                 ,GROUP_USER     = :GROUP-USER    OF SSAFE
          WHERE  SOURCE_MODUL = :SOURCE-MODUL OF SSAFE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK TO TRUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Update (UNLOCK) in SSAFE !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S123-99.
     EXIT.

******************************************************************
* Update Tabelle SSAFE - HANDOVER: nur der Besitzer des Checkouts
* wechselt (GROUP-USER OF SSAFE), solange er noch beim bisherigen
* Besitzer H-HO-USER liegt; Status und Checkout-Zeitpunkt bleiben
******************************************************************
 S124-UPDATE-SSAFE-HANDOVER SECTION.
 S124-00.
     EXEC SQL
         UPDATE  =SSAFE
            SET   GROUP_USER     = :GROUP-USER    OF SSAFE
          WHERE  SOURCE_MODUL  = :SOURCE-MODUL OF SSAFE
            AND  GROUP_USER    = :H-HO-USER
            AND  SOURCE_STATUS = "CO"
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK TO TRUE
         WHEN 100
             DISPLAY "!!! Checkout inzwischen geaendert - keine "
                     "Uebergabe !!!"
             SET PRG-ABBRUCH TO TRUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Update (HANDOVER) in SSAFE !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S124-99.
     EXIT.


******************************************************************
* Insert auf Tabelle SSAFE - Source Programme
******************************************************************
 S130-INSERT-SSAFE SECTION.
 S130-00.
     EXEC SQL
         INSERT
           INTO  =SSAFE
                 (SOURCE_MODUL, SOURCE_STATUS, GROUP_USER, SOURCE_TYP
                 ,FREIGABE_TEST, FREIGABE_PROD, ZIELKLASSE, ANWENDUNG
                 )
         VALUES  (
                  :SOURCE-MODUL  of SSAFE
                 ,:SOURCE-STATUS of SSAFE
                 ,:GROUP-USER    of SSAFE
                 ,:SOURCE-TYP    of SSAFE
                 ,:FREIGABE-TEST of SSAFE
                 ,:FREIGABE-PROD of SSAFE
                 ,:ZIELKLASSE    of SSAFE
                 ,:W-ANW-SESSION
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK TO TRUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Insert in SSAFE !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S130-99.
     EXIT.

******************************************************************
* OPEN Cursor
******************************************************************
 S140-OPEN-SSAFE-CURSOR SECTION.
 S140-00.
     MOVE ZERO TO C4-COUNT
     IF  CURS-SSAFE OR CURS-SSAFE3
         EXEC SQL
             OPEN SSAFE_CURS
         END-EXEC
     ELSE
         EXEC SQL
             OPEN SSAFE_CURS2
         END-EXEC
     END-IF
     .
 S140-99.
     EXIT.

******************************************************************
* Fetch Texte aus Tabelle SSAFE
******************************************************************
 S141-FETCH-SSAFE-CURSOR SECTION.
 S141-00.
     IF  CURS-SSAFE OR CURS-SSAFE3
         EXEC SQL
             FETCH SSAFE_CURS
              INTO    :SOURCE-MODUL  of SSAFE
                     ,:SOURCE-STATUS of SSAFE
                     ,:GROUP-USER    of SSAFE
                     ,:SOURCE-TYP    of SSAFE
                     ,:FREIGABE-TEST of SSAFE
                     ,:FREIGABE-PROD of SSAFE
                     ,:ZP-CHECKIN    of SSAFE
                         TYPE AS DATETIME YEAR TO SECOND
                     ,:ZP-CHECKOUT   of SSAFE
                         TYPE AS DATETIME YEAR TO SECOND
                     ,:ZP-FREIGABE-TEST of SSAFE
                         TYPE AS DATETIME YEAR TO SECOND
                     ,:ZP-FREIGABE-PROD of SSAFE
                         TYPE AS DATETIME YEAR TO SECOND
                     ,:ANWENDUNG     of SSAFE
         END-EXEC
     ELSE
         EXEC SQL
             FETCH SSAFE_CURS2
              INTO    :SOURCE-MODUL  of SSAFE
                     ,:SOURCE-STATUS of SSAFE
                     ,:GROUP-USER    of SSAFE
                     ,:SOURCE-TYP    of SSAFE
                     ,:FREIGABE-TEST of SSAFE
                     ,:FREIGABE-PROD of SSAFE
                     ,:ZP-CHECKIN    of SSAFE
                         TYPE AS DATETIME YEAR TO SECOND
                     ,:ZP-CHECKOUT   of SSAFE
                         TYPE AS DATETIME YEAR TO SECOND
                     ,:ZP-FREIGABE-TEST of SSAFE
                         TYPE AS DATETIME YEAR TO SECOND
                     ,:ZP-FREIGABE-PROD of SSAFE
                         TYPE AS DATETIME YEAR TO SECOND
                     ,:ANWENDUNG     of SSAFE
         END-EXEC
     END-IF

     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET SSF-OK  TO TRUE
                     ADD 1 TO C4-COUNT
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S141-99.
     EXIT.

******************************************************************
* CLOSE Cursor
******************************************************************
 S142-CLOSE-SSAFE-CURSOR SECTION.
 S142-00.
     IF  CURS-SSAFE OR CURS-SSAFE3
         EXEC SQL
             CLOSE SSAFE_CURS
         END-EXEC
     ELSE
         EXEC SQL
             CLOSE SSAFE_CURS2
         END-EXEC
     END-IF
     .
 S142-99.
     EXIT.

******************************************************************
* OPEN Cursor - LIST AUFTRAG / LIST PACKAGE auf Tabelle SSFRARCH
******************************************************************
 S143-OPEN-SSFRARCH-LIST-CURSOR SECTION.
 S143-00.
     MOVE ZERO TO C4-COUNT
     IF  CURS-SSFRARCH-AUFTRAG
         EXEC SQL
             OPEN SSFRARCH_AUFTRAG_CURS
         END-EXEC
     ELSE
         EXEC SQL
             OPEN SSFRARCH_PACKAGE_CURS
         END-EXEC
     END-IF
     .
 S143-99.
     EXIT.

******************************************************************
* FETCH Cursor - LIST AUFTRAG / LIST PACKAGE auf Tabelle SSFRARCH
******************************************************************
 S144-FETCH-SSFRARCH-LIST-CURSOR SECTION.
 S144-00.
     IF  CURS-SSFRARCH-AUFTRAG
         EXEC SQL
             FETCH SSFRARCH_AUFTRAG_CURS
              INTO    :SOURCE-MODUL of SSFRARCH
                     ,:VERSION      of SSFRARCH
                     ,:AUFTRAG      of SSFRARCH
                     ,:ZPINS        of SSFRARCH
                         TYPE AS DATETIME YEAR TO FRACTION(2)
         END-EXEC
     ELSE
         EXEC SQL
             FETCH SSFRARCH_PACKAGE_CURS
              INTO    :SOURCE-MODUL of SSFRARCH
                     ,:VERSION      of SSFRARCH
                     ,:PACKAGE      of SSFRARCH
                     ,:ZPINS        of SSFRARCH
                         TYPE AS DATETIME YEAR TO FRACTION(2)
         END-EXEC
     END-IF

     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET SSF-OK  TO TRUE
                     ADD 1 TO C4-COUNT
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S144-99.
     EXIT.

******************************************************************
* CLOSE Cursor - LIST AUFTRAG / LIST PACKAGE auf Tabelle SSFRARCH
******************************************************************
 S145-CLOSE-SSFRARCH-LIST-CURSOR SECTION.
 S145-00.
     IF  CURS-SSFRARCH-AUFTRAG
         EXEC SQL
             CLOSE SSFRARCH_AUFTRAG_CURS
         END-EXEC
     ELSE
         EXEC SQL
             CLOSE SSFRARCH_PACKAGE_CURS
         END-EXEC
     END-IF
     .
 S145-99.
     EXIT.

******************************************************************
* OPEN Cursor - Erinnerungs-Mail (REMIND) auf Tabelle SSAFE
******************************************************************
 S150-OPEN-SSAFE-REMIND-CURSOR SECTION.
 S150-00.
     MOVE ZERO TO C4-COUNT
     EXEC SQL
         OPEN SSAFE_REMIND_CURS
     END-EXEC
     .
 S150-99.
     EXIT.

******************************************************************
* Fetch Texte aus Tabelle SSAFE - Erinnerungs-Mail (REMIND)
******************************************************************
 S151-FETCH-SSAFE-REMIND-CURSOR SECTION.
 S151-00.
     EXEC SQL
         FETCH SSAFE_REMIND_CURS
          INTO    :SOURCE-MODUL  of SSAFE
                 ,:SOURCE-STATUS of SSAFE
                 ,:GROUP-USER    of SSAFE
                 ,:SOURCE-TYP    of SSAFE
                 ,:FREIGABE-TEST of SSAFE
                 ,:FREIGABE-PROD of SSAFE
                 ,:ZP-CHECKIN    of SSAFE
                     TYPE AS DATETIME YEAR TO SECOND
                 ,:ZP-CHECKOUT   of SSAFE
                     TYPE AS DATETIME YEAR TO SECOND
                 ,:ZP-FREIGABE-TEST of SSAFE
                     TYPE AS DATETIME YEAR TO SECOND
                 ,:ZP-FREIGABE-PROD of SSAFE
                     TYPE AS DATETIME YEAR TO SECOND
     END-EXEC

     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET SSF-OK  TO TRUE
                     ADD 1 TO C4-COUNT
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S151-99.
     EXIT.

******************************************************************
* CLOSE Cursor - Erinnerungs-Mail (REMIND)
******************************************************************
 S152-CLOSE-SSAFE-REMIND-CURSOR SECTION.
 S152-00.
     EXEC SQL
         CLOSE SSAFE_REMIND_CURS
     END-EXEC
     .
 S152-99.
     EXIT.

******************************************************************
* Select offene Uebergabe eines Moduls (=SSFHANDO, HANDOVER)
******************************************************************
 S153-SELECT-SSFHANDO SECTION.
 S153-00.
     SET HANDO-FEHLT TO TRUE
     MOVE W-SOURCE TO SOURCE-MODUL OF SSFHANDO
     EXEC SQL
         SELECT  VON_USER, AN_USER, ARBEITSKOPIE, ZPINS
           INTO  :VON-USER     OF SSFHANDO
                ,:AN-USER      OF SSFHANDO
                ,:ARBEITSKOPIE OF SSFHANDO
                ,:ZPINS        OF SSFHANDO
                    TYPE AS DATETIME YEAR TO FRACTION(2)
           FROM  =SSFHANDO
          WHERE  SOURCE_MODUL = :SOURCE-MODUL OF SSFHANDO
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET HANDO-VORHANDEN TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S153) aus Tabelle SSFHANDO: "
                             D-NUM4
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S153-99.
     EXIT.

******************************************************************
* Insert Uebergabe-Angebot in =SSFHANDO (HANDOVER)
******************************************************************
 S154-INSERT-SSFHANDO SECTION.
 S154-00.
     MOVE W-SOURCE          TO SOURCE-MODUL OF SSFHANDO
     MOVE W-HO-VON-USER     TO VON-USER     OF SSFHANDO
     MOVE W-HO-AN-USER      TO AN-USER      OF SSFHANDO
     MOVE W-HO-ARBEITSKOPIE TO ARBEITSKOPIE OF SSFHANDO
     EXEC SQL
         INSERT
           INTO  =SSFHANDO
                 (SOURCE_MODUL, VON_USER, AN_USER, ARBEITSKOPIE
                 ,ZPINS)
         VALUES  (
                  :SOURCE-MODUL OF SSFHANDO
                 ,:VON-USER     OF SSFHANDO
                 ,:AN-USER      OF SSFHANDO
                 ,:ARBEITSKOPIE OF SSFHANDO
                 ,CURRENT
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Insert in SSFHANDO: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S154-99.
     EXIT.

******************************************************************
* Delete Uebergabe-Angebot aus =SSFHANDO (HANDOVER)
******************************************************************
 S155-DELETE-SSFHANDO SECTION.
 S155-00.
     MOVE W-SOURCE TO SOURCE-MODUL OF SSFHANDO
     EXEC SQL
         DELETE
           FROM  =SSFHANDO
          WHERE  SOURCE_MODUL = :SOURCE-MODUL OF SSFHANDO
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Delete in SSFHANDO: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S155-99.
     EXIT.

******************************************************************
* Open Cursor offene Uebergaben eines Users (HANDOVER LIST)
******************************************************************
 S156-OPEN-HANDO-CURSOR SECTION.
 S156-00.
     EXEC SQL
         OPEN HANDO_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S156-99.
     EXIT.

******************************************************************
* Fetch Cursor offene Uebergaben eines Users (HANDOVER LIST)
******************************************************************
 S157-FETCH-HANDO-CURSOR SECTION.
 S157-00.
     EXEC SQL
         FETCH HANDO_CURS
          INTO   :SOURCE-MODUL OF SSFHANDO
                ,:VON-USER     OF SSFHANDO
                ,:AN-USER      OF SSFHANDO
                ,:ARBEITSKOPIE OF SSFHANDO
                ,:ZPINS        OF SSFHANDO
                    TYPE AS DATETIME YEAR TO FRACTION(2)
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S157) aus Tabelle SSFHANDO: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S157-99.
     EXIT.

******************************************************************
* Close Cursor offene Uebergaben eines Users (HANDOVER LIST)
******************************************************************
 S158-CLOSE-HANDO-CURSOR SECTION.
 S158-00.
     EXEC SQL
         CLOSE HANDO_CURS
     END-EXEC
     .
 S158-99.
     EXIT.

******************************************************************
* OPEN Cursor - alle ausgecheckten Module eines Users (Kommando
* VERWALTUNG UNLOCK, s. D490-UNLOCK-USER)
******************************************************************
 S160-OPEN-UNLOCK-CURSOR SECTION.
 S160-00.
     MOVE W-UNLOCK-USER TO H-UNLOCK-USER
     EXEC SQL
         OPEN UNLOCK_CURS
     END-EXEC
     .
 S160-99.
     EXIT.

******************************************************************
* FETCH Cursor - alle ausgecheckten Module eines Users
******************************************************************
 S161-FETCH-UNLOCK-CURSOR SECTION.
 S161-00.
     EXEC SQL
         FETCH UNLOCK_CURS
          INTO  :SOURCE-MODUL of SSAFE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S161-99.
     EXIT.

******************************************************************
* CLOSE Cursor - alle ausgecheckten Module eines Users
******************************************************************
 S162-CLOSE-UNLOCK-CURSOR SECTION.
 S162-00.
     EXEC SQL
         CLOSE UNLOCK_CURS
     END-EXEC
     .
 S162-99.
     EXIT.

******************************************************************
* Alle Warteschlangen-Reservierungen (=SSFRLOCKQ) eines Users
* austragen (VERWALTUNG UNLOCK, s. D490-UNLOCK-USER)
******************************************************************
 S163-DELETE-SSFRLOCKQ-USER SECTION.
 S163-00.
     EXEC SQL
         DELETE
           FROM  =SSFRLOCKQ
          WHERE  GROUP_USER = :W-UNLOCK-USER
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK TO TRUE
         WHEN 100    SET SSF-OK TO TRUE
         WHEN OTHER  DISPLAY "!!! Fehler beim Loeschen aus SSFRLOCKQ !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S163-99.
     EXIT.

******************************************************************
* Zaehlen der Warteschlangen-Reservierungen (=SSFRLOCKQ) eines
* Users (VERWALTUNG UNLOCK, s. D490-UNLOCK-USER)
******************************************************************
 S164-COUNT-SSFRLOCKQ-USER SECTION.
 S164-00.
     EXEC SQL
         SELECT  COUNT(*)
           INTO  :W-UNLOCK-RESQ-ANZ
           FROM  =SSFRLOCKQ
          WHERE  GROUP_USER = :W-UNLOCK-USER
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK TO TRUE
         WHEN OTHER  MOVE ZERO TO W-UNLOCK-RESQ-ANZ
     END-EVALUATE
     .
 S164-99.
     EXIT.

******************************************************************
* OPEN Cursor - alle noch ausgecheckten Module eines Auftrags
* (Kommando CHECKIN AUFTRAG, s. C104-CHECKIN-AUFTRAG)
******************************************************************
 S166-OPEN-CI-AUFTRAG-CURSOR SECTION.
 S166-00.
     MOVE W-CI-AUFTRAG TO H-CI-AUFTRAG
     EXEC SQL
         OPEN SSAFE_CI_AUFTRAG_CURS
     END-EXEC
     .
 S166-99.
     EXIT.

******************************************************************
* FETCH Cursor - alle noch ausgecheckten Module eines Auftrags
******************************************************************
 S167-FETCH-CI-AUFTRAG-CURSOR SECTION.
 S167-00.
     EXEC SQL
         FETCH SSAFE_CI_AUFTRAG_CURS
          INTO  :SOURCE-MODUL of SSAFE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S167-99.
     EXIT.

******************************************************************
* CLOSE Cursor - alle noch ausgecheckten Module eines Auftrags
******************************************************************
 S168-CLOSE-CI-AUFTRAG-CURSOR SECTION.
 S168-00.
     EXEC SQL
         CLOSE SSAFE_CI_AUFTRAG_CURS
     END-EXEC
     .
 S168-99.
     EXIT.

******************************************************************
* OPEN/FETCH/CLOSE Cursor - zur Freigabe anstehende Module eines
* Auftrags (FREIGEBER AUFTRAG, s. C342)
******************************************************************
 S169-OPEN-FG-AUFTRAG-CURSOR SECTION.
 S169-00.
     MOVE W-FG-AUFTRAG TO H-FG-AUFTRAG
     EXEC SQL
         OPEN SSAFE_FG_AUFTRAG_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S169-99.
     EXIT.

 S170-FETCH-FG-AUFTRAG-CURSOR SECTION.
 S170-00.
     EXEC SQL
         FETCH SSAFE_FG_AUFTRAG_CURS
          INTO  :SOURCE-MODUL of SSAFE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S170) aus Tabelle SSAFE: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S170-99.
     EXIT.

 S171-CLOSE-FG-AUFTRAG-CURSOR SECTION.
 S171-00.
     EXEC SQL
         CLOSE SSAFE_FG_AUFTRAG_CURS
     END-EXEC
     .
 S171-99.
     EXIT.

******************************************************************
* Select Freischaltung eines Moduls fuer parallelen Checkout
* (=SSFPARAL, PARALLEL)
******************************************************************
 S172-SELECT-SSFPARAL SECTION.
 S172-00.
     SET PCO-NICHT-MARKIERT TO TRUE
     EXEC SQL
         SELECT  ERFASST_VON, ZPINS
           INTO  :ERFASST-VON  OF SSFPARAL
                ,:ZPINS        OF SSFPARAL
                    TYPE AS DATETIME YEAR TO FRACTION(2)
           FROM  =SSFPARAL
          WHERE  SOURCE_MODUL = :SOURCE-MODUL OF SSFPARAL
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET PCO-MARKIERT TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S172) aus Tabelle SSFPARAL: "
                             D-NUM4
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S172-99.
     EXIT.

******************************************************************
* Insert Freischaltung fuer parallelen Checkout (=SSFPARAL)
******************************************************************
 S173-INSERT-SSFPARAL SECTION.
 S173-00.
     MOVE W-PCO-MODUL  TO SOURCE-MODUL OF SSFPARAL
     MOVE P-USER-NAME  TO ERFASST-VON  OF SSFPARAL
     EXEC SQL
         INSERT
           INTO  =SSFPARAL
                 (SOURCE_MODUL, ERFASST_VON, ZPINS)
         VALUES  (
                  :SOURCE-MODUL OF SSFPARAL
                 ,:ERFASST-VON  OF SSFPARAL
                 ,CURRENT
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Insert in SSFPARAL: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S173-99.
     EXIT.

******************************************************************
* Delete Freischaltung fuer parallelen Checkout (=SSFPARAL)
******************************************************************
 S174-DELETE-SSFPARAL SECTION.
 S174-00.
     MOVE W-PCO-MODUL TO SOURCE-MODUL OF SSFPARAL
     EXEC SQL
         DELETE
           FROM  =SSFPARAL
          WHERE  SOURCE_MODUL = :SOURCE-MODUL OF SSFPARAL
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Delete in SSFPARAL: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S174-99.
     EXIT.

******************************************************************
* Select offener paralleler Checkout eines Users (=SSFPARCO,
* Schluessel H-PCO-MODUL/H-PCO-USER)
******************************************************************
 S175-SELECT-SSFPARCO SECTION.
 S175-00.
     SET PCO-FEHLT TO TRUE
     EXEC SQL
         SELECT  SOURCE_MODUL, GROUP_USER, LFDNR, ARBEITSKOPIE
                ,BASIS_DATEI, ERGEBNIS_DATEI, MERGE_STATUS
                ,ZP_CHECKOUT, ZP_MERGE
           INTO  :SOURCE-MODUL   OF SSFPARCO
                ,:GROUP-USER     OF SSFPARCO
                ,:LFDNR          OF SSFPARCO
                ,:ARBEITSKOPIE   OF SSFPARCO
                ,:BASIS-DATEI    OF SSFPARCO
                ,:ERGEBNIS-DATEI OF SSFPARCO
                ,:MERGE-STATUS   OF SSFPARCO
                ,:ZP-CHECKOUT    OF SSFPARCO
                    TYPE AS DATETIME YEAR TO SECOND
                ,:ZP-MERGE       OF SSFPARCO
                    TYPE AS DATETIME YEAR TO SECOND
           FROM  =SSFPARCO
          WHERE  SOURCE_MODUL = :H-PCO-MODUL
            AND  GROUP_USER   = :H-PCO-USER
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET PCO-VORHANDEN TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S175) aus Tabelle SSFPARCO: "
                             D-NUM4
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S175-99.
     EXIT.

******************************************************************
* Insert offener paralleler Checkout (=SSFPARCO)
******************************************************************
 S176-INSERT-SSFPARCO SECTION.
 S176-00.
     MOVE W-SOURCE           TO SOURCE-MODUL   OF SSFPARCO
     MOVE P-USER-NAME        TO GROUP-USER     OF SSFPARCO
     MOVE W-PCO-LFDNR        TO LFDNR          OF SSFPARCO
     MOVE W-PCO-ARBEITSKOPIE TO ARBEITSKOPIE   OF SSFPARCO
     MOVE W-PCO-BASIS-DATEI  TO BASIS-DATEI    OF SSFPARCO
     MOVE SPACES             TO ERGEBNIS-DATEI OF SSFPARCO
     MOVE SPACES             TO MERGE-STATUS   OF SSFPARCO
     EXEC SQL
         INSERT
           INTO  =SSFPARCO
                 (SOURCE_MODUL, GROUP_USER, LFDNR, ARBEITSKOPIE
                 ,BASIS_DATEI, ERGEBNIS_DATEI, MERGE_STATUS
                 ,ZP_CHECKOUT, ZP_MERGE)
         VALUES  (
                  :SOURCE-MODUL   OF SSFPARCO
                 ,:GROUP-USER     OF SSFPARCO
                 ,:LFDNR          OF SSFPARCO
                 ,:ARBEITSKOPIE   OF SSFPARCO
                 ,:BASIS-DATEI    OF SSFPARCO
                 ,:ERGEBNIS-DATEI OF SSFPARCO
                 ,:MERGE-STATUS   OF SSFPARCO
                 ,CURRENT
                 ,CURRENT
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Insert in SSFPARCO: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S176-99.
     EXIT.

******************************************************************
* Delete offener paralleler Checkout eines Users (=SSFPARCO)
******************************************************************
 S177-DELETE-SSFPARCO SECTION.
 S177-00.
     EXEC SQL
         DELETE
           FROM  =SSFPARCO
          WHERE  SOURCE_MODUL = :H-PCO-MODUL
            AND  GROUP_USER   = :H-PCO-USER
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Delete in SSFPARCO: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S177-99.
     EXIT.

******************************************************************
* Update Merge-Stand eines parallelen Checkouts (=SSFPARCO)
******************************************************************
 S178-UPDATE-SSFPARCO-MERGE SECTION.
 S178-00.
     MOVE W-PCO-MERGE-STATUS TO MERGE-STATUS   OF SSFPARCO
     MOVE W-PCO-ARBEITSKOPIE TO ARBEITSKOPIE   OF SSFPARCO
     MOVE W-PCO-ERGEBNIS     TO ERGEBNIS-DATEI OF SSFPARCO
     EXEC SQL
         UPDATE  =SSFPARCO
            SET   MERGE_STATUS   = :MERGE-STATUS   OF SSFPARCO
                 ,ARBEITSKOPIE   = :ARBEITSKOPIE   OF SSFPARCO
                 ,ERGEBNIS_DATEI = :ERGEBNIS-DATEI OF SSFPARCO
                 ,ZP_MERGE       = CURRENT
          WHERE  SOURCE_MODUL = :H-PCO-MODUL
            AND  GROUP_USER   = :H-PCO-USER
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Update in SSFPARCO: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S178-99.
     EXIT.

******************************************************************
* zaehlt die offenen parallelen Checkouts eines Moduls (=SSFPARCO)
******************************************************************
 S179-COUNT-SSFPARCO SECTION.
 S179-00.
     MOVE ZERO TO W-PCO-OFFEN
     EXEC SQL
         SELECT  count (*)
           INTO  :W-PCO-OFFEN
           FROM  =SSFPARCO
          WHERE  SOURCE_MODUL = :H-PCO-MODUL
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  MOVE ZERO TO W-PCO-OFFEN
     END-EVALUATE
     .
 S179-99.
     EXIT.

******************************************************************
* hoechste vergebene laufende Nummer der Basis-Schnappschuesse
* (=SSFPARCO, ueber alle Module; ohne Eintrag bleibt es bei Null)
******************************************************************
 S180-MAX-LFDNR-SSFPARCO SECTION.
 S180-00.
     MOVE ZERO TO W-PCO-LFDNR
     EXEC SQL
         SELECT  max(LFDNR)
           INTO  :W-PCO-LFDNR
           FROM  =SSFPARCO
         BROWSE ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         MOVE ZERO TO W-PCO-LFDNR
     END-IF
     .
 S180-99.
     EXIT.

******************************************************************
* Status und letzter CHECKIN eines Moduls in eigene Felder (der
* SSAFE-Satz des laufenden CHECKIN bleibt unberuehrt, s. C114)
******************************************************************
 S181-SELECT-SSAFE-PCO SECTION.
 S181-00.
     MOVE SPACES TO W-PCO-SSAFE-STATUS W-PCO-SSAFE-USER
                    W-PCO-ZP-CHECKIN
     EXEC SQL
         SELECT  SOURCE_STATUS, GROUP_USER, ZP_CHECKIN
           INTO  :W-PCO-SSAFE-STATUS
                ,:W-PCO-SSAFE-USER
                ,:W-PCO-ZP-CHECKIN
                    TYPE AS DATETIME YEAR TO SECOND
           FROM  =SSAFE
          WHERE  SOURCE_MODUL = :H-PCO-MODUL
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S181) aus Tabelle SSAFE: "
                             D-NUM4
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S181-99.
     EXIT.

******************************************************************
* offenen parallelen Checkout auf den neuen Besitzer umschreiben
* (HANDOVER ACCEPT, s. D574)
******************************************************************
 S182-UPDATE-SSFPARCO-USER SECTION.
 S182-00.
     EXEC SQL
         UPDATE  =SSFPARCO
            SET   GROUP_USER   = :GROUP-USER OF SSAFE
          WHERE  SOURCE_MODUL = :H-PCO-MODUL
            AND  GROUP_USER   = :H-PCO-USER
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN -8227
             DISPLAY "!!! Empfaenger hat das Modul bereits parallel "
                     "ausgecheckt - keine Uebergabe !!!"
             SET PRG-ABBRUCH TO TRUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Update in SSFPARCO: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S182-99.
     EXIT.

******************************************************************
* Open Cursor offene Parallel-Checkouts (PARALLEL LIST)
******************************************************************
 S183-OPEN-PARCO-CURSOR SECTION.
 S183-00.
     EXEC SQL
         OPEN PARCO_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S183-99.
     EXIT.

******************************************************************
* Fetch Cursor offene Parallel-Checkouts (PARALLEL LIST)
******************************************************************
 S184-FETCH-PARCO-CURSOR SECTION.
 S184-00.
     EXEC SQL
         FETCH PARCO_CURS
          INTO   :SOURCE-MODUL OF SSFPARCO
                ,:GROUP-USER   OF SSFPARCO
                ,:ZP-CHECKOUT  OF SSFPARCO
                    TYPE AS DATETIME YEAR TO SECOND
                ,:MERGE-STATUS OF SSFPARCO
                ,:ARBEITSKOPIE OF SSFPARCO
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S184) aus Tabelle SSFPARCO: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S184-99.
     EXIT.

******************************************************************
* Close Cursor offene Parallel-Checkouts (PARALLEL LIST)
******************************************************************
 S185-CLOSE-PARCO-CURSOR SECTION.
 S185-00.
     EXEC SQL
         CLOSE PARCO_CURS
     END-EXEC
     .
 S185-99.
     EXIT.

******************************************************************
* Open Cursor freigeschaltete Module (VERWALTUNG PARALLEL LIST)
******************************************************************
 S186-OPEN-PARAL-CURSOR SECTION.
 S186-00.
     EXEC SQL
         OPEN PARAL_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S186-99.
     EXIT.

******************************************************************
* Fetch Cursor freigeschaltete Module (VERWALTUNG PARALLEL LIST)
******************************************************************
 S187-FETCH-PARAL-CURSOR SECTION.
 S187-00.
     EXEC SQL
         FETCH PARAL_CURS
          INTO   :SOURCE-MODUL OF SSFPARAL
                ,:ERFASST-VON  OF SSFPARAL
                ,:ZPINS        OF SSFPARAL
                    TYPE AS DATETIME YEAR TO FRACTION(2)
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S187) aus Tabelle SSFPARAL: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S187-99.
     EXIT.

******************************************************************
* Close Cursor freigeschaltete Module (VERWALTUNG PARALLEL LIST)
******************************************************************
 S188-CLOSE-PARAL-CURSOR SECTION.
 S188-00.
     EXEC SQL
         CLOSE PARAL_CURS
     END-EXEC
     .
 S188-99.
     EXIT.

******************************************************************
* BOM: Name (Source-Modul oder Objektname) ueber den juengsten
* Compile-Lauf in =SSFBOM aufloesen (s. C776)
******************************************************************
 S189-SELECT-BOM-MODUL SECTION.
 S189-00.
     SET BOM-SEL-OK TO TRUE
     MOVE SPACES TO H-BOM-MODUL H-BOM-OBJNAME
     EXEC SQL
         SELECT  SOURCE_MODUL, OBJEKT_NAME
           INTO  :H-BOM-MODUL
                ,:H-BOM-OBJNAME
           FROM  =SSFBOM B
          WHERE (B.SOURCE_MODUL = :H-BOM-NAME
             OR  B.OBJEKT_NAME  = :H-BOM-NAME)
            AND  B.LFDNR        = 1
            AND  B.LAUF_ID =
                 (SELECT  MAX (LAUF_ID)
                    FROM  =SSFBOM M
                   WHERE  M.SOURCE_MODUL = :H-BOM-NAME
                      OR  M.OBJEKT_NAME  = :H-BOM-NAME)
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    SET BOM-SEL-NOK TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S189) aus "
                             "Tabelle SSFBOM: " D-NUM4
                     SET BOM-SEL-NOK TO TRUE
     END-EVALUATE
     .
 S189-99.
     EXIT.

******************************************************************
* BOM: juengste Produktions-Freigabe des Objekts in =ABNAHME
* (ueber den Objektnamen gekeyt, zur Sicherheit auch ueber das
* Source-Modul, vgl. EXP_ABN_CURS) - s. C776
******************************************************************
 S190-SELECT-BOM-FREIGABE SECTION.
 S190-00.
     SET BOM-SEL-OK TO TRUE
     MOVE SPACES TO H-BOM-VERSION H-BOM-REL-AM
     EXEC SQL
         SELECT  VERSION, REL2PROD_AM
           INTO  :H-BOM-VERSION
                ,:H-BOM-REL-AM
                     TYPE AS DATETIME YEAR TO MINUTE
           FROM  =ABNAHME A
          WHERE  A.PRG_NAME IN (:H-BOM-OBJNAME, :H-BOM-MODUL)
            AND  A.REL2PROD_AM =
                 (SELECT  MAX (REL2PROD_AM)
                    FROM  =ABNAHME M
                   WHERE  M.PRG_NAME IN (:H-BOM-OBJNAME, :H-BOM-MODUL)
                     AND  M.REL2PROD_AM IS NOT NULL)
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    SET BOM-SEL-NOK TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S190) aus "
                             "Tabelle ABNAHME: " D-NUM4
                     SET BOM-SEL-NOK TO TRUE
     END-EVALUATE
     .
 S190-99.
     EXIT.

******************************************************************
* Open Cursor Stueckliste einer Modul-Version (s. C776)
******************************************************************
 S191-OPEN-BOM-CURSOR SECTION.
 S191-00.
     EXEC SQL
         OPEN BOM_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET BOM-CURS-OK  TO TRUE
         WHEN OTHER  SET BOM-CURS-EOD TO TRUE
     END-EVALUATE
     .
 S191-99.
     EXIT.

******************************************************************
* Fetch Cursor Stueckliste einer Modul-Version (s. C776)
******************************************************************
 S192-FETCH-BOM-CURSOR SECTION.
 S192-00.
     EXEC SQL
         FETCH BOM_CURS
          INTO   :LAUF-ID          OF SSFBOM
                ,:LFDNR            OF SSFBOM
                ,:OBJEKT           OF SSFBOM
                ,:ART              OF SSFBOM
                ,:BIBLIOTHEK       OF SSFBOM
                ,:SEKTION          OF SSFBOM
                ,:MEMBER-MODUL     OF SSFBOM
                ,:MEMBER-VERSION   OF SSFBOM
                ,:CHECKSUM         OF SSFBOM
                ,:COMPILER         OF SSFBOM
                ,:COMPILER-VERSION OF SSFBOM
                ,:COMPLETION-CODE  OF SSFBOM
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET BOM-CURS-OK  TO TRUE
         WHEN 100    SET BOM-CURS-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S192) aus "
                             "Tabelle SSFBOM: " D-NUM4
                     SET BOM-CURS-EOD TO TRUE
     END-EVALUATE
     .
 S192-99.
     EXIT.

******************************************************************
* Close Cursor Stueckliste einer Modul-Version (s. C776)
******************************************************************
 S193-CLOSE-BOM-CURSOR SECTION.
 S193-00.
     EXEC SQL
         CLOSE BOM_CURS
     END-EXEC
     .
 S193-99.
     EXIT.

******************************************************************
* Open Cursor Verwendungsnachweis Copy-Bibliothek (s. C777)
******************************************************************
 S194-OPEN-BOM-WHERE-CURSOR SECTION.
 S194-00.
     EXEC SQL
         OPEN BOM_WHERE_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET BOM-CURS-OK  TO TRUE
         WHEN OTHER  SET BOM-CURS-EOD TO TRUE
     END-EVALUATE
     .
 S194-99.
     EXIT.

******************************************************************
* Fetch Cursor Verwendungsnachweis Copy-Bibliothek (s. C777)
******************************************************************
 S195-FETCH-BOM-WHERE-CURSOR SECTION.
 S195-00.
     MOVE SPACES TO H-BOM-REL-AM
     EXEC SQL
         FETCH BOM_WHERE_CURS
          INTO   :SOURCE-MODUL     OF SSFBOM
                ,:VERSION          OF SSFBOM
                ,:OBJEKT-NAME      OF SSFBOM
                ,:MEMBER-VERSION   OF SSFBOM
                ,:SEKTION          OF SSFBOM
                ,:H-BOM-REL-AM
                     TYPE AS DATETIME YEAR TO MINUTE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET BOM-CURS-OK  TO TRUE
         WHEN 100    SET BOM-CURS-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S195) aus "
                             "Tabelle SSFBOM: " D-NUM4
                     SET BOM-CURS-EOD TO TRUE
     END-EVALUATE
     .
 S195-99.
     EXIT.

******************************************************************
* Close Cursor Verwendungsnachweis Copy-Bibliothek (s. C777)
******************************************************************
 S196-CLOSE-BOM-WHERE-CURSOR SECTION.
 S196-00.
     EXEC SQL
         CLOSE BOM_WHERE_CURS
     END-EXEC
     .
 S196-99.
     EXIT.

******************************************************************
* Open Cursor Module einer Anwendung (TESTRESET, s. C779)
******************************************************************
 S197-OPEN-TRES-CURSOR SECTION.
 S197-00.
     SET TRES-CURS-OK TO TRUE
     EXEC SQL
         OPEN TRES_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Open (S197) auf "
                             "Tabelle SSAFE: " D-NUM4
                     SET TRES-CURS-EOD TO TRUE
     END-EVALUATE
     .
 S197-99.
     EXIT.

******************************************************************
* Fetch Cursor Module einer Anwendung (TESTRESET, s. C779)
******************************************************************
 S198-FETCH-TRES-CURSOR SECTION.
 S198-00.
     MOVE SPACES TO H-TRES-MODUL H-TRES-TYP H-TRES-FREIGABE
                    H-TRES-KLASSE
     EXEC SQL
         FETCH TRES_CURS
          INTO   :H-TRES-MODUL
                ,:H-TRES-TYP
                ,:H-TRES-FREIGABE
                ,:H-TRES-KLASSE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    SET TRES-CURS-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S198) aus "
                             "Tabelle SSAFE: " D-NUM4
                     SET TRES-CURS-EOD TO TRUE
     END-EVALUATE
     .
 S198-99.
     EXIT.

******************************************************************
* Close Cursor Module einer Anwendung (TESTRESET, s. C779)
******************************************************************
 S199-CLOSE-TRES-CURSOR SECTION.
 S199-00.
     EXEC SQL
         CLOSE TRES_CURS
     END-EXEC
     .
 S199-99.
     EXIT.

******************************************************************
* Insert auf Tabelle SSPROT - Protokoll Aktionen im SourceSafe
******************************************************************
 S200-INSERT-SSPROT SECTION.
 S200-00.
**  ---> Home-Terminal des Aufrufers fuer das Audit-Protokoll mitgeben
     MOVE W-MY-HOMETERM TO HOMETERM OF SSPROT

**  ---> laeuft die Sitzung (auch) unter einer delegierten Rolle,
**       wird jede Aktion im Kommentar markiert, damit der Audit-
**       Trail zeigt, wer wirklich gehandelt hat (s. D504)
     IF  DELEG-AKTIV
     AND KOMMENTAR OF SSPROT (57:8) = SPACES
         MOVE " [DELEG]" TO KOMMENTAR OF SSPROT (57:8)
     END-IF

**  ---> aktives Umgebungsprofil mitprotokollieren (s. C395) -
**       so ist je Freigabe-Aktion nachvollziehbar, unter welcher
**       DEFINE-Umgebung sie lief
     IF  W-EP-AKTIV NOT = SPACES
     AND KOMMENTAR OF SSPROT (40:17) = SPACES
         MOVE "[P:"       TO KOMMENTAR OF SSPROT (40:3)
         MOVE W-EP-AKTIV (1:13)
                          TO KOMMENTAR OF SSPROT (43:13)
         MOVE "]"         TO KOMMENTAR OF SSPROT (56:1)
     END-IF
     EXEC SQL
         INSERT
           INTO  =SSPROT
                 (SOURCE_MODUL, AKTION, GROUP_USER, KZ_FREIGABE, KOMMENTAR
                 ,HOMETERM, ANWENDUNG
                 )
         VALUES  (
                  :SOURCE-MODUL of SSPROT
                 ,:AKTION       of SSPROT
                 ,:GROUP-USER   of SSPROT
                 ,:KZ-FREIGABE  of SSPROT
                 ,:KOMMENTAR    of SSPROT
                 ,:HOMETERM     of SSPROT
                 ,:W-ANW-SESSION
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK TO TRUE
                     PERFORM S205-STREAM-SIEM
**                   ---> Modul-Kurzbild verwerfen (s. D866)
                     MOVE SOURCE-MODUL OF SSPROT TO W-MSUM-MERK
                     PERFORM D866-MSUM-MERKEN
**                   ---> Ereignis fuer die Beobachter merken (D948)
                     PERFORM D948-WATCH-MERKEN
         WHEN OTHER
             DISPLAY "!!! Fehler bei Insert in SSPROT !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S200-99.
     EXIT.

******************************************************************
* Echtzeit-Streaming des gerade eingefuegten SSPROT-Satzes an den
* SIEM-Collector-Prozess. Rein additiv (Switch SIEM-FLAG) - ein
* Fehler beim Schreiben in die Queue darf den Audit-Insert selbst
* nicht rueckgaengig machen, daher kein PRG-ABBRUCH bei Fehlern hier
******************************************************************
 S205-STREAM-SIEM SECTION.
 S205-00.
     IF  SIEM-OFF
         EXIT SECTION
     END-IF

     PERFORM U030-TIMESTAMP

     MOVE SPACES TO SIEMQ-SATZ
     STRING  TAL-JHJJ of TAL-TIME-D DELIMITED BY SIZE
             "-"                    DELIMITED BY SIZE
             TAL-MM   of TAL-TIME-D DELIMITED BY SIZE
             "-"                    DELIMITED BY SIZE
             TAL-TT   of TAL-TIME-D DELIMITED BY SIZE
             " "                    DELIMITED BY SIZE
             TAL-HH   of TAL-TIME-D DELIMITED BY SIZE
             ":"                    DELIMITED BY SIZE
             TAL-MI   of TAL-TIME-D DELIMITED BY SIZE
             ":"                    DELIMITED BY SIZE
             TAL-SS   of TAL-TIME-D DELIMITED BY SIZE
       INTO  SI-ZEITPUNKT
     END-STRING
     MOVE GROUP-USER   OF SSPROT TO SI-USER
     MOVE AKTION       OF SSPROT TO SI-AKTION
     MOVE SOURCE-MODUL OF SSPROT TO SI-MODUL
     MOVE KOMMENTAR    OF SSPROT (1:46) TO SI-KOMMENTAR

     OPEN OUTPUT SIEMQ
     WRITE SIEMQ-RECORD FROM SIEMQ-SATZ
     CLOSE SIEMQ
     .
 S205-99.
     EXIT.

******************************************************************
* OPEN Cursor
******************************************************************
 S210-OPEN-SSPROT-CURSOR SECTION.
 S210-00.
     MOVE ZERO TO C4-COUNT
     EXEC SQL
         OPEN SSPROT_CURS
     END-EXEC
     .
 S210-99.
     EXIT.

******************************************************************
* Fetch Texte aus Tabelle SSPROT
******************************************************************
 S211-FETCH-SSPROT-CURSOR SECTION.
 S211-00.
     EXEC SQL
         FETCH SSPROT_CURS
          INTO    :SOURCE-MODUL of SSPROT
                 ,:ZPINS        of SSPROT
                     TYPE AS DATETIME YEAR TO FRACTION(2)
                 ,:AKTION       of SSPROT
                 ,:GROUP-USER   of SSPROT
                 ,:KZ-FREIGABE  of SSPROT
                 ,:ANWENDUNG    of SSPROT
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET SSPROT-OK TO TRUE
                     ADD 1 TO C4-COUNT
         WHEN OTHER  SET SSPROT-EOD TO TRUE
     END-EVALUATE

**  ---> ggf. auf erlaubte GROUP-USER (Rolle SCOPE) einschränken
     IF  ROLFKT-SCOPE-ANZ > 0
         PERFORM UNTIL SSPROT-EOD
             MOVE GROUP-USER OF SSPROT TO W-SCOPE-CHECK
             PERFORM U700-CHECK-SCOPE
             IF  SCOPE-ALLOWED
                 EXIT PERFORM
             END-IF
             EXEC SQL
                 FETCH SSPROT_CURS
                  INTO    :SOURCE-MODUL of SSPROT
                         ,:ZPINS        of SSPROT
                             TYPE AS DATETIME YEAR TO FRACTION(2)
                         ,:AKTION       of SSPROT
                         ,:GROUP-USER   of SSPROT
                         ,:KZ-FREIGABE  of SSPROT
                         ,:ANWENDUNG    of SSPROT
             END-EXEC
             EVALUATE SQLCODE OF SQLCA
                 WHEN 0      SET SSPROT-OK  TO TRUE
                             ADD 1 TO C4-COUNT
                 WHEN OTHER  SET SSPROT-EOD TO TRUE
             END-EVALUATE
         END-PERFORM
     END-IF

**  ---> Mandanten-Nachfilter: bei mehreren zugeordneten Anwendungen
**       filtert der Cursor nur grob (H-ANW-FILTER = "%"), daher
**       hier gegen die Allow-Liste pruefen (s. U710)
     IF  ROLFKT-ANW-ANZ > 1
         PERFORM UNTIL SSPROT-EOD
             MOVE ANWENDUNG OF SSPROT TO W-ANW-CHECK
             PERFORM U710-CHECK-ANW
             IF  ANW-ALLOWED
                 EXIT PERFORM
             END-IF
             EXEC SQL
                 FETCH SSPROT_CURS
                  INTO    :SOURCE-MODUL of SSPROT
                         ,:ZPINS        of SSPROT
                             TYPE AS DATETIME YEAR TO FRACTION(2)
                         ,:AKTION       of SSPROT
                         ,:GROUP-USER   of SSPROT
                         ,:KZ-FREIGABE  of SSPROT
                         ,:ANWENDUNG    of SSPROT
             END-EXEC
             EVALUATE SQLCODE OF SQLCA
                 WHEN 0      SET SSPROT-OK  TO TRUE
                             ADD 1 TO C4-COUNT
                 WHEN OTHER  SET SSPROT-EOD TO TRUE
             END-EVALUATE
         END-PERFORM
     END-IF
     .
 S211-99.
     EXIT.

******************************************************************
* CLOSE Cursor
******************************************************************
 S212-CLOSE-SSPROT-CURSOR SECTION.
 S212-00.
     EXEC SQL
         CLOSE SSPROT_CURS
     END-EXEC
     .
 S212-99.
     EXIT.

******************************************************************
* Zaehlen der SSPROT-Eintraege, die aelter als H-PROT-PURGE-TAGE
* sind (PROT PURGE) - Vorabzaehlung fuer die Rueckmeldung an den
* Anwender, bevor tatsaechlich geloescht wird
******************************************************************
 S213-COUNT-SSPROT-PURGE SECTION.
 S213-00.
     EXEC SQL
         SELECT  COUNT(*)
           INTO  :W-PROT-PURGE-ANZ
           FROM  =SSPROT
          WHERE  ZPINS      year to second
                 < CURRENT  year to second
                 - :H-PROT-PURGE-TAGE TYPE AS INTERVAL DAY
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET SSPROT-OK  TO TRUE
         WHEN OTHER  SET SSPROT-EOD TO TRUE
                     MOVE ZERO TO W-PROT-PURGE-ANZ
     END-EVALUATE
     .
 S213-99.
     EXIT.

******************************************************************
* Loeschen der exportierten SSPROT-Eintraege (PROT PURGE):
* begrenzt auf den juengsten exportierten Zeitstempel (steht nach
* der Export-Schleife in ZPINS OF SSPROT), damit ausschliesslich
* Eintraege geloescht werden, die auch in der CSV-Sicherung stehen
******************************************************************
 S214-DELETE-SSPROT-PURGE SECTION.
 S214-00.
     EXEC SQL
         DELETE
           FROM  =SSPROT
          WHERE  ZPINS      year to fraction(2)
                 <= :ZPINS of SSPROT
                    TYPE AS DATETIME YEAR TO FRACTION(2)
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET SSPROT-OK  TO TRUE
         WHEN OTHER  SET SSPROT-EOD TO TRUE
     END-EVALUATE
     .
 S214-99.
     EXIT.

******************************************************************
* Open Export-Cursor fuer PROT PURGE (CSV-Sicherung vor Loeschung)
******************************************************************
 S215-OPEN-SSPROT-PURGE-CURSOR SECTION.
 S215-00.
     EXEC SQL
         OPEN SSPROT_PURGE_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO       SET SSPROT-OK  TO TRUE
         WHEN OTHER      SET SSPROT-EOD TO TRUE
     END-EVALUATE
     .
 S215-99.
     EXIT.

******************************************************************
* Fetch Export-Cursor fuer PROT PURGE
******************************************************************
 S216-FETCH-SSPROT-PURGE-CURSOR SECTION.
 S216-00.
     EXEC SQL
         FETCH SSPROT_PURGE_CURS
          INTO   :SOURCE-MODUL of SSPROT
                ,:ZPINS        of SSPROT
                ,:AKTION       of SSPROT
                ,:GROUP-USER   of SSPROT
                ,:KZ-FREIGABE  of SSPROT
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO       SET SSPROT-OK  TO TRUE
         WHEN 100        SET SSPROT-EOD TO TRUE
         WHEN OTHER      DISPLAY " "
                         MOVE SQLCODE OF SQLCA TO D-NUM4
                         DISPLAY " Fehler beim Fetch (S216 - PURGE) aus Tabelle SSPROT: "
                                 D-NUM4
                         DISPLAY " "
                         SET SSPROT-EOD TO TRUE
     END-EVALUATE
     .
 S216-99.
     EXIT.

******************************************************************
* Close Export-Cursor fuer PROT PURGE
******************************************************************
 S217-CLOSE-SSPROT-PURGE-CURSOR SECTION.
 S217-00.
     EXEC SQL
         CLOSE SSPROT_PURGE_CURS
     END-EXEC
     .
 S217-99.
     EXIT.

******************************************************************
* select auf Tabelle SSPROT (max ZPINS )
******************************************************************
 S220-SELECT-SSPROT-MAX SECTION.
 S220-00.
     EXEC SQL
         SELECT  max(zpins)
           INTO   :ZPINS of SSPROT
                     TYPE AS DATETIME YEAR TO FRACTION(2)
           FROM  =SSPROT
           WHERE SOURCE_MODUL, KZ_FREIGABE
                 =  :SOURCE-MODUL of SSPROT
                   ,:KZ-FREIGABE  of SSPROT
       BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO       SET SSPROT-OK TO TRUE
         WHEN 100        SET SSPROT-EOD TO TRUE
         WHEN OTHER      DISPLAY " "
                         MOVE SQLCODE OF SQLCA TO D-NUM4
                         DISPLAY " Fehler beim Select (MAX) aus Tabelle SSPROT: "
                                 D-NUM4
                         DISPLAY " "
                         SET SSPROT-EOD TO TRUE
     END-EVALUATE
     .
 S220-99.
     EXIT.

******************************************************************
* select auf Tabelle SSPROT (alles)
******************************************************************
 S222-SELECT-SSPROT-ALL SECTION.
 S222-00.
     EXEC SQL
         SELECT  SOURCE_MODUL, ZPINS, AKTION, GROUP_USER, KZ_FREIGABE
           INTO   :SOURCE-MODUL  of SSPROT
                 ,:ZPINS         of SSPROT
                     TYPE AS DATETIME YEAR TO FRACTION(2)
                 ,:AKTION        of SSPROT
                 ,:GROUP-USER    of SSPROT
                 ,:KZ-FREIGABE   of SSPROT
           FROM  =SSPROT
           WHERE SOURCE_MODUL, ZPINS
                 =  :SOURCE-MODUL of SSPROT
                   ,:ZPINS        of SSPROT
                         TYPE as DATETIME YEAR TO FRACTION(2)
       BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO       SET SSPROT-OK TO TRUE
         WHEN 100        SET SSPROT-EOD TO TRUE
         WHEN OTHER      DISPLAY " "
                         MOVE SQLCODE OF SQLCA TO D-NUM4
                         DISPLAY " Fehler beim Select (ALL) aus Tabelle SSPROT: "
                                 D-NUM4
                         DISPLAY " "
                         SET SSPROT-EOD TO TRUE
     END-EVALUATE
     .
 S222-99.
     EXIT.

******************************************************************
* select auf Tabelle SSPROT (max ZPINS )
******************************************************************
 S223-SELECT-SSPROT-MAX-ZP SECTION.
 S223-00.
     EXEC SQL
         SELECT  max(zpins)
           INTO   :ZPINS of SSPROT
                     TYPE AS DATETIME YEAR TO FRACTION(2)
           FROM  =SSPROT
          WHERE  SOURCE_MODUL, AKTION
                 =  :SOURCE-MODUL of SSPROT
                   ,:AKTION       of SSPROT
       BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO       SET SSPROT-OK TO TRUE
         WHEN 100        SET SSPROT-EOD TO TRUE
         WHEN OTHER      DISPLAY " "
                         MOVE SQLCODE OF SQLCA TO D-NUM4
                         DISPLAY " Fehler beim Select (MAX-ZP) aus Tabelle SSPROT: "
                                 D-NUM4
                         DISPLAY " "
                         SET SSPROT-EOD TO TRUE
     END-EVALUATE
     .
 S223-99.
     EXIT.

******************************************************************
* select auf Tabelle SSPROT (max ZPINS ) Last-Checkin
******************************************************************
 S224-SELECT-SSPROT-MAX-CI SECTION.
 S224-00.
     EXEC SQL
         SELECT  GROUP_USER
           INTO  :GROUP-USER OF SSPROT
           FROM  =SSPROT
           WHERE SOURCE_MODUL, AKTION, ZPINS
                 =  :SOURCE-MODUL of SSPROT
                   ,:AKTION       of SSPROT
                   ,:ZPINS        of SSPROT
                         TYPE AS DATETIME YEAR TO FRACTION(2)
       BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO       SET SSPROT-OK TO TRUE
         WHEN 100        SET SSPROT-EOD TO TRUE
         WHEN OTHER      DISPLAY " "
                         MOVE SQLCODE OF SQLCA TO D-NUM4
                         DISPLAY " Fehler beim Select (S224 - MAX-CI) aus Tabelle SSPROT: "
                                 D-NUM4
                         DISPLAY " "
                         SET SSPROT-EOD TO TRUE
     END-EVALUATE
     .
 S224-99.
     EXIT.

******************************************************************
* Select auf Tabelle SSPROT - prueft, ob es seit einem Zeitpunkt
* (ZPINS OF SSPROT als Uebergabe) noch echte Aktivitaet
* (CI/AK/FR) auf der Source gab -> fuer LIST ABANDONED
******************************************************************
 S225-SELECT-SSPROT-ACTIVITY SECTION.
 S225-00.
     EXEC SQL
         SELECT  max(zpins)
           INTO   :ZPINS of SSPROT
                     TYPE AS DATETIME YEAR TO FRACTION(2)
           FROM  =SSPROT
          WHERE  SOURCE_MODUL  = :SOURCE-MODUL of SSPROT
            AND  AKTION       IN ("CI", "AK", "FR")
            AND  ZPINS  year to fraction(2)
                 > :ZPINS of SSPROT year to fraction(2)
       BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO       SET SSPROT-OK TO TRUE
         WHEN 100        SET SSPROT-EOD TO TRUE
         WHEN OTHER      DISPLAY " "
                         MOVE SQLCODE OF SQLCA TO D-NUM4
                         DISPLAY " Fehler beim Select (S225 - ACTIVITY) aus Tabelle SSPROT: "
                                 D-NUM4
                         DISPLAY " "
                         SET SSPROT-EOD TO TRUE
     END-EVALUATE
     .
 S225-99.
     EXIT.

******************************************************************
* Open Cursor Freigabe-Historie (DOK HIST) eines Moduls aus SSPROT
******************************************************************
 S226-OPEN-SSPROT-HIST-CURSOR SECTION.
 S226-00.
     MOVE ZERO TO C4-COUNT
     EXEC SQL
         OPEN SSPROT_HIST_CURS
     END-EXEC
     .
 S226-99.
     EXIT.

******************************************************************
* Fetch Cursor Freigabe-Historie (DOK HIST) aus SSPROT
******************************************************************
 S227-FETCH-SSPROT-HIST-CURSOR SECTION.
 S227-00.
     EXEC SQL
         FETCH SSPROT_HIST_CURS
          INTO    :SOURCE-MODUL of SSPROT
                 ,:ZPINS        of SSPROT
                     TYPE AS DATETIME YEAR TO FRACTION(2)
                 ,:AKTION       of SSPROT
                 ,:GROUP-USER   of SSPROT
                 ,:KZ-FREIGABE  of SSPROT
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET SSPROT-OK TO TRUE
                     ADD 1 TO C4-COUNT
         WHEN OTHER  SET SSPROT-EOD TO TRUE
     END-EVALUATE
     .
 S227-99.
     EXIT.

******************************************************************
* Close Cursor Freigabe-Historie (DOK HIST)
******************************************************************
 S228-CLOSE-SSPROT-HIST-CURSOR SECTION.
 S228-00.
     EXEC SQL
         CLOSE SSPROT_HIST_CURS
     END-EXEC
     .
 S228-99.
     EXIT.

******************************************************************
* select auf Tabelle SSPROT: Zeitpunkt der letzten Prod-Freigabe
* eines Moduls (AKTION "FR" mit KZ_FREIGABE "PR"), fuer die
* Aenderungsgroessen-Schaetzung in D256-ESTIMATE-CHANGE-SIZE
******************************************************************
 S229-SELECT-SSPROT-MAX-REL2PROD SECTION.
 S229-00.
     EXEC SQL
         SELECT  max(zpins)
           INTO   :ZPINS of SSPROT
                     TYPE AS DATETIME YEAR TO FRACTION(2)
           FROM  =SSPROT
          WHERE  SOURCE_MODUL  = :SOURCE-MODUL of SSPROT
            AND  AKTION        = "FR"
            AND  KZ_FREIGABE   = "PR"
       BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO       SET SSPROT-OK TO TRUE
         WHEN 100        SET SSPROT-EOD TO TRUE
         WHEN OTHER      DISPLAY " "
                         MOVE SQLCODE OF SQLCA TO D-NUM4
                         DISPLAY " Fehler beim Select (S229 - MAX-REL) aus Tabelle SSPROT: "
                                 D-NUM4
                         DISPLAY " "
                         SET SSPROT-EOD TO TRUE
     END-EVALUATE
     .
 S229-99.
     EXIT.

******************************************************************
* Zaehlen der CHECKIN-Eintraege eines Moduls seit dem in
* ZPINS OF SSPROT uebergebenen Zeitpunkt (D256-ESTIMATE-CHANGE-SIZE)
******************************************************************
 S230-COUNT-SSPROT-CI-SEIT-REL SECTION.
 S230-00.
     EXEC SQL
         SELECT  COUNT(*)
           INTO  :W-DIFF-CI-ANZ
           FROM  =SSPROT
          WHERE  SOURCE_MODUL  = :SOURCE-MODUL of SSPROT
            AND  AKTION        = "CI"
            AND  ZPINS  year to fraction(2)
                 > :ZPINS of SSPROT year to fraction(2)
       BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO       SET SSPROT-OK TO TRUE
         WHEN 100        SET SSPROT-EOD TO TRUE
         WHEN OTHER      DISPLAY " "
                         MOVE SQLCODE OF SQLCA TO D-NUM4
                         DISPLAY " Fehler beim Select (S230 - CI-SEIT) aus Tabelle SSPROT: "
                                 D-NUM4
                         DISPLAY " "
                         SET SSPROT-EOD TO TRUE
                         MOVE ZERO TO W-DIFF-CI-ANZ
     END-EVALUATE
     .
 S230-99.
     EXIT.

*****************************************************************
* Select auf Tabelle SSPARM - Parameter
******************************************************************
 S300-SELECT-SSPARM SECTION.
 S300-00.
     EXEC SQL
         SELECT  AKTION, SVOL_SOURCE, SVOL_DEST
           INTO   :AKTION       of SSPARM
                 ,:SVOL-SOURCE  of SSPARM
                 ,:SVOL-DEST    of SSPARM
           FROM  =SSPARM
          WHERE  AKTION = :AKTION of SSPARM
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO       SET SSPRM-OK TO TRUE
         WHEN 100        SET SSPRM-EOD TO TRUE
         WHEN OTHER      DISPLAY " "
                         MOVE SQLCODE OF SQLCA TO D-NUM4
                         DISPLAY " Fehler beim Select aus Tabelle SSPARM: "
                                 D-NUM4
                         DISPLAY " "
                         SET SSPRM-EOD TO TRUE
     END-EVALUATE
     .
 S300-99.
     EXIT.

******************************************************************
* Update auf Tabelle SSPARM - Parameter
******************************************************************
 S310-UPDATE-SSPARM SECTION.
 S310-00.
     EXEC SQL
         UPDATE  =SSPARM
            SET   SVOL_SOURCE      = :SVOL-SOURCE  of SSPARM
                 ,SVOL_DEST        = :SVOL-DEST    of SSPARM
          WHERE  AKTION = :AKTION of SSPARM
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSPRM-OK TO TRUE
         WHEN OTHER  continue
     END-EVALUATE
     .
 S310-99.
     EXIT.

******************************************************************
* Select auf Tabelle SSPARM - Parameter
******************************************************************
 S320-SELECT-SSPARM-USER SECTION.
 S320-00.
     EXEC SQL
         SELECT  AKTION, SVOL_SOURCE, SVOL_DEST, ZPINS
           INTO   :AKTION      of SSPARM
                 ,:SVOL-SOURCE of SSPARM
                 ,:SVOL-DEST   of SSPARM
                 ,:ZPINS       of SSPARM
                     TYPE AS DATETIME YEAR TO FRACTION(2)
           FROM  =SSPARM
          WHERE   AKTION, SVOL_SOURCE
                 =    :AKTION      of SSPARM
                     ,:SVOL-SOURCE of SSPARM
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO       SET SSPRM-OK  TO TRUE
         WHEN 100        SET SSPRM-EOD TO TRUE
         WHEN OTHER      DISPLAY " "
                         MOVE SQLCODE OF SQLCA TO D-NUM4
                         DISPLAY " Fehler beim Select aus Tabelle SSPARM: "
                                 D-NUM4
                         DISPLAY " "
                         SET SSPRM-EOD TO TRUE
     END-EVALUATE
     .
 S320-99.
     EXIT.

******************************************************************
* OPEN Cursor
******************************************************************
 S330-OPEN-SSPARM-CURSOR SECTION.
 S330-00.
     MOVE ZERO TO C4-COUNT
     EXEC SQL
         OPEN SSPARM_CURS
     END-EXEC
     .
 S330-99.
     EXIT.

******************************************************************
* Fetch Texte aus Tabelle SSPARM
******************************************************************
 S331-FETCH-SSPARM-CURSOR SECTION.
 S331-00.
     EXEC SQL
         FETCH SSPARM_CURS
          INTO    :AKTION      of SSPARM
                 ,:SVOL-SOURCE of SSPARM
                 ,:SVOL-DEST   of SSPARM
                 ,:ZPINS       of SSPARM
                     TYPE AS DATETIME YEAR TO FRACTION(2)
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET SSPRM-OK TO TRUE
                     ADD 1 TO C4-COUNT
         WHEN OTHER  SET SSPRM-EOD TO TRUE
     END-EVALUATE
     .
 S331-99.
     EXIT.

******************************************************************
* CLOSE Cursor
******************************************************************
 S332-CLOSE-SSPARM-CURSOR SECTION.
 S332-00.
     EXEC SQL
         CLOSE SSPARM_CURS
     END-EXEC
     .
 S332-99.
     EXIT.

******************************************************************
* Insert auf Tabelle SSPROT - Protokoll Aktionen im SourceSafe
******************************************************************
 S340-INSERT-SSPARM SECTION.
 S340-00.
     EXEC SQL
         INSERT
           INTO  =SSPARM
                 (AKTION, SVOL_SOURCE, SVOL_DEST
                 )
         VALUES  (
                  :AKTION      of SSPARM
                 ,:SVOL-SOURCE of SSPARM
                 ,:SVOL-DEST   of SSPARM
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSPRM-OK TO TRUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Insert in SSPARM !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S340-99.
     EXIT.

******************************************************************
* Löschen Eintrag aus Tabelle SSPARM
******************************************************************
 S350-DELETE-SSPARM SECTION.
 S350-00.
     EXEC SQL
         DELETE
           FROM  =SSPARM
          WHERE  AKTION, SVOL_SOURCE
                 =  :AKTION      of SSPARM
                   ,:SVOL-SOURCE of SSPARM
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSPRM-OK TO TRUE
         WHEN 100    SET SSPRM-EOD TO TRUE
         WHEN OTHER  SET PRG-ABBRUCH TO TRUE
                     EXIT SECTION
     END-EVALUATE
     .
 S350-99.
     EXIT.

******************************************************************
* Insert auf Tabelle WVERSION
******************************************************************
 S400-INSERT-WVERSION SECTION.
 S400-00.
     EXEC SQL
         EXECUTE IMMEDIATE :DYN-STATEMENT-BUFFER
**  ---> dynamisches SQL ersetzt folgendes:
*         INSERT
*           INTO  =VIEWVERS
*                 (PROGRAMM, VERSION, USER
*                 )
*         VALUES  (
*                  :PROGRAMM of WVERSION
*                 ,:VERSION  of WVERSION
*                 ,:USER     of WVERSION
*                 )

     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   continue
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Insert in WVERSION ("
                     D-NUM4
                     ") !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S400-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor SSAFE-Module (Konsistenzpruefung D550)
******************************************************************
 S401-OPEN-CONS-SSAFE-CURSOR SECTION.
 S401-00.
     EXEC SQL
         OPEN CONS_SSAFE_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET CONS-MOD-OK  TO TRUE
         WHEN OTHER  SET CONS-MOD-EOD TO TRUE
     END-EVALUATE
     .
 S401-99.
     EXIT.

 S402-FETCH-CONS-SSAFE-CURSOR SECTION.
 S402-00.
     MOVE SPACES TO W-CONS-ZPCI
     EXEC SQL
         FETCH CONS_SSAFE_CURS
          INTO   :W-CONS-MODUL
                ,:W-CONS-TYP
                ,:W-CONS-ZPCI
                     TYPE AS DATETIME YEAR TO SECOND
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET CONS-MOD-OK  TO TRUE
         WHEN 100    SET CONS-MOD-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S402) aus Tabelle SSAFE: "
                             D-NUM4
                     SET CONS-MOD-EOD TO TRUE
     END-EVALUATE
     .
 S402-99.
     EXIT.

 S403-CLOSE-CONS-SSAFE-CURSOR SECTION.
 S403-00.
     EXEC SQL
         CLOSE CONS_SSAFE_CURS
     END-EXEC
     .
 S403-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor juengste Archiv-Version (D551)
******************************************************************
 S404-OPEN-CONS-NEU-CURSOR SECTION.
 S404-00.
     EXEC SQL
         OPEN CONS_NEU_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET CONS-DET-OK  TO TRUE
         WHEN OTHER  SET CONS-DET-EOD TO TRUE
     END-EVALUATE
     .
 S404-99.
     EXIT.

 S405-FETCH-CONS-NEU-CURSOR SECTION.
 S405-00.
     EXEC SQL
         FETCH CONS_NEU_CURS
          INTO   :VERSION      OF SSFRARCH
                ,:SOURCE-DATE  OF SSFRARCH
                     TYPE AS DATETIME YEAR TO DAY
                ,:ZPINS        OF SSFRARCH
                     TYPE AS DATETIME YEAR TO FRACTION(2)
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET CONS-DET-OK  TO TRUE
         WHEN 100    SET CONS-DET-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S405) aus Tabelle SSFRARCH: "
                             D-NUM4
                     SET CONS-DET-EOD TO TRUE
     END-EVALUATE
     .
 S405-99.
     EXIT.

 S406-CLOSE-CONS-NEU-CURSOR SECTION.
 S406-00.
     EXEC SQL
         CLOSE CONS_NEU_CURS
     END-EXEC
     .
 S406-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor ABNAHME ohne Archiv-Version (D552)
******************************************************************
 S407-OPEN-CONS-ABN-CURSOR SECTION.
 S407-00.
     EXEC SQL
         OPEN CONS_ABN_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET CONS-DET-OK  TO TRUE
         WHEN OTHER  SET CONS-DET-EOD TO TRUE
     END-EVALUATE
     .
 S407-99.
     EXIT.

 S408-FETCH-CONS-ABN-CURSOR SECTION.
 S408-00.
     EXEC SQL
         FETCH CONS_ABN_CURS
          INTO   :PRG-NAME     OF ABNAHME
                ,:VERSION      OF ABNAHME
                ,:DATUM        OF ABNAHME
                     TYPE AS DATETIME YEAR TO DAY
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET CONS-DET-OK  TO TRUE
         WHEN 100    SET CONS-DET-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S408) aus Tabelle ABNAHME: "
                             D-NUM4
                     SET CONS-DET-EOD TO TRUE
     END-EVALUATE
     .
 S408-99.
     EXIT.

 S409-CLOSE-CONS-ABN-CURSOR SECTION.
 S409-00.
     EXEC SQL
         CLOSE CONS_ABN_CURS
     END-EXEC
     .
 S409-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Archiv-Namensabgleich (D553)
******************************************************************
 S410-OPEN-CONS-ARCH-CURSOR SECTION.
 S410-00.
     EXEC SQL
         OPEN CONS_ARCH_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET CONS-DET-OK  TO TRUE
         WHEN OTHER  SET CONS-DET-EOD TO TRUE
     END-EVALUATE
     .
 S410-99.
     EXIT.

 S411-FETCH-CONS-ARCH-CURSOR SECTION.
 S411-00.
     EXEC SQL
         FETCH CONS_ARCH_CURS
          INTO   :SOURCE-MODUL OF SSFRARCH
                ,:VERSION      OF SSFRARCH
                ,:ARCHIV-MODUL OF SSFRARCH
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET CONS-DET-OK  TO TRUE
         WHEN 100    SET CONS-DET-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S411) aus Tabelle SSFRARCH: "
                             D-NUM4
                     SET CONS-DET-EOD TO TRUE
     END-EVALUATE
     .
 S411-99.
     EXIT.

 S412-CLOSE-CONS-ARCH-CURSOR SECTION.
 S412-00.
     EXEC SQL
         CLOSE CONS_ARCH_CURS
     END-EXEC
     .
 S412-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor einbindende Module (E426)
******************************************************************
 S413-OPEN-LAY-COPY-CURSOR SECTION.
 S413-00.
     EXEC SQL
         OPEN LAY_COPY_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET LAY-COPY-OK  TO TRUE
         WHEN OTHER  SET LAY-COPY-EOD TO TRUE
     END-EVALUATE
     .
 S413-99.
     EXIT.

 S414-FETCH-LAY-COPY-CURSOR SECTION.
 S414-00.
     EXEC SQL
         FETCH LAY_COPY_CURS
          INTO   :PROGRAMM     OF LIBS
                ,:LIB          OF LIBS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET LAY-COPY-OK  TO TRUE
         WHEN 100    SET LAY-COPY-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S414) aus Tabelle LIBS: "
                             D-NUM4
                     SET LAY-COPY-EOD TO TRUE
     END-EVALUATE
     .
 S414-99.
     EXIT.

 S415-CLOSE-LAY-COPY-CURSOR SECTION.
 S415-00.
     EXEC SQL
         CLOSE LAY_COPY_CURS
     END-EXEC
     .
 S415-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Kettenexport (D561)
******************************************************************
 S416-OPEN-KX-EXP-CURSOR SECTION.
 S416-00.
     EXEC SQL
         OPEN KX_EXP_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET KX-CURS-OK  TO TRUE
         WHEN OTHER  SET KX-CURS-EOD TO TRUE
     END-EVALUATE
     .
 S416-99.
     EXIT.

 S417-FETCH-KX-EXP-CURSOR SECTION.
 S417-00.
     EXEC SQL
         FETCH KX_EXP_CURS
          INTO   :ANWENDUNG    OF SSFRFDEF
                ,:MODUL        OF SSFRFDEF
                ,:FUNKTION     OF SSFRFDEF
                ,:LFDNR        OF SSFRFDEF
                ,:LFDNR-OK     OF SSFRFDEF
                ,:LFDNR-NOK    OF SSFRFDEF
                ,:PROG         OF SSFRFDEF
                ,:ALT-PROG     OF SSFRFDEF
                ,:PRG-STU      OF SSFRFDEF
                ,:PRG-INF      OF SSFRFDEF
                ,:PRG-OBF      OF SSFRFDEF
                ,:PRG-OUTF     OF SSFRFDEF
                ,:PRG-TIMEOUT  OF SSFRFDEF
                ,:SCHRITT-TYP  OF SSFRFDEF
                ,:GATE-STANDARD OF SSFRFDEF
                ,:ABST-LFDNR   OF SSFRFDEF
                ,:ABST-FELD    OF SSFRFDEF
                ,:ABST-REF-FELD OF SSFRFDEF
                ,:ABST-TOLERANZ OF SSFRFDEF
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET KX-CURS-OK  TO TRUE
         WHEN 100    SET KX-CURS-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S417) aus Tabelle SSFRFDEF: "
                             D-NUM4
                     SET KX-CURS-EOD TO TRUE
     END-EVALUATE
     .
 S417-99.
     EXIT.

 S418-CLOSE-KX-EXP-CURSOR SECTION.
 S418-00.
     EXEC SQL
         CLOSE KX_EXP_CURS
     END-EXEC
     .
 S418-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Bestand einer Kette (D563)
******************************************************************
 S419-OPEN-KX-ALT-CURSOR SECTION.
 S419-00.
     EXEC SQL
         OPEN KX_ALT_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET KX-CURS-OK  TO TRUE
         WHEN OTHER  SET KX-CURS-EOD TO TRUE
     END-EVALUATE
     .
 S419-99.
     EXIT.

 S420-FETCH-KX-ALT-CURSOR SECTION.
 S420-00.
     EXEC SQL
         FETCH KX_ALT_CURS
          INTO   :ANWENDUNG    OF SSFRFDEF
                ,:MODUL        OF SSFRFDEF
                ,:FUNKTION     OF SSFRFDEF
                ,:LFDNR        OF SSFRFDEF
                ,:LFDNR-OK     OF SSFRFDEF
                ,:LFDNR-NOK    OF SSFRFDEF
                ,:PROG         OF SSFRFDEF
                ,:ALT-PROG     OF SSFRFDEF
                ,:PRG-STU      OF SSFRFDEF
                ,:PRG-INF      OF SSFRFDEF
                ,:PRG-OBF      OF SSFRFDEF
                ,:PRG-OUTF     OF SSFRFDEF
                ,:PRG-TIMEOUT  OF SSFRFDEF
                ,:SCHRITT-TYP  OF SSFRFDEF
                ,:GATE-STANDARD OF SSFRFDEF
                ,:ABST-LFDNR   OF SSFRFDEF
                ,:ABST-FELD    OF SSFRFDEF
                ,:ABST-REF-FELD OF SSFRFDEF
                ,:ABST-TOLERANZ OF SSFRFDEF
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET KX-CURS-OK  TO TRUE
         WHEN 100    SET KX-CURS-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S420) aus Tabelle SSFRFDEF: "
                             D-NUM4
                     SET KX-CURS-EOD TO TRUE
     END-EVALUATE
     .
 S420-99.
     EXIT.

 S421-CLOSE-KX-ALT-CURSOR SECTION.
 S421-00.
     EXEC SQL
         CLOSE KX_ALT_CURS
     END-EXEC
     .
 S421-99.
     EXIT.

******************************************************************
* alle Schritte einer Kette (ANWENDUNG/MODUL/FUNKTION) loeschen
* (Kettenimport, D565)
******************************************************************
 S422-DELETE-SSFRFDEF-KETTE SECTION.
 S422-00.
     MOVE W-KX-ANWENDUNG TO H-KX-ANWENDUNG
     MOVE W-KX-MODUL     TO H-KX-MODUL
     MOVE W-KX-FUNKTION  TO H-KX-FUNKTION
     EXEC SQL
         DELETE
           FROM  =SSFRFDEF
          WHERE  ANWENDUNG = :H-KX-ANWENDUNG
            AND  MODUL     = :H-KX-MODUL
            AND  FUNKTION  = :H-KX-FUNKTION
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO
         WHEN 100
             continue
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Delete in SSFRFDEF: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S422-99.
     EXIT.

******************************************************************
* einen Kettenschritt aus W-KX-SCHRITT einfuegen (Kettenimport,
* D565) - VARCHAR-Laengen aus dem Inhalt ohne nachfolgende Blanks
******************************************************************
 S423-INSERT-SSFRFDEF SECTION.
 S423-00.
     MOVE W-KX-ANWENDUNG   TO ANWENDUNG   OF SSFRFDEF
     MOVE W-KX-MODUL       TO MODUL       OF SSFRFDEF
     MOVE W-KX-FUNKTION    TO FUNKTION    OF SSFRFDEF
     MOVE W-KX-LFDNR       TO LFDNR       OF SSFRFDEF
     MOVE W-KX-LFDNR-OK    TO LFDNR-OK    OF SSFRFDEF
     MOVE W-KX-LFDNR-NOK   TO LFDNR-NOK   OF SSFRFDEF
     MOVE W-KX-PROG        TO PROG        OF SSFRFDEF
     MOVE W-KX-PRG-TIMEOUT TO PRG-TIMEOUT OF SSFRFDEF
     MOVE W-KX-SCHRITT-TYP TO SCHRITT-TYP OF SSFRFDEF
     MOVE W-KX-GATE-STANDARD TO GATE-STANDARD OF SSFRFDEF
     MOVE W-KX-ABST-LFDNR  TO ABST-LFDNR  OF SSFRFDEF
     MOVE W-KX-ABST-FELD   TO ABST-FELD   OF SSFRFDEF
     MOVE W-KX-ABST-REF-FELD TO ABST-REF-FELD OF SSFRFDEF
     MOVE W-KX-ABST-TOLERANZ TO ABST-TOLERANZ OF SSFRFDEF

     MOVE W-KX-ALT-PROG    TO W-KX-LEN-FELD
     PERFORM D568-KX-LAENGE
     MOVE W-KX-ALT-PROG    TO VAL OF ALT-PROG OF SSFRFDEF
     MOVE W-KX-LEN         TO LEN OF ALT-PROG OF SSFRFDEF

     MOVE W-KX-PRG-STU     TO W-KX-LEN-FELD
     PERFORM D568-KX-LAENGE
     MOVE W-KX-PRG-STU     TO VAL OF PRG-STU OF SSFRFDEF
     MOVE W-KX-LEN         TO LEN OF PRG-STU OF SSFRFDEF

     MOVE W-KX-PRG-INF     TO W-KX-LEN-FELD
     PERFORM D568-KX-LAENGE
     MOVE W-KX-PRG-INF     TO VAL OF PRG-INF OF SSFRFDEF
     MOVE W-KX-LEN         TO LEN OF PRG-INF OF SSFRFDEF

     MOVE W-KX-PRG-OBF     TO W-KX-LEN-FELD
     PERFORM D568-KX-LAENGE
     MOVE W-KX-PRG-OBF     TO VAL OF PRG-OBF OF SSFRFDEF
     MOVE W-KX-LEN         TO LEN OF PRG-OBF OF SSFRFDEF

     MOVE W-KX-PRG-OUTF    TO W-KX-LEN-FELD
     PERFORM D568-KX-LAENGE
     MOVE W-KX-PRG-OUTF    TO VAL OF PRG-OUTF OF SSFRFDEF
     MOVE W-KX-LEN         TO LEN OF PRG-OUTF OF SSFRFDEF

     EXEC SQL
         INSERT
           INTO  =SSFRFDEF
                 (ANWENDUNG, MODUL, FUNKTION, LFDNR, LFDNR_OK, LFDNR_NOK
                 ,PROG, ALT_PROG, PRG_STU, PRG_INF, PRG_OBF, PRG_OUTF
                 ,PRG_TIMEOUT, SCHRITT_TYP, GATE_STANDARD
                 ,ABST_LFDNR, ABST_FELD, ABST_REF_FELD, ABST_TOLERANZ
                 )
         VALUES  (
                  :ANWENDUNG    OF SSFRFDEF
                 ,:MODUL        OF SSFRFDEF
                 ,:FUNKTION     OF SSFRFDEF
                 ,:LFDNR        OF SSFRFDEF
                 ,:LFDNR-OK     OF SSFRFDEF
                 ,:LFDNR-NOK    OF SSFRFDEF
                 ,:PROG         OF SSFRFDEF
                 ,:ALT-PROG     OF SSFRFDEF
                 ,:PRG-STU      OF SSFRFDEF
                 ,:PRG-INF      OF SSFRFDEF
                 ,:PRG-OBF      OF SSFRFDEF
                 ,:PRG-OUTF     OF SSFRFDEF
                 ,:PRG-TIMEOUT  OF SSFRFDEF
                 ,:SCHRITT-TYP  OF SSFRFDEF
                 ,:GATE-STANDARD OF SSFRFDEF
                 ,:ABST-LFDNR   OF SSFRFDEF
                 ,:ABST-FELD    OF SSFRFDEF
                 ,:ABST-REF-FELD OF SSFRFDEF
                 ,:ABST-TOLERANZ OF SSFRFDEF
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO
             continue
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Insert in SSFRFDEF: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S423-99.
     EXIT.

******************************************************************
* Sitzungs-Register =SSFSREG (s. E380-E384, C720)
******************************************************************
 S424-DELETE-SSFSREG-ALT SECTION.
 S424-00.
     SET REG-SQL-OK TO TRUE
**  ---> eigener Prozessname (Rest eines frueheren Prozesses) und
**       Sitzungen ohne Aktivitaet seit H-REG-STALE Minuten
     EXEC SQL
         DELETE
           FROM  =SSFSREG
          WHERE  PROZESS = :W-REG-PROZESS
             OR  LETZT_TS  year to second
                 < CURRENT year to second
                 - :H-REG-STALE TYPE AS INTERVAL MINUTE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY "!! Fehler bei Delete in SSFSREG: " D-NUM4
                     SET REG-SQL-NOK TO TRUE
     END-EVALUATE
     .
 S424-99.
     EXIT.

 S425-COUNT-SSFSREG SECTION.
 S425-00.
     MOVE ZERO TO W-REG-ANZ
     EXEC SQL
         SELECT  COUNT (*)
           INTO  :W-REG-ANZ
           FROM  =SSFSREG
          WHERE  GROUP_USER = :P-USER-NAME
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S425) aus Tabelle SSFSREG: "
                             D-NUM4
     END-EVALUATE
     .
 S425-99.
     EXIT.

 S426-INSERT-SSFSREG SECTION.
 S426-00.
     SET REG-SQL-OK TO TRUE
     EXEC SQL
         INSERT
           INTO  =SSFSREG
                 (PROZESS, GROUP_USER, HOMETERM, START_TS, LETZT_TS
                 ,LETZT_KDO)
         VALUES  (
                  :W-REG-PROZESS
                 ,:P-USER-NAME
                 ,:W-MY-HOMETERM
                 ,CURRENT
                 ,CURRENT
                 ,:W-REG-KDO
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY "!! Fehler bei Insert in SSFSREG: " D-NUM4
                     SET REG-SQL-NOK TO TRUE
     END-EVALUATE
     .
 S426-99.
     EXIT.

 S427-UPDATE-SSFSREG SECTION.
 S427-00.
     SET REG-SQL-OK TO TRUE
     EXEC SQL
         UPDATE  =SSFSREG
            SET   LETZT_TS   = CURRENT
                 ,LETZT_KDO  = :W-REG-KDO
          WHERE  PROZESS = :W-REG-PROZESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
**      ---> Eintrag fehlt (zwischenzeitlich als verwaist abgeraeumt)
         WHEN 100    SET REG-SQL-FEHLT TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY "!! Fehler bei Update in SSFSREG: " D-NUM4
                     SET REG-SQL-NOK TO TRUE
     END-EVALUATE
     .
 S427-99.
     EXIT.

 S428-DELETE-SSFSREG SECTION.
 S428-00.
     SET REG-SQL-OK TO TRUE
     EXEC SQL
         DELETE
           FROM  =SSFSREG
          WHERE  PROZESS = :W-REG-PROZESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY "!! Fehler bei Delete in SSFSREG: " D-NUM4
                     SET REG-SQL-NOK TO TRUE
     END-EVALUATE
     .
 S428-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor aktive Sitzungen (Kommando WHO, C720)
******************************************************************
 S429-OPEN-REG-WHO-CURSOR SECTION.
 S429-00.
     EXEC SQL
         OPEN REG_WHO_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET REG-CURS-OK  TO TRUE
         WHEN OTHER  SET REG-CURS-EOD TO TRUE
     END-EVALUATE
     .
 S429-99.
     EXIT.

 S430-FETCH-REG-WHO-CURSOR SECTION.
 S430-00.
     EXEC SQL
         FETCH REG_WHO_CURS
          INTO   :PROZESS    OF SSFSREG
                ,:GROUP-USER OF SSFSREG
                ,:HOMETERM   OF SSFSREG
                ,:START-TS   OF SSFSREG
                ,:LETZT-TS   OF SSFSREG
                ,:LETZT-KDO  OF SSFSREG
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET REG-CURS-OK  TO TRUE
         WHEN 100    SET REG-CURS-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S430) aus Tabelle SSFSREG: "
                             D-NUM4
                     SET REG-CURS-EOD TO TRUE
     END-EVALUATE
     .
 S430-99.
     EXIT.

 S431-CLOSE-REG-WHO-CURSOR SECTION.
 S431-00.
     EXEC SQL
         CLOSE REG_WHO_CURS
     END-EXEC
     .
 S431-99.
     EXIT.

******************************************************************
* Open Cursor offene Auftraege mit Modulen (s. D272)
******************************************************************
 S432-OPEN-KOL-AUFTRAG-CURSOR SECTION.
 S432-00.
     EXEC SQL
         OPEN KOL_AUFTRAG_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S432-99.
     EXIT.

******************************************************************
* Fetch Cursor offene Auftraege mit Modulen (s. D272)
******************************************************************
 S433-FETCH-KOL-AUFTRAG-CURSOR SECTION.
 S433-00.
     EXEC SQL
         FETCH KOL_AUFTRAG_CURS
          INTO   :AUFTRAG      OF SSFRARCH
                ,:SOURCE-MODUL OF SSFRARCH
                ,:GROUP-USER   OF SSFRARCH
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S433) aus Tabelle SSFRARCH: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S433-99.
     EXIT.

******************************************************************
* Close Cursor offene Auftraege mit Modulen (s. D272)
******************************************************************
 S434-CLOSE-KOL-AUFTRAG-CURSOR SECTION.
 S434-00.
     EXEC SQL
         CLOSE KOL_AUFTRAG_CURS
     END-EXEC
     .
 S434-99.
     EXIT.

******************************************************************
* Open Cursor Module offener Release-Zuege (s. D272)
******************************************************************
 S435-OPEN-KOL-TRAIN-CURSOR SECTION.
 S435-00.
     EXEC SQL
         OPEN KOL_TRAIN_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S435-99.
     EXIT.

******************************************************************
* Fetch Cursor Module offener Release-Zuege (s. D272)
******************************************************************
 S436-FETCH-KOL-TRAIN-CURSOR SECTION.
 S436-00.
     EXEC SQL
         FETCH KOL_TRAIN_CURS
          INTO   :TRAIN-NAME   OF SSFTRAIN
                ,:SOURCE-MODUL OF SSFTRAIN
                ,:PLAN-DATUM   OF SSFTRAIN
                ,:GROUP-USER   OF SSAFE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S436) aus Tabelle SSFTRAIN: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S436-99.
     EXIT.

******************************************************************
* Close Cursor Module offener Release-Zuege (s. D272)
******************************************************************
 S437-CLOSE-KOL-TRAIN-CURSOR SECTION.
 S437-00.
     EXEC SQL
         CLOSE KOL_TRAIN_CURS
     END-EXEC
     .
 S437-99.
     EXIT.

******************************************************************
* Open Cursor Copy-Sections eines Moduls (s. D272)
******************************************************************
 S438-OPEN-KOL-LIB-CURSOR SECTION.
 S438-00.
     EXEC SQL
         OPEN KOL_LIB_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S438-99.
     EXIT.

******************************************************************
* Fetch Cursor Copy-Sections eines Moduls (s. D272)
******************************************************************
 S439-FETCH-KOL-LIB-CURSOR SECTION.
 S439-00.
     EXEC SQL
         FETCH KOL_LIB_CURS
          INTO   :LIB    OF LIBS
                ,:CMODUL OF LIBS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S439) aus Tabelle LIBS: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S439-99.
     EXIT.

******************************************************************
* Close Cursor Copy-Sections eines Moduls (s. D272)
******************************************************************
 S440-CLOSE-KOL-LIB-CURSOR SECTION.
 S440-00.
     EXEC SQL
         CLOSE KOL_LIB_CURS
     END-EXEC
     .
 S440-99.
     EXIT.

******************************************************************
* Open Cursor SQL-Tabellen eines Moduls (s. D272)
******************************************************************
 S441-OPEN-KOL-TAB-CURSOR SECTION.
 S441-00.
     EXEC SQL
         OPEN KOL_TAB_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S441-99.
     EXIT.

******************************************************************
* Fetch Cursor SQL-Tabellen eines Moduls (s. D272)
******************************************************************
 S442-FETCH-KOL-TAB-CURSOR SECTION.
 S442-00.
     EXEC SQL
         FETCH KOL_TAB_CURS
          INTO   :TABELLE OF TABS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S442) aus Tabelle TABS: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S442-99.
     EXIT.

******************************************************************
* Close Cursor SQL-Tabellen eines Moduls (s. D272)
******************************************************************
 S443-CLOSE-KOL-TAB-CURSOR SECTION.
 S443-00.
     EXEC SQL
         CLOSE KOL_TAB_CURS
     END-EXEC
     .
 S443-99.
     EXIT.

******************************************************************
* Open Cursor ITSM-Plantermin eines Auftrags (s. D272)
******************************************************************
 S444-OPEN-KOL-ITSM-CURSOR SECTION.
 S444-00.
     EXEC SQL
         OPEN KOL_ITSM_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S444-99.
     EXIT.

******************************************************************
* Fetch Cursor ITSM-Plantermin eines Auftrags (s. D272)
******************************************************************
 S445-FETCH-KOL-ITSM-CURSOR SECTION.
 S445-00.
     EXEC SQL
         FETCH KOL_ITSM_CURS
          INTO   :GUELTIG-VON OF SSFITSM
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S445) aus Tabelle SSFITSM: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S445-99.
     EXIT.

******************************************************************
* Close Cursor ITSM-Plantermin eines Auftrags (s. D272)
******************************************************************
 S446-CLOSE-KOL-ITSM-CURSOR SECTION.
 S446-00.
     EXEC SQL
         CLOSE KOL_ITSM_CURS
     END-EXEC
     .
 S446-99.
     EXIT.

******************************************************************
* Open Cursor Incidents je Modul/Auftrag/Entwickler (s. E388)
******************************************************************
 S447-OPEN-INC-GRP-CURSOR SECTION.
 S447-00.
     EVALUATE TRUE
         WHEN INC-GRP-MODUL
             EXEC SQL
                 OPEN INC_GRP_MOD_CURS
             END-EXEC
         WHEN INC-GRP-AUFTRAG
             EXEC SQL
                 OPEN INC_GRP_AUF_CURS
             END-EXEC
         WHEN OTHER
             EXEC SQL
                 OPEN INC_GRP_ENT_CURS
             END-EXEC
     END-EVALUATE
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S447-99.
     EXIT.

******************************************************************
* Fetch Cursor Incidents je Modul/Auftrag/Entwickler (s. E388)
******************************************************************
 S448-FETCH-INC-GRP-CURSOR SECTION.
 S448-00.
     MOVE SPACES TO W-INC-GRUPPE
     EVALUATE TRUE
         WHEN INC-GRP-MODUL
             EXEC SQL
                 FETCH INC_GRP_MOD_CURS
                  INTO   :W-INC-GRUPPE
                        ,:W-INC-GRP-ANZ
             END-EXEC
         WHEN INC-GRP-AUFTRAG
             EXEC SQL
                 FETCH INC_GRP_AUF_CURS
                  INTO   :W-INC-GRUPPE
                        ,:W-INC-GRP-ANZ
             END-EXEC
         WHEN OTHER
             EXEC SQL
                 FETCH INC_GRP_ENT_CURS
                  INTO   :W-INC-GRUPPE
                        ,:W-INC-GRP-ANZ
             END-EXEC
     END-EVALUATE
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S448) aus Tabelle SSFINCID: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S448-99.
     EXIT.

******************************************************************
* Close Cursor Incidents je Modul/Auftrag/Entwickler (s. E388)
******************************************************************
 S449-CLOSE-INC-GRP-CURSOR SECTION.
 S449-00.
     EVALUATE TRUE
         WHEN INC-GRP-MODUL
             EXEC SQL
                 CLOSE INC_GRP_MOD_CURS
             END-EXEC
         WHEN INC-GRP-AUFTRAG
             EXEC SQL
                 CLOSE INC_GRP_AUF_CURS
             END-EXEC
         WHEN OTHER
             EXEC SQL
                 CLOSE INC_GRP_ENT_CURS
             END-EXEC
     END-EVALUATE
     .
 S449-99.
     EXIT.

******************************************************************
* Open Cursor Incidents eines Moduls (s. E387)
******************************************************************
 S450-OPEN-INC-MODUL-CURSOR SECTION.
 S450-00.
     EXEC SQL
         OPEN INC_MODUL_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S450-99.
     EXIT.

******************************************************************
* Fetch Cursor Incidents eines Moduls (s. E387)
******************************************************************
 S451-FETCH-INC-MODUL-CURSOR SECTION.
 S451-00.
     EXEC SQL
         FETCH INC_MODUL_CURS
          INTO   :INCIDENT-NR OF SSFINCID
                ,:VERSION     OF SSFINCID
                ,:INC-DATUM   OF SSFINCID
                ,:SCHWERE     OF SSFINCID
                ,:URSACHE     OF SSFINCID
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S451) aus Tabelle SSFINCID: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S451-99.
     EXIT.

******************************************************************
* Close Cursor Incidents eines Moduls (s. E387)
******************************************************************
 S452-CLOSE-INC-MODUL-CURSOR SECTION.
 S452-00.
     EXEC SQL
         CLOSE INC_MODUL_CURS
     END-EXEC
     .
 S452-99.
     EXIT.

******************************************************************
* Open Cursor Incidents zu produktiven Versionen (s. E389)
******************************************************************
 S453-OPEN-INC-REL-CURSOR SECTION.
 S453-00.
     EXEC SQL
         OPEN INC_REL_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S453-99.
     EXIT.

******************************************************************
* Fetch Cursor Incidents zu produktiven Versionen (s. E389)
******************************************************************
 S454-FETCH-INC-REL-CURSOR SECTION.
 S454-00.
     EXEC SQL
         FETCH INC_REL_CURS
          INTO   :SOURCE-MODUL OF SSFINCID
                ,:VERSION      OF SSFINCID
                ,:REL-DATUM    OF SSFINCID
                ,:INCIDENT-NR  OF SSFINCID
                ,:INC-DATUM    OF SSFINCID
                ,:SCHWERE      OF SSFINCID
                ,:AUFTRAG      OF SSFINCID
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S454) aus Tabelle SSFINCID: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S454-99.
     EXIT.

******************************************************************
* Close Cursor Incidents zu produktiven Versionen (s. E389)
******************************************************************
 S455-CLOSE-INC-REL-CURSOR SECTION.
 S455-00.
     EXEC SQL
         CLOSE INC_REL_CURS
     END-EXEC
     .
 S455-99.
     EXIT.

******************************************************************
* Incident einfuegen (s. E386) - ein schon erfasster Incident zum
* selben Modul (Schluessel INCIDENT_NR/SOURCE_MODUL) ist kein
* Abbruch, sondern wird gemeldet (SSFINCID-DUPLIKAT)
******************************************************************
 S456-INSERT-SSFINCID SECTION.
 S456-00.
     SET SSFINCID-NOK TO TRUE
     EXEC SQL
         INSERT
           INTO  =SSFINCID
                 (INCIDENT_NR, SOURCE_MODUL, VERSION, INC_DATUM
                 ,SCHWERE, AUFTRAG, ENTWICKLER, REL_DATUM
                 ,URSACHE, ERFASST_VON, ZPINS)
         VALUES  (
                  :W-INC-NR
                 ,:W-INC-MODUL
                 ,:W-INC-VERSION
                 ,:W-INC-DATUM
                 ,:W-INC-SCHWERE
                 ,:W-INC-AUFTRAG
                 ,:W-INC-ENTWICKLER
                 ,:W-INC-REL-DATUM
                 ,:W-INC-URSACHE
                 ,:P-USER-NAME
                 ,CURRENT
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFINCID-OK TO TRUE
         WHEN -8227  SET SSFINCID-DUPLIKAT TO TRUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Insert in SSFINCID: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S456-99.
     EXIT.

******************************************************************
* Herkunft einer Modul-Version aus =SSFRARCH: Auftrag und
* Entwickler des juengsten Source-Archiv-Eintrags (s. E385)
******************************************************************
 S457-SELECT-INC-HERKUNFT SECTION.
 S457-00.
     EXEC SQL
         SELECT  AUFTRAG, GROUP_USER
           INTO  :W-INC-ARCH-AUFTRAG
                ,:W-INC-ENTWICKLER
           FROM  =SSFRARCH A
          WHERE  A.SOURCE_MODUL = :W-INC-MODUL
            AND  A.VERSION      = :W-INC-VERSION
            AND  A.FILE_TYPE    = "SRC"
            AND  A.ZPINS =
                 (SELECT  MAX (ZPINS)
                    FROM  =SSFRARCH M
                   WHERE  M.SOURCE_MODUL = :W-INC-MODUL
                     AND  M.VERSION      = :W-INC-VERSION
                     AND  M.FILE_TYPE    = "SRC")
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    MOVE SPACES TO W-INC-ARCH-AUFTRAG
                                    W-INC-ENTWICKLER
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S457) aus Tabelle SSFRARCH: "
                             D-NUM4
                     MOVE SPACES TO W-INC-ARCH-AUFTRAG
                                    W-INC-ENTWICKLER
     END-EVALUATE
     .
 S457-99.
     EXIT.

******************************************************************
* zaehlt die Incidents zu Versionen, die im KPI-Zeitraum produktiv
* gingen (s. D251)
******************************************************************
 S458-COUNT-SSFINCID-KPI SECTION.
 S458-00.
     MOVE ZERO TO W-KPI-INC-ANZ
     EXEC SQL
         SELECT  count (*)
           INTO  :W-KPI-INC-ANZ
           FROM  =SSFINCID
          WHERE  REL_DATUM <> " "
            AND  REL_DATUM between :H-KPI-VON and :H-KPI-BIS
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  MOVE ZERO TO W-KPI-INC-ANZ
     END-EVALUATE
     .
 S458-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Source-Versionen eines Moduls (s. E391)
******************************************************************
 S459-OPEN-BP-VERS-CURSOR SECTION.
 S459-00.
     EXEC SQL
         OPEN BP_VERS_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S459-99.
     EXIT.

 S460-FETCH-BP-VERS-CURSOR SECTION.
 S460-00.
     EXEC SQL
         FETCH BP_VERS_CURS
          INTO   :VERSION OF SSFRARCH
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S460) aus Tabelle SSFRARCH: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S460-99.
     EXIT.

 S461-CLOSE-BP-VERS-CURSOR SECTION.
 S461-00.
     EXEC SQL
         CLOSE BP_VERS_CURS
     END-EXEC
     .
 S461-99.
     EXIT.

******************************************************************
* Backport-Satz fuer einen Zielzweig anlegen (s. C741) - ist der
* Zweig zu diesem Fix schon erfasst, bleibt sein Status stehen
* (SSFBACKP-DUPLIKAT)
******************************************************************
 S462-INSERT-SSFBACKP SECTION.
 S462-00.
     SET SSFBACKP-NOK TO TRUE
     EXEC SQL
         INSERT
           INTO  =SSFBACKP
                 (SOURCE_MODUL, FIX_VERSION, ZWEIG, BP_STATUS
                 ,ZIEL_VERSION, GRUND, FIX_TEXT, ENTWICKLER
                 ,BEARBEITER, ZPINS, ZP_STATUS)
         VALUES  (
                  :W-BKP-MODUL
                 ,:W-BKP-VERSION
                 ,:W-BKP-ZWEIG
                 ,"O"
                 ," "
                 ," "
                 ,:W-BKP-TEXT
                 ,:W-BKP-ENTWICKLER
                 ,:P-USER-NAME
                 ,CURRENT
                 ,CURRENT
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFBACKP-OK TO TRUE
         WHEN -8227  SET SSFBACKP-DUPLIKAT TO TRUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Insert in SSFBACKP: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S462-99.
     EXIT.

******************************************************************
* Status eines Backport-Satzes setzen (uebernommen / nicht
* relevant, s. C742) - kein Satz: SSFBACKP-NOK
******************************************************************
 S463-UPDATE-SSFBACKP-STATUS SECTION.
 S463-00.
     SET SSFBACKP-NOK TO TRUE
     EXEC SQL
         UPDATE  =SSFBACKP
            SET   BP_STATUS    = :W-BKP-STATUS
                 ,ZIEL_VERSION = :W-BKP-ZIEL
                 ,GRUND        = :W-BKP-TEXT
                 ,BEARBEITER   = :P-USER-NAME
                 ,ZP_STATUS    = CURRENT
          WHERE  SOURCE_MODUL = :W-BKP-MODUL
            AND  FIX_VERSION  = :W-BKP-VERSION
            AND  ZWEIG        = :W-BKP-ZWEIG
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFBACKP-OK TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Update in SSFBACKP: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S463-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Backports eines Moduls (s. E392)
******************************************************************
 S464-OPEN-BP-MODUL-CURSOR SECTION.
 S464-00.
     EXEC SQL
         OPEN BP_MODUL_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S464-99.
     EXIT.

 S465-FETCH-BP-MODUL-CURSOR SECTION.
 S465-00.
     EXEC SQL
         FETCH BP_MODUL_CURS
          INTO   :FIX-VERSION  OF SSFBACKP
                ,:ZWEIG        OF SSFBACKP
                ,:BP-STATUS    OF SSFBACKP
                ,:ZIEL-VERSION OF SSFBACKP
                ,:GRUND        OF SSFBACKP
                ,:ENTWICKLER   OF SSFBACKP
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S465) aus Tabelle SSFBACKP: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S465-99.
     EXIT.

 S466-CLOSE-BP-MODUL-CURSOR SECTION.
 S466-00.
     EXEC SQL
         CLOSE BP_MODUL_CURS
     END-EXEC
     .
 S466-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor offene Backports (s. C744)
******************************************************************
 S467-OPEN-BP-OFFEN-CURSOR SECTION.
 S467-00.
     EXEC SQL
         OPEN BP_OFFEN_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S467-99.
     EXIT.

 S468-FETCH-BP-OFFEN-CURSOR SECTION.
 S468-00.
     EXEC SQL
         FETCH BP_OFFEN_CURS
          INTO   :SOURCE-MODUL OF SSFBACKP
                ,:FIX-VERSION  OF SSFBACKP
                ,:ZWEIG        OF SSFBACKP
                ,:ENTWICKLER   OF SSFBACKP
                ,:FIX-TEXT     OF SSFBACKP
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S468) aus Tabelle SSFBACKP: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S468-99.
     EXIT.

 S469-CLOSE-BP-OFFEN-CURSOR SECTION.
 S469-00.
     EXEC SQL
         CLOSE BP_OFFEN_CURS
     END-EXEC
     .
 S469-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor offene Backports je Entwickler (s. C744)
******************************************************************
 S470-OPEN-BP-ENTW-CURSOR SECTION.
 S470-00.
     EXEC SQL
         OPEN BP_ENTW_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S470-99.
     EXIT.

 S471-FETCH-BP-ENTW-CURSOR SECTION.
 S471-00.
     MOVE SPACES TO W-BKP-GRUPPE
     EXEC SQL
         FETCH BP_ENTW_CURS
          INTO   :W-BKP-GRUPPE
                ,:W-BKP-GRP-ANZ
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S471) aus Tabelle SSFBACKP: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S471-99.
     EXIT.

 S472-CLOSE-BP-ENTW-CURSOR SECTION.
 S472-00.
     EXEC SQL
         CLOSE BP_ENTW_CURS
     END-EXEC
     .
 S472-99.
     EXIT.

******************************************************************
* zaehlt die offenen Backports eines Moduls (SHOW, s. C210)
******************************************************************
 S473-COUNT-SSFBACKP-OFFEN SECTION.
 S473-00.
     MOVE ZERO TO W-BKP-ANZ
     EXEC SQL
         SELECT  count (*)
           INTO  :W-BKP-ANZ
           FROM  =SSFBACKP
          WHERE  SOURCE_MODUL = :W-BKP-MODUL
            AND  BP_STATUS    = "O"
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  MOVE ZERO TO W-BKP-ANZ
     END-EVALUATE
     .
 S473-99.
     EXIT.

******************************************************************
* Open Cursor Checkins je ANWENDUNG bzw. Modul (s. D282)
******************************************************************
 S474-OPEN-BF-CURSOR SECTION.
 S474-00.
     IF  BF-EBENE-ANW
         EXEC SQL
             OPEN BF_ANW_CURS
         END-EXEC
     ELSE
         EXEC SQL
             OPEN BF_MOD_CURS
         END-EXEC
     END-IF
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S474-99.
     EXIT.

******************************************************************
* Fetch Cursor Checkins je ANWENDUNG bzw. Modul (s. D282)
******************************************************************
 S475-FETCH-BF-CURSOR SECTION.
 S475-00.
     MOVE SPACES TO W-BF-F-SCHLUESSEL W-BF-F-USER W-BF-F-LETZT
     MOVE ZERO   TO W-BF-F-ANZ
     IF  BF-EBENE-ANW
         EXEC SQL
             FETCH BF_ANW_CURS
              INTO   :W-BF-F-SCHLUESSEL
                    ,:W-BF-F-USER
                    ,:W-BF-F-ANZ
                    ,:W-BF-F-LETZT
                         TYPE AS DATETIME YEAR TO FRACTION(2)
         END-EXEC
     ELSE
         EXEC SQL
             FETCH BF_MOD_CURS
              INTO   :W-BF-F-SCHLUESSEL
                    ,:W-BF-F-USER
                    ,:W-BF-F-ANZ
                    ,:W-BF-F-LETZT
                         TYPE AS DATETIME YEAR TO FRACTION(2)
         END-EXEC
     END-IF
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S475) aus Tabelle SSPROT: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S475-99.
     EXIT.

******************************************************************
* Close Cursor Checkins je ANWENDUNG bzw. Modul (s. D282)
******************************************************************
 S476-CLOSE-BF-CURSOR SECTION.
 S476-00.
     IF  BF-EBENE-ANW
         EXEC SQL
             CLOSE BF_ANW_CURS
         END-EXEC
     ELSE
         EXEC SQL
             CLOSE BF_MOD_CURS
         END-EXEC
     END-IF
     .
 S476-99.
     EXIT.

******************************************************************
* juengster Source-Archiv-Eintrag eines Moduls: Version und
* Auftrag der Version, die ACTIVTEST in TEST bringt (s. E394)
******************************************************************
 S477-SELECT-TE-ARCHIV SECTION.
 S477-00.
     EXEC SQL
         SELECT  VERSION, AUFTRAG
           INTO  :W-TE-VERSION
                ,:W-TE-AUFTRAG
           FROM  =SSFRARCH A
          WHERE  A.SOURCE_MODUL = :W-TE-MODUL
            AND  A.FILE_TYPE    = "SRC"
            AND  A.ZPINS =
                 (SELECT  MAX (ZPINS)
                    FROM  =SSFRARCH M
                   WHERE  M.SOURCE_MODUL = :W-TE-MODUL
                     AND  M.FILE_TYPE    = "SRC")
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    MOVE SPACES TO W-TE-VERSION W-TE-AUFTRAG
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S477) aus Tabelle SSFRARCH: "
                             D-NUM4
                     MOVE SPACES TO W-TE-VERSION W-TE-AUFTRAG
     END-EVALUATE
     .
 S477-99.
     EXIT.

******************************************************************
* aktuelle TEST-Belegung eines Moduls lesen (=SSFTENV)
******************************************************************
 S478-SELECT-SSFTENV SECTION.
 S478-00.
     SET SSFTENV-NOK TO TRUE
     MOVE SPACES TO W-TE-ALT-VERSION W-TE-ALT-AUFTRAG W-TE-ALT-VON
                    W-TE-ALT-AM W-TE-ALT-PLAN-ENDE W-TE-ALT-FREI-VON
                    W-TE-ALT-VORG-AUFTRAG W-TE-ALT-VORG-VON
                    W-TE-ALT-VORG-VERSION
     EXEC SQL
         SELECT  VERSION, AUFTRAG, AKTIV_VON, AKTIV_AM, PLAN_ENDE
                ,FREI_VON, VORG_AUFTRAG, VORG_VON, VORG_VERSION
           INTO  :W-TE-ALT-VERSION
                ,:W-TE-ALT-AUFTRAG
                ,:W-TE-ALT-VON
                ,:W-TE-ALT-AM
                     TYPE AS DATETIME YEAR TO FRACTION(2)
                ,:W-TE-ALT-PLAN-ENDE
                ,:W-TE-ALT-FREI-VON
                ,:W-TE-ALT-VORG-AUFTRAG
                ,:W-TE-ALT-VORG-VON
                ,:W-TE-ALT-VORG-VERSION
           FROM  =SSFTENV
          WHERE  SOURCE_MODUL = :W-TE-MODUL
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFTENV-OK TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S478) aus Tabelle SSFTENV: "
                             D-NUM4
     END-EVALUATE
     .
 S478-99.
     EXIT.

******************************************************************
* TEST-Belegung nach ACTIVTEST neu setzen (Satz vorhanden); eine
* Freigabe durch den bisherigen Tester verfaellt damit
******************************************************************
 S479-UPDATE-SSFTENV SECTION.
 S479-00.
     SET SSFTENV-NOK TO TRUE
     EXEC SQL
         UPDATE  =SSFTENV
            SET   VERSION      = :W-TE-VERSION
                 ,AUFTRAG      = :W-TE-AUFTRAG
                 ,AKTIV_VON    = :P-USER-NAME
                 ,AKTIV_AM     = CURRENT
                 ,PLAN_ENDE    = :W-TE-PLAN-ENDE
                 ,FREI_VON     = " "
                 ,FREI_AM      = CURRENT
                 ,VORG_AUFTRAG = :W-TE-VORG-AUFTRAG
                 ,VORG_VON     = :W-TE-VORG-VON
                 ,VORG_VERSION = :W-TE-VORG-VERSION
                 ,ZPINS        = CURRENT
          WHERE  SOURCE_MODUL = :W-TE-MODUL
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFTENV-OK TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Update in SSFTENV: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S479-99.
     EXIT.

******************************************************************
* TEST-Belegung eines Moduls erstmals eintragen (s. E395)
******************************************************************
 S480-INSERT-SSFTENV SECTION.
 S480-00.
     SET SSFTENV-NOK TO TRUE
     EXEC SQL
         INSERT
           INTO  =SSFTENV
                 (SOURCE_MODUL, VERSION, AUFTRAG, AKTIV_VON, AKTIV_AM
                 ,PLAN_ENDE, FREI_VON, FREI_AM, VORG_AUFTRAG, VORG_VON
                 ,VORG_VERSION, ZPINS)
         VALUES  (
                  :W-TE-MODUL
                 ,:W-TE-VERSION
                 ,:W-TE-AUFTRAG
                 ,:P-USER-NAME
                 ,CURRENT
                 ,:W-TE-PLAN-ENDE
                 ," "
                 ,CURRENT
                 ,:W-TE-VORG-AUFTRAG
                 ,:W-TE-VORG-VON
                 ,:W-TE-VORG-VERSION
                 ,CURRENT
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFTENV-OK TO TRUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Insert in SSFTENV: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S480-99.
     EXIT.

******************************************************************
* geplantes Testende aendern (TESTENV PLAN, s. C751)
******************************************************************
 S481-UPDATE-SSFTENV-PLAN SECTION.
 S481-00.
     SET SSFTENV-NOK TO TRUE
     EXEC SQL
         UPDATE  =SSFTENV
            SET   PLAN_ENDE    = :W-TE-PLAN-ENDE
                 ,ZPINS        = CURRENT
          WHERE  SOURCE_MODUL = :W-TE-MODUL
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFTENV-OK TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Update in SSFTENV: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S481-99.
     EXIT.

******************************************************************
* Belegung freigeben - der Tester ist fertig, die Version darf
* ohne Rueckfrage ueberschrieben werden (TESTENV RELEASE, C752)
******************************************************************
 S482-UPDATE-SSFTENV-FREI SECTION.
 S482-00.
     SET SSFTENV-NOK TO TRUE
     EXEC SQL
         UPDATE  =SSFTENV
            SET   FREI_VON     = :P-USER-NAME
                 ,FREI_AM      = CURRENT
                 ,ZPINS        = CURRENT
          WHERE  SOURCE_MODUL = :W-TE-MODUL
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFTENV-OK TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Update in SSFTENV: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S482-99.
     EXIT.

******************************************************************
* Open Cursor TEST-Belegung (s. D286)
******************************************************************
 S483-OPEN-TE-CURSOR SECTION.
 S483-00.
     EXEC SQL
         OPEN TE_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S483-99.
     EXIT.

******************************************************************
* Fetch Cursor TEST-Belegung (s. D286)
******************************************************************
 S484-FETCH-TE-CURSOR SECTION.
 S484-00.
     EXEC SQL
         FETCH TE_CURS
          INTO   :W-TE-MODUL
                ,:W-TE-ALT-VERSION
                ,:W-TE-ALT-AUFTRAG
                ,:W-TE-ALT-VON
                ,:W-TE-ALT-AM
                     TYPE AS DATETIME YEAR TO FRACTION(2)
                ,:W-TE-ALT-PLAN-ENDE
                ,:W-TE-ALT-FREI-VON
                ,:W-TE-ALT-VORG-AUFTRAG
                ,:W-TE-ALT-VORG-VON
                ,:W-TE-ALT-VORG-VERSION
                ,:W-TE-F-FREIGABE-TEST
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S484) aus Tabelle SSFTENV: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S484-99.
     EXIT.

******************************************************************
* Close Cursor TEST-Belegung (s. D286)
******************************************************************
 S485-CLOSE-TE-CURSOR SECTION.
 S485-00.
     EXEC SQL
         CLOSE TE_CURS
     END-EXEC
     .
 S485-99.
     EXIT.

******************************************************************
* zaehlt die aktiven Regressions-Szenarien eines Moduls, die nicht
* seit dem letzten CHECKIN gruen gelaufen sind (s. E396)
******************************************************************
 S486-COUNT-REG-OFFEN SECTION.
 S486-00.
     MOVE ZERO TO W-RGT-OFFEN
     EXEC SQL
         SELECT  count (*)
           INTO  :W-RGT-OFFEN
           FROM  =SSFREGSZ Z
          WHERE  Z.SOURCE_MODUL = :SOURCE-MODUL OF SSAFE
            AND  Z.AKTIV        = "J"
            AND  NOT EXISTS
                 (SELECT  K.SZENARIO
                    FROM  =SSFREGLF K, =SSAFE S
                   WHERE  K.SZENARIO     = Z.SZENARIO
                     AND  K.ERGEBNIS     = "OK"
                     AND  S.SOURCE_MODUL = Z.SOURCE_MODUL
                     AND  K.LAUF_TS     >= S.ZP_CHECKIN
                     AND  K.LAUF_TS      =
                          (SELECT  MAX (N.LAUF_TS)
                             FROM  =SSFREGLF N
                            WHERE  N.SZENARIO = Z.SZENARIO))
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S486) aus Tabelle SSFREGSZ: "
                             D-NUM4
                     MOVE ZERO TO W-RGT-OFFEN
     END-EVALUATE
     .
 S486-99.
     EXIT.

******************************************************************
* Open Cursor offene Regressions-Szenarien eines Moduls (s. E396)
******************************************************************
 S487-OPEN-REG-CURSOR SECTION.
 S487-00.
     EXEC SQL
         OPEN REG_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S487-99.
     EXIT.

******************************************************************
* Fetch Cursor offene Regressions-Szenarien eines Moduls (s. E396)
******************************************************************
 S488-FETCH-REG-CURSOR SECTION.
 S488-00.
     IF  SSF-EOD
         EXIT SECTION
     END-IF
     MOVE SPACES TO W-RGT-SZENARIO W-RGT-ERGEBNIS W-RGT-LAUF-TS
     EXEC SQL
         FETCH REG_CURS
          INTO   :W-RGT-SZENARIO
                ,:W-RGT-ERGEBNIS
                ,:W-RGT-LAUF-TS
                     TYPE AS DATETIME YEAR TO FRACTION(2)
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S488) aus Tabelle SSFREGLF: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S488-99.
     EXIT.

******************************************************************
* Close Cursor offene Regressions-Szenarien eines Moduls (s. E396)
******************************************************************
 S489-CLOSE-REG-CURSOR SECTION.
 S489-00.
     EXEC SQL
         CLOSE REG_CURS
     END-EXEC
     .
 S489-99.
     EXIT.

******************************************************************
* Open Cursor Zeilen einer Mail-Vorlage (s. N524)
******************************************************************
 S490-OPEN-MV-CURSOR SECTION.
 S490-00.
     EXEC SQL
         OPEN MV_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSTEXT-OK  TO TRUE
         WHEN OTHER  SET SSTEXT-EOD TO TRUE
     END-EVALUATE
     .
 S490-99.
     EXIT.

******************************************************************
* Fetch Cursor Zeilen einer Mail-Vorlage (s. N524)
******************************************************************
 S491-FETCH-MV-CURSOR SECTION.
 S491-00.
     MOVE SPACES TO TEXTE OF SSTEXT
     EXEC SQL
         FETCH MV_CURS
          INTO   :TEXTE OF SSTEXT
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSTEXT-OK  TO TRUE
         WHEN 100    SET SSTEXT-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S491) aus Tabelle SSTEXT: "
                             D-NUM4
                     SET SSTEXT-EOD TO TRUE
     END-EVALUATE
     .
 S491-99.
     EXIT.

******************************************************************
* Close Cursor Zeilen einer Mail-Vorlage (s. N524)
******************************************************************
 S492-CLOSE-MV-CURSOR SECTION.
 S492-00.
     EXEC SQL
         CLOSE MV_CURS
     END-EXEC
     .
 S492-99.
     EXIT.

******************************************************************
* Sprache der Mail-Vorlagen aus =SSPARM "MAILSPR" (SVOL_SOURCE),
* ohne Eintrag DE (s. N522)
******************************************************************
 S493-SELECT-MV-SPRACHE SECTION.
 S493-00.
     MOVE SPACES TO W-MV-SPR-PARM
     EXEC SQL
         SELECT  SVOL_SOURCE
           INTO  :W-MV-SPR-PARM
           FROM  =SSPARM
          WHERE  AKTION = "MAILSPR"
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  MOVE SPACES TO W-MV-SPR-PARM
     END-EVALUATE
     IF  W-MV-SPR-PARM = SPACES
         MOVE "DE"                   TO W-MV-SPRACHE
     ELSE
         MOVE W-MV-SPR-PARM (1:8)    TO W-MV-SPRACHE
     END-IF
     .
 S493-99.
     EXIT.

******************************************************************
* zaehlt Sprachen und Zeilen einer Mail-Vorlage (s. D571)
******************************************************************
 S494-COUNT-MV-SPRACHEN SECTION.
 S494-00.
     MOVE ZERO TO W-MT-SPR-ANZ W-MT-ZEIL-ANZ
     EXEC SQL
         SELECT  count (DISTINCT SPRACHE), count (*)
           INTO  :W-MT-SPR-ANZ
                ,:W-MT-ZEIL-ANZ
           FROM  =SSTEXT
          WHERE  BEREICH   = "MAIL"
            AND  KATEGORIE = :W-MV-NAME
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  MOVE ZERO TO W-MT-SPR-ANZ W-MT-ZEIL-ANZ
     END-EVALUATE
     .
 S494-99.
     EXIT.

******************************************************************
* Einfuegen in Ref-Tabelle SSFCRUD (CRUD-Matrix, s. E438)
******************************************************************
 S495-INSERT-SSFCRUD SECTION.
 S495-00.
     PERFORM U100-BEGIN
     EXEC SQL
        INSERT
          INTO   =SSFCRUD
                 (PROGRAMM, OBJEKT, OBJ_TYP, ZUGRIFF
                 )
        VALUES   (
                  :PROGRAMM  OF SSFCRUD
                 ,:OBJEKT    OF SSFCRUD
                 ,:OBJ-TYP   OF SSFCRUD
                 ,:ZUGRIFF   OF SSFCRUD
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   PERFORM U110-COMMIT
         WHEN -8227  PERFORM U110-COMMIT
         WHEN OTHER  SET REF-TABS-NOK TO TRUE
                     PERFORM U120-ROLLBACK
                     DISPLAY " !!! Insert in SSFCRUD fehlgeschlagen - Fkt.-Abbruch !!!"
                     EXIT SECTION
     END-EVALUATE
     .
 S495-99.
     EXIT.

******************************************************************
* Open Cursor CRUD-Matrix je Sicht (s. D296)
******************************************************************
 S496-OPEN-CRUD-CURSOR SECTION.
 S496-00.
     EVALUATE TRUE
         WHEN CRUD-SICHT-PRG
             EXEC SQL
                 OPEN CRUD_PRG_CURS
             END-EXEC
         WHEN CRUD-SICHT-OBJ
             EXEC SQL
                 OPEN CRUD_OBJ_CURS
             END-EXEC
         WHEN OTHER
             EXEC SQL
                 OPEN CRUD_VIA_CURS
             END-EXEC
     END-EVALUATE
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S496-99.
     EXIT.

******************************************************************
* Fetch Cursor CRUD-Matrix je Sicht (s. D296)
******************************************************************
 S497-FETCH-CRUD-CURSOR SECTION.
 S497-00.
     MOVE SPACES TO H-CRUD-VIA
     EVALUATE TRUE
         WHEN CRUD-SICHT-PRG
             EXEC SQL
                 FETCH CRUD_PRG_CURS
                  INTO   :PROGRAMM OF SSFCRUD
                        ,:OBJEKT   OF SSFCRUD
                        ,:OBJ-TYP  OF SSFCRUD
                        ,:ZUGRIFF  OF SSFCRUD
             END-EXEC
         WHEN CRUD-SICHT-OBJ
             EXEC SQL
                 FETCH CRUD_OBJ_CURS
                  INTO   :PROGRAMM OF SSFCRUD
                        ,:OBJEKT   OF SSFCRUD
                        ,:OBJ-TYP  OF SSFCRUD
                        ,:ZUGRIFF  OF SSFCRUD
             END-EXEC
         WHEN OTHER
             EXEC SQL
                 FETCH CRUD_VIA_CURS
                  INTO   :H-CRUD-VIA
                        ,:PROGRAMM OF SSFCRUD
                        ,:OBJEKT   OF SSFCRUD
                        ,:OBJ-TYP  OF SSFCRUD
                        ,:ZUGRIFF  OF SSFCRUD
             END-EXEC
     END-EVALUATE
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S497) aus Tabelle SSFCRUD: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S497-99.
     EXIT.

******************************************************************
* Close Cursor CRUD-Matrix je Sicht (s. D296)
******************************************************************
 S498-CLOSE-CRUD-CURSOR SECTION.
 S498-00.
     EVALUATE TRUE
         WHEN CRUD-SICHT-PRG
             EXEC SQL
                 CLOSE CRUD_PRG_CURS
             END-EXEC
         WHEN CRUD-SICHT-OBJ
             EXEC SQL
                 CLOSE CRUD_OBJ_CURS
             END-EXEC
         WHEN OTHER
             EXEC SQL
                 CLOSE CRUD_VIA_CURS
             END-EXEC
     END-EVALUATE
     .
 S498-99.
     EXIT.

******************************************************************
* OPEN Cursor
******************************************************************
 S500-OPEN-DEFCAT-CURSOR SECTION.
 S500-00.
     MOVE ZERO TO C9-COUNT

**  ---> dynamischen SQL-Cursor definieren
     MOVE SPACE TO DYN-STATEMENT-BUFFER
     STRING  "SELECT "
             "DEF_NAME, DEF_FILE "
             ", DEF_KATALOG, DEF_TYP "
             "FROM  =DEFCAT "
             "WHERE  DEF_KATALOG = ""$WSOFT.TWCA"""
             "AND  DEF_TYP IN "
             "(""TA"", ""CA"", ""PV"")"
             "BROWSE ACCESS"
                 DELIMITED BY SIZE
       INTO  DYN-STATEMENT-BUFFER
     END-STRING

**  ---> Prepare auf Select (Cursor)
     EXEC SQL
         PREPARE S1 FROM :DYN-STATEMENT-BUFFER
     END-EXEC

**  ---> Cursor deklarieren
     EXEC SQL
         DECLARE C1 CURSOR FOR S1
     END-EXEC

**  ---> und öffnen
     EXEC SQL
         OPEN C1
     END-EXEC
     .
 S500-99.
     EXIT.

******************************************************************
* Fetch aus Tabelle DEFCAT
******************************************************************
 S510-FETCH-DEFCAT-CURSOR SECTION.
 S510-00.
     EXEC SQL
         FETCH C1
          INTO  :DEF-NAME    of DEFCAT
               ,:DEF-FILE    of DEFCAT
               ,:DEF-KATALOG of DEFCAT
               ,:DEF-TYP     of DEFCAT
     END-EXEC

     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET DEFCAT-OK  TO TRUE
                     ADD 1 TO C9-COUNT
         WHEN OTHER  SET DEFCAT-NOK TO TRUE
     END-EVALUATE
     .
 S510-99.
     EXIT.

******************************************************************
* CLOSE Cursor
******************************************************************
 S520-CLOSE-DEFCAT-CURSOR SECTION.
 S520-00.
     EXEC SQL
         CLOSE C1
     END-EXEC
     .
 S520-99.
     EXIT.

******************************************************************
* LIST SQLINVALID: dynamischer Cursor auf den Katalog W-SQI-KATALOG
* - Programme, die ungueltig sind oder eine nach dem letzten
* SQLCOMP neu definierte Tabelle benutzen, je Programm die
* juengste DDL-Aenderung zuerst (Aufbau wie S500)
******************************************************************
 S501-OPEN-SQI-CURSOR SECTION.
 S501-00.
     MOVE SPACE TO DYN-STATEMENT-BUFFER
     STRING  "SELECT P.PROGRAMNAME, P.VALID, U.USEDOBJNAME, "
             "T.REDEFTIME, P.RECOMPILETIME FROM "
                                          DELIMITED BY SIZE
             W-SQI-KATALOG                DELIMITED BY SPACE
             ".PROGRAMS P, "              DELIMITED BY SIZE
             W-SQI-KATALOG                DELIMITED BY SPACE
             ".USAGES U, "                DELIMITED BY SIZE
             W-SQI-KATALOG                DELIMITED BY SPACE
             ".TABLES T "
             "WHERE U.USINGOBJNAME = P.PROGRAMNAME "
             "AND T.TABLENAME = U.USEDOBJNAME "
             "AND (P.VALID = ""N"" "
             "OR T.REDEFTIME > P.RECOMPILETIME) "
             "ORDER BY P.PROGRAMNAME, T.REDEFTIME DESC "
             "BROWSE ACCESS"
                                          DELIMITED BY SIZE
       INTO  DYN-STATEMENT-BUFFER
     END-STRING

     EXEC SQL
         PREPARE SQI1 FROM :DYN-STATEMENT-BUFFER
     END-EXEC

     EXEC SQL
         DECLARE SQIC1 CURSOR FOR SQI1
     END-EXEC

     EXEC SQL
         OPEN SQIC1
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Open (S501) Katalog "
                             W-SQI-KATALOG ": " D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S501-99.
     EXIT.

******************************************************************
* Fetch Katalog-Befunde (LIST SQLINVALID)
******************************************************************
 S502-FETCH-SQI-CURSOR SECTION.
 S502-00.
     IF  SSF-EOD
         EXIT SECTION
     END-IF
     EXEC SQL
         FETCH SQIC1
          INTO  :H-SQI-PROGRAMM
               ,:H-SQI-VALID
               ,:H-SQI-TABELLE
               ,:H-SQI-REDEF
               ,:H-SQI-RECOMP
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S502) Katalog "
                             W-SQI-KATALOG ": " D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S502-99.
     EXIT.

******************************************************************
* Close Cursor Katalog-Befunde
******************************************************************
 S503-CLOSE-SQI-CURSOR SECTION.
 S503-00.
     EXEC SQL
         CLOSE SQIC1
     END-EXEC
     .
 S503-99.
     EXIT.

******************************************************************
* LIST SQLINVALID: Anzahl Tabellen des Moduls H-UM-MODUL in =TABS
* (von E412 beim Checkin fortgeschrieben)
******************************************************************
 S504-COUNT-SQI-TABS SECTION.
 S504-00.
     MOVE ZERO TO H-SQI-ANZ
     EXEC SQL
         SELECT  count (*)
           INTO  :H-SQI-ANZ
           FROM  =TABS
          WHERE  PROGRAMM = :H-UM-MODUL
         BROWSE ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         MOVE ZERO TO H-SQI-ANZ
     END-IF
     .
 S504-99.
     EXIT.

******************************************************************
* Insert Beobachtung in =SSFWATCH (WATCH ADD)
******************************************************************
 S505-INSERT-SSFWATCH SECTION.
 S505-00.
     EXEC SQL
         INSERT
           INTO  =SSFWATCH
                 (GROUP_USER, MUSTER, ZUSTELLUNG, ZPINS)
         VALUES  (
                  :H-WA-USER
                 ,:H-WA-MUSTER
                 ,:H-WA-ZUST
                 ,CURRENT
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Insert in SSFWATCH: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S505-99.
     EXIT.

******************************************************************
* Update Zustellung einer Beobachtung in =SSFWATCH (WATCH ADD)
******************************************************************
 S506-UPDATE-SSFWATCH SECTION.
 S506-00.
     EXEC SQL
         UPDATE  =SSFWATCH
            SET  ZUSTELLUNG = :H-WA-ZUST
          WHERE  GROUP_USER = :H-WA-USER
            AND  MUSTER     = :H-WA-MUSTER
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Update in SSFWATCH: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S506-99.
     EXIT.

******************************************************************
* Select Beobachtung eines Users (=SSFWATCH, WATCH ADD/DEL)
******************************************************************
 S507-SELECT-SSFWATCH SECTION.
 S507-00.
     SET WA-FEHLT TO TRUE
     EXEC SQL
         SELECT  ZUSTELLUNG, ZPINS
           INTO  :ZUSTELLUNG OF SSFWATCH
                ,:ZPINS      OF SSFWATCH
                    TYPE AS DATETIME YEAR TO FRACTION(2)
           FROM  =SSFWATCH
          WHERE  GROUP_USER = :H-WA-USER
            AND  MUSTER     = :H-WA-MUSTER
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET WA-VORHANDEN TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S507) aus Tabelle SSFWATCH: "
                             D-NUM4
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S507-99.
     EXIT.

******************************************************************
* Delete Beobachtung eines Users aus =SSFWATCH (WATCH DEL)
******************************************************************
 S508-DELETE-SSFWATCH SECTION.
 S508-00.
     EXEC SQL
         DELETE
           FROM  =SSFWATCH
          WHERE  GROUP_USER = :H-WA-USER
            AND  MUSTER     = :H-WA-MUSTER
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Delete in SSFWATCH: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S508-99.
     EXIT.

******************************************************************
* Open Cursor Beobachtungen eines Users (WATCH LIST)
******************************************************************
 S509-OPEN-WATCH-CURSOR SECTION.
 S509-00.
     EXEC SQL
         OPEN WATCH_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S509-99.
     EXIT.

******************************************************************
* Fetch Cursor Beobachtungen eines Users (WATCH LIST)
******************************************************************
 S511-FETCH-WATCH-CURSOR SECTION.
 S511-00.
     EXEC SQL
         FETCH WATCH_CURS
          INTO   :MUSTER     OF SSFWATCH
                ,:ZUSTELLUNG OF SSFWATCH
                ,:ZPINS      OF SSFWATCH
                    TYPE AS DATETIME YEAR TO FRACTION(2)
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S511) aus Tabelle SSFWATCH: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S511-99.
     EXIT.

******************************************************************
* Close Cursor Beobachtungen eines Users (WATCH LIST)
******************************************************************
 S512-CLOSE-WATCH-CURSOR SECTION.
 S512-00.
     EXEC SQL
         CLOSE WATCH_CURS
     END-EXEC
     .
 S512-99.
     EXIT.

******************************************************************
* Open Cursor alle Beobachtungen (WATCH-Versand, s. D949)
******************************************************************
 S513-OPEN-WATCHALL-CURSOR SECTION.
 S513-00.
     EXEC SQL
         OPEN WATCHALL_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S513-99.
     EXIT.

******************************************************************
* Fetch Cursor alle Beobachtungen (WATCH-Versand, s. D949)
******************************************************************
 S514-FETCH-WATCHALL-CURSOR SECTION.
 S514-00.
     EXEC SQL
         FETCH WATCHALL_CURS
          INTO   :GROUP-USER OF SSFWATCH
                ,:MUSTER     OF SSFWATCH
                ,:ZUSTELLUNG OF SSFWATCH
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S514) aus Tabelle SSFWATCH: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S514-99.
     EXIT.

******************************************************************
* Close Cursor alle Beobachtungen (WATCH-Versand, s. D949)
******************************************************************
 S515-CLOSE-WATCHALL-CURSOR SECTION.
 S515-00.
     EXEC SQL
         CLOSE WATCHALL_CURS
     END-EXEC
     .
 S515-99.
     EXIT.

******************************************************************
* Delete alle Beobachtungen eines stillgelegten bzw. endgueltig
* geloeschten Moduls aus =SSFWATCH (s. D949)
******************************************************************
 S516-DELETE-SSFWATCH-MODUL SECTION.
 S516-00.
     EXEC SQL
         DELETE
           FROM  =SSFWATCH
          WHERE  MUSTER = :H-WA-MODUL
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Delete in SSFWATCH: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S516-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Antwortzeit-Historie je Kommando (D957)
******************************************************************
 S517-OPEN-RZHIST-CURSOR SECTION.
 S517-00.
     EXEC SQL
         OPEN RZHIST_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S517-99.
     EXIT.

 S518-FETCH-RZHIST-CURSOR SECTION.
 S518-00.
     EXEC SQL
         FETCH RZHIST_CURS
          INTO   :KOMMANDO OF SSFSESS
                ,:H-RZ-ZAHL
                ,:H-RZ-SUMME
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S518) aus Tabelle SSFSESS: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S518-99.
     EXIT.

 S519-CLOSE-RZHIST-CURSOR SECTION.
 S519-00.
     EXEC SQL
         CLOSE RZHIST_CURS
     END-EXEC
     .
 S519-99.
     EXIT.

******************************************************************
* Open Cursor der MAILCHK-Pruefung W-MCK-PRUEFUNG (s. D853)
******************************************************************
 S521-OPEN-MCK-CURSOR SECTION.
 S521-00.
     EVALUATE TRUE
         WHEN MCK-PRF-USER
             EXEC SQL
                 OPEN MCK_USR_CURS
             END-EXEC
         WHEN MCK-PRF-EKONTAKT
             EXEC SQL
                 OPEN MCK_EKO_CURS
             END-EXEC
         WHEN MCK-PRF-OWNER
             EXEC SQL
                 OPEN MCK_OWN_CURS
             END-EXEC
         WHEN MCK-PRF-ONCALL
             EXEC SQL
                 OPEN MCK_ONC_CURS
             END-EXEC
         WHEN MCK-PRF-ESKALATION
             EXEC SQL
                 OPEN MCK_ESK_CURS
             END-EXEC
         WHEN OTHER
             EXEC SQL
                 OPEN MCK_FEHL_CURS
             END-EXEC
     END-EVALUATE
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET MCK-CURS-OK  TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Open (S521) MAILCHK-Cursor: "
                             D-NUM4
                     SET MCK-CURS-EOD TO TRUE
     END-EVALUATE
     .
 S521-99.
     EXIT.

******************************************************************
* Fetch Cursor der MAILCHK-Pruefung W-MCK-PRUEFUNG (s. D853)
******************************************************************
 S522-FETCH-MCK-CURSOR SECTION.
 S522-00.
     IF  MCK-CURS-EOD
         EXIT SECTION
     END-IF
     EVALUATE TRUE
         WHEN MCK-PRF-USER
             MOVE SPACES TO H-MCK-USER H-MCK-EMAIL
             EXEC SQL
                 FETCH MCK_USR_CURS
                  INTO   :H-MCK-USER
                        ,:H-MCK-EMAIL
             END-EXEC
         WHEN MCK-PRF-EKONTAKT
             MOVE SPACES TO H-MCK-MODUL
             EXEC SQL
                 FETCH MCK_EKO_CURS
                  INTO   :H-MCK-MODUL
                        ,:H-MCK-MDNR
                        ,:H-MCK-TSNR
             END-EXEC
         WHEN MCK-PRF-OWNER
             MOVE SPACES TO H-MCK-MUSTER H-MCK-TEAM
                            H-MCK-KONTAKT1 H-MCK-KONTAKT2
             EXEC SQL
                 FETCH MCK_OWN_CURS
                  INTO   :H-MCK-MUSTER
                        ,:H-MCK-TEAM
                        ,:H-MCK-KONTAKT1
                        ,:H-MCK-KONTAKT2
             END-EXEC
         WHEN MCK-PRF-ONCALL
             MOVE SPACES TO H-MCK-MODUL H-MCK-PRIMAER H-MCK-BACKUP
             EXEC SQL
                 FETCH MCK_ONC_CURS
                  INTO   :H-MCK-MODUL
                        ,:H-MCK-TAG
                        ,:H-MCK-PRIMAER
                        ,:H-MCK-BACKUP
             END-EXEC
         WHEN MCK-PRF-ESKALATION
             MOVE SPACES TO H-MCK-MODUL
             EXEC SQL
                 FETCH MCK_ESK_CURS
                  INTO   :H-MCK-MODUL
             END-EXEC
         WHEN OTHER
             MOVE SPACES TO H-MCK-ADRESSE H-MCK-FEHL-DATUM
                            H-MCK-FEHL-TEXT
             EXEC SQL
                 FETCH MCK_FEHL_CURS
                  INTO   :H-MCK-ADRESSE
                        ,:H-MCK-FEHL-ANZ
                        ,:H-MCK-FEHL-DATUM
                        ,:H-MCK-FEHL-TEXT
             END-EXEC
     END-EVALUATE
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET MCK-CURS-OK  TO TRUE
         WHEN 100    SET MCK-CURS-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S522) MAILCHK: "
                             D-NUM4
                     SET MCK-CURS-EOD TO TRUE
     END-EVALUATE
     .
 S522-99.
     EXIT.

******************************************************************
* Close Cursor der MAILCHK-Pruefung W-MCK-PRUEFUNG (s. D853)
******************************************************************
 S523-CLOSE-MCK-CURSOR SECTION.
 S523-00.
     EVALUATE TRUE
         WHEN MCK-PRF-USER
             EXEC SQL
                 CLOSE MCK_USR_CURS
             END-EXEC
         WHEN MCK-PRF-EKONTAKT
             EXEC SQL
                 CLOSE MCK_EKO_CURS
             END-EXEC
         WHEN MCK-PRF-OWNER
             EXEC SQL
                 CLOSE MCK_OWN_CURS
             END-EXEC
         WHEN MCK-PRF-ONCALL
             EXEC SQL
                 CLOSE MCK_ONC_CURS
             END-EXEC
         WHEN MCK-PRF-ESKALATION
             EXEC SQL
                 CLOSE MCK_ESK_CURS
             END-EXEC
         WHEN OTHER
             EXEC SQL
                 CLOSE MCK_FEHL_CURS
             END-EXEC
     END-EVALUATE
     .
 S523-99.
     EXIT.

******************************************************************
* zaehlt die =SSUSER-Zeilen zu einer Mailadresse (H-MCK-EMAIL,
* ohne Beachtung der Gross-/Kleinschreibung) - s. D858
******************************************************************
 S524-COUNT-MCK-USER SECTION.
 S524-00.
     MOVE ZERO TO H-MCK-ANZAHL
     EXEC SQL
         SELECT  count (*)
           INTO  :H-MCK-ANZAHL
           FROM  =SSUSER
          WHERE  UPSHIFT(EMAIL) = UPSHIFT(:H-MCK-EMAIL)
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S524) SSUSER: "
                             D-NUM4
**                  ---> im Zweifel nicht als Befund melden
                     MOVE 1 TO H-MCK-ANZAHL
     END-EVALUATE
     .
 S524-99.
     EXIT.

******************************************************************
* zaehlt die Eskalations-Kontaktzeilen (TSNR H-MCK-TSNR) mit
* Adresse zur Kette H-MCK-MODUL in =EKONTAKT (s. D853 Pruefung 5)
******************************************************************
 S525-COUNT-MCK-ESKALATION SECTION.
 S525-00.
     MOVE ZERO TO H-MCK-ANZAHL
     EXEC SQL
         SELECT  count (*)
           INTO  :H-MCK-ANZAHL
           FROM  =EKONTAKT
          WHERE  MODUL    = :H-MCK-MODUL
            AND  MDNR     = 0
            AND  TSNR     = :H-MCK-TSNR
            AND  EMAIL_TO <> " "
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S525) EKONTAKT: "
                             D-NUM4
                     MOVE 1 TO H-MCK-ANZAHL
     END-EVALUATE
     .
 S525-99.
     EXIT.

******************************************************************
* liegt das Modul H-MCK-MODUL im Papierkorb =SSFRECYC (geloescht/
* stillgelegt)? - s. D853 Pruefung 2
******************************************************************
 S526-COUNT-MCK-RECYC SECTION.
 S526-00.
     MOVE ZERO TO H-MCK-ANZAHL
     EXEC SQL
         SELECT  count (*)
           INTO  :H-MCK-ANZAHL
           FROM  =SSFRECYC
          WHERE  SOURCE_MODUL = :H-MCK-MODUL
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  MOVE ZERO TO H-MCK-ANZAHL
     END-EVALUATE
     .
 S526-99.
     EXIT.

******************************************************************
* Ruecklaeufer einer schon erfassten Adresse hochzaehlen (s. D855)
* - gibt es die Adresse noch nicht, wird MCK-UPD-NEU gesetzt
******************************************************************
 S527-UPDATE-SSFMAILF SECTION.
 S527-00.
     SET MCK-UPD-OK TO TRUE
     EXEC SQL
         UPDATE  =SSFMAILF
            SET  ANZ_FEHLER     = ANZ_FEHLER + 1
                ,LETZTER_FEHLER = :H-MCK-FEHL-DATUM
                ,LETZTER_TEXT   = :H-MCK-FEHL-TEXT
          WHERE  ADRESSE = :H-MCK-ADRESSE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    SET MCK-UPD-NEU TO TRUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Update in SSFMAILF: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S527-99.
     EXIT.

******************************************************************
* ersten Ruecklaeufer einer Adresse in =SSFMAILF erfassen (D855)
******************************************************************
 S528-INSERT-SSFMAILF SECTION.
 S528-00.
     EXEC SQL
         INSERT
           INTO  =SSFMAILF
                 (ADRESSE, ANZ_FEHLER, ERSTER_FEHLER, LETZTER_FEHLER
                 ,LETZTER_TEXT, ZPINS)
         VALUES  (
                  :H-MCK-ADRESSE
                 ,1
                 ,:H-MCK-FEHL-DATUM
                 ,:H-MCK-FEHL-DATUM
                 ,:H-MCK-FEHL-TEXT
                 ,CURRENT
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Insert in SSFMAILF: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S528-99.
     EXIT.

******************************************************************
* Ruecklaeufer-Zaehler einer Adresse loeschen (s. D856) - gab es
* keinen, wird MCK-UPD-NEU gesetzt
******************************************************************
 S529-DELETE-SSFMAILF SECTION.
 S529-00.
     SET MCK-UPD-OK TO TRUE
     EXEC SQL
         DELETE
           FROM  =SSFMAILF
          WHERE  UPSHIFT(ADRESSE) = UPSHIFT(:H-MCK-ADRESSE)
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    SET MCK-UPD-NEU TO TRUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Delete in SSFMAILF: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S529-99.
     EXIT.

******************************************************************
* Open Cursor Austritt je Kategorie W-LVR-KAT (LEAVER, s. D859)
******************************************************************
 S530-OPEN-LVR-CURSOR SECTION.
 S530-00.
     EVALUATE TRUE
         WHEN LVR-KAT-CHECKOUT
             EXEC SQL
                 OPEN LVR_CO_CURS
             END-EXEC
         WHEN LVR-KAT-PARCO
             EXEC SQL
                 OPEN LVR_PCO_CURS
             END-EXEC
         WHEN LVR-KAT-HANDOVER
             EXEC SQL
                 OPEN LVR_HO_CURS
             END-EXEC
         WHEN LVR-KAT-RESERVIERUNG
             EXEC SQL
                 OPEN LVR_RLQ_CURS
             END-EXEC
         WHEN LVR-KAT-OWNER
             EXEC SQL
                 OPEN LVR_OWN_CURS
             END-EXEC
         WHEN LVR-KAT-REVIEW
             EXEC SQL
                 OPEN LVR_REV_CURS
             END-EXEC
         WHEN LVR-KAT-ANTRAG
             EXEC SQL
                 OPEN LVR_PQ_CURS
             END-EXEC
         WHEN LVR-KAT-VERTRETUNG
             EXEC SQL
                 OPEN LVR_DEL_CURS
             END-EXEC
         WHEN LVR-KAT-SHELF
             EXEC SQL
                 OPEN LVR_SHV_CURS
             END-EXEC
         WHEN LVR-KAT-ONCALL
             EXEC SQL
                 OPEN LVR_ONC_CURS
             END-EXEC
     END-EVALUATE
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Open (S530) LEAVER: " D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S530-99.
     EXIT.

******************************************************************
* Fetch Cursor Austritt je Kategorie W-LVR-KAT (LEAVER, s. D859)
******************************************************************
 S531-FETCH-LVR-CURSOR SECTION.
 S531-00.
     MOVE SPACES TO H-LVR-K1 H-LVR-K2 H-LVR-K3
     MOVE ZERO   TO H-LVR-TAG
     EVALUATE TRUE
         WHEN LVR-KAT-CHECKOUT
             EXEC SQL
                 FETCH LVR_CO_CURS
                  INTO   :H-LVR-K1
             END-EXEC
         WHEN LVR-KAT-PARCO
             EXEC SQL
                 FETCH LVR_PCO_CURS
                  INTO   :H-LVR-K1
                        ,:H-LVR-K2
             END-EXEC
         WHEN LVR-KAT-HANDOVER
             EXEC SQL
                 FETCH LVR_HO_CURS
                  INTO   :H-LVR-K1
                        ,:H-LVR-K3
                        ,:H-LVR-K2
             END-EXEC
         WHEN LVR-KAT-RESERVIERUNG
             EXEC SQL
                 FETCH LVR_RLQ_CURS
                  INTO   :H-LVR-K1
             END-EXEC
         WHEN LVR-KAT-OWNER
             EXEC SQL
                 FETCH LVR_OWN_CURS
                  INTO   :H-LVR-K1
                        ,:H-LVR-K3
             END-EXEC
         WHEN LVR-KAT-REVIEW
             EXEC SQL
                 FETCH LVR_REV_CURS
                  INTO   :H-LVR-K1
                        ,:H-LVR-K3
             END-EXEC
         WHEN LVR-KAT-ANTRAG
             EXEC SQL
                 FETCH LVR_PQ_CURS
                  INTO   :H-LVR-K1
                        ,:H-LVR-K2
             END-EXEC
         WHEN LVR-KAT-VERTRETUNG
             EXEC SQL
                 FETCH LVR_DEL_CURS
                  INTO   :H-LVR-K1
                        ,:H-LVR-K3
             END-EXEC
         WHEN LVR-KAT-SHELF
             EXEC SQL
                 FETCH LVR_SHV_CURS
                  INTO   :H-LVR-K1
                        ,:H-LVR-K2
             END-EXEC
         WHEN LVR-KAT-ONCALL
             EXEC SQL
                 FETCH LVR_ONC_CURS
                  INTO   :H-LVR-K1
                        ,:H-LVR-TAG
             END-EXEC
     END-EVALUATE
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S531) LEAVER: " D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S531-99.
     EXIT.

******************************************************************
* Close Cursor Austritt je Kategorie W-LVR-KAT (LEAVER, s. D859)
******************************************************************
 S532-CLOSE-LVR-CURSOR SECTION.
 S532-00.
     EVALUATE TRUE
         WHEN LVR-KAT-CHECKOUT
             EXEC SQL
                 CLOSE LVR_CO_CURS
             END-EXEC
         WHEN LVR-KAT-PARCO
             EXEC SQL
                 CLOSE LVR_PCO_CURS
             END-EXEC
         WHEN LVR-KAT-HANDOVER
             EXEC SQL
                 CLOSE LVR_HO_CURS
             END-EXEC
         WHEN LVR-KAT-RESERVIERUNG
             EXEC SQL
                 CLOSE LVR_RLQ_CURS
             END-EXEC
         WHEN LVR-KAT-OWNER
             EXEC SQL
                 CLOSE LVR_OWN_CURS
             END-EXEC
         WHEN LVR-KAT-REVIEW
             EXEC SQL
                 CLOSE LVR_REV_CURS
             END-EXEC
         WHEN LVR-KAT-ANTRAG
             EXEC SQL
                 CLOSE LVR_PQ_CURS
             END-EXEC
         WHEN LVR-KAT-VERTRETUNG
             EXEC SQL
                 CLOSE LVR_DEL_CURS
             END-EXEC
         WHEN LVR-KAT-SHELF
             EXEC SQL
                 CLOSE LVR_SHV_CURS
             END-EXEC
         WHEN LVR-KAT-ONCALL
             EXEC SQL
                 CLOSE LVR_ONC_CURS
             END-EXEC
     END-EVALUATE
     .
 S532-99.
     EXIT.

******************************************************************
* Checkouts des Ausscheidenden auf den Nachfolger umschreiben
* (LEAVER, s. D863)
******************************************************************
 S533-UPDATE-SSAFE-LEAVER SECTION.
 S533-00.
     EXEC SQL
         UPDATE  =SSAFE
            SET  GROUP_USER    = :H-LVR-NACHF
          WHERE  SOURCE_STATUS = "CO"
            AND  GROUP_USER    = :H-LVR-USER
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY "!!! Fehler bei Update in SSAFE: " D-NUM4
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S533-99.
     EXIT.

******************************************************************
* einen Parallel-Checkout (Modul H-LVR-K1) auf den Nachfolger
* umschreiben (LEAVER, s. D863) - hat der Nachfolger das Modul
* schon selbst parallel ausgecheckt (-8227), bleibt die Zeile
* stehen und wird als offen gezaehlt
******************************************************************
 S534-UPDATE-SSFPARCO-LEAVER SECTION.
 S534-00.
     EXEC SQL
         UPDATE  =SSFPARCO
            SET  GROUP_USER   = :H-LVR-NACHF
          WHERE  SOURCE_MODUL = :H-LVR-K1
            AND  GROUP_USER   = :H-LVR-USER
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN -8227
             ADD 1 TO W-LVR-NOK (W-LVR-KAT)
             MOVE SPACES TO ZEILE
             STRING  "  Hinweis: "          DELIMITED BY SIZE
                     W-LVR-NACHF            DELIMITED BY SPACE
                     " hat "                DELIMITED BY SIZE
                     H-LVR-K1               DELIMITED BY SPACE
                     " schon parallel ausgecheckt"
                                            DELIMITED BY SIZE
               INTO  ZEILE
             END-STRING
             PERFORM U010-AUSGABE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Update in SSFPARCO: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S534-99.
     EXIT.

******************************************************************
* Uebergabe-Angebote von oder an den Ausscheidenden schliessen
* (LEAVER, s. D863)
******************************************************************
 S535-DELETE-SSFHANDO-LEAVER SECTION.
 S535-00.
     EXEC SQL
         DELETE
           FROM  =SSFHANDO
          WHERE  VON_USER = :H-LVR-USER
             OR  AN_USER  = :H-LVR-USER
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY "!!! Fehler bei Delete in SSFHANDO: "
                             D-NUM4
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S535-99.
     EXIT.

******************************************************************
* Modul-Verantwortung (Kontakt 1 und Kontakt 2) auf den Nachfolger
* umschreiben (LEAVER, s. D863)
******************************************************************
 S536-UPDATE-SSFOWNER-LEAVER SECTION.
 S536-00.
     EXEC SQL
         UPDATE  =SSFOWNER
            SET  KONTAKT1 = :H-LVR-NACHF
          WHERE  KONTAKT1 = :H-LVR-USER
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
     AND SQLCODE OF SQLCA NOT = 100
         MOVE SQLCODE OF SQLCA TO D-NUM4
         DISPLAY "!!! Fehler bei Update in SSFOWNER: " D-NUM4
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     END-IF
     EXEC SQL
         UPDATE  =SSFOWNER
            SET  KONTAKT2 = :H-LVR-NACHF
          WHERE  KONTAKT2 = :H-LVR-USER
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
     AND SQLCODE OF SQLCA NOT = 100
         MOVE SQLCODE OF SQLCA TO D-NUM4
         DISPLAY "!!! Fehler bei Update in SSFOWNER: " D-NUM4
         SET PRG-ABBRUCH TO TRUE
     END-IF
     .
 S536-99.
     EXIT.

******************************************************************
* offene Reviews des Ausscheidenden dem Nachfolger als Pruefer
* zuweisen - ausser denen, die der Nachfolger selbst eingereicht
* hat (LEAVER, s. D863)
******************************************************************
 S537-UPDATE-SSFREVIEW-LEAVER SECTION.
 S537-00.
     EXEC SQL
         UPDATE  =SSFREVIEW
            SET  PRUEFER    = :H-LVR-NACHF
          WHERE  PRUEFER    = :H-LVR-USER
            AND  STATUS     = "O"
            AND  EINREICHER <> :H-LVR-NACHF
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY "!!! Fehler bei Update in SSFREVIEW: "
                             D-NUM4
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S537-99.
     EXIT.

******************************************************************
* offene/bestaetigte Vier-Augen-Antraege des Ausscheidenden
* zurueckziehen (STATUS "X", wie verfallene Antraege in D507)
* (LEAVER, s. D863)
******************************************************************
 S538-UPDATE-SSFPENDQ-LEAVER SECTION.
 S538-00.
     EXEC SQL
         UPDATE  =SSFPENDQ
            SET  STATUS = "X"
          WHERE  BEANTRAGT_VON = :H-LVR-USER
            AND (STATUS = "O" OR STATUS = "G")
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY "!!! Fehler bei Update in SSFPENDQ: "
                             D-NUM4
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S538-99.
     EXIT.

******************************************************************
* Vertretungen an den Ausscheidenden austragen (LEAVER, s. D863)
******************************************************************
 S539-DELETE-SSFDELEG-LEAVER SECTION.
 S539-00.
     EXEC SQL
         DELETE
           FROM  =SSFDELEG
          WHERE  AN_USER = :H-LVR-USER
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY "!!! Fehler bei Delete in SSFDELEG: "
                             D-NUM4
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S539-99.
     EXIT.

******************************************************************
* Shelf-Eintraege des Ausscheidenden auf den Nachfolger
* umschreiben (LEAVER, s. D863) - je Modul gibt es nur einen Shelf
* (s. S801), ein Duplikat ist daher nicht moeglich
******************************************************************
 S540-UPDATE-SSFRARCH-LEAVER SECTION.
 S540-00.
     EXEC SQL
         UPDATE  =SSFRARCH
            SET  GROUP_USER = :H-LVR-NACHF
          WHERE  VERSION    = "SHELF"
            AND  FILE_TYPE  = "SHV"
            AND  GROUP_USER = :H-LVR-USER
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY "!!! Fehler bei Update in SSFRARCH: "
                             D-NUM4
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S540-99.
     EXIT.

******************************************************************
* Bereitschaftsdienste (Primaer- und Backup-Adresse) auf die
* Mailadresse des Nachfolgers umschreiben (LEAVER, s. D863)
******************************************************************
 S541-UPDATE-SSFONCALL-LEAVER SECTION.
 S541-00.
     EXEC SQL
         UPDATE  =SSFONCALL
            SET  PRIMAER_MAIL = :H-LVR-NACHF-EMAIL
          WHERE  PRIMAER_MAIL = :H-LVR-EMAIL
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
     AND SQLCODE OF SQLCA NOT = 100
         MOVE SQLCODE OF SQLCA TO D-NUM4
         DISPLAY "!!! Fehler bei Update in SSFONCALL: " D-NUM4
         SET PRG-ABBRUCH TO TRUE
         EXIT SECTION
     END-IF
     EXEC SQL
         UPDATE  =SSFONCALL
            SET  BACKUP_MAIL = :H-LVR-NACHF-EMAIL
          WHERE  BACKUP_MAIL = :H-LVR-EMAIL
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
     AND SQLCODE OF SQLCA NOT = 100
         MOVE SQLCODE OF SQLCA TO D-NUM4
         DISPLAY "!!! Fehler bei Update in SSFONCALL: " D-NUM4
         SET PRG-ABBRUCH TO TRUE
     END-IF
     .
 S541-99.
     EXIT.

******************************************************************
* Ausscheidenden deaktivieren: alle =SSUSER-Zeilen (je Rolle) mit
* GUELTIG_BIS = Vortag (LEAVER, s. D859)
******************************************************************
 S542-UPDATE-SSUSER-LEAVER SECTION.
 S542-00.
     EXEC SQL
         UPDATE  =SSUSER
            SET  GUELTIG_BIS = :H-LVR-GUELTIG-BIS
          WHERE  USER        = :H-LVR-USER-ENCR
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY "!!! Fehler bei Update in SSUSER: " D-NUM4
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S542-99.
     EXIT.

******************************************************************
* Select Modul-Kurzbild (=SSFMSUM) zu H-MSUM-MODUL -> H-MSUM-ALT;
* ein Lesefehler gilt wie "kein Kurzbild" - die Anzeigen lesen
* dann die Historie selbst
******************************************************************
 S543-SELECT-SSFMSUM SECTION.
 S543-00.
     EXEC SQL
         SELECT  ZP_LETZT_PROT, ZP_LETZT_ARCH,
                 LETZT_CO_USER, LETZT_CI_USER, ZP_LETZT_AKTIV,
                 ABN_KZ, ABN_VERSION,
                 ABN_ANTRAG_VON, ABN_ANTRAG_AM,
                 ABN_FREIGABE_VON, ABN_FREIGABE_AM,
                 ABN_REL2PROD_AM
           INTO  :H-MSUM-A-LETZT-PROT
                ,:H-MSUM-A-LETZT-ARCH
                ,:H-MSUM-A-CO-USER
                ,:H-MSUM-A-CI-USER
                ,:H-MSUM-A-AKTIV-AM
                ,:H-MSUM-A-ABN-KZ
                ,:H-MSUM-A-ABN-VERSION
                ,:H-MSUM-A-ANTRAG-VON
                ,:H-MSUM-A-ANTRAG-AM
                ,:H-MSUM-A-FREIG-VON
                ,:H-MSUM-A-FREIG-AM
                ,:H-MSUM-A-R2P-AM
           FROM  =SSFMSUM
          WHERE  SOURCE_MODUL = :H-MSUM-MODUL
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET MSUM-VORHANDEN TO TRUE
         WHEN OTHER  SET MSUM-FEHLT     TO TRUE
     END-EVALUATE
     .
 S543-99.
     EXIT.

******************************************************************
* Update Modul-Kurzbild aus H-MSUM-NEU (SQLCODE 100 -> MSUM-FEHLT)
******************************************************************
 S544-UPDATE-SSFMSUM SECTION.
 S544-00.
     EXEC SQL
         UPDATE  =SSFMSUM
           SET   ZP_LETZT_PROT    = :H-MSUM-N-LETZT-PROT
                ,ZP_LETZT_ARCH    = :H-MSUM-N-LETZT-ARCH
                ,LETZT_CO_USER    = :H-MSUM-N-CO-USER
                ,LETZT_CI_USER    = :H-MSUM-N-CI-USER
                ,ZP_LETZT_AKTIV   = :H-MSUM-N-AKTIV-AM
                ,ABN_KZ           = :H-MSUM-N-ABN-KZ
                ,ABN_VERSION      = :H-MSUM-N-ABN-VERSION
                ,ABN_ANTRAG_VON   = :H-MSUM-N-ANTRAG-VON
                ,ABN_ANTRAG_AM    = :H-MSUM-N-ANTRAG-AM
                ,ABN_FREIGABE_VON = :H-MSUM-N-FREIG-VON
                ,ABN_FREIGABE_AM  = :H-MSUM-N-FREIG-AM
                ,ABN_REL2PROD_AM  = :H-MSUM-N-R2P-AM
                ,ZPAKT            = CURRENT
          WHERE  SOURCE_MODUL = :H-MSUM-MODUL
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET MSUM-VORHANDEN TO TRUE
         WHEN 100    SET MSUM-FEHLT     TO TRUE
         WHEN OTHER
             SET MSUM-VORHANDEN TO TRUE
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Update in =SSFMSUM ("
                     D-NUM4
                     ") !!!"
     END-EVALUATE
     .
 S544-99.
     EXIT.

******************************************************************
* Insert Modul-Kurzbild aus H-MSUM-NEU
******************************************************************
 S545-INSERT-SSFMSUM SECTION.
 S545-00.
     EXEC SQL
         INSERT
           INTO  =SSFMSUM
                 (SOURCE_MODUL, ZP_LETZT_PROT, ZP_LETZT_ARCH
                 ,LETZT_CO_USER, LETZT_CI_USER, ZP_LETZT_AKTIV
                 ,ABN_KZ, ABN_VERSION
                 ,ABN_ANTRAG_VON, ABN_ANTRAG_AM
                 ,ABN_FREIGABE_VON, ABN_FREIGABE_AM
                 ,ABN_REL2PROD_AM
                 )
         VALUES  (
                  :H-MSUM-MODUL
                 ,:H-MSUM-N-LETZT-PROT
                 ,:H-MSUM-N-LETZT-ARCH
                 ,:H-MSUM-N-CO-USER
                 ,:H-MSUM-N-CI-USER
                 ,:H-MSUM-N-AKTIV-AM
                 ,:H-MSUM-N-ABN-KZ
                 ,:H-MSUM-N-ABN-VERSION
                 ,:H-MSUM-N-ANTRAG-VON
                 ,:H-MSUM-N-ANTRAG-AM
                 ,:H-MSUM-N-FREIG-VON
                 ,:H-MSUM-N-FREIG-AM
                 ,:H-MSUM-N-R2P-AM
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Insert in =SSFMSUM ("
                     D-NUM4
                     ") !!!"
     END-EVALUATE
     .
 S545-99.
     EXIT.

******************************************************************
* Delete Kurzbilder, zu denen es kein Modul in =SSAFE mehr gibt
******************************************************************
 S546-DELETE-SSFMSUM-VERWAIST SECTION.
 S546-00.
     EXEC SQL
         DELETE
           FROM  =SSFMSUM M
          WHERE  NOT EXISTS
                 (SELECT  S.SOURCE_MODUL
                    FROM  =SSAFE S
                   WHERE  S.SOURCE_MODUL = M.SOURCE_MODUL)
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO
         WHEN 100    CONTINUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Delete in =SSFMSUM ("
                     D-NUM4
                     ") !!!"
     END-EVALUATE
     .
 S546-99.
     EXIT.

******************************************************************
* Count Kurzbilder ohne Modul in =SSAFE -> W-MSUM-ANZ-VERWAIST
******************************************************************
 S547-COUNT-SSFMSUM-VERWAIST SECTION.
 S547-00.
     MOVE ZERO TO W-MSUM-ANZ-VERWAIST
     EXEC SQL
         SELECT  count (*)
           INTO  :W-MSUM-ANZ-VERWAIST
           FROM  =SSFMSUM M
          WHERE  NOT EXISTS
                 (SELECT  S.SOURCE_MODUL
                    FROM  =SSAFE S
                   WHERE  S.SOURCE_MODUL = M.SOURCE_MODUL)
         BROWSE ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         MOVE ZERO TO W-MSUM-ANZ-VERWAIST
     END-IF
     .
 S547-99.
     EXIT.

******************************************************************
* Delete Modul-Kurzbild zu H-MSUM-MODUL (Ereignis zum Modul)
******************************************************************
 S548-DELETE-SSFMSUM SECTION.
 S548-00.
     EXEC SQL
         DELETE
           FROM  =SSFMSUM
          WHERE  SOURCE_MODUL = :H-MSUM-MODUL
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO
         WHEN 100    CONTINUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Delete in =SSFMSUM ("
                     D-NUM4
                     ") !!!"
     END-EVALUATE
     .
 S548-99.
     EXIT.

******************************************************************
* Eckdaten eines Moduls aus der Historie (fuer D868): Existenz in
* =SSAFE, juengste =SSPROT-Aktion, juengster Archiv-Eintrag, User
* des juengsten Checkout (wie D207) und Checkin (wie C110/C111)
* und juengste Aktivitaet CI/AK/FR (wie D208/S225).
* Die MAX-Selects liefern ohne Zeile kein Ergebnis - dann bleibt
* SPACES = "nie" (wie D247)
******************************************************************
 S549-SELECT-MSUM-HISTORIE SECTION.
 S549-00.
     MOVE ZERO TO H-MSUM-ANZ-SSAFE
     EXEC SQL
         SELECT  count (*)
           INTO  :H-MSUM-ANZ-SSAFE
           FROM  =SSAFE
          WHERE  SOURCE_MODUL = :H-MSUM-MODUL
         BROWSE ACCESS
     END-EXEC

     EXEC SQL
         SELECT  max(ZPINS)
           INTO  :H-MSUM-N-LETZT-PROT
                     TYPE AS DATETIME YEAR TO FRACTION(2)
           FROM  =SSPROT
          WHERE  SOURCE_MODUL = :H-MSUM-MODUL
         BROWSE ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         MOVE SPACES TO H-MSUM-N-LETZT-PROT
     END-IF

     EXEC SQL
         SELECT  max(ZPINS)
           INTO  :H-MSUM-N-LETZT-ARCH
                     TYPE AS DATETIME YEAR TO FRACTION(2)
           FROM  =SSFRARCH
          WHERE  SOURCE_MODUL = :H-MSUM-MODUL
         BROWSE ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         MOVE SPACES TO H-MSUM-N-LETZT-ARCH
     END-IF

**  ---> User des juengsten Checkout (wie S223/S224)
     MOVE SPACES TO H-MSUM-N-CO-USER
     EXEC SQL
         SELECT  max(ZPINS)
           INTO  :H-MSUM-ZP
                     TYPE AS DATETIME YEAR TO FRACTION(2)
           FROM  =SSPROT
          WHERE  SOURCE_MODUL = :H-MSUM-MODUL
            AND  AKTION       = "CO"
         BROWSE ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA = ZERO
         EXEC SQL
             SELECT  GROUP_USER
               INTO  :H-MSUM-N-CO-USER
               FROM  =SSPROT
              WHERE  SOURCE_MODUL = :H-MSUM-MODUL
                AND  AKTION       = "CO"
                AND  ZPINS        = :H-MSUM-ZP
                         TYPE AS DATETIME YEAR TO FRACTION(2)
             BROWSE ACCESS
         END-EXEC
         IF  SQLCODE OF SQLCA NOT = ZERO
             MOVE SPACES TO H-MSUM-N-CO-USER
         END-IF
     END-IF

**  ---> User des juengsten Checkin (wie S223/S224)
     MOVE SPACES TO H-MSUM-N-CI-USER
     EXEC SQL
         SELECT  max(ZPINS)
           INTO  :H-MSUM-ZP
                     TYPE AS DATETIME YEAR TO FRACTION(2)
           FROM  =SSPROT
          WHERE  SOURCE_MODUL = :H-MSUM-MODUL
            AND  AKTION       = "CI"
         BROWSE ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA = ZERO
         EXEC SQL
             SELECT  GROUP_USER
               INTO  :H-MSUM-N-CI-USER
               FROM  =SSPROT
              WHERE  SOURCE_MODUL = :H-MSUM-MODUL
                AND  AKTION       = "CI"
                AND  ZPINS        = :H-MSUM-ZP
                         TYPE AS DATETIME YEAR TO FRACTION(2)
             BROWSE ACCESS
         END-EXEC
         IF  SQLCODE OF SQLCA NOT = ZERO
             MOVE SPACES TO H-MSUM-N-CI-USER
         END-IF
     END-IF

**  ---> juengste echte Aktivitaet (S225)
     EXEC SQL
         SELECT  max(ZPINS)
           INTO  :H-MSUM-N-AKTIV-AM
                     TYPE AS DATETIME YEAR TO FRACTION(2)
           FROM  =SSPROT
          WHERE  SOURCE_MODUL  = :H-MSUM-MODUL
            AND  AKTION       IN ("CI", "AK", "FR")
         BROWSE ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         MOVE SPACES TO H-MSUM-N-AKTIV-AM
     END-IF
     .
 S549-99.
     EXIT.

******************************************************************
* Open Cursor: Modul-Schleife des Kurzbild-Abgleichs
******************************************************************
 S550-OPEN-MSUM-MOD-CURSOR SECTION.
 S550-00.
     EXEC SQL
         OPEN MSUM_MOD_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Open MSUM_MOD_CURS ("
                     D-NUM4
                     ") !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S550-99.
     EXIT.

******************************************************************
* Fetch Cursor: Modul-Schleife des Kurzbild-Abgleichs
******************************************************************
 S551-FETCH-MSUM-MOD-CURSOR SECTION.
 S551-00.
     EXEC SQL
         FETCH MSUM_MOD_CURS
          INTO :H-MSUM-MODUL
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET MSUM-MOD-OK  TO TRUE
         WHEN 100    SET MSUM-MOD-EOD TO TRUE
         WHEN OTHER
             SET MSUM-MOD-EOD TO TRUE
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Fetch MSUM_MOD_CURS ("
                     D-NUM4
                     ") !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S551-99.
     EXIT.

******************************************************************
* Close Cursor: Modul-Schleife des Kurzbild-Abgleichs
******************************************************************
 S552-CLOSE-MSUM-MOD-CURSOR SECTION.
 S552-00.
     EXEC SQL
         CLOSE MSUM_MOD_CURS
     END-EXEC
     .
 S552-99.
     EXIT.

******************************************************************
* Open Cursor: juengster ABNAHME-Eintrag fuer das Modul-Kurzbild
******************************************************************
 S553-OPEN-MSUM-ABN-CURSOR SECTION.
 S553-00.
     EXEC SQL
         OPEN MSUM_ABN_CURS
     END-EXEC
     .
 S553-99.
     EXIT.

******************************************************************
* Fetch Cursor: juengster ABNAHME-Eintrag (nur der erste Satz)
******************************************************************
 S554-FETCH-MSUM-ABN-CURSOR SECTION.
 S554-00.
     EXEC SQL
         FETCH MSUM_ABN_CURS
          INTO    :H-MSUM-N-ABN-VERSION
                 ,:H-MSUM-DATUM
                     TYPE AS DATETIME YEAR TO DAY
                 ,:H-MSUM-NK-STATUS
                 ,:H-MSUM-N-ANTRAG-VON
                 ,:H-MSUM-N-ANTRAG-AM
                     TYPE AS DATETIME YEAR TO MINUTE
                 ,:H-MSUM-N-FREIG-VON
                 ,:H-MSUM-N-FREIG-AM
                     TYPE AS DATETIME YEAR TO MINUTE
                 ,:H-MSUM-N-R2P-AM
                     TYPE AS DATETIME YEAR TO MINUTE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET MSUM-ABN-OK  TO TRUE
         WHEN OTHER  SET MSUM-ABN-EOD TO TRUE
     END-EVALUATE
     .
 S554-99.
     EXIT.

******************************************************************
* Close Cursor: juengster ABNAHME-Eintrag fuer das Modul-Kurzbild
******************************************************************
 S555-CLOSE-MSUM-ABN-CURSOR SECTION.
 S555-00.
     EXEC SQL
         CLOSE MSUM_ABN_CURS
     END-EXEC
     .
 S555-99.
     EXIT.

******************************************************************
* Katalogeintrag H-FKAT-NR in =SSFFKAT ueberschreiben (FAILCAT
* IMPORT, s. D876) - gibt es ihn nicht, wird FKAT-UPD-NEU gesetzt
******************************************************************
 S556-UPDATE-SSFFKAT SECTION.
 S556-00.
     SET FKAT-UPD-OK TO TRUE
     EXEC SQL
         UPDATE  =SSFFKAT
            SET  KLASSE     = :H-FKAT-KLASSE
                ,RESTART_OK = :H-FKAT-RESTART
                ,MUSTER     = :H-FKAT-MUSTER
                ,MASSNAHME  = :H-FKAT-MASSNAHME
                ,AKTIV      = :H-FKAT-AKTIV
                ,ZPINS      = CURRENT
          WHERE  KAT_NR = :H-FKAT-NR
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    SET FKAT-UPD-NEU TO TRUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Update in SSFFKAT: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S556-99.
     EXIT.

******************************************************************
* Katalogeintrag H-FKAT-NR in =SSFFKAT neu anlegen (s. D876)
******************************************************************
 S557-INSERT-SSFFKAT SECTION.
 S557-00.
     EXEC SQL
         INSERT
           INTO  =SSFFKAT
                 (KAT_NR, MUSTER, KLASSE, RESTART_OK, MASSNAHME
                 ,AKTIV, ZPINS)
         VALUES  (
                  :H-FKAT-NR
                 ,:H-FKAT-MUSTER
                 ,:H-FKAT-KLASSE
                 ,:H-FKAT-RESTART
                 ,:H-FKAT-MASSNAHME
                 ,:H-FKAT-AKTIV
                 ,CURRENT
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Insert in SSFFKAT: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S557-99.
     EXIT.

******************************************************************
* Katalogeintrag H-FKAT-NR loeschen (FAILCAT DEL, s. D877) - gab es
* ihn nicht, wird FKAT-UPD-NEU gesetzt
******************************************************************
 S558-DELETE-SSFFKAT SECTION.
 S558-00.
     SET FKAT-UPD-OK TO TRUE
     EXEC SQL
         DELETE
           FROM  =SSFFKAT
          WHERE  KAT_NR = :H-FKAT-NR
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    SET FKAT-UPD-NEU TO TRUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Delete in SSFFKAT: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S558-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Fehlerkatalog (FAILCAT LIST, s. D873)
******************************************************************
 S559-OPEN-FKAT-CURSOR SECTION.
 S559-00.
     EXEC SQL
         OPEN FKAT_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET FKAT-OK  TO TRUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Open FKAT_CURS (" D-NUM4 ") !!!"
             SET FKAT-EOD TO TRUE
     END-EVALUATE
     .
 S559-99.
     EXIT.

 S560-FETCH-FKAT-CURSOR SECTION.
 S560-00.
     IF  FKAT-EOD
         EXIT SECTION
     END-IF
     EXEC SQL
         FETCH FKAT_CURS
          INTO  :KAT-NR      OF SSFFKAT
               ,:KLASSE      OF SSFFKAT
               ,:RESTART-OK  OF SSFFKAT
               ,:AKTIV       OF SSFFKAT
               ,:MUSTER      OF SSFFKAT
               ,:MASSNAHME   OF SSFFKAT
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET FKAT-OK  TO TRUE
         WHEN OTHER  SET FKAT-EOD TO TRUE
     END-EVALUATE
     .
 S560-99.
     EXIT.

 S561-CLOSE-FKAT-CURSOR SECTION.
 S561-00.
     EXEC SQL
         CLOSE FKAT_CURS
     END-EXEC
     .
 S561-99.
     EXIT.

******************************************************************
* Katalogeintrag H-FKAT-NR ab-/zuschalten (FAILCAT OFF/ON, s. D877)
* - gibt es ihn nicht, wird FKAT-UPD-NEU gesetzt
******************************************************************
 S562-AKTIV-SSFFKAT SECTION.
 S562-00.
     SET FKAT-UPD-OK TO TRUE
     EXEC SQL
         UPDATE  =SSFFKAT
            SET  AKTIV      = :H-FKAT-AKTIV
                ,ZPINS      = CURRENT
          WHERE  KAT_NR = :H-FKAT-NR
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    SET FKAT-UPD-NEU TO TRUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Update in SSFFKAT: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S562-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor fehlgeschlagene Kettenschritte je Kette
* und Fehlerklasse (LIST FAILCAUSE, s. D878)
******************************************************************
 S563-OPEN-FCA-CURSOR SECTION.
 S563-00.
     EXEC SQL
         OPEN FCA_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET FCA-OK  TO TRUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Open FCA_CURS (" D-NUM4 ") !!!"
             SET FCA-EOD TO TRUE
     END-EVALUATE
     .
 S563-99.
     EXIT.

 S564-FETCH-FCA-CURSOR SECTION.
 S564-00.
     IF  FCA-EOD
         EXIT SECTION
     END-IF
     EXEC SQL
         FETCH FCA_CURS
          INTO  :H-FCA-FUNKTION
               ,:H-FCA-KLASSE
               ,:H-FCA-START-TS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET FCA-OK  TO TRUE
         WHEN OTHER  SET FCA-EOD TO TRUE
     END-EVALUATE
     .
 S564-99.
     EXIT.

 S565-CLOSE-FCA-CURSOR SECTION.
 S565-00.
     EXEC SQL
         CLOSE FCA_CURS
     END-EXEC
     .
 S565-99.
     EXIT.

******************************************************************
* Ressource H-RSC-RESSOURCE des Schritts H-RSC-FUNKTION/-LFDNR in
* =SSFRESDEF aendern (RESOURCE ADD, s. D884) - gibt es sie nicht,
* wird RSC-UPD-NEU gesetzt
******************************************************************
 S566-UPDATE-SSFRESDEF SECTION.
 S566-00.
     SET RSC-UPD-OK TO TRUE
     EXEC SQL
         UPDATE  =SSFRESDEF
            SET  MODUS         = :H-RSC-MODUS
                ,MAX_WARTE_MIN = :H-RSC-MAX-MIN
                ,ZPINS         = CURRENT
          WHERE  ANWENDUNG     = :K-RSC-ANWENDUNG
            AND  FUNKTION      = :H-RSC-FUNKTION
            AND  LFDNR         = :H-RSC-LFDNR
            AND  RESSOURCE     = :H-RSC-RESSOURCE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    SET RSC-UPD-NEU TO TRUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Update in SSFRESDEF: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S566-99.
     EXIT.

******************************************************************
* Ressource eines Kettenschritts in =SSFRESDEF anlegen (s. D884)
******************************************************************
 S567-INSERT-SSFRESDEF SECTION.
 S567-00.
     EXEC SQL
         INSERT
           INTO  =SSFRESDEF
                 (ANWENDUNG, FUNKTION, LFDNR, RESSOURCE, MODUS
                 ,MAX_WARTE_MIN, ZPINS)
         VALUES  (
                  :K-RSC-ANWENDUNG
                 ,:H-RSC-FUNKTION
                 ,:H-RSC-LFDNR
                 ,:H-RSC-RESSOURCE
                 ,:H-RSC-MODUS
                 ,:H-RSC-MAX-MIN
                 ,CURRENT
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Insert in SSFRESDEF: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S567-99.
     EXIT.

******************************************************************
* Ressource eines Kettenschritts loeschen (RESOURCE DEL, s. D885) -
* gab es sie nicht, wird RSC-UPD-NEU gesetzt
******************************************************************
 S568-DELETE-SSFRESDEF SECTION.
 S568-00.
     SET RSC-UPD-OK TO TRUE
     EXEC SQL
         DELETE
           FROM  =SSFRESDEF
          WHERE  ANWENDUNG     = :K-RSC-ANWENDUNG
            AND  FUNKTION      = :H-RSC-FUNKTION
            AND  LFDNR         = :H-RSC-LFDNR
            AND  RESSOURCE     = :H-RSC-RESSOURCE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    SET RSC-UPD-NEU TO TRUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Delete in SSFRESDEF: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S568-99.
     EXIT.

******************************************************************
* Belegungen und Wartende einer Ressource in =SSFRESLK loeschen
* (RESOURCE FREE, s. D886) - gab es keine, wird RSC-UPD-NEU gesetzt
******************************************************************
 S569-FREE-SSFRESLK SECTION.
 S569-00.
     SET RSC-UPD-OK TO TRUE
     EXEC SQL
         DELETE
           FROM  =SSFRESLK
          WHERE  RESSOURCE     = :H-RSC-RESSOURCE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    SET RSC-UPD-NEU TO TRUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Delete in SSFRESLK: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S569-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Ressourcen der Kettenschritte (RESOURCE
* LIST, s. D887)
******************************************************************
 S570-OPEN-RSD-CURSOR SECTION.
 S570-00.
     EXEC SQL
         OPEN RSD_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET RSC-OK  TO TRUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Open RSD_CURS (" D-NUM4 ") !!!"
             SET RSC-EOD TO TRUE
     END-EVALUATE
     .
 S570-99.
     EXIT.

 S571-FETCH-RSD-CURSOR SECTION.
 S571-00.
     IF  RSC-EOD
         EXIT SECTION
     END-IF
     EXEC SQL
         FETCH RSD_CURS
          INTO  :RESSOURCE      OF SSFRESDEF
               ,:FUNKTION       OF SSFRESDEF
               ,:LFDNR          OF SSFRESDEF
               ,:MODUS          OF SSFRESDEF
               ,:MAX-WARTE-MIN  OF SSFRESDEF
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET RSC-OK  TO TRUE
         WHEN OTHER  SET RSC-EOD TO TRUE
     END-EVALUATE
     .
 S571-99.
     EXIT.

 S572-CLOSE-RSD-CURSOR SECTION.
 S572-00.
     EXEC SQL
         CLOSE RSD_CURS
     END-EXEC
     .
 S572-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Ressourcen-Belegungen (LIST RESLOCK,
* s. D888)
******************************************************************
 S573-OPEN-RLK-CURSOR SECTION.
 S573-00.
     EXEC SQL
         OPEN RLK_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET RSC-OK  TO TRUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Open RLK_CURS (" D-NUM4 ") !!!"
             SET RSC-EOD TO TRUE
     END-EVALUATE
     .
 S573-99.
     EXIT.

 S574-FETCH-RLK-CURSOR SECTION.
 S574-00.
     IF  RSC-EOD
         EXIT SECTION
     END-IF
     EXEC SQL
         FETCH RLK_CURS
          INTO  :RESSOURCE      OF SSFRESLK
               ,:ZUSTAND        OF SSFRESLK
               ,:MODUS          OF SSFRESLK
               ,:FUNKTION       OF SSFRESLK
               ,:LFDNR          OF SSFRESLK
               ,:SEIT-TS        OF SSFRESLK
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET RSC-OK  TO TRUE
         WHEN OTHER  SET RSC-EOD TO TRUE
     END-EVALUATE
     .
 S574-99.
     EXIT.

 S575-CLOSE-RLK-CURSOR SECTION.
 S575-00.
     EXEC SQL
         CLOSE RLK_CURS
     END-EXEC
     .
 S575-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Durchschnittsdauer je Kettenschritt
* (KETTE FLOW, s. D895)
******************************************************************
 S576-OPEN-KFL-DAUER-CURSOR SECTION.
 S576-00.
     EXEC SQL
         OPEN KFL_DAUER_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET KFL-OK  TO TRUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Open KFL_DAUER_CURS ("
                     D-NUM4 ") !!!"
             SET KFL-EOD TO TRUE
     END-EVALUATE
     .
 S576-99.
     EXIT.

 S577-FETCH-KFL-DAUER-CURSOR SECTION.
 S577-00.
     IF  KFL-EOD
         EXIT SECTION
     END-IF
     EXEC SQL
         FETCH KFL_DAUER_CURS
          INTO  :H-KFL-LFDNR
               ,:H-KFL-ANZ
               ,:H-KFL-AVG-CS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET KFL-OK  TO TRUE
         WHEN OTHER  SET KFL-EOD TO TRUE
     END-EVALUATE
     .
 S577-99.
     EXIT.

 S578-CLOSE-KFL-DAUER-CURSOR SECTION.
 S578-00.
     EXEC SQL
         CLOSE KFL_DAUER_CURS
     END-EXEC
     .
 S578-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Ressourcen der Schritte einer Kette
* (KETTE FLOW, s. D895)
******************************************************************
 S579-OPEN-KFL-RES-CURSOR SECTION.
 S579-00.
     EXEC SQL
         OPEN KFL_RES_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET KFL-OK  TO TRUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Open KFL_RES_CURS ("
                     D-NUM4 ") !!!"
             SET KFL-EOD TO TRUE
     END-EVALUATE
     .
 S579-99.
     EXIT.

 S580-FETCH-KFL-RES-CURSOR SECTION.
 S580-00.
     IF  KFL-EOD
         EXIT SECTION
     END-IF
     EXEC SQL
         FETCH KFL_RES_CURS
          INTO  :H-KFL-LFDNR
               ,:H-KFL-RESSOURCE
               ,:H-KFL-MODUS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET KFL-OK  TO TRUE
         WHEN OTHER  SET KFL-EOD TO TRUE
     END-EVALUATE
     .
 S580-99.
     EXIT.

 S581-CLOSE-KFL-RES-CURSOR SECTION.
 S581-00.
     EXEC SQL
         CLOSE KFL_RES_CURS
     END-EXEC
     .
 S581-99.
     EXIT.

******************************************************************
* Entscheidung H-GT-ZUSTAND am wartenden Entscheidungspunkt der
* Kette H-GT-FUNKTION in =SSFGATE eintragen (GATE CONTINUE/ABORT,
* s. D905) - wartet dort keiner, wird GT-UPD-KEINER gesetzt
******************************************************************
 S582-UPDATE-SSFGATE SECTION.
 S582-00.
     SET GT-UPD-OK TO TRUE
     EXEC SQL
         UPDATE  =SSFGATE
            SET  ZUSTAND       = :H-GT-ZUSTAND
                ,ENTSCHEID_TS  = :H-GT-TS
                ,ENTSCHEIDER   = :H-GT-USER
                ,KOMMENTAR     = :H-GT-KOMMENTAR
          WHERE  ANWENDUNG     = :K-RSC-ANWENDUNG
            AND  FUNKTION      = :H-GT-FUNKTION
            AND  ZUSTAND       = "W"
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    SET GT-UPD-KEINER TO TRUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Update in SSFGATE: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S582-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Entscheidungspunkte (VERWALTUNG GATE
* LIST, s. D906)
******************************************************************
 S583-OPEN-GT-CURSOR SECTION.
 S583-00.
     EXEC SQL
         OPEN GT_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET GT-OK  TO TRUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Open GT_CURS (" D-NUM4 ") !!!"
             SET GT-EOD TO TRUE
     END-EVALUATE
     .
 S583-99.
     EXIT.

 S584-FETCH-GT-CURSOR SECTION.
 S584-00.
     IF  GT-EOD
         EXIT SECTION
     END-IF
     EXEC SQL
         FETCH GT_CURS
          INTO  :FUNKTION       OF SSFGATE
               ,:LFDNR          OF SSFGATE
               ,:ZUSTAND        OF SSFGATE
               ,:STD-AKTION     OF SSFGATE
               ,:MAX-WARTE-MIN  OF SSFGATE
               ,:FRAGE          OF SSFGATE
               ,:START-TS       OF SSFGATE
               ,:ENTSCHEID-TS   OF SSFGATE
               ,:ENTSCHEIDER    OF SSFGATE
               ,:KOMMENTAR      OF SSFGATE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET GT-OK  TO TRUE
         WHEN OTHER  SET GT-EOD TO TRUE
     END-EVALUATE
     .
 S584-99.
     EXIT.

 S585-CLOSE-GT-CURSOR SECTION.
 S585-00.
     EXEC SQL
         CLOSE GT_CURS
     END-EXEC
     .
 S585-99.
     EXIT.

******************************************************************
* Registrierung der Produktions-Smoke-Kette des Moduls H-SMK-MODUL
* in =SSFSMOKE entfernen (VERWALTUNG SMOKE SET/DEL, s. D908) - dass
* keine vorhanden war, ist kein Fehler
******************************************************************
 S586-DELETE-SSFSMOKE SECTION.
 S586-00.
     EXEC SQL
         DELETE
           FROM  =SSFSMOKE
          WHERE  SOURCE_MODUL = :H-SMK-MODUL
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Delete in SSFSMOKE: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S586-99.
     EXIT.

******************************************************************
* Produktions-Smoke-Kette H-SMK-FUNKTION fuer das Modul H-SMK-MODUL
* in =SSFSMOKE eintragen (VERWALTUNG SMOKE SET, s. D908)
******************************************************************
 S587-INSERT-SSFSMOKE SECTION.
 S587-00.
     EXEC SQL
         INSERT
           INTO  =SSFSMOKE
                 (SOURCE_MODUL, FUNKTION, AKTIV, GROUP_USER, ZPINS
                 )
         VALUES  (
                  :H-SMK-MODUL
                 ,:H-SMK-FUNKTION
                 ,:H-SMK-AKTIV
                 ,:H-SMK-USER
                 ,CURRENT
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Insert in SSFSMOKE: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S587-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Smoke-Ketten (VERWALTUNG SMOKE LIST,
* s. D909)
******************************************************************
 S588-OPEN-SMK-CURSOR SECTION.
 S588-00.
     EXEC SQL
         OPEN SMK_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SMK-OK  TO TRUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Open SMK_CURS (" D-NUM4 ") !!!"
             SET SMK-EOD TO TRUE
     END-EVALUATE
     .
 S588-99.
     EXIT.

 S589-FETCH-SMK-CURSOR SECTION.
 S589-00.
     IF  SMK-EOD
         EXIT SECTION
     END-IF
     EXEC SQL
         FETCH SMK_CURS
          INTO  :SOURCE-MODUL   OF SSFSMOKE
               ,:FUNKTION       OF SSFSMOKE
               ,:AKTIV          OF SSFSMOKE
               ,:GROUP-USER     OF SSFSMOKE
               ,:ZPINS          OF SSFSMOKE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SMK-OK  TO TRUE
         WHEN OTHER  SET SMK-EOD TO TRUE
     END-EVALUATE
     .
 S589-99.
     EXIT.

 S590-CLOSE-SMK-CURSOR SECTION.
 S590-00.
     EXEC SQL
         CLOSE SMK_CURS
     END-EXEC
     .
 S590-99.
     EXIT.

******************************************************************
* aktive Produktions-Smoke-Kette des Moduls H-SMK-MODUL lesen
* (Post-Release-Pruefung, s. E399) - SMK-OK mit H-SMK-FUNKTION,
* sonst SMK-EOD
******************************************************************
 S591-SELECT-SSFSMOKE SECTION.
 S591-00.
     MOVE SPACES TO H-SMK-FUNKTION
     EXEC SQL
         SELECT  FUNKTION
           INTO  :H-SMK-FUNKTION
           FROM  =SSFSMOKE
          WHERE  SOURCE_MODUL = :H-SMK-MODUL
            AND  AKTIV        = "J"
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SMK-OK  TO TRUE
         WHEN 100    SET SMK-EOD TO TRUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Select SSFSMOKE: " D-NUM4
             SET SMK-EOD TO TRUE
     END-EVALUATE
     .
 S591-99.
     EXIT.

******************************************************************
* juengste Kettenmarke (LFDNR 0, DRYRUN "K") der Smoke-Kette
* H-SMK-FUNKTION seit H-RPV-START-TS aus =SSFCHIST (s. E399) -
* RPV-MARKE-OK mit H-RPV-RC, sonst RPV-MARKE-KEINE
******************************************************************
 S592-SELECT-RPV-KETTENMARKE SECTION.
 S592-00.
     SET RPV-MARKE-KEINE TO TRUE
     MOVE ZERO TO H-RPV-RC H-RPV-MARKE-TS
     EXEC SQL
         OPEN RPV_CHIST_CURS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         MOVE SQLCODE OF SQLCA TO D-NUM4
         DISPLAY "!!! Fehler bei Open RPV_CHIST_CURS (" D-NUM4 ") !!!"
         EXIT SECTION
     END-IF
     EXEC SQL
         FETCH RPV_CHIST_CURS
          INTO  :H-RPV-RC
               ,:H-RPV-MARKE-TS
     END-EXEC
     IF  SQLCODE OF SQLCA = ZERO
         SET RPV-MARKE-OK TO TRUE
     END-IF
     EXEC SQL
         CLOSE RPV_CHIST_CURS
     END-EXEC
     .
 S592-99.
     EXIT.

******************************************************************
* Select auf Tabelle =ABNAHME: beim Freigabe-Antrag gespeicherter
* Risiko-Score (s. E401/S719) der Version PRG-NAME/VERSION OF
* ABNAHME - Antraege von vor der Einfuehrung des Scores haben
* keinen und ergeben RSK-FEHLT
******************************************************************
 S593-SELECT-ABNAHME-RISIKO SECTION.
 S593-00.
     SET RSK-FEHLT TO TRUE
     MOVE ZERO   TO H-RSK-SCORE
     MOVE SPACES TO H-RSK-INFO
     EXEC SQL
         SELECT  RISIKO_SCORE, RISIKO_INFO
           INTO  :H-RSK-SCORE
                ,:H-RSK-INFO
           FROM  =ABNAHME
          WHERE  PRG_NAME = :PRG-NAME OF ABNAHME
            AND  VERSION  = :VERSION  OF ABNAHME
            AND  RISIKO_INFO IS NOT NULL
            AND  RISIKO_INFO <> " "
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET RSK-VORHANDEN TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S593 - RISIKO) aus"
                             " Tabelle ABNAHME: " D-NUM4
     END-EVALUATE
     .
 S593-99.
     EXIT.

******************************************************************
* Zaehlen der erfassten Produktions-Incidents eines Moduls
* (=SSFINCID, Risiko-Score E401) - Ergebnis in W-RSK-INC
******************************************************************
 S594-COUNT-SSFINCID-MODUL SECTION.
 S594-00.
     MOVE ZERO TO W-RSK-INC
     EXEC SQL
         SELECT  COUNT(*)
           INTO  :W-RSK-INC
           FROM  =SSFINCID
          WHERE  SOURCE_MODUL = :W-SOURCE
       BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    MOVE ZERO TO W-RSK-INC
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S594 - COUNT) aus"
                             " Tabelle SSFINCID: " D-NUM4
                     MOVE ZERO TO W-RSK-INC
     END-EVALUATE
     .
 S594-99.
     EXIT.

******************************************************************
* Zaehlen der scharfen Kettenlaeufe (kein Dryrun) des Objekts
* H-RSK-PROG in =SSFCHIST - alle (W-RSK-LAEUFE) und fehlgeschla-
* gene mit RC ungleich 0 (W-RSK-FEHL), Risiko-Score E401
******************************************************************
 S595-COUNT-SSFCHIST-PROG SECTION.
 S595-00.
     MOVE ZERO TO W-RSK-LAEUFE W-RSK-FEHL
     EXEC SQL
         SELECT  COUNT(*)
           INTO  :W-RSK-LAEUFE
           FROM  =SSFCHIST
          WHERE  PROG   = :H-RSK-PROG
            AND  DRYRUN = "N"
       BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         MOVE ZERO TO W-RSK-LAEUFE
         EXIT SECTION
     END-IF
     IF  W-RSK-LAEUFE = ZERO
         EXIT SECTION
     END-IF

     EXEC SQL
         SELECT  COUNT(*)
           INTO  :W-RSK-FEHL
           FROM  =SSFCHIST
          WHERE  PROG   =  :H-RSK-PROG
            AND  DRYRUN =  "N"
            AND  RC     <> 0
       BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         MOVE SQLCODE OF SQLCA TO D-NUM4
         DISPLAY " Fehler beim Select (S595 - COUNT) aus"
                 " Tabelle SSFCHIST: " D-NUM4
         MOVE ZERO TO W-RSK-LAEUFE W-RSK-FEHL
     END-IF
     .
 S595-99.
     EXIT.

******************************************************************
* Zaehlen der CHECKINs eines Moduls durch W-RSK-ENTWICKLER vor dem
* Zeitpunkt H-RSK-ZPINS (dessen juengstes CHECKIN) - Risiko-Score
* E401, Ergebnis in W-RSK-CI-VORHER
******************************************************************
 S596-COUNT-SSPROT-CI-USER SECTION.
 S596-00.
     MOVE ZERO TO W-RSK-CI-VORHER
     EXEC SQL
         SELECT  COUNT(*)
           INTO  :W-RSK-CI-VORHER
           FROM  =SSPROT
          WHERE  SOURCE_MODUL  = :W-SOURCE
            AND  AKTION        = "CI"
            AND  GROUP_USER    = :W-RSK-ENTWICKLER
            AND  ZPINS  year to fraction(2)
                 < :H-RSK-ZPINS year to fraction(2)
       BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    MOVE ZERO TO W-RSK-CI-VORHER
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S596 - CI-USER) aus"
                             " Tabelle SSPROT: " D-NUM4
                     MOVE ZERO TO W-RSK-CI-VORHER
     END-EVALUATE
     .
 S596-99.
     EXIT.

******************************************************************
* Open Cursor Objekt-Subvolumes je Stufe (LIST UNMANAGED, s. D934)
******************************************************************
 S597-OPEN-UM-SVOL-CURSOR SECTION.
 S597-00.
     EXEC SQL
         OPEN UM_SVOL_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Open (S597) aus Tabelle SSPARM: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S597-99.
     EXIT.

******************************************************************
* Fetch Objekt-Subvolumes je Stufe (=SSPARM R2x-RUN%)
******************************************************************
 S598-FETCH-UM-SVOL-CURSOR SECTION.
 S598-00.
     IF  SSF-EOD
         EXIT SECTION
     END-IF
     EXEC SQL
         FETCH UM_SVOL_CURS
          INTO  :H-UM-AKTION
               ,:H-UM-SVOL
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S598) aus Tabelle SSPARM: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S598-99.
     EXIT.

******************************************************************
* Close Cursor Objekt-Subvolumes je Stufe
******************************************************************
 S599-CLOSE-UM-SVOL-CURSOR SECTION.
 S599-00.
     EXEC SQL
         CLOSE UM_SVOL_CURS
     END-EXEC
     .
 S599-99.
     EXIT.

******************************************************************
* OPEN Cursor
******************************************************************
 S600-OPEN-SSTEXT-CURSOR SECTION.
 S600-00.
     EXEC SQL
         OPEN SSTEXT_CURS
     END-EXEC
     .
 S600-99.
     EXIT.

******************************************************************
* Fetch Texte aus Tabelle SSTEXT
******************************************************************
 S601-FETCH-SSTEXT-CURSOR SECTION.
 S601-00.
     EXEC SQL
         FETCH SSTEXT_CURS
          INTO   :TEXTE OF SSTEXT
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET SSTEXT-OK TO TRUE
         WHEN OTHER  SET SSTEXT-EOD TO TRUE
     END-EVALUATE
     .
 S601-99.
     EXIT.

******************************************************************
* CLOSE Cursor
******************************************************************
 S602-CLOSE-SSTEXT-CURSOR SECTION.
 S602-00.
     EXEC SQL
         CLOSE SSTEXT_CURS
     END-EXEC
     .
 S602-99.
     EXIT.

******************************************************************
* Open Cursor Arbeitsvorrat je Kategorie W-MW-KAT (MYWORK, s. C403)
******************************************************************
 S603-OPEN-MW-CURSOR SECTION.
 S603-00.
     EVALUATE TRUE
         WHEN MW-KAT-CHECKOUT
             EXEC SQL
                 OPEN MW_CO_CURS
             END-EXEC
         WHEN MW-KAT-PARCO
             EXEC SQL
                 OPEN MW_PCO_CURS
             END-EXEC
         WHEN MW-KAT-HANDOVER
             EXEC SQL
                 OPEN MW_HO_CURS
             END-EXEC
         WHEN MW-KAT-RESERVIERUNG
             EXEC SQL
                 OPEN MW_RLQ_CURS
             END-EXEC
         WHEN MW-KAT-REVIEW
             EXEC SQL
                 OPEN MW_REV_CURS
             END-EXEC
         WHEN MW-KAT-FREIGABE
             EXEC SQL
                 OPEN MW_FRG_CURS
             END-EXEC
         WHEN MW-KAT-SOS
             EXEC SQL
                 OPEN MW_SOS_CURS
             END-EXEC
         WHEN MW-KAT-ANTRAG
             EXEC SQL
                 OPEN MW_PQ_CURS
             END-EXEC
         WHEN MW-KAT-EIGEN
             EXEC SQL
                 OPEN MW_EIG_CURS
             END-EXEC
         WHEN MW-KAT-RECERT
             EXEC SQL
                 OPEN MW_REC_CURS
             END-EXEC
         WHEN MW-KAT-GATE
             EXEC SQL
                 OPEN MW_GT_CURS
             END-EXEC
         WHEN MW-KAT-ZUGRIFF
             EXEC SQL
                 OPEN MW_ACR_CURS
             END-EXEC
     END-EVALUATE
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Open (S603) MYWORK: " D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S603-99.
     EXIT.

******************************************************************
* Fetch Cursor Arbeitsvorrat je Kategorie W-MW-KAT (MYWORK)
******************************************************************
 S604-FETCH-MW-CURSOR SECTION.
 S604-00.
     IF  SSF-EOD
         EXIT SECTION
     END-IF
     MOVE SPACES TO H-MW-K1 H-MW-K2 H-MW-K3 H-MW-ZP H-MW-FRIST
     MOVE ZERO   TO H-MW-TS H-MW-MIN H-MW-ANZ
     EVALUATE TRUE
         WHEN MW-KAT-CHECKOUT
             EXEC SQL
                 FETCH MW_CO_CURS
                  INTO   :H-MW-K1
                        ,:H-MW-ZP
                             TYPE AS DATETIME YEAR TO SECOND
             END-EXEC
         WHEN MW-KAT-PARCO
             EXEC SQL
                 FETCH MW_PCO_CURS
                  INTO   :H-MW-K1
                        ,:H-MW-ZP
             END-EXEC
         WHEN MW-KAT-HANDOVER
             EXEC SQL
                 FETCH MW_HO_CURS
                  INTO   :H-MW-K1
                        ,:H-MW-K3
                        ,:H-MW-ZP
             END-EXEC
         WHEN MW-KAT-RESERVIERUNG
             EXEC SQL
                 FETCH MW_RLQ_CURS
                  INTO   :H-MW-K1
                        ,:H-MW-ZP
             END-EXEC
         WHEN MW-KAT-REVIEW
             EXEC SQL
                 FETCH MW_REV_CURS
                  INTO   :H-MW-K1
                        ,:H-MW-K3
                        ,:H-MW-ZP
             END-EXEC
         WHEN MW-KAT-FREIGABE
             EXEC SQL
                 FETCH MW_FRG_CURS
                  INTO   :SOURCE-MODUL  OF SSAFE
                        ,:SOURCE-TYP    OF SSAFE
                        ,:ZIELKLASSE    OF SSAFE
                        ,:H-MW-ZP
                             TYPE AS DATETIME YEAR TO SECOND
             END-EXEC
         WHEN MW-KAT-SOS
             EXEC SQL
                 FETCH MW_SOS_CURS
                  INTO   :H-MW-K1
                        ,:H-MW-K2
                        ,:H-MW-K3
                        ,:H-MW-ZP
                             TYPE AS DATETIME YEAR TO MINUTE
             END-EXEC
         WHEN MW-KAT-ANTRAG
             EXEC SQL
                 FETCH MW_PQ_CURS
                  INTO   :H-MW-K1
                        ,:H-MW-K2
                        ,:H-MW-ZP
             END-EXEC
         WHEN MW-KAT-EIGEN
             EXEC SQL
                 FETCH MW_EIG_CURS
                  INTO   :H-MW-K1
                        ,:H-MW-K2
                        ,:H-MW-ZP
             END-EXEC
         WHEN MW-KAT-RECERT
             EXEC SQL
                 FETCH MW_REC_CURS
                  INTO   :H-MW-K1
                        ,:H-MW-FRIST
                        ,:H-MW-ANZ
                        ,:H-MW-ZP
             END-EXEC
         WHEN MW-KAT-GATE
             EXEC SQL
                 FETCH MW_GT_CURS
                  INTO   :H-MW-K1
                        ,:H-MW-K2
                        ,:H-MW-TS
                        ,:H-MW-MIN
             END-EXEC
         WHEN MW-KAT-ZUGRIFF
             EXEC SQL
                 FETCH MW_ACR_CURS
                  INTO   :H-MW-ANZ
                        ,:H-MW-K1
                        ,:H-MW-K2
                        ,:H-MW-ZP
             END-EXEC
     END-EVALUATE
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S604) MYWORK: " D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S604-99.
     EXIT.

******************************************************************
* Close Cursor Arbeitsvorrat je Kategorie W-MW-KAT (MYWORK)
******************************************************************
 S605-CLOSE-MW-CURSOR SECTION.
 S605-00.
     EVALUATE TRUE
         WHEN MW-KAT-CHECKOUT
             EXEC SQL
                 CLOSE MW_CO_CURS
             END-EXEC
         WHEN MW-KAT-PARCO
             EXEC SQL
                 CLOSE MW_PCO_CURS
             END-EXEC
         WHEN MW-KAT-HANDOVER
             EXEC SQL
                 CLOSE MW_HO_CURS
             END-EXEC
         WHEN MW-KAT-RESERVIERUNG
             EXEC SQL
                 CLOSE MW_RLQ_CURS
             END-EXEC
         WHEN MW-KAT-REVIEW
             EXEC SQL
                 CLOSE MW_REV_CURS
             END-EXEC
         WHEN MW-KAT-FREIGABE
             EXEC SQL
                 CLOSE MW_FRG_CURS
             END-EXEC
         WHEN MW-KAT-SOS
             EXEC SQL
                 CLOSE MW_SOS_CURS
             END-EXEC
         WHEN MW-KAT-ANTRAG
             EXEC SQL
                 CLOSE MW_PQ_CURS
             END-EXEC
         WHEN MW-KAT-EIGEN
             EXEC SQL
                 CLOSE MW_EIG_CURS
             END-EXEC
         WHEN MW-KAT-RECERT
             EXEC SQL
                 CLOSE MW_REC_CURS
             END-EXEC
         WHEN MW-KAT-GATE
             EXEC SQL
                 CLOSE MW_GT_CURS
             END-EXEC
         WHEN MW-KAT-ZUGRIFF
             EXEC SQL
                 CLOSE MW_ACR_CURS
             END-EXEC
     END-EVALUATE
     .
 S605-99.
     EXIT.

******************************************************************
* Open Cursor gueltige User mit Mailadresse (MYWORK MAIL, C406)
******************************************************************
 S606-OPEN-MW-USR-CURSOR SECTION.
 S606-00.
     EXEC SQL
         OPEN MW_USR_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Open (S606) aus "
                             "Tabelle SSUSER: " D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S606-99.
     EXIT.

******************************************************************
* Fetch Cursor gueltige User mit Mailadresse (MYWORK MAIL, C406)
******************************************************************
 S607-FETCH-MW-USR-CURSOR SECTION.
 S607-00.
     MOVE SPACES TO H-MW-USER-ENCR H-MW-EMAIL
     EXEC SQL
         FETCH MW_USR_CURS
          INTO   :H-MW-USER-ENCR
                ,:H-MW-EMAIL
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S607) aus "
                             "Tabelle SSUSER: " D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S607-99.
     EXIT.

******************************************************************
* Close Cursor gueltige User mit Mailadresse (MYWORK MAIL, C406)
******************************************************************
 S608-CLOSE-MW-USR-CURSOR SECTION.
 S608-00.
     EXEC SQL
         CLOSE MW_USR_CURS
     END-EXEC
     .
 S608-99.
     EXIT.

******************************************************************
* Hat der User H-MW-USER-ENCR / H-MW-USER die Funktion H-MW-FKT -
* ueber eine gueltige Rolle in =SSUSER oder eine heute aktive
* Vertretung (=SSFDELEG)? Ergebnis: H-MW-ANZ > 0 (MYWORK MAIL)
******************************************************************
 S609-COUNT-MW-ROLLE SECTION.
 S609-00.
     MOVE ZERO TO H-MW-ANZ
     EXEC SQL
         SELECT  COUNT (*)
           INTO  :H-MW-ANZ
           FROM  =SSUSER U, =SSROLES R
          WHERE  U.USER     = :H-MW-USER-ENCR
            AND  U.ROLLE    = R.ROLLE
            AND  R.FUNKTION = :H-MW-FKT
            AND (U.GUELTIG_BIS = 0
                 OR U.GUELTIG_BIS >= :H-MW-HEUTE-N)
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         MOVE ZERO TO H-MW-ANZ
     END-IF
     IF  H-MW-ANZ > ZERO
         EXIT SECTION
     END-IF

     MOVE W-MW-USER TO H-MW-USER
     EXEC SQL
         SELECT  COUNT (*)
           INTO  :H-MW-ANZ
           FROM  =SSFDELEG D, =SSROLES R
          WHERE  D.AN_USER   =  :H-MW-USER
            AND  D.VON_DATUM <= :H-MW-HEUTE
            AND  D.BIS_DATUM >= :H-MW-HEUTE
            AND  R.ROLLE     =  D.ROLLE
            AND  R.FUNKTION  =  :H-MW-FKT
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         MOVE ZERO TO H-MW-ANZ
     END-IF
     .
 S609-99.
     EXIT.

******************************************************************
* Open Cursor Copy-Libraries eines Moduls (Basis-Pruefung, D721)
******************************************************************
 S610-OPEN-STB-LIB-CURSOR SECTION.
 S610-00.
     EXEC SQL
         OPEN STB_LIB_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Open (S610) aus "
                             "Tabelle LIBS: " D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S610-99.
     EXIT.

******************************************************************
* Fetch Cursor Copy-Libraries eines Moduls (Basis-Pruefung, D721)
******************************************************************
 S611-FETCH-STB-LIB-CURSOR SECTION.
 S611-00.
     MOVE SPACES TO H-STB-LIB
     EXEC SQL
         FETCH STB_LIB_CURS
          INTO   :H-STB-LIB
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S611) aus "
                             "Tabelle LIBS: " D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S611-99.
     EXIT.

******************************************************************
* Close Cursor Copy-Libraries eines Moduls (Basis-Pruefung, D721)
******************************************************************
 S612-CLOSE-STB-LIB-CURSOR SECTION.
 S612-00.
     EXEC SQL
         CLOSE STB_LIB_CURS
     END-EXEC
     .
 S612-99.
     EXIT.

******************************************************************
* Open Cursor aufgerufene Module (Basis-Pruefung, D721)
******************************************************************
 S613-OPEN-STB-PRGX-CURSOR SECTION.
 S613-00.
     EXEC SQL
         OPEN STB_PRGX_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Open (S613) aus "
                             "Tabelle PROGRAMX: " D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S613-99.
     EXIT.

******************************************************************
* Fetch Cursor aufgerufene Module (Basis-Pruefung, D721)
******************************************************************
 S614-FETCH-STB-PRGX-CURSOR SECTION.
 S614-00.
     MOVE SPACES TO H-STB-PMODUL
     EXEC SQL
         FETCH STB_PRGX_CURS
          INTO   :H-STB-PMODUL
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S614) aus "
                             "Tabelle PROGRAMX: " D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S614-99.
     EXIT.

******************************************************************
* Close Cursor aufgerufene Module (Basis-Pruefung, D721)
******************************************************************
 S615-CLOSE-STB-PRGX-CURSOR SECTION.
 S615-00.
     EXEC SQL
         CLOSE STB_PRGX_CURS
     END-EXEC
     .
 S615-99.
     EXIT.

******************************************************************
* Open Cursor Archiv-Versionen eines Moduls (Basis-Pruefung, D723)
******************************************************************
 S616-OPEN-STB-ZWG-CURSOR SECTION.
 S616-00.
     EXEC SQL
         OPEN STB_ZWG_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Open (S616) aus "
                             "Tabelle SSFRARCH: " D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S616-99.
     EXIT.

******************************************************************
* Fetch Cursor Archiv-Versionen eines Moduls (Basis-Pruefung, D723)
******************************************************************
 S617-FETCH-STB-ZWG-CURSOR SECTION.
 S617-00.
     MOVE SPACES TO H-STB-VERSION H-STB-AM H-STB-VON
     EXEC SQL
         FETCH STB_ZWG_CURS
          INTO   :H-STB-VERSION
                ,:H-STB-AM
                     TYPE AS DATETIME YEAR TO SECOND
                ,:H-STB-VON
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S617) aus "
                             "Tabelle SSFRARCH: " D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S617-99.
     EXIT.

******************************************************************
* Close Cursor Archiv-Versionen eines Moduls (Basis-Pruefung, D723)
******************************************************************
 S618-CLOSE-STB-ZWG-CURSOR SECTION.
 S618-00.
     EXEC SQL
         CLOSE STB_ZWG_CURS
     END-EXEC
     .
 S618-99.
     EXIT.

******************************************************************
* Juengste Prod-Freigabe (=ABNAHME.REL2PROD_AM) des Members
* H-STB-DEP, sofern sie nach dem Checkout H-STB-ZP liegt
* (Basis-Pruefung, D722) - Ergebnis STB-SEL-OK / STB-SEL-NOK
******************************************************************
 S619-SELECT-STB-FREIGABE SECTION.
 S619-00.
     SET STB-SEL-NOK TO TRUE
     MOVE SPACES TO H-STB-VERSION H-STB-AM H-STB-VON
     EXEC SQL
         SELECT  VERSION, REL2PROD_AM, REL2PROD_VON
           INTO  :H-STB-VERSION
                ,:H-STB-AM
                     TYPE AS DATETIME YEAR TO SECOND
                ,:H-STB-VON
           FROM  =ABNAHME A
          WHERE  A.PRG_NAME = :H-STB-DEP
            AND  A.REL2PROD_AM =
                 (SELECT  MAX (REL2PROD_AM)
                    FROM  =ABNAHME M
                   WHERE  M.PRG_NAME = :H-STB-DEP
                     AND  M.REL2PROD_AM IS NOT NULL)
            AND  A.REL2PROD_AM    year to second
                 > :H-STB-ZP TYPE AS DATETIME YEAR TO SECOND
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET STB-SEL-OK TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S619) aus "
                             "Tabelle ABNAHME: " D-NUM4
     END-EVALUATE
     .
 S619-99.
     EXIT.

******************************************************************
* Öffnen Cursor auf Join für =SSUSER und =SSROLES
******************************************************************
 S620-OPEN-RECHTE-CURSOR SECTION.
 S620-00.
     MOVE ZERO TO C4-COUNT
     EXEC SQL
         OPEN RECHTE_CURS
     END-EXEC
     .
 S620-99.
     EXIT.

******************************************************************
* Fetch Funktionen für die Rollen des Users
******************************************************************
 S621-FETCH-RECHTE-CURSOR SECTION.
 S621-00.
     EXEC SQL
         FETCH RECHTE_CURS
          INTO    :USER               of SSUSER
                 ,:ROLLE              of SSUSER
                 ,:FLAG               of SSUSER
                 ,:ZPINS              of SSUSER
                     TYPE AS DATETIME YEAR TO FRACTION(2)
                 ,:BESTAETIGUNGSCODE  of SSUSER
                 ,:GUELTIG-BIS        of SSUSER
                 ,:BESTCODE-HASH      of SSUSER
                 ,:FUNKTION           of SSROLES
                 ,:PARAMETER          of SSROLES
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET USER-OK  TO TRUE
                     ADD 1 TO C4-COUNT
         WHEN OTHER  SET USER-EOD TO TRUE
     END-EVALUATE
     .
 S621-99.
     EXIT.

******************************************************************
* CLOSE Cursor
******************************************************************
 S622-CLOSE-RECHTE-CURSOR SECTION.
 S622-00.
     EXEC SQL
         CLOSE RECHTE_CURS
     END-EXEC
     .
 S622-99.
     EXIT.

******************************************************************
* Select auf Tabelle =SSUSER
******************************************************************
 S623-SELECT-SSUSER SECTION.
 S623-00.
     EXEC SQL
         SELECT   USER, ROLLE
           INTO   :USER  of SSUSER
                 ,:ROLLE of SSUSER
           FROM  =SSUSER
          WHERE  USER, ROLLE
                 =    :USER  of SSUSER
                     ,:ROLLE of SSUSER
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET USER-OK  TO TRUE
         WHEN OTHER  SET USER-EOD TO TRUE
     END-EVALUATE
     .
 S623-99.
     EXIT.

******************************************************************
* Ermitteln der Mailadresse eines beliebigen Users (unabhaengig von
* der Rolle - EMAIL ist ein User-, kein Rollen-Attribut, genau wie
* BESTAETIGUNGSCODE ueber RECHTE_CURS, siehe dort) - erste Zeile
* reicht, ST-VICT-USER-NAME muss vor dem Aufruf belegt sein
******************************************************************
 S626-SELECT-SSUSER-EMAIL SECTION.
 S626-00.
     MOVE SPACES TO ST-VICT-EMAIL

**  ---> =SSUSER.USER liegt verschluesselt in zwei 8-Byte-Haelften
**       vor (vgl. C050-GET-USER-INFO/D440-INSERT-USER) - das
**       "Gruppe.User" des gestoppten Users genauso aufbereiten,
**       sonst kann die Suche nie treffen
     MOVE SPACES TO ST-VICT-GRP-USER
     STRING  ST-VICT-GRP-NAME  DELIMITED BY SPACE
             "."               DELIMITED BY SIZE
             ST-VICT-USER-NAME DELIMITED BY SPACE
       INTO  ST-VICT-GRP-USER
     END-STRING
     MOVE ZERO TO ST-VICT-GRP-USER-LEN
     INSPECT ST-VICT-GRP-USER TALLYING ST-VICT-GRP-USER-LEN
         FOR CHARACTERS BEFORE INITIAL " "
     MOVE ST-VICT-GRP-USER (1:ST-VICT-GRP-USER-LEN) TO W-UMSCHL-IN
     PERFORM U320-ENCR
     MOVE W-UMSCHL-OUT TO USER OF SSUSER
     IF  ST-VICT-GRP-USER-LEN > 8
         MOVE ST-VICT-GRP-USER (9:ST-VICT-GRP-USER-LEN - 8)
           TO W-UMSCHL-IN
     ELSE
         MOVE SPACES TO W-UMSCHL-IN
     END-IF
     PERFORM U320-ENCR
     MOVE W-UMSCHL-OUT TO USER OF SSUSER (9:)

     EXEC SQL
         OPEN SSUSER_EMAIL_CURS
     END-EXEC
     EXEC SQL
         FETCH SSUSER_EMAIL_CURS
          INTO :ST-VICT-EMAIL
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET USER-OK  TO TRUE
         WHEN OTHER  SET USER-EOD TO TRUE
                     MOVE SPACES TO ST-VICT-EMAIL
     END-EVALUATE
     EXEC SQL
         CLOSE SSUSER_EMAIL_CURS
     END-EXEC
     .
 S626-99.
     EXIT.

******************************************************************
* Insert in Tabelle =SSUSER
******************************************************************
 S624-INSERT-SSUSER SECTION.
 S624-00.
     EXEC SQL
         INSERT
           INTO  =SSUSER
                 (USER, ROLLE, ZPAUTENT, GUELTIG_BIS
                 )
         VALUES  (
                  :USER        of SSUSER
                 ,:ROLLE       of SSUSER
                 ,CURRENT
                 ,:GUELTIG-BIS of SSUSER
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET USER-OK  TO TRUE
         WHEN OTHER  SET USER-EOD TO TRUE
     END-EVALUATE
     .
 S624-99.
     EXIT.

******************************************************************
* Insert in Tabelle =SSUSER
******************************************************************
 S625-DELETE-SSUSER SECTION.
 S625-00.
     EXEC SQL
         DELETE
           FROM  =SSUSER
          WHERE  USER     = :USER  OF SSUSER
            AND  ROLLE LIKE :ROLLE OF SSUSER
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET USER-OK  TO TRUE
         WHEN OTHER  SET USER-EOD TO TRUE
     END-EVALUATE
     .
 S625-99.
     EXIT.

******************************************************************
* Close Cursor offene Zugriffsantraege (REQUEST LIST, D593)
******************************************************************
 S627-CLOSE-ACR-LIST-CURSOR SECTION.
 S627-00.
     EXEC SQL
         CLOSE ACR_LIST_CURS
     END-EXEC
     .
 S627-99.
     EXIT.

******************************************************************
* Öffnen Cursor auf =SSUSER
******************************************************************
 S630-OPEN-USER-CURSOR SECTION.
 S630-00.
     MOVE ZERO TO C4-COUNT
     EXEC SQL
         OPEN USER_CURS
     END-EXEC
     .
 S630-99.
     EXIT.

******************************************************************
* Fetch Funktionen für die Rollen des Users
******************************************************************
 S631-FETCH-USER-CURSOR SECTION.
 S631-00.
     EXEC SQL
         FETCH USER_CURS
          INTO    :USER        of SSUSER
                 ,:ROLLE       of SSUSER
                 ,:FLAG        of SSUSER
                 ,:ZPINS       of SSUSER
                     TYPE AS DATETIME YEAR TO FRACTION(2)
                 ,:GUELTIG-BIS of SSUSER
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET USER-OK  TO TRUE
                     ADD 1 TO C4-COUNT
         WHEN OTHER  SET USER-EOD TO TRUE
     END-EVALUATE
     .
 S631-99.
     EXIT.

******************************************************************
* CLOSE Cursor
******************************************************************
 S632-CLOSE-USER-CURSOR SECTION.
 S632-00.
     EXEC SQL
         CLOSE USER_CURS
     END-EXEC
     .
 S632-99.
     EXIT.

******************************************************************
* Open Cursor Verantwortliche/Scope einer Rolle (REQUEST, D592)
******************************************************************
 S633-OPEN-ACR-ROLLE-CURSOR SECTION.
 S633-00.
     EXEC SQL
         OPEN ACR_ROLLE_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S633-99.
     EXIT.

******************************************************************
* Fetch Cursor Verantwortliche/Scope einer Rolle (REQUEST, D592)
******************************************************************
 S634-FETCH-ACR-ROLLE-CURSOR SECTION.
 S634-00.
     EXEC SQL
         FETCH ACR_ROLLE_CURS
          INTO   :FUNKTION  OF SSROLES
                ,:PARAMETER OF SSROLES
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S634) aus Tabelle SSROLES: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S634-99.
     EXIT.

******************************************************************
* Close Cursor Verantwortliche/Scope einer Rolle (REQUEST, D592)
******************************************************************
 S635-CLOSE-ACR-ROLLE-CURSOR SECTION.
 S635-00.
     EXEC SQL
         CLOSE ACR_ROLLE_CURS
     END-EXEC
     .
 S635-99.
     EXIT.

******************************************************************
* Open Cursor Antrags-Nachweis (REQUEST TRAIL, D596)
******************************************************************
 S636-OPEN-ACR-TRAIL-CURSOR SECTION.
 S636-00.
     EXEC SQL
         OPEN ACR_TRAIL_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S636-99.
     EXIT.

******************************************************************
* Fetch Cursor Antrags-Nachweis (REQUEST TRAIL, D596)
******************************************************************
 S637-FETCH-ACR-TRAIL-CURSOR SECTION.
 S637-00.
     EXEC SQL
         FETCH ACR_TRAIL_CURS
          INTO   :ANTRAG-NR       OF SSFACREQ
                ,:FUER-USER       OF SSFACREQ
                ,:ROLLE           OF SSFACREQ
                ,:BIS-DATUM       OF SSFACREQ
                ,:BEGRUENDUNG     OF SSFACREQ
                ,:ANTRAG-VON      OF SSFACREQ
                ,:GENEHMIGER      OF SSFACREQ
                ,:GENEHMIGER2     OF SSFACREQ
                ,:ROUTING         OF SSFACREQ
                ,:ANTRAG-STATUS   OF SSFACREQ
                ,:ENTSCHIEDEN-VON OF SSFACREQ
                ,:KOMMENTAR       OF SSFACREQ
                ,:ERGEBNIS        OF SSFACREQ
                ,:ZPINS           OF SSFACREQ
                ,:ZP-ENTSCHEID    OF SSFACREQ
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S637) aus Tabelle SSFACREQ: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S637-99.
     EXIT.

******************************************************************
* Close Cursor Antrags-Nachweis (REQUEST TRAIL, D596)
******************************************************************
 S638-CLOSE-ACR-TRAIL-CURSOR SECTION.
 S638-00.
     EXEC SQL
         CLOSE ACR_TRAIL_CURS
     END-EXEC
     .
 S638-99.
     EXIT.

******************************************************************
* juengster genehmigter Zugriffsantrag zu User (W-RC-USER) und
* Rolle (W-RC-ROLLE) - Herkunft einer Zuordnung fuer RECERT (D498)
******************************************************************
 S639-SELECT-SSFACREQ-ZUORD SECTION.
 S639-00.
     SET SSFACREQ-NOK TO TRUE
     EXEC SQL
         SELECT  ANTRAG_NR, ANTRAG_VON, ENTSCHIEDEN_VON, ZP_ENTSCHEID
           INTO  :ANTRAG-NR       OF SSFACREQ
                ,:ANTRAG-VON      OF SSFACREQ
                ,:ENTSCHIEDEN-VON OF SSFACREQ
                ,:ZP-ENTSCHEID    OF SSFACREQ
           FROM  =SSFACREQ
          WHERE  ANTRAG_NR =
                 (SELECT  max(ANTRAG_NR)
                    FROM  =SSFACREQ
                   WHERE  FUER_USER     = :W-RC-USER
                     AND  ROLLE         = :W-RC-ROLLE
                     AND  ANTRAG_STATUS = "G")
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFACREQ-OK TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S639) aus Tabelle SSFACREQ: "
                             D-NUM4
     END-EVALUATE
     .
 S639-99.
     EXIT.

******************************************************************
* Öffnen Cursor auf =SSROLES
******************************************************************
 S640-OPEN-ROLLEN-CURSOR SECTION.
 S640-00.
     MOVE ZERO TO C4-COUNT
     EXEC SQL
         OPEN ROLLEN_CURS
     END-EXEC
     .
 S640-99.
     EXIT.

******************************************************************
* Fetch Funktionen auf Rollen
******************************************************************
 S641-FETCH-ROLLEN-CURSOR SECTION.
 S641-00.
     EXEC SQL
         FETCH ROLLEN_CURS
          INTO    :ROLLE      of SSROLES
                 ,:FUNKTION   of SSROLES
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET USER-OK  TO TRUE
                     ADD 1 TO C4-COUNT
         WHEN OTHER  SET USER-EOD TO TRUE
     END-EVALUATE
     .
 S641-99.
     EXIT.

******************************************************************
* CLOSE Cursor
******************************************************************
 S642-CLOSE-ROLLEN-CURSOR SECTION.
 S642-00.
     EXEC SQL
         CLOSE ROLLEN_CURS
     END-EXEC
     .
 S642-99.
     EXIT.

******************************************************************
* Select auf Tabelle =SSROLES
******************************************************************
 S645-SELECT-SSROLES SECTION.
 S645-00.
     EXEC SQL
         SELECT  distinct ROLLE
           INTO  :ROLLE OF SSROLES
           FROM  =SSROLES
          WHERE  ROLLE = :ROLLE OF SSROLES
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET USER-OK  TO TRUE
         WHEN OTHER  SET USER-EOD TO TRUE
     END-EVALUATE
     .
 S645-99.
     EXIT.

******************************************************************
* Oeffnen Cursor Regeln der Funktionstrennung (D921, D928)
******************************************************************
 S646-OPEN-SOD-REGEL-CURSOR SECTION.
 S646-00.
     EXEC SQL
         OPEN SOD_REGEL_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S646-99.
     EXIT.

******************************************************************
* Fetch Cursor Regeln der Funktionstrennung
******************************************************************
 S647-FETCH-SOD-REGEL-CURSOR SECTION.
 S647-00.
     EXEC SQL
         FETCH SOD_REGEL_CURS
          INTO   :REGEL-NR        OF SSFSODR
                ,:TYP             OF SSFSODR
                ,:WERT1           OF SSFSODR
                ,:WERT2           OF SSFSODR
                ,:ANWENDUNG       OF SSFSODR
                ,:BESCHREIBUNG    OF SSFSODR
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S647) aus Tabelle SSFSODR: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S647-99.
     EXIT.

******************************************************************
* Close Cursor Regeln der Funktionstrennung
******************************************************************
 S648-CLOSE-SOD-REGEL-CURSOR SECTION.
 S648-00.
     EXEC SQL
         CLOSE SOD_REGEL_CURS
     END-EXEC
     .
 S648-99.
     EXIT.

******************************************************************
* eine Regel der Funktionstrennung lesen (H-SOD-NR; D923, D924)
******************************************************************
 S649-SELECT-SSFSODR SECTION.
 S649-00.
     SET SSFSODR-NOK TO TRUE
     EXEC SQL
         SELECT  TYP, WERT1, WERT2, ANWENDUNG, BESCHREIBUNG
           INTO  :TYP             OF SSFSODR
                ,:WERT1           OF SSFSODR
                ,:WERT2           OF SSFSODR
                ,:ANWENDUNG       OF SSFSODR
                ,:BESCHREIBUNG    OF SSFSODR
           FROM  =SSFSODR
          WHERE  REGEL_NR = :H-SOD-NR
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFSODR-OK TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S649) aus Tabelle SSFSODR: "
                             D-NUM4
     END-EVALUATE
     .
 S649-99.
     EXIT.

******************************************************************
* Öffnen Cursor: Prüfung Ablauf-Datum Zugangsdaten (ZPAUTENT)
******************************************************************
 S650-OPEN-PWEXP-CURSOR SECTION.
 S650-00.
     EXEC SQL
         OPEN PWEXP_CURS
     END-EXEC
     .
 S650-99.
     EXIT.

******************************************************************
* Fetch Cursor: Prüfung Ablauf-Datum Zugangsdaten (ZPAUTENT)
******************************************************************
 S651-FETCH-PWEXP-CURSOR SECTION.
 S651-00.
     EXEC SQL
         FETCH PWEXP_CURS
          INTO    :USER of SSUSER
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET PWEXP-DUE TO TRUE
         WHEN OTHER  SET PWEXP-OK  TO TRUE
     END-EVALUATE
     .
 S651-99.
     EXIT.

******************************************************************
* Schliessen Cursor: Prüfung Ablauf-Datum Zugangsdaten (ZPAUTENT)
******************************************************************
 S652-CLOSE-PWEXP-CURSOR SECTION.
 S652-00.
     EXEC SQL
         CLOSE PWEXP_CURS
     END-EXEC
     .
 S652-99.
     EXIT.

******************************************************************
* Oeffnen Cursor Rollen/Funktionen eines Users fuer die Pruefung
* der Funktionstrennung, je nach W-SOD-QUELLE (s. D931)
******************************************************************
 S653-OPEN-SOD-FKT-CURSOR SECTION.
 S653-00.
     EVALUATE TRUE
         WHEN SOD-QUELLE-SSUSER
             EXEC SQL
                 OPEN SOD_USR_FKT_CURS
             END-EXEC
         WHEN SOD-QUELLE-DELEG
             EXEC SQL
                 OPEN SOD_DLG_FKT_CURS
             END-EXEC
         WHEN OTHER
             EXEC SQL
                 OPEN SOD_NEU_FKT_CURS
             END-EXEC
     END-EVALUATE
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S653-99.
     EXIT.

******************************************************************
* Fetch Cursor Rollen/Funktionen eines Users (s. S653)
******************************************************************
 S654-FETCH-SOD-FKT-CURSOR SECTION.
 S654-00.
     EVALUATE TRUE
         WHEN SOD-QUELLE-SSUSER
             EXEC SQL
                 FETCH SOD_USR_FKT_CURS
                  INTO   :H-SOD-R-ROLLE
                        ,:H-SOD-R-FKT
                        ,:H-SOD-R-PARM
             END-EXEC
         WHEN SOD-QUELLE-DELEG
             EXEC SQL
                 FETCH SOD_DLG_FKT_CURS
                  INTO   :H-SOD-R-ROLLE
                        ,:H-SOD-R-FKT
                        ,:H-SOD-R-PARM
             END-EXEC
         WHEN OTHER
             EXEC SQL
                 FETCH SOD_NEU_FKT_CURS
                  INTO   :H-SOD-R-ROLLE
                        ,:H-SOD-R-FKT
                        ,:H-SOD-R-PARM
             END-EXEC
     END-EVALUATE
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S654) aus Tabelle SSROLES: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S654-99.
     EXIT.

******************************************************************
* Close Cursor Rollen/Funktionen eines Users (s. S653)
******************************************************************
 S655-CLOSE-SOD-FKT-CURSOR SECTION.
 S655-00.
     EVALUATE TRUE
         WHEN SOD-QUELLE-SSUSER
             EXEC SQL
                 CLOSE SOD_USR_FKT_CURS
             END-EXEC
         WHEN SOD-QUELLE-DELEG
             EXEC SQL
                 CLOSE SOD_DLG_FKT_CURS
             END-EXEC
         WHEN OTHER
             EXEC SQL
                 CLOSE SOD_NEU_FKT_CURS
             END-EXEC
     END-EVALUATE
     .
 S655-99.
     EXIT.

******************************************************************
* gleichlautende Regel suchen (Typ, Anwendung, Werte auch
* vertauscht; s. D922)
******************************************************************
 S656-SELECT-SSFSODR-PAAR SECTION.
 S656-00.
     SET SSFSODR-NOK TO TRUE
     EXEC SQL
         SELECT  REGEL_NR
           INTO  :REGEL-NR OF SSFSODR
           FROM  =SSFSODR
          WHERE  TYP       = :W-SOD-TYP
            AND  ANWENDUNG = :W-SOD-ANW
            AND ((WERT1    = :W-SOD-WERT1
              AND WERT2    = :W-SOD-WERT2)
             OR  (WERT1    = :W-SOD-WERT2
              AND WERT2    = :W-SOD-WERT1))
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFSODR-OK TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S656) aus Tabelle SSFSODR: "
                             D-NUM4
     END-EVALUATE
     .
 S656-99.
     EXIT.

******************************************************************
* hoechste vergebene Regelnummer (=SSFSODR) nach W-SOD-NR
******************************************************************
 S657-MAX-NR-SSFSODR SECTION.
 S657-00.
     MOVE ZERO TO W-SOD-NR
     EXEC SQL
         SELECT  max(REGEL_NR)
           INTO  :W-SOD-NR
           FROM  =SSFSODR
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         MOVE ZERO TO W-SOD-NR
     END-IF
     .
 S657-99.
     EXIT.

******************************************************************
* neue Regel der Funktionstrennung einfuegen (s. D922)
******************************************************************
 S658-INSERT-SSFSODR SECTION.
 S658-00.
     SET SSFSODR-NOK TO TRUE
     EXEC SQL
         INSERT
           INTO  =SSFSODR
                 (REGEL_NR, TYP, WERT1, WERT2, ANWENDUNG, BESCHREIBUNG
                 ,ANGELEGT_VON)
         VALUES  (
                  :W-SOD-NR
                 ,:W-SOD-TYP
                 ,:W-SOD-WERT1
                 ,:W-SOD-WERT2
                 ,:W-SOD-ANW
                 ,:W-SOD-TEXT
                 ,:P-USER-NAME
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFSODR-OK TO TRUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Insert in SSFSODR !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S658-99.
     EXIT.

******************************************************************
* Regel der Funktionstrennung loeschen (H-SOD-NR, s. D923)
******************************************************************
 S659-DELETE-SSFSODR SECTION.
 S659-00.
     EXEC SQL
         DELETE
           FROM  =SSFSODR
          WHERE  REGEL_NR = :H-SOD-NR
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Delete in SSFSODR !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S659-99.
     EXIT.

******************************************************************
* Fortschreiben ZPAUTENT (=SSUSER) auf den aktuell angemeldeten User
* -- alle Rollenzeilen dieses Users werden auf CURRENT gesetzt
******************************************************************
 S660-UPDATE-PWDATE-SSUSER SECTION.
 S660-00.
     EXEC SQL
         UPDATE  =SSUSER
            SET  ZPAUTENT = CURRENT
          WHERE  USER     = :USER OF SSUSER
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET USER-OK  TO TRUE
         WHEN OTHER  SET USER-EOD TO TRUE
     END-EVALUATE
     .
 S660-99.
     EXIT.

******************************************************************
* Fortschreiben =SSUSER.BESTAETIGUNGSCODE/BESTCODE_HASH für den
* aktuell angemeldeten User (wird beim Self-Service C034 und bei der
* Umstellung D760 aufgerufen) - gilt fuer alle ROLLE-Saetze dieses
* Users, genau wie S660 fuer ZPAUTENT
******************************************************************
 S661-UPDATE-BESTCODE-SSUSER SECTION.
 S661-00.
     EXEC SQL
         UPDATE  =SSUSER
            SET  BESTAETIGUNGSCODE = :BESTAETIGUNGSCODE OF SSUSER
                ,BESTCODE_HASH     = :BESTCODE-HASH OF SSUSER
          WHERE  USER              = :USER OF SSUSER
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET USER-OK  TO TRUE
         WHEN OTHER  SET USER-EOD TO TRUE
     END-EVALUATE
     .
 S661-99.
     EXIT.

******************************************************************
* hoechste vergebene Antragsnummer (REQUEST, s. D591)
******************************************************************
 S662-MAX-NR-SSFACREQ SECTION.
 S662-00.
     MOVE ZERO TO W-ACR-NR
     EXEC SQL
         SELECT  max(ANTRAG_NR)
           INTO  :W-ACR-NR
           FROM  =SSFACREQ
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         MOVE ZERO TO W-ACR-NR
     END-IF
     .
 S662-99.
     EXIT.

******************************************************************
* neuen Zugriffsantrag einstellen (Status "O", s. D591)
******************************************************************
 S663-INSERT-SSFACREQ SECTION.
 S663-00.
     SET SSFACREQ-NOK TO TRUE
     EXEC SQL
         INSERT
           INTO  =SSFACREQ
                 (ANTRAG_NR, FUER_USER, ROLLE, BIS_DATUM, BEGRUENDUNG
                 ,ANTRAG_VON, GENEHMIGER, GENEHMIGER2, ROUTING
                 ,ANTRAG_STATUS, ENTSCHIEDEN_VON, KOMMENTAR, ERGEBNIS)
         VALUES  (
                  :W-ACR-NR
                 ,:W-ACR-USER
                 ,:W-ACR-ROLLE
                 ,:W-ACR-BIS
                 ,:W-ACR-GRUND
                 ,:W-ACR-VON
                 ,:W-ACR-GENEHMIGER
                 ,:W-ACR-GENEHMIGER2
                 ,:W-ACR-ROUTING
                 ,"O"
                 ," "
                 ," "
                 ," "
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFACREQ-OK TO TRUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Insert in SSFACREQ !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S663-99.
     EXIT.

******************************************************************
* Zugriffsantrag lesen (REQUEST APPROVE/REJECT, s. D594)
******************************************************************
 S664-SELECT-SSFACREQ SECTION.
 S664-00.
     SET SSFACREQ-NOK TO TRUE
     EXEC SQL
         SELECT  FUER_USER, ROLLE, BIS_DATUM, BEGRUENDUNG, ANTRAG_VON
                ,GENEHMIGER, GENEHMIGER2, ANTRAG_STATUS
           INTO  :FUER-USER     OF SSFACREQ
                ,:ROLLE         OF SSFACREQ
                ,:BIS-DATUM     OF SSFACREQ
                ,:BEGRUENDUNG   OF SSFACREQ
                ,:ANTRAG-VON    OF SSFACREQ
                ,:GENEHMIGER    OF SSFACREQ
                ,:GENEHMIGER2   OF SSFACREQ
                ,:ANTRAG-STATUS OF SSFACREQ
           FROM  =SSFACREQ
          WHERE  ANTRAG_NR = :H-ACR-NR
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFACREQ-OK TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S664) aus Tabelle SSFACREQ: "
                             D-NUM4
     END-EVALUATE
     .
 S664-99.
     EXIT.

******************************************************************
* Entscheidung auf einen offenen Zugriffsantrag schreiben ("G"/"A"
* + Entscheider, Kommentar, Ergebnis; s. D594)
******************************************************************
 S665-UPDATE-SSFACREQ-DECIDE SECTION.
 S665-00.
     SET SSFACREQ-NOK TO TRUE
     EXEC SQL
         UPDATE  =SSFACREQ
            SET  ANTRAG_STATUS   = :W-ACR-STATUS
                ,ENTSCHIEDEN_VON = :P-USER-NAME
                ,KOMMENTAR       = :W-ACR-GRUND
                ,ERGEBNIS        = :W-ACR-ERGEBNIS
                ,ZP_ENTSCHEID    = CURRENT
          WHERE  ANTRAG_NR     = :H-ACR-NR
            AND  ANTRAG_STATUS = "O"
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFACREQ-OK TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER  DISPLAY "!!! Fehler bei Update in SSFACREQ !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S665-99.
     EXIT.

******************************************************************
* unentschiedene Zugriffsantraege verfallen lassen (Status "V",
* s. D597)
******************************************************************
 S666-EXPIRE-SSFACREQ SECTION.
 S666-00.
     EXEC SQL
         UPDATE  =SSFACREQ
            SET  ANTRAG_STATUS = "V"
                ,ZP_ENTSCHEID  = CURRENT
          WHERE  ANTRAG_STATUS = "O"
            AND  ZPINS     year to second
                 < CURRENT year to second
                 - :H-ACR-FRIST TYPE AS INTERVAL DAY
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  DISPLAY "!!! Fehler bei Update (V) in SSFACREQ !!!"
     END-EVALUATE
     .
 S666-99.
     EXIT.

******************************************************************
* prueft, ob fuer User und Rolle schon ein Antrag offen ist (D591)
******************************************************************
 S667-SELECT-SSFACREQ-OFFEN SECTION.
 S667-00.
     SET SSFACREQ-NOK TO TRUE
     EXEC SQL
         SELECT  ANTRAG_NR
           INTO  :H-ACR-NR
           FROM  =SSFACREQ
          WHERE  FUER_USER     = :W-ACR-USER
            AND  ROLLE         = :W-ACR-ROLLE
            AND  ANTRAG_STATUS = "O"
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFACREQ-OK TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S667) aus Tabelle SSFACREQ: "
                             D-NUM4
     END-EVALUATE
     .
 S667-99.
     EXIT.

******************************************************************
* Open Cursor offene Zugriffsantraege (REQUEST LIST, D593)
******************************************************************
 S668-OPEN-ACR-LIST-CURSOR SECTION.
 S668-00.
     EXEC SQL
         OPEN ACR_LIST_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S668-99.
     EXIT.

******************************************************************
* Fetch Cursor offene Zugriffsantraege (REQUEST LIST, D593)
******************************************************************
 S669-FETCH-ACR-LIST-CURSOR SECTION.
 S669-00.
     EXEC SQL
         FETCH ACR_LIST_CURS
          INTO   :ANTRAG-NR    OF SSFACREQ
                ,:FUER-USER    OF SSFACREQ
                ,:ROLLE        OF SSFACREQ
                ,:BIS-DATUM    OF SSFACREQ
                ,:BEGRUENDUNG  OF SSFACREQ
                ,:ANTRAG-VON   OF SSFACREQ
                ,:GENEHMIGER   OF SSFACREQ
                ,:GENEHMIGER2  OF SSFACREQ
                ,:ZPINS        OF SSFACREQ
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S669) aus Tabelle SSFACREQ: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S669-99.
     EXIT.

******************************************************************
* Öffnen Cursor auf Freigabe-berechtigte User (Funktion REL4WEAT)
* für die FREIGEBER-Lookup-Funktion (s. C341-FREIGEBER)
******************************************************************
 S670-OPEN-FREIGEBER-CURSOR SECTION.
 S670-00.
     MOVE ZERO TO C4-COUNT
     EXEC SQL
         OPEN FREIGEBER_CURS
     END-EXEC
     .
 S670-99.
     EXIT.

******************************************************************
* Fetch Freigabe-berechtigte User
******************************************************************
 S671-FETCH-FREIGEBER-CURSOR SECTION.
 S671-00.
     EXEC SQL
         FETCH FREIGEBER_CURS
          INTO    :USER       of SSUSER
                 ,:ROLLE      of SSUSER
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET USER-OK  TO TRUE
                     ADD 1 TO C4-COUNT
         WHEN OTHER  SET USER-EOD TO TRUE
     END-EVALUATE
     .
 S671-99.
     EXIT.

******************************************************************
* CLOSE Cursor
******************************************************************
 S672-CLOSE-FREIGEBER-CURSOR SECTION.
 S672-00.
     EXEC SQL
         CLOSE FREIGEBER_CURS
     END-EXEC
     .
 S672-99.
     EXIT.

******************************************************************
* alle Ausnahmen zu einer Regel loeschen (H-SOD-NR, s. D923)
******************************************************************
 S673-DELETE-SSFSODX-REGEL SECTION.
 S673-00.
     EXEC SQL
         DELETE
           FROM  =SSFSODX
          WHERE  REGEL_NR = :H-SOD-NR
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Delete in SSFSODX !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S673-99.
     EXIT.

******************************************************************
* genehmigte Ausnahme zu User (H-SOD-USER) und Regel (H-SOD-NR)
******************************************************************
 S674-SELECT-SSFSODX SECTION.
 S674-00.
     SET SSFSODX-NOK TO TRUE
     MOVE SPACES TO H-SOD-GENEHMIGT
     EXEC SQL
         SELECT  GENEHMIGT_VON
           INTO  :H-SOD-GENEHMIGT
           FROM  =SSFSODX
          WHERE  GRP_USER = :H-SOD-USER
            AND  REGEL_NR = :H-SOD-NR
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFSODX-OK TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S674) aus Tabelle SSFSODX: "
                             D-NUM4
     END-EVALUATE
     .
 S674-99.
     EXIT.

******************************************************************
* Ausnahme zur Funktionstrennung einfuegen (s. D924)
******************************************************************
 S675-INSERT-SSFSODX SECTION.
 S675-00.
     SET SSFSODX-NOK TO TRUE
     EXEC SQL
         INSERT
           INTO  =SSFSODX
                 (GRP_USER, REGEL_NR, BEGRUENDUNG, BEANTRAGT_VON
                 ,GENEHMIGT_VON)
         VALUES  (
                  :W-SOD-USER
                 ,:W-SOD-NR
                 ,:W-SOD-TEXT
                 ,:P-USER-NAME
                 ,:H-SOD-GENEHMIGT
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFSODX-OK TO TRUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Insert in SSFSODX !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S675-99.
     EXIT.

******************************************************************
* Ausnahme zu User (H-SOD-USER) und Regel (H-SOD-NR) loeschen
******************************************************************
 S676-DELETE-SSFSODX SECTION.
 S676-00.
     EXEC SQL
         DELETE
           FROM  =SSFSODX
          WHERE  GRP_USER = :H-SOD-USER
            AND  REGEL_NR = :H-SOD-NR
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Delete in SSFSODX !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S676-99.
     EXIT.

******************************************************************
* bestaetigender Administrator des zuletzt verbrauchten Vier-
* Augen-Antrags (W-PQ-AKTION/W-PQ-PARAMETER, Status "E") nach
* H-SOD-GENEHMIGT
******************************************************************
 S677-SELECT-SOD-GENEHMIGER SECTION.
 S677-00.
     MOVE SPACES TO H-SOD-GENEHMIGT
     EXEC SQL
         SELECT  BESTAETIGT_VON
           INTO  :H-SOD-GENEHMIGT
           FROM  =SSFPENDQ
          WHERE  AKTION    = :W-PQ-AKTION
            AND  PARAMETER = :W-PQ-PARAMETER
            AND  STATUS    = "E"
            AND  ZPINS     =
                 (SELECT  max(ZPINS)
                    FROM  =SSFPENDQ
                   WHERE  AKTION    = :W-PQ-AKTION
                     AND  PARAMETER = :W-PQ-PARAMETER
                     AND  STATUS    = "E")
         BROWSE ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         MOVE SPACES TO H-SOD-GENEHMIGT
     END-IF
     .
 S677-99.
     EXIT.

******************************************************************
* Oeffnen Cursor alle User mit Rollen (SOD REPORT, D926)
******************************************************************
 S678-OPEN-SOD-USER-CURSOR SECTION.
 S678-00.
     EXEC SQL
         OPEN SOD_USER_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S678-99.
     EXIT.

******************************************************************
* Fetch Cursor alle User mit Rollen (SOD REPORT, D926)
******************************************************************
 S679-FETCH-SOD-USER-CURSOR SECTION.
 S679-00.
     EXEC SQL
         FETCH SOD_USER_CURS
          INTO   :USER OF SSUSER
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S679) aus Tabelle SSUSER: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S679-99.
     EXIT.

******************************************************************
* Oeffnen Cursor auf alle fuer eine Funktion berechtigten User
* (s. D481-CHECK-ROLFKT)
******************************************************************
 S680-OPEN-ROLFKT-AUDIT-CURSOR SECTION.
 S680-00.
     EXEC SQL
         OPEN ROLFKT-AUDIT_CURS
     END-EXEC
     .
 S680-99.
     EXIT.

******************************************************************
* Fetch berechtigte User
******************************************************************
 S681-FETCH-ROLFKT-AUDIT-CURSOR SECTION.
 S681-00.
     EXEC SQL
         FETCH ROLFKT-AUDIT_CURS
          INTO    :USER       of SSUSER
                 ,:ROLLE      of SSUSER
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET USER-OK  TO TRUE
         WHEN OTHER  SET USER-EOD TO TRUE
     END-EVALUATE
     .
 S681-99.
     EXIT.

******************************************************************
* CLOSE Cursor
******************************************************************
 S682-CLOSE-ROLFKT-AUDIT-CURSOR SECTION.
 S682-00.
     EXEC SQL
         CLOSE ROLFKT-AUDIT_CURS
     END-EXEC
     .
 S682-99.
     EXIT.

******************************************************************
* Zaehlen, wie oft W-AUDIT-CHECK-USER die Funktion
* W-AUDIT-CHECK-FKT laut =ABNAHME tatsaechlich ausgeuebt hat
* (s. D483-SHOW-DORMANT-ROLES)
******************************************************************
 S683-COUNT-ABN-ACTIVITY SECTION.
 S683-00.
     MOVE ZERO TO W-AUDIT-ACT-ANZ

     IF  W-AUDIT-CHECK-FKT = "REL2TEST"
         EXEC SQL
             SELECT  COUNT(*)
               INTO  :W-AUDIT-ACT-ANZ
               FROM  =ABNAHME
              WHERE  REL2TEST_VON = :W-AUDIT-CHECK-USER
             BROWSE  ACCESS
         END-EXEC
     END-IF
     IF  W-AUDIT-CHECK-FKT = "REL4WEAT"
         EXEC SQL
             SELECT  COUNT(*)
               INTO  :W-AUDIT-ACT-ANZ
               FROM  =ABNAHME
              WHERE  FREIGABE_VON = :W-AUDIT-CHECK-USER
             BROWSE  ACCESS
         END-EXEC
     END-IF
     IF  W-AUDIT-CHECK-FKT = "REL2PROD"
         EXEC SQL
             SELECT  COUNT(*)
               INTO  :W-AUDIT-ACT-ANZ
               FROM  =ABNAHME
              WHERE  REL2PROD_VON = :W-AUDIT-CHECK-USER
             BROWSE  ACCESS
         END-EXEC
     END-IF

     IF  SQLCODE OF SQLCA NOT = ZERO
     AND SQLCODE OF SQLCA NOT = 100
         MOVE SQLCODE OF SQLCA TO D-NUM4
         DISPLAY " Fehler beim Select (S683) aus Tabelle ABNAHME: "
                 D-NUM4
         MOVE ZERO TO W-AUDIT-ACT-ANZ
     END-IF
     .
 S683-99.
     EXIT.

******************************************************************
* Oeffnen Cursor auf alle abgeschlossenen =ABNAHME-Freigabezyklen
* (s. D480-ROLLEN-AUDIT)
******************************************************************
 S684-OPEN-ABN-AUDIT-CURSOR SECTION.
 S684-00.
     EXEC SQL
         OPEN ABN-AUDIT_CURS
     END-EXEC
     .
 S684-99.
     EXIT.

******************************************************************
* Fetch naechster Freigabezyklus
******************************************************************
 S685-FETCH-ABN-AUDIT-CURSOR SECTION.
 S685-00.
     EXEC SQL
         FETCH ABN-AUDIT_CURS
          INTO    :PRG-NAME     OF ABNAHME
                 ,:VERSION      OF ABNAHME
                 ,:REL2TEST-VON OF ABNAHME
                 ,:FREIGABE-VON OF ABNAHME
                 ,:REL2PROD-VON OF ABNAHME
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S685-99.
     EXIT.

******************************************************************
* CLOSE Cursor
******************************************************************
 S686-CLOSE-ABN-AUDIT-CURSOR SECTION.
 S686-00.
     EXEC SQL
         CLOSE ABN-AUDIT_CURS
     END-EXEC
     .
 S686-99.
     EXIT.


******************************************************************
* Oeffnen Cursor auf alle =SSAFE-Module ohne Freigabe in =SSFRARCH
* (s. D495-ORPHAN-SCAN)
******************************************************************
 S687-OPEN-ORPHAN-CURSOR SECTION.
 S687-00.
     EXEC SQL
         OPEN ORPHAN_CURS
     END-EXEC
     .
 S687-99.
     EXIT.

******************************************************************
* Fetch naechstes verwaistes Modul
******************************************************************
 S688-FETCH-ORPHAN-CURSOR SECTION.
 S688-00.
     EXEC SQL
         FETCH ORPHAN_CURS
          INTO    :SOURCE-MODUL  OF SSAFE
                 ,:SOURCE-STATUS OF SSAFE
                 ,:GROUP-USER    OF SSAFE
                 ,:ZP-CHECKIN    OF SSAFE
                     TYPE AS DATETIME YEAR TO SECOND
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S688-99.
     EXIT.

******************************************************************
* CLOSE Cursor
******************************************************************
 S689-CLOSE-ORPHAN-CURSOR SECTION.
 S689-00.
     EXEC SQL
         CLOSE ORPHAN_CURS
     END-EXEC
     .
 S689-99.
     EXIT.

******************************************************************
* Open Cursor ausgecheckte Module (Sofort-Mail nach REL2PROD, D727)
******************************************************************
 S690-OPEN-STB-CO-CURSOR SECTION.
 S690-00.
     EXEC SQL
         OPEN STB_CO_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Open (S690) aus "
                             "Tabelle SSAFE: " D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S690-99.
     EXIT.

******************************************************************
* Fetch Cursor ausgecheckte Module (Sofort-Mail nach REL2PROD, D727)
******************************************************************
 S691-FETCH-STB-CO-CURSOR SECTION.
 S691-00.
     MOVE SPACES TO H-STB-MODUL H-STB-TYP H-STB-USER H-STB-ZP
     EXEC SQL
         FETCH STB_CO_CURS
          INTO   :H-STB-MODUL
                ,:H-STB-TYP
                ,:H-STB-USER
                ,:H-STB-ZP
                     TYPE AS DATETIME YEAR TO SECOND
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S691) aus "
                             "Tabelle SSAFE: " D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S691-99.
     EXIT.

******************************************************************
* Close Cursor ausgecheckte Module (Sofort-Mail nach REL2PROD, D727)
******************************************************************
 S692-CLOSE-STB-CO-CURSOR SECTION.
 S692-00.
     EXEC SQL
         CLOSE STB_CO_CURS
     END-EXEC
     .
 S692-99.
     EXIT.

******************************************************************
* Close Cursor alle User mit Rollen (SOD REPORT, D926)
******************************************************************
 S693-CLOSE-SOD-USER-CURSOR SECTION.
 S693-00.
     EXEC SQL
         CLOSE SOD_USER_CURS
     END-EXEC
     .
 S693-99.
     EXIT.

******************************************************************
* Oeffnen Cursor genehmigte Ausnahmen (SOD REPORT, D926)
******************************************************************
 S694-OPEN-SOD-AUSN-CURSOR SECTION.
 S694-00.
     EXEC SQL
         OPEN SOD_AUSN_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S694-99.
     EXIT.

******************************************************************
* Fetch Cursor genehmigte Ausnahmen (SOD REPORT, D926)
******************************************************************
 S695-FETCH-SOD-AUSN-CURSOR SECTION.
 S695-00.
     EXEC SQL
         FETCH SOD_AUSN_CURS
          INTO   :GRP-USER        OF SSFSODX
                ,:REGEL-NR        OF SSFSODX
                ,:BEGRUENDUNG     OF SSFSODX
                ,:BEANTRAGT-VON   OF SSFSODX
                ,:GENEHMIGT-VON   OF SSFSODX
                ,:ZPINS           OF SSFSODX
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S695) aus Tabelle SSFSODX: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S695-99.
     EXIT.

******************************************************************
* Close Cursor genehmigte Ausnahmen (SOD REPORT, D926)
******************************************************************
 S696-CLOSE-SOD-AUSN-CURSOR SECTION.
 S696-00.
     EXEC SQL
         CLOSE SOD_AUSN_CURS
     END-EXEC
     .
 S696-99.
     EXIT.

******************************************************************
* LIST UNMANAGED: Modul H-UM-MODUL in =SSAFE mit Freigabestand
* (SSF-OK = vorhanden, SSF-EOD = kein Modul)
******************************************************************
 S697-SELECT-UM-SSAFE SECTION.
 S697-00.
     EXEC SQL
         SELECT  FREIGABE_TEST, FREIGABE_PROD
           INTO  :H-UM-FRG-TEST
                ,:H-UM-FRG-PROD
           FROM  =SSAFE
          WHERE  SOURCE_MODUL = :H-UM-MODUL
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S697) aus Tabelle SSAFE: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S697-99.
     EXIT.

******************************************************************
* LIST UNMANAGED: Anzahl archivierter Freigaben des Moduls
* H-UM-MODUL in =SSFRARCH
******************************************************************
 S698-COUNT-UM-SSFRARCH SECTION.
 S698-00.
     MOVE ZERO TO H-UM-ANZ
     EXEC SQL
         SELECT  count (*)
           INTO  :H-UM-ANZ
           FROM  =SSFRARCH
          WHERE  SOURCE_MODUL = :H-UM-MODUL
         BROWSE ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         MOVE ZERO TO H-UM-ANZ
     END-IF
     .
 S698-99.
     EXIT.

******************************************************************
* LIST UNMANAGED: Anzahl Kettenschritte in =SSFRFDEF, die das
* Objekt H-UM-OBJ bzw. die Datei H-UM-DATEI ausfuehren
******************************************************************
 S699-COUNT-UM-SSFRFDEF SECTION.
 S699-00.
     MOVE ZERO TO H-UM-ANZ
     EXEC SQL
         SELECT  count (*)
           INTO  :H-UM-ANZ
           FROM  =SSFRFDEF
          WHERE  PROG     = :H-UM-OBJ
             OR  ALT_PROG = :H-UM-DATEI
         BROWSE ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         MOVE ZERO TO H-UM-ANZ
     END-IF
     .
 S699-99.
     EXIT.

******************************************************************
* Einfügen initialen Eintrag in Tabelle =ABNAHME
*    über dynamisches SQL, da Tab. auf Prod.Maschine und die
*    Catalog-Tab. TRANSIDS von hier nicht zugreifba ist
******************************************************************
 S700-INSERT-ABNAHME SECTION.
 S700-00.
**  ---> Insert aufbereiten
     MOVE SPACE TO DYN-STATEMENT-BUFFER
     STRING  "INSERT INTO =ABNAHME "         delimited by size
             "(PRG_NAME, VERSION, DATUM, "   delimited by size
             "PRG_INFO, UPD_INFO, "          delimited by size
             "REL2TEST_VON, REL2TEST_AM"     delimited by size
             ") VALUES "                     delimited by size
             "("""                           delimited by size
             PRG-NAME OF ABNAHME             delimited by space
             ""","""                         delimited by size
             VERSION  OF ABNAHME             delimited by space
             """,?DATUM,"""                  delimited by size
             VAL OF PRG-INFO OF ABNAHME      DELIMITED BY K-SPACES32
             ""","""                         delimited by size
             VAL OF UPD-INFO OF ABNAHME      delimited by K-SPACES32
             ""","""                         delimited by size
             REL2TEST-VON OF ABNAHME         delimited by space
             """, current year to minute"    delimited by size
             ")"                             delimited by size
       INTO  DYN-STATEMENT-BUFFER
     END-STRING

**  ---> Insert ausführen
     PERFORM U100-BEGIN
**  ---> Modul-Kurzbild verwerfen (s. D866)
     MOVE PRG-NAME OF ABNAHME TO W-MSUM-MERK
     PERFORM D866-MSUM-MERKEN
     EXEC SQL
         PREPARE INS1 FROM :DYN-STATEMENT-BUFFER
     END-EXEC
     EXEC SQL
         EXECUTE INS1 USING
                      :DATUM       OF ABNAHME TYPE AS DATETIME YEAR TO DAY
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
                     PERFORM U110-COMMIT
         when -8227
                     MOVE "FEHLER"   TO BEREICH   OF SSTEXT
                     MOVE "FEHL-039" TO KATEGORIE OF SSTEXT
                     SET PRG-ABBRUCH TO TRUE
                     PERFORM U120-ROLLBACK
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Insert in =ABNAHME ("
                     D-NUM4
                     ") !!!"
             SET PRG-ABBRUCH TO TRUE
             PERFORM U120-ROLLBACK
     END-EVALUATE
     .
 S700-99.
     EXIT.

******************************************************************
* Update auf Tabelle =ABNAHME für Aktivierung TEST (SSF: AT)
******************************************************************
 S710-UPDATE-ABNAHME-WE1 SECTION.
 S710-00.
**  ---> hier sollen die Felder ACT2TEST_VON, ACT2TEST_AM
**  ---> eingefügt werden.
     MOVE SPACE TO DYN-STATEMENT-BUFFER
     STRING  "UPDATE =ABNAHME "              delimited by size
             "SET   ACT2TEST_VON = """       delimited by size
             ACT2TEST-VON OF ABNAHME         delimited by space
             """,ACT2TEST_AM  = current "    delimited by size
             "WHERE  PRG_NAME, VERSION = """ delimited by size
             PRG-NAME OF ABNAHME             delimited by space
             ""","""                         delimited by size
             VERSION  OF ABNAHME             delimited by space
             """"                            delimited by size
       INTO  DYN-STATEMENT-BUFFER
     END-STRING

**  ---> Update ausführen
**  ---> Modul-Kurzbild verwerfen (s. D866)
     MOVE PRG-NAME OF ABNAHME TO W-MSUM-MERK
     PERFORM D866-MSUM-MERKEN
     EXEC SQL
         EXECUTE IMMEDIATE :DYN-STATEMENT-BUFFER
     END-EXEC

     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY "!!! Fehler bei Update (WE1) =ABNAHME ("
                             D-NUM4 ") !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S710-99.
     EXIT.

******************************************************************
* Update auf Tabelle =ABNAHME: Fingerabdruck des aktivierten Test-
* Objekts (EOF, Last-Modify, s. E398) fuer die Post-Release-
* Pruefung nach REL2PROD (s. E397)
******************************************************************
 S711-UPDATE-ABNAHME-FP SECTION.
 S711-00.
     MOVE SPACE TO DYN-STATEMENT-BUFFER
     STRING  "UPDATE =ABNAHME "              delimited by size
             "SET   AT_OBJ_EOF   = "         delimited by size
             W-RPV-FP-EOF                    delimited by size
             " ,AT_OBJ_MODTS = "             delimited by size
             W-RPV-FP-MODTS                  delimited by size
             " WHERE  PRG_NAME, VERSION = """ delimited by size
             PRG-NAME OF ABNAHME             delimited by space
             ""","""                         delimited by size
             VERSION  OF ABNAHME             delimited by space
             """"                            delimited by size
       INTO  DYN-STATEMENT-BUFFER
     END-STRING

**  ---> Update ausführen
**  ---> Modul-Kurzbild verwerfen (s. D866)
     MOVE PRG-NAME OF ABNAHME TO W-MSUM-MERK
     PERFORM D866-MSUM-MERKEN
     EXEC SQL
         EXECUTE IMMEDIATE :DYN-STATEMENT-BUFFER
     END-EXEC

     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY "!!! Fehler bei Update (FP) =ABNAHME ("
                             D-NUM4 ") !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S711-99.
     EXIT.

******************************************************************
* Select auf Tabelle =ABNAHME: beim ACTIVTEST festgehaltener Finger-
* abdruck (s. S711) der Version H-RPV-PRG-NAME/H-RPV-VERSION - fehlt
* er (Null bzw. kein Satz), sind beide Werte Null
******************************************************************
 S713-SELECT-ABNAHME-FP SECTION.
 S713-00.
     MOVE ZERO TO H-RPV-AT-EOF
                  H-RPV-AT-MODTS
     EXEC SQL
         SELECT  AT_OBJ_EOF, AT_OBJ_MODTS
           INTO  :H-RPV-AT-EOF
                ,:H-RPV-AT-MODTS
           FROM  =ABNAHME
          WHERE  PRG_NAME = :H-RPV-PRG-NAME
            AND  VERSION  = :H-RPV-VERSION
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    MOVE ZERO TO H-RPV-AT-EOF
                                  H-RPV-AT-MODTS
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY "!!! Fehler bei Select (FP) =ABNAHME ("
                             D-NUM4 ") !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S713-99.
     EXIT.

******************************************************************
* Update auf Tabelle =ABNAHME: Ergebnis der Post-Release-Pruefung
* nach REL2PROD (Code, Zeitpunkt, Befund, Rueckbau J/N, s. E397)
******************************************************************
 S715-UPDATE-ABNAHME-R2PV SECTION.
 S715-00.
     MOVE SPACE TO DYN-STATEMENT-BUFFER
     STRING  "UPDATE =ABNAHME "              delimited by size
             "SET   R2P_PRUEF = """          delimited by size
             W-RPV-ERGEBNIS                  delimited by size
             """,R2P_PRUEF_AM = current "    delimited by size
             ",R2P_PRUEF_INFO = """          delimited by size
             W-RPV-KOMMENTAR                 delimited by "  "
             """,R2P_RUECKBAU = """          delimited by size
             H-RPV-RUECKBAU                  delimited by size
             """ WHERE  PRG_NAME, VERSION = """ delimited by size
             H-RPV-PRG-NAME                  delimited by space
             ""","""                         delimited by size
             H-RPV-VERSION                   delimited by space
             """"                            delimited by size
       INTO  DYN-STATEMENT-BUFFER
     END-STRING

**  ---> Update ausführen
**  ---> Modul-Kurzbild verwerfen (s. D866)
     MOVE H-RPV-PRG-NAME TO W-MSUM-MERK
     PERFORM D866-MSUM-MERKEN
     EXEC SQL
         EXECUTE IMMEDIATE :DYN-STATEMENT-BUFFER
     END-EXEC

     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY "!!! Fehler bei Update (R2PV) =ABNAHME ("
                             D-NUM4 ") !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S715-99.
     EXIT.

******************************************************************
* Update auf Tabelle =ABNAHME: Risiko-Score des Freigabe-Antrags
* (Summe und Punkte je Komponente, s. E401) - in derselben Trans-
* aktion wie S712-UPDATE-ABNAHME-WE2
******************************************************************
 S719-UPDATE-ABNAHME-RISIKO SECTION.
 S719-00.
     MOVE SPACE TO DYN-STATEMENT-BUFFER
     STRING  "UPDATE =ABNAHME "              delimited by size
             "SET   RISIKO_SCORE = "         delimited by size
             W-RSK-SCORE                     delimited by size
             " ,RISIKO_INFO = """            delimited by size
             W-RSK-INFO                      delimited by size
             """ WHERE  PRG_NAME, VERSION = """ delimited by size
             PRG-NAME OF ABNAHME             delimited by space
             ""","""                         delimited by size
             VERSION  OF ABNAHME             delimited by space
             """"                            delimited by size
       INTO  DYN-STATEMENT-BUFFER
     END-STRING

**  ---> Update ausführen
**  ---> Modul-Kurzbild verwerfen (s. D866)
     MOVE PRG-NAME OF ABNAHME TO W-MSUM-MERK
     PERFORM D866-MSUM-MERKEN
     EXEC SQL
         EXECUTE IMMEDIATE :DYN-STATEMENT-BUFFER
     END-EXEC

     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY "!!! Fehler bei Update (RISIKO) =ABNAHME ("
                             D-NUM4 ") !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S719-99.
     EXIT.

******************************************************************
* Update auf Tabelle =ABNAHME für Freigabe-Antrag (SSF: R4W)
******************************************************************
 S712-UPDATE-ABNAHME-WE2 SECTION.
 S712-00.
**  ---> hier sollen die Felder freigabe_antrag_von, freigabe_antrag_am
**                            , upd_info, auftrag_link, auftrag_am
**                            , auftrag_von, konzept_link, testprot_link
**                            , rueckbau_link
**  ---> eingefügt werden.
     MOVE SPACE TO DYN-STATEMENT-BUFFER
     STRING  "UPDATE =ABNAHME "              delimited by size
             "SET FREIGABE_ANTRAG_VON = """  delimited by size
             FREIGABE-ANTRAG-VON OF ABNAHME  delimited by space
             """,FREIGABE_ANTRAG_AM"         delimited by size
             " = current year to minute, "   delimited by size
             "AUFTRAG_LINK = """             delimited by size
             VAL OF AUFTRAG-LINK OF ABNAHME  delimited by "   "
             """, AUFTRAG_AM = "             delimited by size
             "?AUFDATUM, "                   delimited by size
             "AUFTRAG_VON = """              delimited by size
             AUFTRAG-VON of ABNAHME          delimited by "   "
             """, KONZEPT_LINK = """         delimited by size
             VAL OF KONZEPT-LINK OF ABNAHME  delimited by "   "
             """, TESTPROT_LINK = """        delimited by size
             VAL OF TESTPROT-LINK OF ABNAHME delimited by "   "
             """, RUECKBAU_LINK = """        delimited by size
             VAL OF RUECKBAU-LINK OF ABNAHME delimited by "   "
             """ WHERE PRG_NAME, VERSION = """ delimited by size
             PRG-NAME OF ABNAHME             delimited by space
             ""","""                         delimited by size
             VERSION  OF ABNAHME             delimited by space
             """"                            delimited by size
       INTO  DYN-STATEMENT-BUFFER
     END-STRING

**  ---> Update ausführen
**  ---> Modul-Kurzbild verwerfen (s. D866)
     MOVE PRG-NAME OF ABNAHME TO W-MSUM-MERK
     PERFORM D866-MSUM-MERKEN
     EXEC SQL
         PREPARE UPD2 FROM :DYN-STATEMENT-BUFFER
     END-EXEC
     EXEC SQL
         EXECUTE UPD2 USING
                      :AUFTRAG-AM  OF ABNAHME TYPE AS DATETIME YEAR TO DAY
     END-EXEC

     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY "!!! Fehler bei Update (WE2) =ABNAHME ("
                             D-NUM4 ") !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S712-99.
     EXIT.

******************************************************************
* erste Freigabe-Unterschrift auf =ABNAHME schreiben (FREIGEBER)
******************************************************************
 S717-UPDATE-ABNAHME-FREIGABE1 SECTION.
 S717-00.
**  ---> erste Freigabe-Unterschrift (FREIGEBER, s. C341)
     MOVE SPACE TO DYN-STATEMENT-BUFFER
     STRING  "UPDATE =ABNAHME "              delimited by size
             "SET   FREIGABE_VON = """       delimited by size
             FREIGABE-VON OF ABNAHME         delimited by space
             """,FREIGABE_AM  = current "    delimited by size
             "year to minute "               delimited by size
             "WHERE  PRG_NAME, VERSION = """ delimited by size
             PRG-NAME OF ABNAHME             delimited by space
             ""","""                         delimited by size
             VERSION  OF ABNAHME             delimited by space
             """"                            delimited by size
       INTO  DYN-STATEMENT-BUFFER
     END-STRING

**  ---> Update ausführen
**  ---> Modul-Kurzbild verwerfen (s. D866)
     MOVE PRG-NAME OF ABNAHME TO W-MSUM-MERK
     PERFORM D866-MSUM-MERKEN
     EXEC SQL
         EXECUTE IMMEDIATE :DYN-STATEMENT-BUFFER
     END-EXEC

     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY "!!! Fehler bei Update (FG1) =ABNAHME ("
                             D-NUM4 ") !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S717-99.
     EXIT.

******************************************************************
* zweite Freigabe-Unterschrift (Vier-Augen-Klassen, s. C341/D830)
******************************************************************
 S718-UPDATE-ABNAHME-FREIGABE2 SECTION.
 S718-00.
     MOVE SPACE TO DYN-STATEMENT-BUFFER
     STRING  "UPDATE =ABNAHME "              delimited by size
             "SET   FREIGABE_VON2 = """      delimited by size
             FREIGABE-VON2 OF ABNAHME        delimited by space
             """,FREIGABE_AM2  = current "   delimited by size
             "year to minute "               delimited by size
             "WHERE  PRG_NAME, VERSION = """ delimited by size
             PRG-NAME OF ABNAHME             delimited by space
             ""","""                         delimited by size
             VERSION  OF ABNAHME             delimited by space
             """"                            delimited by size
       INTO  DYN-STATEMENT-BUFFER
     END-STRING

**  ---> Update ausführen
**  ---> Modul-Kurzbild verwerfen (s. D866)
     MOVE PRG-NAME OF ABNAHME TO W-MSUM-MERK
     PERFORM D866-MSUM-MERKEN
     EXEC SQL
         EXECUTE IMMEDIATE :DYN-STATEMENT-BUFFER
     END-EXEC

     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY "!!! Fehler bei Update (FG2) =ABNAHME ("
                             D-NUM4 ") !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S718-99.
     EXIT.

******************************************************************
* Update auf Tabelle =ABNAHME für Freigabe-Produktion (SSF: R2P)
******************************************************************
 S714-UPDATE-ABNAHME-WE3 SECTION.
 S714-00.
**  ---> hier sollen die Felder FREIGABE_LINK, GRUND_SOS,
**  --->                        REL2PROD_VON und REL2PROD_AM
**  ---> eingefügt werden.
     MOVE SPACE TO DYN-STATEMENT-BUFFER
     STRING  "UPDATE =ABNAHME "              delimited by size
             "SET FREIGABE_LINK = """        delimited by size
             VAL OF FREIGABE-LINK OF ABNAHME delimited by space
             """, GRUND_SOS = """            delimited by size
             VAL OF GRUND-SOS OF ABNAHME     delimited by "   "
             """, NK_STATUS = """            delimited by size
             NK-STATUS OF ABNAHME            delimited by space
             """, REL2PROD_VON = """         delimited by size
             REL2PROD-VON OF ABNAHME         delimited by space
             """, REL2PROD_AM "              delimited by size
             "= current YEAR to MINUTE"      delimited by size
             " WHERE PRG_NAME, VERSION = """ delimited by size
             PRG-NAME OF ABNAHME             delimited by space
             ""","""                         delimited by size
             VERSION  OF ABNAHME             delimited by space
             """"                            delimited by size
       INTO  DYN-STATEMENT-BUFFER
     END-STRING

**  ---> Update ausführen
**  ---> Modul-Kurzbild verwerfen (s. D866)
     MOVE PRG-NAME OF ABNAHME TO W-MSUM-MERK
     PERFORM D866-MSUM-MERKEN
     EXEC SQL
         EXECUTE IMMEDIATE :DYN-STATEMENT-BUFFER
     END-EXEC

     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY "!!! Fehler bei Update (WE3) =ABNAHME !!! ("
                             D-NUM4 ")"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S714-99.
     EXIT.

******************************************************************
* Update auf Tabelle =ABNAHME für Freigabe-Produktion (SSF: R2P)
******************************************************************
 S716-UPDATE-ABNAHME-WE4 SECTION.
 S716-00.
**  ---> hier sollen die Felder FREIGABE_LINK, GRUND_SOS,
**  --->                        REL2PROD_VON und REL2PROD_AM
**  ---> eingefügt werden.
     MOVE SPACE TO DYN-STATEMENT-BUFFER
     STRING  "UPDATE =ABNAHME "              delimited by size
             "SET NK_STATUS = """            delimited by size
             NK-STATUS OF ABNAHME            delimited by space
             """, NK_VON = """               delimited by size
             NK-VON OF ABNAHME               delimited by space
             """, NK_AM "                    delimited by size
             "= current YEAR to MINUTE"      delimited by size
             " WHERE PRG_NAME, VERSION = """ delimited by size
             PRG-NAME OF ABNAHME             delimited by space
             ""","""                         delimited by size
             VERSION  OF ABNAHME             delimited by space
             """"                            delimited by size
       INTO  DYN-STATEMENT-BUFFER
     END-STRING

**  ---> Update ausführen
**  ---> Modul-Kurzbild verwerfen (s. D866)
     MOVE PRG-NAME OF ABNAHME TO W-MSUM-MERK
     PERFORM D866-MSUM-MERKEN
     EXEC SQL
         EXECUTE IMMEDIATE :DYN-STATEMENT-BUFFER
     END-EXEC

     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY "!!! Fehler bei Update (WE4) =ABNAHME !!! ("
                             D-NUM4 ")"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S716-99.
     EXIT.

******************************************************************
* Select auf Tabelle =ABNAHME
******************************************************************
 S720-OPEN-ABNAHME-CURSOR SECTION.
 S720-00.
     MOVE ZERO TO C9-COUNT

**  ---> dynamischen SQL-Cursor definieren
     MOVE SPACE TO DYN-STATEMENT-BUFFER
     STRING  "SELECT "                             delimited by size
             "PRG_NAME, VERSION, DATUM,"           delimited by size
             "PRG_INFO, UPD_INFO, "                delimited by size
             "FREIGABE_VON, FREIGABE_AM, "         delimited by size
             "AUFTRAG_LINK, AUFTRAG_AM, "          delimited by size
             "AUFTRAG_VON, REL2TEST_VON, "         delimited by size
             "FREIGABE_ANTRAG_VON, "               delimited by size
             "FREIGABE_ANTRAG_AM, "                delimited by size
             "FREIGABE_VON, "                      delimited by size
             "FREIGABE_AM, "                       delimited by size
             "FREIGABE_LINK, "                     delimited by size
             "GRUND_SOS, "                         delimited by size
             "REL2PROD_VON, "                      delimited by size
             "REL2PROD_AM, "                       delimited by size
             "FREIGABE_VON2, "                     delimited by size
             "FREIGABE_AM2 "                       delimited by size
             "FROM  =ABNAHME "                     delimited by size
             "WHERE  PRG_NAME, VERSION = """       delimited by size
             PRG-NAME OF ABNAHME                   delimited by space
             ""","""                               delimited by size
             VERSION  OF ABNAHME                   delimited by space
             """ BROWSE ACCESS"                    delimited by size
       INTO  DYN-STATEMENT-BUFFER
     END-STRING

**  ---> Prepare auf Select (Cursor)
     EXEC SQL
         PREPARE S2 FROM :DYN-STATEMENT-BUFFER
     END-EXEC

**  ---> Cursor deklarieren
     EXEC SQL
         DECLARE C2 CURSOR FOR S2
     END-EXEC

**  ---> und öffnen
     EXEC SQL
         OPEN C2
     END-EXEC
     .
 S720-99.
     EXIT.

******************************************************************
* Fetch aus Tabelle =ABNAHME
******************************************************************
 S721-FETCH-ABNAHME-CURSOR SECTION.
 S721-00.
     EXEC SQL
         FETCH C2
          INTO  :PRG-NAME            of ABNAHME
               ,:VERSION             of ABNAHME
               ,:DATUM               of ABNAHME
                     TYPE AS DATETIME YEAR TO DAY
               ,:PRG-INFO            of ABNAHME
               ,:UPD-INFO            of ABNAHME
               ,:FREIGABE-VON        of ABNAHME
               ,:FREIGABE-AM         of ABNAHME
                     TYPE AS DATETIME YEAR TO MINUTE
               ,:AUFTRAG-LINK        of ABNAHME
               ,:AUFTRAG-AM          of ABNAHME
                     TYPE AS DATETIME YEAR TO DAY
               ,:AUFTRAG-VON         of ABNAHME
               ,:REL2TEST-VON        of ABNAHME
               ,:FREIGABE-ANTRAG-VON of ABNAHME
               ,:FREIGABE-ANTRAG-AM  of ABNAHME
                     TYPE AS DATETIME YEAR TO MINUTE
               ,:FREIGABE-VON        of ABNAHME
               ,:FREIGABE-AM         of ABNAHME
                     TYPE AS DATETIME YEAR TO MINUTE
               ,:FREIGABE-LINK       of ABNAHME
               ,:GRUND-SOS           of ABNAHME
               ,:REL2PROD-VON        of ABNAHME
               ,:REL2PROD-AM         of ABNAHME
                     TYPE AS DATETIME YEAR TO MINUTE
               ,:FREIGABE-VON2       of ABNAHME
               ,:FREIGABE-AM2        of ABNAHME
                     TYPE AS DATETIME YEAR TO MINUTE
     END-EXEC

     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET REF-TABS-OK  TO TRUE
                     ADD 1 TO C9-COUNT
         WHEN 100    SET REF-TABS-NOK TO TRUE
         WHEN OTHER  SET REF-TABS-NOK TO TRUE
     END-EVALUATE
     .
 S721-99.
     EXIT.

******************************************************************
* CLOSE Cursor
******************************************************************
 S722-CLOSE-ABNAHME-CURSOR SECTION.
 S722-00.
     EXEC SQL
         CLOSE C2
     END-EXEC
     .
 S722-99.
     EXIT.

******************************************************************
* Open Cursor LIST ASOF (Module mit Freigabe/Rueckbau im Zeitraum
* H-ASOF-VON bis H-ASOF-BIS, s. D730/D731)
******************************************************************
 S723-OPEN-ASOF-CURSOR SECTION.
 S723-00.
     EXEC SQL
         OPEN ASOF_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Open (S723) aus "
                             "Tabelle ABNAHME: " D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S723-99.
     EXIT.

******************************************************************
* Fetch Cursor LIST ASOF
******************************************************************
 S724-FETCH-ASOF-CURSOR SECTION.
 S724-00.
     MOVE SPACES TO H-ASOF-MODUL
     EXEC SQL
         FETCH ASOF_CURS
          INTO   :H-ASOF-MODUL
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S724) aus "
                             "Tabelle ABNAHME: " D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S724-99.
     EXIT.

******************************************************************
* Close Cursor LIST ASOF
******************************************************************
 S725-CLOSE-ASOF-CURSOR SECTION.
 S725-00.
     EXEC SQL
         CLOSE ASOF_CURS
     END-EXEC
     .
 S725-99.
     EXIT.

******************************************************************
* Juengste Prod-Freigabe (=ABNAHME.REL2PROD_AM) des Moduls
* H-ASOF-MODUL bis zum Zeitpunkt H-ASOF-ZP, ausgenommen die
* Freigabe vom Zeitpunkt H-ASOF-AUSSCHL (Vorversion nach ROLL-
* BACK, s. D729) - Ergebnis ASOF-SEL-OK / ASOF-SEL-NOK
******************************************************************
 S726-SELECT-ASOF-PROD SECTION.
 S726-00.
     SET ASOF-SEL-NOK TO TRUE
     MOVE SPACES TO H-ASOF-VERSION H-ASOF-AM H-ASOF-FREI-VON
     EXEC SQL
         SELECT  VERSION, REL2PROD_AM, REL2PROD_VON
           INTO  :H-ASOF-VERSION
                ,:H-ASOF-AM
                     TYPE AS DATETIME YEAR TO SECOND
                ,:H-ASOF-FREI-VON
           FROM  =ABNAHME A
          WHERE  A.PRG_NAME = :H-ASOF-MODUL
            AND  A.REL2PROD_AM =
                 (SELECT  MAX (REL2PROD_AM)
                    FROM  =ABNAHME M
                   WHERE  M.PRG_NAME = :H-ASOF-MODUL
                     AND  M.REL2PROD_AM    year to second
                          <= :H-ASOF-ZP
                             TYPE AS DATETIME YEAR TO SECOND
                     AND  M.REL2PROD_AM    year to second
                          <> :H-ASOF-AUSSCHL
                             TYPE AS DATETIME YEAR TO SECOND)
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET ASOF-SEL-OK TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S726) aus "
                             "Tabelle ABNAHME: " D-NUM4
     END-EVALUATE
     .
 S726-99.
     EXIT.

******************************************************************
* Juengste Freigabe nach TEST (=ABNAHME.REL2TEST_AM) des Moduls
* H-ASOF-MODUL bis zum Zeitpunkt H-ASOF-ZP (s. D730)
******************************************************************
 S727-SELECT-ASOF-TEST SECTION.
 S727-00.
     SET ASOF-SEL-NOK TO TRUE
     MOVE SPACES TO H-ASOF-VERSION H-ASOF-AM H-ASOF-FREI-VON
     EXEC SQL
         SELECT  VERSION, REL2TEST_AM, REL2TEST_VON
           INTO  :H-ASOF-VERSION
                ,:H-ASOF-AM
                     TYPE AS DATETIME YEAR TO SECOND
                ,:H-ASOF-FREI-VON
           FROM  =ABNAHME A
          WHERE  A.PRG_NAME = :H-ASOF-MODUL
            AND  A.REL2TEST_AM =
                 (SELECT  MAX (REL2TEST_AM)
                    FROM  =ABNAHME M
                   WHERE  M.PRG_NAME = :H-ASOF-MODUL
                     AND  M.REL2TEST_AM    year to second
                          <= :H-ASOF-ZP
                             TYPE AS DATETIME YEAR TO SECOND)
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET ASOF-SEL-OK TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S727) aus "
                             "Tabelle ABNAHME: " D-NUM4
     END-EVALUATE
     .
 S727-99.
     EXIT.

******************************************************************
* Anzahl Rueckbauten (=SSPROT Aktion "RB", s. C352) des Moduls
* H-ASOF-MODUL nach der Freigabe H-ASOF-AM bis H-ASOF-ZP
******************************************************************
 S728-COUNT-ASOF-RUECKBAU SECTION.
 S728-00.
     MOVE ZERO TO W-ASOF-RB-ANZ
     EXEC SQL
         SELECT  COUNT(*)
           INTO  :W-ASOF-RB-ANZ
           FROM  =SSPROT
          WHERE  SOURCE_MODUL  = :H-ASOF-MODUL
            AND  AKTION        = "RB"
            AND  ZPINS  year to second
                 > :H-ASOF-AM TYPE AS DATETIME YEAR TO SECOND
            AND  ZPINS  year to second
                 <= :H-ASOF-ZP TYPE AS DATETIME YEAR TO SECOND
       BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO       CONTINUE
         WHEN 100        CONTINUE
         WHEN OTHER      MOVE SQLCODE OF SQLCA TO D-NUM4
                         DISPLAY " Fehler beim Select (S728) aus "
                                 "Tabelle SSPROT: " D-NUM4
                         MOVE ZERO TO W-ASOF-RB-ANZ
     END-EVALUATE
     .
 S728-99.
     EXIT.

******************************************************************
* Auftrag der Version H-ASOF-VERSION des Moduls H-ASOF-MODUL aus
* dem Archiv (=SSFRARCH) holen (s. D729/D730)
******************************************************************
 S729-SELECT-ASOF-AUFTRAG SECTION.
 S729-00.
     MOVE SPACES TO H-ASOF-AUFTRAG
     EXEC SQL
         SELECT  MAX (AUFTRAG)
           INTO  :H-ASOF-AUFTRAG
           FROM  =SSFRARCH
          WHERE  SOURCE_MODUL = :H-ASOF-MODUL
            AND  VERSION      = :H-ASOF-VERSION
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S729) aus "
                             "Tabelle SSFRARCH: " D-NUM4
                     MOVE SPACES TO H-ASOF-AUFTRAG
     END-EVALUATE
     .
 S729-99.
     EXIT.

******************************************************************
* Löschen Eintrag aus Tabelle ABNAHME
******************************************************************
 S730-DELETE-ABNAHME SECTION.
 S730-00.
     MOVE SPACE TO DYN-STATEMENT-BUFFER
     STRING  "DELETE "                             delimited by size
             "FROM  =ABNAHME "                     delimited by size
             "WHERE PRG_NAME, VERSION = """        delimited by size
             PRG-NAME OF ABNAHME                   delimited by space
             ""","""                               delimited by size
             VERSION  OF ABNAHME                   delimited by space
             """"                                  delimited by size
       INTO  DYN-STATEMENT-BUFFER
     END-STRING

**  ---> Delete ausführen
     PERFORM U100-BEGIN
     EXEC SQL
         EXECUTE IMMEDIATE :DYN-STATEMENT-BUFFER
     END-EXEC

     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK TO TRUE
                     PERFORM U110-COMMIT
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY "!!! Fehler bei Delete =ABNAHME !!!  ("
                             D-NUM4 ")"
                     SET PRG-ABBRUCH TO TRUE
                     PERFORM U120-ROLLBACK
     END-EVALUATE
     .
 S730-99.
     EXIT.

******************************************************************
* Insert Canary-Stufe (bzw. Gesamtzeile) in =SSFCANARY
******************************************************************
 S731-INSERT-SSFCANARY SECTION.
 S731-00.
     EXEC SQL
         INSERT
           INTO  =SSFCANARY
                 (LAUF, STUFE_NR, STUFE, SOURCE_MODUL, VERSION
                 ,ERGEBNIS, DAUER_SEK, SCHNITT_SEK, INFO
                 )
         VALUES  (
                  :W-KAN-LAUF
                 ,:W-KAN-STUFE-NR
                 ,:W-KAN-STUFE
                 ,:W-KAN-MODUL
                 ,:W-KAN-VERSION
                 ,:W-KAN-ERGEBNIS
                 ,:W-KAN-DAUER-SEK
                 ,:H-KAN-SCHNITT
                 ,:W-KAN-INFO
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Insert in SSFCANARY !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S731-99.
     EXIT.

******************************************************************
* Schnitt der Stufendauer ueber die erfolgreichen Canary-Laeufe
* der letzten H-KAN-TAGE Tage (Stufe H-KAN-STUFE, Modul
* H-KAN-MODUL); ohne Laeufe bleiben Anzahl und Schnitt 0
******************************************************************
 S732-SELECT-CANARY-SCHNITT SECTION.
 S732-00.
     MOVE ZERO TO H-KAN-SCHNITT H-KAN-HIST-ANZ
     EXEC SQL
         SELECT  COUNT(*), AVG(DAUER_SEK)
           INTO  :H-KAN-HIST-ANZ
                ,:H-KAN-SCHNITT
           FROM  =SSFCANARY
          WHERE  STUFE        = :H-KAN-STUFE
            AND  SOURCE_MODUL = :H-KAN-MODUL
            AND  ERGEBNIS     = "OK"
            AND  ZPINS     year to second
                 > CURRENT year to second
                 - :H-KAN-TAGE TYPE AS INTERVAL DAY
          GROUP  BY STUFE
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    MOVE ZERO TO H-KAN-SCHNITT H-KAN-HIST-ANZ
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S732) aus "
                             "Tabelle SSFCANARY: " D-NUM4
                     MOVE ZERO TO H-KAN-SCHNITT H-KAN-HIST-ANZ
     END-EVALUATE
     .
 S732-99.
     EXIT.

******************************************************************
* offene Review-Obligation des Canary-CHECKIN loeschen (Einreicher
* = technischer User H-KAN-USER, Modul H-KAN-MODUL)
******************************************************************
 S733-DELETE-CANARY-REVIEW SECTION.
 S733-00.
     EXEC SQL
         DELETE
           FROM  =SSFREVIEW
          WHERE  SOURCE_MODUL = :H-KAN-MODUL
            AND  EINREICHER   = :H-KAN-USER
            AND  STATUS       = "O"
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  DISPLAY "!!! Fehler bei Delete in SSFREVIEW !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S733-99.
     EXIT.

******************************************************************
* Retention: =SSFCANARY-Zeilen aelter als H-KAN-TAGE loeschen
******************************************************************
 S734-DELETE-SSFCANARY-ALT SECTION.
 S734-00.
     EXEC SQL
         DELETE
           FROM  =SSFCANARY
          WHERE  ZPINS     year to second
                 < CURRENT year to second
                 - :H-KAN-TAGE TYPE AS INTERVAL DAY
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  DISPLAY "!!! Fehler bei Delete in SSFCANARY !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S734-99.
     EXIT.

******************************************************************
* OPEN/FETCH/CLOSE Cursor Canary-Laeufe (CANARY LIST, D738)
******************************************************************
 S735-OPEN-KAN-CURSOR SECTION.
 S735-00.
     EXEC SQL
         OPEN KAN_CURS
     END-EXEC
     .
 S735-99.
     EXIT.

 S736-FETCH-KAN-CURSOR SECTION.
 S736-00.
     EXEC SQL
         FETCH KAN_CURS
          INTO   :LAUF          OF SSFCANARY
                ,:STUFE-NR      OF SSFCANARY
                ,:STUFE         OF SSFCANARY
                ,:SOURCE-MODUL  OF SSFCANARY
                ,:VERSION       OF SSFCANARY
                ,:ERGEBNIS      OF SSFCANARY
                ,:DAUER-SEK     OF SSFCANARY
                ,:SCHNITT-SEK   OF SSFCANARY
                ,:INFO          OF SSFCANARY
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET KAN-OK  TO TRUE
         WHEN OTHER  SET KAN-EOD TO TRUE
     END-EVALUATE
     .
 S736-99.
     EXIT.

 S737-CLOSE-KAN-CURSOR SECTION.
 S737-00.
     EXEC SQL
         CLOSE KAN_CURS
     END-EXEC
     .
 S737-99.
     EXIT.

******************************************************************
* heutiger Dienstplan-Slot (=SSFONCALL) fuer den Canary-Alarm
******************************************************************
 S738-SELECT-KAN-ONCALL SECTION.
 S738-00.
     MOVE SPACES TO H-KAN-PRIMAER H-KAN-BACKUP
     EXEC SQL
         SELECT  PRIMAER_MAIL, BACKUP_MAIL
           INTO  :H-KAN-PRIMAER
                ,:H-KAN-BACKUP
           FROM  =SSFONCALL
          WHERE  ANWENDUNG = :H-KAN-ANW
            AND  TAG       = :H-KAN-TAG
         BROWSE  ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         MOVE SPACES TO H-KAN-PRIMAER H-KAN-BACKUP
     END-IF
     .
 S738-99.
     EXIT.

******************************************************************
* Auftrag einer archivierten Version (Quelle) lesen (AUFTRAG MOVE)
******************************************************************
 S739-SELECT-AUF-ALT SECTION.
 S739-00.
     SET AUF-EOD TO TRUE
     MOVE SPACES TO H-AUF-ALT
     EXEC SQL
         SELECT  AUFTRAG
           INTO  :H-AUF-ALT
           FROM  =SSFRARCH
          WHERE  SOURCE_MODUL = :H-AUF-MODUL
            AND  VERSION      = :H-AUF-VERSION
            AND  FILE_TYPE    = "SRC"
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET AUF-OK TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S739) aus Tabelle SSFRARCH: "
                             D-NUM4
     END-EVALUATE
     .
 S739-99.
     EXIT.

******************************************************************
* Select auf Tabelle =ABNAHME wg. Anzeigen offene Freigabeanträge
******************************************************************
 S740-OPEN-ABNAHME-A-CURSOR SECTION.
 S740-00.
     MOVE ZERO TO C4-COUNT

**  ---> dynamischen SQL-Cursor definieren
     MOVE SPACE TO DYN-STATEMENT-BUFFER
     STRING  "SELECT "                             delimited by size
             "PRG_NAME, VERSION, DATUM, "          delimited by size
             "FREIGABE_ANTRAG_VON, "               delimited by size
             "FREIGABE_ANTRAG_AM "                 delimited by size
             "FROM =ABNAHME "                      delimited by size
             "WHERE FREIGABE_ANTRAG_VON <> "" """  delimited by size
             " and FREIGABE_ANTRAG_AM <> "         delimited by size
             "?DATUM"                              delimited by size
*             " type as datetime year to minute"    delimited by size
             " and FREIGABE_VON = "" """           delimited by size
*             """ and FREIGABE_VON = "" """         delimited by size
             " and FREIGABE_AM  = "                delimited by size
             "?DATUM"                              delimited by size
*             " type as datetime year to minute"    delimited by size
             " ORDER BY PRG_NAME"                  delimited by size
*             """ ORDER BY PRG_NAME"                delimited by size
             " BROWSE ACCESS"                      delimited by size
       INTO  DYN-STATEMENT-BUFFER
     END-STRING

**  ---> Prepare auf Select (Cursor)
     EXEC SQL
         PREPARE S3 FROM :DYN-STATEMENT-BUFFER
     END-EXEC

*    Beschreibung input-Paramaeter durch sql
     EXEC SQL
          DESCRIBE INPUT S3
          INTO :IN-SQLDA NAMES INTO :INPARAM-NAMESBUFF
     END-EXEC

*    input/output des Statements mit SQLADDR verpointern
     ENTER TAL "SQLADDR" USING H-DEFAULT-DATUM
                GIVING VAR-PTR OF SQLVAR OF IN-SQLDA (1)

**  ---> Cursor deklarieren
     EXEC SQL
         DECLARE C3 CURSOR FOR S3
     END-EXEC

**  ---> und öffnen
     EXEC SQL
         OPEN C3 USING DESCRIPTOR :IN-SQLDA
     END-EXEC
     .
 S740-99.
     EXIT.

******************************************************************
* Fetch aus Tabelle =ABNAHME
******************************************************************
 S741-FETCH-ABNAHME-A-CURSOR SECTION.
 S741-00.
     EXEC SQL
         FETCH C3
          INTO  :PRG-NAME            of ABNAHME
               ,:VERSION             of ABNAHME
               ,:DATUM               of ABNAHME
                     TYPE AS DATETIME YEAR TO DAY
               ,:FREIGABE-ANTRAG-VON of ABNAHME
               ,:FREIGABE-ANTRAG-AM  of ABNAHME
                     TYPE AS DATETIME YEAR TO MINUTE
     END-EXEC

     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET SSF-OK  TO TRUE
                     ADD 1 TO C4-COUNT
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S741-99.
     EXIT.

******************************************************************
* CLOSE Cursor
******************************************************************
 S742-CLOSE-ABNAHME-A-CURSOR SECTION.
 S742-00.
     EXEC SQL
         CLOSE C3
     END-EXEC
     .
 S742-99.
     EXIT.

******************************************************************
* Open Cursor Versionen eines Auftrags (AUFTRAG, s. D751)
******************************************************************
 S743-OPEN-AUF-CURSOR SECTION.
 S743-00.
     EXEC SQL
         OPEN AUF_VERS_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET AUF-OK  TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Open (S743) auf Tabelle SSFRARCH: "
                             D-NUM4
                     SET AUF-EOD TO TRUE
     END-EVALUATE
     .
 S743-99.
     EXIT.

******************************************************************
* Fetch Cursor Versionen eines Auftrags (s. S743)
******************************************************************
 S744-FETCH-AUF-CURSOR SECTION.
 S744-00.
     EXEC SQL
         FETCH AUF_VERS_CURS
          INTO   :SOURCE-MODUL OF SSFRARCH
                ,:VERSION      OF SSFRARCH
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET AUF-OK  TO TRUE
         WHEN 100    SET AUF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S744) aus Tabelle SSFRARCH: "
                             D-NUM4
                     SET AUF-EOD TO TRUE
     END-EVALUATE
     .
 S744-99.
     EXIT.

******************************************************************
* Close Cursor Versionen eines Auftrags (s. S743)
******************************************************************
 S745-CLOSE-AUF-CURSOR SECTION.
 S745-00.
     EXEC SQL
         CLOSE AUF_VERS_CURS
     END-EXEC
     .
 S745-99.
     EXIT.

******************************************************************
* Zaehlen offene Release-Zuege mit dem Modul H-AUF-MODUL (Kopfsatz
* noch nicht "OK"); im Fehlerfall gilt das Modul als gesperrt
******************************************************************
 S746-COUNT-AUF-ZUG SECTION.
 S746-00.
     MOVE ZERO TO H-AUF-ANZ
     EXEC SQL
         SELECT  COUNT(*)
           INTO  :H-AUF-ANZ
           FROM  =SSFTRAIN T, =SSFTRAIN K
          WHERE  T.SOURCE_MODUL = :H-AUF-MODUL
            AND  K.TRAIN_NAME   = T.TRAIN_NAME
            AND  K.SOURCE_MODUL = :K-TRAIN-KOPF
            AND  K.STATUS       <> "OK"
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S746) aus Tabelle SSFTRAIN: "
                             D-NUM4
                     MOVE 1 TO H-AUF-ANZ
     END-EVALUATE
     .
 S746-99.
     EXIT.

******************************************************************
* Zaehlen Rueckbau-Eintraege (=SSPROT Aktion "RB") des alten
* Auftrags (Muster H-AUF-RB-MUSTER) fuer das Modul, die nach der
* Archivierung der Version H-AUF-VERSION liegen; im Fehlerfall
* gilt die Version als gesperrt
******************************************************************
 S747-COUNT-AUF-RUECKBAU SECTION.
 S747-00.
     MOVE ZERO TO H-AUF-ANZ
     EXEC SQL
         SELECT  COUNT(*)
           INTO  :H-AUF-ANZ
           FROM  =SSPROT P
          WHERE  P.SOURCE_MODUL = :H-AUF-MODUL
            AND  P.AKTION       = "RB"
            AND  P.KOMMENTAR    LIKE :H-AUF-RB-MUSTER
            AND  P.ZPINS       >= (SELECT  R.ZPINS
                                     FROM  =SSFRARCH R
                                    WHERE  R.SOURCE_MODUL = :H-AUF-MODUL
                                      AND  R.VERSION      = :H-AUF-VERSION
                                      AND  R.FILE_TYPE    = "SRC")
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S747) aus Tabelle SSPROT: "
                             D-NUM4
                     MOVE 1 TO H-AUF-ANZ
     END-EVALUATE
     .
 S747-99.
     EXIT.

******************************************************************
* Update Auftrag einer Version von H-AUF-ALT nach H-AUF-NEU in
* =SSFRARCH (alle Dateitypen), =SSFTENV (Auftrag und Vorgaenger-
* Auftrag) und =SSFINCID (AUFTRAG, s. D755)
******************************************************************
 S748-UPDATE-AUF-TABELLEN SECTION.
 S748-00.
     EXEC SQL
         UPDATE  =SSFRARCH
            SET  AUFTRAG      = :H-AUF-NEU
          WHERE  SOURCE_MODUL = :H-AUF-MODUL
            AND  VERSION      = :H-AUF-VERSION
            AND  AUFTRAG      = :H-AUF-ALT
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY "!!! Fehler bei Update (AUFTRAG) =SSFRARCH ("
                             D-NUM4 ") !!!"
                     SET PRG-ABBRUCH TO TRUE
                     EXIT SECTION
     END-EVALUATE

     EXEC SQL
         UPDATE  =SSFTENV
            SET  AUFTRAG      = :H-AUF-NEU
          WHERE  SOURCE_MODUL = :H-AUF-MODUL
            AND  VERSION      = :H-AUF-VERSION
            AND  AUFTRAG      = :H-AUF-ALT
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY "!!! Fehler bei Update (AUFTRAG) =SSFTENV ("
                             D-NUM4 ") !!!"
                     SET PRG-ABBRUCH TO TRUE
                     EXIT SECTION
     END-EVALUATE

     EXEC SQL
         UPDATE  =SSFTENV
            SET  VORG_AUFTRAG = :H-AUF-NEU
          WHERE  SOURCE_MODUL = :H-AUF-MODUL
            AND  VORG_VERSION = :H-AUF-VERSION
            AND  VORG_AUFTRAG = :H-AUF-ALT
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY "!!! Fehler bei Update (VORG) =SSFTENV ("
                             D-NUM4 ") !!!"
                     SET PRG-ABBRUCH TO TRUE
                     EXIT SECTION
     END-EVALUATE

     EXEC SQL
         UPDATE  =SSFINCID
            SET  AUFTRAG      = :H-AUF-NEU
          WHERE  SOURCE_MODUL = :H-AUF-MODUL
            AND  VERSION      = :H-AUF-VERSION
            AND  AUFTRAG      = :H-AUF-ALT
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY "!!! Fehler bei Update (AUFTRAG) =SSFINCID ("
                             D-NUM4 ") !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S748-99.
     EXIT.

******************************************************************
* Update Auftrags-Link einer Version in =ABNAHME - nur wenn er
* genau den alten Auftrag enthaelt (frei erfasster Link, s. D756);
* gezaehlt in W-AUF-LINK-ANZ
******************************************************************
 S749-UPDATE-AUF-ABNAHME SECTION.
 S749-00.
     MOVE SPACE TO DYN-STATEMENT-BUFFER
     STRING  "UPDATE =ABNAHME "              delimited by size
             "SET   AUFTRAG_LINK = """       delimited by size
             W-AUF-NEU                       delimited by space
             """ WHERE  PRG_NAME, VERSION = """ delimited by size
             H-AUF-MODUL                     delimited by space
             ""","""                         delimited by size
             H-AUF-VERSION                   delimited by space
             """ AND AUFTRAG_LINK = """      delimited by size
             W-AUF-ALT                       delimited by space
             """"                            delimited by size
       INTO  DYN-STATEMENT-BUFFER
     END-STRING

**  ---> Update ausführen
**  ---> Modul-Kurzbild verwerfen (s. D866)
     MOVE H-AUF-MODUL TO W-MSUM-MERK
     PERFORM D866-MSUM-MERKEN
     EXEC SQL
         EXECUTE IMMEDIATE :DYN-STATEMENT-BUFFER
     END-EXEC

     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   ADD 1 TO W-AUF-LINK-ANZ
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY "!!! Fehler bei Update (AUFTRAG) =ABNAHME ("
                             D-NUM4 ") !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S749-99.
     EXIT.

******************************************************************
* Select auf Tabelle =ABNAHME
******************************************************************
 S750-OPEN-ABNAHME-S-CURSOR SECTION.
 S750-00.
     MOVE ZERO TO C9-COUNT

**  ---> dynamischen SQL-Cursor definieren
     MOVE SPACE TO DYN-STATEMENT-BUFFER
     STRING  "SELECT "                             delimited by size
             "PRG_NAME, VERSION, DATUM,"           delimited by size
             "PRG_INFO, UPD_INFO, "                delimited by size
             "FREIGABE_VON, FREIGABE_AM, "         delimited by size
             "AUFTRAG_LINK, AUFTRAG_AM, "          delimited by size
             "AUFTRAG_VON, REL2TEST_VON, "         delimited by size
             "FREIGABE_ANTRAG_VON, "               delimited by size
             "FREIGABE_ANTRAG_AM, "                delimited by size
             "FREIGABE_VON, "                      delimited by size
             "FREIGABE_AM, "                       delimited by size
             "FREIGABE_LINK, "                     delimited by size
             "GRUND_SOS, "                         delimited by size
             "REL2PROD_VON, "                      delimited by size
             "REL2PROD_AM "                        delimited by size
             "FROM  =ABNAHME "                     delimited by size
             "WHERE  NK_STATUS = """               delimited by size
             NK-STATUS OF ABNAHME                  delimited by space
             """ and PRG_NAME like """             delimited by size
             PRG-NAME OF ABNAHME                   delimited by space
             """ and VERSION like """              delimited by size
             VERSION OF ABNAHME                    delimited by space
             """ BROWSE ACCESS"                    delimited by size
       INTO  DYN-STATEMENT-BUFFER
     END-STRING

**  ---> Prepare auf Select (Cursor)
     EXEC SQL
         PREPARE S4 FROM :DYN-STATEMENT-BUFFER
     END-EXEC

**  ---> Cursor deklarieren
     EXEC SQL
         DECLARE C4 CURSOR FOR S4
     END-EXEC

**  ---> und öffnen
     EXEC SQL
         OPEN C4
     END-EXEC
     .
 S750-99.
     EXIT.

******************************************************************
* Fetch aus Tabelle =ABNAHME
******************************************************************
 S751-FETCH-ABNAHME-S-CURSOR SECTION.
 S751-00.
     EXEC SQL
         FETCH C4
          INTO  :PRG-NAME            of ABNAHME
               ,:VERSION             of ABNAHME
               ,:DATUM               of ABNAHME
                     TYPE AS DATETIME YEAR TO DAY
               ,:PRG-INFO            of ABNAHME
               ,:UPD-INFO            of ABNAHME
               ,:FREIGABE-VON        of ABNAHME
               ,:FREIGABE-AM         of ABNAHME
                     TYPE AS DATETIME YEAR TO MINUTE
               ,:AUFTRAG-LINK        of ABNAHME
               ,:AUFTRAG-AM          of ABNAHME
                     TYPE AS DATETIME YEAR TO DAY
               ,:AUFTRAG-VON         of ABNAHME
               ,:REL2TEST-VON        of ABNAHME
               ,:FREIGABE-ANTRAG-VON of ABNAHME
               ,:FREIGABE-ANTRAG-AM  of ABNAHME
                     TYPE AS DATETIME YEAR TO MINUTE
               ,:FREIGABE-VON        of ABNAHME
               ,:FREIGABE-AM         of ABNAHME
                     TYPE AS DATETIME YEAR TO MINUTE
               ,:FREIGABE-LINK       of ABNAHME
               ,:GRUND-SOS           of ABNAHME
               ,:REL2PROD-VON        of ABNAHME
               ,:REL2PROD-AM         of ABNAHME
                     TYPE AS DATETIME YEAR TO MINUTE
     END-EXEC

     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET DYNCURS-OK  TO TRUE
                     ADD 1 TO C9-COUNT
         WHEN 100    SET DYNCURS-EOD TO TRUE
         WHEN OTHER  SET DYNCURS-EOD TO TRUE
     END-EVALUATE
     .
 S751-99.
     EXIT.

******************************************************************
* CLOSE Cursor
******************************************************************
 S752-CLOSE-ABNAHME-S-CURSOR SECTION.
 S752-00.
     EXEC SQL
         CLOSE C4
     END-EXEC
     .
 S752-99.
     EXIT.

******************************************************************
* Zaehlen ITSM-Changes unter dem Auftrag H-AUF-ALT (=SSFITSM,
* Hinweis nach AUFTRAG-Umbuchung, s. D756)
******************************************************************
 S753-COUNT-AUF-ITSM SECTION.
 S753-00.
     MOVE ZERO TO H-AUF-ANZ
     EXEC SQL
         SELECT  COUNT(*)
           INTO  :H-AUF-ANZ
           FROM  =SSFITSM
          WHERE  AUFTRAG = :H-AUF-ALT
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S753) aus Tabelle SSFITSM: "
                             D-NUM4
                     MOVE ZERO TO H-AUF-ANZ
     END-EVALUATE
     .
 S753-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Kontrollsummen der Kettenschritte je Kette
* und Lauf (LIST CTRLTOTAL, s. D757)
******************************************************************
 S754-OPEN-KTR-CURSOR SECTION.
 S754-00.
     EXEC SQL
         OPEN KTR_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET KTR-OK  TO TRUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Open KTR_CURS (" D-NUM4 ") !!!"
             SET KTR-EOD TO TRUE
     END-EVALUATE
     .
 S754-99.
     EXIT.

 S755-FETCH-KTR-CURSOR SECTION.
 S755-00.
     IF  KTR-EOD
         EXIT SECTION
     END-IF
     EXEC SQL
         FETCH KTR_CURS
          INTO  :H-KTR-FUNKTION
               ,:H-KTR-RUN-DATUM
               ,:H-KTR-LFDNR
               ,:H-KTR-PROG
               ,:H-KTR-RC
               ,:H-KTR-KZ
               ,:H-KTR-EIN
               ,:H-KTR-AUS
               ,:H-KTR-SUMME
               ,:H-KTR-ERGEBNIS
               ,:H-KTR-START-TS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET KTR-OK  TO TRUE
         WHEN OTHER  SET KTR-EOD TO TRUE
     END-EVALUATE
     .
 S755-99.
     EXIT.

 S756-CLOSE-KTR-CURSOR SECTION.
 S756-00.
     EXEC SQL
         CLOSE KTR_CURS
     END-EXEC
     .
 S756-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Freigabe-Bestcode je User (VERWALTUNG
* BESTCODE, s. D759)
******************************************************************
 S757-OPEN-BCH-CURSOR SECTION.
 S757-00.
     EXEC SQL
         OPEN BCH_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET BCH-OK  TO TRUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Open BCH_CURS (" D-NUM4 ") !!!"
             SET BCH-EOD TO TRUE
     END-EVALUATE
     .
 S757-99.
     EXIT.

 S758-FETCH-BCH-CURSOR SECTION.
 S758-00.
     IF  BCH-EOD
         EXIT SECTION
     END-IF
     EXEC SQL
         FETCH BCH_CURS
          INTO  :H-BCH-USER
               ,:H-BCH-ALT
               ,:H-BCH-HASH
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET BCH-OK  TO TRUE
         WHEN OTHER  SET BCH-EOD TO TRUE
     END-EVALUATE
     .
 S758-99.
     EXIT.

 S759-CLOSE-BCH-CURSOR SECTION.
 S759-00.
     EXEC SQL
         CLOSE BCH_CURS
     END-EXEC
     .
 S759-99.
     EXIT.

******************************************************************
* lesen Tabelle EKONTAKT
******************************************************************
 S790-SELECT-EKONTAKT SECTION.
 S790-00.
     EXEC SQL
         SELECT  EMAIL_TO, EMAIL_CC, EMAIL_FROM,
                 ABO_AUFHEB, ABO_ANTRAG, ABO_WARNUNG, ABO_REMINDER,
                 ABO_STOP, ABO_IMPACT, ABO_FREEZEX, ABO_TICKET
           INTO   :EMAIL-TO     OF EKONTAKT
                 ,:EMAIL-CC     OF EKONTAKT
                 ,:EMAIL-FROM   OF EKONTAKT
                 ,:ABO-AUFHEB   OF EKONTAKT
                 ,:ABO-ANTRAG   OF EKONTAKT
                 ,:ABO-WARNUNG  OF EKONTAKT
                 ,:ABO-REMINDER OF EKONTAKT
                 ,:ABO-STOP     OF EKONTAKT
                 ,:ABO-IMPACT   OF EKONTAKT
                 ,:ABO-FREEZEX  OF EKONTAKT
                 ,:ABO-TICKET   OF EKONTAKT
           FROM  =EKONTAKT
          WHERE  MODUL, MDNR, TSNR
                 =  :MODUL OF EKONTAKT
                   ,:MDNR  OF EKONTAKT
                   ,:TSNR  OF EKONTAKT
         BROWSE  ACCESS
     END-EXEC

     EVALUATE SQLCODE OF SQLCA
         WHEN 0      continue
         WHEN OTHER  SET PRG-ABBRUCH TO TRUE
                     DISPLAY " !!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!"
                     DISPLAY " !!!!!    Keine EKONTAKT Daten vorhanden     !!!!!"
                     DISPLAY " !!!!! Ausgabe unverschlüsselt nicht möglich !!!!!"
                     DISPLAY " !!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!!"
                     EXIT SECTION
     END-EVALUATE
     .
 S790-99.
      EXIT.

******************************************************************
* Pruefen, ob W-SOURCE (der PROGRAM-ID, der in C410-PRGNEU neu in
* =PROGRAMS/=PROGRAMX eingestellt werden soll) bereits unter einer
* anderen Identitaet als Copybook/Modul/TACL-Proc registriert ist:
*   a) =PROGRAMS enthaelt schon eine Zeile fuer diesen PROGRAMM-Namen,
*      aber mit einer anderen SPRACHE als dieses Checkin hat (COBOL85
*      COBOL-Quelle wird jetzt z.B. auf einen Namen angemeldet, der
*      schon als TAL oder TACL registriert war)
*   b) =PROGRAMX enthaelt schon einen CALL/COPY/INVOKE-Verweis
*      (PMODUL) auf diesen Namen aus einem ANDEREN Programm heraus
* In beiden Faellen: FEHL-052, kein Insert/Delete in den Ref-Tabellen
******************************************************************
 S805-CHECK-PRGNEU-COLLISION SECTION.
 S805-00.
     SET PRGNEU-COLL-OK TO TRUE

**  ---> Sprache ermitteln, die DIESES Checkin haette (wie D410-REFERENZEN)
     MOVE SPACES TO W-COLL-NEW-SPRACHE
     IF  SOURCE-TYP OF SSAFE (1:1) = "C"
         MOVE "COBOL85" TO W-COLL-NEW-SPRACHE
     END-IF
     IF  SOURCE-TYP OF SSAFE (1:1) = "T"
         MOVE "TAL"     TO W-COLL-NEW-SPRACHE
     END-IF
     IF  SOURCE-TYP OF SSAFE (1:1) = "U"
         MOVE "TACL"    TO W-COLL-NEW-SPRACHE
     END-IF

**  ---> a) schon in =PROGRAMS registriert, aber als andere Sprache?
     MOVE SPACES TO H-COLL-SPRACHE
     EXEC SQL
         SELECT  SPRACHE
           INTO  :H-COLL-SPRACHE
           FROM  =PROGRAMS
          WHERE  PROGRAMM = :W-SOURCE
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO
             IF  H-COLL-SPRACHE not = SPACES
             AND H-COLL-SPRACHE not = W-COLL-NEW-SPRACHE
                 MOVE W-SOURCE TO W-TEXT (6:)
                 MOVE "FEHLER"   TO BEREICH   OF SSTEXT
                 MOVE "FEHL-052" TO KATEGORIE OF SSTEXT
                 PERFORM R100-SHOW-TEXT
                 SET PRGNEU-COLL-NOK TO TRUE
                 EXIT SECTION
             END-IF
         WHEN 100    CONTINUE
         WHEN OTHER  SET PRG-ABBRUCH TO TRUE
                     EXIT SECTION
     END-EVALUATE

**  ---> b) schon als CALL/COPY/INVOKE-Ziel eines anderen Programms
**         in =PROGRAMX verzeichnet?
     MOVE SPACES TO H-COLL-PROGRAMM
     EXEC SQL
         SELECT  PROGRAMM
           INTO  :H-COLL-PROGRAMM
           FROM  =PROGRAMX
          WHERE  PMODUL   = :W-SOURCE
          AND    PROGRAMM <> :W-SOURCE
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO
             MOVE H-COLL-PROGRAMM TO W-TEXT (6:)
             MOVE "FEHLER"   TO BEREICH   OF SSTEXT
             MOVE "FEHL-052" TO KATEGORIE OF SSTEXT
             PERFORM R100-SHOW-TEXT
             SET PRGNEU-COLL-NOK TO TRUE
             EXIT SECTION
         WHEN 100    CONTINUE
         WHEN OTHER  SET PRG-ABBRUCH TO TRUE
                     EXIT SECTION
     END-EVALUATE
     .
 S805-99.
     EXIT.

******************************************************************
* Löschen Referenztabellen einträge
******************************************************************
 S800-DELETE-REF-TABS SECTION.
 S800-00.
     SET REF-TABS-OK TO TRUE
     EXEC SQL
         DELETE
           FROM  =PROGRAMS
          WHERE  PROGRAMM = :PROGRAMM OF PROGRAMS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  SET REF-TABS-NOK TO TRUE
                     EXIT SECTION
     END-EVALUATE

     EXEC SQL
         DELETE
           FROM  =PROGRAMX
          WHERE  PROGRAMM = :PROGRAMM OF PROGRAMX
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  SET REF-TABS-NOK TO TRUE
                     EXIT SECTION
     END-EVALUATE

     EXEC SQL
         DELETE
           FROM  =LIBS
          WHERE  PROGRAMM = :PROGRAMM OF LIBS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  SET REF-TABS-NOK TO TRUE
                     EXIT SECTION
     END-EVALUATE

     EXEC SQL
         DELETE
           FROM  =TABS
          WHERE  PROGRAMM = :PROGRAMM OF TABS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  SET REF-TABS-NOK TO TRUE
                     EXIT SECTION
     END-EVALUATE

     EXEC SQL
         DELETE
           FROM  =SSFCRUD
          WHERE  PROGRAMM = :PROGRAMM OF SSFCRUD
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  SET REF-TABS-NOK TO TRUE
                     EXIT SECTION
     END-EVALUATE
     .
 S800-99.
     EXIT.

******************************************************************
* Insert in Ref-Tab PROGRAMS
******************************************************************
 S810-INSERT-PROGRAMS SECTION.
 S810-00.
     PERFORM U100-BEGIN
     EXEC SQL
         INSERT
           INTO  =PROGRAMS
                 (PROGRAMM, SPRACHE
                 )
         VALUES  (
                   :PROGRAMM  OF PROGRAMS
                  ,:SPRACHE   OF PROGRAMS
                 )
     END-EXEC

     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   PERFORM U110-COMMIT
         WHEN OTHER  SET REF-TABS-NOK TO TRUE
                     PERFORM U120-ROLLBACK
                     DISPLAY " !!! Insert in PROGRAMS fehlgeschlagen - Fkt.-Abbruch !!!"
                     EXIT SECTION
     END-EVALUATE
     .
 S810-99.
     EXIT.

******************************************************************
* TABPFLEGE: Zeilenzahl der Tabelle W-TPF-DATEI (W-TPF-IX) ueber
* einen dynamischen Cursor (Aufbau wie S501)
******************************************************************
 S811-OPEN-TPF-ZAEHL-CURSOR SECTION.
 S811-00.
     MOVE SPACE TO DYN-STATEMENT-BUFFER
     STRING  "SELECT COUNT(*) FROM "      DELIMITED BY SIZE
             W-TPF-DATEI (W-TPF-IX)       DELIMITED BY SPACE
             " BROWSE ACCESS"             DELIMITED BY SIZE
       INTO  DYN-STATEMENT-BUFFER
     END-STRING

     EXEC SQL
         PREPARE TPF1 FROM :DYN-STATEMENT-BUFFER
     END-EXEC

     EXEC SQL
         DECLARE TPFC1 CURSOR FOR TPF1
     END-EXEC

     EXEC SQL
         OPEN TPFC1
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Open (S811) Tabelle "
                             W-TPF-DATEI (W-TPF-IX) ": " D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S811-99.
     EXIT.

 S812-FETCH-TPF-ZAEHL-CURSOR SECTION.
 S812-00.
     IF  SSF-EOD
         EXIT SECTION
     END-IF
     EXEC SQL
         FETCH TPFC1
          INTO  :H-TPF-ZEILEN
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S812) Tabelle "
                             W-TPF-DATEI (W-TPF-IX) ": " D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S812-99.
     EXIT.

 S813-CLOSE-TPF-ZAEHL-CURSOR SECTION.
 S813-00.
     EXEC SQL
         CLOSE TPFC1
     END-EXEC
     .
 S813-99.
     EXIT.

******************************************************************
* TABPFLEGE: Partitionen der Tabelle W-TPF-DATEI (W-TPF-IX) aus
* der Katalog-Tabelle PARTNS des Katalogs W-TPF-KATALOG
******************************************************************
 S814-OPEN-TPF-PART-CURSOR SECTION.
 S814-00.
     MOVE SPACE TO DYN-STATEMENT-BUFFER
     STRING  "SELECT PARTITIONNAME FROM " DELIMITED BY SIZE
             W-TPF-KATALOG                DELIMITED BY SPACE
             ".PARTNS WHERE FILENAME LIKE ""%"
                                          DELIMITED BY SIZE
             W-TPF-DATEI (W-TPF-IX)       DELIMITED BY SPACE
             """ ORDER BY PARTITIONNAME BROWSE ACCESS"
                                          DELIMITED BY SIZE
       INTO  DYN-STATEMENT-BUFFER
     END-STRING

     EXEC SQL
         PREPARE TPF2 FROM :DYN-STATEMENT-BUFFER
     END-EXEC

     EXEC SQL
         DECLARE TPFC2 CURSOR FOR TPF2
     END-EXEC

     EXEC SQL
         OPEN TPFC2
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Open (S814) Katalog "
                             W-TPF-KATALOG ": " D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S814-99.
     EXIT.

 S815-FETCH-TPF-PART-CURSOR SECTION.
 S815-00.
     IF  SSF-EOD
         EXIT SECTION
     END-IF
     EXEC SQL
         FETCH TPFC2
          INTO  :H-TPF-PARTITION
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S815) Katalog "
                             W-TPF-KATALOG ": " D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S815-99.
     EXIT.

 S816-CLOSE-TPF-PART-CURSOR SECTION.
 S816-00.
     EXEC SQL
         CLOSE TPFC2
     END-EXEC
     .
 S816-99.
     EXIT.

******************************************************************
* TABPFLEGE: UPDATE STATISTICS fuer die Tabelle W-TPF-DATEI
* (W-TPF-IX) - laeuft ausserhalb einer eigenen Transaktion;
* Ergebnis in W-TPF-STATS-KZ ("J" ausgefuehrt, "F" Fehler)
******************************************************************
 S817-UPDATE-TPF-STATISTICS SECTION.
 S817-00.
     MOVE SPACE TO DYN-STATEMENT-BUFFER
     STRING  "UPDATE ALL STATISTICS FOR TABLE "
                                          DELIMITED BY SIZE
             W-TPF-DATEI (W-TPF-IX)       DELIMITED BY SPACE
       INTO  DYN-STATEMENT-BUFFER
     END-STRING

     EXEC SQL
         EXECUTE IMMEDIATE :DYN-STATEMENT-BUFFER
     END-EXEC

     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET TPF-STATS-OK     TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY "!!! Fehler bei Update Statistics "
                             W-TPF-DATEI (W-TPF-IX) " (" D-NUM4 ") !!!"
                     SET TPF-STATS-FEHLER TO TRUE
     END-EVALUATE
     .
 S817-99.
     EXIT.

******************************************************************
* Insert Befund der Tabellenpflege in =SSFTSTAT (s. D960)
******************************************************************
 S818-INSERT-SSFTSTAT SECTION.
 S818-00.
     EXEC SQL
         INSERT
           INTO  =SSFTSTAT
                 (TABELLE, ZEILEN, PARTITIONEN, EOF_SUMME,
                  FUELLGRAD, PARTITION, STATS_KZ, GRUND, ZPINS)
         VALUES  (
                  :H-TPF-TABELLE
                 ,:W-TPF-ZEILEN
                 ,:W-TPF-PART-ANZ
                 ,:W-TPF-EOF-SUMME
                 ,:W-TPF-FUELLGRAD
                 ,:W-TPF-MAX-PART
                 ,:W-TPF-STATS-KZ
                 ,:W-TPF-GRUND
                 ,CURRENT
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Insert in SSFTSTAT: " D-NUM4
     END-EVALUATE
     .
 S818-99.
     EXIT.

******************************************************************
* Anzahl erfolgreicher Statistik-Laeufe der Tabelle H-TPF-TABELLE
* innerhalb der letzten H-TPF-ALTER Tage (s. D961)
******************************************************************
 S819-COUNT-TSTAT-ALTER SECTION.
 S819-00.
     MOVE ZERO TO H-TPF-ANZ
     EXEC SQL
         SELECT  count (*)
           INTO  :H-TPF-ANZ
           FROM  =SSFTSTAT
          WHERE  TABELLE  = :H-TPF-TABELLE
            AND  STATS_KZ = "J"
            AND  ZPINS      year to second
                 >= CURRENT year to second
                 - :H-TPF-ALTER TYPE AS INTERVAL DAY
         BROWSE ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         MOVE ZERO TO H-TPF-ANZ
     END-IF
     .
 S819-99.
     EXIT.

******************************************************************
* Einfuegen in Ref-Tabelle PROGRAMX
******************************************************************
 S820-INSERT-PROGRAMX SECTION.
 S820-00.
     PERFORM U100-BEGIN
     EXEC SQL
        INSERT
          INTO   =PROGRAMX
                 (PROGRAMM, PMODUL
                 )
        VALUES   (
                  :PROGRAMM  OF PROGRAMX
                 ,:PMODUL    OF PROGRAMX
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   PERFORM U110-COMMIT
         WHEN -8227  PERFORM U110-COMMIT
         WHEN OTHER  SET REF-TABS-NOK TO TRUE
                     PERFORM U120-ROLLBACK
                     DISPLAY " !!! Insert in PROGRAMX fehlgeschlagen - Fkt.-Abbruch !!!"
                     EXIT SECTION
     END-EVALUATE
     .
 S820-99.
     EXIT.

******************************************************************
* Open/Fetch/Close juengster Statistik-Lauf (=SSFTSTAT, D961)
******************************************************************
 S821-OPEN-TSTATL-CURSOR SECTION.
 S821-00.
     EXEC SQL
         OPEN TSTATL_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S821-99.
     EXIT.

 S822-FETCH-TSTATL-CURSOR SECTION.
 S822-00.
     IF  SSF-EOD
         EXIT SECTION
     END-IF
     EXEC SQL
         FETCH TSTATL_CURS
          INTO   :ZEILEN OF SSFTSTAT
                ,:ZPINS  OF SSFTSTAT
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S822) aus Tabelle SSFTSTAT: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S822-99.
     EXIT.

 S823-CLOSE-TSTATL-CURSOR SECTION.
 S823-00.
     EXEC SQL
         CLOSE TSTATL_CURS
     END-EXEC
     .
 S823-99.
     EXIT.

******************************************************************
* Lesen Tabelle PROGRAMX
******************************************************************
 S825-SELECT-PROGRAMX SECTION.
 S825-00.
     SET REF-TABS-OK TO TRUE
     EXEC SQL
         SELECT  PROGRAMM, PMODUL
           INTO   :PROGRAMM  of PROGRAMX
                 ,:PMODUL    of PROGRAMX
           FROM  =PROGRAMX
          WHERE  PROGRAMM, PMODUL
                 = :PROGRAMM of PROGRAMX
                  ,:PMODUL   of PROGRAMX
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   continue
         WHEN -8222  continue
         WHEN OTHER  SET REF-TABS-NOK TO TRUE
     END-EVALUATE
     .
 S825-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Wachstums-Historie (=SSFTSTAT, D965)
******************************************************************
 S826-OPEN-TSTATH-CURSOR SECTION.
 S826-00.
     EXEC SQL
         OPEN TSTATH_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S826-99.
     EXIT.

 S827-FETCH-TSTATH-CURSOR SECTION.
 S827-00.
     IF  SSF-EOD
         EXIT SECTION
     END-IF
     EXEC SQL
         FETCH TSTATH_CURS
          INTO   :TABELLE     OF SSFTSTAT
                ,:ZPINS       OF SSFTSTAT
                ,:ZEILEN      OF SSFTSTAT
                ,:PARTITIONEN OF SSFTSTAT
                ,:FUELLGRAD   OF SSFTSTAT
                ,:STATS-KZ    OF SSFTSTAT
                ,:GRUND       OF SSFTSTAT
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S827) aus Tabelle SSFTSTAT: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S827-99.
     EXIT.

 S828-CLOSE-TSTATH-CURSOR SECTION.
 S828-00.
     EXEC SQL
         CLOSE TSTATH_CURS
     END-EXEC
     .
 S828-99.
     EXIT.

******************************************************************
* Einfuegen in Ref-Tabelle LIBS
******************************************************************
 S830-INSERT-LIBS SECTION.
 S830-00.
**  ---> welche Version der LIB liegt gerade vor (die LIB ist selbst
**       ein SOURCE-TYP "CL" Eintrag und damit ein PROGRAMS-Datensatz)
     MOVE LIB OF LIBS TO PROGRAMM OF PROGRAMS
     PERFORM S840-SELECT-PROGRAMS
     MOVE VERSION OF PROGRAMS TO LIB-VERSION OF LIBS

     PERFORM U100-BEGIN

     EXEC SQL
        INSERT
          INTO   =LIBS
                 (LIB, CMODUL, PROGRAMM, LIB_VERSION
                 )
        VALUES   (
                  :LIB          OF LIBS
                 ,:CMODUL       OF LIBS
                 ,:PROGRAMM     OF LIBS
                 ,:LIB-VERSION  OF LIBS
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   PERFORM U110-COMMIT
         WHEN -8227  PERFORM U110-COMMIT
         WHEN OTHER  SET REF-TABS-NOK TO TRUE
                     PERFORM U120-ROLLBACK
                     DISPLAY " !!! Insert in LIBS fehlgeschlagen - Fkt.-Abbruch !!!"
                     EXIT SECTION
     END-EVALUATE
       .
 S830-99.
     EXIT.

******************************************************************
* Lesen Tabelle PROGRAMS
******************************************************************
 S840-SELECT-PROGRAMS SECTION.
 S840-00.
     EXEC SQL
         SELECT  PROGRAMM, VERSION, VERS_DAT, SPRACHE, BESCHREIBUNG
           INTO   :PROGRAMM     OF PROGRAMS
                 ,:VERSION      OF PROGRAMS
                 ,:VERS-DAT     OF PROGRAMS
                     TYPE AS DATETIME YEAR TO DAY
                 ,:SPRACHE      OF PROGRAMS
                 ,:BESCHREIBUNG OF PROGRAMS
           FROM  =PROGRAMS
          WHERE  PROGRAMM = :PROGRAMM OF PROGRAMS
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   continue
         WHEN OTHER  SET REF-TABS-NOK TO TRUE
     END-EVALUATE
     .
 S840-99.
     EXIT.

******************************************************************
* Ändern Ref-Tabelle PROGRAMS
******************************************************************
 S845-UPDATE-PRG-AEND SECTION.
 S845-00.
     PERFORM U100-BEGIN

     EXEC SQL
         UPDATE  =PROGRAMS
            SET  VERS_DAT = :VERS-DAT OF PROGRAMS
                                 TYPE AS DATETIME YEAR TO DAY
          WHERE  PROGRAMM = :PROGRAMM OF PROGRAMS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   PERFORM U110-COMMIT
         WHEN OTHER  SET REF-TABS-NOK TO TRUE
                     PERFORM U120-ROLLBACK
                     DISPLAY " !!! Update in PROGRAMS-VDAT fehlgeschlagen - Fkt.-Abbruch !!!"
                     EXIT SECTION
     END-EVALUATE
     .
 S845-99.
     EXIT.

******************************************************************
* Ändern Ref-Tabelle PROGRAMS
******************************************************************
 S846-UPDATE-PRG-VERS SECTION.
 S846-00.
     PERFORM U100-BEGIN

     EXEC SQL
         UPDATE  =PROGRAMS
            SET  VERSION = :VERSION OF PROGRAMS
          WHERE  PROGRAMM = :PROGRAMM OF PROGRAMS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   PERFORM U110-COMMIT
         WHEN OTHER  SET REF-TABS-NOK TO TRUE
                     PERFORM U120-ROLLBACK
                     DISPLAY " !!! Update in PROGRAMS-VERS fehlgeschlagen - Fkt.-Abbruch !!!"
                     EXIT SECTION
     END-EVALUATE
     .
 S846-99.
     EXIT.

******************************************************************
* Ändern Ref-Tabelle PROGRAMS
******************************************************************
 S847-UPDATE-PRG-DESCR SECTION.
 S847-00.
     PERFORM U100-BEGIN

     EXEC SQL
         UPDATE  =PROGRAMS
            SET  BESCHREIBUNG = :BESCHREIBUNG OF PROGRAMS
          WHERE  PROGRAMM = :PROGRAMM OF PROGRAMS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   PERFORM U110-COMMIT
         WHEN OTHER  SET REF-TABS-NOK TO TRUE
                     PERFORM U120-ROLLBACK
                     DISPLAY " !!! Update in PROGRAMS-DESCR fehlgeschlagen - Fkt.-Abbruch !!!"
                     EXIT SECTION
     END-EVALUATE
     .
 S847-99.
     EXIT.

******************************************************************
* Einfügen in Ref-Tabelle TABS
******************************************************************
 S850-INSERT-TABS SECTION.
 S850-00.
     PERFORM U100-BEGIN

     EXEC SQL
        INSERT
          INTO   =TABS
                 (PROGRAMM, TABELLE
                 )
        VALUES   (
                  :PROGRAMM  OF TABS
                 ,:TABELLE   OF TABS
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   PERFORM U110-COMMIT
         WHEN -8227  PERFORM U110-COMMIT
         WHEN OTHER  SET REF-TABS-NOK TO TRUE
                     PERFORM U120-ROLLBACK
                     DISPLAY " !!! Insert in TABS fehlgeschlagen - Fkt.-Abbruch !!!"
                     EXIT SECTION
     END-EVALUATE
     .
 S850-99.
      EXIT.

******************************************************************
* öffnen Cursor für Funktion MODIS, Referenzen Modul in Programmen
******************************************************************
 S860-OPEN-MODIS-CURSOR SECTION.
 S860-00.
     EXEC SQL
         OPEN MODIS_CURS
     END-EXEC
     MOVE ZERO TO C4-COUNT
     .
 S860-99.
     EXIT.

******************************************************************
* Fetch Referenzinfos für Funktion MODIS
******************************************************************
 S861-FETCH-MODIS-CURSOR SECTION.
 S861-00.
     EXEC SQL
         FETCH MODIS_CURS
          INTO    :PROGRAMM     OF PROGRAMS
                 ,:VERSION      OF PROGRAMS
                 ,:VERS-DAT     OF PROGRAMS
                     TYPE AS DATETIME YEAR TO DAY
                 ,:SPRACHE      OF PROGRAMS
                 ,:BESCHREIBUNG OF PROGRAMS
                 ,:PMODUL       OF PROGRAMX
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET REFTABS-OK  TO TRUE
                     ADD 1 TO C4-COUNT
         WHEN OTHER  SET REFTABS-EOD TO TRUE
     END-EVALUATE
     .
 S861-99.
     EXIT.

******************************************************************
* CLOSE Cursor für Funktion MODIS
******************************************************************
 S862-CLOSE-MODIS-CURSOR SECTION.
 S862-00.
     EXEC SQL
         CLOSE MODIS_CURS
     END-EXEC
     .
 S862-99.
     EXIT.

******************************************************************
* öffnen Cursor für Funktion MODIN, Referenzen Modul in Programmen
******************************************************************
 S870-OPEN-MODIN-CURSOR SECTION.
 S870-00.
     EXEC SQL
         OPEN MODIN_CURS
     END-EXEC
     MOVE ZERO TO C4-COUNT
     .
 S870-99.
     EXIT.

******************************************************************
* Fetch Referenzinfos für Funktion MODIN
******************************************************************
 S871-FETCH-MODIN-CURSOR SECTION.
 S871-00.
     EXEC SQL
         FETCH MODIN_CURS
          INTO    :PROGRAMM     OF PROGRAMS
                 ,:VERSION      OF PROGRAMS
                 ,:VERS-DAT     OF PROGRAMS
                     TYPE AS DATETIME YEAR TO DAY
                 ,:SPRACHE      OF PROGRAMS
                 ,:BESCHREIBUNG OF PROGRAMS
                 ,:PMODUL       OF PROGRAMX
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET REFTABS-OK  TO TRUE
                     ADD 1 TO C4-COUNT
         WHEN OTHER  SET REFTABS-EOD TO TRUE
     END-EVALUATE
     .
 S871-99.
     EXIT.

******************************************************************
* CLOSE Cursor für Funktion MODIN
******************************************************************
 S872-CLOSE-MODIN-CURSOR SECTION.
 S872-00.
     EXEC SQL
         CLOSE MODIN_CURS
     END-EXEC
     .
 S872-99.
     EXIT.

******************************************************************
* lesen Eintrag Referenztabelle für Programm
******************************************************************
 S875-SELECT-PROGRAMS SECTION.
 S875-00.
     EXEC SQL
         SELECT  PROGRAMM, VERSION, VERS_DAT, SPRACHE, BESCHREIBUNG
           INTO   :PROGRAMM     OF PROGRAMS
                 ,:VERSION      OF PROGRAMS
                 ,:VERS-DAT     OF PROGRAMS
                     TYPE AS DATETIME YEAR TO DAY
                 ,:SPRACHE      OF PROGRAMS
                 ,:BESCHREIBUNG OF PROGRAMS
           FROM  =PROGRAMS
          WHERE  PROGRAMM like :PROGRAMM OF PROGRAMS
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET REF-TABS-OK  TO TRUE
         WHEN OTHER  SET REF-TABS-NOK TO TRUE
     END-EVALUATE
  .
 S875-99.
     EXIT.

******************************************************************
* öffnen Cursor für Funktion LIBIS, Referenzen Copy-Lib in Programmen
******************************************************************
 S880-OPEN-LIBIS-CURSOR SECTION.
 S880-00.
     EXEC SQL
         OPEN LIBIS_CURS
     END-EXEC
     MOVE ZERO TO C4-COUNT
     .
 S880-99.
     EXIT.

******************************************************************
* Fetch Referenzinfos für Funktion LIBIS
******************************************************************
 S881-FETCH-LIBIS-CURSOR SECTION.
 S881-00.
     EXEC SQL
         FETCH LIBIS_CURS
          INTO    :PROGRAMM     OF PROGRAMS
                 ,:VERSION      OF PROGRAMS
                 ,:VERS-DAT     OF PROGRAMS
                     TYPE AS DATETIME YEAR TO DAY
                 ,:SPRACHE      OF PROGRAMS
                 ,:BESCHREIBUNG OF PROGRAMS
                 ,:LIB          OF LIBS
                 ,:LIB-VERSION  OF LIBS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET REFTABS-OK  TO TRUE
                     ADD 1 TO C4-COUNT
         WHEN OTHER  SET REFTABS-EOD TO TRUE
     END-EVALUATE
     .
 S881-99.
     EXIT.

******************************************************************
* CLOSE Cursor für Funktion LIBIS
******************************************************************
 S882-CLOSE-LIBIS-CURSOR SECTION.
 S882-00.
     EXEC SQL
         CLOSE LIBIS_CURS
     END-EXEC
     .
 S882-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Antwortzeiten je Kommando und Stunde
* (VERWALTUNG SESSION STATS, D954)
******************************************************************
 S883-OPEN-RZSTAT-CURSOR SECTION.
 S883-00.
     EXEC SQL
         OPEN RZSTAT_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S883-99.
     EXIT.

 S884-FETCH-RZSTAT-CURSOR SECTION.
 S884-00.
     EXEC SQL
         FETCH RZSTAT_CURS
          INTO   :KOMMANDO OF SSFSESS
                ,:STUNDE   OF SSFSESS
                ,:H-RZ-ZAHL
                ,:H-RZ-SUMME
                ,:H-RZ-MAX
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S884) aus Tabelle SSFSESS: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S884-99.
     EXIT.

 S885-CLOSE-RZSTAT-CURSOR SECTION.
 S885-00.
     EXEC SQL
         CLOSE RZSTAT_CURS
     END-EXEC
     .
 S885-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Einzelwerte fuer Median/95%-Wert (D955)
******************************************************************
 S886-OPEN-RZWERT-CURSOR SECTION.
 S886-00.
     EXEC SQL
         OPEN RZWERT_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S886-99.
     EXIT.

 S887-FETCH-RZWERT-CURSOR SECTION.
 S887-00.
     EXEC SQL
         FETCH RZWERT_CURS
          INTO   :KOMMANDO OF SSFSESS
                ,:STUNDE   OF SSFSESS
                ,:DAUER-CS OF SSFSESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S887) aus Tabelle SSFSESS: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S887-99.
     EXIT.

 S888-CLOSE-RZWERT-CURSOR SECTION.
 S888-00.
     EXEC SQL
         CLOSE RZWERT_CURS
     END-EXEC
     .
 S888-99.
     EXIT.

******************************************************************
* öffnen Cursor für Funktion TABIS, Referenzen Tabelle in Programmen
******************************************************************
 S890-OPEN-TABIS-CURSOR SECTION.
 S890-00.
     EXEC SQL
         OPEN TABIS_CURS
     END-EXEC
     MOVE ZERO TO C4-COUNT
     .
 S890-99.
     EXIT.

******************************************************************
* Fetch Referenzinfos für Funktion TABIS
******************************************************************
 S891-FETCH-TABIS-CURSOR SECTION.
 S891-00.
     EXEC SQL
         FETCH TABIS_CURS
          INTO    :PROGRAMM     OF PROGRAMS
                 ,:VERSION      OF PROGRAMS
                 ,:VERS-DAT     OF PROGRAMS
                     TYPE AS DATETIME YEAR TO DAY
                 ,:SPRACHE      OF PROGRAMS
                 ,:BESCHREIBUNG OF PROGRAMS
                 ,:TABELLE      OF TABS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET REFTABS-OK  TO TRUE
                     ADD 1 TO C4-COUNT
         WHEN OTHER  SET REFTABS-EOD TO TRUE
     END-EVALUATE
     .
 S891-99.
     EXIT.

******************************************************************
* CLOSE Cursor für Funktion TABIS
******************************************************************
 S892-CLOSE-TABIS-CURSOR SECTION.
 S892-00.
     EXEC SQL
         CLOSE TABIS_CURS
     END-EXEC
     .
 S892-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor langsamste Ausfuehrungen (D956)
******************************************************************
 S896-OPEN-RZTOP-CURSOR SECTION.
 S896-00.
     EXEC SQL
         OPEN RZTOP_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S896-99.
     EXIT.

 S897-FETCH-RZTOP-CURSOR SECTION.
 S897-00.
     EXEC SQL
         FETCH RZTOP_CURS
          INTO   :GROUP-USER   OF SSFSESS
                ,:KOMMANDO     OF SSFSESS
                ,:KDO-ZEILE    OF SSFSESS
                ,:ZPINS        OF SSFSESS
                ,:DAUER-CS     OF SSFSESS
                ,:DAUER-COU-CS OF SSFSESS
                ,:DAUER-CIN-CS OF SSFSESS
                ,:DAUER-ZIP-CS OF SSFSESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S897) aus Tabelle SSFSESS: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S897-99.
     EXIT.

 S898-CLOSE-RZTOP-CURSOR SECTION.
 S898-00.
     EXEC SQL
         CLOSE RZTOP_CURS
     END-EXEC
     .
 S898-99.
     EXIT.

******************************************************************
* Select auf Sperrliste "veraltete" Copybooks (=SSFDEPCPY), geprüft
* von C101-CHECK-DEPRECATED-COPY vor jedem CHECKIN
******************************************************************
 S895-SELECT-SSFDEPCPY SECTION.
 S895-00.
     EXEC SQL
         SELECT  STATUS, KOMMENTAR, ERSATZ_COPYBOOK
           INTO   :W-DEPCPY-FLAG
                 ,:KOMMENTAR      OF SSFDEPCPY
                 ,:ERSATZ-COPYBOOK OF SSFDEPCPY
           FROM  =SSFDEPCPY
          WHERE  COPYBOOK = :COPYBOOK OF SSFDEPCPY
         BROWSE  ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    SET W-DEPCPY-NICHT-GEFUNDEN TO TRUE
         WHEN OTHER  DISPLAY " !!! Fehler bei Select SSFDEPCPY !!! "
                     SET W-DEPCPY-NICHT-GEFUNDEN TO TRUE
     END-EVALUATE
     .
 S895-99.
     EXIT.

******************************************************************
* öffnen Cursor: aktives Code-Freeze-Fenster fuer heutiges Datum
******************************************************************
 S900-OPEN-SSFREEZE-CURSOR SECTION.
 S900-00.
     EXEC SQL
         OPEN SSFREEZE_CURS
     END-EXEC
     .
 S900-99.
     EXIT.

******************************************************************
* Fetch Cursor: aktives Code-Freeze-Fenster
******************************************************************
 S901-FETCH-SSFREEZE-CURSOR SECTION.
 S901-00.
     EXEC SQL
         FETCH SSFREEZE_CURS
          INTO    :LFDNR     OF SSFREEZE
                 ,:VON-DATUM OF SSFREEZE
                 ,:BIS-DATUM OF SSFREEZE
                 ,:KOMMENTAR OF SSFREEZE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET SSFREEZE-OK  TO TRUE
         WHEN OTHER  SET SSFREEZE-EOD TO TRUE
     END-EVALUATE
     .
 S901-99.
     EXIT.

******************************************************************
* Schliessen Cursor: aktives Code-Freeze-Fenster
******************************************************************
 S902-CLOSE-SSFREEZE-CURSOR SECTION.
 S902-00.
     EXEC SQL
         CLOSE SSFREEZE_CURS
     END-EXEC
     .
 S902-99.
     EXIT.

******************************************************************
* öffnen Cursor: letzter ABNAHME-Eintrag eines Moduls
******************************************************************
 S903-OPEN-ABN-LETZT-CURSOR SECTION.
 S903-00.
     EXEC SQL
         OPEN ABN-LETZT_CURS
     END-EXEC
     .
 S903-99.
     EXIT.

******************************************************************
* Fetch Cursor: letzter ABNAHME-Eintrag eines Moduls
******************************************************************
 S904-FETCH-ABN-LETZT-CURSOR SECTION.
 S904-00.
     EXEC SQL
         FETCH ABN-LETZT_CURS
          INTO    :VERSION             OF ABNAHME
                 ,:DATUM               OF ABNAHME
                     TYPE AS DATETIME YEAR TO DAY
                 ,:NK-STATUS           OF ABNAHME
                 ,:FREIGABE-ANTRAG-VON OF ABNAHME
                 ,:FREIGABE-ANTRAG-AM  OF ABNAHME
                     TYPE AS DATETIME YEAR TO MINUTE
                 ,:FREIGABE-VON        OF ABNAHME
                 ,:FREIGABE-AM         OF ABNAHME
                     TYPE AS DATETIME YEAR TO MINUTE
                 ,:REL2PROD-AM         OF ABNAHME
                     TYPE AS DATETIME YEAR TO MINUTE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET ABN-LETZT-OK  TO TRUE
         WHEN OTHER  SET ABN-LETZT-EOD TO TRUE
     END-EVALUATE
     .
 S904-99.
     EXIT.

******************************************************************
* Schliessen Cursor: letzter ABNAHME-Eintrag eines Moduls
******************************************************************
 S905-CLOSE-ABN-LETZT-CURSOR SECTION.
 S905-00.
     EXEC SQL
         CLOSE ABN-LETZT_CURS
     END-EXEC
     .
 S905-99.
     EXIT.

******************************************************************
* Einfuegen Laufzeit-Historie Accelerator/SQLCOMP in SSFCTIM
* (aufgerufen von E345-CTIM-STOP; W-CTIM-SCHRITT/W-CTIM-DAUER-SEK
* sind zu diesem Zeitpunkt schon belegt)
******************************************************************
 S906-INSERT-SSFCTIM SECTION.
 S906-00.
     MOVE W-SOURCE TO PROGRAMM OF PROGRAMS
     PERFORM S840-SELECT-PROGRAMS

     EXEC SQL
         INSERT
           INTO  =SSFCTIM
                 (SOURCE_MODUL, VERSION, SCHRITT, DAUER_SEK
                 ,OBJEKT_GROESSE
                 )
         VALUES  (
                  :W-SOURCE
                 ,:VERSION OF PROGRAMS
                 ,:W-CTIM-SCHRITT
                 ,:W-CTIM-DAUER-SEK
                 ,:W-CTIM-OBJEKTGROESSE
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Insert in SSFCTIM !!!"
     END-EVALUATE
     .
 S906-99.
     EXIT.

******************************************************************
* OPEN Cursor Compile-Zeit-/Objektgroessen-Trend (DOK TREND,
* Tabelle =SSFCTIM) eines Moduls
******************************************************************
 S907-OPEN-SSFCTIM-TREND-CURSOR SECTION.
 S907-00.
     MOVE W-SOURCE TO SOURCE-MODUL OF SSFCTIM
     EXEC SQL
         OPEN SSFCTIM_TREND_CURS
     END-EXEC
     SET SSF-OK TO TRUE
     .
 S907-99.
     EXIT.

******************************************************************
* FETCH Cursor Compile-Zeit-/Objektgroessen-Trend (SSFCTIM)
******************************************************************
 S908-FETCH-SSFCTIM-TREND-CURSOR SECTION.
 S908-00.
     EXEC SQL
         FETCH SSFCTIM_TREND_CURS
          INTO    :W-CTIM-SCHRITT
                 ,:ZPINS         OF SSFCTIM
                     TYPE AS DATETIME YEAR TO FRACTION(2)
                 ,:W-CTIM-DAUER-SEK
                 ,:W-CTIM-OBJEKTGROESSE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S908-99.
     EXIT.

******************************************************************
* Schliessen Cursor Compile-Zeit-/Objektgroessen-Trend (SSFCTIM)
******************************************************************
 S909-CLOSE-SSFCTIM-TREND-CURSOR SECTION.
 S909-00.
     EXEC SQL
         CLOSE SSFCTIM_TREND_CURS
     END-EXEC
     .
 S909-99.
     EXIT.

******************************************************************
* OPEN Cursor der registrierten Regressions-Testfaelle (SSFTCAS)
* fuer Funktion ACTIVTEST
******************************************************************
 S910-OPEN-SSFTCAS-CURSOR SECTION.
 S910-00.
     EXEC SQL
         OPEN SSFTCAS_CURS
     END-EXEC
     .
 S910-99.
     EXIT.

******************************************************************
* FETCH Cursor der registrierten Regressions-Testfaelle (SSFTCAS)
******************************************************************
 S911-FETCH-SSFTCAS-CURSOR SECTION.
 S911-00.
     EXEC SQL
         FETCH SSFTCAS_CURS
          INTO    :CASE-ID     OF SSFTCAS
                 ,:INPUT-DATEN OF SSFTCAS
                 ,:ERWARTET    OF SSFTCAS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN 0      SET REFTABS-OK  TO TRUE
         WHEN OTHER  SET REFTABS-EOD TO TRUE
     END-EVALUATE
     .
 S911-99.
     EXIT.

******************************************************************
* CLOSE Cursor der registrierten Regressions-Testfaelle (SSFTCAS)
******************************************************************
 S912-CLOSE-SSFTCAS-CURSOR SECTION.
 S912-00.
     EXEC SQL
         CLOSE SSFTCAS_CURS
     END-EXEC
     .
 S912-99.
     EXIT.

******************************************************************
* Insert: Ausnahmeantrag gegen ein aktives Code-Freeze-Fenster
* (s. D800-CHECK-FREEZE-WINDOW). Die blockierte Aktion selbst wird
* dadurch NICHT freigegeben - es wird lediglich protokolliert und
* per Mail (M560-MAIL-FREEZE-EXCEPTION) an die Verteilerliste
* gemeldet, damit ein User mit ROLFKT-FREEZEOVR separat entscheiden
* kann
******************************************************************
 S913-INSERT-SSFREEZEX SECTION.
 S913-00.
     SET SSFREEZEX-NOK TO TRUE
     EXEC SQL
         INSERT
           INTO  =SSFREEZEX
                 (LFDNR_SSFREEZE, SOURCE_MODUL, AKTION, GROUP_USER
                 ,GRUND, STATUS)
         VALUES  (
                  :LFDNR          OF SSFREEZE
                 ,:W-FREEZEX-MODUL
                 ,:W-FREEZEX-AKTION
                 ,:P-USER-NAME
                 ,:W-FREEZEX-GRUND
                 ,"B"
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFREEZEX-OK TO TRUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Insert in SSFREEZEX !!!"
     END-EVALUATE
     .
 S913-99.
     EXIT.

******************************************************************
* Genehmigte, noch nicht verbrauchte Freeze-Ausnahme fuer das
* aktuelle Freeze-Fenster/Modul/Aktion suchen (D800)
******************************************************************
 S930-SELECT-SSFREEZEX-APPROVED SECTION.
 S930-00.
     SET SSFREEZEX-NOK TO TRUE
     EXEC SQL
         SELECT  LFDNR_SSFREEZE
           INTO  :LFDNR-SSFREEZE OF SSFREEZEX
           FROM  =SSFREEZEX
          WHERE  LFDNR_SSFREEZE = :LFDNR OF SSFREEZE
            AND  SOURCE_MODUL   = :W-FREEZEX-MODUL
            AND  AKTION         = :W-FREEZEX-AKTION
            AND  STATUS         = "G"
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFREEZEX-OK TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S930) aus Tabelle SSFREEZEX: "
                             D-NUM4
     END-EVALUATE
     .
 S930-99.
     EXIT.

******************************************************************
* Genehmigte Freeze-Ausnahme als verbraucht markieren (STATUS "V"),
* damit sie genau eine Aktion durchlaesst (D800)
******************************************************************
 S931-UPDATE-SSFREEZEX-USED SECTION.
 S931-00.
     SET SSFREEZEX-NOK TO TRUE
     EXEC SQL
         UPDATE  =SSFREEZEX
            SET  STATUS = "V"
          WHERE  LFDNR_SSFREEZE = :LFDNR OF SSFREEZE
            AND  SOURCE_MODUL   = :W-FREEZEX-MODUL
            AND  AKTION         = :W-FREEZEX-AKTION
            AND  STATUS         = "G"
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFREEZEX-OK TO TRUE
**      ---> 100 = Zeile schon verbraucht (z.B. parallele Sitzung) -
**           kein Grund, die bereits abgeschlossene Aktion zu kippen
         WHEN 100    SET SSFREEZEX-OK TO TRUE
**      ---> reine Buchhaltung nach bereits committeter Aktion -
**           Fehler nur melden (SSFREEZEX-NOK), Aktion nicht kippen
         WHEN OTHER  DISPLAY "!!! Fehler bei Update in SSFREEZEX (V) !!!"
     END-EVALUATE
     .
 S931-99.
     EXIT.

******************************************************************
* Entscheidung des Freeze-Verantwortlichen auf einen offenen
* Ausnahmeantrag schreiben (STATUS "G"/"A" + Entscheider, C380)
******************************************************************
 S932-UPDATE-SSFREEZEX-DECIDE SECTION.
 S932-00.
     SET SSFREEZEX-NOK TO TRUE
     EXEC SQL
         UPDATE  =SSFREEZEX
            SET  STATUS          = :W-FREEZEX-STATUS
                ,ENTSCHIEDEN_VON = :P-USER-NAME
          WHERE  LFDNR_SSFREEZE = :LFDNR-SSFREEZE OF SSFREEZEX
            AND  SOURCE_MODUL   = :SOURCE-MODUL   OF SSFREEZEX
            AND  AKTION         = :AKTION         OF SSFREEZEX
            AND  GROUP_USER     = :GROUP-USER     OF SSFREEZEX
            AND  STATUS         = "B"
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFREEZEX-OK TO TRUE
         WHEN OTHER  DISPLAY "!!! Fehler bei Update in SSFREEZEX !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S932-99.
     EXIT.

******************************************************************
* Open Cursor offene Freeze-Ausnahmeantraege (C380)
******************************************************************
 S933-OPEN-SSFREEZEX-CURSOR SECTION.
 S933-00.
     EXEC SQL
         OPEN SSFREEZEX_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S933-99.
     EXIT.

******************************************************************
* Fetch Cursor offene Freeze-Ausnahmeantraege (C380)
******************************************************************
 S934-FETCH-SSFREEZEX-CURSOR SECTION.
 S934-00.
     EXEC SQL
         FETCH SSFREEZEX_CURS
          INTO   :LFDNR-SSFREEZE OF SSFREEZEX
                ,:SOURCE-MODUL   OF SSFREEZEX
                ,:AKTION         OF SSFREEZEX
                ,:GROUP-USER     OF SSFREEZEX
                ,:GRUND          OF SSFREEZEX
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S934) aus Tabelle SSFREEZEX: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S934-99.
     EXIT.

******************************************************************
* Close Cursor offene Freeze-Ausnahmeantraege (C380)
******************************************************************
 S935-CLOSE-SSFREEZEX-CURSOR SECTION.
 S935-00.
     EXEC SQL
         CLOSE SSFREEZEX_CURS
     END-EXEC
     .
 S935-99.
     EXIT.

******************************************************************
* Open Cursor zu deployende Tickets (E351-TICKETS-DEPLOYED)
******************************************************************
 S936-OPEN-TICKET-DEP-CURSOR SECTION.
 S936-00.
     EXEC SQL
         OPEN TICKET_DEP_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Open (S936) auf Tabelle SSFTICKET: "
                             D-NUM4
                     DISPLAY " Ticket-Synchronisation dieser Freigabe entfaellt"
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S936-99.
     EXIT.

******************************************************************
* Fetch Cursor zu deployende Tickets (E351-TICKETS-DEPLOYED)
******************************************************************
 S937-FETCH-TICKET-DEP-CURSOR SECTION.
 S937-00.
     EXEC SQL
         FETCH TICKET_DEP_CURS
          INTO  :W-TICKET-NR
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S937) aus Tabelle SSFTICKET: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S937-99.
     EXIT.

******************************************************************
* Close Cursor zu deployende Tickets (E351-TICKETS-DEPLOYED)
******************************************************************
 S938-CLOSE-TICKET-DEP-CURSOR SECTION.
 S938-00.
     EXEC SQL
         CLOSE TICKET_DEP_CURS
     END-EXEC
     .
 S938-99.
     EXIT.

******************************************************************
* Review-Obligation beim CHECKIN anlegen: Einreicher = Session-
* User, Reviewer = beim CHECKIN zugewiesener User, STATUS "O"
* (offen) - entschieden wird per Kommando REVIEW (C315/S944)
******************************************************************
 S939-INSERT-SSFREVIEW SECTION.
 S939-00.
     SET SSFREVIEW-NOK TO TRUE
     EXEC SQL
         INSERT
           INTO  =SSFREVIEW
                 (SOURCE_MODUL, EINREICHER, PRUEFER, STATUS
                 ,KOMMENTAR)
         VALUES  (
                  :W-SOURCE
                 ,:P-USER-NAME
                 ,:W-REVIEW-PRUEFER
                 ,"O"
                 ," "
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFREVIEW-OK TO TRUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Insert in SSFREVIEW !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S939-99.
     EXIT.

******************************************************************
* Juengste Review-Obligation eines Moduls lesen (Status und
* Reviewer) - Gate in C310-REL2TEST sowie Anzeige in D255
******************************************************************
 S940-SELECT-SSFREVIEW-LATEST SECTION.
 S940-00.
     SET SSFREVIEW-NOK TO TRUE
     MOVE SPACE  TO W-REVIEW-STATUS
     EXEC SQL
         SELECT  STATUS, PRUEFER
           INTO  :W-REVIEW-STATUS
                ,:PRUEFER OF SSFREVIEW
           FROM  =SSFREVIEW R
          WHERE  R.SOURCE_MODUL = :SOURCE-MODUL OF SSFREVIEW
            AND  R.ZPINS =
                 (SELECT  MAX (ZPINS)
                    FROM  =SSFREVIEW M
                   WHERE  M.SOURCE_MODUL = :SOURCE-MODUL OF SSFREVIEW)
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFREVIEW-OK TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S940) aus Tabelle SSFREVIEW: "
                             D-NUM4
     END-EVALUATE
     .
 S940-99.
     EXIT.

******************************************************************
* Open Cursor offene Review-Obligationen des Users (C315)
******************************************************************
 S941-OPEN-SSFREVIEW-CURSOR SECTION.
 S941-00.
     EXEC SQL
         OPEN SSFREVIEW_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S941-99.
     EXIT.

******************************************************************
* Fetch Cursor offene Review-Obligationen des Users (C315)
******************************************************************
 S942-FETCH-SSFREVIEW-CURSOR SECTION.
 S942-00.
     EXEC SQL
         FETCH SSFREVIEW_CURS
          INTO   :SOURCE-MODUL OF SSFREVIEW
                ,:EINREICHER   OF SSFREVIEW
                ,:PRUEFER      OF SSFREVIEW
                ,:ZPINS        OF SSFREVIEW
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S942) aus Tabelle SSFREVIEW: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S942-99.
     EXIT.

******************************************************************
* Close Cursor offene Review-Obligationen des Users (C315)
******************************************************************
 S943-CLOSE-SSFREVIEW-CURSOR SECTION.
 S943-00.
     EXEC SQL
         CLOSE SSFREVIEW_CURS
     END-EXEC
     .
 S943-99.
     EXIT.

******************************************************************
* Urteil des Reviewers auf eine offene Review-Obligation schreiben
* (STATUS "G"/"A" + Kommentar, C315)
******************************************************************
 S944-UPDATE-SSFREVIEW-DECIDE SECTION.
 S944-00.
     SET SSFREVIEW-NOK TO TRUE
     EXEC SQL
         UPDATE  =SSFREVIEW
            SET  STATUS    = :W-REVIEW-STATUS
                ,KOMMENTAR = :W-REVIEW-KOMMENTAR
          WHERE  SOURCE_MODUL = :SOURCE-MODUL OF SSFREVIEW
            AND  ZPINS        = :ZPINS        OF SSFREVIEW
            AND  STATUS       = "O"
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFREVIEW-OK TO TRUE
         WHEN OTHER  DISPLAY "!!! Fehler bei Update in SSFREVIEW !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S944-99.
     EXIT.

******************************************************************
* Freigabestand einer Stufe fuer ein Modul fortschreiben: erst
* Update versuchen, bei 100 Insert - je Modul/Stufe genau ein
* Satz mit juengstem Freigabezeitpunkt (C310/C300/C330).
* Eigene Transaktionsklammer (wie E353): die Aufrufer stehen
* nach ihrem U110-COMMIT ohne offene Transaktion da
******************************************************************
 S945-UPSERT-SSFSTAGE SECTION.
 S945-00.
     SET SSFSTAGE-NOK TO TRUE
     PERFORM U100-BEGIN
     EXEC SQL
         UPDATE  =SSFSTAGE
            SET  FREIGEGEBEN_VON = :P-USER-NAME
                ,ZP_FREIGABE     = CURRENT
          WHERE  SOURCE_MODUL = :SOURCE-MODUL OF SSFSTAGE
            AND  STAGE        = :STAGE        OF SSFSTAGE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFSTAGE-OK TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER  DISPLAY "!!! Fehler bei Update in SSFSTAGE !!!"
                     PERFORM U120-ROLLBACK
                     EXIT SECTION
     END-EVALUATE
     IF  SSFSTAGE-OK
         PERFORM U110-COMMIT
         EXIT SECTION
     END-IF

     EXEC SQL
         INSERT
           INTO  =SSFSTAGE
                 (SOURCE_MODUL, STAGE, FREIGEGEBEN_VON)
         VALUES  (
                  :SOURCE-MODUL OF SSFSTAGE
                 ,:STAGE        OF SSFSTAGE
                 ,:P-USER-NAME
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFSTAGE-OK TO TRUE
                     PERFORM U110-COMMIT
         WHEN OTHER  DISPLAY "!!! Fehler bei Insert in SSFSTAGE !!!"
                     PERFORM U120-ROLLBACK
     END-EVALUATE
     .
 S945-99.
     EXIT.

******************************************************************
* Freigabestand einer Stufe fuer ein Modul lesen (C330-Vorstufen-
* Pruefung und Stufenleiter-Anzeige in C210-SHOW)
******************************************************************
 S946-SELECT-SSFSTAGE SECTION.
 S946-00.
     SET SSFSTAGE-NOK TO TRUE
     EXEC SQL
         SELECT  FREIGEGEBEN_VON, ZP_FREIGABE
           INTO  :FREIGEGEBEN-VON OF SSFSTAGE
                ,:ZP-FREIGABE     OF SSFSTAGE
           FROM  =SSFSTAGE
          WHERE  SOURCE_MODUL = :SOURCE-MODUL OF SSFSTAGE
            AND  STAGE        = :STAGE        OF SSFSTAGE
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFSTAGE-OK TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S946) aus Tabelle SSFSTAGE: "
                             D-NUM4
     END-EVALUATE
     .
 S946-99.
     EXIT.

******************************************************************
* Open Cursor Freigabe-Stand je Modul/Stufe (LIST STAGES, D238)
******************************************************************
 S947-OPEN-SSFSTAGE-CURSOR SECTION.
 S947-00.
     EXEC SQL
         OPEN SSFSTAGE_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S947-99.
     EXIT.

******************************************************************
* Fetch Cursor Freigabe-Stand je Modul/Stufe (LIST STAGES, D238)
******************************************************************
 S948-FETCH-SSFSTAGE-CURSOR SECTION.
 S948-00.
     EXEC SQL
         FETCH SSFSTAGE_CURS
          INTO   :SOURCE-MODUL    OF SSFSTAGE
                ,:STAGE           OF SSFSTAGE
                ,:FREIGEGEBEN-VON OF SSFSTAGE
                ,:ZP-FREIGABE     OF SSFSTAGE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S948) aus Tabelle SSFSTAGE: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S948-99.
     EXIT.

******************************************************************
* Close Cursor Freigabe-Stand je Modul/Stufe (LIST STAGES, D238)
******************************************************************
 S949-CLOSE-SSFSTAGE-CURSOR SECTION.
 S949-00.
     EXEC SQL
         CLOSE SSFSTAGE_CURS
     END-EXEC
     .
 S949-99.
     EXIT.

******************************************************************
* Anzahl ueberfaelliger Notfall-Auflagen eines Programms zaehlen
* (SOS-Uebernahme ohne nachgetragene Freigabe, aelter als die
* SOSRECON-Frist) - CHECKOUT-Sperre, s. D831
******************************************************************
 S956-COUNT-SOS-UEBERFAELLIG SECTION.
 S956-00.
     MOVE ZERO TO W-SOS-ANZ
     EXEC SQL
         SELECT  COUNT(*)
           INTO  :W-SOS-ANZ
           FROM  =ABNAHME
          WHERE  PRG_NAME     = :PRG-NAME OF ABNAHME
            AND  GRUND_SOS    <> " "
            AND  FREIGABE_VON =  " "
            AND  REL2PROD_AM    year to second
                 < CURRENT      year to second
                 - :H-SOS-FRIST TYPE AS INTERVAL DAY
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S956) aus Tabelle ABNAHME: "
                             D-NUM4
     END-EVALUATE
     .
 S956-99.
     EXIT.

******************************************************************
* Open Cursor offene Notfall-Auflagen (LIST SOSOPEN, D243)
******************************************************************
 S957-OPEN-SOSOPEN-CURSOR SECTION.
 S957-00.
     EXEC SQL
         OPEN SOSOPEN_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S957-99.
     EXIT.

******************************************************************
* Fetch Cursor offene Notfall-Auflagen (LIST SOSOPEN, D243)
******************************************************************
 S958-FETCH-SOSOPEN-CURSOR SECTION.
 S958-00.
     EXEC SQL
         FETCH SOSOPEN_CURS
          INTO   :PRG-NAME     OF ABNAHME
                ,:VERSION      OF ABNAHME
                ,:GRUND-SOS    OF ABNAHME
                ,:REL2PROD-VON OF ABNAHME
                ,:REL2PROD-AM  OF ABNAHME
                     TYPE AS DATETIME YEAR TO MINUTE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S958) aus Tabelle ABNAHME: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S958-99.
     EXIT.

******************************************************************
* Close Cursor offene Notfall-Auflagen (LIST SOSOPEN, D243)
******************************************************************
 S959-CLOSE-SOSOPEN-CURSOR SECTION.
 S959-00.
     EXEC SQL
         CLOSE SOSOPEN_CURS
     END-EXEC
     .
 S959-99.
     EXIT.

******************************************************************
* registrierten Testnachweis einfuegen (TESTDOC, s. C356)
******************************************************************
 S965-INSERT-SSFTDOC SECTION.
 S965-00.
     SET SSFTDOC-NOK TO TRUE
     EXEC SQL
         INSERT
           INTO  =SSFTDOC
                 (SOURCE_MODUL, VERSION, KLASSE, DATEI, GROUP_USER)
         VALUES  (
                  :W-SOURCE
                 ,:W-TDOC-VERSION
                 ,:W-TDOC-KLASSE
                 ,:W-TDOC-DATEI
                 ,:P-USER-NAME
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFTDOC-OK TO TRUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Insert in SSFTDOC !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S965-99.
     EXIT.

******************************************************************
* registrierten Testnachweis einer Klasse zu Modul+Version lesen
* (Pflichtklassen-Pruefung, s. D834)
******************************************************************
 S966-SELECT-SSFTDOC SECTION.
 S966-00.
     SET SSFTDOC-NOK TO TRUE
     EXEC SQL
         SELECT  DATEI
           INTO  :DATEI OF SSFTDOC
           FROM  =SSFTDOC
          WHERE  SOURCE_MODUL = :SOURCE-MODUL OF SSFTDOC
            AND  VERSION      = :VERSION      OF SSFTDOC
            AND  KLASSE       = :KLASSE       OF SSFTDOC
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFTDOC-OK TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S966) aus Tabelle SSFTDOC: "
                             D-NUM4
     END-EVALUATE
     .
 S966-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Sitzungs-Journal (VERWALTUNG SESSION)
******************************************************************
 S770-OPEN-SESS-CURSOR SECTION.
 S770-00.
     EXEC SQL
         OPEN SESS_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S770-99.
     EXIT.

 S771-FETCH-SESS-CURSOR SECTION.
 S771-00.
     EXEC SQL
         FETCH SESS_CURS
          INTO   :KOMMANDO OF SSFSESS
                ,:KDO-ZEILE OF SSFSESS
                ,:HOMETERM OF SSFSESS
                ,:RC       OF SSFSESS
                ,:ZPINS    OF SSFSESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S771) aus Tabelle SSFSESS: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S771-99.
     EXIT.

 S772-CLOSE-SESS-CURSOR SECTION.
 S772-00.
     EXEC SQL
         CLOSE SESS_CURS
     END-EXEC
     .
 S772-99.
     EXIT.

******************************************************************
* Journal-Eintraege aelter als <Tage> loeschen (SESSION PURGE)
******************************************************************
 S773-DELETE-SSFSESS-ALT SECTION.
 S773-00.
     EXEC SQL
         DELETE
           FROM  =SSFSESS
          WHERE  ZPINS     year to second
                 < CURRENT year to second
                 - :H-SESS-TAGE TYPE AS INTERVAL DAY
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  DISPLAY "!!! Fehler bei Delete in SSFSESS !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S773-99.
     EXIT.

******************************************************************
* neuen Verantwortlichen-Eintrag anlegen (VERW OWNER NEW, D515)
******************************************************************
 S774-INSERT-SSFOWNER SECTION.
 S774-00.
     SET SSFOWNER-EOD TO TRUE
     EXEC SQL
         INSERT
           INTO  =SSFOWNER
                 (MODUL_MUSTER, TEAM, KONTAKT1, KONTAKT2)
         VALUES  (
                  :W-OWN-MUSTER
                 ,:W-OWN-TEAM
                 ,:W-OWN-KONTAKT1
                 ,:W-OWN-KONTAKT2
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFOWNER-OK TO TRUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Insert in SSFOWNER !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S774-99.
     EXIT.

******************************************************************
* Verantwortlichen-Eintrag loeschen (VERW OWNER DEL, D515)
******************************************************************
 S775-DELETE-SSFOWNER SECTION.
 S775-00.
     SET SSFOWNER-EOD TO TRUE
     EXEC SQL
         DELETE
           FROM  =SSFOWNER
          WHERE  MODUL_MUSTER = :W-OWN-MUSTER
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFOWNER-OK TO TRUE
         WHEN 100    DISPLAY " kein Eintrag zu diesem Muster"
         WHEN OTHER  DISPLAY "!!! Fehler bei Delete in SSFOWNER !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S775-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Verantwortlichen-Register (D514/D516)
******************************************************************
 S776-OPEN-OWNER-CURSOR SECTION.
 S776-00.
     EXEC SQL
         OPEN OWNER_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S776-99.
     EXIT.

 S777-FETCH-OWNER-CURSOR SECTION.
 S777-00.
     EXEC SQL
         FETCH OWNER_CURS
          INTO   :MODUL-MUSTER OF SSFOWNER
                ,:TEAM         OF SSFOWNER
                ,:KONTAKT1     OF SSFOWNER
                ,:KONTAKT2     OF SSFOWNER
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN 100    SET SSF-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S777) aus Tabelle SSFOWNER: "
                             D-NUM4
                     SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S777-99.
     EXIT.

 S778-CLOSE-OWNER-CURSOR SECTION.
 S778-00.
     EXEC SQL
         CLOSE OWNER_CURS
     END-EXEC
     .
 S778-99.
     EXIT.

******************************************************************
* zaehlt die Member eines Komposits (Erkennung, s. D521)
******************************************************************
 S783-COUNT-SSFCOMPO SECTION.
 S783-00.
     MOVE ZERO TO W-KOMP-ANZ
     EXEC SQL
         SELECT  count (*)
           INTO  :W-KOMP-ANZ
           FROM  =SSFCOMPO
          WHERE  KOMPOSIT = :W-KOMP-NAME
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  MOVE ZERO TO W-KOMP-ANZ
     END-EVALUATE
     .
 S783-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Komposit-Register (D522/D523)
******************************************************************
 S784-OPEN-KOMPO-CURSOR SECTION.
 S784-00.
     SET SSFCOMPO-EOD TO TRUE
     EXEC SQL
         OPEN KOMPO_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFCOMPO-OK TO TRUE
         WHEN OTHER  CONTINUE
     END-EVALUATE
     .
 S784-99.
     EXIT.

 S785-FETCH-KOMPO-CURSOR SECTION.
 S785-00.
     EXEC SQL
         FETCH KOMPO_CURS
          INTO   :KOMPOSIT     OF SSFCOMPO
                ,:MEMBER-MODUL OF SSFCOMPO
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFCOMPO-OK  TO TRUE
         WHEN 100    SET SSFCOMPO-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S785) aus Tabelle SSFCOMPO: "
                             D-NUM4
                     SET SSFCOMPO-EOD TO TRUE
     END-EVALUATE
     .
 S785-99.
     EXIT.

 S786-CLOSE-KOMPO-CURSOR SECTION.
 S786-00.
     EXEC SQL
         CLOSE KOMPO_CURS
     END-EXEC
     .
 S786-99.
     EXIT.

******************************************************************
* juengste archivierte Version eines Members lesen (Versions-
* Gleichheitspruefung nach Komposit-CHECKIN, s. C106)
******************************************************************
 S787-SELECT-KOMP-NEWEST SECTION.
 S787-00.
     MOVE SPACES TO W-KOMP-VERS-CHK
     EXEC SQL
         OPEN KOMPVERS_CURS
     END-EXEC
     EXEC SQL
         FETCH KOMPVERS_CURS
          INTO  :VERSION OF SSFRARCH
     END-EXEC
     IF  SQLCODE OF SQLCA = ZERO
         MOVE VERSION OF SSFRARCH TO W-KOMP-VERS-CHK
     END-IF
     EXEC SQL
         CLOSE KOMPVERS_CURS
     END-EXEC
     .
 S787-99.
     EXIT.

******************************************************************
* Member-Eintrag anlegen (VERW KOMPOSIT NEW, D523)
******************************************************************
 S788-INSERT-SSFCOMPO SECTION.
 S788-00.
     SET SSFCOMPO-EOD TO TRUE
     EXEC SQL
         INSERT
           INTO  =SSFCOMPO
                 (KOMPOSIT, MEMBER_MODUL)
         VALUES  (
                  :W-KOMP-NAME
                 ,:W-KOMP-MEMBER
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFCOMPO-OK TO TRUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Insert in SSFCOMPO !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S788-99.
     EXIT.

******************************************************************
* Member-Eintrag bzw. kompletten Komposit-Satz loeschen
* (VERW KOMPOSIT DEL, D523)
******************************************************************
 S789-DELETE-SSFCOMPO SECTION.
 S789-00.
     SET SSFCOMPO-EOD TO TRUE
     IF  W-KOMP-MEMBER = SPACES
         EXEC SQL
             DELETE
               FROM  =SSFCOMPO
              WHERE  KOMPOSIT = :W-KOMP-NAME
         END-EXEC
     ELSE
         EXEC SQL
             DELETE
               FROM  =SSFCOMPO
              WHERE  KOMPOSIT     = :W-KOMP-NAME
                AND  MEMBER_MODUL = :W-KOMP-MEMBER
         END-EXEC
     END-IF
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFCOMPO-OK TO TRUE
         WHEN 100    DISPLAY " kein Eintrag zu diesem Komposit"
         WHEN OTHER  DISPLAY "!!! Fehler bei Delete in SSFCOMPO !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S789-99.
     EXIT.

******************************************************************
* existiert die Baseline schon? (Unveraenderlichkeit, s. C371)
******************************************************************
 S791-COUNT-SSFBASE SECTION.
 S791-00.
     MOVE ZERO TO W-BAS-VORH
     EXEC SQL
         SELECT  count (*)
           INTO  :W-BAS-VORH
           FROM  =SSFBASE
          WHERE  BASELINE_NAME = :W-BAS-NAME
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  MOVE ZERO TO W-BAS-VORH
     END-EVALUATE
     .
 S791-99.
     EXIT.

******************************************************************
* Baseline-Zeile einfrieren (BASELINE NEW, s. C371)
******************************************************************
 S792-INSERT-SSFBASE SECTION.
 S792-00.
     EXEC SQL
         INSERT
           INTO  =SSFBASE
                 (BASELINE_NAME, SOURCE_MODUL, VERSION, ANGELEGT_VON)
         VALUES  (
                  :W-BAS-NAME
                 ,:W-BAS-MODUL
                 ,:W-BAS-VERS1
                 ,:P-USER-NAME
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Insert in SSFBASE !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S792-99.
     EXIT.

******************************************************************
* Version eines Moduls in einer Baseline lesen (BASELINE DIFF)
******************************************************************
 S793-SELECT-SSFBASE-VERSION SECTION.
 S793-00.
     MOVE SPACES TO W-BAS-LOOK-VERS
     EXEC SQL
         SELECT  VERSION
           INTO  :W-BAS-LOOK-VERS
           FROM  =SSFBASE
          WHERE  BASELINE_NAME = :W-BAS-LOOK-NAME
            AND  SOURCE_MODUL  = :W-BAS-MODUL
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    MOVE "(fehlt)" TO W-BAS-LOOK-VERS
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S793) aus Tabelle SSFBASE: "
                             D-NUM4
     END-EVALUATE
     .
 S793-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Snapshot-Quelle (BASELINE NEW, C371)
******************************************************************
 S779-OPEN-BASESNAP-CURSOR SECTION.
 S779-00.
     EXEC SQL
         OPEN BASESNAP_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S779-99.
     EXIT.

 S780-FETCH-BASESNAP-CURSOR SECTION.
 S780-00.
     EXEC SQL
         FETCH BASESNAP_CURS
          INTO  :W-BAS-MODUL
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S780-99.
     EXIT.

 S781-CLOSE-BASESNAP-CURSOR SECTION.
 S781-00.
     EXEC SQL
         CLOSE BASESNAP_CURS
     END-EXEC
     .
 S781-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Baseline-Uebersicht (BASELINE LIST)
******************************************************************
 S794-OPEN-BASELIST-CURSOR SECTION.
 S794-00.
     EXEC SQL
         OPEN BASELIST_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S794-99.
     EXIT.

 S798-FETCH-BASELIST-CURSOR SECTION.
 S798-00.
     EXEC SQL
         FETCH BASELIST_CURS
          INTO   :W-BAS-NAME2
                ,:W-BAS-VON
                ,:W-BAS-ZPINS
                    TYPE AS DATETIME YEAR TO FRACTION(2)
                ,:W-BAS-VORH
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S798-99.
     EXIT.

 S799-CLOSE-BASELIST-CURSOR SECTION.
 S799-00.
     EXEC SQL
         CLOSE BASELIST_CURS
     END-EXEC
     .
 S799-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Baseline-Inhalt (BASELINE LIST <name>)
******************************************************************
 S231-OPEN-BASECONT-CURSOR SECTION.
 S231-00.
     EXEC SQL
         OPEN BASECONT_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S231-99.
     EXIT.

 S232-FETCH-BASECONT-CURSOR SECTION.
 S232-00.
     EXEC SQL
         FETCH BASECONT_CURS
          INTO   :W-BAS-MODUL
                ,:W-BAS-VERS1
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S232-99.
     EXIT.

 S233-CLOSE-BASECONT-CURSOR SECTION.
 S233-00.
     EXEC SQL
         CLOSE BASECONT_CURS
     END-EXEC
     .
 S233-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Muster-Expansion (D524)
******************************************************************
 S234-OPEN-MSET-CURSOR SECTION.
 S234-00.
     EXEC SQL
         OPEN MSET_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S234-99.
     EXIT.

 S235-FETCH-MSET-CURSOR SECTION.
 S235-00.
     EXEC SQL
         FETCH MSET_CURS
          INTO  :SOURCE-MODUL OF SSAFE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S235-99.
     EXIT.

 S236-CLOSE-MSET-CURSOR SECTION.
 S236-00.
     EXEC SQL
         CLOSE MSET_CURS
     END-EXEC
     .
 S236-99.
     EXIT.

******************************************************************
* zaehlt die Hilfetext-Zeilen eines Kommandos (HELP CHECK, H106)
******************************************************************
 S237-COUNT-SSTEXT-HELP SECTION.
 S237-00.
     MOVE ZERO TO W-HLP-ANZ
     EXEC SQL
         SELECT  count (*)
           INTO  :W-HLP-ANZ
           FROM  =SSTEXT
          WHERE  BEREICH   = "HELP"
            AND  KATEGORIE = :KATEGORIE OF SSTEXT
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  MOVE ZERO TO W-HLP-ANZ
     END-EVALUATE
     .
 S237-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Geheimnis-Muster (C108/D527)
******************************************************************
 S238-OPEN-SECPAT-CURSOR SECTION.
 S238-00.
     SET SSFSECPAT-EOD TO TRUE
     EXEC SQL
         OPEN SECPAT_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFSECPAT-OK TO TRUE
         WHEN OTHER  CONTINUE
     END-EVALUATE
     .
 S238-99.
     EXIT.

 S239-FETCH-SECPAT-CURSOR SECTION.
 S239-00.
     EXEC SQL
         FETCH SECPAT_CURS
          INTO   :MUSTER   OF SSFSECPAT
                ,:SEVERITY OF SSFSECPAT
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFSECPAT-OK  TO TRUE
         WHEN OTHER  SET SSFSECPAT-EOD TO TRUE
     END-EVALUATE
     .
 S239-99.
     EXIT.

******************************************************************
* Open Cursor Module einer Anwendung (EXPORT, s. C771)
******************************************************************
 S240-OPEN-EXP-MOD-CURSOR SECTION.
 S240-00.
     EXEC SQL
         OPEN EXP_MOD_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET EXP-MOD-OK  TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Open (S240) auf "
                             "Tabelle SSAFE: " D-NUM4
                     SET EXP-MOD-EOD TO TRUE
     END-EVALUATE
     .
 S240-99.
     EXIT.

******************************************************************
* Fetch Cursor Module einer Anwendung (EXPORT, s. C771)
******************************************************************
 S241-FETCH-EXP-MOD-CURSOR SECTION.
 S241-00.
     EXEC SQL
         FETCH EXP_MOD_CURS
          INTO   :SOURCE-MODUL OF SSAFE
                ,:SOURCE-TYP   OF SSAFE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET EXP-MOD-OK  TO TRUE
         WHEN 100    SET EXP-MOD-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S241) aus "
                             "Tabelle SSAFE: " D-NUM4
                     SET EXP-MOD-EOD TO TRUE
     END-EVALUATE
     .
 S241-99.
     EXIT.

******************************************************************
* Close Cursor Module einer Anwendung (EXPORT, s. C771)
******************************************************************
 S242-CLOSE-EXP-MOD-CURSOR SECTION.
 S242-00.
     EXEC SQL
         CLOSE EXP_MOD_CURS
     END-EXEC
     .
 S242-99.
     EXIT.

******************************************************************
* Open Cursor archivierte Versionen eines Moduls (EXPORT, s. C772)
******************************************************************
 S243-OPEN-EXP-ARCH-CURSOR SECTION.
 S243-00.
     EXEC SQL
         OPEN EXP_ARCH_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET EXP-CURS-OK  TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Open (S243) auf "
                             "Tabelle SSFRARCH: " D-NUM4
                     SET EXP-CURS-EOD TO TRUE
     END-EVALUATE
     .
 S243-99.
     EXIT.

******************************************************************
* Fetch Cursor archivierte Versionen eines Moduls (EXPORT, s. C772)
******************************************************************
 S244-FETCH-EXP-ARCH-CURSOR SECTION.
 S244-00.
     MOVE ZERO TO H-EXP-CHECKSUM
     EXEC SQL
         FETCH EXP_ARCH_CURS
          INTO   :VERSION      OF SSFRARCH
                ,:ARCHIV-MODUL OF SSFRARCH
                ,:H-EXP-CHECKSUM
                ,:GROUP-USER   OF SSFRARCH
                ,:ZPINS        OF SSFRARCH
                     TYPE AS DATETIME YEAR TO FRACTION(2)
                ,:SOURCE-DATE  OF SSFRARCH
                     TYPE AS DATETIME YEAR TO DAY
                ,:AUFTRAG      OF SSFRARCH
                ,:DELTA-KZ     OF SSFRARCH
                ,:DELTA-BASIS  OF SSFRARCH
                ,:OFFLINE-KZ   OF SSFRARCH
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET EXP-CURS-OK  TO TRUE
         WHEN 100    SET EXP-CURS-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S244) aus "
                             "Tabelle SSFRARCH: " D-NUM4
                     SET EXP-CURS-EOD TO TRUE
     END-EVALUATE
     .
 S244-99.
     EXIT.

******************************************************************
* Close Cursor archivierte Versionen eines Moduls (EXPORT, s. C772)
******************************************************************
 S245-CLOSE-EXP-ARCH-CURSOR SECTION.
 S245-00.
     EXEC SQL
         CLOSE EXP_ARCH_CURS
     END-EXEC
     .
 S245-99.
     EXIT.

******************************************************************
* Open Cursor Audit-Protokoll eines Moduls (EXPORT, s. C772)
******************************************************************
 S246-OPEN-EXP-PROT-CURSOR SECTION.
 S246-00.
     EXEC SQL
         OPEN EXP_PROT_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET EXP-CURS-OK  TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Open (S246) auf "
                             "Tabelle SSPROT: " D-NUM4
                     SET EXP-CURS-EOD TO TRUE
     END-EVALUATE
     .
 S246-99.
     EXIT.

******************************************************************
* Fetch Cursor Audit-Protokoll eines Moduls (EXPORT, s. C772)
******************************************************************
 S247-FETCH-EXP-PROT-CURSOR SECTION.
 S247-00.
     EXEC SQL
         FETCH EXP_PROT_CURS
          INTO   :SOURCE-MODUL OF SSPROT
                ,:GROUP-USER   OF SSPROT
                ,:AKTION       OF SSPROT
                ,:KZ-FREIGABE  OF SSPROT
                ,:HOMETERM     OF SSPROT
                ,:KOMMENTAR    OF SSPROT
                ,:ZPINS        OF SSPROT
                     TYPE AS DATETIME YEAR TO FRACTION(2)
                ,:ANWENDUNG    OF SSPROT
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET EXP-CURS-OK  TO TRUE
         WHEN 100    SET EXP-CURS-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S247) aus "
                             "Tabelle SSPROT: " D-NUM4
                     SET EXP-CURS-EOD TO TRUE
     END-EVALUATE
     .
 S247-99.
     EXIT.

******************************************************************
* Close Cursor Audit-Protokoll eines Moduls (EXPORT, s. C772)
******************************************************************
 S248-CLOSE-EXP-PROT-CURSOR SECTION.
 S248-00.
     EXEC SQL
         CLOSE EXP_PROT_CURS
     END-EXEC
     .
 S248-99.
     EXIT.

 S249-CLOSE-SECPAT-CURSOR SECTION.
 S249-00.
     EXEC SQL
         CLOSE SECPAT_CURS
     END-EXEC
     .
 S249-99.
     EXIT.

******************************************************************
* Geheimnis-Muster anlegen / loeschen (VERW SECPAT, D527)
******************************************************************
 S250-INSERT-SSFSECPAT SECTION.
 S250-00.
     SET SSFSECPAT-EOD TO TRUE
     EXEC SQL
         INSERT
           INTO  =SSFSECPAT
                 (MUSTER, SEVERITY, ANGELEGT_VON)
         VALUES  (
                  :W-SEC-MUSTER
                 ,:W-SEC-SEV
                 ,:P-USER-NAME
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFSECPAT-OK TO TRUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Insert in SSFSECPAT !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S250-99.
     EXIT.

******************************************************************
* Open Cursor Abnahme-Historie eines Moduls (EXPORT, s. C772)
******************************************************************
 S251-OPEN-EXP-ABN-CURSOR SECTION.
 S251-00.
     EXEC SQL
         OPEN EXP_ABN_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET EXP-CURS-OK  TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Open (S251) auf "
                             "Tabelle ABNAHME: " D-NUM4
                     SET EXP-CURS-EOD TO TRUE
     END-EVALUATE
     .
 S251-99.
     EXIT.

******************************************************************
* Fetch Cursor Abnahme-Historie eines Moduls (EXPORT, s. C772)
******************************************************************
 S252-FETCH-EXP-ABN-CURSOR SECTION.
 S252-00.
     EXEC SQL
         FETCH EXP_ABN_CURS
          INTO   :PRG-NAME            OF ABNAHME
                ,:VERSION             OF ABNAHME
                ,:DATUM               OF ABNAHME
                     TYPE AS DATETIME YEAR TO DAY
                ,:NK-STATUS           OF ABNAHME
                ,:NK-VON              OF ABNAHME
                ,:AUFTRAG-VON         OF ABNAHME
                ,:AUFTRAG-AM          OF ABNAHME
                     TYPE AS DATETIME YEAR TO MINUTE
                ,:REL2TEST-VON        OF ABNAHME
                ,:REL2TEST-AM         OF ABNAHME
                     TYPE AS DATETIME YEAR TO MINUTE
                ,:ACT2TEST-VON        OF ABNAHME
                ,:ACT2TEST-AM         OF ABNAHME
                     TYPE AS DATETIME YEAR TO MINUTE
                ,:ACT2PROD-VON        OF ABNAHME
                ,:ACT2PROD-AM         OF ABNAHME
                     TYPE AS DATETIME YEAR TO MINUTE
                ,:FREIGABE-ANTRAG-VON OF ABNAHME
                ,:FREIGABE-ANTRAG-AM  OF ABNAHME
                     TYPE AS DATETIME YEAR TO MINUTE
                ,:FREIGABE-VON        OF ABNAHME
                ,:FREIGABE-AM         OF ABNAHME
                     TYPE AS DATETIME YEAR TO MINUTE
                ,:FREIGABE-VON2       OF ABNAHME
                ,:FREIGABE-AM2        OF ABNAHME
                     TYPE AS DATETIME YEAR TO MINUTE
                ,:REL2PROD-VON        OF ABNAHME
                ,:REL2PROD-AM         OF ABNAHME
                     TYPE AS DATETIME YEAR TO MINUTE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET EXP-CURS-OK  TO TRUE
         WHEN 100    SET EXP-CURS-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S252) aus "
                             "Tabelle ABNAHME: " D-NUM4
                     SET EXP-CURS-EOD TO TRUE
     END-EVALUATE
     .
 S252-99.
     EXIT.

******************************************************************
* Close Cursor Abnahme-Historie eines Moduls (EXPORT, s. C772)
******************************************************************
 S253-CLOSE-EXP-ABN-CURSOR SECTION.
 S253-00.
     EXEC SQL
         CLOSE EXP_ABN_CURS
     END-EXEC
     .
 S253-99.
     EXIT.

******************************************************************
* TESTRESET: produktive Version eines Moduls = juengste Produktions-
* Freigabe in =ABNAHME (Objektname bzw. Source-Modul, vgl. S190);
* ohne Freigabe Blank (s. D850)
******************************************************************
 S254-SELECT-TRES-PROD-VERSION SECTION.
 S254-00.
     MOVE SPACES TO H-TRES-PROD-VERS
     EXEC SQL
         SELECT  VERSION
           INTO  :H-TRES-PROD-VERS
           FROM  =ABNAHME A
          WHERE  A.PRG_NAME IN (:H-TRES-OBJNAME, :H-TRES-MODUL)
            AND  A.REL2PROD_AM =
                 (SELECT  MAX (REL2PROD_AM)
                    FROM  =ABNAHME M
                   WHERE  M.PRG_NAME IN (:H-TRES-OBJNAME, :H-TRES-MODUL)
                     AND  M.REL2PROD_AM IS NOT NULL)
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    MOVE SPACES TO H-TRES-PROD-VERS
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S254) aus "
                             "Tabelle ABNAHME: " D-NUM4
                     MOVE SPACES TO H-TRES-PROD-VERS
     END-EVALUATE
     .
 S254-99.
     EXIT.

 S257-DELETE-SSFSECPAT SECTION.
 S257-00.
     SET SSFSECPAT-EOD TO TRUE
     EXEC SQL
         DELETE
           FROM  =SSFSECPAT
          WHERE  MUSTER = :W-SEC-MUSTER
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFSECPAT-OK TO TRUE
         WHEN 100    DISPLAY " kein Eintrag zu diesem Muster"
         WHEN OTHER  DISPLAY "!!! Fehler bei Delete in SSFSECPAT !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S257-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor registrierte Spiegel-Satznamen (C119)
******************************************************************
 S258-OPEN-MIRNAME-CURSOR SECTION.
 S258-00.
     SET SSFMIRROR-EOD TO TRUE
     EXEC SQL
         OPEN MIRNAME_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFMIRROR-OK TO TRUE
         WHEN OTHER  CONTINUE
     END-EVALUATE
     .
 S258-99.
     EXIT.

 S259-FETCH-MIRNAME-CURSOR SECTION.
 S259-00.
     EXEC SQL
         FETCH MIRNAME_CURS
          INTO  :RECNAME OF SSFMIRROR
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFMIRROR-OK  TO TRUE
         WHEN OTHER  SET SSFMIRROR-EOD TO TRUE
     END-EVALUATE
     .
 S259-99.
     EXIT.

 S261-CLOSE-MIRNAME-CURSOR SECTION.
 S261-00.
     EXEC SQL
         CLOSE MIRNAME_CURS
     END-EXEC
     .
 S261-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Master-Feldzeilen (C120/D528)
******************************************************************
 S262-OPEN-MIRROR-CURSOR SECTION.
 S262-00.
     SET SSFMIRROR-EOD TO TRUE
     EXEC SQL
         OPEN MIRROR_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFMIRROR-OK TO TRUE
         WHEN OTHER  CONTINUE
     END-EVALUATE
     .
 S262-99.
     EXIT.

 S263-FETCH-MIRROR-CURSOR SECTION.
 S263-00.
     EXEC SQL
         FETCH MIRROR_CURS
          INTO   :H-MIR-LFDNR
                ,:FELDZEILE OF SSFMIRROR
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFMIRROR-OK  TO TRUE
         WHEN OTHER  SET SSFMIRROR-EOD TO TRUE
     END-EVALUATE
     .
 S263-99.
     EXIT.

 S264-CLOSE-MIRROR-CURSOR SECTION.
 S264-00.
     EXEC SQL
         CLOSE MIRROR_CURS
     END-EXEC
     .
 S264-99.
     EXIT.

******************************************************************
* Master-Feldzeile registrieren / Layout loeschen (VERW MIRROR)
******************************************************************
 S265-INSERT-SSFMIRROR SECTION.
 S265-00.
     EXEC SQL
         INSERT
           INTO  =SSFMIRROR
                 (RECNAME, LFDNR, FELDZEILE)
         VALUES  (
                  :W-MIR-RECNAME
                 ,:H-MIR-LFDNR
                 ,:W-MIR-ZEILE-EIN
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Insert in SSFMIRROR !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S265-99.
     EXIT.

 S266-DELETE-SSFMIRROR SECTION.
 S266-00.
     EXEC SQL
         DELETE
           FROM  =SSFMIRROR
          WHERE  RECNAME = :W-MIR-RECNAME
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  DISPLAY "!!! Fehler bei Delete in SSFMIRROR !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S266-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor eigene Interface-Sections (D835)
******************************************************************
 S267-OPEN-IFCMY-CURSOR SECTION.
 S267-00.
     EXEC SQL
         OPEN IFCMY_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S267-99.
     EXIT.

 S268-FETCH-IFCMY-CURSOR SECTION.
 S268-00.
     EXEC SQL
         FETCH IFCMY_CURS
          INTO   :W-IFC-LIB2
                ,:W-IFC-VERS2
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S268-99.
     EXIT.

 S269-CLOSE-IFCMY-CURSOR SECTION.
 S269-00.
     EXEC SQL
         CLOSE IFCMY_CURS
     END-EXEC
     .
 S269-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor abweichende Partner je Section (D835)
******************************************************************
 S271-OPEN-IFCPART-CURSOR SECTION.
 S271-00.
     EXEC SQL
         OPEN IFCPART_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S271-99.
     EXIT.

 S272-FETCH-IFCPART-CURSOR SECTION.
 S272-00.
     EXEC SQL
         FETCH IFCPART_CURS
          INTO   :W-IFC-PARTNER
                ,:W-IFC-PARTVERS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S272-99.
     EXIT.

 S273-CLOSE-IFCPART-CURSOR SECTION.
 S273-00.
     EXEC SQL
         CLOSE IFCPART_CURS
     END-EXEC
     .
 S273-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Skew-Paare (LIST IFCSKEW, D836)
******************************************************************
 S274-OPEN-IFCSKEW-CURSOR SECTION.
 S274-00.
     EXEC SQL
         OPEN IFCSKEW_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S274-99.
     EXIT.

 S275-FETCH-IFCSKEW-CURSOR SECTION.
 S275-00.
     EXEC SQL
         FETCH IFCSKEW_CURS
          INTO   :H-IFC-LIB
                ,:W-IFC-PARTNER
                ,:H-IFC-VERS
                ,:W-IFC-PARTNER2
                ,:W-IFC-VERS2
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S275-99.
     EXIT.

 S276-CLOSE-IFCSKEW-CURSOR SECTION.
 S276-00.
     EXEC SQL
         CLOSE IFCSKEW_CURS
     END-EXEC
     .
 S276-99.
     EXIT.

******************************************************************
* Metrik-Satz einer Version festschreiben (C121)
******************************************************************
 S277-INSERT-SSFMETRIK SECTION.
 S277-00.
     EXEC SQL
         INSERT
           INTO  =SSFMETRIK
                 (SOURCE_MODUL, VERSION, GESAMT_ZEILEN, PROC_ZEILEN
                 ,SECTION_ANZ, GOTO_ANZ, COPY_ANZ, KOMMENTAR_ANZ
                 ,MAX_SECTION
                 )
         VALUES  (
                  :H-MET-MODUL
                 ,:H-MET-VERSION
                 ,:W-MET-GESAMT
                 ,:W-MET-PROC
                 ,:W-MET-SECTIONS
                 ,:W-MET-GOTO
                 ,:W-MET-COPY
                 ,:W-MET-KOMMENTAR
                 ,:W-MET-SECT-MAX
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN -8227  CONTINUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Insert in SSFMETRIK !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S277-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Metrik-Zeitreihe (LIST METRICS, D249)
******************************************************************
 S278-OPEN-METRIK-CURSOR SECTION.
 S278-00.
     EXEC SQL
         OPEN METRIK_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S278-99.
     EXIT.

 S279-FETCH-METRIK-CURSOR SECTION.
 S279-00.
     EXEC SQL
         FETCH METRIK_CURS
          INTO   :H-MET-MODUL
                ,:H-MET-VERSION
                ,:W-MET-GESAMT
                ,:W-MET-PROC
                ,:W-MET-SECTIONS
                ,:W-MET-GOTO
                ,:W-MET-COPY
                ,:W-MET-KOMMENTAR
                ,:W-MET-SECT-MAX
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S279-99.
     EXIT.

 S281-CLOSE-METRIK-CURSOR SECTION.
 S281-00.
     EXEC SQL
         CLOSE METRIK_CURS
     END-EXEC
     .
 S281-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Prod-Freigaben im Zeitraum (LIST KPI)
******************************************************************
 S282-OPEN-KPI-CURSOR SECTION.
 S282-00.
     EXEC SQL
         OPEN KPI_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S282-99.
     EXIT.

 S283-FETCH-KPI-CURSOR SECTION.
 S283-00.
     EXEC SQL
         FETCH KPI_CURS
          INTO   :PRG-NAME            OF ABNAHME
                ,:DATUM               OF ABNAHME
                ,:FREIGABE-ANTRAG-AM  OF ABNAHME
                ,:FREIGABE-VON        OF ABNAHME
                ,:FREIGABE-AM         OF ABNAHME
                ,:REL2PROD-AM         OF ABNAHME
                ,:GRUND-SOS           OF ABNAHME
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S283-99.
     EXIT.

 S284-CLOSE-KPI-CURSOR SECTION.
 S284-00.
     EXEC SQL
         CLOSE KPI_CURS
     END-EXEC
     .
 S284-99.
     EXIT.

******************************************************************
* zaehlt die Rueckbauten (=SSPROT Aktion "RB") im KPI-Zeitraum
******************************************************************
 S285-COUNT-SSPROT-RB SECTION.
 S285-00.
     MOVE ZERO TO W-KPI-RB-ANZ
     EXEC SQL
         SELECT  count (*)
           INTO  :W-KPI-RB-ANZ
           FROM  =SSPROT
          WHERE  AKTION = "RB"
            AND  ZPINS  year to day
                 between :H-KPI-VON TYPE AS DATETIME YEAR TO DAY
                     and :H-KPI-BIS TYPE AS DATETIME YEAR TO DAY
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  MOVE ZERO TO W-KPI-RB-ANZ
     END-EVALUATE
     .
 S285-99.
     EXIT.

******************************************************************
* Compile-Profil anlegen / loeschen / listen, Zuordnung setzen
* (VERWALTUNG CPROF, D529)
******************************************************************
 S286-INSERT-SSFCPROF SECTION.
 S286-00.
     EXEC SQL
         INSERT
           INTO  =SSFCPROF
                 (PROFIL, DIREKTIVEN, ANGELEGT_VON)
         VALUES  (
                  :W-CPF-NAME
                 ,:W-CPF-DIREKTIVEN
                 ,:P-USER-NAME
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Insert in SSFCPROF !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S286-99.
     EXIT.

 S287-DELETE-SSFCPROF SECTION.
 S287-00.
     EXEC SQL
         DELETE
           FROM  =SSFCPROF
          WHERE  PROFIL = :W-CPF-NAME
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    DISPLAY " kein Profil mit diesem Namen"
         WHEN OTHER  DISPLAY "!!! Fehler bei Delete in SSFCPROF !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S287-99.
     EXIT.

 S288-OPEN-CPROF-CURSOR SECTION.
 S288-00.
     EXEC SQL
         OPEN CPROF_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S288-99.
     EXIT.

 S289-FETCH-CPROF-CURSOR SECTION.
 S289-00.
     EXEC SQL
         FETCH CPROF_CURS
          INTO   :PROFIL     OF SSFCPROF
                ,:DIREKTIVEN OF SSFCPROF
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S289-99.
     EXIT.

 S291-CLOSE-CPROF-CURSOR SECTION.
 S291-00.
     EXEC SQL
         CLOSE CPROF_CURS
     END-EXEC
     .
 S291-99.
     EXIT.

******************************************************************
* Profil-Zuordnung eines Moduls in =SSAFE setzen/loeschen (D529)
******************************************************************
 S292-UPDATE-SSAFE-CPROF SECTION.
 S292-00.
     EXEC SQL
         UPDATE  =SSAFE
            SET  COMPILE_PROFIL = :W-CPF-NAME
          WHERE  SOURCE_MODUL   = :W-CPF-MODUL
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    DISPLAY " Modul nicht in =SSAFE"
         WHEN OTHER  DISPLAY "!!! Fehler bei Update (CPROF) in SSAFE !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S292-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor OUT-Tagesarchiv-Index (LIST JOBOUT)
******************************************************************
 S293-OPEN-JOBOUT-CURSOR SECTION.
 S293-00.
     EXEC SQL
         OPEN JOBOUT_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S293-99.
     EXIT.

 S294-FETCH-JOBOUT-CURSOR SECTION.
 S294-00.
     EXEC SQL
         FETCH JOBOUT_CURS
          INTO   :ANWENDUNG    OF SSFJOBO
                ,:FUNKTION     OF SSFJOBO
                ,:LFDNR        OF SSFJOBO
                ,:PROG         OF SSFJOBO
                ,:RC           OF SSFJOBO
                ,:ARCHIV       OF SSFJOBO
                ,:MEMBER-DATEI OF SSFJOBO
                ,:ZPINS        OF SSFJOBO
                    TYPE AS DATETIME YEAR TO FRACTION(2)
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S294-99.
     EXIT.

 S295-CLOSE-JOBOUT-CURSOR SECTION.
 S295-00.
     EXEC SQL
         CLOSE JOBOUT_CURS
     END-EXEC
     .
 S295-99.
     EXIT.

******************************************************************
* Retention: =SSFJOBO-Indexzeilen aelter als <tage> loeschen
******************************************************************
 S296-DELETE-SSFJOBO-ALT SECTION.
 S296-00.
     EXEC SQL
         DELETE
           FROM  =SSFJOBO
          WHERE  ZPINS     year to second
                 < CURRENT year to second
                 - :H-JOBO-TAGE TYPE AS INTERVAL DAY
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  DISPLAY "!!! Fehler bei Delete in SSFJOBO !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S296-99.
     EXIT.

******************************************************************
* Dienstplan-Slot loeschen / anlegen (VERW ONCALL, D532) - NEW
* loescht vorher denselben Slot, wirkt also als Ersetzen
******************************************************************
 S297-DELETE-SSFONCALL SECTION.
 S297-00.
     EXEC SQL
         DELETE
           FROM  =SSFONCALL
          WHERE  ANWENDUNG = :W-OC-ANW
            AND  TAG       = :W-OC-TAG
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  DISPLAY "!!! Fehler bei Delete in SSFONCALL !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S297-99.
     EXIT.

 S298-INSERT-SSFONCALL SECTION.
 S298-00.
     EXEC SQL
         INSERT
           INTO  =SSFONCALL
                 (ANWENDUNG, TAG, PRIMAER_MAIL, BACKUP_MAIL)
         VALUES  (
                  :W-OC-ANW
                 ,:W-OC-TAG
                 ,:W-OC-PRIMAER
                 ,:W-OC-BACKUP
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Insert in SSFONCALL !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S298-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Bereitschafts-Dienstplan (D262)
******************************************************************
 S299-OPEN-ONCALL-CURSOR SECTION.
 S299-00.
     EXEC SQL
         OPEN ONCALL_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S299-99.
     EXIT.

 S301-FETCH-ONCALL-CURSOR SECTION.
 S301-00.
     EXEC SQL
         FETCH ONCALL_CURS
          INTO   :ANWENDUNG    OF SSFONCALL
                ,:TAG          OF SSFONCALL
                ,:PRIMAER-MAIL OF SSFONCALL
                ,:BACKUP-MAIL  OF SSFONCALL
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S301-99.
     EXIT.

 S302-CLOSE-ONCALL-CURSOR SECTION.
 S302-00.
     EXEC SQL
         CLOSE ONCALL_CURS
     END-EXEC
     .
 S302-99.
     EXIT.

******************************************************************
* Fetch Monats-Verdichtung Ketten-Historie (HISTAGG, C375)
******************************************************************
 S303-FETCH-CHAGG-SRC SECTION.
 S303-00.
     EXEC SQL
         FETCH CHAGG_SRC_CURS
          INTO   :H-AGG-ANW
                ,:H-AGG-MODUL
                ,:H-AGG-FUNKTION
                ,:H-AGG-LFDNR
                ,:H-AGG-CNT
                ,:H-AGG-AVG
                ,:H-AGG-MIN
                ,:H-AGG-MAX
                ,:H-AGG-CPU
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S303-99.
     EXIT.

 S360-FETCH-CHAGG-KMARK SECTION.
 S360-00.
     EXEC SQL
         FETCH CHAGG_KMARK_CURS
          INTO   :H-AGG-ANW
                ,:H-AGG-FUNKTION
                ,:H-AGG-KM-TS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S360-99.
     EXIT.

 S370-DELETE-CHAGG-KMARK SECTION.
 S370-00.
     EXEC SQL
         DELETE
           FROM  =SSFCHIST
          WHERE  ANWENDUNG = :H-AGG-ANW
            AND  FUNKTION  = :H-AGG-FUNKTION
            AND  LFDNR     = 0
            AND  DRYRUN    = "K"
            AND  ZPINS year to month
                 = :H-AGG-MONAT TYPE AS DATETIME YEAR TO MONTH
            AND  START_TS  < :H-AGG-KM-TS
            AND  START_TS  < :H-AGG-HEUTE-TS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
     AND SQLCODE OF SQLCA NOT = 100
         DISPLAY "!!! Fehler bei Delete Kettenmarken in SSFCHIST !!!"
         SET PRG-ABBRUCH TO TRUE
     END-IF
     .
 S370-99.
     EXIT.

 S304-INSERT-SSFCHAGG SECTION.
 S304-00.
     EXEC SQL
         INSERT
           INTO  =SSFCHAGG
                 (MONAT, ANWENDUNG, MODUL, FUNKTION, LFDNR
                 ,ANZ, AVG_CS, MIN_CS, MAX_CS, AVG_CPU
                 )
         VALUES  (
                  :H-AGG-MONAT
                 ,:H-AGG-ANW
                 ,:H-AGG-MODUL
                 ,:H-AGG-FUNKTION
                 ,:H-AGG-LFDNR
                 ,:H-AGG-CNT
                 ,:H-AGG-AVG
                 ,:H-AGG-MIN
                 ,:H-AGG-MAX
                 ,:H-AGG-CPU
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Insert in SSFCHAGG !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S304-99.
     EXIT.

******************************************************************
* Fetch Monats-Verdichtung Compile-Historie (HISTAGG, C375)
******************************************************************
 S305-FETCH-CTAGG-SRC SECTION.
 S305-00.
     EXEC SQL
         FETCH CTAGG_SRC_CURS
          INTO   :H-AGG-MODUL
                ,:H-AGG-SCHRITT
                ,:H-AGG-CNT
                ,:H-AGG-AVG
                ,:H-AGG-MIN
                ,:H-AGG-MAX
                ,:H-AGG-GROESSE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S305-99.
     EXIT.

 S306-INSERT-SSFCTAGG SECTION.
 S306-00.
     EXEC SQL
         INSERT
           INTO  =SSFCTAGG
                 (MONAT, SOURCE_MODUL, SCHRITT
                 ,ANZ, AVG_SEK, MIN_SEK, MAX_SEK, AVG_GROESSE
                 )
         VALUES  (
                  :H-AGG-MONAT
                 ,:H-AGG-MODUL
                 ,:H-AGG-SCHRITT
                 ,:H-AGG-CNT
                 ,:H-AGG-AVG
                 ,:H-AGG-MIN
                 ,:H-AGG-MAX
                 ,:H-AGG-GROESSE
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Insert in SSFCTAGG !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S306-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Aggregat-Anzeige (D236/D257)
******************************************************************
 S307-OPEN-CHAGG-CURSOR SECTION.
 S307-00.
     EXEC SQL
         OPEN CHAGG_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S307-99.
     EXIT.

 S308-FETCH-CHAGG-CURSOR SECTION.
 S308-00.
     EXEC SQL
         FETCH CHAGG_CURS
          INTO   :H-AGG-MONAT
                ,:H-AGG-MODUL
                ,:H-AGG-CNT
                ,:H-AGG-AVG
                ,:H-AGG-MIN
                ,:H-AGG-MAX
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S308-99.
     EXIT.

 S309-CLOSE-CHAGG-CURSOR SECTION.
 S309-00.
     EXEC SQL
         CLOSE CHAGG_CURS
     END-EXEC
     .
 S309-99.
     EXIT.

 S311-OPEN-CTAGG-CURSOR SECTION.
 S311-00.
     EXEC SQL
         OPEN CTAGG_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S311-99.
     EXIT.

 S312-FETCH-CTAGG-CURSOR SECTION.
 S312-00.
     EXEC SQL
         FETCH CTAGG_CURS
          INTO   :H-AGG-MONAT
                ,:H-AGG-SCHRITT
                ,:H-AGG-CNT
                ,:H-AGG-AVG
                ,:H-AGG-GROESSE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S312-99.
     EXIT.

 S313-CLOSE-CTAGG-CURSOR SECTION.
 S313-00.
     EXEC SQL
         CLOSE CTAGG_CURS
     END-EXEC
     .
 S313-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Auslagerungs-Kandidaten (COLDMOVE)
******************************************************************
 S314-OPEN-COLDSRC-CURSOR SECTION.
 S314-00.
     EXEC SQL
         OPEN COLDSRC_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S314-99.
     EXIT.

 S315-FETCH-COLDSRC-CURSOR SECTION.
 S315-00.
     EXEC SQL
         FETCH COLDSRC_CURS
          INTO   :W-COLD-ARCHIV
                ,:W-COLD-MAXZP
                    TYPE AS DATETIME YEAR TO FRACTION(2)
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S315-99.
     EXIT.

 S316-CLOSE-COLDSRC-CURSOR SECTION.
 S316-00.
     EXEC SQL
         CLOSE COLDSRC_CURS
     END-EXEC
     .
 S316-99.
     EXIT.

******************************************************************
* Offline-Vermerk fuer alle Versionen einer Archivdatei setzen
* (COLDMOVE, s. C378)
******************************************************************
 S317-UPDATE-SSFRARCH-OFFLINE SECTION.
 S317-00.
     EXEC SQL
         UPDATE  =SSFRARCH
            SET  OFFLINE_KZ  = "C"
                ,OFFLINE_ORT = :W-COLD-ZIEL
          WHERE  SOURCE_MODUL = :W-COLD-MODUL
            AND  ARCHIV_MODUL = :W-COLD-ARCHIV
            AND  FILE_TYPE    = "SRC"
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  DISPLAY "!!! Fehler bei Update (OFFLINE) in"
                             " SSFRARCH !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S317-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Recall-Warteschlange (RECALL LIST)
******************************************************************
 S318-OPEN-RECALL-CURSOR SECTION.
 S318-00.
     EXEC SQL
         OPEN RECALL_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S318-99.
     EXIT.

 S319-FETCH-RECALL-CURSOR SECTION.
 S319-00.
     EXEC SQL
         FETCH RECALL_CURS
          INTO   :SOURCE-MODUL    OF SSFRECALL
                ,:VERSION         OF SSFRECALL
                ,:ORT             OF SSFRECALL
                ,:ANGEFORDERT-VON OF SSFRECALL
                ,:RSTATUS         OF SSFRECALL
                ,:ZPINS           OF SSFRECALL
                    TYPE AS DATETIME YEAR TO FRACTION(2)
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S319-99.
     EXIT.

 S321-CLOSE-RECALL-CURSOR SECTION.
 S321-00.
     EXEC SQL
         CLOSE RECALL_CURS
     END-EXEC
     .
 S321-99.
     EXIT.

******************************************************************
* Offline-Ort und Original-Archivdatei einer Version lesen
* (RECALL STAGE, s. C379)
******************************************************************
 S322-SELECT-OFFLINE-ORT SECTION.
 S322-00.
     MOVE SPACES TO H-RCL-ORT W-COLD-ARCHIV
     EXEC SQL
        SELECT OFFLINE_ORT, ARCHIV_MODUL
        INTO   :H-RCL-ORT
              ,:W-COLD-ARCHIV
        FROM  =SSFRARCH
        WHERE  SOURCE_MODUL = :W-RCL-MODUL
          AND  VERSION      = :W-RCL-VERSION
          AND  FILE_TYPE    = "SRC"
          AND  OFFLINE_KZ   = "C"
        BROWSE ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         MOVE SPACES TO H-RCL-ORT
     END-IF
     .
 S322-99.
     EXIT.

******************************************************************
* Offline-Vermerke einer zurueckgeholten Archivdatei loeschen /
* zugehoerige Recall-Auftraege auf "S" (staged) setzen (C379)
******************************************************************
 S323-CLEAR-SSFRARCH-OFFLINE SECTION.
 S323-00.
     EXEC SQL
         UPDATE  =SSFRARCH
            SET  OFFLINE_KZ  = " "
                ,OFFLINE_ORT = " "
          WHERE  SOURCE_MODUL = :W-RCL-MODUL
            AND  ARCHIV_MODUL = :W-COLD-ARCHIV
            AND  FILE_TYPE    = "SRC"
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  DISPLAY "!!! Fehler bei Update (ONLINE) in"
                             " SSFRARCH !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S323-99.
     EXIT.

 S324-UPDATE-SSFRECALL-STAGED SECTION.
 S324-00.
**  ---> Anforderer der Version vorher fuer die Mail merken
     MOVE SPACES TO H-RCL-VON
     EXEC SQL
        SELECT ANGEFORDERT_VON
        INTO   :H-RCL-VON
        FROM  =SSFRECALL
        WHERE  SOURCE_MODUL = :W-RCL-MODUL
          AND  VERSION      = :W-RCL-VERSION
          AND  RSTATUS      = "O"
        BROWSE ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         MOVE SPACES TO H-RCL-VON
     END-IF

     EXEC SQL
         UPDATE  =SSFRECALL
            SET  RSTATUS = "S"
          WHERE  ORT     = :H-RCL-ORT
            AND  RSTATUS = "O"
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  DISPLAY "!!! Fehler bei Update in SSFRECALL !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S324-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Online/Offline-Stand (LIST COLD, D263)
******************************************************************
 S325-OPEN-COLDLIST-CURSOR SECTION.
 S325-00.
     EXEC SQL
         OPEN COLDLIST_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S325-99.
     EXIT.

 S326-FETCH-COLDLIST-CURSOR SECTION.
 S326-00.
     EXEC SQL
         FETCH COLDLIST_CURS
          INTO   :W-RCL-VERSION
                ,:W-COLD-MAXZP
                    TYPE AS DATETIME YEAR TO FRACTION(2)
                ,:W-COLD-V1
                ,:H-RCL-ORT
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S326-99.
     EXIT.

 S327-CLOSE-COLDLIST-CURSOR SECTION.
 S327-00.
     EXEC SQL
         CLOSE COLDLIST_CURS
     END-EXEC
     .
 S327-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Fortschritts-Status (PROGRESS, C386)
******************************************************************
 S328-OPEN-PROGRESS-CURSOR SECTION.
 S328-00.
     EXEC SQL
         OPEN PROGRESS_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S328-99.
     EXIT.

 S329-FETCH-PROGRESS-CURSOR SECTION.
 S329-00.
     EXEC SQL
         FETCH PROGRESS_CURS
          INTO   :PROGRAMM  OF SSFPROGRESS
                ,:GESAMT    OF SSFPROGRESS
                ,:ERLEDIGT  OF SSFPROGRESS
                ,:AKT-MODUL OF SSFPROGRESS
                ,:START-TS  OF SSFPROGRESS
                ,:ZPINS     OF SSFPROGRESS
                    TYPE AS DATETIME YEAR TO FRACTION(2)
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S329-99.
     EXIT.

 S333-CLOSE-PROGRESS-CURSOR SECTION.
 S333-00.
     EXEC SQL
         CLOSE PROGRESS_CURS
     END-EXEC
     .
 S333-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Parameter-Verzeichnis =SSFPDICT
* (VERWALTUNG PDICT, PARM SET, s. D913)
******************************************************************
 S334-OPEN-PD-CURSOR SECTION.
 S334-00.
     EXEC SQL
         OPEN PD_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET PD-OK  TO TRUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Open PD_CURS (" D-NUM4 ") !!!"
             SET PD-EOD TO TRUE
     END-EVALUATE
     .
 S334-99.
     EXIT.

 S335-FETCH-PD-CURSOR SECTION.
 S335-00.
     IF  PD-EOD
         EXIT SECTION
     END-IF
     EXEC SQL
         FETCH PD_CURS
          INTO  :H-PD-MUSTER
               ,:H-PD-FELD
               ,:H-PD-TYP
               ,:H-PD-STELLEN
               ,:H-PD-MIN
               ,:H-PD-MAX
               ,:H-PD-WERTE
               ,:H-PD-VORGABE
               ,:H-PD-FUNKTION
               ,:H-PD-HILFE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET PD-OK  TO TRUE
         WHEN OTHER  SET PD-EOD TO TRUE
     END-EVALUATE
     .
 S335-99.
     EXIT.

 S336-CLOSE-PD-CURSOR SECTION.
 S336-00.
     EXEC SQL
         CLOSE PD_CURS
     END-EXEC
     .
 S336-99.
     EXIT.

******************************************************************
* Eintrag H-PD-MUSTER/H-PD-FELD in das Parameter-Verzeichnis
* =SSFPDICT schreiben (VERWALTUNG PDICT SET/INIT, s. D911/D916)
******************************************************************
 S337-INSERT-SSFPDICT SECTION.
 S337-00.
     EXEC SQL
         INSERT
           INTO  =SSFPDICT
                 (MUSTER, FELD, TYP, STELLEN, MIN_WERT, MAX_WERT
                 ,WERTE, VORGABE, FUNKTION, HILFE, GROUP_USER, ZPINS
                 )
         VALUES  (
                  :H-PD-MUSTER
                 ,:H-PD-FELD
                 ,:H-PD-TYP
                 ,:H-PD-STELLEN
                 ,:H-PD-MIN
                 ,:H-PD-MAX
                 ,:H-PD-WERTE
                 ,:H-PD-VORGABE
                 ,:H-PD-FUNKTION
                 ,:H-PD-HILFE
                 ,:H-PD-USER
                 ,CURRENT
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Insert in SSFPDICT: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S337-99.
     EXIT.

******************************************************************
* Eintrag H-PD-MUSTER/H-PD-FELD aus =SSFPDICT entfernen
* (VERWALTUNG PDICT SET/DEL, s. D911) - dass keiner vorhanden war,
* ist kein Fehler
******************************************************************
 S338-DELETE-SSFPDICT SECTION.
 S338-00.
     EXEC SQL
         DELETE
           FROM  =SSFPDICT
          WHERE  MUSTER = :H-PD-MUSTER
            AND  FELD   = :H-PD-FELD
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Delete in SSFPDICT: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S338-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor ueber alle Zeilen =SSPARM
* (VERWALTUNG PDICT CHECK, s. D915)
******************************************************************
 S339-OPEN-PDPRM-CURSOR SECTION.
 S339-00.
     EXEC SQL
         OPEN PDPRM_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET PD-PRM-OK  TO TRUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Open PDPRM_CURS (" D-NUM4 ") !!!"
             SET PD-PRM-EOD TO TRUE
     END-EVALUATE
     .
 S339-99.
     EXIT.

 S341-FETCH-PDPRM-CURSOR SECTION.
 S341-00.
     IF  PD-PRM-EOD
         EXIT SECTION
     END-IF
     EXEC SQL
         FETCH PDPRM_CURS
          INTO  :AKTION      OF SSPARM
               ,:SVOL-SOURCE OF SSPARM
               ,:SVOL-DEST   OF SSPARM
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET PD-PRM-OK  TO TRUE
         WHEN OTHER  SET PD-PRM-EOD TO TRUE
     END-EVALUATE
     .
 S341-99.
     EXIT.

 S342-CLOSE-PDPRM-CURSOR SECTION.
 S342-00.
     EXEC SQL
         CLOSE PDPRM_CURS
     END-EXEC
     .
 S342-99.
     EXIT.

******************************************************************
* Papierkorb: Schnappschuss anlegen, SSAFE-Zeile loeschen,
* Archiv-Index umschluesseln (PURGE/RESTORE/PURGEBIN,
* s. C387/C388/D533)
******************************************************************
 S343-INSERT-SSFRECYC SECTION.
 S343-00.
     EXEC SQL
         INSERT
           INTO  =SSFRECYC
                 (SOURCE_MODUL, SOURCE_TYP, ZIELKLASSE, ANWENDUNG
                 ,GELOESCHT_VON
                 )
         VALUES  (
                  :W-BIN-MODUL
                 ,:H-BIN-TYP
                 ,:H-BIN-KLASSE
                 ,:H-BIN-ANW
                 ,:P-USER-NAME
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Insert in SSFRECYC !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S343-99.
     EXIT.

 S344-DELETE-SSAFE-ROW SECTION.
 S344-00.
     EXEC SQL
         DELETE
           FROM  =SSAFE
          WHERE  SOURCE_MODUL = :W-BIN-MODUL
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  DISPLAY "!!! Fehler bei Delete in SSAFE !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S344-99.
     EXIT.

 S345-UPDATE-SSFRARCH-BIN SECTION.
 S345-00.
     EXEC SQL
         UPDATE  =SSFRARCH
            SET  FILE_TYPE = "BIN"
          WHERE  SOURCE_MODUL = :W-BIN-MODUL
            AND  FILE_TYPE    = "SRC"
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  DISPLAY "!!! Fehler bei Update (BIN) in"
                             " SSFRARCH !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S345-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor abgelaufene Papierkorb-Eintraege (C388)
******************************************************************
 S346-OPEN-RECYC-CURSOR SECTION.
 S346-00.
     EXEC SQL
         OPEN RECYC_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S346-99.
     EXIT.

 S347-FETCH-RECYC-CURSOR SECTION.
 S347-00.
     EXEC SQL
         FETCH RECYC_CURS
          INTO   :W-BIN-MODUL
                ,:H-BIN-VON
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S347-99.
     EXIT.

 S348-CLOSE-RECYC-CURSOR SECTION.
 S348-00.
     EXEC SQL
         CLOSE RECYC_CURS
     END-EXEC
     .
 S348-99.
     EXIT.

 S349-DELETE-SSFRARCH-BIN SECTION.
 S349-00.
     EXEC SQL
         DELETE
           FROM  =SSFRARCH
          WHERE  SOURCE_MODUL = :W-BIN-MODUL
            AND  FILE_TYPE    = "BIN"
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  DISPLAY "!!! Fehler bei Delete (BIN) in"
                             " SSFRARCH !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S349-99.
     EXIT.

 S351-DELETE-SSFRECYC SECTION.
 S351-00.
     EXEC SQL
         DELETE
           FROM  =SSFRECYC
          WHERE  SOURCE_MODUL = :W-BIN-MODUL
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  DISPLAY "!!! Fehler bei Delete in SSFRECYC !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S351-99.
     EXIT.

 S352-SELECT-SSFRECYC SECTION.
 S352-00.
     MOVE SPACES TO H-BIN-TYP H-BIN-KLASSE H-BIN-ANW H-BIN-VON
     EXEC SQL
        SELECT SOURCE_TYP, ZIELKLASSE, ANWENDUNG, GELOESCHT_VON
        INTO   :H-BIN-TYP
              ,:H-BIN-KLASSE
              ,:H-BIN-ANW
              ,:H-BIN-VON
        FROM  =SSFRECYC
        WHERE  SOURCE_MODUL = :W-BIN-MODUL
        BROWSE ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         MOVE SPACES TO H-BIN-VON
     END-IF
     .
 S352-99.
     EXIT.

 S353-UPDATE-SSFRARCH-SRC SECTION.
 S353-00.
     EXEC SQL
         UPDATE  =SSFRARCH
            SET  FILE_TYPE = "SRC"
          WHERE  SOURCE_MODUL = :W-BIN-MODUL
            AND  FILE_TYPE    = "BIN"
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  DISPLAY "!!! Fehler bei Update (SRC) in"
                             " SSFRARCH !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S353-99.
     EXIT.

******************************************************************
* Server-Freischaltliste pflegen (VERW SRVUSER, D534)
******************************************************************
 S354-DELETE-SSFSRVUSR SECTION.
 S354-00.
     EXEC SQL
         DELETE
           FROM  =SSFSRVUSR
          WHERE  SRV_USER = :W-SRV-USER
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  DISPLAY "!!! Fehler bei Delete in SSFSRVUSR !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S354-99.
     EXIT.

 S355-INSERT-SSFSRVUSR SECTION.
 S355-00.
     EXEC SQL
         INSERT
           INTO  =SSFSRVUSR
                 (SRV_USER, FUNKTIONEN)
         VALUES  (
                  :W-SRV-USER
                 ,:W-SRV-FKT
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Insert in SSFSRVUSR !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S355-99.
     EXIT.

 S356-OPEN-SRVUSR-CURSOR SECTION.
 S356-00.
     EXEC SQL
         OPEN SRVUSR_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S356-99.
     EXIT.

 S357-FETCH-SRVUSR-CURSOR SECTION.
 S357-00.
     EXEC SQL
         FETCH SRVUSR_CURS
          INTO   :SRV-USER   OF SSFSRVUSR
                ,:FUNKTIONEN OF SSFSRVUSR
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S357-99.
     EXIT.

 S358-CLOSE-SRVUSR-CURSOR SECTION.
 S358-00.
     EXEC SQL
         CLOSE SRVUSR_CURS
     END-EXEC
     .
 S358-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Umgebungsprofile (C395/D535)
******************************************************************
 S359-OPEN-ENVPR-CURSOR SECTION.
 S359-00.
     EXEC SQL
         OPEN ENVPR_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S359-99.
     EXIT.

 S361-FETCH-ENVPR-CURSOR SECTION.
 S361-00.
     EXEC SQL
         FETCH ENVPR_CURS
          INTO   :W-EP-NAME2
                ,:W-EP-LFDNR
                ,:W-EP-ART
                ,:W-EP-DEFNAME
                ,:W-EP-WERT
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S361-99.
     EXIT.

 S362-CLOSE-ENVPR-CURSOR SECTION.
 S362-00.
     EXEC SQL
         CLOSE ENVPR_CURS
     END-EXEC
     .
 S362-99.
     EXIT.

******************************************************************
* Profil-Zeile anlegen / ganzes Profil loeschen (VERW ENVPROF)
******************************************************************
 S363-INSERT-SSFENVPR SECTION.
 S363-00.
     EXEC SQL
         INSERT
           INTO  =SSFENVPR
                 (PROFIL, LFDNR, ART, DEF_NAME, DEF_WERT)
         VALUES  (
                  :W-EP-NAME
                 ,:W-EP-LFDNR
                 ,:W-EP-ART
                 ,:W-EP-DEFNAME
                 ,:W-EP-WERT
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Insert in SSFENVPR !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S363-99.
     EXIT.

 S364-DELETE-SSFENVPR SECTION.
 S364-00.
     EXEC SQL
         DELETE
           FROM  =SSFENVPR
          WHERE  PROFIL = :W-EP-NAME
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    DISPLAY " kein Profil mit diesem Namen"
         WHEN OTHER  DISPLAY "!!! Fehler bei Delete in SSFENVPR !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S364-99.
     EXIT.

******************************************************************
* Meldungs-Referenzen eines Moduls neu aufbauen (C122)
******************************************************************
 S365-DELETE-SSFMSGREF SECTION.
 S365-00.
     EXEC SQL
         DELETE
           FROM  =SSFMSGREF
          WHERE  SOURCE_MODUL = :W-SOURCE
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  DISPLAY "!!! Fehler bei Delete in SSFMSGREF !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S365-99.
     EXIT.

 S366-INSERT-SSFMSGREF SECTION.
 S366-00.
     EXEC SQL
         INSERT
           INTO  =SSFMSGREF
                 (SOURCE_MODUL, MSGKEY, BEREICH)
         VALUES  (
                  :W-SOURCE
                 ,:H-MSG-KEY
                 ,:H-MSG-BER
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN -8227  CONTINUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Insert in SSFMSGREF !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S366-99.
     EXIT.

******************************************************************
* Katalog-/Referenz-Zaehler fuer den Meldungs-Abgleich
******************************************************************
 S367-COUNT-SSTEXT-KEY SECTION.
 S367-00.
     MOVE ZERO TO H-MSG-CNT
     EXEC SQL
         SELECT  count (*)
           INTO  :H-MSG-CNT
           FROM  =SSTEXT
          WHERE  BEREICH   = :H-MSG-BER
            AND  KATEGORIE = :H-MSG-KEY
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  MOVE ZERO TO H-MSG-CNT
     END-EVALUATE
     .
 S367-99.
     EXIT.

 S372-COUNT-SSTEXT-SPRACHEN SECTION.
 S372-00.
     MOVE ZERO TO H-MSG-SPR
     EXEC SQL
         SELECT  count (DISTINCT SPRACHE)
           INTO  :H-MSG-SPR
           FROM  =SSTEXT
          WHERE  BEREICH   = :H-MSG-BER
            AND  KATEGORIE = :H-MSG-KEY
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  MOVE ZERO TO H-MSG-SPR
     END-EVALUATE
     .
 S372-99.
     EXIT.

 S375-COUNT-SSFMSGREF-KEY SECTION.
 S375-00.
     MOVE ZERO TO H-MSG-CNT
     EXEC SQL
         SELECT  count (*)
           INTO  :H-MSG-CNT
           FROM  =SSFMSGREF
          WHERE  MSGKEY = :H-MSG-KEY
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER  MOVE ZERO TO H-MSG-CNT
     END-EVALUATE
     .
 S375-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Meldungs-Abgleich (MSGCHECK, C396)
******************************************************************
 S368-OPEN-MSGREF-CURSOR SECTION.
 S368-00.
     EXEC SQL
         OPEN MSGREF_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S368-99.
     EXIT.

 S369-FETCH-MSGREF-CURSOR SECTION.
 S369-00.
     EXEC SQL
         FETCH MSGREF_CURS
          INTO   :H-MSG-KEY
                ,:H-MSG-BER
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S369-99.
     EXIT.

 S371-CLOSE-MSGREF-CURSOR SECTION.
 S371-00.
     EXEC SQL
         CLOSE MSGREF_CURS
     END-EXEC
     .
 S371-99.
     EXIT.

 S373-OPEN-MSGTXT-CURSOR SECTION.
 S373-00.
     EXEC SQL
         OPEN MSGTXT_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S373-99.
     EXIT.

 S374-FETCH-MSGTXT-CURSOR SECTION.
 S374-00.
     EXEC SQL
         FETCH MSGTXT_CURS
          INTO   :H-MSG-BER
                ,:H-MSG-KEY
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S374-99.
     EXIT.

 S376-CLOSE-MSGTXT-CURSOR SECTION.
 S376-00.
     EXEC SQL
         CLOSE MSGTXT_CURS
     END-EXEC
     .
 S376-99.
     EXIT.

******************************************************************
* Parameter-Historie schreiben / Parameter upserten /
* Historien-Zeilen lesen (PARM/PARMHIST, D536-D541)
******************************************************************
 S377-INSERT-SSFPARMH SECTION.
 S377-00.
     EXEC SQL
         INSERT
           INTO  =SSFPARMH
                 (AKTION, ALT_SOURCE, ALT_DEST, NEU_SOURCE
                 ,NEU_DEST, GEAENDERT_VON, GRUND, WIRKSAM_AB
                 ,PSTATUS
                 )
         VALUES  (
                  :W-PAR-AKTION
                 ,:W-PAR-ALT-SOURCE
                 ,:W-PAR-ALT-DEST
                 ,:W-PAR-NEU-SOURCE
                 ,:W-PAR-NEU-DEST
                 ,:P-USER-NAME
                 ,:W-PAR-GRUND
                 ,:W-PAR-AB
                 ,:W-PAR-STATUS
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Insert in SSFPARMH !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S377-99.
     EXIT.

 S378-UPSERT-SSPARM SECTION.
 S378-00.
     PERFORM S310-UPDATE-SSPARM
     IF  NOT SSPRM-OK
**      ---> Parameter existiert noch nicht - neu anlegen
         PERFORM S340-INSERT-SSPARM
     END-IF
     .
 S378-99.
     EXIT.

 S379-OPEN-PARMAPPLY-CURSOR SECTION.
 S379-00.
     EXEC SQL
         OPEN PARMAPPLY_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S379-99.
     EXIT.

 S381-FETCH-PARMAPPLY-CURSOR SECTION.
 S381-00.
     EXEC SQL
         FETCH PARMAPPLY_CURS
          INTO   :W-PAR-AKTION
                ,:W-PAR-NEU-SOURCE
                ,:W-PAR-NEU-DEST
                ,:W-PAR-ZP
                    TYPE AS DATETIME YEAR TO FRACTION(2)
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S381-99.
     EXIT.

 S383-CLOSE-PARMAPPLY-CURSOR SECTION.
 S383-00.
     EXEC SQL
         CLOSE PARMAPPLY_CURS
     END-EXEC
     .
 S383-99.
     EXIT.

 S382-UPDATE-SSFPARMH-AKTIV SECTION.
 S382-00.
     EXEC SQL
         UPDATE  =SSFPARMH
            SET  PSTATUS = "A"
          WHERE  AKTION  = :W-PAR-AKTION
            AND  PSTATUS = "G"
            AND  ZPINS   = :W-PAR-ZP
                    TYPE AS DATETIME YEAR TO FRACTION(2)
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER  DISPLAY "!!! Fehler bei Update in SSFPARMH !!!"
                     SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S382-99.
     EXIT.

 S384-OPEN-PARMH-CURSOR SECTION.
 S384-00.
     EXEC SQL
         OPEN PARMH_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S384-99.
     EXIT.

 S385-FETCH-PARMH-CURSOR SECTION.
 S385-00.
     EXEC SQL
         FETCH PARMH_CURS
          INTO   :W-PAR-ALT-SOURCE
                ,:W-PAR-ALT-DEST
                ,:W-PAR-NEU-SOURCE
                ,:W-PAR-NEU-DEST
                ,:W-PAR-VON
                ,:W-PAR-GRUND
                ,:W-PAR-AB
                ,:W-PAR-STATUS
                ,:W-PAR-ZP
                    TYPE AS DATETIME YEAR TO FRACTION(2)
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSF-OK  TO TRUE
         WHEN OTHER  SET SSF-EOD TO TRUE
     END-EVALUATE
     .
 S385-99.
     EXIT.

 S386-CLOSE-PARMH-CURSOR SECTION.
 S386-00.
     EXEC SQL
         CLOSE PARMH_CURS
     END-EXEC
     .
 S386-99.
     EXIT.

******************************************************************
* Open Cursor Legal Hold - aktive Holds (LIST), Holds eines Moduls
* (MODUL) bzw. Holds auf alte Protokolleintraege (PROT), s. D840
******************************************************************
 S387-OPEN-HOLD-CURSOR SECTION.
 S387-00.
     EVALUATE TRUE
         WHEN HOLD-ZIEL-MODUL
             EXEC SQL
                 OPEN HOLD_MOD_CURS
             END-EXEC
         WHEN HOLD-ZIEL-PROT
             EXEC SQL
                 OPEN HOLD_PROT_CURS
             END-EXEC
         WHEN OTHER
             EXEC SQL
                 OPEN HOLD_LIST_CURS
             END-EXEC
     END-EVALUATE
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFHOLD-OK  TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Open (S387) auf Tabelle SSFHOLD: "
                             D-NUM4
                     SET SSFHOLD-EOD TO TRUE
     END-EVALUATE
     .
 S387-99.
     EXIT.

******************************************************************
* Fetch Cursor Legal Hold (s. S387)
******************************************************************
 S388-FETCH-HOLD-CURSOR SECTION.
 S388-00.
     EVALUATE TRUE
         WHEN HOLD-ZIEL-MODUL
             EXEC SQL
                 FETCH HOLD_MOD_CURS
                  INTO   :HOLD-NR       OF SSFHOLD
                        ,:HOLD-ART      OF SSFHOLD
                        ,:HOLD-WERT     OF SSFHOLD
                        ,:DATUM-VON     OF SSFHOLD
                        ,:DATUM-BIS     OF SSFHOLD
                        ,:ENDE-DATUM    OF SSFHOLD
                        ,:ANTRAGSTELLER OF SSFHOLD
                        ,:GRUND         OF SSFHOLD
             END-EXEC
         WHEN HOLD-ZIEL-PROT
             EXEC SQL
                 FETCH HOLD_PROT_CURS
                  INTO   :HOLD-NR       OF SSFHOLD
                        ,:HOLD-ART      OF SSFHOLD
                        ,:HOLD-WERT     OF SSFHOLD
                        ,:DATUM-VON     OF SSFHOLD
                        ,:DATUM-BIS     OF SSFHOLD
                        ,:ENDE-DATUM    OF SSFHOLD
                        ,:ANTRAGSTELLER OF SSFHOLD
                        ,:GRUND         OF SSFHOLD
             END-EXEC
         WHEN OTHER
             EXEC SQL
                 FETCH HOLD_LIST_CURS
                  INTO   :HOLD-NR       OF SSFHOLD
                        ,:HOLD-ART      OF SSFHOLD
                        ,:HOLD-WERT     OF SSFHOLD
                        ,:DATUM-VON     OF SSFHOLD
                        ,:DATUM-BIS     OF SSFHOLD
                        ,:ENDE-DATUM    OF SSFHOLD
                        ,:ANTRAGSTELLER OF SSFHOLD
                        ,:GRUND         OF SSFHOLD
             END-EXEC
     END-EVALUATE
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFHOLD-OK  TO TRUE
         WHEN 100    SET SSFHOLD-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S388) aus Tabelle SSFHOLD: "
                             D-NUM4
                     SET SSFHOLD-EOD TO TRUE
     END-EVALUATE
     .
 S388-99.
     EXIT.

******************************************************************
* Close Cursor Legal Hold (s. S387)
******************************************************************
 S389-CLOSE-HOLD-CURSOR SECTION.
 S389-00.
     EVALUATE TRUE
         WHEN HOLD-ZIEL-MODUL
             EXEC SQL
                 CLOSE HOLD_MOD_CURS
             END-EXEC
         WHEN HOLD-ZIEL-PROT
             EXEC SQL
                 CLOSE HOLD_PROT_CURS
             END-EXEC
         WHEN OTHER
             EXEC SQL
                 CLOSE HOLD_LIST_CURS
             END-EXEC
     END-EVALUATE
     .
 S389-99.
     EXIT.

******************************************************************
* hoechste vergebene Hold-Nummer (HOLD ADD, s. C761)
******************************************************************
 S390-MAX-HOLDNR-SSFHOLD SECTION.
 S390-00.
     MOVE ZERO TO W-HOLD-NR
     EXEC SQL
         SELECT  max(HOLD_NR)
           INTO  :W-HOLD-NR
           FROM  =SSFHOLD
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         MOVE ZERO TO W-HOLD-NR
     END-IF
     .
 S390-99.
     EXIT.

******************************************************************
* Legal Hold einfuegen (HOLD ADD, s. C761)
******************************************************************
 S391-INSERT-SSFHOLD SECTION.
 S391-00.
     SET SSFHOLD-NOK TO TRUE
     EXEC SQL
         INSERT
           INTO  =SSFHOLD
                 (HOLD_NR, HOLD_ART, HOLD_WERT, DATUM_VON, DATUM_BIS
                 ,ENDE_DATUM, ANTRAGSTELLER, GRUND, HOLD_STATUS
                 ,ERFASST_VON, ZPINS)
         VALUES  (
                  :HOLD-NR       OF SSFHOLD
                 ,:HOLD-ART      OF SSFHOLD
                 ,:HOLD-WERT     OF SSFHOLD
                 ,:DATUM-VON     OF SSFHOLD
                 ,:DATUM-BIS     OF SSFHOLD
                 ,:ENDE-DATUM    OF SSFHOLD
                 ,:ANTRAGSTELLER OF SSFHOLD
                 ,:GRUND         OF SSFHOLD
                 ,"AK"
                 ,:P-USER-NAME
                 ,CURRENT
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFHOLD-OK TO TRUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Insert in SSFHOLD: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S391-99.
     EXIT.

******************************************************************
* einen Legal Hold ueber seine Nummer lesen (HOLD LIFT, s. C762)
******************************************************************
 S392-SELECT-SSFHOLD SECTION.
 S392-00.
     EXEC SQL
         SELECT  HOLD_ART, HOLD_WERT, DATUM_VON, DATUM_BIS
                ,ENDE_DATUM, ANTRAGSTELLER, GRUND, HOLD_STATUS
           INTO  :HOLD-ART      OF SSFHOLD
                ,:HOLD-WERT     OF SSFHOLD
                ,:DATUM-VON     OF SSFHOLD
                ,:DATUM-BIS     OF SSFHOLD
                ,:ENDE-DATUM    OF SSFHOLD
                ,:ANTRAGSTELLER OF SSFHOLD
                ,:GRUND         OF SSFHOLD
                ,:HOLD-STATUS   OF SSFHOLD
           FROM  =SSFHOLD
          WHERE  HOLD_NR = :HOLD-NR OF SSFHOLD
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFHOLD-OK  TO TRUE
         WHEN 100    SET SSFHOLD-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S392) aus Tabelle SSFHOLD: "
                             D-NUM4
                     SET SSFHOLD-EOD TO TRUE
     END-EVALUATE
     .
 S392-99.
     EXIT.

******************************************************************
* Legal Hold aufheben (HOLD LIFT, s. C762) - der Satz bleibt als
* Nachweis stehen, HOLD_STATUS "AU" mit Aufhebendem und Zeitpunkt
******************************************************************
 S393-UPDATE-SSFHOLD-LIFT SECTION.
 S393-00.
     SET SSFHOLD-NOK TO TRUE
     EXEC SQL
         UPDATE  =SSFHOLD
            SET  HOLD_STATUS    = "AU"
                ,AUFGEHOBEN_VON = :P-USER-NAME
                ,ZP_AUFGEHOBEN  = CURRENT
          WHERE  HOLD_NR     = :HOLD-NR OF SSFHOLD
            AND  HOLD_STATUS = "AK"
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SSFHOLD-OK TO TRUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Update in SSFHOLD: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S393-99.
     EXIT.

******************************************************************
* Open/Fetch/Close Cursor Ressourcen-Deklarationen einer Kette
* (KETTE EXPORT/IMPORT/DIFF, s. D966/D967)
******************************************************************
 S394-OPEN-KX-RES-CURSOR SECTION.
 S394-00.
     EXEC SQL
         OPEN KX_RES_CURS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET RSC-OK  TO TRUE
         WHEN OTHER  SET RSC-EOD TO TRUE
     END-EVALUATE
     .
 S394-99.
     EXIT.

 S395-FETCH-KX-RES-CURSOR SECTION.
 S395-00.
     EXEC SQL
         FETCH KX_RES_CURS
          INTO  :LFDNR          OF SSFRESDEF
               ,:RESSOURCE      OF SSFRESDEF
               ,:MODUS          OF SSFRESDEF
               ,:MAX-WARTE-MIN  OF SSFRESDEF
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET RSC-OK  TO TRUE
         WHEN 100    SET RSC-EOD TO TRUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Fetch (S395) aus Tabelle SSFRESDEF: "
                             D-NUM4
                     SET RSC-EOD TO TRUE
     END-EVALUATE
     .
 S395-99.
     EXIT.

 S396-CLOSE-KX-RES-CURSOR SECTION.
 S396-00.
     EXEC SQL
         CLOSE KX_RES_CURS
     END-EXEC
     .
 S396-99.
     EXIT.

******************************************************************
* alle Ressourcen-Deklarationen einer Kette (ANWENDUNG/FUNKTION aus
* S422) in =SSFRESDEF loeschen (Kettenimport, D565)
******************************************************************
 S397-DELETE-SSFRESDEF-KETTE SECTION.
 S397-00.
     EXEC SQL
         DELETE
           FROM  =SSFRESDEF
          WHERE  ANWENDUNG     = :H-KX-ANWENDUNG
            AND  FUNKTION      = :H-KX-FUNKTION
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO
         WHEN 100    CONTINUE
         WHEN OTHER
             MOVE SQLCODE OF SQLCA TO D-NUM4
             DISPLAY "!!! Fehler bei Delete in SSFRESDEF: " D-NUM4
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S397-99.
     EXIT.

******************************************************************
* Shelf-Eintrag anlegen (SHELVE, s. C115) - FILE_TYPE "SHV",
* VERSION "SHELF", ARCHIV_MODUL = geparkte Datei
******************************************************************
 S795-INSERT-SSFRARCH-SHELF SECTION.
 S795-00.
     EXEC SQL
         INSERT
           INTO  =SSFRARCH
                 (SOURCE_MODUL, VERSION, FILE_TYPE, ARCHIV_MODUL
                 ,GROUP_USER, PROD_STATE, COUT_FLAG
                 )
         VALUES  (
                  :SOURCE-MODUL OF SSAFE
                 ,"SHELF"
                 ,"SHV"
                 ,:W-SHV-FILE
                 ,:P-USER-NAME
                 ,"S"
                 ," "
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Insert (Shelf) in SSFRARCH !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S795-99.
     EXIT.

******************************************************************
* Shelf-Eintrag des Aufrufers lesen (SHELVE/UNSHELVE, C115/C116)
******************************************************************
 S796-SELECT-SSFRARCH-SHELF SECTION.
 S796-00.
     MOVE SPACE  TO W-SHV-FLAG
     MOVE SPACES TO W-SHV-FILE
     MOVE SPACES TO W-SHV-ZPINS
     EXEC SQL
         SELECT  ARCHIV_MODUL, ZPINS
           INTO  :W-SHV-FILE
                ,:W-SHV-ZPINS
                    TYPE AS DATETIME YEAR TO FRACTION(2)
           FROM  =SSFRARCH
          WHERE  SOURCE_MODUL = :SOURCE-MODUL OF SSAFE
            AND  VERSION      = "SHELF"
            AND  FILE_TYPE    = "SHV"
            AND  GROUP_USER   = :P-USER-NAME
         BROWSE ACCESS
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   SET SHELF-VORHANDEN TO TRUE
         WHEN 100    CONTINUE
         WHEN OTHER  MOVE SQLCODE OF SQLCA TO D-NUM4
                     DISPLAY " Fehler beim Select (S796) aus Tabelle SSFRARCH: "
                             D-NUM4
     END-EVALUATE
     .
 S796-99.
     EXIT.

******************************************************************
* Shelf-Eintrag austragen (UNSHELVE, s. C116)
******************************************************************
 S797-DELETE-SSFRARCH-SHELF SECTION.
 S797-00.
     EXEC SQL
         DELETE
           FROM  =SSFRARCH
          WHERE  SOURCE_MODUL = :SOURCE-MODUL OF SSAFE
            AND  VERSION      = "SHELF"
            AND  FILE_TYPE    = "SHV"
            AND  GROUP_USER   = :P-USER-NAME
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   CONTINUE
         WHEN 100    CONTINUE
         WHEN OTHER
             DISPLAY "!!! Fehler bei Delete (Shelf) in SSFRARCH !!!"
             SET PRG-ABBRUCH TO TRUE
     END-EVALUATE
     .
 S797-99.
     EXIT.

******************************************************************
* Shelf-Eintraege eines Moduls zaehlen - unabhaengig vom User
* (SHELVE, s. C115: nur EIN Shelf je Modul, weil die Shelf-Datei
* den blanken Modulnamen traegt)
******************************************************************
 S801-COUNT-SSFRARCH-SHELF-MODUL SECTION.
 S801-00.
     MOVE ZERO TO W-SHV-MOD-ANZ
     EXEC SQL
         SELECT  COUNT(*)
           INTO  :W-SHV-MOD-ANZ
           FROM  =SSFRARCH
          WHERE  SOURCE_MODUL = :SOURCE-MODUL OF SSAFE
            AND  VERSION      = "SHELF"
            AND  FILE_TYPE    = "SHV"
         BROWSE ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         MOVE SQLCODE OF SQLCA TO D-NUM4
         DISPLAY " Fehler beim Select (S801) aus Tabelle SSFRARCH: "
                 D-NUM4
     END-IF
     .
 S801-99.
     EXIT.

******************************************************************
* Modulname repository-WEIT zaehlen - bewusst OHNE den Mandanten-
* Filter der Sitzung: die =SSAFE-Schreibwege (S110/S120/S121/
* S122/S123/S344) und das ZIP-Archiv (SSFCIN0M kennt keine
* ANWENDUNG) sind allein ueber SOURCE_MODUL gekeyt; das erste
* CHECKIN (C100) und VERW RESTORE (D533) erzwingen damit die
* globale Eindeutigkeit des Namens ueber alle Anwendungen
******************************************************************
 S802-COUNT-SSAFE-GLOBAL SECTION.
 S802-00.
     MOVE ZERO TO W-ANW-GLOB-ANZ
     EXEC SQL
         SELECT  COUNT(*)
           INTO  :W-ANW-GLOB-ANZ
           FROM  =SSAFE
          WHERE  SOURCE_MODUL = :SOURCE-MODUL OF SSAFE
         BROWSE ACCESS
     END-EXEC
     IF  SQLCODE OF SQLCA NOT = ZERO
         MOVE SQLCODE OF SQLCA TO D-NUM4
         DISPLAY " Fehler beim Select (S802) aus Tabelle SSAFE: "
                 D-NUM4
         SET PRG-ABBRUCH TO TRUE
     END-IF
     .
 S802-99.
     EXIT.

******************************************************************
* Kommandozeile ins Sitzungs-Journal schreiben (s. B100/B200) -
* eigener Commit; ein Journal-Fehler darf die eigentliche Aktion
* nicht beeintraechtigen (kein PRG-ABBRUCH, analog S205/SIEM)
******************************************************************
 E353-JOURNAL-COMMAND SECTION.
 E353-00.
     IF  PRG-ABBRUCH
         MOVE "AB" TO W-SESS-RC
     ELSE
         MOVE "OK" TO W-SESS-RC
     END-IF

**  ---> Antwortzeit dieser Kommando-Ebene abschliessen (s. E357):
**       DAUER_CS 0 = nicht gemessen, unter 1/100 Sek. zaehlt als 1
     MOVE ZERO TO STUNDE       OF SSFSESS
                  DAUER-CS     OF SSFSESS
                  DAUER-COU-CS OF SSFSESS
                  DAUER-CIN-CS OF SSFSESS
                  DAUER-ZIP-CS OF SSFSESS
     IF  W-RZ-EBENE > ZERO
         IF  W-RZ-EBENE NOT > 5
             PERFORM U031-UHRZEIT-CS
             COMPUTE W-RZ-DELTA-CS =
                     W-RZ-UHR-CS - W-RZ-START-CS (W-RZ-EBENE)
             IF  W-RZ-DELTA-CS < ZERO
**              ---> Kommando lief ueber Mitternacht
                 ADD 8640000 TO W-RZ-DELTA-CS
             END-IF
             IF  W-RZ-DELTA-CS = ZERO
                 MOVE 1 TO W-RZ-DELTA-CS
             END-IF
             MOVE W-RZ-DELTA-CS TO DAUER-CS OF SSFSESS
             MOVE W-RZ-START-STUNDE (W-RZ-EBENE)
               TO STUNDE       OF SSFSESS
             MOVE W-RZ-MOD-CS (W-RZ-EBENE, 1)
               TO DAUER-COU-CS OF SSFSESS
             MOVE W-RZ-MOD-CS (W-RZ-EBENE, 2)
               TO DAUER-CIN-CS OF SSFSESS
             MOVE W-RZ-MOD-CS (W-RZ-EBENE, 3)
               TO DAUER-ZIP-CS OF SSFSESS
         END-IF
         SUBTRACT 1 FROM W-RZ-EBENE
     END-IF

     PERFORM U100-BEGIN
     EXEC SQL
         INSERT
           INTO  =SSFSESS
                 (GROUP_USER, KOMMANDO, KDO_ZEILE, HOMETERM, RC,
                  STUNDE, DAUER_CS, DAUER_COU_CS, DAUER_CIN_CS,
                  DAUER_ZIP_CS)
         VALUES  (
                  :P-USER-NAME
                 ,:W-SESS-KOMMANDO
                 ,:W-SESS-EINGABE
                 ,:W-MY-HOMETERM
                 ,:W-SESS-RC
                 ,:STUNDE       OF SSFSESS
                 ,:DAUER-CS     OF SSFSESS
                 ,:DAUER-COU-CS OF SSFSESS
                 ,:DAUER-CIN-CS OF SSFSESS
                 ,:DAUER-ZIP-CS OF SSFSESS
                 )
     END-EXEC
     EVALUATE SQLCODE OF SQLCA
         WHEN ZERO   PERFORM U110-COMMIT
         WHEN OTHER  PERFORM U120-ROLLBACK
                     DISPLAY "!! Sitzungs-Journal nicht beschreibbar !!"
     END-EVALUATE
     .
 E353-99.
     EXIT.

******************************************************************
* stabiles Pseudonym fuer eine GROUP-USER-Identitaet ermitteln
* (pseudonymisierte PROT-Exporte, s. C221/C222): existiert noch
* keine Zuordnung in =SSFPSEUD, wird unter der naechsten laufenden
* Nummer eine neue angelegt - dieselbe Identitaet erhaelt damit
* in jedem Export dasselbe Pseudonym; Aufloesung nur ueber
* VERWALTUNG PSEUDO (D512)
******************************************************************
 E354-PSEUDONYM SECTION.
 E354-00.
     MOVE SPACES TO W-PSEUD-NAME
     PERFORM S993-SELECT-SSFPSEUD
     IF  SSFPSEUD-OK
         EXIT SECTION
     END-IF

**  ---> noch keine Zuordnung: naechste laufende Nummer vergeben
     PERFORM S995-COUNT-SSFPSEUD
     ADD 1 TO W-PSEUD-LFDNR
     MOVE W-PSEUD-LFDNR TO W-PSEUD-LFDNR-ED
     MOVE SPACES TO W-PSEUD-NAME
     STRING  "USER-"           DELIMITED BY SIZE
             W-PSEUD-LFDNR-ED  DELIMITED BY SIZE
       INTO  W-PSEUD-NAME
     END-STRING

     PERFORM U100-BEGIN
     PERFORM S994-INSERT-SSFPSEUD
     IF  SSFPSEUD-OK
         PERFORM U110-COMMIT
     ELSE
         PERFORM U120-ROLLBACK
     END-IF
     .
 E354-99.
     EXIT.

******************************************************************
* pseudonymisierten Export in =SSPROT protokollieren (Aktion "PE")
* - wer wann welche Zieldatei pseudonymisiert exportiert hat
******************************************************************
 E355-PROTOKOLL-PSEUD-EXPORT SECTION.
 E355-00.
     MOVE "PROTEXP"   TO SOURCE-MODUL OF SSPROT
     MOVE "PE"        TO AKTION       OF SSPROT
     MOVE P-USER-NAME TO GROUP-USER   OF SSPROT
     MOVE "NO"        TO KZ-FREIGABE  OF SSPROT
     MOVE SPACES      TO KOMMENTAR    OF SSPROT
     STRING  "pseudonymisierter Export nach " DELIMITED BY SIZE
             W-PROTEXP-FILE                   DELIMITED BY SPACE
       INTO  KOMMENTAR OF SSPROT
     END-STRING
     PERFORM U100-BEGIN
     PERFORM S200-INSERT-SSPROT
     PERFORM U110-COMMIT
     .
 E355-99.
     EXIT.

******************************************************************
* einfacher Muster-Vergleich fuer Modulnamen: "?" steht fuer genau
* ein Zeichen, "*" fuer beliebig viele Zeichen bis zum Namensende
* (die erste *-Position beendet den Vergleich als Treffer);
* Eingaben W-MUST-PATTERN / W-MUST-KANDIDAT, Ergebnis MUSTER-TRIFFT
******************************************************************
 E356-MATCH-MUSTER SECTION.
 E356-00.
     SET MUSTER-TRIFFT TO TRUE
     PERFORM VARYING W-MUST-I FROM 1 BY 1
             UNTIL   W-MUST-I > 8

         EVALUATE TRUE
             WHEN W-MUST-PATTERN (W-MUST-I:1) = "*"
**              ---> Rest beliebig: Treffer steht fest
                 MOVE 9 TO W-MUST-I
             WHEN W-MUST-PATTERN (W-MUST-I:1) = "?"
**              ---> genau ein beliebiges Zeichen
                 IF  W-MUST-KANDIDAT (W-MUST-I:1) = SPACE
                     MOVE SPACE TO W-MUST-FLAG
                     MOVE 9     TO W-MUST-I
                 END-IF
             WHEN W-MUST-PATTERN (W-MUST-I:1)
                  NOT = W-MUST-KANDIDAT (W-MUST-I:1)
                 MOVE SPACE TO W-MUST-FLAG
                 MOVE 9     TO W-MUST-I
             WHEN OTHER
                 CONTINUE
         END-EVALUATE
     END-PERFORM
     .
 E356-99.
     EXIT.

******************************************************************
* Antwortzeit-Messung eines Kommandos starten (B100/B200, direkt
* vor der Verzweigung): neue Schachtelungsebene mit Startzeit,
* Startstunde und leeren Unterprogramm-Zeiten; abgeschlossen und
* mitjournaliert wird sie in E353 (Mitternachts-Ueberlauf analog
* E345-CTIM-STOP)
******************************************************************
 E357-RZ-KOMMANDO-START SECTION.
 E357-00.
     ADD 1 TO W-RZ-EBENE
     IF  W-RZ-EBENE > 5
         EXIT SECTION
     END-IF

     PERFORM U031-UHRZEIT-CS
     MOVE W-RZ-UHR-CS          TO W-RZ-START-CS     (W-RZ-EBENE)
     MOVE TAL-HH OF TAL-TIME-D TO W-RZ-START-STUNDE (W-RZ-EBENE)
     MOVE ZERO TO W-RZ-MOD-CS (W-RZ-EBENE, 1)
                  W-RZ-MOD-CS (W-RZ-EBENE, 2)
                  W-RZ-MOD-CS (W-RZ-EBENE, 3)
     .
 E357-99.
     EXIT.

******************************************************************
* Zeitnahme vor dem Aufruf eines Unterprogramms (W-RZ-MOD ist vom
* Aufrufer mit RZ-MOD-COU/-CIN/-ZIP belegt)
******************************************************************
 E358-RZ-MODUL-START SECTION.
 E358-00.
     PERFORM U031-UHRZEIT-CS
     MOVE W-RZ-UHR-CS TO W-RZ-MOD-START-CS
     .
 E358-99.
     EXIT.

******************************************************************
* Zeitnahme nach dem Aufruf: die Dauer zaehlt fuer alle offenen
* Kommando-Ebenen (ein SCRIPT enthaelt die Zeiten seiner Zeilen)
******************************************************************
 E359-RZ-MODUL-STOP SECTION.
 E359-00.
     IF  W-RZ-EBENE = ZERO
         EXIT SECTION
     END-IF

     PERFORM U031-UHRZEIT-CS
     COMPUTE W-RZ-DELTA-CS = W-RZ-UHR-CS - W-RZ-MOD-START-CS
     IF  W-RZ-DELTA-CS < ZERO
**      ---> Aufruf ging ueber Mitternacht
         ADD 8640000 TO W-RZ-DELTA-CS
     END-IF

     PERFORM VARYING W-RZ-I FROM 1 BY 1
             UNTIL   W-RZ-I > W-RZ-EBENE
             OR      W-RZ-I > 5
         ADD W-RZ-DELTA-CS TO W-RZ-MOD-CS (W-RZ-I, W-RZ-MOD)
     END-PERFORM
     .
 E359-99.
     EXIT.

******************************************************************
* Sitzung im Sitzungs-Register (=SSFSREG) anmelden - nur fuer
* interaktive Sitzungen (s. B000); setzt den Leerlauf-Timeout aus
* =SSPARM "SESSIDLE" und prueft die Obergrenze gleichzeitiger
* Sitzungen je User aus =SSPARM "SESSMAX". Ein Register-Fehler
* stoert die Sitzung nicht (analog E353), nur das Ueberschreiten
* der Obergrenze fuehrt zur Abweisung (E384)
******************************************************************
 E380-SESSION-ANMELDEN SECTION.
 E380-00.
**  ---> Leerlauf-Timeout in Minuten aus =SSPARM (AKTION "SESSIDLE",
**       dreistellig in SVOL_SOURCE) - kein oder kein numerischer
**       Eintrag: Default W-REG-IDLE-MIN (bisheriger fester Timeout)
     MOVE "SESSIDLE" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  SSPRM-OK
         IF  SVOL-SOURCE OF SSPARM (1:3) IS NUMERIC
         AND SVOL-SOURCE OF SSPARM (1:3) NOT = "000"
             MOVE SVOL-SOURCE OF SSPARM (1:3) TO W-REG-IDLE-MIN
         END-IF
     END-IF
     COMPUTE W-REG-IDLE-SEK = W-REG-IDLE-MIN * 60
     MOVE W-REG-IDLE-SEK TO C9-TIME-OUT

**  ---> Obergrenze gleichzeitiger Sitzungen je User (AKTION
**       "SESSMAX", zweistellig in SVOL_SOURCE) - kein Eintrag
**       oder "00": unbegrenzt
     MOVE ZERO TO W-REG-MAX
     MOVE "SESSMAX" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  SSPRM-OK
         IF  SVOL-SOURCE OF SSPARM (1:2) IS NUMERIC
             MOVE SVOL-SOURCE OF SSPARM (1:2) TO W-REG-MAX
         END-IF
     END-IF

**  ---> eigenen Prozessnamen holen (Schluessel im Register)
     MOVE SPACES TO W-REG-PROZESS
     ENTER TAL "PROCESSHANDLE_DECOMPOSE_"
                USING P-PROCESSHANDLE
                      OMITTED OMITTED OMITTED
                      OMITTED OMITTED
                      W-REG-PROZESS (1:ST-PROC-FNAME-LEN47)
                      W-REG-PROZESS-LEN
               GIVING P-ERROR
     IF  P-ERROR NOT = ZERO
         MOVE P-ERROR TO D-NUM4
         DISPLAY "!! Sitzungs-Register: PROCESSHANDLE_DECOMPOSE_ - "
                 D-NUM4 " !!"
         EXIT SECTION
     END-IF

**  ---> verwaiste Eintraege abraeumen: ein frueherer Prozess gleichen
**       Namens und Sitzungen ohne Aktivitaet seit dem doppelten
**       Leerlauf-Timeout (mindestens 60 Minuten) - deren Prozess
**       wurde nicht regulaer ueber B090 beendet
     COMPUTE W-REG-STALE-MIN = W-REG-IDLE-MIN * 2
     IF  W-REG-STALE-MIN < 60
         MOVE 60 TO W-REG-STALE-MIN
     END-IF
     MOVE W-REG-STALE-MIN TO H-REG-STALE

     PERFORM U100-BEGIN
     PERFORM S424-DELETE-SSFSREG-ALT
     IF  REG-SQL-NOK
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF

**  ---> Obergrenze erreicht: Sitzung abweisen
     IF  W-REG-MAX > ZERO
         PERFORM S425-COUNT-SSFSREG
         IF  W-REG-ANZ NOT < W-REG-MAX
             PERFORM U110-COMMIT
             PERFORM E384-SESSION-ABWEISEN
             EXIT SECTION
         END-IF
     END-IF

**  ---> Sitzung eintragen
     MOVE "ANMELDUNG" TO W-REG-KDO
     PERFORM S426-INSERT-SSFSREG
     IF  REG-SQL-OK
         PERFORM U110-COMMIT
         SET REG-AKTIV TO TRUE
     ELSE
         PERFORM U120-ROLLBACK
     END-IF
     .
 E380-99.
     EXIT.

******************************************************************
* letzte Aktivitaet der Sitzung im Register fortschreiben (nach
* jedem Kommando, s. B100) - fehlt der Eintrag, weil er waehrend
* eines lang laufenden Kommandos als verwaist abgeraeumt wurde,
* wird er neu angelegt
******************************************************************
 E381-SESSION-AKTIVITAET SECTION.
 E381-00.
     MOVE W-SESS-KOMMANDO TO W-REG-KDO
     PERFORM U100-BEGIN
     PERFORM S427-UPDATE-SSFSREG
     IF  REG-SQL-FEHLT
         PERFORM S426-INSERT-SSFSREG
     END-IF
     IF  REG-SQL-OK
         PERFORM U110-COMMIT
     ELSE
         PERFORM U120-ROLLBACK
     END-IF
     .
 E381-99.
     EXIT.

******************************************************************
* Sitzung aus dem Register austragen (Programmende B090, Timeout)
******************************************************************
 E382-SESSION-ABMELDEN SECTION.
 E382-00.
     PERFORM U100-BEGIN
     PERFORM S428-DELETE-SSFSREG
     IF  REG-SQL-OK
         PERFORM U110-COMMIT
     ELSE
         PERFORM U120-ROLLBACK
     END-IF
     MOVE SPACE TO W-REG-AKTIV-FLAG
     .
 E382-99.
     EXIT.

******************************************************************
* Leerlauf-Timeout der Terminal-Eingabe abgelaufen (vorgemerkt in
* den Declaratives): erzwungene Abmeldung in =SSPROT (Aktion "SO")
* protokollieren, Sitzung austragen, Obey-Datei loeschen, Ende
******************************************************************
 E383-SESSION-TIMEOUT SECTION.
 E383-00.
     DISPLAY " "
     IF  REG-AKTIV
         MOVE W-REG-IDLE-MIN TO W-REG-MIN-ED
         MOVE "SESSIDLE"   TO SOURCE-MODUL OF SSPROT
         MOVE "SO"         TO AKTION       OF SSPROT
         MOVE P-USER-NAME  TO GROUP-USER   OF SSPROT
         MOVE SPACES       TO KZ-FREIGABE  OF SSPROT
                              KOMMENTAR    OF SSPROT
         STRING  "Leerlauf "                 DELIMITED BY SIZE
                 W-REG-MIN-ED                DELIMITED BY SIZE
                 " Min.: "                   DELIMITED BY SIZE
                 W-REG-PROZESS               DELIMITED BY SPACE
                 " abgemeldet"               DELIMITED BY SIZE
           INTO  KOMMENTAR OF SSPROT (1:39)
         END-STRING
         PERFORM U100-BEGIN
         PERFORM S200-INSERT-SSPROT
         IF  PRG-ABBRUCH
             PERFORM U120-ROLLBACK
         ELSE
             PERFORM U110-COMMIT
         END-IF

         PERFORM E382-SESSION-ABMELDEN
     END-IF

     enter "FILE_PURGE_" using  ap-dname (1:ap-dname-len)
                         giving p-result
     display " Programm wird wegen timeout beendet "
     STOP RUN
     .
 E383-99.
     EXIT.

******************************************************************
* Anmeldung abweisen: Obergrenze gleichzeitiger Sitzungen des
* Users erreicht (=SSPARM "SESSMAX", s. E380) - Protokoll in
* =SSPROT (Aktion "SO"), Obey-Datei loeschen, Programmabbruch
******************************************************************
 E384-SESSION-ABWEISEN SECTION.
 E384-00.
     MOVE W-REG-MAX TO W-REG-MAX-ED
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  "--> bereits "                  DELIMITED BY SIZE
             W-REG-MAX-ED                    DELIMITED BY SIZE
             " Sitzung(en) aktiv - maximale Anzahl erreicht,"
                                             DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     MOVE "    Anmeldung wird abgewiesen" TO ZEILE
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE

     MOVE "SESSMAX"    TO SOURCE-MODUL OF SSPROT
     MOVE "SO"         TO AKTION       OF SSPROT
     MOVE P-USER-NAME  TO GROUP-USER   OF SSPROT
     MOVE SPACES       TO KZ-FREIGABE  OF SSPROT
                          KOMMENTAR    OF SSPROT
     STRING  "abgewiesen, Max. "             DELIMITED BY SIZE
             W-REG-MAX-ED                    DELIMITED BY SIZE
             ": "                            DELIMITED BY SIZE
             W-REG-PROZESS                   DELIMITED BY SPACE
       INTO  KOMMENTAR OF SSPROT (1:39)
     END-STRING
     PERFORM U100-BEGIN
     PERFORM S200-INSERT-SSPROT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
     ELSE
         PERFORM U110-COMMIT
     END-IF

     enter "FILE_PURGE_" using  ap-dname (1:ap-dname-len)
                         giving p-result
     SET PRG-ABBRUCH TO TRUE
     .
 E384-99.
     EXIT.

******************************************************************
* Incident anreichern: Auftrag (falls nicht angegeben) und
* Entwickler aus dem Archiv-Eintrag der Version (=SSFRARCH),
* Produktionsdatum aus =ABNAHME (Objektname wie bei DOK HIST,
* s. D255). Erwartet den =SSAFE-Satz des Moduls
******************************************************************
 E385-INC-ANREICHERN SECTION.
 E385-00.
     MOVE SPACES TO W-INC-ARCH-AUFTRAG
                    W-INC-ENTWICKLER
                    W-INC-REL-DATUM
     PERFORM S457-SELECT-INC-HERKUNFT
     IF  W-INC-AUFTRAG = SPACES
         MOVE W-INC-ARCH-AUFTRAG TO W-INC-AUFTRAG
     END-IF

**  ---> Objektname nur bei Server/Objekten abweichend vom Modul
     EVALUATE SOURCE-TYP OF SSAFE
         WHEN "CS"
         WHEN "CO"
         WHEN "CX"
             MOVE W-INC-MODUL TO IN-SOURCE
             PERFORM U400-OBJECT-NAME
             MOVE OUT-SOURCE  TO PRG-NAME OF ABNAHME
         WHEN OTHER
             MOVE W-INC-MODUL TO PRG-NAME OF ABNAHME
     END-EVALUATE
     MOVE W-INC-VERSION TO VERSION OF ABNAHME
     PERFORM S720-OPEN-ABNAHME-CURSOR
     PERFORM S721-FETCH-ABNAHME-CURSOR
     PERFORM S722-CLOSE-ABNAHME-CURSOR
     IF  REF-TABS-OK
         MOVE REL2PROD-AM OF ABNAHME (1:10) TO W-INC-REL-DATUM
     END-IF
     .
 E385-99.
     EXIT.

******************************************************************
* Incident pruefen, anreichern und mit Protokollsatz ("IC") in
* =SSFINCID speichern (INCIDENT ADD/IMPORT) - Ergebnis in
* W-INC-ERGEBNIS, bei Fehler Grund in W-INC-FEHLTEXT
******************************************************************
 E386-INC-SPEICHERN SECTION.
 E386-00.
     SET INC-ERG-FEHLER TO TRUE
     MOVE SPACES TO W-INC-FEHLTEXT

     IF  NOT INC-SCHWERE-OK
         MOVE "Schwere nicht 1-4" TO W-INC-FEHLTEXT
         EXIT SECTION
     END-IF

**  ---> ohne Datum gilt heute
     IF  W-INC-DATUM = SPACES
         PERFORM U030-TIMESTAMP
         MOVE TAL-JHJJMMTT OF TAL-TIME-D TO W-INC-DATUM
     END-IF
     IF  W-INC-DATUM NOT NUMERIC
         MOVE "Datum nicht JJJJMMTT" TO W-INC-FEHLTEXT
         EXIT SECTION
     END-IF
     IF  W-INC-MM < 1 OR W-INC-MM > 12
     OR  W-INC-TT < 1 OR W-INC-TT > 31
         MOVE "Datum nicht JJJJMMTT" TO W-INC-FEHLTEXT
         EXIT SECTION
     END-IF

**  ---> Modul muss existieren
     MOVE W-INC-MODUL TO SOURCE-MODUL OF SSAFE
     PERFORM S100-SELECT-SSAFE
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF
     IF  NOT SSF-OK
         MOVE "Modul unbekannt" TO W-INC-FEHLTEXT
         EXIT SECTION
     END-IF

     PERFORM E385-INC-ANREICHERN

     PERFORM U100-BEGIN
     PERFORM S456-INSERT-SSFINCID
     IF  SSFINCID-DUPLIKAT
         PERFORM U120-ROLLBACK
         SET INC-ERG-DUPLIKAT TO TRUE
         EXIT SECTION
     END-IF
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF

     MOVE W-INC-MODUL  TO SOURCE-MODUL OF SSPROT
     MOVE "IC"         TO AKTION       OF SSPROT
     MOVE P-USER-NAME  TO GROUP-USER   OF SSPROT
     MOVE SPACES       TO KZ-FREIGABE  OF SSPROT
                          KOMMENTAR    OF SSPROT
     STRING  "Incident "       DELIMITED BY SIZE
             W-INC-NR          DELIMITED BY SPACE
             " V "             DELIMITED BY SIZE
             W-INC-VERSION     DELIMITED BY SPACE
             " Schwere "       DELIMITED BY SIZE
             W-INC-SCHWERE     DELIMITED BY SIZE
       INTO  KOMMENTAR OF SSPROT (1:39)
     END-STRING
     PERFORM S200-INSERT-SSPROT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT
     SET INC-ERG-OK TO TRUE
     .
 E386-99.
     EXIT.

******************************************************************
* Incidents eines Moduls anzeigen (SHOW: alle Versionen, die
* juengsten W-INC-MAX; DOK HIST: nur die angezeigte Version) -
* Anzahl gefundener Incidents in W-INC-ANZ
******************************************************************
 E387-INC-ANZEIGEN SECTION.
 E387-00.
     MOVE ZERO TO W-INC-ANZ
     IF  W-INC-VERSION = SPACES
         MOVE "%" TO W-INC-VERS-MUSTER
     ELSE
         MOVE W-INC-VERSION TO W-INC-VERS-MUSTER
     END-IF
     PERFORM S450-OPEN-INC-MODUL-CURSOR
     IF  SSF-EOD
         EXIT SECTION
     END-IF
     PERFORM S451-FETCH-INC-MODUL-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         ADD 1 TO W-INC-ANZ
         IF  W-INC-ANZ = 1
             MOVE "      Produktions-Incidents:" TO ZEILE
             PERFORM U010-AUSGABE
         END-IF
         IF  W-INC-ANZ NOT > W-INC-MAX
             MOVE SPACES TO W-INC-DATUM-ED
             STRING  INC-DATUM OF SSFINCID (1:4) DELIMITED BY SIZE
                     "-"                         DELIMITED BY SIZE
                     INC-DATUM OF SSFINCID (5:2) DELIMITED BY SIZE
                     "-"                         DELIMITED BY SIZE
                     INC-DATUM OF SSFINCID (7:2) DELIMITED BY SIZE
               INTO  W-INC-DATUM-ED
             END-STRING
             MOVE SPACES TO ZEILE
             MOVE INCIDENT-NR OF SSFINCID  TO ZEILE (9:16)
             MOVE W-INC-DATUM-ED           TO ZEILE (26:10)
             MOVE "S"                      TO ZEILE (37:1)
             MOVE SCHWERE OF SSFINCID      TO ZEILE (38:1)
             MOVE VERSION OF SSFINCID      TO ZEILE (40:10)
             MOVE URSACHE OF SSFINCID      TO ZEILE (51:30)
             PERFORM U010-AUSGABE
         END-IF
         PERFORM S451-FETCH-INC-MODUL-CURSOR
     END-PERFORM
     PERFORM S452-CLOSE-INC-MODUL-CURSOR

     IF  W-INC-ANZ > W-INC-MAX
         MOVE W-INC-ANZ TO W-INC-ANZ-ED
         MOVE SPACES TO ZEILE
         STRING  "        ... insgesamt "  DELIMITED BY SIZE
                 W-INC-ANZ-ED              DELIMITED BY SIZE
                 " Incidents (INCIDENT REPORT)" DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF
     .
 E387-99.
     EXIT.

******************************************************************
* Incident-Report: Anzahl je Modul, Auftrag oder Entwickler
* (W-INC-GRP-ART), nach Anzahl absteigend
******************************************************************
 E388-INC-GRUPPE SECTION.
 E388-00.
     PERFORM U011-AUSGABE-SPACELINE
     MOVE W-INC-GRP-TITEL TO ZEILE
     PERFORM U010-AUSGABE
     MOVE SPACES TO ZEILE
     MOVE ALL "-" TO ZEILE (2:34)
     PERFORM U010-AUSGABE

     MOVE ZERO TO W-INC-ANZ
     PERFORM S447-OPEN-INC-GRP-CURSOR
     IF  SSF-EOD
         EXIT SECTION
     END-IF
     PERFORM S448-FETCH-INC-GRP-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         ADD 1 TO W-INC-ANZ
         IF  W-INC-GRUPPE = SPACES
             MOVE "(ohne)" TO W-INC-GRUPPE
         END-IF
         MOVE W-INC-GRP-ANZ TO W-INC-ANZ-ED
         MOVE SPACES TO ZEILE
         MOVE W-INC-GRUPPE   TO ZEILE (3:25)
         MOVE W-INC-ANZ-ED   TO ZEILE (30:5)
         PERFORM U010-AUSGABE
         PERFORM S448-FETCH-INC-GRP-CURSOR
     END-PERFORM
     PERFORM S449-CLOSE-INC-GRP-CURSOR

     IF  W-INC-ANZ = ZERO
         MOVE "  (keine Incidents erfasst)" TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     .
 E388-99.
     EXIT.

******************************************************************
* Incident-Report: Releases, denen innerhalb von W-INC-TAGE Tagen
* nach dem Produktionsdatum ein Incident folgte - je Incident eine
* Zeile, gezaehlt wird je Release (Modul/Version) einmal
******************************************************************
 E389-INC-RELEASES SECTION.
 E389-00.
     MOVE W-INC-TAGE TO W-INC-TAGE-ED
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  " Releases mit Incident innerhalb " DELIMITED BY SIZE
             W-INC-TAGE-ED                      DELIMITED BY SIZE
             " Tagen nach Produktion"           DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     MOVE SPACES TO ZEILE
     MOVE "Modul"      TO ZEILE (3:5)
     MOVE "Version"    TO ZEILE (12:7)
     MOVE "produktiv"  TO ZEILE (23:9)
     MOVE "Incident"   TO ZEILE (34:8)
     MOVE "Datum"      TO ZEILE (51:5)
     MOVE "Tage"       TO ZEILE (62:4)
     MOVE "S"          TO ZEILE (67:1)
     MOVE "Auftrag"    TO ZEILE (69:7)
     PERFORM U010-AUSGABE
     MOVE SPACES TO ZEILE
     MOVE ALL "-" TO ZEILE (2:78)
     PERFORM U010-AUSGABE

     MOVE ZERO   TO W-INC-ANZ W-INC-REL-ANZ
     MOVE SPACES TO W-INC-LETZT-KEY
     PERFORM S453-OPEN-INC-REL-CURSOR
     IF  SSF-EOD
         EXIT SECTION
     END-IF
     PERFORM S454-FETCH-INC-REL-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
**      ---> Produktionsdatum JJJJ-MM-TT, Incident-Datum JJJJMMTT
         MOVE INC-DATUM OF SSFINCID TO W-INC-DATUM
         MOVE ZERO TO W-INC-REL-N
         IF  REL-DATUM OF SSFINCID (1:4) NUMERIC
         AND REL-DATUM OF SSFINCID (6:2) NUMERIC
         AND REL-DATUM OF SSFINCID (9:2) NUMERIC
             MOVE REL-DATUM OF SSFINCID (1:4) TO W-INC-REL-JJJJ
             MOVE REL-DATUM OF SSFINCID (6:2) TO W-INC-REL-MM
             MOVE REL-DATUM OF SSFINCID (9:2) TO W-INC-REL-TT
         END-IF
         IF  W-INC-DATUM NUMERIC
         AND W-INC-REL-N > ZERO
             COMPUTE W-INC-DIFF =
                 FUNCTION INTEGER-OF-DATE (W-INC-DATUM-N)
               - FUNCTION INTEGER-OF-DATE (W-INC-REL-N)
             IF  W-INC-DIFF NOT < ZERO
             AND W-INC-DIFF NOT > W-INC-TAGE
                 PERFORM E390-INC-RELEASE-ZEILE
             END-IF
         END-IF
         PERFORM S454-FETCH-INC-REL-CURSOR
     END-PERFORM
     PERFORM S455-CLOSE-INC-REL-CURSOR

     MOVE W-INC-REL-ANZ TO W-INC-ANZ-ED
     MOVE W-INC-ANZ     TO W-INC-ANZ2-ED
     MOVE SPACES TO ZEILE
     STRING  " "                      DELIMITED BY SIZE
             W-INC-ANZ-ED             DELIMITED BY SIZE
             " Release(s) mit "       DELIMITED BY SIZE
             W-INC-ANZ2-ED            DELIMITED BY SIZE
             " Incident(s) innerhalb " DELIMITED BY SIZE
             W-INC-TAGE-ED            DELIMITED BY SIZE
             " Tagen"                 DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 E389-99.
     EXIT.

******************************************************************
* Incident-Report: eine Zeile "Release mit Incident" (s. E389)
******************************************************************
 E390-INC-RELEASE-ZEILE SECTION.
 E390-00.
     ADD 1 TO W-INC-ANZ
     MOVE SPACES TO W-INC-KEY
     MOVE SOURCE-MODUL OF SSFINCID TO W-INC-KEY (1:8)
     MOVE VERSION      OF SSFINCID TO W-INC-KEY (9:10)
     IF  W-INC-KEY NOT = W-INC-LETZT-KEY
         ADD 1 TO W-INC-REL-ANZ
         MOVE W-INC-KEY TO W-INC-LETZT-KEY
     END-IF

     MOVE SPACES TO W-INC-DATUM-ED
     STRING  W-INC-DATUM (1:4)  DELIMITED BY SIZE
             "-"                DELIMITED BY SIZE
             W-INC-DATUM (5:2)  DELIMITED BY SIZE
             "-"                DELIMITED BY SIZE
             W-INC-DATUM (7:2)  DELIMITED BY SIZE
       INTO  W-INC-DATUM-ED
     END-STRING
     MOVE W-INC-DIFF TO W-INC-DIFF-ED
     MOVE SPACES TO ZEILE
     MOVE SOURCE-MODUL OF SSFINCID TO ZEILE (3:8)
     MOVE VERSION      OF SSFINCID TO ZEILE (12:10)
     MOVE REL-DATUM    OF SSFINCID TO ZEILE (23:10)
     MOVE INCIDENT-NR  OF SSFINCID TO ZEILE (34:16)
     MOVE W-INC-DATUM-ED           TO ZEILE (51:10)
     MOVE W-INC-DIFF-ED            TO ZEILE (62:4)
     MOVE SCHWERE      OF SSFINCID TO ZEILE (67:1)
     MOVE AUFTRAG      OF SSFINCID TO ZEILE (69:12)
     PERFORM U010-AUSGABE
     .
 E390-99.
     EXIT.

******************************************************************
* Zweige eines Moduls aus dem Archiv sammeln: die Hauptlinie
* (Leerzeichen) immer, dazu jeder Zweigbuchstabe (8. Stelle der
* Version), der in =SSFRARCH vorkommt
******************************************************************
 E391-BP-ZWEIGE SECTION.
 E391-00.
     MOVE SPACES TO W-BKP-ZWEIG-TAB
     MOVE 1      TO W-BKP-ZWEIG-ANZ
     PERFORM S459-OPEN-BP-VERS-CURSOR
     IF  SSF-EOD
         EXIT SECTION
     END-IF
     PERFORM S460-FETCH-BP-VERS-CURSOR
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         PERFORM VARYING W-BKP-ZX FROM 1 BY 1
                 UNTIL   W-BKP-ZX > W-BKP-ZWEIG-ANZ
             IF  W-BKP-ZW (W-BKP-ZX) = VERSION OF SSFRARCH (8:1)
                 EXIT PERFORM
             END-IF
         END-PERFORM
         IF  W-BKP-ZX > W-BKP-ZWEIG-ANZ
         AND W-BKP-ZWEIG-ANZ < 27
             ADD 1 TO W-BKP-ZWEIG-ANZ
             MOVE VERSION OF SSFRARCH (8:1)
               TO W-BKP-ZW (W-BKP-ZWEIG-ANZ)
         END-IF
         PERFORM S460-FETCH-BP-VERS-CURSOR
     END-PERFORM
     PERFORM S461-CLOSE-BP-VERS-CURSOR
     .
 E391-99.
     EXIT.

******************************************************************
* Backport-Stand eines Moduls anzeigen: je Fix und Zielzweig
* offen / uebernommen mit Version / nicht relevant mit Grund
******************************************************************
 E392-BP-LISTE SECTION.
 E392-00.
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  " Backports zu "     DELIMITED BY SIZE
             W-BKP-MODUL           DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     MOVE SPACES TO ZEILE
     MOVE "Fix-Vers."  TO ZEILE (3:9)
     MOVE "Zweig"      TO ZEILE (14:5)
     MOVE "Stand"      TO ZEILE (23:5)
     MOVE "Entwickler" TO ZEILE (64:10)
     PERFORM U010-AUSGABE
     MOVE SPACES TO ZEILE
     MOVE ALL "-" TO ZEILE (2:78)
     PERFORM U010-AUSGABE

     MOVE ZERO TO W-BKP-ANZ
     PERFORM S464-OPEN-BP-MODUL-CURSOR
     IF  SSF-OK
         PERFORM S465-FETCH-BP-MODUL-CURSOR
     END-IF
     PERFORM UNTIL SSF-EOD OR PRG-ABBRUCH
         ADD 1 TO W-BKP-ANZ
         MOVE ZWEIG OF SSFBACKP TO W-BKP-ZWEIG
         PERFORM E393-BP-ZWEIG-TEXT
         MOVE SPACES TO W-BKP-STATUS-ED
         EVALUATE BP-STATUS OF SSFBACKP
             WHEN "O"
                 MOVE "offen" TO W-BKP-STATUS-ED
             WHEN "A"
                 STRING  "uebernommen in "         DELIMITED BY SIZE
                         ZIEL-VERSION OF SSFBACKP  DELIMITED BY SPACE
                   INTO  W-BKP-STATUS-ED
                 END-STRING
             WHEN "N"
                 STRING  "n.rel.: "                DELIMITED BY SIZE
                         GRUND OF SSFBACKP         DELIMITED BY SIZE
                   INTO  W-BKP-STATUS-ED
                 END-STRING
             WHEN OTHER
                 MOVE "???" TO W-BKP-STATUS-ED
         END-EVALUATE
         MOVE SPACES TO ZEILE
         MOVE FIX-VERSION OF SSFBACKP TO ZEILE (3:10)
         MOVE W-BKP-ZWEIG-ED           TO ZEILE (14:8)
         MOVE W-BKP-STATUS-ED          TO ZEILE (23:40)
         MOVE ENTWICKLER  OF SSFBACKP TO ZEILE (64:16)
         PERFORM U010-AUSGABE
         PERFORM S465-FETCH-BP-MODUL-CURSOR
     END-PERFORM
     PERFORM S466-CLOSE-BP-MODUL-CURSOR
     IF  W-BKP-ANZ = ZERO
         MOVE "  (keine Backports erfasst)" TO ZEILE
         PERFORM U010-AUSGABE
     END-IF
     PERFORM U011-AUSGABE-SPACELINE
     .
 E392-99.
     EXIT.

******************************************************************
* Zweig fuer die Anzeige: Hauptlinie als "MAIN", sonst "Zweig x"
******************************************************************
 E393-BP-ZWEIG-TEXT SECTION.
 E393-00.
     IF  W-BKP-ZWEIG = SPACE
         MOVE "MAIN" TO W-BKP-ZWEIG-ED
     ELSE
         MOVE "Zweig " TO W-BKP-ZWEIG-ED
         MOVE W-BKP-ZWEIG TO W-BKP-ZWEIG-ED (7:1)
     END-IF
     .
 E393-99.
     EXIT.

******************************************************************
* TEST-Belegung vor ACTIVTEST pruefen (=SSFTENV): steht in TEST
* eine Version eines anderen Auftrags, die ihr Tester noch nicht
* freigegeben hat (TESTENV RELEASE), wird die Belegung gezeigt und
* nachgefragt. Ohne "J" wird nicht aktiviert (TE-PRUEF-ABGELEHNT);
* mit "J" merkt sich E395 die verdraengte Belegung
******************************************************************
 E394-TE-BELEGUNG-PRUEFEN SECTION.
 E394-00.
     SET TE-PRUEF-OK TO TRUE
     MOVE SPACES TO W-TE-VORG-AUFTRAG W-TE-VORG-VON W-TE-VORG-VERSION
     MOVE W-SOURCE TO W-TE-MODUL
     PERFORM S477-SELECT-TE-ARCHIV
     PERFORM S478-SELECT-SSFTENV
     IF  NOT SSFTENV-OK
         EXIT SECTION
     END-IF

**  ---> kein Konflikt: gleicher Auftrag, vom Tester freigegeben oder
**       die eigene Belegung
     IF  W-TE-ALT-AUFTRAG   = W-TE-AUFTRAG
     OR  W-TE-ALT-FREI-VON NOT = SPACES
     OR  W-TE-ALT-VON       = P-USER-NAME
         EXIT SECTION
     END-IF

     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  " !!! in TEST aktiv: "      DELIMITED BY SIZE
             W-TE-MODUL                  DELIMITED BY SPACE
             " "                         DELIMITED BY SIZE
             W-TE-ALT-VERSION            DELIMITED BY SPACE
             " aus Auftrag "             DELIMITED BY SIZE
             W-TE-ALT-AUFTRAG            DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     MOVE SPACES TO W-TE-STATUS-ED
     IF  W-TE-ALT-PLAN-ENDE = SPACES
         MOVE "offen" TO W-TE-STATUS-ED
     ELSE
         MOVE W-TE-ALT-PLAN-ENDE TO W-TE-STATUS-ED
         PERFORM U030-TIMESTAMP
         IF  W-TE-ALT-PLAN-ENDE < TAL-JHJJMMTT OF TAL-TIME-D
             MOVE "(vorbei)" TO W-TE-STATUS-ED (10:8)
         END-IF
     END-IF
     MOVE SPACES TO ZEILE
     STRING  "     aktiviert von "       DELIMITED BY SIZE
             W-TE-ALT-VON                DELIMITED BY SPACE
             " am "                      DELIMITED BY SIZE
             W-TE-ALT-AM (1:10)          DELIMITED BY SIZE
             ", Testende: "              DELIMITED BY SIZE
             W-TE-STATUS-ED              DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     MOVE SPACES TO ZEILE
     STRING  "     ACTIVTEST ersetzt sie durch "
                                         DELIMITED BY SIZE
             W-TE-VERSION                DELIMITED BY SPACE
             " aus Auftrag "             DELIMITED BY SIZE
             W-TE-AUFTRAG                DELIMITED BY SPACE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE

     SET EIN-ASCII
         PROMPT-TE-UEBERSCHR TO TRUE
     PERFORM U000-EINGABE
     IF  EINGABE (1:1) NOT = "J"
         SET TE-PRUEF-ABGELEHNT TO TRUE
         MOVE SPACES TO ZEILE
         STRING  " nicht aktiviert - Freigabe durch "
                                         DELIMITED BY SIZE
                 W-TE-ALT-VON            DELIMITED BY SPACE
                 " mit TESTENV RELEASE " DELIMITED BY SIZE
                 W-TE-MODUL              DELIMITED BY SPACE
                 " abwarten"             DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

     SET TE-PRUEF-UEBERSCHRIEBEN TO TRUE
     MOVE W-TE-ALT-AUFTRAG TO W-TE-VORG-AUFTRAG
     MOVE W-TE-ALT-VON     TO W-TE-VORG-VON
     MOVE W-TE-ALT-VERSION TO W-TE-VORG-VERSION
     .
 E394-99.
     EXIT.

******************************************************************
* TEST-Belegung nach erfolgreichem ACTIVTEST fortschreiben: neue
* Version/Auftrag/Aktivierer/Zeitpunkt und geplantes Testende;
* beim gleichen Auftrag bleiben Testende (ohne neues) und eine
* frueher verdraengte Belegung stehen. Ein bestaetigtes
* Ueberschreiben wird zusaetzlich protokolliert (=SSPROT "TE")
******************************************************************
 E395-TE-REGISTRIEREN SECTION.
 E395-00.
     IF  W-TE-ALT-AUFTRAG = W-TE-AUFTRAG
         IF  W-TE-PLAN-ENDE = SPACES
             MOVE W-TE-ALT-PLAN-ENDE TO W-TE-PLAN-ENDE
         END-IF
         IF  NOT TE-PRUEF-UEBERSCHRIEBEN
             MOVE W-TE-ALT-VORG-AUFTRAG TO W-TE-VORG-AUFTRAG
             MOVE W-TE-ALT-VORG-VON     TO W-TE-VORG-VON
             MOVE W-TE-ALT-VORG-VERSION TO W-TE-VORG-VERSION
         END-IF
     END-IF

     PERFORM U100-BEGIN
     PERFORM S479-UPDATE-SSFTENV
     IF  NOT SSFTENV-OK
     AND NOT PRG-ABBRUCH
         PERFORM S480-INSERT-SSFTENV
     END-IF
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF

     IF  TE-PRUEF-UEBERSCHRIEBEN
         MOVE W-TE-MODUL   TO SOURCE-MODUL OF SSPROT
         MOVE "TE"         TO AKTION       OF SSPROT
         MOVE P-USER-NAME  TO GROUP-USER   OF SSPROT
         MOVE SPACES       TO KZ-FREIGABE  OF SSPROT
                              KOMMENTAR    OF SSPROT
         STRING  "ueberschreibt "     DELIMITED BY SIZE
                 W-TE-VORG-VERSION    DELIMITED BY SPACE
                 " "                  DELIMITED BY SIZE
                 W-TE-VORG-AUFTRAG    DELIMITED BY SPACE
                 " von "              DELIMITED BY SIZE
                 W-TE-VORG-VON        DELIMITED BY SPACE
           INTO  KOMMENTAR OF SSPROT (1:39)
         END-STRING
         PERFORM S200-INSERT-SSPROT
         IF  PRG-ABBRUCH
             PERFORM U120-ROLLBACK
             EXIT SECTION
         END-IF
     END-IF
     PERFORM U110-COMMIT
     .
 E395-99.
     EXIT.

******************************************************************
* Regressions-Gate bei REL2TEST: hat das Modul aktive Szenarien in
* =SSFREGSZ, muss der juengste Lauf jedes Szenarios (=SSFREGLF,
* Nightly-Lauf REGDRV0O) OK und nicht aelter als der letzte CHECKIN
* sein. Offene Szenarien werden gelistet; mit =SSPARM "REGTEST"
* (SVOL_SOURCE = "J") wird die Freigabe verweigert, sonst nur
* gewarnt. Module ohne Szenarien laufen unveraendert durch
******************************************************************
 E396-REG-GATE SECTION.
 E396-00.
     SET RGT-GATE-OK TO TRUE
     PERFORM S486-COUNT-REG-OFFEN
     IF  W-RGT-OFFEN = ZERO
         EXIT SECTION
     END-IF

     PERFORM U011-AUSGABE-SPACELINE
     MOVE W-RGT-OFFEN TO W-RGT-ANZ-ED
     MOVE SPACES TO ZEILE
     STRING  " !!! Regression: "         DELIMITED BY SIZE
             W-RGT-ANZ-ED                DELIMITED BY SIZE
             " Szenario(s) von "         DELIMITED BY SIZE
             SOURCE-MODUL OF SSAFE       DELIMITED BY SPACE
             " nicht seit CHECKIN OK"    DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE

     PERFORM S487-OPEN-REG-CURSOR
     PERFORM S488-FETCH-REG-CURSOR
     PERFORM UNTIL SSF-EOD
         MOVE SPACES TO ZEILE
         EVALUATE TRUE
             WHEN W-RGT-LAUF-TS = SPACES
                 STRING  "     "                 DELIMITED BY SIZE
                         W-RGT-SZENARIO          DELIMITED BY SIZE
                         " nie gelaufen"         DELIMITED BY SIZE
                   INTO  ZEILE
                 END-STRING
             WHEN OTHER
                 STRING  "     "                 DELIMITED BY SIZE
                         W-RGT-SZENARIO          DELIMITED BY SIZE
                         " "                     DELIMITED BY SIZE
                         W-RGT-ERGEBNIS          DELIMITED BY SIZE
                         " am "                  DELIMITED BY SIZE
                         W-RGT-LAUF-TS (1:16)    DELIMITED BY SIZE
                   INTO  ZEILE
                 END-STRING
         END-EVALUATE
         PERFORM U010-AUSGABE
         PERFORM S488-FETCH-REG-CURSOR
     END-PERFORM
     PERFORM S489-CLOSE-REG-CURSOR

**  ---> Abweisung nur, wenn per =SSPARM "REGTEST" verlangt
     MOVE "REGTEST" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  SSPRM-OK
     AND SVOL-SOURCE OF SSPARM (1:1) = "J"
         SET RGT-GATE-ABGELEHNT TO TRUE
         MOVE SPACES TO ZEILE
         STRING  " keine Freigabe nach Test - Regression "
                                         DELIMITED BY SIZE
                 "(REGDRV0O) abwarten"   DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
     ELSE
         MOVE SPACES TO ZEILE
         MOVE " Freigabe nach Test laeuft trotzdem weiter" TO ZEILE
     END-IF
     PERFORM U010-AUSGABE
     PERFORM U011-AUSGABE-SPACELINE
     .
 E396-99.
     EXIT.

******************************************************************
* Post-Release-Pruefung nach REL2PROD (im Anschluss an den FUP-Lauf
* aus C300): das eben in die Produktion kopierte Objekt (DEST-FILE
* aus D320-COPY-OBJECT) wird neu gelesen und sein Fingerabdruck
* (EOF und Last-Modify, s. E398 - DUP mit SOURCEDATE uebernimmt den
* Zeitstempel) gegen den beim ACTIVTEST in =ABNAHME festgehaltenen
* verglichen. Stimmt er (oder fehlt er noch), laeuft die fuer das
* Modul registrierte Produktions-Smoke-Kette (=SSFSMOKE, s. E399).
* Ergebnis in =ABNAHME (R2P_PRUEF, s. S715) und =SSPROT (AKTION
* "PV", KZ = Ergebniscode):
*     OK  Fingerabdruck wie ACTIVTEST, Smoke-Kette ok bzw. keine
*     OF  kein Fingerabdruck aus dem ACTIVTEST vorhanden
*     FP  Fingerabdruck abweichend bzw. Objekt nicht lesbar
*     SM  Smoke-Kette fehlgeschlagen
* Bei FP/SM Alarm an den REL2PROD-Verteiler (M561) und sofortiges
* Angebot des Rueckbaus (E400)
*
*    Eingabe:    W-SOURCE, DEST-FILE, PRG-NAME/VERSION OF ABNAHME
*                (aus D720)
*    Ausgabe:    W-RPV-ERGEBNIS, RPV-RUECKGEBAUT
******************************************************************
 E397-R2P-VERIFIKATION SECTION.
 E397-00.
     MOVE SPACES    TO W-RPV-ERGEBNIS W-RPV-INFO W-RPV-SMOKE-TXT
     SET RPV-SMOKE-KEINE       TO TRUE
     SET RPV-NICHT-RUECKGEBAUT TO TRUE
     MOVE DEST-FILE TO W-RPV-PROD-OBJ

**  ---> Fingerabdruck aus dem ACTIVTEST holen
     MOVE PRG-NAME OF ABNAHME TO H-RPV-PRG-NAME
     MOVE VERSION  OF ABNAHME TO H-RPV-VERSION
     PERFORM S713-SELECT-ABNAHME-FP
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

**  ---> Objekt am Produktionsort neu lesen und vergleichen
     MOVE W-RPV-PROD-OBJ TO T-FNAME
     PERFORM E398-OBJ-FINGERPRINT
     EVALUATE TRUE
         WHEN RPV-FP-NOK
             SET RPV-ERG-FP-ABW TO TRUE
             MOVE "Prod-Objekt nicht lesbar" TO W-RPV-INFO
         WHEN H-RPV-AT-EOF = ZERO AND H-RPV-AT-MODTS = ZERO
             SET RPV-ERG-OHNE-FP TO TRUE
             MOVE "kein AT-Fingerabdruck"    TO W-RPV-INFO
         WHEN W-RPV-FP-EOF   NOT = H-RPV-AT-EOF
         WHEN W-RPV-FP-MODTS NOT = H-RPV-AT-MODTS
             SET RPV-ERG-FP-ABW TO TRUE
             MOVE "Fingerabdruck abweichend" TO W-RPV-INFO
         WHEN OTHER
             SET RPV-ERG-OK TO TRUE
             MOVE "Fingerabdruck wie AT"     TO W-RPV-INFO
     END-EVALUATE

**  ---> Smoke-Kette nur, wenn das Objekt nicht schon verdaechtig ist
     IF  NOT RPV-ERG-FP-ABW
         PERFORM E399-R2P-SMOKE-KETTE
         IF  RPV-SMOKE-NOK
             SET RPV-ERG-SMOKE-NOK TO TRUE
         END-IF
     END-IF

**  ---> Kommentar fuer =ABNAHME/=SSPROT zusammensetzen
     MOVE SPACES TO W-RPV-KOMMENTAR
     IF  W-RPV-SMOKE-TXT = SPACES
         MOVE W-RPV-INFO TO W-RPV-KOMMENTAR
     ELSE
         STRING  W-RPV-INFO       DELIMITED BY "  "
                 ", "             DELIMITED BY SIZE
                 W-RPV-SMOKE-TXT  DELIMITED BY "  "
           INTO  W-RPV-KOMMENTAR
         END-STRING
     END-IF

**  ---> Ergebnis anzeigen, bei Abweichung beide Fingerabdruecke
     PERFORM U011-AUSGABE-SPACELINE
     MOVE SPACES TO ZEILE
     STRING  " Post-Release-Pruefung "  DELIMITED BY SIZE
             W-SOURCE                   DELIMITED BY SPACE
             ": "                       DELIMITED BY SIZE
             W-RPV-ERGEBNIS             DELIMITED BY SIZE
             " - "                      DELIMITED BY SIZE
             W-RPV-KOMMENTAR            DELIMITED BY "  "
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     IF  RPV-ERG-FP-ABW
     AND RPV-FP-OK
         MOVE W-RPV-FP-EOF TO W-RPV-EOF-ED
         MOVE SPACES TO ZEILE
         STRING  "   Produktion: EOF "  DELIMITED BY SIZE
                 W-RPV-EOF-ED           DELIMITED BY SIZE
                 ", Last-Modify "       DELIMITED BY SIZE
                 W-RPV-FP-MODTS         DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
         MOVE H-RPV-AT-EOF   TO W-RPV-EOF-ED
         MOVE H-RPV-AT-MODTS TO W-RPV-FP-MODTS
         MOVE SPACES TO ZEILE
         STRING  "   ACTIVTEST : EOF "  DELIMITED BY SIZE
                 W-RPV-EOF-ED           DELIMITED BY SIZE
                 ", Last-Modify "       DELIMITED BY SIZE
                 W-RPV-FP-MODTS         DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF

**  ---> Alarm: Rueckbau anbieten, dann den Verteiler informieren
     IF  RPV-ERG-ALARM
         MOVE " >>!! Produktion entspricht nicht dem getesteten Stand"
           TO ZEILE
         PERFORM U010-AUSGABE
         PERFORM E400-R2P-RUECKBAU
         IF  PRG-ABBRUCH
             EXIT SECTION
         END-IF
     END-IF

**  ---> Ergebnis in =ABNAHME und =SSPROT festhalten
     IF  RPV-RUECKGEBAUT
         MOVE "J" TO H-RPV-RUECKBAU
     ELSE
         MOVE "N" TO H-RPV-RUECKBAU
     END-IF
     PERFORM U100-BEGIN
     PERFORM S715-UPDATE-ABNAHME-R2PV
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     MOVE W-SOURCE        TO SOURCE-MODUL OF SSPROT
     MOVE "PV"            TO AKTION       OF SSPROT
     MOVE W-RPV-ERGEBNIS  TO KZ-FREIGABE  OF SSPROT
     MOVE P-USER-NAME     TO GROUP-USER   OF SSPROT
     MOVE W-RPV-KOMMENTAR TO KOMMENTAR    OF SSPROT
     PERFORM S200-INSERT-SSPROT
     IF  PRG-ABBRUCH
         PERFORM U120-ROLLBACK
         EXIT SECTION
     END-IF
     PERFORM U110-COMMIT

     IF  RPV-ERG-ALARM
         PERFORM M561-MAIL-R2P-PRUEFUNG
     END-IF
     .
 E397-99.
     EXIT.

******************************************************************
* Fingerabdruck eines Objekts: EOF (Item 48) und Last-Modify-Zeit-
* stempel (Item 145, Julian-Zeitstempel) per FILE_GETINFOLISTBYNAME_
* (wie E348); eine Inhalts-Pruefsumme ueber ein Objektfile ist auf
* diesem Weg nicht zu haben - EOF und Zeitstempel weichen aber bei
* jedem neu uebersetzten oder veraenderten Objekt ab
*
*    Eingabe:    T-FNAME
*    Ausgabe:    RPV-FP-OK/RPV-FP-NOK, W-RPV-FP-EOF, W-RPV-FP-MODTS
******************************************************************
 E398-OBJ-FINGERPRINT SECTION.
 E398-00.
     SET RPV-FP-NOK TO TRUE
     MOVE ZERO TO W-RPV-FP-EOF
                  W-RPV-FP-MODTS
     MOVE ZERO TO T-FNAME-LEN
     INSPECT T-FNAME TALLYING T-FNAME-LEN
             FOR CHARACTERS BEFORE INITIAL " "
     IF  T-FNAME-LEN = ZERO
         EXIT SECTION
     END-IF

     ENTER TAL "FILE_GETINFOLISTBYNAME_"
                 USING   T-FNAME (1 : T-FNAME-LEN)
                         W-RPV-T-ITEM-LIST
                         W-RPV-T-NUM-OF-ITEMS
                         W-RPV-T-RESULT
                         W-RPV-T-RESULT-MAX
                         W-RPV-T-RESULT-LEN
                         W-RPV-T-ERROR-ITEM
                 GIVING  W-RPV-T-ERROR

     IF  W-RPV-T-ERROR = ZERO
         MOVE W-RPV-T-RESULT-EOF  TO W-RPV-FP-EOF
         MOVE W-RPV-T-RESULT-MODI TO W-RPV-FP-MODTS
         SET RPV-FP-OK TO TRUE
     END-IF
     .
 E398-99.
     EXIT.

******************************************************************
* Produktions-Smoke-Kette des Moduls (=SSFSMOKE, AKTIV "J") ueber
* PHDDRV1O starten (Programm aus PARAM SSF-PHDDRV, sonst K-PHDDRV;
* Startup-Text = Funktion der Kette) und ihr Ergebnis an der Ket-
* tenmarke in =SSFCHIST festmachen, die PHDDRV1O am Ende des Laufs
* schreibt (LFDNR 0, DRYRUN "K", RC 0 = erfolgreich)
*
*    Ausgabe:    RPV-SMOKE-KEINE/-OK/-NOK, W-RPV-SMOKE-TXT
******************************************************************
 E399-R2P-SMOKE-KETTE SECTION.
 E399-00.
     SET RPV-SMOKE-KEINE TO TRUE
     MOVE W-SOURCE TO H-SMK-MODUL
     PERFORM S591-SELECT-SSFSMOKE
     IF  SMK-EOD
         EXIT SECTION
     END-IF

**  ---> Kettentreiber
     MOVE "SSF-PHDDRV" TO P-PORTION
     MOVE SPACES       TO P-TEXT
     ENTER "GETPARAMTEXT" USING P-PORTION P-TEXT GIVING P-ERROR
     IF  P-ERROR > 0 AND P-TEXT NOT = SPACE
         MOVE P-TEXT   TO W-RPV-PROG
     ELSE
         MOVE K-PHDDRV TO W-RPV-PROG
     END-IF

     DISPLAY "Smoke-Kette " H-SMK-FUNKTION " fuer " W-SOURCE
             " laeuft ..."
     PERFORM U030-TIMESTAMP
     MOVE TAL-TIME-N16 TO H-RPV-START-TS

**  ---> Kette starten - STRING-Parameter = Funktion
     MOVE "STRING"       TO P-PORTION
     MOVE H-SMK-FUNKTION TO P-TEXT
     PERFORM W350-PUTSTARTUPTEXT
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

     MOVE W-RPV-PROG TO W-PROGRAM
     PERFORM W030-CREATEPROCESS
**  ---> ein nicht startbarer Treiber gilt als fehlgeschlagener
**       Smoke-Lauf, nicht als Abbruch der Freigabe
     IF  PRG-ABBRUCH
         SET PRG-OK TO TRUE
         MOVE -1 TO MSG-COMPLETION-CODE
     END-IF

     MOVE "*ALL*" TO P-PORTION
     PERFORM W360-DELETESTARTUP
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

**  ---> startup für FUP wieder reaktivieren
     MOVE "OUT"  TO P-PORTION
     MOVE W-FUP-OUT TO P-TEXT
     PERFORM V100-STARTUP
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF

**  ---> Ergebnis an der Kettenmarke des Laufs
     PERFORM S592-SELECT-RPV-KETTENMARKE
     MOVE SPACES TO W-RPV-SMOKE-TXT
     EVALUATE TRUE
         WHEN RPV-MARKE-KEINE
             SET RPV-SMOKE-NOK TO TRUE
             STRING  "Smoke "          DELIMITED BY SIZE
                     H-SMK-FUNKTION    DELIMITED BY SPACE
                     " ohne Ergebnis"  DELIMITED BY SIZE
               INTO  W-RPV-SMOKE-TXT
             END-STRING
         WHEN H-RPV-RC = ZERO
          AND MSG-COMPLETION-CODE = ZERO
             SET RPV-SMOKE-OK TO TRUE
             STRING  "Smoke "          DELIMITED BY SIZE
                     H-SMK-FUNKTION    DELIMITED BY SPACE
                     " OK"             DELIMITED BY SIZE
               INTO  W-RPV-SMOKE-TXT
             END-STRING
         WHEN OTHER
             SET RPV-SMOKE-NOK TO TRUE
             MOVE H-RPV-RC TO W-RPV-RC-ED
             STRING  "Smoke "          DELIMITED BY SIZE
                     H-SMK-FUNKTION    DELIMITED BY SPACE
                     " NOK (RC"        DELIMITED BY SIZE
                     W-RPV-RC-ED       DELIMITED BY SIZE
                     ")"               DELIMITED BY SIZE
               INTO  W-RPV-SMOKE-TXT
             END-STRING
     END-EVALUATE
     .
 E399-99.
     EXIT.

******************************************************************
* Rueckbau nach fehlgeschlagener Post-Release-Pruefung: im Dialog
* Rueckfrage, dann wie beim Auftrags-Rueckbau (C352) die vorige
* Prod-Version (Rollover "D") ueber den Quelltext stellen und das
* eben kopierte Objekt wieder entfernen (vor der Freigabe gab es
* es nicht, s. D320). Aus Zug und Komposit heraus nur Hinweis -
* der Rueckbau ist dann von Hand (ROLLBACK) zu veranlassen
******************************************************************
 E400-R2P-RUECKBAU SECTION.
 E400-00.
     IF  RPV-OHNE-DIALOG
         MOVE " Rueckbau nicht automatisch - bitte pruefen (ROLLBACK)"
           TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

     SET EIN-ASCII
         PROMPT-RPV-RB TO TRUE
     PERFORM U000-EINGABE
     IF  EINGABE (1:1) NOT = "J" AND NOT = "j"
         MOVE " Kein Rueckbau - Objekt bleibt in der Produktion"
           TO ZEILE
         PERFORM U010-AUSGABE
         EXIT SECTION
     END-IF

**  ---> Quelltext: gleiches Ziel-SubVol wie der Rollover in C300
     MOVE "R2P-SRC" TO W-AKTION-BASIS
     PERFORM D810-SELECT-SSPARM-ZIELKLASSE
     IF  NOT SSPRM-OK
         EXIT SECTION
     END-IF
     MOVE 1           TO W-BP-ANZ
                         W-BP-I1
     MOVE W-SOURCE    TO W-BP-MODUL (1)
     MOVE "R2P-PRUEF" TO W-RBK-AUFTRAG
     MOVE ZERO        TO W-RBK-ANZ
     PERFORM C352-ROLLBACK-ONE
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF
     IF  W-RBK-ANZ = ZERO
         MOVE
           " >>!! Quelltext ohne Rueckroll-Ziel - nicht zurueckgestellt"
           TO ZEILE
         PERFORM U010-AUSGABE
     END-IF

**  ---> Objekt: die eben kopierte Produktions-Kopie entfernen
     INITIALIZE FUP-COMMANDS
     MOVE ZERO TO FUP-COMMANDS-ANZ
     ADD 1 TO FUP-COMMANDS-ANZ
     MOVE "ALLOW 10 ERRORS, 10 WARNINGS"
         TO FUP-COMMAND (FUP-COMMANDS-ANZ)
     ADD 1 TO FUP-COMMANDS-ANZ
     STRING  " PURGE ! "       DELIMITED BY SIZE
             W-RPV-PROD-OBJ    DELIMITED BY SPACE
       INTO  FUP-COMMAND (FUP-COMMANDS-ANZ)
     END-STRING
     PERFORM E150-OBEY-FUP
     IF  PRG-ABBRUCH
         EXIT SECTION
     END-IF
     SET RPV-RUECKGEBAUT TO TRUE

     MOVE SPACES TO ZEILE
     STRING  " OK:     "            DELIMITED BY SIZE
             W-RPV-PROD-OBJ         DELIMITED BY SPACE
             " entfernt"            DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE
     .
 E400-99.
     EXIT.

******************************************************************
* Risiko-Score des Freigabe-Antrags (REL4WEAT, s. C340) fuer das
* Modul W-SOURCE aus vorhandenen Daten berechnen und anzeigen:
*   G Aenderungsgroesse Test- gegen Prod-Source (D259)
*       0 Zeilen 0, bis 20 5, bis 100 10, bis 500 15, sonst 20
*       Punkte, neues Modul (keine Prod-Source) 10 Punkte
*   B abhaengige Module (Blast-Radius, D265)
*       keine 0, bis 5 5, bis 20 10, sonst 20 Punkte
*   S geaenderte Schnittstellen-Bereiche (D259)
*       keiner 0, einer 10, mehrere 15 Punkte
*   I Produktions-Incidents zum Modul (=SSFINCID)
*       keiner 0, einer 5, bis 3 10, sonst 15 Punkte
*   F Fehlerquote der scharfen Kettenlaeufe des Objekts (=SSFCHIST)
*       ab 20% 10, ab 5% 5 Punkte
*   Z Zeit seit der letzten Prod-Freigabe
*       unter 14 Tagen 5 (haeufige Aenderung), ueber 365 Tagen 5
*       Punkte (lange nicht angefasst)
*   E juengster Entwickler (CHECKIN) hat das Modul vorher noch nie
*       eingecheckt: 10 Punkte
* Summe = Score (max. 100); die Schwellen (E402) entscheiden ueber
* zweite Unterschrift und Pflicht-Review
******************************************************************
 E401-RISIKO-BERECHNEN SECTION.
 E401-00.
**  ---> D259/D265 ueberschreiben die Datei-Puffer
     MOVE SOURCE-FILE      TO W-RSK-SOURCE-FILE
     MOVE SOURCE-VOLS      TO W-RSK-SOURCE-VOLS
     MOVE SOURCE-FILE-NAME TO W-RSK-SOURCE-NAME
     MOVE DEST-FILE        TO W-RSK-DEST-FILE
     MOVE DEST-VOLS        TO W-RSK-DEST-VOLS
     MOVE DEST-FILE-NAME   TO W-RSK-DEST-NAME

     MOVE SPACES TO W-RSK-INFO W-RSK-WERT-TAB
     MOVE SPACE  TO W-RSK-NEU-FLAG
     PERFORM VARYING W-RSK-IX FROM 1 BY 1
             UNTIL   W-RSK-IX > 7
         MOVE K-RSK-KZ (W-RSK-IX:1) TO W-RSK-KOMP-KZ  (W-RSK-IX)
         MOVE ZERO                  TO W-RSK-KOMP-PKT (W-RSK-IX)
     END-PERFORM

**  ---> G/S: Test-Source (R2P-SRC SVOL_SOURCE) gegen die Source
**       der Produktion (SVOL_DEST); ohne Prod-Source neues Modul
     MOVE ZERO TO W-RSK-ZEILEN W-RSK-IFC
     MOVE "R2P-SRC" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  SSPRM-OK
         MOVE SPACES TO W-DIFF-FILE-1 W-DIFF-FILE-2
         STRING  W-RSK-SOURCE-VOLS (1:8) DELIMITED BY SPACE
                 "."                     DELIMITED BY SIZE
                 SVOL-DEST OF SSPARM     DELIMITED BY SPACE
                 "."                     DELIMITED BY SIZE
                 W-SOURCE                DELIMITED BY SPACE
           INTO  W-DIFF-FILE-1
         END-STRING
         STRING  W-RSK-SOURCE-VOLS (1:8) DELIMITED BY SPACE
                 "."                     DELIMITED BY SIZE
                 SVOL-SOURCE OF SSPARM   DELIMITED BY SPACE
                 "."                     DELIMITED BY SIZE
                 W-SOURCE                DELIMITED BY SPACE
           INTO  W-DIFF-FILE-2
         END-STRING
         PERFORM D259-DIFF-ZAEHLEN
     ELSE
         SET DIFF-DATEI-FEHLT TO TRUE
     END-IF
     IF  DIFF-DATEIEN-OK
         MOVE W-DIFF-COUNT   TO W-RSK-ZEILEN
         MOVE W-DIFF-IFC-ANZ TO W-RSK-IFC
         MOVE W-RSK-ZEILEN   TO W-RSK-ANZ-ED
         STRING  W-RSK-ANZ-ED            DELIMITED BY SIZE
                 " Zeile(n)"             DELIMITED BY SIZE
           INTO  W-RSK-WERT (1)
         END-STRING
     ELSE
         SET RSK-NEUES-MODUL TO TRUE
         MOVE "neu (keine Prod-Source)" TO W-RSK-WERT (1)
     END-IF
     EVALUATE TRUE
         WHEN RSK-NEUES-MODUL      MOVE 10 TO W-RSK-KOMP-PKT (1)
         WHEN W-RSK-ZEILEN = ZERO  MOVE 0  TO W-RSK-KOMP-PKT (1)
         WHEN W-RSK-ZEILEN <= 20   MOVE 5  TO W-RSK-KOMP-PKT (1)
         WHEN W-RSK-ZEILEN <= 100  MOVE 10 TO W-RSK-KOMP-PKT (1)
         WHEN W-RSK-ZEILEN <= 500  MOVE 15 TO W-RSK-KOMP-PKT (1)
         WHEN OTHER                MOVE 20 TO W-RSK-KOMP-PKT (1)
     END-EVALUATE

     MOVE W-RSK-IFC TO W-RSK-ANZ-ED
     STRING  W-RSK-ANZ-ED                DELIMITED BY SIZE
             " Bereich(e)"               DELIMITED BY SIZE
       INTO  W-RSK-WERT (3)
     END-STRING
     EVALUATE TRUE
         WHEN W-RSK-IFC = ZERO     MOVE 0  TO W-RSK-KOMP-PKT (3)
         WHEN W-RSK-IFC = 1        MOVE 10 TO W-RSK-KOMP-PKT (3)
         WHEN OTHER                MOVE 15 TO W-RSK-KOMP-PKT (3)
     END-EVALUATE

**  ---> B: abhaengige Module (transitive Huelle ohne das Modul)
     PERFORM D265-BUILD-BLAST-CLOSURE
     COMPUTE W-RSK-ABH = W-BLAST-ANZ - 1
     IF  W-RSK-ABH < ZERO
         MOVE ZERO TO W-RSK-ABH
     END-IF
     MOVE W-RSK-ABH TO W-RSK-ANZ-ED
     STRING  W-RSK-ANZ-ED                DELIMITED BY SIZE
             " Modul(e)"                 DELIMITED BY SIZE
       INTO  W-RSK-WERT (2)
     END-STRING
     EVALUATE TRUE
         WHEN W-RSK-ABH = ZERO     MOVE 0  TO W-RSK-KOMP-PKT (2)
         WHEN W-RSK-ABH <= 5       MOVE 5  TO W-RSK-KOMP-PKT (2)
         WHEN W-RSK-ABH <= 20      MOVE 10 TO W-RSK-KOMP-PKT (2)
         WHEN OTHER                MOVE 20 TO W-RSK-KOMP-PKT (2)
     END-EVALUATE

**  ---> I: erfasste Produktions-Incidents zum Modul
     PERFORM S594-COUNT-SSFINCID-MODUL
     MOVE W-RSK-INC TO W-RSK-ANZ-ED
     STRING  W-RSK-ANZ-ED                DELIMITED BY SIZE
             " Incident(s)"              DELIMITED BY SIZE
       INTO  W-RSK-WERT (4)
     END-STRING
     EVALUATE TRUE
         WHEN W-RSK-INC = ZERO     MOVE 0  TO W-RSK-KOMP-PKT (4)
         WHEN W-RSK-INC = 1        MOVE 5  TO W-RSK-KOMP-PKT (4)
         WHEN W-RSK-INC <= 3       MOVE 10 TO W-RSK-KOMP-PKT (4)
         WHEN OTHER                MOVE 15 TO W-RSK-KOMP-PKT (4)
     END-EVALUATE

**  ---> F: Fehlerquote der scharfen Kettenlaeufe des Objekts
     MOVE W-SOURCE TO IN-SOURCE
     PERFORM U400-OBJECT-NAME
     MOVE OUT-SOURCE TO H-RSK-PROG
     PERFORM S595-COUNT-SSFCHIST-PROG
     MOVE ZERO TO W-RSK-QUOTE
     IF  W-RSK-LAEUFE > ZERO
         COMPUTE W-RSK-QUOTE = W-RSK-FEHL * 100 / W-RSK-LAEUFE
     END-IF
     MOVE W-RSK-QUOTE TO W-RSK-ANZ-ED
     STRING  W-RSK-ANZ-ED                DELIMITED BY SIZE
             "% von "                    DELIMITED BY SIZE
       INTO  W-RSK-WERT (5)
     END-STRING
     MOVE W-RSK-LAEUFE TO W-RSK-ANZ-ED
     MOVE W-RSK-ANZ-ED TO W-RSK-WERT (5) (12:5)
     MOVE " Laeufe"     TO W-RSK-WERT (5) (17:7)
     EVALUATE TRUE
         WHEN W-RSK-LAEUFE = ZERO  MOVE 0  TO W-RSK-KOMP-PKT (5)
         WHEN W-RSK-QUOTE >= 20    MOVE 10 TO W-RSK-KOMP-PKT (5)
         WHEN W-RSK-QUOTE >= 5     MOVE 5  TO W-RSK-KOMP-PKT (5)
         WHEN OTHER                MOVE 0  TO W-RSK-KOMP-PKT (5)
     END-EVALUATE

**  ---> Z: Tage seit der letzten Prod-Freigabe (Naeherung wie
**       D252: J*365 + M*30 + T)
     MOVE -1       TO W-RSK-TAGE
     MOVE W-SOURCE TO SOURCE-MODUL OF SSPROT
     MOVE SPACES   TO ZPINS        OF SSPROT
     PERFORM S229-SELECT-SSPROT-MAX-REL2PROD
     IF  SSPROT-OK
     AND ZPINS OF SSPROT (1:4) NUMERIC
     AND ZPINS OF SSPROT (6:2) NUMERIC
     AND ZPINS OF SSPROT (9:2) NUMERIC
         MOVE ZPINS OF SSPROT (1:4) TO W-RSK-JJJJ
         MOVE ZPINS OF SSPROT (6:2) TO W-RSK-MM
         MOVE ZPINS OF SSPROT (9:2) TO W-RSK-TT
         PERFORM U030-TIMESTAMP
         COMPUTE W-RSK-TAGE-HEUTE = TAL-JHJJ OF TAL-TIME-D * 365
                                  + TAL-MM   OF TAL-TIME-D * 30
                                  + TAL-TT   OF TAL-TIME-D
         COMPUTE W-RSK-TAGE = W-RSK-TAGE-HEUTE
                            - W-RSK-JJJJ * 365
                            - W-RSK-MM   * 30
                            - W-RSK-TT
         IF  W-RSK-TAGE < ZERO
             MOVE ZERO TO W-RSK-TAGE
         END-IF
     END-IF
     IF  W-RSK-TAGE < ZERO
         MOVE "noch nie freigegeben" TO W-RSK-WERT (6)
     ELSE
         MOVE W-RSK-TAGE TO W-RSK-ANZ-ED
         STRING  W-RSK-ANZ-ED            DELIMITED BY SIZE
                 " Tag(e)"               DELIMITED BY SIZE
           INTO  W-RSK-WERT (6)
         END-STRING
     END-IF
     EVALUATE TRUE
         WHEN W-RSK-TAGE < ZERO    MOVE 0  TO W-RSK-KOMP-PKT (6)
         WHEN W-RSK-TAGE < 14      MOVE 5  TO W-RSK-KOMP-PKT (6)
         WHEN W-RSK-TAGE > 365     MOVE 5  TO W-RSK-KOMP-PKT (6)
         WHEN OTHER                MOVE 0  TO W-RSK-KOMP-PKT (6)
     END-EVALUATE

**  ---> E: hat der juengste Entwickler (CHECKIN) das Modul schon
**       frueher eingecheckt?
     MOVE SPACES   TO W-RSK-ENTWICKLER
     MOVE ZERO     TO W-RSK-CI-VORHER
     MOVE W-SOURCE TO SOURCE-MODUL OF SSPROT
     MOVE "CI"     TO AKTION       OF SSPROT
     PERFORM S223-SELECT-SSPROT-MAX-ZP
     IF  SSPROT-OK
         PERFORM S224-SELECT-SSPROT-MAX-CI
     END-IF
     IF  SSPROT-OK
         MOVE GROUP-USER OF SSPROT TO W-RSK-ENTWICKLER
         MOVE ZPINS      OF SSPROT TO H-RSK-ZPINS
         PERFORM S596-COUNT-SSPROT-CI-USER
         MOVE W-RSK-CI-VORHER TO W-RSK-ANZ-ED
         STRING  W-RSK-ENTWICKLER        DELIMITED BY SPACE
                 ", "                    DELIMITED BY SIZE
                 W-RSK-ANZ-ED            DELIMITED BY SIZE
                 " fruehere CI"          DELIMITED BY SIZE
           INTO  W-RSK-WERT (7)
         END-STRING
         IF  W-RSK-CI-VORHER = ZERO
             MOVE 10 TO W-RSK-KOMP-PKT (7)
         END-IF
     ELSE
         MOVE "kein CHECKIN gefunden" TO W-RSK-WERT (7)
     END-IF

**  ---> Summe bilden, Schwellen pruefen, Datei-Puffer zurueck
     MOVE ZERO TO W-RSK-SUMME
     PERFORM VARYING W-RSK-IX FROM 1 BY 1
             UNTIL   W-RSK-IX > 7
         ADD W-RSK-KOMP-PKT (W-RSK-IX) TO W-RSK-SUMME
     END-PERFORM
     IF  W-RSK-SUMME > 100
         MOVE 100 TO W-RSK-SUMME
     END-IF
     MOVE W-RSK-SUMME TO W-RSK-SCORE
     SET RSK-VORHANDEN TO TRUE
     PERFORM E402-RISIKO-SCHWELLEN

     MOVE W-RSK-SOURCE-FILE TO SOURCE-FILE
     MOVE W-RSK-SOURCE-VOLS TO SOURCE-VOLS
     MOVE W-RSK-SOURCE-NAME TO SOURCE-FILE-NAME
     MOVE W-RSK-DEST-FILE   TO DEST-FILE
     MOVE W-RSK-DEST-VOLS   TO DEST-VOLS
     MOVE W-RSK-DEST-NAME   TO DEST-FILE-NAME

     PERFORM E403-RISIKO-ANZEIGEN
     .
 E401-99.
     EXIT.

******************************************************************
* Schwellen des Risiko-Scores aus =SSPARM "RISIKO" (SVOL_SOURCE
* Stelle 1-3: zweite Unterschrift, SVOL_DEST Stelle 1-3: Pflicht-
* Review; ohne Eintrag die Vorgaben K-RSK-SCHWELLE-*, 000 schaltet
* die jeweilige Folge ab) und gegen W-RSK-SCORE pruefen
******************************************************************
 E402-RISIKO-SCHWELLEN SECTION.
 E402-00.
     MOVE SPACE TO W-RSK-APPR2-FLAG W-RSK-REVIEW-FLAG
     MOVE K-RSK-SCHWELLE-A2 TO W-RSK-SCHWELLE-A2
     MOVE K-RSK-SCHWELLE-RV TO W-RSK-SCHWELLE-RV
     MOVE "RISIKO" TO AKTION OF SSPARM
     PERFORM S300-SELECT-SSPARM
     IF  SSPRM-OK
         IF  SVOL-SOURCE OF SSPARM (1:3) NUMERIC
             MOVE SVOL-SOURCE OF SSPARM (1:3) TO W-RSK-SCHWELLE-A2
         END-IF
         IF  SVOL-DEST OF SSPARM (1:3) NUMERIC
             MOVE SVOL-DEST OF SSPARM (1:3) TO W-RSK-SCHWELLE-RV
         END-IF
     END-IF

     IF  NOT RSK-VORHANDEN
         EXIT SECTION
     END-IF
     IF  W-RSK-SCHWELLE-A2 > ZERO
     AND W-RSK-SCORE NOT < W-RSK-SCHWELLE-A2
         SET RSK-APPR2 TO TRUE
     END-IF
     IF  W-RSK-SCHWELLE-RV > ZERO
     AND W-RSK-SCORE NOT < W-RSK-SCHWELLE-RV
         SET RSK-REVIEW-PFLICHT TO TRUE
     END-IF
     .
 E402-99.
     EXIT.

******************************************************************
* Risiko-Score mit seinen Komponenten anzeigen (REL4WEAT und
* FREIGEBER); Rohwerte nur, soweit gerade berechnet (E401)
******************************************************************
 E403-RISIKO-ANZEIGEN SECTION.
 E403-00.
     IF  NOT RSK-VORHANDEN
         EXIT SECTION
     END-IF
     PERFORM U011-AUSGABE-SPACELINE
     MOVE W-RSK-SCORE TO W-RSK-SCORE-ED
     MOVE SPACES TO ZEILE
     STRING  " Risiko-Score "            DELIMITED BY SIZE
             W-SOURCE                    DELIMITED BY SPACE
             ": "                        DELIMITED BY SIZE
             W-RSK-SCORE-ED              DELIMITED BY SIZE
             " von 100"                  DELIMITED BY SIZE
       INTO  ZEILE
     END-STRING
     PERFORM U010-AUSGABE

     PERFORM VARYING W-RSK-IX FROM 1 BY 1
             UNTIL   W-RSK-IX > 7
         MOVE W-RSK-KOMP-PKT (W-RSK-IX) TO W-RSK-PKT-ED
         MOVE SPACES                    TO ZEILE
         MOVE W-RSK-KOMP-KZ  (W-RSK-IX) TO ZEILE (4:1)
         MOVE K-RSK-BEZ      (W-RSK-IX) TO ZEILE (6:20)
         MOVE W-RSK-PKT-ED              TO ZEILE (27:2)
         MOVE "Pkt"                     TO ZEILE (30:3)
         MOVE W-RSK-WERT     (W-RSK-IX) TO ZEILE (35:30)
         PERFORM U010-AUSGABE
     END-PERFORM

     IF  RSK-APPR2
         MOVE W-RSK-SCHWELLE-A2 TO W-RSK-SCORE-ED
         MOVE SPACES TO ZEILE
         STRING  "   -> zweite Unterschrift erforderlich (ab "
                                         DELIMITED BY SIZE
                 W-RSK-SCORE-ED          DELIMITED BY SIZE
                 ")"                     DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF
     IF  RSK-REVIEW-PFLICHT
         MOVE W-RSK-SCHWELLE-RV TO W-RSK-SCORE-ED
         MOVE SPACES TO ZEILE
         STRING  "   -> Pflicht-Review vor der Freigabe (ab "
                                         DELIMITED BY SIZE
                 W-RSK-SCORE-ED          DELIMITED BY SIZE
                 ")"                     DELIMITED BY SIZE
           INTO  ZEILE
         END-STRING
         PERFORM U010-AUSGABE
     END-IF
     PERFORM U011-AUSGABE-SPACELINE
     .
 E403-99.
     EXIT.

******************************************************************
* Beim Freigabe-Antrag gespeicherten Risiko-Score der =ABNAHME-
* Version PRG-NAME/VERSION OF ABNAHME lesen (S593) und die
* Schwellen pruefen (E402) - Antraege ohne Score: RSK-FEHLT
* (FREIGEBER, D830 zweite Unterschrift)
******************************************************************
 E404-RISIKO-LADEN SECTION.
 E404-00.
     MOVE SPACE  TO W-RSK-STAND-FLAG W-RSK-APPR2-FLAG
                    W-RSK-REVIEW-FLAG
     MOVE SPACES TO W-RSK-INFO W-RSK-WERT-TAB
     MOVE ZERO   TO W-RSK-SCORE
     PERFORM S593-SELECT-ABNAHME-RISIKO
     IF  NOT RSK-VORHANDEN
         EXIT SECTION
     END-IF
     MOVE H-RSK-SCORE       TO W-RSK-SCORE
     MOVE H-RSK-INFO (1:28) TO W-RSK-INFO
     PERFORM E402-RISIKO-SCHWELLEN
     .
 E404-99.
     EXIT.

******************************************************************
                    SET PRG-ABBRUCH TO TRUE
                    STOP RUN
     END-READ
**  ---> Leerlauf-Timeout abgelaufen (s. Declaratives)
     IF  REG-IDLE-ABGELAUFEN
         PERFORM E383-SESSION-TIMEOUT
     END-IF
     MOVE HTERM-IN TO EINGABE
     MOVE ZERO TO C4-ANZ
     INSPECT EINGABE TALLYING C4-ANZ
 U030-99.
     EXIT.

******************************************************************
* aktuelle Uhrzeit in 1/100 Sekunden seit Mitternacht nach
* W-RZ-UHR-CS (Antwortzeit-Messung, s. E353 und E357-E359)
******************************************************************
 U031-UHRZEIT-CS SECTION.
 U031-00.
     PERFORM U030-TIMESTAMP
     COMPUTE W-RZ-UHR-CS =
             ((TAL-HH OF TAL-TIME-D * 3600)
           +  (TAL-MI OF TAL-TIME-D * 60)
           +   TAL-SS OF TAL-TIME-D) * 100
           +   TAL-HS OF TAL-TIME-D
     .
 U031-99.
     EXIT.


******************************************************************
* Transactionsbegrenzungen
******************************************************************
 U100-BEGIN SECTION.
 U100-00.
**  ---> Stand der WATCH-Ereignisse fuer ein ROLLBACK merken
     MOVE W-WA-EV-ANZ TO W-WA-EV-TX-ANZ
     EXEC SQL
          BEGIN WORK
     END-EXEC

 U110-COMMIT SECTION.
 U110-00.
**  ---> verworfene Modul-Kurzbilder (=SSFMSUM) noch in derselben
**       Transaktion neu aufbauen (s. D866/D867)
     IF  W-MSUM-OFFEN-ANZ > ZERO
         PERFORM D867-MSUM-NACHZIEHEN
     END-IF
     EXEC SQL
          COMMIT WORK
     END-EXEC
     EXEC SQL
          ROLLBACK WORK
     END-EXEC
**  ---> mit dem Ereignis ist auch das Loeschen des Kurzbilds
**       zurueckgerollt - nichts mehr nachzuziehen
     MOVE ZERO TO W-MSUM-OFFEN-ANZ
**  ---> ebenso die in der Transaktion gemerkten WATCH-Ereignisse
     MOVE W-WA-EV-TX-ANZ TO W-WA-EV-ANZ
     .
 U120-99.
     EXIT.
 U320-99.
     EXIT.

******************************************************************
* Freigabe-Bestcode hashen: W-BCH-KLAR (1:W-BCH-KLAR-LEN) mit dem
* Salz W-BCH-SALZ -> W-BCH-SATZ (Verfahren, Salz, Hash). SHA-256
* ueber Salz + Bestcode, danach K-BCH-RUNDEN - 1 mal ueber den
* vorigen Hash + Salz, damit Durchprobieren teuer wird
******************************************************************
 U330-BESTCODE-HASH SECTION.
 U330-00.
     IF  W-BCH-KLAR-LEN > K-BCH-MAX-LEN
         MOVE K-BCH-MAX-LEN TO W-BCH-KLAR-LEN
     END-IF
     MOVE SPACES          TO W-SHA-NACHR
     MOVE W-BCH-SALZ      TO W-SHA-NACHR (1:16)
     MOVE 16              TO W-SHA-LEN
     IF  W-BCH-KLAR-LEN > ZERO
         MOVE W-BCH-KLAR (1:W-BCH-KLAR-LEN)
           TO W-SHA-NACHR (17:W-BCH-KLAR-LEN)
         ADD  W-BCH-KLAR-LEN TO W-SHA-LEN
     END-IF
     PERFORM U340-SHA256

     PERFORM VARYING W-BCH-RUNDE FROM 2 BY 1
             UNTIL   W-BCH-RUNDE > K-BCH-RUNDEN
         MOVE W-SHA-DIGEST TO W-SHA-NACHR (1:32)
         MOVE W-BCH-SALZ   TO W-SHA-NACHR (33:16)
         MOVE 48           TO W-SHA-LEN
         PERFORM U340-SHA256
     END-PERFORM

     PERFORM U336-SHA-HEX
     MOVE K-BCH-VERFAHREN TO W-BCH-VERFAHREN
     MOVE W-SHA-HEX       TO W-BCH-WERT
     .
 U330-99.
     EXIT.

******************************************************************
* neues Salz fuer einen Bestcode -> W-BCH-SALZ: die ersten 8 Bytes
* eines SHA-256 ueber Zeitstempel (Hundertstel) und User, damit
* zwei User mit gleichem Bestcode verschiedene Hashes erhalten
******************************************************************
 U331-BESTCODE-SALZ SECTION.
 U331-00.
     PERFORM U030-TIMESTAMP
     MOVE SPACES          TO W-SHA-NACHR
     MOVE TAL-TIME-D      TO W-SHA-NACHR (1:18)
     MOVE W-USER-GRP-NAME TO W-SHA-NACHR (19:32)
     MOVE 50              TO W-SHA-LEN
     PERFORM U340-SHA256
     PERFORM U336-SHA-HEX
     MOVE W-SHA-HEX (1:16) TO W-BCH-SALZ
     .
 U331-99.
     EXIT.

******************************************************************
* Hexdarstellung (Kleinbuchstaben) von W-SHA-DIGEST -> W-SHA-HEX
******************************************************************
 U336-SHA-HEX SECTION.
 U336-00.
     PERFORM VARYING W-SHA-I FROM 1 BY 1
             UNTIL   W-SHA-I > 32
         MOVE W-SHA-DIGEST (W-SHA-I:1) TO W-SHA-BYTE
         DIVIDE W-SHA-BYTE-N BY 16 GIVING W-SHA-T REMAINDER W-SHA-P
         COMPUTE W-SHA-ZX = W-SHA-I * 2 - 1
         MOVE K-SHA-HEXZIFFERN (W-SHA-T + 1:1) TO W-SHA-HEX (W-SHA-ZX:1)
         MOVE K-SHA-HEXZIFFERN (W-SHA-P + 1:1)
           TO W-SHA-HEX (W-SHA-ZX + 1:1)
     END-PERFORM
     .
 U336-99.
     EXIT.

******************************************************************
* SHA-256 ueber W-SHA-NACHR (1:W-SHA-LEN), W-SHA-LEN hoechstens 55
* -> W-SHA-DIGEST (32 Bytes binaer)
******************************************************************
 U340-SHA256 SECTION.
 U340-00.
**  ---> Block auffuellen: Nachricht, X"80", Nullen, Laenge in Bits
**       in den letzten beiden Bytes
     MOVE LOW-VALUES TO W-SHA-BLOCK
     IF  W-SHA-LEN > ZERO
         MOVE W-SHA-NACHR (1:W-SHA-LEN) TO W-SHA-BLOCK (1:W-SHA-LEN)
     END-IF
     MOVE 128 TO W-SHA-BYTE-N
     MOVE W-SHA-BYTE TO W-SHA-BLOCK (W-SHA-LEN + 1:1)
     COMPUTE W-SHA-X = W-SHA-LEN * 8
     DIVIDE W-SHA-X BY 256 GIVING W-SHA-T REMAINDER W-SHA-P
     MOVE W-SHA-T    TO W-SHA-BYTE-N
     MOVE W-SHA-BYTE TO W-SHA-BLOCK (63:1)
     MOVE W-SHA-P    TO W-SHA-BYTE-N
     MOVE W-SHA-BYTE TO W-SHA-BLOCK (64:1)

**  ---> Worte 1-16 aus dem Block (big endian), 17-64 erweitern
     PERFORM VARYING W-SHA-T FROM 1 BY 1
             UNTIL   W-SHA-T > 16
         MOVE ZERO TO W-SHA-X
         PERFORM VARYING W-SHA-I FROM 1 BY 1
                 UNTIL   W-SHA-I > 4
             COMPUTE W-SHA-P = (W-SHA-T - 1) * 4 + W-SHA-I
             MOVE W-SHA-BLOCK (W-SHA-P:1) TO W-SHA-BYTE
             COMPUTE W-SHA-X = W-SHA-X * 256 + W-SHA-BYTE-N
         END-PERFORM
         MOVE W-SHA-X TO W-SHA-W (W-SHA-T)
     END-PERFORM
     PERFORM VARYING W-SHA-T FROM 17 BY 1
             UNTIL   W-SHA-T > 64
         MOVE W-SHA-W (W-SHA-T - 15) TO W-SHA-X
         MOVE 7  TO W-SHA-R1
         MOVE 18 TO W-SHA-R2
         MOVE 3  TO W-SHA-R3
         SET  SHA-R3-SHIFT TO TRUE
         PERFORM U341-SHA-SIGMA
         MOVE W-SHA-ERG TO W-SHA-S0
         MOVE W-SHA-W (W-SHA-T - 2) TO W-SHA-X
         MOVE 17 TO W-SHA-R1
         MOVE 19 TO W-SHA-R2
         MOVE 10 TO W-SHA-R3
         SET  SHA-R3-SHIFT TO TRUE
         PERFORM U341-SHA-SIGMA
         MOVE W-SHA-ERG TO W-SHA-S1
         COMPUTE W-SHA-X = W-SHA-S1 + W-SHA-W (W-SHA-T - 7)
                         + W-SHA-S0 + W-SHA-W (W-SHA-T - 16)
         PERFORM U344-SHA-MOD
         MOVE W-SHA-X TO W-SHA-W (W-SHA-T)
     END-PERFORM

**  ---> 64 Runden ueber die Register a-h
     PERFORM VARYING W-SHA-I FROM 1 BY 1
             UNTIL   W-SHA-I > 8
         MOVE K-SHA-H0 (W-SHA-I) TO W-SHA-H (W-SHA-I)
                                    W-SHA-V (W-SHA-I)
     END-PERFORM
     PERFORM VARYING W-SHA-T FROM 1 BY 1
             UNTIL   W-SHA-T > 64
**      ---> T1 = h + Sigma1(e) + Ch(e,f,g) + K(t) + W(t)
         MOVE W-SHA-V (5) TO W-SHA-X
         MOVE 6  TO W-SHA-R1
         MOVE 11 TO W-SHA-R2
         MOVE 25 TO W-SHA-R3
         SET  SHA-R3-ROTATE TO TRUE
         PERFORM U341-SHA-SIGMA
         MOVE W-SHA-ERG TO W-SHA-S1
         SET  SHA-FKT-CH TO TRUE
         MOVE 5 TO W-SHA-VX
         PERFORM U342-SHA-CH-MAJ
         COMPUTE W-SHA-X = W-SHA-V (8) + W-SHA-S1 + W-SHA-ERG
                         + K-SHA-K (W-SHA-T) + W-SHA-W (W-SHA-T)
         PERFORM U344-SHA-MOD
         MOVE W-SHA-X TO W-SHA-T1
**      ---> T2 = Sigma0(a) + Maj(a,b,c)
         MOVE W-SHA-V (1) TO W-SHA-X
         MOVE 2  TO W-SHA-R1
         MOVE 13 TO W-SHA-R2
         MOVE 22 TO W-SHA-R3
         SET  SHA-R3-ROTATE TO TRUE
         PERFORM U341-SHA-SIGMA
         MOVE W-SHA-ERG TO W-SHA-S0
         SET  SHA-FKT-MAJ TO TRUE
         MOVE 1 TO W-SHA-VX
         PERFORM U342-SHA-CH-MAJ
         COMPUTE W-SHA-X = W-SHA-S0 + W-SHA-ERG
         PERFORM U344-SHA-MOD
         MOVE W-SHA-X TO W-SHA-T2
**      ---> Register weiterschieben
         MOVE W-SHA-V (7) TO W-SHA-V (8)
         MOVE W-SHA-V (6) TO W-SHA-V (7)
         MOVE W-SHA-V (5) TO W-SHA-V (6)
         COMPUTE W-SHA-X = W-SHA-V (4) + W-SHA-T1
         PERFORM U344-SHA-MOD
         MOVE W-SHA-X     TO W-SHA-V (5)
         MOVE W-SHA-V (3) TO W-SHA-V (4)
         MOVE W-SHA-V (2) TO W-SHA-V (3)
         MOVE W-SHA-V (1) TO W-SHA-V (2)
         COMPUTE W-SHA-X = W-SHA-T1 + W-SHA-T2
         PERFORM U344-SHA-MOD
         MOVE W-SHA-X     TO W-SHA-V (1)
     END-PERFORM

**  ---> Ergebnis H(i) + Register, als 32 Bytes big endian
     PERFORM VARYING W-SHA-I FROM 1 BY 1
             UNTIL   W-SHA-I > 8
         COMPUTE W-SHA-X = W-SHA-H (W-SHA-I) + W-SHA-V (W-SHA-I)
         PERFORM U344-SHA-MOD
         PERFORM VARYING W-SHA-T FROM 4 BY -1
                 UNTIL   W-SHA-T < 1
             DIVIDE W-SHA-X BY 256 GIVING W-SHA-QUOT
                                   REMAINDER W-SHA-REST
             MOVE W-SHA-REST TO W-SHA-BYTE-N
             COMPUTE W-SHA-P = (W-SHA-I - 1) * 4 + W-SHA-T
             MOVE W-SHA-BYTE TO W-SHA-DIGEST (W-SHA-P:1)
             MOVE W-SHA-QUOT TO W-SHA-X
         END-PERFORM
     END-PERFORM
     .
 U340-99.
     EXIT.

******************************************************************
* SHA-256 Sigma-Funktion: W-SHA-X rotiert um W-SHA-R1 und W-SHA-R2
* sowie rotiert (SHA-R3-ROTATE) bzw. geschoben (SHA-R3-SHIFT) um
* W-SHA-R3, die drei Werte bitweise XOR -> W-SHA-ERG
******************************************************************
 U341-SHA-SIGMA SECTION.
 U341-00.
     MOVE 1 TO W-SHA-ZX
     PERFORM U343-SHA-BITS
     MOVE ZERO TO W-SHA-ERG
     PERFORM VARYING W-SHA-I FROM 1 BY 1
             UNTIL   W-SHA-I > 32
         COMPUTE W-SHA-P = W-SHA-I - W-SHA-R1
         IF  W-SHA-P < 1
             ADD 32 TO W-SHA-P
         END-IF
         MOVE W-SHA-BIT (1, W-SHA-P) TO W-SHA-SUM
         COMPUTE W-SHA-P = W-SHA-I - W-SHA-R2
         IF  W-SHA-P < 1
             ADD 32 TO W-SHA-P
         END-IF
         ADD  W-SHA-BIT (1, W-SHA-P) TO W-SHA-SUM
         COMPUTE W-SHA-P = W-SHA-I - W-SHA-R3
         IF  W-SHA-P < 1
         AND SHA-R3-ROTATE
             ADD 32 TO W-SHA-P
         END-IF
         IF  W-SHA-P > ZERO
             ADD  W-SHA-BIT (1, W-SHA-P) TO W-SHA-SUM
         END-IF
         IF  W-SHA-SUM = 1 OR W-SHA-SUM = 3
             COMPUTE W-SHA-ERG = W-SHA-ERG * 2 + 1
         ELSE
             COMPUTE W-SHA-ERG = W-SHA-ERG * 2
         END-IF
     END-PERFORM
     .
 U341-99.
     EXIT.

******************************************************************
* SHA-256 Ch(e,f,g) bzw. Maj(a,b,c) ueber die Register ab W-SHA-VX
* -> W-SHA-ERG. Ch: Bit aus f, wo e gesetzt ist, sonst aus g;
* Maj: Bit, das in mindestens zwei der drei Register gesetzt ist
******************************************************************
 U342-SHA-CH-MAJ SECTION.
 U342-00.
     PERFORM VARYING W-SHA-ZX FROM 1 BY 1
             UNTIL   W-SHA-ZX > 3
         MOVE W-SHA-V (W-SHA-VX + W-SHA-ZX - 1) TO W-SHA-X
         PERFORM U343-SHA-BITS
     END-PERFORM
     MOVE ZERO TO W-SHA-ERG
     PERFORM VARYING W-SHA-I FROM 1 BY 1
             UNTIL   W-SHA-I > 32
         IF  SHA-FKT-CH
             IF  W-SHA-BIT (1, W-SHA-I) = 1
                 MOVE W-SHA-BIT (2, W-SHA-I) TO W-SHA-SUM
             ELSE
                 MOVE W-SHA-BIT (3, W-SHA-I) TO W-SHA-SUM
             END-IF
         ELSE
             COMPUTE W-SHA-SUM = W-SHA-BIT (1, W-SHA-I)
                               + W-SHA-BIT (2, W-SHA-I)
                               + W-SHA-BIT (3, W-SHA-I)
             IF  W-SHA-SUM > 1
                 MOVE 1    TO W-SHA-SUM
             ELSE
                 MOVE ZERO TO W-SHA-SUM
             END-IF
         END-IF
         COMPUTE W-SHA-ERG = W-SHA-ERG * 2 + W-SHA-SUM
     END-PERFORM
     .
 U342-99.
     EXIT.

******************************************************************
* W-SHA-X in die Bit-Zeile W-SHA-ZX zerlegen (Stelle 1 = hoechst-
* wertiges der 32 Bits)
******************************************************************
 U343-SHA-BITS SECTION.
 U343-00.
     MOVE W-SHA-X TO W-SHA-REST
     PERFORM VARYING W-SHA-P FROM 32 BY -1
             UNTIL   W-SHA-P < 1
         COMPUTE W-SHA-QUOT = W-SHA-REST / 2
         COMPUTE W-SHA-BIT (W-SHA-ZX, W-SHA-P)
               = W-SHA-REST - W-SHA-QUOT * 2
         MOVE W-SHA-QUOT TO W-SHA-REST
     END-PERFORM
     .
 U343-99.
     EXIT.

******************************************************************
* W-SHA-X modulo 2 hoch 32 (Addition von 32-Bit-Worten)
******************************************************************
 U344-SHA-MOD SECTION.
 U344-00.
     DIVIDE W-SHA-X BY K-SHA-MODUL GIVING W-SHA-QUOT
                                   REMAINDER W-SHA-REST
     MOVE W-SHA-REST TO W-SHA-X
     .
 U344-99.
     EXIT.

******************************************************************
* Prüft, ob W-SCOPE-CHECK in der Allow-Liste ROLFKT-SCOPE-TAB
* enthalten ist (Rolle mit Funktion SCOPE) -- Ergebnis in
          AT END    SET PRG-ABBRUCH TO TRUE
                    STOP RUN
     END-READ
**  ---> Leerlauf-Timeout abgelaufen (s. Declaratives)
     IF  REG-IDLE-ABGELAUFEN
         PERFORM E383-SESSION-TIMEOUT
     END-IF
     MOVE HTERM-IN TO FC-TEMPLATE

**  ---> suchen erstes Zeichen <> Space (von hinten)
