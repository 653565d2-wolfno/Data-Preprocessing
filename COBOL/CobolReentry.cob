      **  und in die bestehende MergeOut.txt einsortieren, statt
      **  sie in die Kundendateien zurueckzuspleissen und den
      **  kompletten Mergelauf zu wiederholen.
      **  Der indexierte Kundenstamm wird nur um die uebernommenen
      **  Korrekturen fortgeschrieben und per Satzzahl gegen die
      **  MergeOut.txt abgestimmt; KMASTERNEUAUFBAU=J oder eine
      **  Abweichung fuehren zum vollstaendigen Neuaufbau.
      **  Die uebernommenen Aenderungen werden im Format von
      **  CobolMerge an die ChangeLog.txt angehaengt, damit
      **  Auswertungen und die Aenderungslieferungen an die
      **  Abnehmer (CobolVerteilung) sie ebenfalls sehen.
      **
      *****************************************************************
      **  21.08.2026             Erstellername: NOAH WOLFAHRT
           GENZIELDD
           FILE STATUS IS GENZIELSTATUS.
      * Indexierter Kundenstamm (siehe CobolMerge): wird nach dem
      * Neuschreiben der MergeOut.txt um die geaenderten Saetze
      * fortgeschrieben, damit beide Bestaende uebereinstimmen
      * (siehe KUNDENMASTER-FORTSCHREIBEN). Schlaegt das fehl,
      * bleibt die flache MergeOut.txt die massgebliche Ausgabe.
      * Dynamischer Zugriff, weil die Satzzahl-Abstimmung den
      * Kundenstamm sequentiell liest.
           SELECT kundenmaster ASSIGN TO
           KMASTERDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS km-kunden-id
           FILE STATUS IS KMASTERSTATUS.
      * Aenderungsliste fuer den Kundenstamm: nimmt waehrend des
      * Abgleichs jeden neu hinzukommenden oder ersetzten Satz auf,
      * damit der Kundenstamm nur um diese Saetze fortgeschrieben
      * werden muss.
           SELECT kmaenderung ASSIGN TO
           REENTRYKMDD
           FILE STATUS IS KMAENDSTATUS.
      * Aenderungsprotokoll der Kundendaten (siehe CHANGELOG-
      * SCHREIBEN in CobolMerge): die Aenderungen dieses Laufs
      * werden aus der Aenderungsliste angefuegt.
           SELECT changelogdatei ASSIGN TO
           CHANGELOGDD
           FILE STATUS IS CHANGELOGSTATUS.
      * Kuenftig gueltige Korrekturen gehen wie in CobolMerge nicht
      * nach MergeOut.txt, sondern in die Haltedatei FutureOut.txt
      * (hier im Anfuege-Modus, der Bestand bleibt erhalten).
           SELECT plzortdatei ASSIGN TO
           PLZORTDD
           FILE STATUS IS PLZORTSTATUS.
      * Vorgaengerstand der Referenztabelle und Stichtag, ab dem
      * die PLZOrt.txt gilt (beide von CobolPlzAbgleich bei der
      * Uebernahme eines neuen Stands geschrieben, siehe
      * PLZSTAND-PRUEFEN).
           SELECT plzstanddatei ASSIGN TO
           PLZSTANDDD
           FILE STATUS IS PLZSTANDSTATUS.
           SELECT plzortvorher ASSIGN TO
           PLZVORHERDD
           FILE STATUS IS PLZVORHERSTATUS.
      * Referenzdatei der gueltigen Kunden-IDs (siehe CobolMerge),
      * optional: ohne sie wird der Stammabgleich uebersprungen.
      * Mit ihr gehen Korrekturen mit weiterhin unbekannter
           SELECT kundenref ASSIGN TO
           KUNDENREFDD
           FILE STATUS IS KUNDENREFSTATUS.
      * Querverweis der stillgelegten Kunden-IDs (siehe
      * CobolKonsolidierung), optional wie in CobolMerge: eine
      * Korrektur mit stillgelegter Kunden-ID wird auf die
      * ueberlebende Kunden-ID umgeleitet.
           SELECT kundenxref ASSIGN TO
           KUNDENXREFDD
           FILE STATUS IS KUNDENXREFSTATUS.
      * Herkunftsnachweis (siehe CobolMerge): hier werden die
      * Umleitungen auf eine ueberlebende Kunden-ID angefuegt.
           SELECT auditout ASSIGN TO
           AUDITDD
           FILE STATUS IS AUDITSTATUS.
      * Zentrales Laufprotokoll der Verarbeitungskette (siehe
      * CobolMerge): ein standardisierter Satz je Lauf.
           SELECT laufprotokoll ASSIGN TO
           LAUFPROTDD
           FILE STATUS IS LAUFPROTSTATUS.

      * Gemeinsame Laufsperre aller Programme, die MergeOut.txt und
      * den Kundenstamm neu schreiben (CobolMerge, CobolAktivierung,
      * CobolReentry, CobolPflege, CobolLoeschung, CobolRestore):
      * wird in VORLAUF beansprucht und am Laufende freigegeben
      * (siehe LAUFSPERRE-SETZEN). Eine nach einem Absturz
      * stehengebliebene Sperre bricht der Operator, nachdem er
      * sich vergewissert hat, dass der Sperrinhaber nicht mehr
      * laeuft, mit SPERREBRECHEN=J; jeder Bruch wird im
      * Sperrprotokoll festgehalten.
           SELECT laufsperre ASSIGN TO
           LAUFSPERREDD
           FILE STATUS IS LAUFSPERRESTATUS.
           SELECT sperrprotokoll ASSIGN TO
           LAUFSPERRELOGDD
           FILE STATUS IS SPERRPROTSTATUS.
      * Checkpoint eines abgebrochenen CobolMerge-Laufs (siehe
      * CHECKPOINT-SCHREIBEN in CobolMerge): solange er einen Satz
      * enthaelt, ist der letzte Merge unvollstaendig.
           SELECT checkpointdatei ASSIGN TO
           CHECKPOINTDD
           FILE STATUS IS CHECKPOINTSTATUS.

       DATA DIVISION.
       FILE SECTION.

       01  kundenmaster-satz.
           05 km-kunden-id          PIC 9(10).
           05 km-rest               PIC X(98).
       FD  kmaenderung.
      * Je geaenderter Kunden-ID eine Zeile: Art (N = neu im
      * Bestand, G = ersetzt), der neue und bei G der bisherige
      * Satz.
       01  kmaenderungzeile.
           05 kma-art               PIC X(01).
           05 FILLER                PIC X(01).
           05 kma-neu               PIC X(108).
           05 FILLER                PIC X(01).
           05 kma-alt               PIC X(108).
      * Alternative Sicht mit den Feldern beider Saetze fuer die
      * ChangeLog-Zeilen.
       01  kmaenderung-felder REDEFINES kmaenderungzeile.
           05 FILLER                PIC X(02).
           05 kman-kunden-id        PIC 9(10).
           05 FILLER                PIC X(16).
           05 kman-gueltig          PIC 9(08).
           05 FILLER                PIC X(01).
           05 kman-plz              PIC 9(05).
           05 FILLER                PIC X(01).
           05 kman-wohnort          PIC X(30).
           05 FILLER                PIC X(01).
           05 kman-strasse          PIC X(30).
           05 FILLER                PIC X(01).
           05 kman-hausnr           PIC X(05).
           05 FILLER                PIC X(01).
           05 kmaa-kunden-id        PIC 9(10).
           05 FILLER                PIC X(16).
           05 kmaa-gueltig          PIC 9(08).
           05 FILLER                PIC X(01).
           05 kmaa-plz              PIC 9(05).
           05 FILLER                PIC X(01).
           05 kmaa-wohnort          PIC X(30).
           05 FILLER                PIC X(01).
           05 kmaa-strasse          PIC X(30).
           05 FILLER                PIC X(01).
           05 kmaa-hausnr           PIC X(05).
       FD  changelogdatei.
      * Eine Zeile je neuem, geaendertem oder entferntem Kunden-
      * satz wie in CobolMerge; hinter jeder "Geaendert"-Zeile
      * folgt der alte Stand als "AltStand"-Zeile, am Zeilenende
      * steht der Laufzeitpunkt.
       01  changelogzeile.
           05 cl-art                PIC X(10).
           05 FILLER                PIC X(01).
           05 cl-kunden-id          PIC 9(10).
           05 FILLER                PIC X(01).
           05 cl-gueltig            PIC 9(08).
           05 FILLER                PIC X(01).
           05 cl-plz                PIC 9(05).
           05 FILLER                PIC X(01).
           05 cl-wohnort            PIC X(30).
           05 FILLER                PIC X(01).
           05 cl-strasse            PIC X(30).
           05 FILLER                PIC X(01).
           05 cl-hausnr             PIC X(05).
           05 FILLER                PIC X(01).
           05 cl-zeitpunkt          PIC 9(14).
       FD  futureout.
      * Saetze mit einer Gueltigkeit nach dem Systemdatum, im selben
      * Format wie mergeoutzeile.
           05 plzort-plz            PIC 9(05).
           05 FILLER                PIC X(01).
           05 plzort-ort            PIC X(30).
       FD  plzstanddatei.
      * Ab ps-gueltig-ab gilt PLZOrt.txt, davor PLZOrtVorher.txt.
       01  plzstand-satz.
           05 ps-gueltig-ab         PIC 9(08).
           05 FILLER                PIC X(01).
           05 ps-uebernommen        PIC 9(14).
       FD  plzortvorher.
      * Gleicher Aufbau wie plzort-satz.
       01  plzvorher-satz.
           05 pv-plz                PIC 9(05).
           05 FILLER                PIC X(01).
           05 pv-ort                PIC X(30).
       FD  kundenref.
      * Referenzdatei: eine gueltige Kunden-ID je Satz.
       01  kundenref-satz.
           05 kref-kunden-id        PIC 9(10).
       FD  kundenxref.
      * Querverweis: stillgelegte Kunden-ID, ueberlebende Kunden-ID
      * und Datum der Konsolidierung.
       01  kundenxref-satz.
           05 xref-alt-id           PIC 9(10).
           05 FILLER                PIC X(01).
           05 xref-neu-id           PIC 9(10).
           05 FILLER                PIC X(01).
           05 xref-datum            PIC 9(08).
       FD  auditout.
      * Gleicher Aufbau wie die Audit-Datei in CobolMerge.
       01  auditzeile.
           05 aud-art               PIC X(12).
           05 FILLER                PIC X(01).
           05 aud-kunden-id         PIC 9(10).
           05 FILLER                PIC X(01).
           05 aud-gueltig           PIC 9(08).
           05 FILLER                PIC X(01).
           05 aud-datei             PIC 9(01).
           05 FILLER                PIC X(01).
           05 aud-zeilennr          PIC 9(08).
           05 FILLER                PIC X(01).
           05 aud-zeitpunkt         PIC 9(14).
       FD  laufprotokoll.
      * Ein Satz je Lauf; gleicher Aufbau in allen Programmen der
      * Verarbeitungskette.
           05 FILLER                PIC X(01).
           05 lp-returncode         PIC 9(02).

       FD  laufsperre.
      * Ein Satz, solange die Sperre gehalten wird: Programm und
      * Zeitpunkt der Beanspruchung. Leer oder fehlend = frei.
       01  laufsperre-satz.
           05 ls-programm           PIC X(16).
           05 FILLER                PIC X(01).
           05 ls-beginn             PIC X(14).
       FD  sperrprotokoll.
      * Ein Satz je gebrochener Sperre: Zeitpunkt des Bruchs, das
      * brechende Programm und Inhaber/Zeitpunkt der gebrochenen
      * Sperre.
       01  sperrprot-satz.
           05 sp-zeitpunkt          PIC X(14).
           05 FILLER                PIC X(01).
           05 sp-programm           PIC X(16).
           05 FILLER                PIC X(01).
           05 sp-inhaber            PIC X(16).
           05 FILLER                PIC X(01).
           05 sp-seit               PIC X(14).
       FD  checkpointdatei.
      * Nur das Vorhandensein eines Satzes zaehlt; Aufbau siehe
      * checkpoint-satz in CobolMerge.
       01  checkpoint-satz          PIC X(35).

       WORKING-STORAGE SECTION.

       01  REJECTINSTATUS          PIC X(02).
       01  MERGEOUTSTATUS          PIC X(02).
       01  MERGEOUTNEUSTATUS       PIC X(02).
       01  KMASTERSTATUS           PIC X(02).
       01  KMAENDSTATUS            PIC X(02).
       01  CHANGELOGSTATUS         PIC X(02).
       01  FUTUREOUTSTATUS         PIC X(02).
       01  REJECT2STATUS           PIC X(02).
       01  LOGSTATUS               PIC X(02).
       01  HISTORYSTATUS           PIC X(02).
       01  PLZORTSTATUS            PIC X(02).
       01  PLZSTANDSTATUS          PIC X(02).
       01  PLZVORHERSTATUS         PIC X(02).
       01  KUNDENREFSTATUS         PIC X(02).
       01  KUNDENXREFSTATUS        PIC X(02).
       01  AUDITSTATUS             PIC X(02).
       01  LAUFPROTSTATUS          PIC X(02).
       01  GENQUELLESTATUS         PIC X(02).
       01  GENZIELSTATUS           PIC X(02).
       01  LAUFSPERRESTATUS        PIC X(02).
       01  SPERRPROTSTATUS         PIC X(02).
       01  CHECKPOINTSTATUS        PIC X(02).

      * Standarddateinamen, die PARAMETER-EINLESEN als DD-Zuweisung
      * hinterlegt, solange die aufrufende JCL/das Start-Skript die
       01  DD-STANDARD-HISTORY     PIC X(30)
                                   VALUE "KundenHistorie.txt".
       01  DD-STANDARD-PLZORT      PIC X(30)     VALUE "PLZOrt.txt".
       01  DD-STANDARD-PLZSTAND    PIC X(30)
                                   VALUE "PLZOrtStand.txt".
       01  DD-STANDARD-PLZVORHER   PIC X(30)
                                   VALUE "PLZOrtVorher.txt".
       01  DD-STANDARD-KUNDENREF   PIC X(30)     VALUE "KundenRef.txt".
       01  DD-STANDARD-KUNDENXREF  PIC X(30)     VALUE "KundenXref.txt".
       01  DD-STANDARD-AUDIT       PIC X(30)     VALUE "MergeAudit.txt".
       01  DD-STANDARD-REENTRYNEU  PIC X(30)
                                   VALUE "ReentryNeu.tmp".
       01  DD-STANDARD-LAUFPROT    PIC X(30)
                                   VALUE "Laufprotokoll.txt".
       01  DD-STANDARD-LAUFSPERRE  PIC X(30)
                                   VALUE "Laufsperre.dat".
       01  DD-STANDARD-SPERRPROT   PIC X(30)
                                   VALUE "LaufsperreLog.txt".
       01  DD-STANDARD-CHECKPOINT  PIC X(30)     VALUE "Checkpoint.dat".
       01  DD-STANDARD-REENTRYKM   PIC X(30)
                                   VALUE "ReentryKMaender.tmp".
       01  DD-STANDARD-CHANGELOG   PIC X(30)     VALUE "ChangeLog.txt".
       01  DATEINAME-HILFSFELD     PIC X(30).

      * Der tatsaechlich fuer MERGEOUTDD verwendete Dateiname (wie
       01  PLZORT-VORHANDEN        PIC X(01)     VALUE 'N'.
           88 PLZORT-DA                          VALUE 'J'.
           88 PLZORT-NICHT-DA                    VALUE 'N'.
      * Stichtag des zuletzt eingespielten PLZ-Ort-Stands; liegt
      * er nach dem Tag des Laufs, gilt noch der Vorgaengerstand.
       01  PLZ-STAND-GUELTIG-AB    PIC 9(08)     VALUE 0.
       01  PLZ-STAND-WAHL          PIC X(01)     VALUE 'N'.
           88 PLZ-VORHER-GILT                    VALUE 'J'.
           88 PLZ-AKTUELL-GILT                   VALUE 'N'.

       01  PLZ-ORT-TREFFER         PIC X(01)     VALUE 'N'.
           88 PLZ-ORT-GEFUNDEN                   VALUE 'J'.
           88 KUNDENREF-GEFUNDEN                 VALUE 'J'.
           88 KUNDENREF-NICHT-GEFUNDEN           VALUE 'N'.

      * Im Arbeitsspeicher gehaltener Querverweis stillgelegter
      * Kunden-IDs, wie in CobolMerge.
       01  KUNDENXREF-TABELLE.
           05 KUNDENXREF-EINTRAG OCCURS 50000 TIMES
                                  INDEXED BY KUNDENXREF-IDX.
              10 XREF-TAB-ALT-ID     PIC 9(10).
              10 XREF-TAB-NEU-ID     PIC 9(10).
       01  KUNDENXREF-ANZAHL       PIC 9(05)     VALUE 0.

       01  KUNDENXREF-VORHANDEN    PIC X(01)     VALUE 'N'.
           88 KUNDENXREF-DA                      VALUE 'J'.
           88 KUNDENXREF-NICHT-DA                VALUE 'N'.

       01  KUNDENXREF-TREFFER      PIC X(01)     VALUE 'N'.
           88 KUNDENXREF-UMGELEITET              VALUE 'J'.
           88 KUNDENXREF-NICHT-UMGELEITET        VALUE 'N'.
       01  UMLEITUNG-ALT-ID        PIC 9(10)     VALUE 0.
       01  UMLEITUNG-STUFEN        PIC 9(02)     VALUE 0.
       01  UMLEITUNG-WEITER        PIC X(01)     VALUE 'N'.
           88 UMLEITUNG-WEITERSUCHEN             VALUE 'J'.
           88 UMLEITUNG-FERTIG                   VALUE 'N'.

      * Anzahl der auf eine ueberlebende Kunden-ID umgeleiteten
      * Korrekturen fuer die Abschlussmeldung.
       01  UMLEITUNG-ANZAHL        PIC 9(05)     VALUE 0.

      * Anzahl der wegen unbekannter Kunden-ID abgewiesenen
      * Korrekturen fuer die Abschlussmeldung.
       01  REENTRY-UNBEKANNT-ANZAHL PIC 9(05)    VALUE 0.
       01  REENTRY-PUFFER-STATUS   PIC X(01)     VALUE 'N'.
           88 REENTRY-PUFFER-DA                  VALUE 'J'.
           88 REENTRY-PUFFER-NICHT-DA            VALUE 'N'.
      * Herkunft des gepufferten Satzes fuer die Aenderungsliste
      * des Kundenstamms: U = unveraendert aus der MergeOut.txt,
      * N = Kunden-ID neu im Bestand, G = bisherigen Satz ersetzt
      * (dieser steht dann in REENTRY-PUFFER-ALT).
       01  REENTRY-PUFFER-ART      PIC X(01)     VALUE 'U'.
           88 REENTRY-PUFFER-UNVERAENDERT        VALUE 'U'.
           88 REENTRY-PUFFER-NEU                 VALUE 'N'.
           88 REENTRY-PUFFER-ERSETZT             VALUE 'G'.
       01  REENTRY-PUFFER-ALT      PIC X(108).

      * Fortschreibung des Kundenstamms (siehe KUNDENMASTER-
      * FORTSCHREIBEN): F = Aenderungen fortgeschrieben, N = voll-
      * staendiger Neuaufbau erforderlich, V = vollstaendig neu
      * aufgebaut. KMASTERNEUAUFBAU=J fordert den Neuaufbau
      * ausdruecklich an.
       01  KMASTER-ABGLEICH        PIC X(01)     VALUE 'N'.
           88 KMASTER-FORTGESCHRIEBEN            VALUE 'F'.
           88 KMASTER-NEUAUFBAU-NOETIG           VALUE 'N'.
           88 KMASTER-NEU-AUFGEBAUT              VALUE 'V'.
       01  KMASTER-NEUAUFBAU       PIC X(01)     VALUE 'N'.
           88 KMASTER-NEUAUFBAU-JA               VALUE 'J'.
       01  KMASTER-ABSTIMMUNG      PIC X(01)     VALUE 'N'.
           88 KMASTER-STIMMT                     VALUE 'J'.
           88 KMASTER-STIMMT-NICHT               VALUE 'N'.
      * Satzzahlen der Abstimmung (Soll = MergeOut.txt, Ist =
      * Kundenstamm) und der fortgeschriebenen Saetze.
       01  KMASTER-SOLL-ANZAHL     PIC 9(08)     VALUE 0.
      * Anzahl der in diesem Lauf an die ChangeLog.txt angefuegten
      * Zeilen.
       01  CHANGELOG-ZEILEN-ANZAHL PIC 9(08)     VALUE 0.
       01  KMASTER-IST-ANZAHL      PIC 9(08)     VALUE 0.
       01  KMASTER-SCHREIB-ANZAHL  PIC 9(08)     VALUE 0.

      * Zustand des sequentiell mitlaufenden MergeOut-Bestands.
       01  MERGEOUT-SATZ-STATUS    PIC X(01)     VALUE 'N'.
       01  schaltjahrfiller2       PIC 9(04)     VALUE 0.
       01  schaltjahrfiller3       PIC 9(04)     VALUE 0.

      * Laufsperre: Name, unter dem dieser Lauf die Sperre
      * beansprucht, Zeitpunkt der Beanspruchung sowie Inhaber und
      * Zeitpunkt einer vorgefundenen Sperre.
       01  LAUFSPERRE-PROGRAMM     PIC X(16)     VALUE "CobolReentry".
       01  LAUFSPERRE-ZEITPUNKT.
           05 LAUFSPERRE-DATUM     PIC 9(08)     VALUE 0.
           05 LAUFSPERRE-ZEIT      PIC 9(06)     VALUE 0.
       01  LAUFSPERRE-UHRZEIT      PIC 9(08)     VALUE 0.
       01  SPERRE-INHABER          PIC X(16).
       01  SPERRE-SEIT             PIC X(14).
      * SPERREBRECHEN=J: eine vorgefundene Sperre wird gebrochen und
      * protokolliert (nur nach einem Absturz des Sperrinhabers).
       01  SPERRE-BRECHEN          PIC X(01)     VALUE 'N'.
           88 SPERRE-BRECHEN-JA                  VALUE 'J'.
      * F = keine Sperre beansprucht, B = Lauf abgewiesen, weil ein
      * anderes Programm die Sperre haelt, G = Sperre gehalten.
       01  LAUFSPERRE-ZUSTAND      PIC X(01)     VALUE 'F'.
           88 LAUFSPERRE-FREI                    VALUE 'F'.
           88 LAUFSPERRE-BELEGT                  VALUE 'B'.
           88 LAUFSPERRE-GEHALTEN                VALUE 'G'.
      * Vorgaengerpruefung: Ausgang des letzten CobolMerge-Laufs
      * laut Laufprotokoll.
       01  MERGE-LETZTER-RC        PIC 9(02)     VALUE 0.
       01  MERGE-LAUF-GEFUNDEN     PIC X(01)     VALUE 'N'.
           88 MERGE-LAUF-DA                      VALUE 'J'.
           88 MERGE-LAUF-NICHT-DA                VALUE 'N'.
       01  VORGAENGER-STATUS       PIC X(01)     VALUE 'J'.
           88 VORGAENGER-IN-ORDNUNG              VALUE 'J'.
           88 VORGAENGER-FEHLERHAFT              VALUE 'N'.


       PROCEDURE DIVISION.

      * Gestufter Return-Code fuer den Scheduler: 0 = sauberer
      * Lauf, 4 = Lauf mit abgelehnten/verworfenen Korrekturen,
      * 8 = Abbruch.
      * 20 = nicht gestartet, weil ein anderes Programm die
      * Laufsperre haelt, 24 = nicht gestartet, weil der letzte
      * CobolMerge-Lauf unvollstaendig oder fehlerhaft endete.
           PERFORM RETURNCODE-SETZEN

      * Ein Satz je Lauf ins zentrale Laufprotokoll, nachdem der
      * Return-Code feststeht.
           PERFORM LAUFPROTOKOLL-SCHREIBEN

      * Laufsperre erst nach dem Laufprotokoll-Satz freigeben, damit
      * ein nachfolgendes Programm den Ausgang dieses Laufs bereits
      * vorfindet.
           PERFORM LAUFSPERRE-FREIGEBEN

           .
       STEUERUNG-ENDE.
           STOP RUN.
       RETURNCODE-SETZEN-ANFANG.

           EVALUATE TRUE
             WHEN LAUFSPERRE-BELEGT
               MOVE 20 TO RETURN-CODE
             WHEN VORGAENGER-FEHLERHAFT
               MOVE 24 TO RETURN-CODE
             WHEN VERARBEITUNG-NICHT-OK
               MOVE 8 TO RETURN-CODE
             WHEN FEHLER-COUNTER > 0
       LAUFPROTOKOLL-SCHREIBEN-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    Gemeinsame Laufsperre der Programme, die MergeOut.txt       *
      *    und den Kundenstamm neu schreiben.                          *
      *                                                                *
      ******************************************************************

       LAUFSPERRE-SETZEN SECTION.
       LAUFSPERRE-SETZEN-ANFANG.
      * Beansprucht die gemeinsame Laufsperre fuer diesen Lauf. Ein
      * Satz in der Sperrdatei zeigt an, dass ein anderes Programm
      * der Kette gerade laeuft oder nach einem Absturz nicht mehr
      * freigeben konnte; eine leere oder fehlende Sperrdatei
      * bedeutet frei. Ist die Sperre belegt, wird der Lauf mit
      * Return-Code 20 abgewiesen, ausser der Operator bricht sie
      * ausdruecklich mit SPERREBRECHEN=J (siehe LAUFSPERRE-
      * BRECHEN).
           ACCEPT LAUFSPERRE-DATUM   FROM DATE YYYYMMDD
           ACCEPT LAUFSPERRE-UHRZEIT FROM TIME
           MOVE LAUFSPERRE-UHRZEIT (1:6) TO LAUFSPERRE-ZEIT
           SET LAUFSPERRE-FREI TO TRUE
           MOVE SPACES TO SPERRE-INHABER
           MOVE SPACES TO SPERRE-SEIT

           OPEN INPUT laufsperre
           IF LAUFSPERRESTATUS = 00
             READ laufsperre
             IF LAUFSPERRESTATUS = 00
               AND ls-programm NOT = SPACES
               MOVE ls-programm TO SPERRE-INHABER
               MOVE ls-beginn   TO SPERRE-SEIT
               SET LAUFSPERRE-BELEGT TO TRUE
             END-IF
             CLOSE laufsperre
           ELSE
             IF LAUFSPERRESTATUS NOT = 35
               DISPLAY " ERROR   Laufsperre konnte nicht gelesen"
                       " werden." LAUFSPERRESTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
               GO TO LAUFSPERRE-SETZEN-ENDE
             END-IF
           END-IF

           IF LAUFSPERRE-BELEGT
             IF NOT SPERRE-BRECHEN-JA
               DISPLAY " ERROR   Laufsperre belegt durch "
                       SPERRE-INHABER " seit " SPERRE-SEIT
                       ", Lauf wird nicht gestartet."
               SET VERARBEITUNG-NICHT-OK TO TRUE
               GO TO LAUFSPERRE-SETZEN-ENDE
             END-IF
             PERFORM LAUFSPERRE-BRECHEN
             IF LAUFSPERRE-BELEGT
               SET VERARBEITUNG-NICHT-OK TO TRUE
               GO TO LAUFSPERRE-SETZEN-ENDE
             END-IF
           END-IF

           OPEN OUTPUT laufsperre
           IF LAUFSPERRESTATUS NOT = 00
             DISPLAY " ERROR   Laufsperre konnte nicht gesetzt"
                     " werden." LAUFSPERRESTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO LAUFSPERRE-SETZEN-ENDE
           END-IF

           MOVE SPACES               TO laufsperre-satz
           MOVE LAUFSPERRE-PROGRAMM  TO ls-programm
           MOVE LAUFSPERRE-ZEITPUNKT TO ls-beginn
           WRITE laufsperre-satz
           IF LAUFSPERRESTATUS NOT = 00
             DISPLAY " ERROR   Laufsperre konnte nicht gesetzt"
                     " werden." LAUFSPERRESTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             CLOSE laufsperre
             GO TO LAUFSPERRE-SETZEN-ENDE
           END-IF
           CLOSE laufsperre
           SET LAUFSPERRE-GEHALTEN TO TRUE

           .
       LAUFSPERRE-SETZEN-ENDE.
           EXIT.

       LAUFSPERRE-BRECHEN SECTION.
       LAUFSPERRE-BRECHEN-ANFANG.
      * Bricht die vorgefundene Sperre auf Anweisung des Operators.
      * Der Bruch wird zuerst im Sperrprotokoll festgehalten; laesst
      * er sich nicht protokollieren, bleibt die Sperre bestehen und
      * der Lauf wird abgewiesen.
           OPEN EXTEND sperrprotokoll
           IF SPERRPROTSTATUS = 35
             OPEN OUTPUT sperrprotokoll
           END-IF
           IF SPERRPROTSTATUS NOT = 00
             DISPLAY " ERROR   Sperrprotokoll konnte nicht geoeffnet"
                     " werden, Laufsperre wird nicht gebrochen."
                     SPERRPROTSTATUS
             GO TO LAUFSPERRE-BRECHEN-ENDE
           END-IF

           MOVE SPACES               TO sperrprot-satz
           MOVE LAUFSPERRE-ZEITPUNKT TO sp-zeitpunkt
           MOVE LAUFSPERRE-PROGRAMM  TO sp-programm
           MOVE SPERRE-INHABER       TO sp-inhaber
           MOVE SPERRE-SEIT          TO sp-seit
           WRITE sperrprot-satz
           IF SPERRPROTSTATUS NOT = 00
             DISPLAY " ERROR   Sperrbruch konnte nicht protokolliert"
                     " werden, Laufsperre wird nicht gebrochen."
                     SPERRPROTSTATUS
             CLOSE sperrprotokoll
             GO TO LAUFSPERRE-BRECHEN-ENDE
           END-IF
           CLOSE sperrprotokoll

           DISPLAY " WARNUNG Laufsperre von " SPERRE-INHABER
                   " seit " SPERRE-SEIT " auf Anweisung"
                   " (SPERREBRECHEN=J) gebrochen."
           SET LAUFSPERRE-FREI TO TRUE

           .
       LAUFSPERRE-BRECHEN-ENDE.
           EXIT.

       LAUFSPERRE-FREIGEBEN SECTION.
       LAUFSPERRE-FREIGEBEN-ANFANG.
      * Gibt die von diesem Lauf gehaltene Sperre frei, indem die
      * Sperrdatei geleert wird (wie CHECKPOINT-LOESCHEN in
      * CobolMerge). Wurde die Sperre waehrend des Laufs gebrochen
      * und von einem anderen Programm neu beansprucht, bleibt
      * dessen Sperre unangetastet.
           IF NOT LAUFSPERRE-GEHALTEN
             GO TO LAUFSPERRE-FREIGEBEN-ENDE
           END-IF

           OPEN INPUT laufsperre
           IF LAUFSPERRESTATUS = 00
             READ laufsperre
             IF LAUFSPERRESTATUS = 00
               AND (ls-programm NOT = LAUFSPERRE-PROGRAMM
                    OR ls-beginn NOT = LAUFSPERRE-ZEITPUNKT)
               DISPLAY " WARNUNG Laufsperre wurde waehrend des Laufs"
                       " gebrochen und gehoert jetzt "
                       ls-programm ", sie bleibt bestehen."
               CLOSE laufsperre
               SET LAUFSPERRE-FREI TO TRUE
               GO TO LAUFSPERRE-FREIGEBEN-ENDE
             END-IF
             CLOSE laufsperre
           END-IF

           OPEN OUTPUT laufsperre
           IF LAUFSPERRESTATUS NOT = 00
             DISPLAY " WARNUNG Laufsperre konnte nicht freigegeben"
                     " werden, vor dem naechsten Lauf mit"
                     " SPERREBRECHEN=J brechen." LAUFSPERRESTATUS
             GO TO LAUFSPERRE-FREIGEBEN-ENDE
           END-IF
           CLOSE laufsperre
           SET LAUFSPERRE-FREI TO TRUE

           .
       LAUFSPERRE-FREIGEBEN-ENDE.
           EXIT.

       VORGAENGER-PRUEFEN SECTION.
       VORGAENGER-PRUEFEN-ANFANG.
      * Dieser Lauf setzt auf dem Ergebnis des letzten CobolMerge-
      * Laufs auf und wird mit Return-Code 24 abgewiesen, solange
      * ein Checkpoint aus einem unvollstaendigen CobolMerge-Lauf
      * vorliegt oder der letzte CobolMerge-Satz im Laufprotokoll
      * mit einem Fehler-Return-Code (8 und hoeher) endete. Ein
      * wegen belegter Laufsperre abgewiesener CobolMerge (Return-
      * Code 20) hat nichts veraendert und zaehlt nicht.
           SET VORGAENGER-IN-ORDNUNG TO TRUE

           OPEN INPUT checkpointdatei
           IF CHECKPOINTSTATUS = 00
             READ checkpointdatei
             IF CHECKPOINTSTATUS = 00
               DISPLAY " ERROR   Checkpoint eines unvollstaendigen"
                       " CobolMerge-Laufs vorhanden, Lauf wird nicht"
                       " gestartet."
               SET VORGAENGER-FEHLERHAFT TO TRUE
             END-IF
             CLOSE checkpointdatei
           END-IF

           IF VORGAENGER-FEHLERHAFT
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO VORGAENGER-PRUEFEN-ENDE
           END-IF

           SET MERGE-LAUF-NICHT-DA TO TRUE
           OPEN INPUT laufprotokoll
           IF LAUFPROTSTATUS = 00
             PERFORM UNTIL LAUFPROTSTATUS NOT = 00
               READ laufprotokoll
               IF LAUFPROTSTATUS = 00
                 AND lp-programm = "CobolMerge"
                 AND lp-returncode IS NUMERIC
                 AND lp-returncode NOT = 20
                 MOVE lp-returncode TO MERGE-LETZTER-RC
                 SET MERGE-LAUF-DA TO TRUE
               END-IF
             END-PERFORM
             CLOSE laufprotokoll
           END-IF

           IF MERGE-LAUF-DA
             AND MERGE-LETZTER-RC >= 8
             DISPLAY " ERROR   Letzter CobolMerge-Lauf endete mit"
                     " Return-Code " MERGE-LETZTER-RC
                     ", Lauf wird nicht gestartet."
             SET VORGAENGER-FEHLERHAFT TO TRUE
             SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF

           .
       VORGAENGER-PRUEFEN-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    Hier werden Anweisungen durchgefuehrt, die am Anfang        *
      * Dateinamen ggf. ueber Umgebungsvariablen parametrisieren.
           PERFORM PARAMETER-EINLESEN

      * Gemeinsame Laufsperre beanspruchen: haelt ein anderes
      * Programm der Kette sie, wird dieser Lauf abgewiesen, bevor
      * irgendein Bestand beruehrt wird.
           PERFORM LAUFSPERRE-SETZEN
           IF VERARBEITUNG-NICHT-OK
             GO TO VORLAUF-ENDE
           END-IF

      * Nur auf einem vollstaendig und fehlerfrei beendeten
      * CobolMerge-Lauf aufsetzen.
           PERFORM VORGAENGER-PRUEFEN
           IF VERARBEITUNG-NICHT-OK
             GO TO VORLAUF-ENDE
           END-IF

      * Pruefen, dass eine MergeOut.txt vorhanden ist: ohne sie
      * gibt es nichts, worin Korrekturen einsortiert werden
      * koennten -- der Lauf wird abgebrochen, statt eine leere
      * sofern vorhanden.
           PERFORM KUNDENREF-LADEN

      * Querverweis stillgelegter Kunden-IDs fuer die Umleitung
      * laden, sofern vorhanden.
           PERFORM KUNDENXREF-LADEN

      * Variablen initialisieren
           MOVE SPACES   TO ereignis
           MOVE SPACES   TO aktuellezeile
             DISPLAY DD-STANDARD-PLZORT   UPON ENVIRONMENT-VALUE
           END-IF

      * PLZSTANDDD und PLZVORHERDD sind ebenfalls optional: ohne
      * Stichtag gilt PLZOrt.txt (siehe PLZSTAND-PRUEFEN).
           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "PLZSTANDDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "PLZSTANDDD"         UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-PLZSTAND UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "PLZVORHERDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "PLZVORHERDD"        UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-PLZVORHER
                                          UPON ENVIRONMENT-VALUE
           END-IF

      * KUNDENREFDD ist wie PLZORTDD optional: KUNDENREF-LADEN
      * behandelt eine fehlende Referenzdatei nicht als Fehler.
           MOVE SPACES TO DATEINAME-HILFSFELD
                                          UPON ENVIRONMENT-VALUE
           END-IF

      * KUNDENXREFDD ist ebenfalls optional: ohne Querverweisdatei
      * wird nicht umgeleitet (siehe KUNDENXREF-LADEN).
           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "KUNDENXREFDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "KUNDENXREFDD"       UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-KUNDENXREF
                                          UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "AUDITDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "AUDITDD"            UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-AUDIT    UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "REENTRYNEUDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY DD-STANDARD-LAUFPROT UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "LAUFSPERREDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "LAUFSPERREDD"       UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-LAUFSPERRE
                                          UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD
                  FROM ENVIRONMENT "LAUFSPERRELOGDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "LAUFSPERRELOGDD"    UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-SPERRPROT
                                          UPON ENVIRONMENT-VALUE
           END-IF

      * SPERREBRECHEN ist kein DD-Name, sondern die Anweisung des
      * Operators, eine stehengebliebene Laufsperre zu brechen.
           MOVE SPACES TO SPERRE-BRECHEN
           ACCEPT SPERRE-BRECHEN FROM ENVIRONMENT "SPERREBRECHEN"
           IF SPERRE-BRECHEN NOT = "J"
             MOVE "N" TO SPERRE-BRECHEN
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "REENTRYKMDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "REENTRYKMDD"        UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-REENTRYKM
                                          UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "CHANGELOGDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "CHANGELOGDD"        UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-CHANGELOG
                                          UPON ENVIRONMENT-VALUE
           END-IF

      * KMASTERNEUAUFBAU ist kein DD-Name, sondern die Anweisung des
      * Operators, den Kundenstamm statt der Fortschreibung
      * vollstaendig aus der MergeOut.txt neu aufzubauen.
           MOVE SPACES TO KMASTER-NEUAUFBAU
           ACCEPT KMASTER-NEUAUFBAU FROM ENVIRONMENT "KMASTERNEUAUFBAU"
           IF KMASTER-NEUAUFBAU NOT = "J"
             MOVE "N" TO KMASTER-NEUAUFBAU
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "CHECKPOINTDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "CHECKPOINTDD"       UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-CHECKPOINT
                                          UPON ENVIRONMENT-VALUE
           END-IF

      * MERGEGENERATIONEN ist kein DD-Name, sondern die Anzahl der
      * aufzuhebenden vorherigen Staende (0-9, Vorgabe 3). Ein
      * nicht numerischer Wert wird mit einer Warnung ignoriert.
              SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF

           IF VERARBEITUNG-NICHT-OK
             GO TO FILEOPEN-ENDE
           END-IF

      * Die Audit-Datei des Mergelaufs wird angefuegt; existiert sie
      * noch nicht (Dateistatus 35), wird sie neu angelegt.
           OPEN EXTEND auditout
           IF AUDITSTATUS = 35
             OPEN OUTPUT auditout
           END-IF
           IF AUDITSTATUS NOT = 00
              DISPLAY " ERROR   Audit-Datei konnte"
                      " nicht geoeffnet werden." AUDITSTATUS
              SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF

           IF VERARBEITUNG-OK
              DISPLAY " SUCCESS Alle relevanten Dateien geoeffnet."
              DISPLAY SPACES
      * in PLZ-ORT-TABELLE ein, wie PLZORT-LADEN in CobolMerge.
           MOVE 0 TO PLZ-ORT-ANZAHL

      * Vor dem Stichtag eines neu eingespielten Stands wird noch
      * der Vorgaengerstand geladen; fehlt er, gilt PLZOrt.txt.
           PERFORM PLZSTAND-PRUEFEN
           IF PLZ-VORHER-GILT
             PERFORM PLZORTVORHER-LADEN
             IF PLZORT-DA
               GO TO PLZORT-LADEN-ENDE
             END-IF
           END-IF

           OPEN INPUT plzortdatei
           IF PLZORTSTATUS = 00
             SET PLZORT-DA TO TRUE
       PLZORT-LADEN-ENDE.
           EXIT.

       PLZSTAND-PRUEFEN SECTION.
       PLZSTAND-PRUEFEN-ANFANG.
      * Liest den von CobolPlzAbgleich vermerkten Stichtag des
      * zuletzt eingespielten PLZ-Ort-Stands. Fehlt die Datei oder
      * ist der Stichtag erreicht, gilt PLZOrt.txt.
           SET PLZ-AKTUELL-GILT TO TRUE
           MOVE 0 TO PLZ-STAND-GUELTIG-AB

           OPEN INPUT plzstanddatei
           IF PLZSTANDSTATUS NOT = 00
             GO TO PLZSTAND-PRUEFEN-ENDE
           END-IF
           READ plzstanddatei
           IF PLZSTANDSTATUS = 00
             AND ps-gueltig-ab IS NUMERIC
             MOVE ps-gueltig-ab TO PLZ-STAND-GUELTIG-AB
           END-IF
           CLOSE plzstanddatei

           IF PLZ-STAND-GUELTIG-AB > SYSTEMDATUM-VOLL
             SET PLZ-VORHER-GILT TO TRUE
           END-IF

           .
       PLZSTAND-PRUEFEN-ENDE.
           EXIT.

       PLZORTVORHER-LADEN SECTION.
       PLZORTVORHER-LADEN-ANFANG.
      * Laedt den Vorgaengerstand wie PLZORT-LADEN die PLZOrt.txt.
      * Fehlt er, bleibt PLZORT-NICHT-DA gesetzt und PLZORT-LADEN
      * liest die PLZOrt.txt.
           OPEN INPUT plzortvorher
           IF PLZVORHERSTATUS NOT = 00
             DISPLAY " WARNUNG Neuer PLZ-Ort-Stand gilt erst ab "
                     PLZ-STAND-GUELTIG-AB ", Vorgaengerstand fehlt"
                     " jedoch; PLZOrt.txt wird verwendet."
             GO TO PLZORTVORHER-LADEN-ENDE
           END-IF

           SET PLZORT-DA TO TRUE
           PERFORM UNTIL PLZVORHERSTATUS = 10
                       OR PLZ-ORT-ANZAHL >= 9000
             READ plzortvorher
             IF PLZVORHERSTATUS = 00
               ADD 1 TO PLZ-ORT-ANZAHL
               MOVE pv-plz
                    TO PLZ-ORT-TAB-PLZ (PLZ-ORT-ANZAHL)
               MOVE pv-ort
                    TO PLZ-ORT-TAB-ORT (PLZ-ORT-ANZAHL)
             END-IF
           END-PERFORM
           IF PLZVORHERSTATUS NOT = 10
             DISPLAY " WARNUNG PLZ-Ort-Referenztabelle abgeschnitten"
                     " bei " PLZ-ORT-ANZAHL " Eintraegen, weitere"
                     " Zeilen der Referenzdatei wurden ignoriert."
           END-IF
           CLOSE plzortvorher
           DISPLAY " PLZ-Ort-Referenztabelle (Vorgaengerstand bis "
                   PLZ-STAND-GUELTIG-AB ") geladen: "
                   PLZ-ORT-ANZAHL " Eintraege."

           .
       PLZORTVORHER-LADEN-ENDE.
           EXIT.

       KUNDENREF-LADEN SECTION.
       KUNDENREF-LADEN-ANFANG.
      * Liest die optionale Referenzdatei der gueltigen Kunden-IDs
       KUNDENREF-LADEN-ENDE.
           EXIT.

       KUNDENXREF-LADEN SECTION.
       KUNDENXREF-LADEN-ANFANG.
      * Liest die optionale Querverweisdatei der stillgelegten
      * Kunden-IDs einmalig komplett in KUNDENXREF-TABELLE ein, wie
      * KUNDENXREF-LADEN in CobolMerge.
           MOVE 0 TO KUNDENXREF-ANZAHL

           OPEN INPUT kundenxref
           IF KUNDENXREFSTATUS = 00
             SET KUNDENXREF-DA TO TRUE
             PERFORM UNTIL KUNDENXREFSTATUS = 10
                         OR KUNDENXREF-ANZAHL >= 50000
               READ kundenxref
               IF KUNDENXREFSTATUS = 00
                 AND xref-alt-id IS NUMERIC
                 AND xref-neu-id IS NUMERIC
                 ADD 1 TO KUNDENXREF-ANZAHL
                 MOVE xref-alt-id
                      TO XREF-TAB-ALT-ID (KUNDENXREF-ANZAHL)
                 MOVE xref-neu-id
                      TO XREF-TAB-NEU-ID (KUNDENXREF-ANZAHL)
               END-IF
             END-PERFORM
             IF KUNDENXREFSTATUS NOT = 10
               DISPLAY " WARNUNG Kunden-ID-Querverweis"
                       " abgeschnitten bei " KUNDENXREF-ANZAHL
                       " Eintraegen, weitere Zeilen der"
                       " Querverweisdatei wurden ignoriert."
             END-IF
             CLOSE kundenxref
             DISPLAY " Kunden-ID-Querverweis geladen: "
                     KUNDENXREF-ANZAHL " Eintraege."
           END-IF

           .
       KUNDENXREF-LADEN-ENDE.
           EXIT.

       KUNDENREF-CHECK SECTION.
      * Sucht die Kunden-ID der aktuellen Zeile in der geladenen
      * Referenztabelle. Das Ergebnis steht in KUNDENREF-TREFFER;
       KUNDENREF-CHECK-ENDE.
           EXIT.

       KUNDENXREF-CHECK SECTION.
      * Sucht die Kunden-ID der aktuellen Zeile im Querverweis und
      * ersetzt sie bei einem Treffer durch die ueberlebende
      * Kunden-ID, ueber hoechstens zehn Stufen, wie
      * KUNDENXREF-CHECK in CobolMerge.
       KUNDENXREF-CHECK-ANFANG.
           SET KUNDENXREF-NICHT-UMGELEITET TO TRUE
           MOVE kunden-id TO UMLEITUNG-ALT-ID
           MOVE 0         TO UMLEITUNG-STUFEN
           SET UMLEITUNG-WEITERSUCHEN TO TRUE

           PERFORM UNTIL UMLEITUNG-FERTIG
                       OR UMLEITUNG-STUFEN >= 10
             SET UMLEITUNG-FERTIG TO TRUE
             SET KUNDENXREF-IDX TO 1
             PERFORM UNTIL KUNDENXREF-IDX > KUNDENXREF-ANZAHL
                         OR UMLEITUNG-WEITERSUCHEN
               IF XREF-TAB-ALT-ID (KUNDENXREF-IDX) = kunden-id
                 MOVE XREF-TAB-NEU-ID (KUNDENXREF-IDX) TO kunden-id
                 SET KUNDENXREF-UMGELEITET  TO TRUE
                 SET UMLEITUNG-WEITERSUCHEN TO TRUE
                 ADD 1 TO UMLEITUNG-STUFEN
               END-IF
               SET KUNDENXREF-IDX UP BY 1
             END-PERFORM
           END-PERFORM

           .
       KUNDENXREF-CHECK-ENDE.
           EXIT.

       AUDITWRITE SECTION.
       AUDITWRITE-ANFANG.
      * Hier wird eine vom Aufrufer in auditzeile gestellte Zeile
      * in die Audit-Datei geschrieben (wie AUDITWRITE in
      * CobolMerge).
           IF AUDITSTATUS NOT = 00
             SET VERARBEITUNG-NICHT-OK TO TRUE
             DISPLAY "Fehler vor dem Schreiben der "
                     "Audit-Datei." AUDITSTATUS
           ELSE
             MOVE LAUFPROT-START TO aud-zeitpunkt
             WRITE auditzeile
           END-IF

           IF AUDITSTATUS NOT = 00
             SET VERARBEITUNG-NICHT-OK TO TRUE
             DISPLAY "Fehler beim Schreiben der "
                     "Audit-Datei." AUDITSTATUS
           END-IF

           .
       AUDITWRITE-ENDE.
           EXIT.

       LOGWRITEMESSAGE SECTION.
       LOGWRITEMESSAGE-ANFANG.
      * Hier werden einleitende Informationen bei einem Fehler
       VERARBEITUNG SECTION.
       VERARBEITUNG-ANFANG.

      * Die Aenderungsliste fuer den Kundenstamm entsteht waehrend
      * des Abgleichs (siehe REENTRY-PUFFER-SCHREIBEN).
           OPEN OUTPUT kmaenderung
           IF KMAENDSTATUS NOT = 00
             DISPLAY " ERROR   Aenderungsliste fuer den Kundenstamm"
                     " konnte nicht geoeffnet werden." KMAENDSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO VERARBEITUNG-ENDE
           END-IF

      * Die geprueft guten Korrekturen werden nach Kunden-ID/
      * Gueltigkeit/Erstellzeit sortiert und anschliessend
      * sequentiell gegen die sortierte MergeOut.txt gemischt --
                INPUT  PROCEDURE IS KORREKTUREN-PRUEFEN
                OUTPUT PROCEDURE IS REENTRY-MISCHEN

           CLOSE kmaenderung
           IF KMAENDSTATUS NOT = 00
             DISPLAY "Fehler beim Beenden der Kundenstamm-"
                     "Aenderungsliste." KMAENDSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF

           .
       VERARBEITUNG-ENDE.
           EXIT.
                     MOVE rejectin-zeile TO reject2outzeile
                     PERFORM REJECT2OUTWRITE
                   ELSE
      * Querverweis wie im Mergelauf: eine Korrektur mit einer
      * stillgelegten Kunden-ID wird auf die ueberlebende Kunden-ID
      * umgeleitet und die Umleitung in der Audit-Datei
      * festgehalten ("Umgeleitet" mit der stillgelegten,
      * "UmleitungZu" mit der ueberlebenden Kunden-ID); danach
      * laeuft sie unter der neuen Kunden-ID wie jede andere
      * Korrektur weiter.
                     IF KUNDENXREF-DA
                       PERFORM KUNDENXREF-CHECK
                       IF KUNDENXREF-UMGELEITET
                         MOVE SPACES           TO auditzeile
                         MOVE "Umgeleitet"     TO aud-art
                         MOVE UMLEITUNG-ALT-ID TO aud-kunden-id
                         MOVE gueltig          TO aud-gueltig
                         MOVE 0                TO aud-datei
                         MOVE zeilencounter    TO aud-zeilennr
                         PERFORM AUDITWRITE
                         MOVE "UmleitungZu"    TO aud-art
                         MOVE kunden-id        TO aud-kunden-id
                         PERFORM AUDITWRITE
                         ADD 1 TO UMLEITUNG-ANZAHL
                       END-IF
                     END-IF
      * Stammabgleich wie im Mergelauf: eine Korrektur mit
      * weiterhin unbekannter Kunden-ID geht in die Zweitpass-
      * Reject-Datei, statt als Phantomkunde in die MergeOut.txt
             AND MERGEOUT-SATZ-DA
             AND mo-kunden-id = kunden-id
             MOVE mergeoutzeile TO REENTRY-PUFFER-ZEILE
             MOVE mergeoutzeile TO REENTRY-PUFFER-ALT
             SET REENTRY-PUFFER-UNVERAENDERT TO TRUE
             SET REENTRY-PUFFER-DA TO TRUE
             PERFORM MERGEOUT-NAECHSTER
           END-IF
               MOVE REENTRY-PUFFER-ZEILE TO historyoutzeile
               PERFORM HISTORYWRITE
               MOVE aktuellezeile        TO REENTRY-PUFFER-ZEILE
               IF REENTRY-PUFFER-UNVERAENDERT
                 SET REENTRY-PUFFER-ERSETZT TO TRUE
               END-IF
               ADD 1 TO REENTRY-ERSETZT-ANZAHL
             ELSE
               ADD 1 TO REENTRY-VERWORFEN-ANZAHL
           ELSE
      * Kunden-ID ist neu im Bestand.
             MOVE aktuellezeile TO REENTRY-PUFFER-ZEILE
             MOVE SPACES        TO REENTRY-PUFFER-ALT
             SET REENTRY-PUFFER-NEU TO TRUE
             SET REENTRY-PUFFER-DA TO TRUE
             ADD 1 TO REENTRY-NEU-ANZAHL
           END-IF
       REENTRY-PUFFER-SCHREIBEN-ANFANG.
      * Schreibt den gepufferten, endgueltigen Satz eines Kunden in
      * die neue Arbeitsdatei (wie EFFEKTIV-PUFFER-SCHREIBEN in
      * CobolMerge); ein neuer oder ersetzter Satz geht zusaetzlich
      * in die Aenderungsliste des Kundenstamms.
           IF REENTRY-PUFFER-DA
             MOVE REENTRY-PUFFER-ZEILE TO mergeoutneuzeile
             PERFORM NEUWRITE
             IF NOT REENTRY-PUFFER-UNVERAENDERT
               PERFORM KMAENDWRITE
             END-IF
             SET REENTRY-PUFFER-NICHT-DA TO TRUE
           END-IF

       REENTRY-PUFFER-SCHREIBEN-ENDE.
           EXIT.

       KMAENDWRITE SECTION.
       KMAENDWRITE-ANFANG.
      * Schreibt den gepufferten Satz mit seiner Herkunft (und bei
      * einem ersetzten Satz dessen bisherigen Stand) in die
      * Aenderungsliste des Kundenstamms.
           MOVE SPACES               TO kmaenderungzeile
           MOVE REENTRY-PUFFER-ART   TO kma-art
           MOVE REENTRY-PUFFER-ZEILE TO kma-neu
           MOVE REENTRY-PUFFER-ALT   TO kma-alt
           WRITE kmaenderungzeile
           IF KMAENDSTATUS NOT = 00
             DISPLAY "Fehler beim Schreiben der Kundenstamm-"
                     "Aenderungsliste." KMAENDSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF

           .
       KMAENDWRITE-ENDE.
           EXIT.

       MERGEOUT-NAECHSTER SECTION.
       MERGEOUT-NAECHSTER-ANFANG.
      * Liest den naechsten Satz der bestehenden MergeOut.txt fuer
           IF VERARBEITUNG-OK
             DISPLAY " MergeOut.txt neu geschrieben: "
                     NEU-GESCHRIEBEN-ANZAHL " Saetze."
             PERFORM CHANGELOG-FORTSCHREIBEN
             PERFORM KUNDENMASTER-FORTSCHREIBEN
           END-IF

           .
       GENERATION-KOPIEREN-ENDE.
           EXIT.

       CHANGELOG-FORTSCHREIBEN SECTION.
       CHANGELOG-FORTSCHREIBEN-ANFANG.
      * Haengt die Aenderungen dieses Laufs an die ChangeLog.txt an,
      * nach denselben Regeln wie CHANGELOG-SCHREIBEN in CobolMerge:
      * eine neue Kunden-ID ist "Neu"; ersetzt ein Satz eine Version
      * mit anderer Gueltigkeit, wird die alte als "Entfernt" und
      * die neue als "Neu" gefuehrt; bei gleicher Gueltigkeit ist
      * nur eine geaenderte Anschrift eine Aenderung ("Geaendert"
      * mit folgender "AltStand"-Zeile). Wie in CobolMerge fuehrt
      * ein Fehler nur zu einer Warnung -- MergeOut.txt ist zu
      * diesem Zeitpunkt bereits uebernommen.
           MOVE 0 TO CHANGELOG-ZEILEN-ANZAHL

           OPEN INPUT kmaenderung
           IF KMAENDSTATUS NOT = 00
             DISPLAY " WARNUNG Aenderungsliste konnte fuer die"
                     " ChangeLog.txt nicht gelesen werden."
                     KMAENDSTATUS
             GO TO CHANGELOG-FORTSCHREIBEN-ENDE
           END-IF

           OPEN EXTEND changelogdatei
           IF CHANGELOGSTATUS = 35
             OPEN OUTPUT changelogdatei
           END-IF
           IF CHANGELOGSTATUS NOT = 00
             DISPLAY " WARNUNG ChangeLog.txt konnte nicht"
                     " geschrieben werden." CHANGELOGSTATUS
             CLOSE kmaenderung
             GO TO CHANGELOG-FORTSCHREIBEN-ENDE
           END-IF

           PERFORM UNTIL KMAENDSTATUS NOT = 00
                       OR CHANGELOGSTATUS NOT = 00
             READ kmaenderung
             IF KMAENDSTATUS = 00
               EVALUATE TRUE
                 WHEN kma-art = "N"
                   MOVE "Neu" TO cl-art
                   PERFORM CHANGELOG-NEU-ZEILE-SCHREIBEN
                 WHEN kman-gueltig NOT = kmaa-gueltig
                   MOVE "Entfernt" TO cl-art
                   PERFORM CHANGELOG-ALT-ZEILE-SCHREIBEN
                   MOVE "Neu" TO cl-art
                   PERFORM CHANGELOG-NEU-ZEILE-SCHREIBEN
                 WHEN kman-plz     NOT = kmaa-plz
                   OR kman-wohnort NOT = kmaa-wohnort
                   OR kman-strasse NOT = kmaa-strasse
                   OR kman-hausnr  NOT = kmaa-hausnr
                   MOVE "Geaendert" TO cl-art
                   PERFORM CHANGELOG-NEU-ZEILE-SCHREIBEN
                   MOVE "AltStand" TO cl-art
                   PERFORM CHANGELOG-ALT-ZEILE-SCHREIBEN
               END-EVALUATE
             END-IF
           END-PERFORM

           IF CHANGELOGSTATUS NOT = 00
             DISPLAY " WARNUNG Fehler beim Schreiben von"
                     " ChangeLog.txt." CHANGELOGSTATUS
           END-IF
           IF KMAENDSTATUS NOT = 00 AND KMAENDSTATUS NOT = 10
             DISPLAY " WARNUNG Fehler beim Lesen der Aenderungs-"
                     "liste, ChangeLog.txt unvollstaendig."
                     KMAENDSTATUS
           END-IF

           CLOSE kmaenderung
           CLOSE changelogdatei

           DISPLAY " ChangeLog.txt fortgeschrieben: "
                   CHANGELOG-ZEILEN-ANZAHL " Zeilen."

           .
       CHANGELOG-FORTSCHREIBEN-ENDE.
           EXIT.

       CHANGELOG-NEU-ZEILE-SCHREIBEN SECTION.
       CHANGELOG-NEU-ZEILE-SCHREIBEN-ANFANG.
      * Schreibt eine ChangeLog-Zeile aus dem neuen Satz der
      * Aenderungsliste; cl-art setzt der Aufrufer.
           MOVE kman-kunden-id TO cl-kunden-id
           MOVE kman-gueltig   TO cl-gueltig
           MOVE kman-plz       TO cl-plz
           MOVE kman-wohnort   TO cl-wohnort
           MOVE kman-strasse   TO cl-strasse
           MOVE kman-hausnr    TO cl-hausnr
           MOVE LAUFPROT-START TO cl-zeitpunkt
           WRITE changelogzeile
           IF CHANGELOGSTATUS = 00
             ADD 1 TO CHANGELOG-ZEILEN-ANZAHL
           END-IF

           .
       CHANGELOG-NEU-ZEILE-SCHREIBEN-ENDE.
           EXIT.

       CHANGELOG-ALT-ZEILE-SCHREIBEN SECTION.
       CHANGELOG-ALT-ZEILE-SCHREIBEN-ANFANG.
      * Schreibt eine ChangeLog-Zeile aus dem bisherigen Satz der
      * Aenderungsliste ("Entfernt" bzw. "AltStand"); cl-art setzt
      * der Aufrufer.
           MOVE kmaa-kunden-id TO cl-kunden-id
           MOVE kmaa-gueltig   TO cl-gueltig
           MOVE kmaa-plz       TO cl-plz
           MOVE kmaa-wohnort   TO cl-wohnort
           MOVE kmaa-strasse   TO cl-strasse
           MOVE kmaa-hausnr    TO cl-hausnr
           MOVE LAUFPROT-START TO cl-zeitpunkt
           WRITE changelogzeile
           IF CHANGELOGSTATUS = 00
             ADD 1 TO CHANGELOG-ZEILEN-ANZAHL
           END-IF

           .
       CHANGELOG-ALT-ZEILE-SCHREIBEN-ENDE.
           EXIT.

       KUNDENMASTER-FORTSCHREIBEN SECTION.
       KUNDENMASTER-FORTSCHREIBEN-ANFANG.
      * Bringt den indexierten Kundenstamm auf den Stand der soeben
      * neu geschriebenen MergeOut.txt. Fortgeschrieben werden nur
      * die Saetze, die dieser Lauf tatsaechlich geaendert hat
      * (siehe KUNDENMASTER-AENDERUNGEN); anschliessend muessen
      * Kundenstamm und MergeOut.txt gleich viele Saetze enthalten.
      * Mit KMASTERNEUAUFBAU=J, nach einem Fehler beim Fortschreiben
      * oder bei abweichender Satzzahl wird der Kundenstamm wie
      * bisher vollstaendig aus der MergeOut.txt neu aufgebaut.
           MOVE NEU-GESCHRIEBEN-ANZAHL TO KMASTER-SOLL-ANZAHL
           IF KMASTER-NEUAUFBAU-JA
             DISPLAY " Kundenstamm wird auf Anforderung"
                     " (KMASTERNEUAUFBAU=J) neu aufgebaut."
             SET KMASTER-NEUAUFBAU-NOETIG TO TRUE
           ELSE
             PERFORM KUNDENMASTER-AENDERUNGEN
           END-IF

           IF KMASTER-FORTGESCHRIEBEN
             PERFORM KUNDENMASTER-ABSTIMMEN
           END-IF

           IF KMASTER-NEUAUFBAU-NOETIG
             PERFORM KUNDENMASTER-AUFBAUEN
             SET KMASTER-NEU-AUFGEBAUT TO TRUE
             PERFORM KUNDENMASTER-ABSTIMMEN
           END-IF

           .
       KUNDENMASTER-FORTSCHREIBEN-ENDE.
           EXIT.

       KUNDENMASTER-AENDERUNGEN SECTION.
       KUNDENMASTER-AENDERUNGEN-ANFANG.
      * Schreibt die Saetze der Aenderungsliste in den bestehenden
      * Kundenstamm: eine neue Kunden-ID wird angelegt, ein
      * ersetzter Satz ueberschrieben. Laesst sich der Kundenstamm
      * nicht fortschreiben (z. B. noch nicht vorhanden), wird der
      * vollstaendige Neuaufbau angefordert.
           SET KMASTER-NEUAUFBAU-NOETIG TO TRUE
           MOVE 0 TO KMASTER-SCHREIB-ANZAHL

           OPEN INPUT kmaenderung
           IF KMAENDSTATUS NOT = 00
             DISPLAY " WARNUNG Aenderungsliste fuer den Kundenstamm"
                     " konnte nicht gelesen werden." KMAENDSTATUS
             GO TO KUNDENMASTER-AENDERUNGEN-ENDE
           END-IF

           OPEN I-O kundenmaster
           IF KMASTERSTATUS NOT = 00
             DISPLAY " WARNUNG Kundenstamm konnte nicht zum"
                     " Fortschreiben geoeffnet werden." KMASTERSTATUS
             CLOSE kmaenderung
             GO TO KUNDENMASTER-AENDERUNGEN-ENDE
           END-IF

           SET KMASTER-FORTGESCHRIEBEN TO TRUE
           PERFORM UNTIL KMAENDSTATUS NOT = 00
                       OR KMASTER-NEUAUFBAU-NOETIG
             READ kmaenderung
             IF KMAENDSTATUS = 00
               MOVE kma-neu TO kundenmaster-satz
               PERFORM KUNDENMASTER-SCHREIBEN
             END-IF
           END-PERFORM
           IF KMAENDSTATUS NOT = 00 AND KMAENDSTATUS NOT = 10
             DISPLAY " WARNUNG Fehler beim Lesen der Aenderungsliste"
                     " fuer den Kundenstamm." KMAENDSTATUS
             SET KMASTER-NEUAUFBAU-NOETIG TO TRUE
           END-IF
           CLOSE kmaenderung
           CLOSE kundenmaster

           IF KMASTER-FORTGESCHRIEBEN
             DISPLAY " Kundenstamm fortgeschrieben: "
                     KMASTER-SCHREIB-ANZAHL " Saetze geschrieben."
           END-IF

           .
       KUNDENMASTER-AENDERUNGEN-ENDE.
           EXIT.

       KUNDENMASTER-SCHREIBEN SECTION.
       KUNDENMASTER-SCHREIBEN-ANFANG.
      * Legt den in kundenmaster-satz gestellten Satz im Kunden-
      * stamm an; ist die Kunden-ID schon vorhanden (Dateistatus
      * 22), wird der vorhandene Satz ueberschrieben. Jeder andere
      * Fehler fordert den vollstaendigen Neuaufbau an.
           WRITE kundenmaster-satz
           IF KMASTERSTATUS = 22
             REWRITE kundenmaster-satz
           END-IF
           IF KMASTERSTATUS NOT = 00
             DISPLAY " WARNUNG Fehler beim Fortschreiben des"
                     " Kundenstamms, Kunden-ID " km-kunden-id ": "
                     KMASTERSTATUS
             SET KMASTER-NEUAUFBAU-NOETIG TO TRUE
           ELSE
             ADD 1 TO KMASTER-SCHREIB-ANZAHL
           END-IF

           .
       KUNDENMASTER-SCHREIBEN-ENDE.
           EXIT.

       KUNDENMASTER-ABSTIMMEN SECTION.
       KUNDENMASTER-ABSTIMMEN-ANFANG.
      * Satzzahl-Abstimmung: der Kundenstamm wird vollstaendig
      * gelesen und seine Satzzahl mit der der MergeOut.txt
      * verglichen. Weicht sie nach dem Fortschreiben ab, wird der
      * vollstaendige Neuaufbau angefordert; weicht sie auch nach
      * dem Neuaufbau noch ab, bleibt es bei der Meldung.
           SET KMASTER-STIMMT-NICHT TO TRUE
           MOVE 0 TO KMASTER-IST-ANZAHL
           OPEN INPUT kundenmaster
           IF KMASTERSTATUS NOT = 00
             DISPLAY " WARNUNG Kundenstamm konnte fuer die Satzzahl-"
                     "Abstimmung nicht gelesen werden." KMASTERSTATUS
           ELSE
             PERFORM UNTIL KMASTERSTATUS NOT = 00
               READ kundenmaster NEXT RECORD
               IF KMASTERSTATUS = 00
                 ADD 1 TO KMASTER-IST-ANZAHL
               END-IF
             END-PERFORM
             IF KMASTERSTATUS NOT = 10
               DISPLAY " WARNUNG Fehler beim Lesen des Kundenstamms"
                       " fuer die Satzzahl-Abstimmung." KMASTERSTATUS
             ELSE
               IF KMASTER-IST-ANZAHL = KMASTER-SOLL-ANZAHL
                 SET KMASTER-STIMMT TO TRUE
               END-IF
             END-IF
             CLOSE kundenmaster
           END-IF

           IF KMASTER-STIMMT
             DISPLAY " Satzzahl-Abstimmung: Kundenstamm und"
                     " MergeOut.txt mit je " KMASTER-IST-ANZAHL
                     " Saetzen."
             GO TO KUNDENMASTER-ABSTIMMEN-ENDE
           END-IF

           DISPLAY " WARNUNG Satzzahl-Abstimmung: Kundenstamm "
                   KMASTER-IST-ANZAHL ", MergeOut.txt "
                   KMASTER-SOLL-ANZAHL " Saetze."
           IF KMASTER-FORTGESCHRIEBEN
             DISPLAY " WARNUNG Kundenstamm wird vollstaendig neu"
                     " aufgebaut."
             SET KMASTER-NEUAUFBAU-NOETIG TO TRUE
           ELSE
             DISPLAY " WARNUNG Kundenstamm weicht auch nach dem"
                     " Neuaufbau von der MergeOut.txt ab."
           END-IF

           .
       KUNDENMASTER-ABSTIMMEN-ENDE.
           EXIT.

       KUNDENMASTER-AUFBAUEN SECTION.
       KUNDENMASTER-AUFBAUEN-ANFANG.
      * Baut den indexierten Kundenstamm aus der soeben neu
       NACHLAUF SECTION.
       NACHLAUF-ANFANG.

      * Ein abgewiesener Lauf hat keine Datei geoeffnet.
           IF NOT LAUFSPERRE-GEHALTEN
              OR VORGAENGER-FEHLERHAFT
             DISPLAY "KundenReentry wird beendet."
             GO TO NACHLAUF-ENDE
           END-IF

      * MergeOut.txt nur neu schreiben, wenn der Lauf fehlerfrei
      * durchgelaufen ist; bei einem Abbruch bleibt der alte Stand
      * unveraendert erhalten.
                   ", verworfen: " REENTRY-VERWORFEN-ANZAHL
                   ", future: " REENTRY-FUTURE-ANZAHL
                   ", abgelehnt: " FEHLER-COUNTER
                   ", unbekannte IDs: " REENTRY-UNBEKANNT-ANZAHL
                   ", umgeleitet: " UMLEITUNG-ANZAHL "."

      * Programmende kommunizieren
           ACCEPT systemdatum  FROM DATE

      * Dateien schliessen
           CLOSE rejectin reject2out futureout logdatei historyout
                 auditout

           IF REJECTINSTATUS NOT = 00 OR REJECT2STATUS NOT = 00
              OR FUTUREOUTSTATUS NOT = 00 OR LOGSTATUS NOT = 00
              OR HISTORYSTATUS NOT = 00 OR AUDITSTATUS NOT = 00
             DISPLAY "Fehler beim Beenden von mind. einer Datei."
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO NACHLAUF-ENDE
