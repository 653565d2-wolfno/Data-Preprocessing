       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CobolArchivierung.
      *****************************************************************
      **
      **  Fristgesteuerte Archivierung der fortgeschriebenen
      **  Protokoll- und Historiendateien: Eintraege, deren
      **  Aufbewahrungsfrist im laufenden Bestand abgelaufen ist,
      **  werden je Dateiart in eine datierte Archivdatei verschoben
      **  (KundenHistorie.txt, MergeAudit.txt, ChangeLog.txt,
      **  PflegeLog.txt, MergeSummary.txt, Laufprotokoll.txt). Jede
      **  Archivdatei schliesst mit einem Kontrollsatz (Anzahl und
      **  Zeitraum); das Archivverzeichnis ArchivIndex.txt nennt je
      **  Archivdatei Dateiart und Zeitraum, so dass CobolAuskunft,
      **  CobolQualitaet und CobolLaufbericht archivierte Zeitraeume
      **  auf Anforderung wieder einlesen koennen. Die Frist wird je
      **  Dateiart in Jahren vorgegeben; MergeAudit.txt und
      **  PflegeLog.txt sind mindestens zehn Jahre im Bestand zu
      **  halten. Eine Historienversion, die der aktuelle Satz in
      **  MergeOut.txt als Vorgaenger braucht, wird nie archiviert.
      **  ChangeLog.txt wird hoechstens bis zum aeltesten
      **  quittierten Lieferstand aller Abnehmer (FeedStand.txt aus
      **  CobolVerteilung) archiviert, damit keine Zeile verloren
      **  geht, die ein Abnehmer noch geliefert bekommen muss.
      **
      *****************************************************************
      **  15.10.2026             Erstellername: NOAH WOLFAHRT
      *****************************************************************



       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Alle Dateien haengen wie in CobolMerge an DD-Namen; fehlt
      * die DD-Zuweisung, setzt PARAMETER-EINLESEN die Standard-
      * dateinamen als Vorgabe.
      * Aktueller Bestand und Zukunftsbestand: bestimmen, welche
      * Historienversion noch als Vorgaenger gebraucht wird.
           SELECT mergeout ASSIGN TO
           MERGEOUTDD
           FILE STATUS IS MERGEOUTSTATUS.
           SELECT futureout ASSIGN TO
           FUTUREOUTDD
           FILE STATUS IS FUTUREOUTSTATUS.
      * Die zu archivierenden Dateien.
           SELECT historydatei ASSIGN TO
           HISTORYDD
           FILE STATUS IS HISTORYSTATUS.
           SELECT auditdatei ASSIGN TO
           AUDITDD
           FILE STATUS IS AUDITSTATUS.
           SELECT changelogdatei ASSIGN TO
           CHANGELOGDD
           FILE STATUS IS CHANGELOGSTATUS.
           SELECT pflegelogdatei ASSIGN TO
           PFLEGELOGDD
           FILE STATUS IS PFLEGELOGSTATUS.
           SELECT summarydatei ASSIGN TO
           SUMMARYOUTDD
           FILE STATUS IS SUMMARYSTATUS.
           SELECT laufprotokoll ASSIGN TO
           LAUFPROTDD
           FILE STATUS IS LAUFPROTSTATUS.
      * Lieferstand der Abnehmer aus CobolVerteilung, nur gelesen:
      * begrenzt den Stichtag fuer ChangeLog.txt.
           SELECT feedstanddatei ASSIGN TO
           FEEDSTANDDD
           FILE STATUS IS FEEDSTANDSTATUS.
      * Archivdateien: eine je Dateiart und Lauf. Der Dateiname
      * wird vor dem Oeffnen in ARCHIVDD hinterlegt (siehe
      * ARCHIVDD-SETZEN), wie die Generationen in CobolLoeschung.
           SELECT historyarchiv ASSIGN TO
           ARCHIVDD
           FILE STATUS IS HISTORYARCHIVSTATUS.
           SELECT auditarchiv ASSIGN TO
           ARCHIVDD
           FILE STATUS IS AUDITARCHIVSTATUS.
           SELECT changelogarchiv ASSIGN TO
           ARCHIVDD
           FILE STATUS IS CHANGELOGARCHIVSTATUS.
           SELECT pflegelogarchiv ASSIGN TO
           ARCHIVDD
           FILE STATUS IS PFLEGELOGARCHIVSTATUS.
           SELECT summaryarchiv ASSIGN TO
           ARCHIVDD
           FILE STATUS IS SUMMARYARCHIVSTATUS.
           SELECT laufprotarchiv ASSIGN TO
           ARCHIVDD
           FILE STATUS IS LAUFPROTARCHIVSTATUS.
      * Arbeitsdateien fuer die im Bestand verbleibenden Eintraege;
      * der Bestand wird erst aus ihnen neu geschrieben, wenn das
      * Archiv vollstaendig geschrieben und verzeichnet ist.
           SELECT historyarbeit ASSIGN TO
           ARCHIVWORKDD
           FILE STATUS IS HISTORYARBEITSTATUS.
           SELECT auditarbeit ASSIGN TO
           ARCHIVWORKDD
           FILE STATUS IS AUDITARBEITSTATUS.
           SELECT changelogarbeit ASSIGN TO
           ARCHIVWORKDD
           FILE STATUS IS CHANGELOGARBEITSTATUS.
           SELECT pflegelogarbeit ASSIGN TO
           ARCHIVWORKDD
           FILE STATUS IS PFLEGELOGARBEITSTATUS.
           SELECT summaryarbeit ASSIGN TO
           ARCHIVWORKDD
           FILE STATUS IS SUMMARYARBEITSTATUS.
           SELECT laufprotarbeit ASSIGN TO
           ARCHIVWORKDD
           FILE STATUS IS LAUFPROTARBEITSTATUS.
      * Archivverzeichnis: ein Satz je geschriebener Archivdatei.
           SELECT archivindex ASSIGN TO
           ARCHIVINDEXDD
           FILE STATUS IS ARCHIVINDEXSTATUS.
      * Gemeinsame Laufsperre der Verarbeitungskette (siehe
      * CobolMerge): die Archivierung schreibt KundenHistorie.txt,
      * MergeAudit.txt und ChangeLog.txt neu und darf deshalb nicht
      * neben einem Lauf arbeiten, der an diese Dateien anhaengt.
           SELECT laufsperre ASSIGN TO
           LAUFSPERREDD
           FILE STATUS IS LAUFSPERRESTATUS.
           SELECT sperrprotokoll ASSIGN TO
           LAUFSPERRELOGDD
           FILE STATUS IS SPERRPROTSTATUS.
      * Historienversionen zusammen mit dem aktuellen und dem
      * Zukunftsbestand nach Kunden-ID/Gueltigkeit/Erstellzeit, so
      * dass jede Version ihren Nachfolger kennt.
           SELECT sortdatei ASSIGN TO
           "ArchivSort.tmp".

       DATA DIVISION.
       FILE SECTION.

       FD  mergeout.
       01  mergeoutzeile            PIC X(108).
       FD  futureout.
       01  futureoutzeile           PIC X(108).
       FD  historydatei.
       01  history-zeile            PIC X(108).
       FD  auditdatei.
      * Gleicher Aufbau wie auditzeile in CobolMerge; der
      * Laufzeitpunkt steht ab Stelle 45.
       01  auditzeile               PIC X(58).
       FD  changelogdatei.
      * Gleicher Aufbau wie changelogzeile in CobolMerge; der
      * Laufzeitpunkt steht ab Stelle 106.
       01  changelogzeile           PIC X(119).
       FD  feedstanddatei.
      * Gleicher Aufbau wie feedstandsatz in CobolVerteilung.
       01  feedstandsatz.
           05 fs-name               PIC X(10).
           05 FILLER                PIC X(01).
           05 fs-quittiert-nr       PIC 9(08).
           05 FILLER                PIC X(01).
           05 fs-quittiert-bis      PIC 9(14).
           05 FILLER                PIC X(01).
           05 fs-offen-nr           PIC 9(08).
           05 FILLER                PIC X(01).
           05 fs-offen-bis          PIC 9(14).
       FD  pflegelogdatei.
      * Gleicher Aufbau wie pflegelog-satz in CobolPflege.
       01  pflegelogzeile           PIC X(156).
       FD  summarydatei.
      * Gleicher Aufbau wie summaryzeile in CobolMerge.
       01  summaryzeile             PIC X(130).
       FD  laufprotokoll.
      * Ein Satz je Lauf; gleicher Aufbau in allen Programmen der
      * Verarbeitungskette.
       01  laufprot-satz.
           05 lp-programm           PIC X(16).
           05 FILLER                PIC X(01).
           05 lp-start              PIC 9(14).
           05 FILLER                PIC X(01).
           05 lp-ende               PIC 9(14).
           05 FILLER                PIC X(01).
           05 lp-eingabe            PIC 9(08).
           05 FILLER                PIC X(01).
           05 lp-ausgabe            PIC 9(08).
           05 FILLER                PIC X(01).
           05 lp-reject             PIC 9(08).
           05 FILLER                PIC X(01).
           05 lp-returncode         PIC 9(02).
      * Archivdateien: die archivierten Eintraege unveraendert,
      * zuletzt der Kontrollsatz (ARCHIV-TRAILER) am Satzanfang.
       FD  historyarchiv.
       01  historyarchivzeile       PIC X(108).
       FD  auditarchiv.
       01  auditarchivzeile         PIC X(58).
       FD  changelogarchiv.
       01  changelogarchivzeile     PIC X(119).
       FD  pflegelogarchiv.
       01  pflegelogarchivzeile     PIC X(156).
       FD  summaryarchiv.
       01  summaryarchivzeile       PIC X(130).
       FD  laufprotarchiv.
       01  laufprotarchivzeile      PIC X(76).
       FD  historyarbeit.
       01  historyarbeitzeile       PIC X(108).
       FD  auditarbeit.
       01  auditarbeitzeile         PIC X(58).
       FD  changelogarbeit.
       01  changelogarbeitzeile     PIC X(119).
       FD  pflegelogarbeit.
       01  pflegelogarbeitzeile     PIC X(156).
       FD  summaryarbeit.
       01  summaryarbeitzeile       PIC X(130).
       FD  laufprotarbeit.
       01  laufprotarbeitzeile      PIC X(76).
       FD  archivindex.
      * Ein Satz je Archivdatei: Dateiart (HISTORIE, AUDIT,
      * CHANGELOG, PFLEGELOG, SUMMARY, LAUFPROT), Dateiname,
      * Zeitraum der archivierten Eintraege (bei der Historie die
      * Gueltigkeitsdaten), Anzahl und Zeitpunkt der Archivierung.
       01  archivindex-satz.
           05 ai-art                PIC X(10).
           05 FILLER                PIC X(01).
           05 ai-datei              PIC X(30).
           05 FILLER                PIC X(01).
           05 ai-von                PIC 9(08).
           05 FILLER                PIC X(01).
           05 ai-bis                PIC 9(08).
           05 FILLER                PIC X(01).
           05 ai-anzahl             PIC 9(08).
           05 FILLER                PIC X(01).
           05 ai-archiviert         PIC 9(14).
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
       SD  sortdatei.
      * srt-quelle: M = MergeOut, F = FutureOut, H = Historie.
       01  sortsatz.
           05 srt-kunden-id         PIC X(10).
           05 srt-gueltig           PIC 9(08).
           05 srt-erstellzeit       PIC 9(14).
           05 srt-quelle            PIC X(01).
           05 srt-zeile             PIC X(108).

       WORKING-STORAGE SECTION.

       01  MERGEOUTSTATUS          PIC X(02).
       01  FUTUREOUTSTATUS         PIC X(02).
       01  HISTORYSTATUS           PIC X(02).
       01  AUDITSTATUS             PIC X(02).
       01  CHANGELOGSTATUS         PIC X(02).
       01  PFLEGELOGSTATUS         PIC X(02).
       01  SUMMARYSTATUS           PIC X(02).
       01  LAUFPROTSTATUS          PIC X(02).
       01  FEEDSTANDSTATUS         PIC X(02).
       01  HISTORYARCHIVSTATUS     PIC X(02).
       01  AUDITARCHIVSTATUS       PIC X(02).
       01  CHANGELOGARCHIVSTATUS   PIC X(02).
       01  PFLEGELOGARCHIVSTATUS   PIC X(02).
       01  SUMMARYARCHIVSTATUS     PIC X(02).
       01  LAUFPROTARCHIVSTATUS    PIC X(02).
       01  HISTORYARBEITSTATUS     PIC X(02).
       01  AUDITARBEITSTATUS       PIC X(02).
       01  CHANGELOGARBEITSTATUS   PIC X(02).
       01  PFLEGELOGARBEITSTATUS   PIC X(02).
       01  SUMMARYARBEITSTATUS     PIC X(02).
       01  LAUFPROTARBEITSTATUS    PIC X(02).
       01  ARCHIVINDEXSTATUS       PIC X(02).
       01  LAUFSPERRESTATUS        PIC X(02).
       01  SPERRPROTSTATUS         PIC X(02).

      * Standarddateinamen, die PARAMETER-EINLESEN als DD-Zuweisung
      * hinterlegt, solange die aufrufende JCL/das Start-Skript die
      * DD-Namen nicht selbst setzt.
       01  DD-STANDARD-MERGEOUT    PIC X(30)     VALUE "MergeOut.txt".
       01  DD-STANDARD-FUTUREOUT   PIC X(30)     VALUE "FutureOut.txt".
       01  DD-STANDARD-HISTORY     PIC X(30)
                                   VALUE "KundenHistorie.txt".
       01  DD-STANDARD-AUDIT       PIC X(30)     VALUE "MergeAudit.txt".
       01  DD-STANDARD-CHANGELOG   PIC X(30)     VALUE "ChangeLog.txt".
       01  DD-STANDARD-PFLEGELOG   PIC X(30)     VALUE "PflegeLog.txt".
       01  DD-STANDARD-SUMMARY     PIC X(30)
                                   VALUE "MergeSummary.txt".
       01  DD-STANDARD-LAUFPROT    PIC X(30)
                                   VALUE "Laufprotokoll.txt".
       01  DD-STANDARD-FEEDSTAND   PIC X(30)     VALUE "FeedStand.txt".
       01  DD-STANDARD-ARBEIT      PIC X(30)     VALUE "ArchivWork.tmp".
       01  DD-STANDARD-INDEX       PIC X(30)
                                   VALUE "ArchivIndex.txt".
       01  DD-STANDARD-LAUFSPERRE  PIC X(30)
                                   VALUE "Laufsperre.dat".
       01  DD-STANDARD-SPERRPROT   PIC X(30)
                                   VALUE "LaufsperreLog.txt".
       01  DATEINAME-HILFSFELD     PIC X(30).

      * Aufbewahrungsfristen in Jahren je Dateiart, ueberschreibbar
      * mit ARCHIVJAHREHISTORIE, ARCHIVJAHREAUDIT,
      * ARCHIVJAHRECHANGELOG, ARCHIVJAHREPFLEGELOG,
      * ARCHIVJAHRESUMMARY und ARCHIVJAHRELAUFPROT. Fuer MergeAudit
      * und PflegeLog gilt die gesetzliche Mindestfrist von zehn
      * Jahren; eine kuerzere Angabe wird abgewiesen.
       01  FRIST-HISTORIE          PIC 9(02)     VALUE 3.
       01  FRIST-AUDIT             PIC 9(02)     VALUE 10.
       01  FRIST-CHANGELOG         PIC 9(02)     VALUE 2.
       01  FRIST-PFLEGELOG         PIC 9(02)     VALUE 10.
       01  FRIST-SUMMARY           PIC 9(02)     VALUE 2.
       01  FRIST-LAUFPROT          PIC 9(02)     VALUE 2.
       01  FRIST-MINDEST-GESETZ    PIC 9(02)     VALUE 10.
      * Einlesen einer Fristangabe (siehe FRIST-PARAMETER-LESEN).
       01  FRIST-NAME              PIC X(20).
       01  FRIST-PARAM             PIC X(02).
       01  FRIST-SCHIEBEFELD       PIC X(02).
       01  FRIST-WERT              PIC 9(02).
       01  FRIST-MINDEST           PIC 9(02).

      * Frist der gerade bearbeiteten Dateiart und der daraus
      * berechnete Stichtag: archiviert wird, was vor dem Stichtag
      * liegt. Der Stichtag ist das Laufdatum, um die Frist in
      * Jahren zurueckgesetzt (der 29.02. wird zum 28.02.).
       01  FRIST-JAHRE             PIC 9(02)     VALUE 0.
       01  FRIST-STICHTAG          PIC 9(08)     VALUE 0.
       01  FRIST-STICHTAG-TEILE REDEFINES FRIST-STICHTAG.
           05 FRIST-STICHTAG-JAHR  PIC 9(04).
           05 FRIST-STICHTAG-MMTT  PIC 9(04).

      * Aeltester quittierter Lieferstand aller Abnehmer (siehe
      * CHANGELOG-STICHTAG-BEGRENZEN). Nur Zeilen vor dessen Datum
      * sind sicher bei jedem Abnehmer angekommen.
       01  QUITTIERT-MINIMUM       PIC 9(14)     VALUE 0.
       01  QUITTIERT-MINIMUM-TEILE REDEFINES QUITTIERT-MINIMUM.
           05 QUITTIERT-MIN-DATUM  PIC 9(08).
           05 QUITTIERT-MIN-ZEIT   PIC 9(06).
       01  FEEDSTAND-ANZAHL        PIC 9(05)     VALUE 0.

      * Die gerade bearbeitete Dateiart: Bezeichnung im
      * Archivverzeichnis, Kuerzel im Archivdateinamen und
      * Dateiname fuer die Meldungen.
       01  ARCHIV-ART              PIC X(10).
       01  ARCHIV-KUERZEL          PIC X(04).
       01  ARCHIV-ANZEIGE          PIC X(30).
      * Archivdateiname: "Archiv", Kuerzel, Laufzeitpunkt, ".txt".
       01  ARCHIV-DATEINAME        PIC X(30).
       01  ARCHIV-STATUS           PIC X(01)     VALUE 'N'.
           88 ARCHIV-OFFEN                       VALUE 'J'.
           88 ARCHIV-GESCHLOSSEN                 VALUE 'N'.
      * Steht auf BESTAND-AUS-ARBEITSDATEI, sobald Archivdatei und
      * Verzeichniseintrag geschrieben sind, bis der Bestand aus
      * der Arbeitsdatei vollstaendig neu geschrieben ist. Bricht
      * der Lauf dazwischen ab, stehen die verbleibenden Eintraege
      * nur noch sicher in der Arbeitsdatei (siehe NACHLAUF).
       01  BESTAND-STATUS          PIC X(01)     VALUE 'N'.
           88 BESTAND-AUS-ARBEITSDATEI           VALUE 'J'.
           88 BESTAND-NEU-GESCHRIEBEN            VALUE 'N'.
      * Zur Laufzeit gueltiger Name der Arbeitsdatei (ARCHIVWORKDD)
      * fuer die Meldung in NACHLAUF.
       01  ARBEIT-DATEINAME        PIC X(30).

      * Kontrollsatz am Ende jeder Archivdatei.
       01  ARCHIV-TRAILER.
           05 AT-KENNUNG           PIC X(08)     VALUE "*ARCHIV*".
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 AT-ANZAHL            PIC 9(08)     VALUE 0.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 AT-VON               PIC 9(08)     VALUE 0.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 AT-BIS               PIC 9(08)     VALUE 0.

      * Einordnung eines einzelnen Eintrags: das fuer die Frist
      * massgebliche Datum und das Datum, das in den Zeitraum der
      * Archivdatei eingeht. Bei den Protokollen sind beide gleich;
      * bei der Historie endet die Gueltigkeit einer Version erst
      * mit ihrem Nachfolger.
       01  EINTRAG-DATUM-X         PIC X(08).
       01  EINTRAG-FRISTDATUM      PIC 9(08)     VALUE 0.
       01  EINTRAG-ZEITRAUMDATUM   PIC 9(08)     VALUE 0.
       01  EINTRAG-ENTSCHEIDUNG    PIC X(01)     VALUE 'B'.
           88 EINTRAG-ARCHIVIEREN                VALUE 'A'.
           88 EINTRAG-BEHALTEN                   VALUE 'B'.

      * Zaehler und Zeitraum der gerade bearbeiteten Dateiart.
       01  TYP-GELESEN             PIC 9(08)     VALUE 0.
       01  TYP-ARCHIVIERT          PIC 9(08)     VALUE 0.
       01  TYP-VON                 PIC 9(08)     VALUE 0.
       01  TYP-BIS                 PIC 9(08)     VALUE 0.

      * Gruppenwechsel in der Historie: Kunden-ID der laufenden
      * Gruppe und die zurueckgehaltene Historienversion, deren
      * Schicksal erst ihr Nachfolger entscheidet.
       01  GRUPPE-KUNDEN-ID        PIC X(10)     VALUE LOW-VALUES.
       01  GRUPPE-BESTAND          PIC X(01)     VALUE 'N'.
           88 GRUPPE-IM-BESTAND                  VALUE 'J'.
           88 GRUPPE-NICHT-IM-BESTAND            VALUE 'N'.
       01  PUFFER-STATUS           PIC X(01)     VALUE 'N'.
           88 PUFFER-BELEGT                      VALUE 'J'.
           88 PUFFER-LEER                        VALUE 'N'.
       01  PUFFER-GUELTIG          PIC 9(08)     VALUE 0.
       01  PUFFER-ZEILE            PIC X(108).
       01  NACHFOLGER-GUELTIG      PIC 9(08)     VALUE 0.
       01  NACHFOLGER-QUELLE       PIC X(01).
       01  EOFSORT                 PIC X(01)     VALUE 'N'.
           88 EOFSORT-YES                        VALUE 'Y'.
           88 EOFSORT-NO                         VALUE 'N'.

      * Aufteilung eines Kundensatzes (108 Byte) wie
      * kundeoutzeile-felder in CobolMerge.
       01  KUNDEN-SATZ.
           05 KS-KUNDEN-ID         PIC X(10).
           05 FILLER               PIC X(01).
           05 KS-ERSTELLZEIT       PIC X(14).
           05 FILLER               PIC X(01).
           05 KS-GUELTIG           PIC X(08).
           05 FILLER               PIC X(01).
           05 KS-REST              PIC X(73).
       01  KUNDEN-QUELLE           PIC X(01).

      * Zaehler fuer Meldungen und Laufprotokoll.
       01  GESCHUETZT-ANZAHL       PIC 9(08)     VALUE 0.
       01  GELESEN-GESAMT          PIC 9(08)     VALUE 0.
       01  ARCHIVIERT-GESAMT       PIC 9(08)     VALUE 0.
       01  ARCHIVDATEIEN-ANZAHL    PIC 9(03)     VALUE 0.

      * Startzeitpunkt des Laufs fuer das zentrale Laufprotokoll;
      * zugleich Zeitstempel der Archivdateinamen.
       01  LAUFPROT-START.
           05 LAUFPROT-START-DATUM PIC 9(08)     VALUE 0.
           05 LAUFPROT-START-ZEIT  PIC 9(06)     VALUE 0.
       01  LAUFPROT-ENDE.
           05 LAUFPROT-ENDE-DATUM  PIC 9(08)     VALUE 0.
           05 LAUFPROT-ENDE-ZEIT   PIC 9(06)     VALUE 0.

       01  SYSTEMDATUM-VOLL        PIC 9(08).
       01  SYSTEMDATUM-TEILE REDEFINES SYSTEMDATUM-VOLL.
           05 SYSTEM-JAHR          PIC 9(04).
           05 SYSTEM-MMTT          PIC 9(04).

       01  systemzeit.
           05 systemstd             PIC 9(02).
           05 systemmin             PIC 9(02).
           05 systemsec             PIC 9(02).
           05 systemmsec            PIC 9(02).

      * Dieser Switch ist fuer gravierende Fehler beim Oeffnen,
      * Lesen oder Schreiben von Dateien, die zum Beenden des
      * Programms fuehren.
       01  PROGRAMM-STATUS         PIC X(01).
           88 VERARBEITUNG-OK                    VALUE 'Y'.
           88 VERARBEITUNG-NICHT-OK              VALUE 'N'.

      * Laufsperre: Name, unter dem dieser Lauf die Sperre
      * beansprucht, Zeitpunkt der Beanspruchung sowie Inhaber und
      * Zeitpunkt einer vorgefundenen Sperre.
       01  LAUFSPERRE-PROGRAMM     PIC X(16)
                                   VALUE "CobolArchivierun".
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


       PROCEDURE DIVISION.

       STEUERUNG SECTION.
       STEUERUNG-ANFANG.

           PERFORM VORLAUF

           IF VERARBEITUNG-OK
             PERFORM VERARBEITUNG
           END-IF

           PERFORM NACHLAUF

      * Gestufter Return-Code fuer den Scheduler: 0 = sauberer
      * Lauf (auch ohne faellige Eintraege), 8 = Abbruch,
      * 20 = nicht gestartet, weil die Laufsperre belegt war.
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

       RETURNCODE-SETZEN SECTION.
       RETURNCODE-SETZEN-ANFANG.

           EVALUATE TRUE
             WHEN LAUFSPERRE-BELEGT
               MOVE 20 TO RETURN-CODE
             WHEN VERARBEITUNG-NICHT-OK
               MOVE 8 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE

           DISPLAY " Return-Code: " RETURN-CODE

           .
       RETURNCODE-SETZEN-ENDE.
           EXIT.

       LAUFPROTOKOLL-SCHREIBEN SECTION.
       LAUFPROTOKOLL-SCHREIBEN-ANFANG.
      * Haengt genau einen standardisierten Satz dieses Laufs an
      * das zentrale Laufprotokoll an (siehe CobolMerge): Eingabe
      * sind alle gelesenen Eintraege, Ausgabe die archivierten.
           ACCEPT LAUFPROT-ENDE-DATUM FROM DATE YYYYMMDD
           ACCEPT systemzeit          FROM TIME
           MOVE systemzeit (1:6)      TO LAUFPROT-ENDE-ZEIT

           OPEN EXTEND laufprotokoll
           IF LAUFPROTSTATUS = 35
             OPEN OUTPUT laufprotokoll
           END-IF
           IF LAUFPROTSTATUS NOT = 00
             DISPLAY " WARNUNG Laufprotokoll konnte nicht"
                     " geschrieben werden." LAUFPROTSTATUS
             GO TO LAUFPROTOKOLL-SCHREIBEN-ENDE
           END-IF

           MOVE SPACES              TO laufprot-satz
           MOVE "CobolArchivierun"  TO lp-programm
           MOVE LAUFPROT-START      TO lp-start
           MOVE LAUFPROT-ENDE       TO lp-ende
           MOVE GELESEN-GESAMT      TO lp-eingabe
           MOVE ARCHIVIERT-GESAMT   TO lp-ausgabe
           MOVE 0                   TO lp-reject
           MOVE RETURN-CODE         TO lp-returncode

           WRITE laufprot-satz
           IF LAUFPROTSTATUS NOT = 00
             DISPLAY " WARNUNG Fehler beim Schreiben des"
                     " Laufprotokolls." LAUFPROTSTATUS
           END-IF
           CLOSE laufprotokoll

           .
       LAUFPROTOKOLL-SCHREIBEN-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    Gemeinsame Laufsperre der Programme, die MergeOut.txt,      *
      *    den Kundenstamm oder die fortgeschriebenen Dateien neu      *
      *    schreiben.                                                  *
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

      ******************************************************************
      *                                                                *
      *    Hier werden Anweisungen durchgefuehrt, die am Anfang        *
      *    von Bedeutung sind, wie das Pruefen der Fristen und das     *
      *    Beanspruchen der Laufsperre.                                *
      *                                                                *
      ******************************************************************

       VORLAUF SECTION.
       VORLAUF-ANFANG.

           SET VERARBEITUNG-OK TO TRUE
           ACCEPT systemzeit   FROM TIME
           ACCEPT SYSTEMDATUM-VOLL FROM DATE YYYYMMDD

      * Startzeitpunkt fuer das zentrale Laufprotokoll festhalten.
           MOVE SYSTEMDATUM-VOLL   TO LAUFPROT-START-DATUM
           MOVE systemzeit (1:6)   TO LAUFPROT-START-ZEIT

      * Programmbeginn kommunizieren
           DISPLAY SPACES
           DISPLAY "KundenArchivierung wird gestartet."

      * Dateinamen ggf. ueber Umgebungsvariablen parametrisieren.
           PERFORM PARAMETER-EINLESEN
           IF VERARBEITUNG-NICHT-OK
             GO TO VORLAUF-ENDE
           END-IF

      * Gemeinsame Laufsperre beanspruchen: haelt ein anderes
      * Programm der Kette sie, wird dieser Lauf abgewiesen, bevor
      * irgendein Bestand beruehrt wird.
           PERFORM LAUFSPERRE-SETZEN

           .
       VORLAUF-ENDE.
           EXIT.

      ******************************************************************
      *    Hier werden die DD-Zuweisungen geprueft und, falls die      *
      *    aufrufende JCL keine eigene Zuweisung vorgibt, mit den      *
      *    Standarddateinamen belegt, und die Fristen eingelesen.      *
      ******************************************************************

       PARAMETER-EINLESEN SECTION.
       PARAMETER-EINLESEN-ANFANG.

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "MERGEOUTDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "MERGEOUTDD"         UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-MERGEOUT UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "FUTUREOUTDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "FUTUREOUTDD"        UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-FUTUREOUT
                                          UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "HISTORYDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "HISTORYDD"          UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-HISTORY  UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "AUDITDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "AUDITDD"            UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-AUDIT    UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "CHANGELOGDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "CHANGELOGDD"        UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-CHANGELOG
                                          UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "FEEDSTANDDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "FEEDSTANDDD"        UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-FEEDSTAND
                                          UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "PFLEGELOGDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "PFLEGELOGDD"        UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-PFLEGELOG
                                          UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "SUMMARYOUTDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "SUMMARYOUTDD"       UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-SUMMARY  UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "LAUFPROTDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "LAUFPROTDD"         UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-LAUFPROT UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "ARCHIVWORKDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "ARCHIVWORKDD"       UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-ARBEIT   UPON ENVIRONMENT-VALUE
             MOVE DD-STANDARD-ARBEIT      TO ARBEIT-DATEINAME
           ELSE
             MOVE DATEINAME-HILFSFELD     TO ARBEIT-DATEINAME
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "ARCHIVINDEXDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "ARCHIVINDEXDD"      UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-INDEX    UPON ENVIRONMENT-VALUE
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

      * Aufbewahrungsfristen je Dateiart.
           MOVE "ARCHIVJAHREHISTORIE" TO FRIST-NAME
           MOVE FRIST-HISTORIE        TO FRIST-WERT
           MOVE 1                     TO FRIST-MINDEST
           PERFORM FRIST-PARAMETER-LESEN
           MOVE FRIST-WERT            TO FRIST-HISTORIE

           MOVE "ARCHIVJAHREAUDIT"    TO FRIST-NAME
           MOVE FRIST-AUDIT           TO FRIST-WERT
           MOVE FRIST-MINDEST-GESETZ  TO FRIST-MINDEST
           PERFORM FRIST-PARAMETER-LESEN
           MOVE FRIST-WERT            TO FRIST-AUDIT

           MOVE "ARCHIVJAHRECHANGELOG" TO FRIST-NAME
           MOVE FRIST-CHANGELOG       TO FRIST-WERT
           MOVE 1                     TO FRIST-MINDEST
           PERFORM FRIST-PARAMETER-LESEN
           MOVE FRIST-WERT            TO FRIST-CHANGELOG

           MOVE "ARCHIVJAHREPFLEGELOG" TO FRIST-NAME
           MOVE FRIST-PFLEGELOG       TO FRIST-WERT
           MOVE FRIST-MINDEST-GESETZ  TO FRIST-MINDEST
           PERFORM FRIST-PARAMETER-LESEN
           MOVE FRIST-WERT            TO FRIST-PFLEGELOG

           MOVE "ARCHIVJAHRESUMMARY"  TO FRIST-NAME
           MOVE FRIST-SUMMARY         TO FRIST-WERT
           MOVE 1                     TO FRIST-MINDEST
           PERFORM FRIST-PARAMETER-LESEN
           MOVE FRIST-WERT            TO FRIST-SUMMARY

           MOVE "ARCHIVJAHRELAUFPROT" TO FRIST-NAME
           MOVE FRIST-LAUFPROT        TO FRIST-WERT
           MOVE 1                     TO FRIST-MINDEST
           PERFORM FRIST-PARAMETER-LESEN
           MOVE FRIST-WERT            TO FRIST-LAUFPROT

           .
       PARAMETER-EINLESEN-ENDE.
           EXIT.

       FRIST-PARAMETER-LESEN SECTION.
       FRIST-PARAMETER-LESEN-ANFANG.
      * Liest die Frist in Jahren aus der Umgebungsvariablen
      * FRIST-NAME; ohne Angabe bleibt FRIST-WERT unveraendert. Eine
      * Frist unter FRIST-MINDEST wird abgewiesen.
           MOVE SPACES TO FRIST-PARAM
           DISPLAY FRIST-NAME UPON ENVIRONMENT-NAME
           ACCEPT FRIST-PARAM FROM ENVIRONMENT-VALUE
           IF FRIST-PARAM = SPACES
             GO TO FRIST-PARAMETER-LESEN-ENDE
           END-IF

           PERFORM UNTIL FRIST-PARAM (2:1) NOT = SPACE
             MOVE FRIST-PARAM           TO FRIST-SCHIEBEFELD
             MOVE "0"                   TO FRIST-PARAM (1:1)
             MOVE FRIST-SCHIEBEFELD (1:1)
                                        TO FRIST-PARAM (2:1)
           END-PERFORM
           INSPECT FRIST-PARAM REPLACING LEADING SPACE BY "0"
           IF FRIST-PARAM IS NOT NUMERIC
             DISPLAY " ERROR   " FRIST-NAME " ist nicht numerisch: "
                     FRIST-PARAM
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO FRIST-PARAMETER-LESEN-ENDE
           END-IF

           MOVE FRIST-PARAM TO FRIST-WERT
           IF FRIST-WERT < FRIST-MINDEST
             DISPLAY " ERROR   " FRIST-NAME " muss mindestens "
                     FRIST-MINDEST " Jahre betragen: " FRIST-PARAM
             SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF

           .
       FRIST-PARAMETER-LESEN-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    Hier werden die Dateiarten nacheinander archiviert. Nach    *
      *    einem Fehler bleibt der Bestand aller folgenden Dateiarten  *
      *    unveraendert; zum Stand der betroffenen siehe NACHLAUF.     *
      *                                                                *
      ******************************************************************

       VERARBEITUNG SECTION.
       VERARBEITUNG-ANFANG.

           PERFORM HISTORIE-ARCHIVIEREN
           IF VERARBEITUNG-NICHT-OK
             GO TO VERARBEITUNG-ENDE
           END-IF

           PERFORM AUDIT-ARCHIVIEREN
           IF VERARBEITUNG-NICHT-OK
             GO TO VERARBEITUNG-ENDE
           END-IF

           PERFORM CHANGELOG-ARCHIVIEREN
           IF VERARBEITUNG-NICHT-OK
             GO TO VERARBEITUNG-ENDE
           END-IF

           PERFORM PFLEGELOG-ARCHIVIEREN
           IF VERARBEITUNG-NICHT-OK
             GO TO VERARBEITUNG-ENDE
           END-IF

           PERFORM SUMMARY-ARCHIVIEREN
           IF VERARBEITUNG-NICHT-OK
             GO TO VERARBEITUNG-ENDE
           END-IF

      * Das Laufprotokoll zuletzt, damit der Satz dieses Laufs in
      * jedem Fall im Bestand bleibt.
           PERFORM LAUFPROT-ARCHIVIEREN

           .
       VERARBEITUNG-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    Gemeinsame Bausteine aller Dateiarten: Frist und Zaehler    *
      *    setzen, Eintraege einordnen, Archivdatei benennen und       *
      *    abschliessen, Archivverzeichnis fortschreiben.              *
      *                                                                *
      ******************************************************************

       TYP-BEGINNEN SECTION.
       TYP-BEGINNEN-ANFANG.
      * Setzt Zaehler und Zeitraum zurueck und berechnet den
      * Stichtag der Dateiart aus dem Laufdatum und FRIST-JAHRE.
           MOVE 0        TO TYP-GELESEN
           MOVE 0        TO TYP-ARCHIVIERT
           MOVE 99999999 TO TYP-VON
           MOVE 0        TO TYP-BIS
           SET ARCHIV-GESCHLOSSEN TO TRUE

           COMPUTE FRIST-STICHTAG-JAHR = SYSTEM-JAHR - FRIST-JAHRE
           MOVE SYSTEM-MMTT TO FRIST-STICHTAG-MMTT
           IF FRIST-STICHTAG-MMTT = 0229
             MOVE 0228 TO FRIST-STICHTAG-MMTT
           END-IF

           DISPLAY " " ARCHIV-ANZEIGE ": Frist " FRIST-JAHRE
                   " Jahre, archiviert wird vor " FRIST-STICHTAG

           .
       TYP-BEGINNEN-ENDE.
           EXIT.

       EINTRAG-EINORDNEN SECTION.
       EINTRAG-EINORDNEN-ANFANG.
      * Ein Eintrag ist faellig, wenn sein Fristdatum vor dem
      * Stichtag liegt; ein Eintrag ohne Datum (0) bleibt im
      * Bestand. Der Zeitraum der Archivdatei wird mitgefuehrt.
           IF EINTRAG-FRISTDATUM = 0
             OR EINTRAG-FRISTDATUM NOT < FRIST-STICHTAG
             SET EINTRAG-BEHALTEN TO TRUE
             GO TO EINTRAG-EINORDNEN-ENDE
           END-IF

           SET EINTRAG-ARCHIVIEREN TO TRUE
           ADD 1 TO TYP-ARCHIVIERT
           IF EINTRAG-ZEITRAUMDATUM < TYP-VON
             MOVE EINTRAG-ZEITRAUMDATUM TO TYP-VON
           END-IF
           IF EINTRAG-ZEITRAUMDATUM > TYP-BIS
             MOVE EINTRAG-ZEITRAUMDATUM TO TYP-BIS
           END-IF

           .
       EINTRAG-EINORDNEN-ENDE.
           EXIT.

       ARCHIVDD-SETZEN SECTION.
       ARCHIVDD-SETZEN-ANFANG.
      * Bildet den Namen der Archivdatei aus Kuerzel und
      * Laufzeitpunkt und hinterlegt ihn als DD-Zuweisung ARCHIVDD.
           MOVE SPACES TO ARCHIV-DATEINAME
           STRING "Archiv"       DELIMITED BY SIZE
                  ARCHIV-KUERZEL DELIMITED BY SIZE
                  LAUFPROT-START DELIMITED BY SIZE
                  ".txt"         DELIMITED BY SIZE
                  INTO ARCHIV-DATEINAME
           END-STRING
           DISPLAY "ARCHIVDD"       UPON ENVIRONMENT-NAME
           DISPLAY ARCHIV-DATEINAME UPON ENVIRONMENT-VALUE

           .
       ARCHIVDD-SETZEN-ENDE.
           EXIT.

       TRAILER-VORBEREITEN SECTION.
       TRAILER-VORBEREITEN-ANFANG.

           MOVE TYP-ARCHIVIERT TO AT-ANZAHL
           MOVE TYP-VON        TO AT-VON
           MOVE TYP-BIS        TO AT-BIS

           .
       TRAILER-VORBEREITEN-ENDE.
           EXIT.

       INDEX-EINTRAG-SCHREIBEN SECTION.
       INDEX-EINTRAG-SCHREIBEN-ANFANG.
      * Verzeichnet die eben geschriebene Archivdatei. Existiert das
      * Archivverzeichnis noch nicht, wird es neu angelegt. Ohne
      * Verzeichniseintrag waere das Archiv nicht mehr auffindbar;
      * der Bestand bleibt dann unveraendert.
           OPEN EXTEND archivindex
           IF ARCHIVINDEXSTATUS = 35
             OPEN OUTPUT archivindex
           END-IF
           IF ARCHIVINDEXSTATUS NOT = 00
             DISPLAY " ERROR   Archivverzeichnis konnte nicht"
                     " geoeffnet werden." ARCHIVINDEXSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO INDEX-EINTRAG-SCHREIBEN-ENDE
           END-IF

           MOVE SPACES           TO archivindex-satz
           MOVE ARCHIV-ART       TO ai-art
           MOVE ARCHIV-DATEINAME TO ai-datei
           MOVE TYP-VON          TO ai-von
           MOVE TYP-BIS          TO ai-bis
           MOVE TYP-ARCHIVIERT   TO ai-anzahl
           MOVE LAUFPROT-START   TO ai-archiviert
           WRITE archivindex-satz
           IF ARCHIVINDEXSTATUS NOT = 00
             DISPLAY " ERROR   Fehler beim Schreiben des"
                     " Archivverzeichnisses." ARCHIVINDEXSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF
           CLOSE archivindex
           ADD 1 TO ARCHIVDATEIEN-ANZAHL
           IF VERARBEITUNG-OK
             SET BESTAND-AUS-ARBEITSDATEI TO TRUE
           END-IF

           .
       INDEX-EINTRAG-SCHREIBEN-ENDE.
           EXIT.

       TYP-ABSCHLIESSEN SECTION.
       TYP-ABSCHLIESSEN-ANFANG.

           ADD TYP-GELESEN    TO GELESEN-GESAMT
           ADD TYP-ARCHIVIERT TO ARCHIVIERT-GESAMT
           IF TYP-ARCHIVIERT = 0
             DISPLAY "   gelesen " TYP-GELESEN ", nichts faellig."
           ELSE
             DISPLAY "   gelesen " TYP-GELESEN ", archiviert "
                     TYP-ARCHIVIERT " (" TYP-VON "-" TYP-BIS ")"
                     " nach " ARCHIV-DATEINAME
           END-IF

           .
       TYP-ABSCHLIESSEN-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    Historie: eine Version ist erst mit dem Gueltigkeits-       *
      *    beginn ihres Nachfolgers abgeloest. Sie ist faellig, wenn   *
      *    der Nachfolger vor dem Stichtag wirksam wurde. Die          *
      *    unmittelbare Vorgaengerversion des aktuellen Satzes in      *
      *    MergeOut.txt bleibt immer im Bestand (siehe                 *
      *    HISTORY-CHECK in CobolMerge).                               *
      *                                                                *
      ******************************************************************

       HISTORIE-ARCHIVIEREN SECTION.
       HISTORIE-ARCHIVIEREN-ANFANG.

           MOVE "HISTORIE"           TO ARCHIV-ART
           MOVE "HIST"               TO ARCHIV-KUERZEL
           MOVE "KundenHistorie.txt" TO ARCHIV-ANZEIGE
           MOVE FRIST-HISTORIE       TO FRIST-JAHRE
           PERFORM TYP-BEGINNEN

           OPEN INPUT historydatei
           IF HISTORYSTATUS = 35
             DISPLAY " Kein Bestand " ARCHIV-ANZEIGE
             GO TO HISTORIE-ARCHIVIEREN-ENDE
           END-IF
           IF HISTORYSTATUS NOT = 00
             DISPLAY " ERROR   Historiendatei konnte nicht gelesen"
                     " werden." HISTORYSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO HISTORIE-ARCHIVIEREN-ENDE
           END-IF
           CLOSE historydatei

           OPEN OUTPUT historyarbeit
           IF HISTORYARBEITSTATUS NOT = 00
             DISPLAY " ERROR   Arbeitsdatei konnte nicht geoeffnet"
                     " werden." HISTORYARBEITSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO HISTORIE-ARCHIVIEREN-ENDE
           END-IF

           SORT sortdatei
                ON ASCENDING KEY srt-kunden-id
                                 srt-gueltig
                                 srt-erstellzeit
                                 srt-quelle
                INPUT  PROCEDURE IS HISTORIE-EINSAMMELN
                OUTPUT PROCEDURE IS HISTORIE-AUFTEILEN

           CLOSE historyarbeit

           IF ARCHIV-OFFEN
             PERFORM TRAILER-VORBEREITEN
             MOVE SPACES         TO historyarchivzeile
             MOVE ARCHIV-TRAILER TO historyarchivzeile (1:35)
             PERFORM HISTORIE-ARCHIVWRITE
             CLOSE historyarchiv
             SET ARCHIV-GESCHLOSSEN TO TRUE
           END-IF

           IF GESCHUETZT-ANZAHL > 0
             DISPLAY "   " GESCHUETZT-ANZAHL " faellige Version(en)"
                     " als Vorgaenger des aktuellen Satzes behalten."
           END-IF

           IF VERARBEITUNG-NICHT-OK OR TYP-ARCHIVIERT = 0
             PERFORM TYP-ABSCHLIESSEN
             GO TO HISTORIE-ARCHIVIEREN-ENDE
           END-IF

      * Erst wenn das Archiv vollstaendig geschrieben und im
      * Archivverzeichnis eingetragen ist, wird der Bestand aus
      * der Arbeitsdatei neu geschrieben; er ist danach nach
      * Kunden-ID geordnet.
           PERFORM INDEX-EINTRAG-SCHREIBEN
           IF VERARBEITUNG-NICHT-OK
             GO TO HISTORIE-ARCHIVIEREN-ENDE
           END-IF

      * Die Arbeitsdatei wird zuerst geoeffnet: erst wenn sie
      * lesbar ist, wird der Bestand mit OPEN OUTPUT geleert.
           OPEN INPUT historyarbeit
           IF HISTORYARBEITSTATUS NOT = 00
             DISPLAY " ERROR   Arbeitsdatei konnte nicht gelesen"
                     " werden." HISTORYARBEITSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO HISTORIE-ARCHIVIEREN-ENDE
           END-IF
           OPEN OUTPUT historydatei
           IF HISTORYSTATUS NOT = 00
             DISPLAY " ERROR   Historiendatei konnte nicht neu"
                     " geschrieben werden." HISTORYSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             CLOSE historyarbeit
             GO TO HISTORIE-ARCHIVIEREN-ENDE
           END-IF
           PERFORM UNTIL HISTORYARBEITSTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ historyarbeit
             IF HISTORYARBEITSTATUS = 00
               MOVE historyarbeitzeile TO history-zeile
               WRITE history-zeile
               IF HISTORYSTATUS NOT = 00
                 DISPLAY " ERROR   Fehler beim Schreiben der"
                         " Historiendatei." HISTORYSTATUS
                 SET VERARBEITUNG-NICHT-OK TO TRUE
               END-IF
             END-IF
           END-PERFORM
           CLOSE historyarbeit
           CLOSE historydatei
           IF VERARBEITUNG-OK
             SET BESTAND-NEU-GESCHRIEBEN TO TRUE
           END-IF

           PERFORM TYP-ABSCHLIESSEN

           .
       HISTORIE-ARCHIVIEREN-ENDE.
           EXIT.

       HISTORIE-EINSAMMELN SECTION.
       HISTORIE-EINSAMMELN-ANFANG.
      * Eingabeprozedur: Historie, aktueller und Zukunftsbestand.
      * Historienzeilen ohne numerische Kunden-ID oder Gueltigkeit
      * lassen sich keinem Kunden zuordnen und bleiben unveraendert
      * im Bestand.
           OPEN INPUT historydatei
           MOVE "H" TO KUNDEN-QUELLE
           PERFORM UNTIL HISTORYSTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ historydatei
             IF HISTORYSTATUS = 00
               ADD 1 TO TYP-GELESEN
               MOVE history-zeile TO KUNDEN-SATZ
               IF KS-KUNDEN-ID IS NUMERIC AND KS-GUELTIG IS NUMERIC
                 PERFORM VERSION-FREIGEBEN
               ELSE
                 MOVE history-zeile TO historyarbeitzeile
                 PERFORM HISTORIE-ARBEITWRITE
               END-IF
             END-IF
           END-PERFORM
           IF HISTORYSTATUS NOT = 00 AND HISTORYSTATUS NOT = 10
             DISPLAY " ERROR   Fehler beim Lesen der"
                     " Historiendatei." HISTORYSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF
           CLOSE historydatei
           IF VERARBEITUNG-NICHT-OK
             GO TO HISTORIE-EINSAMMELN-ENDE
           END-IF

           OPEN INPUT mergeout
           IF MERGEOUTSTATUS NOT = 00
             DISPLAY " ERROR   MergeOut.txt konnte nicht gelesen"
                     " werden, Vorgaenger nicht bestimmbar."
                     MERGEOUTSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO HISTORIE-EINSAMMELN-ENDE
           END-IF
           MOVE "M" TO KUNDEN-QUELLE
           PERFORM UNTIL MERGEOUTSTATUS NOT = 00
             READ mergeout
             IF MERGEOUTSTATUS = 00
               MOVE mergeoutzeile TO KUNDEN-SATZ
               IF KS-KUNDEN-ID IS NUMERIC AND KS-GUELTIG IS NUMERIC
                 PERFORM VERSION-FREIGEBEN
               END-IF
             END-IF
           END-PERFORM
           IF MERGEOUTSTATUS NOT = 10
             DISPLAY " ERROR   Fehler beim Lesen der MergeOut.txt."
                     MERGEOUTSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF
           CLOSE mergeout

           OPEN INPUT futureout
           IF FUTUREOUTSTATUS = 00
             MOVE "F" TO KUNDEN-QUELLE
             PERFORM UNTIL FUTUREOUTSTATUS NOT = 00
               READ futureout
               IF FUTUREOUTSTATUS = 00
                 MOVE futureoutzeile TO KUNDEN-SATZ
                 IF KS-KUNDEN-ID IS NUMERIC
                    AND KS-GUELTIG IS NUMERIC
                   PERFORM VERSION-FREIGEBEN
                 END-IF
               END-IF
             END-PERFORM
             IF FUTUREOUTSTATUS NOT = 10
               DISPLAY " ERROR   Fehler beim Lesen der"
                       " FutureOut.txt." FUTUREOUTSTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
             END-IF
             CLOSE futureout
           ELSE
             IF FUTUREOUTSTATUS NOT = 35
               DISPLAY " ERROR   FutureOut.txt konnte nicht gelesen"
                       " werden." FUTUREOUTSTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
             END-IF
           END-IF

           .
       HISTORIE-EINSAMMELN-ENDE.
           EXIT.

       VERSION-FREIGEBEN SECTION.
       VERSION-FREIGEBEN-ANFANG.
      * Gibt die Version aus KUNDEN-SATZ an die Sortierung; eine
      * nicht numerische Erstellzeit zaehlt als 0.
           MOVE KS-KUNDEN-ID     TO srt-kunden-id
           MOVE KS-GUELTIG       TO srt-gueltig
           IF KS-ERSTELLZEIT IS NUMERIC
             MOVE KS-ERSTELLZEIT TO srt-erstellzeit
           ELSE
             MOVE 0              TO srt-erstellzeit
           END-IF
           MOVE KUNDEN-QUELLE    TO srt-quelle
           MOVE KUNDEN-SATZ      TO srt-zeile
           RELEASE sortsatz

           .
       VERSION-FREIGEBEN-ENDE.
           EXIT.

       HISTORIE-AUFTEILEN SECTION.
       HISTORIE-AUFTEILEN-ANFANG.
      * Ausgabeprozedur: je Kunden-ID kommen die Versionen nach
      * Gueltigkeit aufsteigend. Eine Historienversion wird
      * zurueckgehalten, bis ihr Nachfolger oder das Gruppenende
      * feststeht. Alle Saetze werden abgeholt, auch nach einem
      * Fehler, damit die Sortierung sauber endet.
           MOVE LOW-VALUES TO GRUPPE-KUNDEN-ID
           SET PUFFER-LEER TO TRUE
           SET EOFSORT-NO  TO TRUE
           PERFORM UNTIL EOFSORT-YES
             RETURN sortdatei
               AT END
                 SET EOFSORT-YES TO TRUE
               NOT AT END
                 IF VERARBEITUNG-OK
                   PERFORM HISTORIE-VERSION-EINORDNEN
                 END-IF
             END-RETURN
           END-PERFORM

           IF VERARBEITUNG-OK AND PUFFER-BELEGT
             PERFORM PUFFER-OHNE-NACHFOLGER
           END-IF

           .
       HISTORIE-AUFTEILEN-ENDE.
           EXIT.

       HISTORIE-VERSION-EINORDNEN SECTION.
       HISTORIE-VERSION-EINORDNEN-ANFANG.

           IF srt-kunden-id NOT = GRUPPE-KUNDEN-ID
             IF PUFFER-BELEGT
               PERFORM PUFFER-OHNE-NACHFOLGER
             END-IF
             MOVE srt-kunden-id TO GRUPPE-KUNDEN-ID
             SET GRUPPE-NICHT-IM-BESTAND TO TRUE
           ELSE
             IF PUFFER-BELEGT
               MOVE srt-gueltig TO NACHFOLGER-GUELTIG
               MOVE srt-quelle  TO NACHFOLGER-QUELLE
               PERFORM PUFFER-MIT-NACHFOLGER
             END-IF
           END-IF

           IF srt-quelle = "H"
             MOVE srt-gueltig TO PUFFER-GUELTIG
             MOVE srt-zeile   TO PUFFER-ZEILE
             SET PUFFER-BELEGT TO TRUE
           ELSE
             SET GRUPPE-IM-BESTAND TO TRUE
           END-IF

           .
       HISTORIE-VERSION-EINORDNEN-ENDE.
           EXIT.

       PUFFER-MIT-NACHFOLGER SECTION.
       PUFFER-MIT-NACHFOLGER-ANFANG.
      * Die zurueckgehaltene Version ist durch ihren Nachfolger
      * abgeloest. Ist der Nachfolger der aktuelle Satz aus
      * MergeOut.txt, bleibt sie als dessen Vorgaenger im Bestand.
           IF NACHFOLGER-QUELLE = "M"
             IF NACHFOLGER-GUELTIG < FRIST-STICHTAG
               ADD 1 TO GESCHUETZT-ANZAHL
             END-IF
             SET EINTRAG-BEHALTEN TO TRUE
           ELSE
             MOVE NACHFOLGER-GUELTIG TO EINTRAG-FRISTDATUM
             MOVE PUFFER-GUELTIG     TO EINTRAG-ZEITRAUMDATUM
             PERFORM EINTRAG-EINORDNEN
           END-IF
           PERFORM PUFFER-ABLEGEN

           .
       PUFFER-MIT-NACHFOLGER-ENDE.
           EXIT.

       PUFFER-OHNE-NACHFOLGER SECTION.
       PUFFER-OHNE-NACHFOLGER-ANFANG.
      * Letzte Version einer Kunden-ID. Steht der Kunde noch im
      * Bestand, ist sie nicht abgeloest und bleibt. Sonst ist der
      * Kunde ausgeschieden; dann zaehlt ihr eigener
      * Gueltigkeitsbeginn.
           IF GRUPPE-IM-BESTAND
             SET EINTRAG-BEHALTEN TO TRUE
           ELSE
             MOVE PUFFER-GUELTIG TO EINTRAG-FRISTDATUM
             MOVE PUFFER-GUELTIG TO EINTRAG-ZEITRAUMDATUM
             PERFORM EINTRAG-EINORDNEN
           END-IF
           PERFORM PUFFER-ABLEGEN

           .
       PUFFER-OHNE-NACHFOLGER-ENDE.
           EXIT.

       PUFFER-ABLEGEN SECTION.
       PUFFER-ABLEGEN-ANFANG.
      * Schreibt die zurueckgehaltene Version je nach Entscheidung
      * in die Archivdatei oder in die Arbeitsdatei.
           SET PUFFER-LEER TO TRUE

           IF EINTRAG-BEHALTEN
             MOVE PUFFER-ZEILE TO historyarbeitzeile
             PERFORM HISTORIE-ARBEITWRITE
             GO TO PUFFER-ABLEGEN-ENDE
           END-IF

           IF ARCHIV-GESCHLOSSEN
             PERFORM ARCHIVDD-SETZEN
             OPEN OUTPUT historyarchiv
             IF HISTORYARCHIVSTATUS NOT = 00
               DISPLAY " ERROR   Archivdatei konnte nicht"
                       " angelegt werden: " ARCHIV-DATEINAME
                       " " HISTORYARCHIVSTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
               GO TO PUFFER-ABLEGEN-ENDE
             END-IF
             SET ARCHIV-OFFEN TO TRUE
           END-IF
           MOVE PUFFER-ZEILE TO historyarchivzeile
           PERFORM HISTORIE-ARCHIVWRITE

           .
       PUFFER-ABLEGEN-ENDE.
           EXIT.

       HISTORIE-ARBEITWRITE SECTION.
       HISTORIE-ARBEITWRITE-ANFANG.

           WRITE historyarbeitzeile
           IF HISTORYARBEITSTATUS NOT = 00
             DISPLAY " ERROR   Fehler beim Schreiben der"
                     " Arbeitsdatei." HISTORYARBEITSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF

           .
       HISTORIE-ARBEITWRITE-ENDE.
           EXIT.

       HISTORIE-ARCHIVWRITE SECTION.
       HISTORIE-ARCHIVWRITE-ANFANG.

           WRITE historyarchivzeile
           IF HISTORYARCHIVSTATUS NOT = 00
             DISPLAY " ERROR   Fehler beim Schreiben der"
                     " Archivdatei." HISTORYARCHIVSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF

           .
       HISTORIE-ARCHIVWRITE-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    Protokolldateien: jeder Eintrag traegt sein eigenes         *
      *    Datum und wird fuer sich eingeordnet.                       *
      *                                                                *
      ******************************************************************

       AUDIT-ARCHIVIEREN SECTION.
       AUDIT-ARCHIVIEREN-ANFANG.
      * Herkunftsnachweis aus CobolMerge/CobolReentry: das
      * Alter ergibt sich aus dem Laufzeitpunkt am Zeilenende.
           MOVE "AUDIT"              TO ARCHIV-ART
           MOVE "AUDT"               TO ARCHIV-KUERZEL
           MOVE "MergeAudit.txt"     TO ARCHIV-ANZEIGE
           MOVE FRIST-AUDIT          TO FRIST-JAHRE
           PERFORM TYP-BEGINNEN

           OPEN INPUT auditdatei
           IF AUDITSTATUS = 35
             DISPLAY " Kein Bestand " ARCHIV-ANZEIGE
             GO TO AUDIT-ARCHIVIEREN-ENDE
           END-IF
           IF AUDITSTATUS NOT = 00
             DISPLAY " ERROR   " ARCHIV-ANZEIGE
                     " konnte nicht gelesen werden."
                     AUDITSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO AUDIT-ARCHIVIEREN-ENDE
           END-IF

           OPEN OUTPUT auditarbeit
           IF AUDITARBEITSTATUS NOT = 00
             DISPLAY " ERROR   Arbeitsdatei konnte nicht geoeffnet"
                     " werden." AUDITARBEITSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             CLOSE auditdatei
             GO TO AUDIT-ARCHIVIEREN-ENDE
           END-IF

           PERFORM UNTIL AUDITSTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ auditdatei
             IF AUDITSTATUS = 00
               ADD 1 TO TYP-GELESEN
               PERFORM AUDIT-EINTRAG-ZUORDNEN
             END-IF
           END-PERFORM
           IF AUDITSTATUS NOT = 00 AND AUDITSTATUS NOT = 10
             DISPLAY " ERROR   Fehler beim Lesen von "
                     ARCHIV-ANZEIGE AUDITSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF
           CLOSE auditdatei
           CLOSE auditarbeit

           IF ARCHIV-OFFEN
             PERFORM TRAILER-VORBEREITEN
             MOVE SPACES         TO auditarchivzeile
             MOVE ARCHIV-TRAILER TO auditarchivzeile (1:35)
             PERFORM AUDIT-ARCHIVWRITE
             CLOSE auditarchiv
             SET ARCHIV-GESCHLOSSEN TO TRUE
           END-IF

           IF VERARBEITUNG-NICHT-OK OR TYP-ARCHIVIERT = 0
             PERFORM TYP-ABSCHLIESSEN
             GO TO AUDIT-ARCHIVIEREN-ENDE
           END-IF

      * Erst wenn das Archiv vollstaendig geschrieben und im
      * Archivverzeichnis eingetragen ist, wird der Bestand aus
      * der Arbeitsdatei neu geschrieben.
           PERFORM INDEX-EINTRAG-SCHREIBEN
           IF VERARBEITUNG-NICHT-OK
             GO TO AUDIT-ARCHIVIEREN-ENDE
           END-IF

      * Die Arbeitsdatei wird zuerst geoeffnet: erst wenn sie
      * lesbar ist, wird der Bestand mit OPEN OUTPUT geleert.
           OPEN INPUT auditarbeit
           IF AUDITARBEITSTATUS NOT = 00
             DISPLAY " ERROR   Arbeitsdatei konnte nicht gelesen"
                     " werden." AUDITARBEITSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO AUDIT-ARCHIVIEREN-ENDE
           END-IF
           OPEN OUTPUT auditdatei
           IF AUDITSTATUS NOT = 00
             DISPLAY " ERROR   " ARCHIV-ANZEIGE
                     " konnte nicht neu geschrieben werden."
                     AUDITSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             CLOSE auditarbeit
             GO TO AUDIT-ARCHIVIEREN-ENDE
           END-IF
           PERFORM UNTIL AUDITARBEITSTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ auditarbeit
             IF AUDITARBEITSTATUS = 00
               MOVE auditarbeitzeile TO auditzeile
               WRITE auditzeile
               IF AUDITSTATUS NOT = 00
                 DISPLAY " ERROR   Fehler beim Schreiben von "
                         ARCHIV-ANZEIGE AUDITSTATUS
                 SET VERARBEITUNG-NICHT-OK TO TRUE
               END-IF
             END-IF
           END-PERFORM
           CLOSE auditarbeit
           CLOSE auditdatei
           IF VERARBEITUNG-OK
             SET BESTAND-NEU-GESCHRIEBEN TO TRUE
           END-IF

           PERFORM TYP-ABSCHLIESSEN

           .
       AUDIT-ARCHIVIEREN-ENDE.
           EXIT.

       AUDIT-EINTRAG-ZUORDNEN SECTION.
       AUDIT-EINTRAG-ZUORDNEN-ANFANG.
      * Ordnet die gelesene Zeile dem Archiv oder dem
      * verbleibenden Bestand zu. Zeilen ohne lesbares Datum
      * bleiben im Bestand.
           MOVE SPACES TO EINTRAG-DATUM-X
           MOVE auditzeile (45:8)  TO EINTRAG-DATUM-X
           IF EINTRAG-DATUM-X IS NUMERIC
             MOVE EINTRAG-DATUM-X TO EINTRAG-FRISTDATUM
           ELSE
             MOVE 0               TO EINTRAG-FRISTDATUM
           END-IF
           MOVE EINTRAG-FRISTDATUM TO EINTRAG-ZEITRAUMDATUM
           PERFORM EINTRAG-EINORDNEN

           IF EINTRAG-ARCHIVIEREN
             IF ARCHIV-GESCHLOSSEN
               PERFORM ARCHIVDD-SETZEN
               OPEN OUTPUT auditarchiv
               IF AUDITARCHIVSTATUS NOT = 00
                 DISPLAY " ERROR   Archivdatei konnte nicht"
                         " angelegt werden: " ARCHIV-DATEINAME
                         " " AUDITARCHIVSTATUS
                 SET VERARBEITUNG-NICHT-OK TO TRUE
                 GO TO AUDIT-EINTRAG-ZUORDNEN-ENDE
               END-IF
               SET ARCHIV-OFFEN TO TRUE
             END-IF
             MOVE auditzeile TO auditarchivzeile
             PERFORM AUDIT-ARCHIVWRITE
           ELSE
             MOVE auditzeile TO auditarbeitzeile
             WRITE auditarbeitzeile
             IF AUDITARBEITSTATUS NOT = 00
               DISPLAY " ERROR   Fehler beim Schreiben der"
                       " Arbeitsdatei." AUDITARBEITSTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
             END-IF
           END-IF

           .
       AUDIT-EINTRAG-ZUORDNEN-ENDE.
           EXIT.

       AUDIT-ARCHIVWRITE SECTION.
       AUDIT-ARCHIVWRITE-ANFANG.
      * Schreibt eine vorbereitete Zeile in die Archivdatei.
           WRITE auditarchivzeile
           IF AUDITARCHIVSTATUS NOT = 00
             DISPLAY " ERROR   Fehler beim Schreiben der"
                     " Archivdatei." AUDITARCHIVSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF

           .
       AUDIT-ARCHIVWRITE-ENDE.
           EXIT.

       CHANGELOG-ARCHIVIEREN SECTION.
       CHANGELOG-ARCHIVIEREN-ANFANG.
      * Aenderungsprotokoll: das Alter ergibt sich aus dem
      * Laufzeitpunkt am Zeilenende.
           MOVE "CHANGELOG"          TO ARCHIV-ART
           MOVE "CHLG"               TO ARCHIV-KUERZEL
           MOVE "ChangeLog.txt"      TO ARCHIV-ANZEIGE
           MOVE FRIST-CHANGELOG      TO FRIST-JAHRE
           PERFORM TYP-BEGINNEN
           PERFORM CHANGELOG-STICHTAG-BEGRENZEN

           OPEN INPUT changelogdatei
           IF CHANGELOGSTATUS = 35
             DISPLAY " Kein Bestand " ARCHIV-ANZEIGE
             GO TO CHANGELOG-ARCHIVIEREN-ENDE
           END-IF
           IF CHANGELOGSTATUS NOT = 00
             DISPLAY " ERROR   " ARCHIV-ANZEIGE
                     " konnte nicht gelesen werden."
                     CHANGELOGSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO CHANGELOG-ARCHIVIEREN-ENDE
           END-IF

           OPEN OUTPUT changelogarbeit
           IF CHANGELOGARBEITSTATUS NOT = 00
             DISPLAY " ERROR   Arbeitsdatei konnte nicht geoeffnet"
                     " werden." CHANGELOGARBEITSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             CLOSE changelogdatei
             GO TO CHANGELOG-ARCHIVIEREN-ENDE
           END-IF

           PERFORM UNTIL CHANGELOGSTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ changelogdatei
             IF CHANGELOGSTATUS = 00
               ADD 1 TO TYP-GELESEN
               PERFORM CHANGELOG-EINTRAG-ZUORDNEN
             END-IF
           END-PERFORM
           IF CHANGELOGSTATUS NOT = 00 AND CHANGELOGSTATUS NOT = 10
             DISPLAY " ERROR   Fehler beim Lesen von "
                     ARCHIV-ANZEIGE CHANGELOGSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF
           CLOSE changelogdatei
           CLOSE changelogarbeit

           IF ARCHIV-OFFEN
             PERFORM TRAILER-VORBEREITEN
             MOVE SPACES         TO changelogarchivzeile
             MOVE ARCHIV-TRAILER TO changelogarchivzeile (1:35)
             PERFORM CHANGELOG-ARCHIVWRITE
             CLOSE changelogarchiv
             SET ARCHIV-GESCHLOSSEN TO TRUE
           END-IF

           IF VERARBEITUNG-NICHT-OK OR TYP-ARCHIVIERT = 0
             PERFORM TYP-ABSCHLIESSEN
             GO TO CHANGELOG-ARCHIVIEREN-ENDE
           END-IF

      * Erst wenn das Archiv vollstaendig geschrieben und im
      * Archivverzeichnis eingetragen ist, wird der Bestand aus
      * der Arbeitsdatei neu geschrieben.
           PERFORM INDEX-EINTRAG-SCHREIBEN
           IF VERARBEITUNG-NICHT-OK
             GO TO CHANGELOG-ARCHIVIEREN-ENDE
           END-IF

      * Die Arbeitsdatei wird zuerst geoeffnet: erst wenn sie
      * lesbar ist, wird der Bestand mit OPEN OUTPUT geleert.
           OPEN INPUT changelogarbeit
           IF CHANGELOGARBEITSTATUS NOT = 00
             DISPLAY " ERROR   Arbeitsdatei konnte nicht gelesen"
                     " werden." CHANGELOGARBEITSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO CHANGELOG-ARCHIVIEREN-ENDE
           END-IF
           OPEN OUTPUT changelogdatei
           IF CHANGELOGSTATUS NOT = 00
             DISPLAY " ERROR   " ARCHIV-ANZEIGE
                     " konnte nicht neu geschrieben werden."
                     CHANGELOGSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             CLOSE changelogarbeit
             GO TO CHANGELOG-ARCHIVIEREN-ENDE
           END-IF
           PERFORM UNTIL CHANGELOGARBEITSTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ changelogarbeit
             IF CHANGELOGARBEITSTATUS = 00
               MOVE changelogarbeitzeile TO changelogzeile
               WRITE changelogzeile
               IF CHANGELOGSTATUS NOT = 00
                 DISPLAY " ERROR   Fehler beim Schreiben von "
                         ARCHIV-ANZEIGE CHANGELOGSTATUS
                 SET VERARBEITUNG-NICHT-OK TO TRUE
               END-IF
             END-IF
           END-PERFORM
           CLOSE changelogarbeit
           CLOSE changelogdatei
           IF VERARBEITUNG-OK
             SET BESTAND-NEU-GESCHRIEBEN TO TRUE
           END-IF

           PERFORM TYP-ABSCHLIESSEN

           .
       CHANGELOG-ARCHIVIEREN-ENDE.
           EXIT.

       CHANGELOG-STICHTAG-BEGRENZEN SECTION.
       CHANGELOG-STICHTAG-BEGRENZEN-ANFANG.
      * Eine ChangeLog-Zeile darf erst archiviert werden, wenn jeder
      * Abnehmer sie quittiert hat (siehe CobolVerteilung): der
      * Stichtag wird hoechstens auf das Datum des aeltesten
      * quittierten Lieferstands gesetzt. Ohne FeedStand.txt
      * (Dateistatus 35) gibt es keinen Abnehmer und keine Grenze.
      * Ist der Lieferstand nicht lesbar oder eine Zeile
      * unbrauchbar, bleibt ChangeLog.txt ganz im Bestand.
           MOVE 99999999999999 TO QUITTIERT-MINIMUM
           MOVE 0              TO FEEDSTAND-ANZAHL

           OPEN INPUT feedstanddatei
           IF FEEDSTANDSTATUS = 35
             GO TO CHANGELOG-STICHTAG-BEGRENZEN-ENDE
           END-IF
           IF FEEDSTANDSTATUS NOT = 00
             DISPLAY " WARNUNG FeedStand.txt konnte nicht gelesen"
                     " werden, ChangeLog.txt bleibt im Bestand."
                     FEEDSTANDSTATUS
             MOVE 0 TO FRIST-STICHTAG
             GO TO CHANGELOG-STICHTAG-BEGRENZEN-ENDE
           END-IF

           PERFORM UNTIL FEEDSTANDSTATUS NOT = 00
             READ feedstanddatei
             IF FEEDSTANDSTATUS = 00
               ADD 1 TO FEEDSTAND-ANZAHL
               IF fs-quittiert-bis IS NOT NUMERIC
                 DISPLAY " WARNUNG Ungueltige Zeile in"
                         " FeedStand.txt: " feedstandsatz (1:20)
                 MOVE 0 TO QUITTIERT-MINIMUM
               ELSE
                 IF fs-quittiert-bis < QUITTIERT-MINIMUM
                   MOVE fs-quittiert-bis TO QUITTIERT-MINIMUM
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           IF FEEDSTANDSTATUS NOT = 10
             DISPLAY " WARNUNG Fehler beim Lesen von FeedStand.txt,"
                     " ChangeLog.txt bleibt im Bestand."
                     FEEDSTANDSTATUS
             MOVE 0 TO FRIST-STICHTAG
           END-IF
           CLOSE feedstanddatei

           IF FEEDSTAND-ANZAHL > 0
             AND QUITTIERT-MIN-DATUM < FRIST-STICHTAG
             MOVE QUITTIERT-MIN-DATUM TO FRIST-STICHTAG
             DISPLAY "   Stichtag begrenzt auf " FRIST-STICHTAG
                     ": aeltester quittierter Lieferstand "
                     QUITTIERT-MINIMUM
           END-IF

           .
       CHANGELOG-STICHTAG-BEGRENZEN-ENDE.
           EXIT.

       CHANGELOG-EINTRAG-ZUORDNEN SECTION.
       CHANGELOG-EINTRAG-ZUORDNEN-ANFANG.
      * Ordnet die gelesene Zeile dem Archiv oder dem
      * verbleibenden Bestand zu. Zeilen ohne lesbares Datum
      * bleiben im Bestand.
           MOVE SPACES TO EINTRAG-DATUM-X
           MOVE changelogzeile (106:8) TO EINTRAG-DATUM-X
           IF EINTRAG-DATUM-X IS NUMERIC
             MOVE EINTRAG-DATUM-X TO EINTRAG-FRISTDATUM
           ELSE
             MOVE 0               TO EINTRAG-FRISTDATUM
           END-IF
           MOVE EINTRAG-FRISTDATUM TO EINTRAG-ZEITRAUMDATUM
           PERFORM EINTRAG-EINORDNEN

           IF EINTRAG-ARCHIVIEREN
             IF ARCHIV-GESCHLOSSEN
               PERFORM ARCHIVDD-SETZEN
               OPEN OUTPUT changelogarchiv
               IF CHANGELOGARCHIVSTATUS NOT = 00
                 DISPLAY " ERROR   Archivdatei konnte nicht"
                         " angelegt werden: " ARCHIV-DATEINAME
                         " " CHANGELOGARCHIVSTATUS
                 SET VERARBEITUNG-NICHT-OK TO TRUE
                 GO TO CHANGELOG-EINTRAG-ZUORDNEN-ENDE
               END-IF
               SET ARCHIV-OFFEN TO TRUE
             END-IF
             MOVE changelogzeile TO changelogarchivzeile
             PERFORM CHANGELOG-ARCHIVWRITE
           ELSE
             MOVE changelogzeile TO changelogarbeitzeile
             WRITE changelogarbeitzeile
             IF CHANGELOGARBEITSTATUS NOT = 00
               DISPLAY " ERROR   Fehler beim Schreiben der"
                       " Arbeitsdatei." CHANGELOGARBEITSTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
             END-IF
           END-IF

           .
       CHANGELOG-EINTRAG-ZUORDNEN-ENDE.
           EXIT.

       CHANGELOG-ARCHIVWRITE SECTION.
       CHANGELOG-ARCHIVWRITE-ANFANG.
      * Schreibt eine vorbereitete Zeile in die Archivdatei.
           WRITE changelogarchivzeile
           IF CHANGELOGARCHIVSTATUS NOT = 00
             DISPLAY " ERROR   Fehler beim Schreiben der"
                     " Archivdatei." CHANGELOGARCHIVSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF

           .
       CHANGELOG-ARCHIVWRITE-ENDE.
           EXIT.

       PFLEGELOG-ARCHIVIEREN SECTION.
       PFLEGELOG-ARCHIVIEREN-ANFANG.
      * Pflegeprotokoll aus CobolPflege: das Alter ergibt
      * sich aus dem Zeitstempel am Zeilenanfang.
           MOVE "PFLEGELOG"          TO ARCHIV-ART
           MOVE "PFLG"               TO ARCHIV-KUERZEL
           MOVE "PflegeLog.txt"      TO ARCHIV-ANZEIGE
           MOVE FRIST-PFLEGELOG      TO FRIST-JAHRE
           PERFORM TYP-BEGINNEN

           OPEN INPUT pflegelogdatei
           IF PFLEGELOGSTATUS = 35
             DISPLAY " Kein Bestand " ARCHIV-ANZEIGE
             GO TO PFLEGELOG-ARCHIVIEREN-ENDE
           END-IF
           IF PFLEGELOGSTATUS NOT = 00
             DISPLAY " ERROR   " ARCHIV-ANZEIGE
                     " konnte nicht gelesen werden."
                     PFLEGELOGSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO PFLEGELOG-ARCHIVIEREN-ENDE
           END-IF

           OPEN OUTPUT pflegelogarbeit
           IF PFLEGELOGARBEITSTATUS NOT = 00
             DISPLAY " ERROR   Arbeitsdatei konnte nicht geoeffnet"
                     " werden." PFLEGELOGARBEITSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             CLOSE pflegelogdatei
             GO TO PFLEGELOG-ARCHIVIEREN-ENDE
           END-IF

           PERFORM UNTIL PFLEGELOGSTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ pflegelogdatei
             IF PFLEGELOGSTATUS = 00
               ADD 1 TO TYP-GELESEN
               PERFORM PFLEGELOG-EINTRAG-ZUORDNEN
             END-IF
           END-PERFORM
           IF PFLEGELOGSTATUS NOT = 00 AND PFLEGELOGSTATUS NOT = 10
             DISPLAY " ERROR   Fehler beim Lesen von "
                     ARCHIV-ANZEIGE PFLEGELOGSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF
           CLOSE pflegelogdatei
           CLOSE pflegelogarbeit

           IF ARCHIV-OFFEN
             PERFORM TRAILER-VORBEREITEN
             MOVE SPACES         TO pflegelogarchivzeile
             MOVE ARCHIV-TRAILER TO pflegelogarchivzeile (1:35)
             PERFORM PFLEGELOG-ARCHIVWRITE
             CLOSE pflegelogarchiv
             SET ARCHIV-GESCHLOSSEN TO TRUE
           END-IF

           IF VERARBEITUNG-NICHT-OK OR TYP-ARCHIVIERT = 0
             PERFORM TYP-ABSCHLIESSEN
             GO TO PFLEGELOG-ARCHIVIEREN-ENDE
           END-IF

      * Erst wenn das Archiv vollstaendig geschrieben und im
      * Archivverzeichnis eingetragen ist, wird der Bestand aus
      * der Arbeitsdatei neu geschrieben.
           PERFORM INDEX-EINTRAG-SCHREIBEN
           IF VERARBEITUNG-NICHT-OK
             GO TO PFLEGELOG-ARCHIVIEREN-ENDE
           END-IF

      * Die Arbeitsdatei wird zuerst geoeffnet: erst wenn sie
      * lesbar ist, wird der Bestand mit OPEN OUTPUT geleert.
           OPEN INPUT pflegelogarbeit
           IF PFLEGELOGARBEITSTATUS NOT = 00
             DISPLAY " ERROR   Arbeitsdatei konnte nicht gelesen"
                     " werden." PFLEGELOGARBEITSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO PFLEGELOG-ARCHIVIEREN-ENDE
           END-IF
           OPEN OUTPUT pflegelogdatei
           IF PFLEGELOGSTATUS NOT = 00
             DISPLAY " ERROR   " ARCHIV-ANZEIGE
                     " konnte nicht neu geschrieben werden."
                     PFLEGELOGSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             CLOSE pflegelogarbeit
             GO TO PFLEGELOG-ARCHIVIEREN-ENDE
           END-IF
           PERFORM UNTIL PFLEGELOGARBEITSTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ pflegelogarbeit
             IF PFLEGELOGARBEITSTATUS = 00
               MOVE pflegelogarbeitzeile TO pflegelogzeile
               WRITE pflegelogzeile
               IF PFLEGELOGSTATUS NOT = 00
                 DISPLAY " ERROR   Fehler beim Schreiben von "
                         ARCHIV-ANZEIGE PFLEGELOGSTATUS
                 SET VERARBEITUNG-NICHT-OK TO TRUE
               END-IF
             END-IF
           END-PERFORM
           CLOSE pflegelogarbeit
           CLOSE pflegelogdatei
           IF VERARBEITUNG-OK
             SET BESTAND-NEU-GESCHRIEBEN TO TRUE
           END-IF

           PERFORM TYP-ABSCHLIESSEN

           .
       PFLEGELOG-ARCHIVIEREN-ENDE.
           EXIT.

       PFLEGELOG-EINTRAG-ZUORDNEN SECTION.
       PFLEGELOG-EINTRAG-ZUORDNEN-ANFANG.
      * Ordnet die gelesene Zeile dem Archiv oder dem
      * verbleibenden Bestand zu. Zeilen ohne lesbares Datum
      * bleiben im Bestand.
           MOVE SPACES TO EINTRAG-DATUM-X
           MOVE pflegelogzeile (1:8) TO EINTRAG-DATUM-X
           IF EINTRAG-DATUM-X IS NUMERIC
             MOVE EINTRAG-DATUM-X TO EINTRAG-FRISTDATUM
           ELSE
             MOVE 0               TO EINTRAG-FRISTDATUM
           END-IF
           MOVE EINTRAG-FRISTDATUM TO EINTRAG-ZEITRAUMDATUM
           PERFORM EINTRAG-EINORDNEN

           IF EINTRAG-ARCHIVIEREN
             IF ARCHIV-GESCHLOSSEN
               PERFORM ARCHIVDD-SETZEN
               OPEN OUTPUT pflegelogarchiv
               IF PFLEGELOGARCHIVSTATUS NOT = 00
                 DISPLAY " ERROR   Archivdatei konnte nicht"
                         " angelegt werden: " ARCHIV-DATEINAME
                         " " PFLEGELOGARCHIVSTATUS
                 SET VERARBEITUNG-NICHT-OK TO TRUE
                 GO TO PFLEGELOG-EINTRAG-ZUORDNEN-ENDE
               END-IF
               SET ARCHIV-OFFEN TO TRUE
             END-IF
             MOVE pflegelogzeile TO pflegelogarchivzeile
             PERFORM PFLEGELOG-ARCHIVWRITE
           ELSE
             MOVE pflegelogzeile TO pflegelogarbeitzeile
             WRITE pflegelogarbeitzeile
             IF PFLEGELOGARBEITSTATUS NOT = 00
               DISPLAY " ERROR   Fehler beim Schreiben der"
                       " Arbeitsdatei." PFLEGELOGARBEITSTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
             END-IF
           END-IF

           .
       PFLEGELOG-EINTRAG-ZUORDNEN-ENDE.
           EXIT.

       PFLEGELOG-ARCHIVWRITE SECTION.
       PFLEGELOG-ARCHIVWRITE-ANFANG.
      * Schreibt eine vorbereitete Zeile in die Archivdatei.
           WRITE pflegelogarchivzeile
           IF PFLEGELOGARCHIVSTATUS NOT = 00
             DISPLAY " ERROR   Fehler beim Schreiben der"
                     " Archivdatei." PFLEGELOGARCHIVSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF

           .
       PFLEGELOG-ARCHIVWRITE-ENDE.
           EXIT.

       SUMMARY-ARCHIVIEREN SECTION.
       SUMMARY-ARCHIVIEREN-ANFANG.
      * Laufzeilen der MergeSummary.txt: das Datum steht
      * sechsstellig (JJMMTT) am Zeilenanfang; das Jahr
      * liegt wie in CobolQualitaet in den 2000er-Jahren.
           MOVE "SUMMARY"            TO ARCHIV-ART
           MOVE "SUMM"               TO ARCHIV-KUERZEL
           MOVE "MergeSummary.txt"   TO ARCHIV-ANZEIGE
           MOVE FRIST-SUMMARY        TO FRIST-JAHRE
           PERFORM TYP-BEGINNEN

           OPEN INPUT summarydatei
           IF SUMMARYSTATUS = 35
             DISPLAY " Kein Bestand " ARCHIV-ANZEIGE
             GO TO SUMMARY-ARCHIVIEREN-ENDE
           END-IF
           IF SUMMARYSTATUS NOT = 00
             DISPLAY " ERROR   " ARCHIV-ANZEIGE
                     " konnte nicht gelesen werden."
                     SUMMARYSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO SUMMARY-ARCHIVIEREN-ENDE
           END-IF

           OPEN OUTPUT summaryarbeit
           IF SUMMARYARBEITSTATUS NOT = 00
             DISPLAY " ERROR   Arbeitsdatei konnte nicht geoeffnet"
                     " werden." SUMMARYARBEITSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             CLOSE summarydatei
             GO TO SUMMARY-ARCHIVIEREN-ENDE
           END-IF

           PERFORM UNTIL SUMMARYSTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ summarydatei
             IF SUMMARYSTATUS = 00
               ADD 1 TO TYP-GELESEN
               PERFORM SUMMARY-EINTRAG-ZUORDNEN
             END-IF
           END-PERFORM
           IF SUMMARYSTATUS NOT = 00 AND SUMMARYSTATUS NOT = 10
             DISPLAY " ERROR   Fehler beim Lesen von "
                     ARCHIV-ANZEIGE SUMMARYSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF
           CLOSE summarydatei
           CLOSE summaryarbeit

           IF ARCHIV-OFFEN
             PERFORM TRAILER-VORBEREITEN
             MOVE SPACES         TO summaryarchivzeile
             MOVE ARCHIV-TRAILER TO summaryarchivzeile (1:35)
             PERFORM SUMMARY-ARCHIVWRITE
             CLOSE summaryarchiv
             SET ARCHIV-GESCHLOSSEN TO TRUE
           END-IF

           IF VERARBEITUNG-NICHT-OK OR TYP-ARCHIVIERT = 0
             PERFORM TYP-ABSCHLIESSEN
             GO TO SUMMARY-ARCHIVIEREN-ENDE
           END-IF

      * Erst wenn das Archiv vollstaendig geschrieben und im
      * Archivverzeichnis eingetragen ist, wird der Bestand aus
      * der Arbeitsdatei neu geschrieben.
           PERFORM INDEX-EINTRAG-SCHREIBEN
           IF VERARBEITUNG-NICHT-OK
             GO TO SUMMARY-ARCHIVIEREN-ENDE
           END-IF

      * Die Arbeitsdatei wird zuerst geoeffnet: erst wenn sie
      * lesbar ist, wird der Bestand mit OPEN OUTPUT geleert.
           OPEN INPUT summaryarbeit
           IF SUMMARYARBEITSTATUS NOT = 00
             DISPLAY " ERROR   Arbeitsdatei konnte nicht gelesen"
                     " werden." SUMMARYARBEITSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO SUMMARY-ARCHIVIEREN-ENDE
           END-IF
           OPEN OUTPUT summarydatei
           IF SUMMARYSTATUS NOT = 00
             DISPLAY " ERROR   " ARCHIV-ANZEIGE
                     " konnte nicht neu geschrieben werden."
                     SUMMARYSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             CLOSE summaryarbeit
             GO TO SUMMARY-ARCHIVIEREN-ENDE
           END-IF
           PERFORM UNTIL SUMMARYARBEITSTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ summaryarbeit
             IF SUMMARYARBEITSTATUS = 00
               MOVE summaryarbeitzeile TO summaryzeile
               WRITE summaryzeile
               IF SUMMARYSTATUS NOT = 00
                 DISPLAY " ERROR   Fehler beim Schreiben von "
                         ARCHIV-ANZEIGE SUMMARYSTATUS
                 SET VERARBEITUNG-NICHT-OK TO TRUE
               END-IF
             END-IF
           END-PERFORM
           CLOSE summaryarbeit
           CLOSE summarydatei
           IF VERARBEITUNG-OK
             SET BESTAND-NEU-GESCHRIEBEN TO TRUE
           END-IF

           PERFORM TYP-ABSCHLIESSEN

           .
       SUMMARY-ARCHIVIEREN-ENDE.
           EXIT.

       SUMMARY-EINTRAG-ZUORDNEN SECTION.
       SUMMARY-EINTRAG-ZUORDNEN-ANFANG.
      * Ordnet die gelesene Zeile dem Archiv oder dem
      * verbleibenden Bestand zu. Zeilen ohne lesbares Datum
      * bleiben im Bestand.
           MOVE SPACES TO EINTRAG-DATUM-X
           MOVE "20"               TO EINTRAG-DATUM-X (1:2)
           MOVE summaryzeile (1:6) TO EINTRAG-DATUM-X (3:6)
           IF EINTRAG-DATUM-X IS NUMERIC
             MOVE EINTRAG-DATUM-X TO EINTRAG-FRISTDATUM
           ELSE
             MOVE 0               TO EINTRAG-FRISTDATUM
           END-IF
           MOVE EINTRAG-FRISTDATUM TO EINTRAG-ZEITRAUMDATUM
           PERFORM EINTRAG-EINORDNEN

           IF EINTRAG-ARCHIVIEREN
             IF ARCHIV-GESCHLOSSEN
               PERFORM ARCHIVDD-SETZEN
               OPEN OUTPUT summaryarchiv
               IF SUMMARYARCHIVSTATUS NOT = 00
                 DISPLAY " ERROR   Archivdatei konnte nicht"
                         " angelegt werden: " ARCHIV-DATEINAME
                         " " SUMMARYARCHIVSTATUS
                 SET VERARBEITUNG-NICHT-OK TO TRUE
                 GO TO SUMMARY-EINTRAG-ZUORDNEN-ENDE
               END-IF
               SET ARCHIV-OFFEN TO TRUE
             END-IF
             MOVE summaryzeile TO summaryarchivzeile
             PERFORM SUMMARY-ARCHIVWRITE
           ELSE
             MOVE summaryzeile TO summaryarbeitzeile
             WRITE summaryarbeitzeile
             IF SUMMARYARBEITSTATUS NOT = 00
               DISPLAY " ERROR   Fehler beim Schreiben der"
                       " Arbeitsdatei." SUMMARYARBEITSTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
             END-IF
           END-IF

           .
       SUMMARY-EINTRAG-ZUORDNEN-ENDE.
           EXIT.

       SUMMARY-ARCHIVWRITE SECTION.
       SUMMARY-ARCHIVWRITE-ANFANG.
      * Schreibt eine vorbereitete Zeile in die Archivdatei.
           WRITE summaryarchivzeile
           IF SUMMARYARCHIVSTATUS NOT = 00
             DISPLAY " ERROR   Fehler beim Schreiben der"
                     " Archivdatei." SUMMARYARCHIVSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF

           .
       SUMMARY-ARCHIVWRITE-ENDE.
           EXIT.

       LAUFPROT-ARCHIVIEREN SECTION.
       LAUFPROT-ARCHIVIEREN-ANFANG.
      * Zentrales Laufprotokoll: das Alter ergibt sich aus
      * dem Startzeitpunkt des Laufs.
           MOVE "LAUFPROT"           TO ARCHIV-ART
           MOVE "LPRT"               TO ARCHIV-KUERZEL
           MOVE "Laufprotokoll.txt"  TO ARCHIV-ANZEIGE
           MOVE FRIST-LAUFPROT       TO FRIST-JAHRE
           PERFORM TYP-BEGINNEN

           OPEN INPUT laufprotokoll
           IF LAUFPROTSTATUS = 35
             DISPLAY " Kein Bestand " ARCHIV-ANZEIGE
             GO TO LAUFPROT-ARCHIVIEREN-ENDE
           END-IF
           IF LAUFPROTSTATUS NOT = 00
             DISPLAY " ERROR   " ARCHIV-ANZEIGE
                     " konnte nicht gelesen werden."
                     LAUFPROTSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO LAUFPROT-ARCHIVIEREN-ENDE
           END-IF

           OPEN OUTPUT laufprotarbeit
           IF LAUFPROTARBEITSTATUS NOT = 00
             DISPLAY " ERROR   Arbeitsdatei konnte nicht geoeffnet"
                     " werden." LAUFPROTARBEITSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             CLOSE laufprotokoll
             GO TO LAUFPROT-ARCHIVIEREN-ENDE
           END-IF

           PERFORM UNTIL LAUFPROTSTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ laufprotokoll
             IF LAUFPROTSTATUS = 00
               ADD 1 TO TYP-GELESEN
               PERFORM LAUFPROT-EINTRAG-ZUORDNEN
             END-IF
           END-PERFORM
           IF LAUFPROTSTATUS NOT = 00 AND LAUFPROTSTATUS NOT = 10
             DISPLAY " ERROR   Fehler beim Lesen von "
                     ARCHIV-ANZEIGE LAUFPROTSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF
           CLOSE laufprotokoll
           CLOSE laufprotarbeit

           IF ARCHIV-OFFEN
             PERFORM TRAILER-VORBEREITEN
             MOVE SPACES         TO laufprotarchivzeile
             MOVE ARCHIV-TRAILER TO laufprotarchivzeile (1:35)
             PERFORM LAUFPROT-ARCHIVWRITE
             CLOSE laufprotarchiv
             SET ARCHIV-GESCHLOSSEN TO TRUE
           END-IF

           IF VERARBEITUNG-NICHT-OK OR TYP-ARCHIVIERT = 0
             PERFORM TYP-ABSCHLIESSEN
             GO TO LAUFPROT-ARCHIVIEREN-ENDE
           END-IF

      * Erst wenn das Archiv vollstaendig geschrieben und im
      * Archivverzeichnis eingetragen ist, wird der Bestand aus
      * der Arbeitsdatei neu geschrieben.
           PERFORM INDEX-EINTRAG-SCHREIBEN
           IF VERARBEITUNG-NICHT-OK
             GO TO LAUFPROT-ARCHIVIEREN-ENDE
           END-IF

      * Die Arbeitsdatei wird zuerst geoeffnet: erst wenn sie
      * lesbar ist, wird der Bestand mit OPEN OUTPUT geleert.
           OPEN INPUT laufprotarbeit
           IF LAUFPROTARBEITSTATUS NOT = 00
             DISPLAY " ERROR   Arbeitsdatei konnte nicht gelesen"
                     " werden." LAUFPROTARBEITSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO LAUFPROT-ARCHIVIEREN-ENDE
           END-IF
           OPEN OUTPUT laufprotokoll
           IF LAUFPROTSTATUS NOT = 00
             DISPLAY " ERROR   " ARCHIV-ANZEIGE
                     " konnte nicht neu geschrieben werden."
                     LAUFPROTSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             CLOSE laufprotarbeit
             GO TO LAUFPROT-ARCHIVIEREN-ENDE
           END-IF
           PERFORM UNTIL LAUFPROTARBEITSTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ laufprotarbeit
             IF LAUFPROTARBEITSTATUS = 00
               MOVE laufprotarbeitzeile TO laufprot-satz
               WRITE laufprot-satz
               IF LAUFPROTSTATUS NOT = 00
                 DISPLAY " ERROR   Fehler beim Schreiben von "
                         ARCHIV-ANZEIGE LAUFPROTSTATUS
                 SET VERARBEITUNG-NICHT-OK TO TRUE
               END-IF
             END-IF
           END-PERFORM
           CLOSE laufprotarbeit
           CLOSE laufprotokoll
           IF VERARBEITUNG-OK
             SET BESTAND-NEU-GESCHRIEBEN TO TRUE
           END-IF

           PERFORM TYP-ABSCHLIESSEN

           .
       LAUFPROT-ARCHIVIEREN-ENDE.
           EXIT.

       LAUFPROT-EINTRAG-ZUORDNEN SECTION.
       LAUFPROT-EINTRAG-ZUORDNEN-ANFANG.
      * Ordnet die gelesene Zeile dem Archiv oder dem
      * verbleibenden Bestand zu. Zeilen ohne lesbares Datum
      * bleiben im Bestand.
           MOVE SPACES TO EINTRAG-DATUM-X
           MOVE laufprot-satz (18:8) TO EINTRAG-DATUM-X
           IF EINTRAG-DATUM-X IS NUMERIC
             MOVE EINTRAG-DATUM-X TO EINTRAG-FRISTDATUM
           ELSE
             MOVE 0               TO EINTRAG-FRISTDATUM
           END-IF
           MOVE EINTRAG-FRISTDATUM TO EINTRAG-ZEITRAUMDATUM
           PERFORM EINTRAG-EINORDNEN

           IF EINTRAG-ARCHIVIEREN
             IF ARCHIV-GESCHLOSSEN
               PERFORM ARCHIVDD-SETZEN
               OPEN OUTPUT laufprotarchiv
               IF LAUFPROTARCHIVSTATUS NOT = 00
                 DISPLAY " ERROR   Archivdatei konnte nicht"
                         " angelegt werden: " ARCHIV-DATEINAME
                         " " LAUFPROTARCHIVSTATUS
                 SET VERARBEITUNG-NICHT-OK TO TRUE
                 GO TO LAUFPROT-EINTRAG-ZUORDNEN-ENDE
               END-IF
               SET ARCHIV-OFFEN TO TRUE
             END-IF
             MOVE laufprot-satz TO laufprotarchivzeile
             PERFORM LAUFPROT-ARCHIVWRITE
           ELSE
             MOVE laufprot-satz TO laufprotarbeitzeile
             WRITE laufprotarbeitzeile
             IF LAUFPROTARBEITSTATUS NOT = 00
               DISPLAY " ERROR   Fehler beim Schreiben der"
                       " Arbeitsdatei." LAUFPROTARBEITSTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
             END-IF
           END-IF

           .
       LAUFPROT-EINTRAG-ZUORDNEN-ENDE.
           EXIT.

       LAUFPROT-ARCHIVWRITE SECTION.
       LAUFPROT-ARCHIVWRITE-ANFANG.
      * Schreibt eine vorbereitete Zeile in die Archivdatei.
           WRITE laufprotarchivzeile
           IF LAUFPROTARCHIVSTATUS NOT = 00
             DISPLAY " ERROR   Fehler beim Schreiben der"
                     " Archivdatei." LAUFPROTARCHIVSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF

           .
       LAUFPROT-ARCHIVWRITE-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    Hier wird das Ergebnis gemeldet.                            *
      *                                                                *
      ******************************************************************

       NACHLAUF SECTION.
       NACHLAUF-ANFANG.

           IF LAUFSPERRE-BELEGT
             DISPLAY " ERROR   Archivierung nicht gestartet,"
                     " Laufsperre belegt."
           ELSE
             DISPLAY " Gelesene Eintraege:    " GELESEN-GESAMT
             DISPLAY " Archivierte Eintraege: " ARCHIVIERT-GESAMT
             DISPLAY " Neue Archivdateien:    " ARCHIVDATEIEN-ANZAHL
             EVALUATE TRUE
               WHEN VERARBEITUNG-OK
                 DISPLAY " SUCCESS Archivierung abgeschlossen."
      * Abbruch nach dem Verzeichniseintrag: der Bestand ist ggf.
      * schon geleert oder nur teilweise neu geschrieben. Er muss
      * aus der Arbeitsdatei wiederhergestellt werden; ein neuer
      * Lauf ohne diese Wiederherstellung wuerde denselben Zeitraum
      * ein zweites Mal archivieren.
               WHEN BESTAND-AUS-ARBEITSDATEI
                 DISPLAY " ERROR   Archivierung abgebrochen: "
                         ARCHIV-DATEINAME " und der Eintrag im"
                         " Archivverzeichnis sind geschrieben,"
                 DISPLAY "         " ARCHIV-ANZEIGE " wurde nicht"
                         " vollstaendig neu geschrieben. Die"
                         " verbleibenden Eintraege stehen in "
                         ARBEIT-DATEINAME ";"
                 DISPLAY "         " ARCHIV-ANZEIGE " vor dem"
                         " naechsten Lauf aus dieser Arbeitsdatei"
                         " wiederherstellen."
               WHEN OTHER
                 DISPLAY " ERROR   Archivierung abgebrochen, der"
                         " Bestand der betroffenen Datei ist"
                         " unveraendert."
             END-EVALUATE
           END-IF

           DISPLAY "KundenArchivierung wird beendet."

           .
       NACHLAUF-ENDE.
           EXIT.
