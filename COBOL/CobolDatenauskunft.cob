       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CobolDatenauskunft.
      *****************************************************************
      **
      **  Auskunft fuer Datenschutz-Antraege (Art. 15 DSGVO): das
      **  Gegenstueck zu CobolLoeschung. Liest die beantragten
      **  Kunden-IDs aus der Antragsdatei und stellt je Kunden-ID
      **  in einem Auskunftsbericht alles zusammen, was die
      **  Bestaende zu ihr enthalten: aktueller Satz in MergeOut
      **  und Kundenstamm, vorgemerkte FutureOut-Versionen,
      **  historische Versionen mit Gueltigkeitszeitraum, Suspense-/
      **  Reject-Zeilen mit ihrem Rueckstandsalter, Vorher-/Nachher-
      **  Bilder des Pflegeprotokolls mit Bearbeiter, noch in
      **  PflegeAuftraege.txt gehaltene Pflegeauftraege, die Merge-
      **  Entscheidungen, die Aenderungsliste und die Aufnahme in
      **  die aktuelle Exportdatei. Laut KundenXref.txt wird eine
      **  stillgelegte Kunden-ID mit ihrer ueberlebenden Kunden-ID
      **  (und deren Historie) genannt, eine ueberlebende mit den
      **  in sie konsolidierten Kunden-IDs. Die von CobolArchivierung
      **  ausgelagerten Archivdateien (laut ArchivIndex.txt) werden
      **  stets mit durchsucht. Jeder Abschnitt nennt je Datei die
      **  Anzahl gefundener Eintraege und sagt ausdruecklich, wenn
      **  eine Datei nichts zu der Kunden-ID enthaelt. Die Auskunft
      **  liest nur, sie aendert keinen Bestand.
      **
      *****************************************************************
      **  15.10.2026             Erstellername: NOAH WOLFAHRT
      *****************************************************************



       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Alle Dateien haengen wie in CobolMerge an DD-Namen; fehlt
      * die DD-Zuweisung, setzt PARAMETER-EINLESEN die Standard-
      * dateinamen als Vorgabe. AUSKUNFTANTRAGDD zeigt auf die
      * Antragsdatei mit einer Kunden-ID je Zeile (wie die
      * Antragsdatei von CobolLoeschung).
           SELECT antragdatei ASSIGN TO
           AUSKUNFTANTRAGDD
           FILE STATUS IS ANTRAGSTATUS.
      * Die zu durchsuchenden Bestaende; jede Datei wird je
      * beantragter Kunden-ID einmal gelesen.
           SELECT mergeout ASSIGN TO
           MERGEOUTDD
           FILE STATUS IS MERGEOUTSTATUS.
      * Indexierter Kundenstamm: direkter Zugriff ueber die
      * Kunden-ID (wie in CobolAuskunft).
           SELECT kundenmaster ASSIGN TO
           KMASTERDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS km-kunden-id
           FILE STATUS IS KMASTERSTATUS.
           SELECT futureout ASSIGN TO
           FUTUREOUTDD
           FILE STATUS IS FUTUREOUTSTATUS.
           SELECT historydatei ASSIGN TO
           HISTORYDD
           FILE STATUS IS HISTORYSTATUS.
           SELECT suspensedatei ASSIGN TO
           SUSPENSEDD
           FILE STATUS IS SUSPENSESTATUS.
           SELECT rejectdatei ASSIGN TO
           REJECTOUTDD
           FILE STATUS IS REJECTSTATUS.
           SELECT reject2datei ASSIGN TO
           REJECT2DD
           FILE STATUS IS REJECT2STATUS.
      * Rueckstandsbestand aus CobolBacklog: liefert zu jeder
      * Suspense-/Reject-Zeile das Datum, an dem sie erstmals
      * gesehen wurde.
           SELECT backlogdatei ASSIGN TO
           BACKLOGDD
           FILE STATUS IS BACKLOGSTATUS.
      * Pflegeprotokoll (CobolPflege), Merge-Nachweis und
      * Aenderungsliste (CobolMerge).
           SELECT pflegelogdatei ASSIGN TO
           PFLEGELOGDD
           FILE STATUS IS PFLEGELOGSTATUS.
      * Pflegeauftraege (CobolPflege): erfasste Pflegesaetze, die
      * dort bis zur Freigabe bzw. Bereinigung gehalten werden.
           SELECT pflegequeue ASSIGN TO
           PFLEGEQUEUEDD
           FILE STATUS IS PFLEGEQUEUESTATUS.
      * Querverweis stillgelegter auf ueberlebende Kunden-IDs
      * (CobolKonsolidierung).
           SELECT kundenxref ASSIGN TO
           KUNDENXREFDD
           FILE STATUS IS KUNDENXREFSTATUS.
           SELECT auditdatei ASSIGN TO
           AUDITDD
           FILE STATUS IS AUDITSTATUS.
           SELECT changelogdatei ASSIGN TO
           CHANGELOGDD
           FILE STATUS IS CHANGELOGSTATUS.
      * Exportschnittstelle (siehe EXPORT-SCHREIBEN in CobolMerge):
      * LINE SEQUENTIAL und semikolongetrennt, Kunden-ID vorn.
           SELECT exportdatei ASSIGN TO
           EXPORTDD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXPORTSTATUS.
      * Archivindex und Archivdateien (CobolArchivierung). Der
      * DD-Name der Archivdateien wird je Datei zur Laufzeit
      * umgesetzt.
           SELECT archivindex ASSIGN TO
           ARCHIVINDEXDD
           FILE STATUS IS ARCHIVINDEXSTATUS.
           SELECT historyarchiv ASSIGN TO
           ARCHIVDD
           FILE STATUS IS ARCHIVSTATUS.
           SELECT pflegelogarchiv ASSIGN TO
           ARCHIVDD
           FILE STATUS IS ARCHIVSTATUS.
           SELECT auditarchiv ASSIGN TO
           ARCHIVDD
           FILE STATUS IS ARCHIVSTATUS.
           SELECT changelogarchiv ASSIGN TO
           ARCHIVDD
           FILE STATUS IS ARCHIVSTATUS.
      * Auskunftsbericht: je Kunden-ID ein Abschnitt je Bestand.
           SELECT berichtdatei ASSIGN TO
           DATENAUSKUNFTDD
           FILE STATUS IS BERICHTSTATUS.
      * Zentrales Laufprotokoll der Verarbeitungskette (siehe
      * CobolMerge): ein standardisierter Satz je Lauf.
           SELECT laufprotokoll ASSIGN TO
           LAUFPROTDD
           FILE STATUS IS LAUFPROTSTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  antragdatei.
      * Eine beantragte Kunden-ID je Zeile; kuerzere Angaben werden
      * wie in CobolLoeschung rechtsbuendig mit fuehrenden Nullen
      * aufgefuellt.
       01  antrag-satz              PIC X(10).
       FD  mergeout.
       01  mergeoutzeile            PIC X(108).
       FD  kundenmaster.
      * Gleicher Aufbau wie mergeoutzeile; nur der Schluessel ist
      * eigens benannt.
       01  kundenmaster-satz.
           05 km-kunden-id          PIC 9(10).
           05 km-rest               PIC X(98).
       FD  futureout.
       01  futureoutzeile           PIC X(108).
       FD  historydatei.
       01  historyzeile             PIC X(108).
       FD  suspensedatei.
       01  suspensezeile            PIC X(108).
       FD  rejectdatei.
       01  rejectzeile              PIC X(108).
       FD  reject2datei.
       01  reject2zeile             PIC X(108).
       FD  backlogdatei.
      * Gleicher Aufbau wie backlog-satz in CobolBacklog: Quelle
      * (S = Suspense, R = Reject, Z = Zweitpass-Reject),
      * Erstgesehen-Datum und die vollstaendige Originalzeile.
       01  backlog-satz.
           05 bl-quelle             PIC X(01).
           05 FILLER                PIC X(01).
           05 bl-erstgesehen        PIC 9(08).
           05 FILLER                PIC X(01).
           05 bl-zeile              PIC X(108).
      * Protokolldateien und ihre Archive: die Zeilen werden zur
      * Aufbereitung in die gleichnamigen Arbeitsbereiche des
      * WORKING-STORAGE uebernommen.
       FD  pflegelogdatei.
       01  pflegelogzeile           PIC X(156).
       FD  pflegequeue.
      * Gleicher Aufbau wie pflegequeue-satz in CobolPflege.
       01  pflegequeue-satz.
           05 pa-auftragsnr         PIC 9(08).
           05 FILLER                PIC X(01).
           05 pa-status             PIC X(01).
              88 PA-OFFEN                        VALUE 'O'.
              88 PA-FREIGEGEBEN                  VALUE 'F'.
              88 PA-ABGELEHNT                    VALUE 'A'.
              88 PA-NICHT-DURCHFUEHRBAR          VALUE 'X'.
           05 FILLER                PIC X(01).
           05 pa-kunden-id          PIC X(10).
           05 FILLER                PIC X(01).
           05 pa-aktion             PIC X(06).
           05 FILLER                PIC X(01).
           05 pa-erfasst            PIC X(14).
           05 FILLER                PIC X(01).
           05 pa-erfasser           PIC X(20).
           05 FILLER                PIC X(01).
           05 pa-entschieden        PIC X(14).
           05 FILLER                PIC X(01).
           05 pa-pruefer            PIC X(20).
           05 FILLER                PIC X(01).
           05 pa-satz               PIC X(108).
       FD  kundenxref.
      * Gleicher Aufbau wie kundenxref-satz in CobolMerge:
      * stillgelegte Kunden-ID, ueberlebende Kunden-ID und Datum
      * der Konsolidierung.
       01  kundenxref-satz.
           05 xref-alt-id           PIC X(10).
           05 FILLER                PIC X(01).
           05 xref-neu-id           PIC X(10).
           05 FILLER                PIC X(01).
           05 xref-datum            PIC X(08).
       FD  auditdatei.
       01  auditzeile               PIC X(58).
       FD  changelogdatei.
       01  changelogzeile           PIC X(119).
       FD  exportdatei.
      * Eine Exportzeile; Feldinhalte variabel lang, daher
      * grosszuegig bemessen (wie exportzeile in CobolMerge).
       01  exportzeile              PIC X(250).
       FD  archivindex.
      * Ein Satz je Archivdatei, wie von CobolArchivierung
      * geschrieben.
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
      * Archivdateien: Eintraege im Aufbau des jeweiligen Bestands,
      * zuletzt der Kontrollsatz ("*ARCHIV*", Anzahl, Zeitraum).
       FD  historyarchiv.
       01  historyarchivzeile       PIC X(108).
       FD  pflegelogarchiv.
       01  pflegelogarchivzeile     PIC X(156).
       FD  auditarchiv.
       01  auditarchivzeile         PIC X(58).
       FD  changelogarchiv.
       01  changelogarchivzeile     PIC X(119).
       FD  berichtdatei.
       01  berichtzeile             PIC X(132).
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

       WORKING-STORAGE SECTION.

       01  ANTRAGSTATUS            PIC X(02).
       01  MERGEOUTSTATUS          PIC X(02).
       01  KMASTERSTATUS           PIC X(02).
       01  FUTUREOUTSTATUS         PIC X(02).
       01  HISTORYSTATUS           PIC X(02).
       01  SUSPENSESTATUS          PIC X(02).
       01  REJECTSTATUS            PIC X(02).
       01  REJECT2STATUS           PIC X(02).
       01  BACKLOGSTATUS           PIC X(02).
       01  PFLEGELOGSTATUS         PIC X(02).
       01  PFLEGEQUEUESTATUS       PIC X(02).
       01  KUNDENXREFSTATUS        PIC X(02).
       01  AUDITSTATUS             PIC X(02).
       01  CHANGELOGSTATUS         PIC X(02).
       01  EXPORTSTATUS            PIC X(02).
       01  ARCHIVINDEXSTATUS       PIC X(02).
       01  ARCHIVSTATUS            PIC X(02).
       01  BERICHTSTATUS           PIC X(02).
       01  LAUFPROTSTATUS          PIC X(02).

      * Standarddateinamen, die PARAMETER-EINLESEN als DD-Zuweisung
      * hinterlegt, solange die aufrufende JCL/das Start-Skript die
      * DD-Namen nicht selbst setzt.
       01  DD-STANDARD-ANTRAG      PIC X(30)
                                   VALUE "AuskunftAntrag.txt".
       01  DD-STANDARD-MERGEOUT    PIC X(30)     VALUE "MergeOut.txt".
       01  DD-STANDARD-KMASTER     PIC X(30)
                                   VALUE "KundenMaster.dat".
       01  DD-STANDARD-FUTUREOUT   PIC X(30)     VALUE "FutureOut.txt".
       01  DD-STANDARD-HISTORY     PIC X(30)
                                   VALUE "KundenHistorie.txt".
       01  DD-STANDARD-SUSPENSE    PIC X(30)     VALUE "Suspense.txt".
       01  DD-STANDARD-REJECTOUT   PIC X(30)     VALUE "RejectOut.txt".
       01  DD-STANDARD-REJECT2     PIC X(30)     VALUE "RejectOut2.txt".
       01  DD-STANDARD-BACKLOG     PIC X(30)     VALUE "Backlog.dat".
       01  DD-STANDARD-PFLEGELOG   PIC X(30)     VALUE "PflegeLog.txt".
       01  DD-STANDARD-QUEUE       PIC X(30)
                                   VALUE "PflegeAuftraege.txt".
       01  DD-STANDARD-KUNDENXREF  PIC X(30)     VALUE "KundenXref.txt".
       01  DD-STANDARD-AUDIT       PIC X(30)     VALUE "MergeAudit.txt".
       01  DD-STANDARD-CHANGELOG   PIC X(30)     VALUE "ChangeLog.txt".
       01  DD-STANDARD-EXPORT      PIC X(30)
                                   VALUE "MergeExport.csv".
       01  DD-STANDARD-INDEX       PIC X(30)
                                   VALUE "ArchivIndex.txt".
       01  DD-STANDARD-BERICHT     PIC X(30)
                                   VALUE "DatenAuskunft.txt".
       01  DD-STANDARD-LAUFPROT    PIC X(30)
                                   VALUE "Laufprotokoll.txt".
       01  DATEINAME-HILFSFELD     PIC X(30).

      * Im Arbeitsspeicher gehaltene Antragstabelle wie in
      * CobolLoeschung: 1000 Eintraege decken realistische
      * Auskunftslaeufe grosszuegig ab; ANTRAG-LADEN bricht ab,
      * statt Antraege stillschweigend zu ignorieren.
       01  ANTRAG-TABELLE.
           05 ANTRAG-TAB-KUNDEN-ID OCCURS 1000 TIMES
                                   PIC X(10).
       01  ANTRAG-ANZAHL           PIC 9(04)     VALUE 0.
       01  ANTRAG-POSITION         PIC 9(04)     VALUE 0.
       01  ANTRAG-UEBERGANGEN      PIC 9(04)     VALUE 0.
       01  ANTRAG-TREFFER          PIC X(01)     VALUE 'N'.
           88 ANTRAG-GEFUNDEN                    VALUE 'J'.
           88 ANTRAG-NICHT-GEFUNDEN              VALUE 'N'.

      * Hilfsfelder fuer das Auffuellen kurzer Antragszeilen, wie
      * ANTRAG-NORMIEREN in CobolLoeschung.
       01  ANTRAG-HILFSFELD        PIC X(10).
       01  ANTRAG-SCHIEBEFELD      PIC X(10).

      * Die Kunden-ID, zu der gerade Auskunft erteilt wird, und die
      * Summe ihrer Eintraege ueber alle Bestaende.
       01  AUSKUNFT-KUNDEN-ID      PIC X(10).
       01  ID-EINTRAEGE            PIC 9(08)     VALUE 0.

      * Ist die Kunden-ID laut KundenXref.txt stillgelegt, steht
      * hier die ueberlebende Kunden-ID (sonst Leerzeichen): deren
      * Historie enthaelt die uebernommenen Versionen. SUCH-KUNDEN-ID
      * ist die Kunden-ID, nach der die Historie gerade gelesen
      * wird.
       01  XREF-NACHFOLGER         PIC X(10)     VALUE SPACES.
       01  SUCH-KUNDEN-ID          PIC X(10).

      * Gepufferte Detailzeilen der gerade gelesenen Datei: der
      * Bericht nennt je Datei zuerst die Anzahl, dann die
      * Eintraege. 1000 Zeilen je Datei und Kunde liegen weit ueber
      * jedem realen Bestand; DETAIL-MERKEN bricht ab, statt
      * Eintraege stillschweigend wegzulassen.
       01  DETAIL-TABELLE.
           05 DETAIL-EINTRAG OCCURS 1000 TIMES
                                   PIC X(132).
       01  DETAIL-ANZAHL           PIC 9(04)     VALUE 0.
       01  DETAIL-POSITION         PIC 9(04)     VALUE 0.
       01  DETAIL-ZEILE            PIC X(132).

      * Uebergabefelder an QUELLE-SCHREIBEN: Dateiname, Anzahl der
      * Eintraege und ob die Datei ueberhaupt vorhanden war.
       01  QUELLE-NAME             PIC X(30).
       01  QUELLE-ANZAHL           PIC 9(08)     VALUE 0.
       01  QUELLE-ZUSTAND          PIC X(01)     VALUE 'D'.
           88 QUELLE-DA                          VALUE 'D'.
           88 QUELLE-FEHLT                       VALUE 'F'.

      * Alle Versionen der Kunden-ID (aktuell, vorgemerkt,
      * historisch und archiviert), aufsteigend nach Gueltigkeit
      * und Erstellzeit: der Nachfolger einer historischen Version
      * begrenzt ihren Gueltigkeitszeitraum. Quelle M = MergeOut,
      * F = FutureOut, H = Historie oder Historienarchiv.
       01  VERSION-TABELLE.
           05 VERSION-EINTRAG OCCURS 500 TIMES.
              10 VT-SCHLUESSEL      PIC X(22).
              10 VT-QUELLE          PIC X(01).
              10 VT-DATEI           PIC X(30).
              10 VT-SATZ            PIC X(108).
       01  VERSION-ANZAHL          PIC 9(04)     VALUE 0.
       01  VERSION-POSITION        PIC 9(04)     VALUE 0.
       01  VERSION-ZIEL            PIC 9(04)     VALUE 0.
       01  VERSION-NEU.
           05 VN-SCHLUESSEL        PIC X(22).
           05 VN-QUELLE            PIC X(01).
           05 VN-DATEI             PIC X(30).
           05 VN-SATZ              PIC X(108).

      * Rueckstandsposten der Kunden-ID aus Backlog.dat; 200
      * Posten je Kunde liegen weit ueber jedem realen Bestand.
       01  RUECKSTAND-TABELLE.
           05 RUECKSTAND-EINTRAG OCCURS 200 TIMES.
              10 RT-QUELLE          PIC X(01).
              10 RT-ERSTGESEHEN     PIC 9(08).
              10 RT-ZEILE           PIC X(108).
       01  RUECKSTAND-ANZAHL       PIC 9(04)     VALUE 0.
       01  RUECKSTAND-POSITION     PIC 9(04)     VALUE 0.
       01  RUECKSTAND-QUELLE       PIC X(01).
       01  BACKLOG-VORHANDEN       PIC X(01)     VALUE 'J'.
           88 BACKLOG-DA                         VALUE 'J'.
           88 BACKLOG-FEHLT                      VALUE 'N'.

      * Arbeitsbereiche zur Aufbereitung der Protokollzeilen, im
      * Aufbau wie pflegelog-satz in CobolPflege bzw. auditzeile
      * und changelogzeile in CobolMerge.
       01  PFLEGELOG-EINTRAG.
           05 PL-ZEITSTEMPEL       PIC X(14).
           05 FILLER               PIC X(01).
           05 PL-BEARBEITER        PIC X(20).
           05 FILLER               PIC X(01).
           05 PL-AKTION            PIC X(06).
           05 FILLER               PIC X(01).
           05 PL-BILDART           PIC X(04).
           05 FILLER               PIC X(01).
           05 PL-BILD              PIC X(108).
       01  AUDIT-EINTRAG.
           05 AUD-ART              PIC X(12).
           05 FILLER               PIC X(01).
           05 AUD-KUNDEN-ID        PIC X(10).
           05 FILLER               PIC X(01).
           05 AUD-GUELTIG          PIC X(08).
           05 FILLER               PIC X(01).
           05 AUD-DATEI            PIC X(01).
           05 FILLER               PIC X(01).
           05 AUD-ZEILENNR         PIC X(08).
           05 FILLER               PIC X(01).
           05 AUD-ZEITPUNKT        PIC X(14).
      * Vorangehende Audit-Zeile derselben Datei: eine Umleitung
      * steht als Paar "Umgeleitet" (stillgelegte Kunden-ID) und
      * "UmleitungZu" (ueberlebende Kunden-ID) mit gleicher
      * Quelle, Zeilennummer und gleichem Laufzeitpunkt.
       01  AUDIT-VORGAENGER.
           05 AV-ART               PIC X(12).
           05 FILLER               PIC X(01).
           05 AV-KUNDEN-ID         PIC X(10).
           05 AV-REST              PIC X(35).
       01  AUDIT-TREFFER           PIC X(01)     VALUE 'N'.
           88 AUDIT-GETROFFEN                    VALUE 'J'.
           88 AUDIT-NICHT-GETROFFEN              VALUE 'N'.
       01  CHANGELOG-EINTRAG.
           05 CL-ART               PIC X(10).
           05 FILLER               PIC X(01).
           05 CL-KUNDEN-ID         PIC X(10).
           05 FILLER               PIC X(01).
           05 CL-GUELTIG           PIC X(08).
           05 FILLER               PIC X(01).
           05 CL-PLZ               PIC X(05).
           05 FILLER               PIC X(01).
           05 CL-WOHNORT           PIC X(30).
           05 FILLER               PIC X(01).
           05 CL-STRASSE           PIC X(30).
           05 FILLER               PIC X(01).
           05 CL-HAUSNR            PIC X(05).
           05 FILLER               PIC X(01).
           05 CL-ZEITPUNKT         PIC X(14).

      * Aufbereitung eines Kundensatzes (108 Byte) zu lesbarem
      * Text: Anschrift sowie Gueltigkeit und Erfassungszeitpunkt.
       01  KUNDEN-SATZ             PIC X(108).
       01  ANSCHRIFT-TEXT          PIC X(70).
       01  DATUM-EIN               PIC X(08).
       01  DATUM-AUS               PIC X(10).
       01  ZEIT-EIN                PIC X(14).
       01  ZEIT-AUS                PIC X(16).
       01  AB-TEXT                 PIC X(10).

      * Archivsuche: gesuchte Dateiart, Anzahl der Treffer in der
      * gerade gelesenen Archivdatei und Anzahl der Archivdateien
      * mit Treffern.
       01  ARCHIV-ART-SUCHE        PIC X(10).
       01  ARCHIV-TREFFER          PIC 9(08)     VALUE 0.
       01  ARCHIV-DATEIEN-TREFFER  PIC 9(04)     VALUE 0.
       01  EOF-ARCHIVINDEX         PIC X(01)     VALUE 'N'.
           88 EOFAI-YES                          VALUE 'Y'.
           88 EOFAI-NO                           VALUE 'N'.

      * Tagesnummern fuer das Rueckstandsalter, wie
      * TAG-SERIAL-RECHNEN in CobolBacklog.
       01  SERIAL-JAHR             PIC 9(04)     VALUE 0.
       01  SERIAL-MONAT            PIC 9(02)     VALUE 0.
       01  SERIAL-TAG              PIC 9(02)     VALUE 0.
       01  SERIAL-HILFSJAHR        PIC 9(04)     VALUE 0.
       01  SERIAL-HILFSMONAT       PIC 9(02)     VALUE 0.
       01  SERIAL-ERGEBNIS         PIC 9(08)     VALUE 0.
       01  HEUTE-SERIAL            PIC 9(08)     VALUE 0.
       01  POSTEN-SERIAL           PIC 9(08)     VALUE 0.
       01  POSTEN-ALTER            PIC S9(05)    VALUE 0.

      * Zeilen der Kunden-ID in der aktuellen Exportdatei.
       01  EXPORT-TREFFER          PIC 9(08)     VALUE 0.

      * Zaehler fuer Abschlussmeldung und Laufprotokoll.
       01  EINTRAEGE-GESAMT        PIC 9(08)     VALUE 0.
       01  IDS-OHNE-DATEN          PIC 9(04)     VALUE 0.

      * Anzeigefelder des Berichts.
       01  ANZEIGE-ZAHL            PIC ZZZZZZZ9.
       01  ANZEIGE-ALTER           PIC ZZZZ9.

      * Startzeitpunkt des Laufs fuer das zentrale Laufprotokoll.
       01  LAUFPROT-START.
           05 LAUFPROT-START-DATUM PIC 9(08)     VALUE 0.
           05 LAUFPROT-START-ZEIT  PIC 9(06)     VALUE 0.
       01  LAUFPROT-ENDE.
           05 LAUFPROT-ENDE-DATUM  PIC 9(08)     VALUE 0.
           05 LAUFPROT-ENDE-ZEIT   PIC 9(06)     VALUE 0.

      * Volles Systemdatum fuer Berichtskopf und Rueckstandsalter.
       01  SYSTEMDATUM-VOLL        PIC 9(08).
       01  SYSTEMDATUM-TEILE REDEFINES SYSTEMDATUM-VOLL.
           05 SYSTEM-JAHR          PIC 9(04).
           05 SYSTEM-MONAT         PIC 9(02).
           05 SYSTEM-TAG           PIC 9(02).

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

      * Zeigt an, dass der Lauf mangels Antraegen nichts zu tun
      * hatte (wie in CobolLoeschung): ein sauberes Ende.
       01  LEERLAUF-STATUS         PIC X(01)     VALUE 'N'.
           88 LEERLAUF-JA                        VALUE 'J'.
           88 LEERLAUF-NEIN                      VALUE 'N'.

      * Fehlt der Kundenstamm ganz, laeuft die Auskunft weiter und
      * meldet ihn im Bericht als nicht vorhanden.
       01  KMASTER-VORHANDEN       PIC X(01)     VALUE 'J'.
           88 KMASTER-DA                         VALUE 'J'.
           88 KMASTER-FEHLT                      VALUE 'N'.

      * Zeigt an, ob der Auskunftsbericht geoeffnet wurde.
       01  BERICHT-STATUS          PIC X(01)     VALUE 'N'.
           88 BERICHT-OFFEN                      VALUE 'J'.
           88 BERICHT-GESCHLOSSEN                VALUE 'N'.


       PROCEDURE DIVISION.

       STEUERUNG SECTION.
       STEUERUNG-ANFANG.

           PERFORM VORLAUF

           IF VERARBEITUNG-OK
             PERFORM VERARBEITUNG
           END-IF

           PERFORM NACHLAUF

      * Gestufter Return-Code fuer den Scheduler: 0 = Auskunft
      * vollstaendig erstellt (auch ein Lauf ohne Antraege),
      * 4 = nicht numerische Antragszeilen wurden uebergangen,
      * 8 = die Auskunft ist unvollstaendig und darf so nicht
      * herausgegeben werden.
           PERFORM RETURNCODE-SETZEN

      * Ein Satz je Lauf ins zentrale Laufprotokoll, nachdem der
      * Return-Code feststeht.
           PERFORM LAUFPROTOKOLL-SCHREIBEN

           .
       STEUERUNG-ENDE.
           STOP RUN.

       RETURNCODE-SETZEN SECTION.
       RETURNCODE-SETZEN-ANFANG.

           EVALUATE TRUE
             WHEN LEERLAUF-JA
               MOVE 0 TO RETURN-CODE
             WHEN VERARBEITUNG-NICHT-OK
               MOVE 8 TO RETURN-CODE
             WHEN ANTRAG-UEBERGANGEN > 0
               MOVE 4 TO RETURN-CODE
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
      * sind die beantragten Kunden-IDs, Ausgabe die berichteten
      * Eintraege, Reject die uebergangenen Antragszeilen.
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

           MOVE SPACES             TO laufprot-satz
           MOVE "CobolDatenauskun" TO lp-programm
           MOVE LAUFPROT-START     TO lp-start
           MOVE LAUFPROT-ENDE      TO lp-ende
           MOVE ANTRAG-ANZAHL      TO lp-eingabe
           MOVE EINTRAEGE-GESAMT   TO lp-ausgabe
           MOVE ANTRAG-UEBERGANGEN TO lp-reject
           MOVE RETURN-CODE        TO lp-returncode

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
      *    Hier werden Anweisungen durchgefuehrt, die am Anfang        *
      *    von Bedeutung sind, wie das Laden der Antraege und das      *
      *    Oeffnen von Kundenstamm und Bericht.                        *
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

      * Tagesnummer des Laufdatums fuer das Rueckstandsalter.
           MOVE SYSTEM-JAHR  TO SERIAL-JAHR
           MOVE SYSTEM-MONAT TO SERIAL-MONAT
           MOVE SYSTEM-TAG   TO SERIAL-TAG
           PERFORM TAG-SERIAL-RECHNEN
           MOVE SERIAL-ERGEBNIS TO HEUTE-SERIAL

      * Programmbeginn kommunizieren
           DISPLAY SPACES
           DISPLAY "KundenDatenauskunft wird gestartet."

      * Dateinamen ggf. ueber Umgebungsvariablen parametrisieren.
           PERFORM PARAMETER-EINLESEN

      * Antragsdatei laden; ohne Antraege gibt es nichts zu tun.
           PERFORM ANTRAG-LADEN
           IF VERARBEITUNG-NICHT-OK
             GO TO VORLAUF-ENDE
           END-IF

           IF ANTRAG-ANZAHL = 0
             DISPLAY " Keine Auskunftsantraege vorhanden, nichts zu"
                     " tun."
             SET LEERLAUF-JA TO TRUE
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO VORLAUF-ENDE
           END-IF

           OPEN INPUT kundenmaster
           IF KMASTERSTATUS = 35
             DISPLAY " WARNUNG Kein Kundenstamm vorhanden."
             SET KMASTER-FEHLT TO TRUE
           ELSE
             IF KMASTERSTATUS NOT = 00
               DISPLAY " ERROR   Kundenstamm konnte nicht geoeffnet"
                       " werden." KMASTERSTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
               GO TO VORLAUF-ENDE
             END-IF
           END-IF

           OPEN OUTPUT berichtdatei
           IF BERICHTSTATUS NOT = 00
             DISPLAY " ERROR   Auskunftsbericht konnte nicht"
                     " geoeffnet werden." BERICHTSTATUS
             IF KMASTER-DA
               CLOSE kundenmaster
             END-IF
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO VORLAUF-ENDE
           END-IF

           SET BERICHT-OFFEN TO TRUE
           PERFORM BERICHT-KOPF-SCHREIBEN

           .
       VORLAUF-ENDE.
           EXIT.

      ******************************************************************
      *    Hier werden die DD-Zuweisungen geprueft und, falls die      *
      *    aufrufende JCL keine eigene Zuweisung vorgibt, mit den      *
      *    Standarddateinamen belegt.                                  *
      ******************************************************************

       PARAMETER-EINLESEN SECTION.
       PARAMETER-EINLESEN-ANFANG.

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD
                  FROM ENVIRONMENT "AUSKUNFTANTRAGDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "AUSKUNFTANTRAGDD"   UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-ANTRAG   UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "MERGEOUTDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "MERGEOUTDD"         UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-MERGEOUT UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "KMASTERDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "KMASTERDD"          UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-KMASTER  UPON ENVIRONMENT-VALUE
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
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "SUSPENSEDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "SUSPENSEDD"         UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-SUSPENSE UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "REJECTOUTDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "REJECTOUTDD"        UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-REJECTOUT
                                          UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "REJECT2DD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "REJECT2DD"          UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-REJECT2  UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "BACKLOGDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "BACKLOGDD"          UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-BACKLOG  UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "PFLEGELOGDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "PFLEGELOGDD"        UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-PFLEGELOG
                                          UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "PFLEGEQUEUEDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "PFLEGEQUEUEDD"      UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-QUEUE    UPON ENVIRONMENT-VALUE
           END-IF

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
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "CHANGELOGDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "CHANGELOGDD"        UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-CHANGELOG
                                          UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "EXPORTDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "EXPORTDD"           UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-EXPORT   UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "ARCHIVINDEXDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "ARCHIVINDEXDD"      UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-INDEX    UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "DATENAUSKUNFTDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "DATENAUSKUNFTDD"    UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-BERICHT  UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "LAUFPROTDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "LAUFPROTDD"         UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-LAUFPROT UPON ENVIRONMENT-VALUE
           END-IF

           .
       PARAMETER-EINLESEN-ENDE.
           EXIT.

      ******************************************************************
      *    Antragsdatei laden, wie ANTRAG-LADEN in CobolLoeschung.     *
      ******************************************************************

       ANTRAG-LADEN SECTION.
       ANTRAG-LADEN-ANFANG.
      * Liest die Antragsdatei einmalig komplett in ANTRAG-TABELLE
      * ein. Kuerzere Angaben werden rechtsbuendig mit fuehrenden
      * Nullen aufgefuellt; nicht numerische Zeilen werden mit
      * einer Warnung uebergangen, statt den Lauf zu verhindern.
           MOVE 0 TO ANTRAG-ANZAHL

           OPEN INPUT antragdatei
           IF ANTRAGSTATUS NOT = 00
             DISPLAY " ERROR   Antragsdatei konnte nicht geoeffnet"
                     " werden." ANTRAGSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO ANTRAG-LADEN-ENDE
           END-IF

           PERFORM UNTIL ANTRAGSTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ antragdatei
             IF ANTRAGSTATUS = 00
               PERFORM ANTRAG-UEBERNEHMEN
             END-IF
           END-PERFORM
           CLOSE antragdatei

           DISPLAY " Auskunftsantraege geladen: " ANTRAG-ANZAHL "."

           .
       ANTRAG-LADEN-ENDE.
           EXIT.

       ANTRAG-UEBERNEHMEN SECTION.
       ANTRAG-UEBERNEHMEN-ANFANG.
      * Uebernimmt eine gelesene Antragszeile in die Tabelle:
      * auffuellen, pruefen, Dubletten verwerfen.
           IF antrag-satz = SPACES
             GO TO ANTRAG-UEBERNEHMEN-ENDE
           END-IF

           MOVE antrag-satz TO ANTRAG-HILFSFELD
           PERFORM ANTRAG-NORMIEREN

           IF ANTRAG-HILFSFELD IS NOT NUMERIC
             DISPLAY " WARNUNG Antragszeile ist nicht numerisch und"
                     " wird uebergangen: " antrag-satz
             ADD 1 TO ANTRAG-UEBERGANGEN
             GO TO ANTRAG-UEBERNEHMEN-ENDE
           END-IF

      * Eine bereits erfasste Kunden-ID wird nicht doppelt
      * aufgenommen, damit der Bericht je Kunde genau einen
      * Abschnitt erhaelt.
           SET ANTRAG-NICHT-GEFUNDEN TO TRUE
           MOVE 1 TO ANTRAG-POSITION
           PERFORM UNTIL ANTRAG-POSITION > ANTRAG-ANZAHL
                       OR ANTRAG-GEFUNDEN
             IF ANTRAG-TAB-KUNDEN-ID (ANTRAG-POSITION)
                  = ANTRAG-HILFSFELD
               SET ANTRAG-GEFUNDEN TO TRUE
             ELSE
               ADD 1 TO ANTRAG-POSITION
             END-IF
           END-PERFORM
           IF ANTRAG-GEFUNDEN
             GO TO ANTRAG-UEBERNEHMEN-ENDE
           END-IF

           IF ANTRAG-ANZAHL >= 1000
             DISPLAY " ERROR   Mehr als 1000 Auskunftsantraege, Lauf"
                     " abgebrochen, damit kein Antrag unbearbeitet"
                     " bleibt."
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO ANTRAG-UEBERNEHMEN-ENDE
           END-IF

           ADD 1 TO ANTRAG-ANZAHL
           MOVE ANTRAG-HILFSFELD
                TO ANTRAG-TAB-KUNDEN-ID (ANTRAG-ANZAHL)

           .
       ANTRAG-UEBERNEHMEN-ENDE.
           EXIT.

       ANTRAG-NORMIEREN SECTION.
       ANTRAG-NORMIEREN-ANFANG.
      * Schiebt eine kuerzer erfasste Kunden-ID in ANTRAG-HILFSFELD
      * rechtsbuendig und fuellt sie mit fuehrenden Nullen auf,
      * wie ANTRAG-NORMIEREN in CobolLoeschung.
           PERFORM UNTIL ANTRAG-HILFSFELD (10:1) NOT = SPACE
             MOVE ANTRAG-HILFSFELD       TO ANTRAG-SCHIEBEFELD
             MOVE "0"                    TO ANTRAG-HILFSFELD (1:1)
             MOVE ANTRAG-SCHIEBEFELD (1:9)
                                         TO ANTRAG-HILFSFELD (2:9)
           END-PERFORM
           INSPECT ANTRAG-HILFSFELD
                   REPLACING LEADING SPACE BY "0"

           .
       ANTRAG-NORMIEREN-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    In dieser Section wird die wesentliche Programmlogik        *
      *    durchgefuehrt: je beantragter Kunden-ID ein Abschnitt       *
      *    mit allen Bestaenden.                                       *
      *                                                                *
      ******************************************************************

       VERARBEITUNG SECTION.
       VERARBEITUNG-ANFANG.

           MOVE 1 TO ANTRAG-POSITION
           PERFORM UNTIL ANTRAG-POSITION > ANTRAG-ANZAHL
                       OR VERARBEITUNG-NICHT-OK
             MOVE ANTRAG-TAB-KUNDEN-ID (ANTRAG-POSITION)
                                         TO AUSKUNFT-KUNDEN-ID
             PERFORM KUNDE-AUSKUNFT
             ADD 1 TO ANTRAG-POSITION
           END-PERFORM

           .
       VERARBEITUNG-ENDE.
           EXIT.

       KUNDE-AUSKUNFT SECTION.
       KUNDE-AUSKUNFT-ANFANG.
      * Stellt die Auskunft zu AUSKUNFT-KUNDEN-ID zusammen: zehn
      * Abschnitte in fester Reihenfolge, zuletzt die Summe.
           MOVE 0 TO ID-EINTRAEGE
           MOVE SPACES TO XREF-NACHFOLGER
           MOVE 0 TO VERSION-ANZAHL
           MOVE 0 TO DETAIL-ANZAHL

           MOVE SPACES TO berichtzeile
           PERFORM BERICHTWRITE
           MOVE SPACES TO berichtzeile
           MOVE "==========================================="
                TO berichtzeile
           PERFORM BERICHTWRITE
           MOVE SPACES TO berichtzeile
           MOVE "Kunden-ID: "        TO berichtzeile (1:11)
           MOVE AUSKUNFT-KUNDEN-ID   TO berichtzeile (12:10)
           PERFORM BERICHTWRITE
           MOVE SPACES TO berichtzeile
           MOVE "==========================================="
                TO berichtzeile
           PERFORM BERICHTWRITE

      * Der Querverweis zuerst: die Historie einer stillgelegten
      * Kunden-ID wird unter der ueberlebenden Kunden-ID gefuehrt.
           PERFORM XREF-ABSCHNITT
           IF VERARBEITUNG-NICHT-OK
             GO TO KUNDE-AUSKUNFT-ENDE
           END-IF

           PERFORM AKTUELL-ABSCHNITT
           IF VERARBEITUNG-NICHT-OK
             GO TO KUNDE-AUSKUNFT-ENDE
           END-IF

           PERFORM FUTURE-ABSCHNITT
           IF VERARBEITUNG-NICHT-OK
             GO TO KUNDE-AUSKUNFT-ENDE
           END-IF

           PERFORM HISTORIE-ABSCHNITT
           IF VERARBEITUNG-NICHT-OK
             GO TO KUNDE-AUSKUNFT-ENDE
           END-IF

           PERFORM RUECKSTAND-ABSCHNITT
           IF VERARBEITUNG-NICHT-OK
             GO TO KUNDE-AUSKUNFT-ENDE
           END-IF

           PERFORM PFLEGELOG-ABSCHNITT
           IF VERARBEITUNG-NICHT-OK
             GO TO KUNDE-AUSKUNFT-ENDE
           END-IF

           PERFORM PFLEGEAUFTRAG-ABSCHNITT
           IF VERARBEITUNG-NICHT-OK
             GO TO KUNDE-AUSKUNFT-ENDE
           END-IF

           PERFORM AUDIT-ABSCHNITT
           IF VERARBEITUNG-NICHT-OK
             GO TO KUNDE-AUSKUNFT-ENDE
           END-IF

           PERFORM CHANGELOG-ABSCHNITT
           IF VERARBEITUNG-NICHT-OK
             GO TO KUNDE-AUSKUNFT-ENDE
           END-IF

           PERFORM EXPORT-ABSCHNITT
           IF VERARBEITUNG-NICHT-OK
             GO TO KUNDE-AUSKUNFT-ENDE
           END-IF

           MOVE SPACES TO berichtzeile
           PERFORM BERICHTWRITE
           MOVE SPACES TO berichtzeile
           IF ID-EINTRAEGE = 0
             MOVE "Zu dieser Kunden-ID sind in keinem Bestand Daten"
                  TO berichtzeile
             MOVE " gespeichert."  TO berichtzeile (49:)
             ADD 1 TO IDS-OHNE-DATEN
           ELSE
             MOVE "Eintraege zu dieser Kunden-ID insgesamt: "
                                   TO berichtzeile (1:41)
             MOVE ID-EINTRAEGE     TO ANZEIGE-ZAHL
             MOVE ANZEIGE-ZAHL     TO berichtzeile (42:8)
           END-IF
           PERFORM BERICHTWRITE
           ADD ID-EINTRAEGE TO EINTRAEGE-GESAMT

           .
       KUNDE-AUSKUNFT-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    1. Konsolidierung: KundenXref.txt nennt zu einer            *
      *    stillgelegten Kunden-ID die ueberlebende, zu einer          *
      *    ueberlebenden die in sie konsolidierten Kunden-IDs.         *
      *                                                                *
      ******************************************************************

       XREF-ABSCHNITT SECTION.
       XREF-ABSCHNITT-ANFANG.

           MOVE "1. Konsolidierung von Kunden-IDs" TO DETAIL-ZEILE
           PERFORM ABSCHNITT-KOPF-SCHREIBEN

           SET QUELLE-DA TO TRUE
           OPEN INPUT kundenxref
           IF KUNDENXREFSTATUS = 35
             SET QUELLE-FEHLT TO TRUE
           ELSE
             IF KUNDENXREFSTATUS NOT = 00
               DISPLAY " ERROR   KundenXref konnte nicht geoeffnet"
                       " werden." KUNDENXREFSTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
               GO TO XREF-ABSCHNITT-ENDE
             END-IF
             PERFORM UNTIL KUNDENXREFSTATUS NOT = 00
                         OR VERARBEITUNG-NICHT-OK
               READ kundenxref
               IF KUNDENXREFSTATUS = 00
                 PERFORM XREF-MERKEN
               END-IF
             END-PERFORM
             CLOSE kundenxref
           END-IF
           MOVE DD-STANDARD-KUNDENXREF TO QUELLE-NAME
           PERFORM QUELLE-SCHREIBEN

           .
       XREF-ABSCHNITT-ENDE.
           EXIT.

       XREF-MERKEN SECTION.
       XREF-MERKEN-ANFANG.
      * Merkt einen Querverweis vor, der die Kunden-ID betrifft:
      * als stillgelegte Kunden-ID mit ihrer ueberlebenden, als
      * ueberlebende mit der in sie konsolidierten Kunden-ID.
           IF xref-alt-id NOT = AUSKUNFT-KUNDEN-ID
             AND xref-neu-id NOT = AUSKUNFT-KUNDEN-ID
             GO TO XREF-MERKEN-ENDE
           END-IF

           MOVE xref-datum TO DATUM-EIN
           PERFORM DATUM-AUFBEREITEN
           MOVE SPACES TO DETAIL-ZEILE
           IF xref-alt-id = AUSKUNFT-KUNDEN-ID
             MOVE xref-neu-id TO XREF-NACHFOLGER
             STRING "    stillgelegt, konsolidiert in " xref-neu-id
                    " am " DATUM-AUS
                    DELIMITED BY SIZE INTO DETAIL-ZEILE
           ELSE
             STRING "    ueberlebende Kunden-ID, konsolidiert aus "
                    xref-alt-id " am " DATUM-AUS
                    DELIMITED BY SIZE INTO DETAIL-ZEILE
           END-IF
           PERFORM DETAIL-MERKEN

           .
       XREF-MERKEN-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    2. Aktueller Kundensatz: MergeOut.txt und Kundenstamm.      *
      *                                                                *
      ******************************************************************

       AKTUELL-ABSCHNITT SECTION.
       AKTUELL-ABSCHNITT-ANFANG.

           MOVE "2. Aktueller Kundensatz" TO DETAIL-ZEILE
           PERFORM ABSCHNITT-KOPF-SCHREIBEN

           SET QUELLE-DA TO TRUE
           OPEN INPUT mergeout
           IF MERGEOUTSTATUS = 35
             SET QUELLE-FEHLT TO TRUE
           ELSE
             IF MERGEOUTSTATUS NOT = 00
               DISPLAY " ERROR   MergeOut konnte nicht geoeffnet"
                       " werden." MERGEOUTSTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
               GO TO AKTUELL-ABSCHNITT-ENDE
             END-IF
             PERFORM UNTIL MERGEOUTSTATUS NOT = 00
                         OR VERARBEITUNG-NICHT-OK
               READ mergeout
               IF MERGEOUTSTATUS = 00
                 AND mergeoutzeile (1:10) = AUSKUNFT-KUNDEN-ID
                 MOVE mergeoutzeile TO KUNDEN-SATZ
                 PERFORM KUNDENSATZ-MERKEN
                 MOVE KUNDEN-SATZ   TO VN-SATZ
                 MOVE "M"           TO VN-QUELLE
                 MOVE DD-STANDARD-MERGEOUT TO VN-DATEI
                 PERFORM VERSION-EINFUEGEN
               END-IF
             END-PERFORM
             CLOSE mergeout
           END-IF
           MOVE DD-STANDARD-MERGEOUT TO QUELLE-NAME
           PERFORM QUELLE-SCHREIBEN

      * Kundenstamm: direkter Zugriff ueber die Kunden-ID.
           SET QUELLE-DA TO TRUE
           IF KMASTER-FEHLT
             SET QUELLE-FEHLT TO TRUE
           ELSE
             MOVE AUSKUNFT-KUNDEN-ID TO km-kunden-id
             READ kundenmaster
             EVALUATE KMASTERSTATUS
               WHEN 00
                 MOVE kundenmaster-satz TO KUNDEN-SATZ
                 PERFORM KUNDENSATZ-MERKEN
               WHEN 23
                 CONTINUE
               WHEN OTHER
                 DISPLAY " ERROR   Fehler beim Lesen des"
                         " Kundenstamms." KMASTERSTATUS
                 SET VERARBEITUNG-NICHT-OK TO TRUE
                 GO TO AKTUELL-ABSCHNITT-ENDE
             END-EVALUATE
           END-IF
           MOVE DD-STANDARD-KMASTER TO QUELLE-NAME
           PERFORM QUELLE-SCHREIBEN

           .
       AKTUELL-ABSCHNITT-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    3. Vorgemerkte Versionen: FutureOut.txt.                    *
      *                                                                *
      ******************************************************************

       FUTURE-ABSCHNITT SECTION.
       FUTURE-ABSCHNITT-ANFANG.

           MOVE "3. Vorgemerkte kuenftige Versionen" TO DETAIL-ZEILE
           PERFORM ABSCHNITT-KOPF-SCHREIBEN

           SET QUELLE-DA TO TRUE
           OPEN INPUT futureout
           IF FUTUREOUTSTATUS = 35
             SET QUELLE-FEHLT TO TRUE
           ELSE
             IF FUTUREOUTSTATUS NOT = 00
               DISPLAY " ERROR   FutureOut konnte nicht geoeffnet"
                       " werden." FUTUREOUTSTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
               GO TO FUTURE-ABSCHNITT-ENDE
             END-IF
             PERFORM UNTIL FUTUREOUTSTATUS NOT = 00
                         OR VERARBEITUNG-NICHT-OK
               READ futureout
               IF FUTUREOUTSTATUS = 00
                 AND futureoutzeile (1:10) = AUSKUNFT-KUNDEN-ID
                 MOVE futureoutzeile TO KUNDEN-SATZ
                 PERFORM KUNDENSATZ-MERKEN
                 MOVE KUNDEN-SATZ   TO VN-SATZ
                 MOVE "F"           TO VN-QUELLE
                 MOVE DD-STANDARD-FUTUREOUT TO VN-DATEI
                 PERFORM VERSION-EINFUEGEN
               END-IF
             END-PERFORM
             CLOSE futureout
           END-IF
           MOVE DD-STANDARD-FUTUREOUT TO QUELLE-NAME
           PERFORM QUELLE-SCHREIBEN

           .
       FUTURE-ABSCHNITT-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    4. Historische Versionen: KundenHistorie.txt und die        *
      *    Historienarchive. Der Gueltigkeitszeitraum einer Version    *
      *    endet mit der Gueltigkeit ihres Nachfolgers. Zu einer       *
      *    stillgelegten Kunden-ID folgen die Versionen der            *
      *    ueberlebenden Kunden-ID.                                    *
      *                                                                *
      ******************************************************************

       HISTORIE-ABSCHNITT SECTION.
       HISTORIE-ABSCHNITT-ANFANG.

           MOVE "4. Historische Versionen mit Gueltigkeitszeitraum"
                TO DETAIL-ZEILE
           PERFORM ABSCHNITT-KOPF-SCHREIBEN

           MOVE AUSKUNFT-KUNDEN-ID TO SUCH-KUNDEN-ID
           PERFORM HISTORIE-LESEN
           IF VERARBEITUNG-NICHT-OK
             OR XREF-NACHFOLGER = SPACES
             GO TO HISTORIE-ABSCHNITT-ENDE
           END-IF

      * Stillgelegte Kunden-ID: CobolKonsolidierung hat ihre
      * Versionen unter der ueberlebenden Kunden-ID in die Historie
      * uebernommen. Deren Versionen werden daher mit berichtet;
      * die Versionstabelle wird dazu mit den Saetzen der
      * ueberlebenden Kunden-ID neu aufgebaut, damit die
      * Gueltigkeitszeitraeume an deren Nachfolgern enden.
           MOVE SPACES TO berichtzeile
           STRING "  Versionen unter der ueberlebenden Kunden-ID "
                  XREF-NACHFOLGER ":"
                  DELIMITED BY SIZE INTO berichtzeile
           PERFORM BERICHTWRITE

           MOVE XREF-NACHFOLGER TO SUCH-KUNDEN-ID
           MOVE 0 TO VERSION-ANZAHL
           PERFORM NACHFOLGER-VERSIONEN-LADEN
           IF VERARBEITUNG-NICHT-OK
             GO TO HISTORIE-ABSCHNITT-ENDE
           END-IF
           PERFORM HISTORIE-LESEN

           .
       HISTORIE-ABSCHNITT-ENDE.
           EXIT.

       HISTORIE-LESEN SECTION.
       HISTORIE-LESEN-ANFANG.
      * Liest die historischen Versionen von SUCH-KUNDEN-ID aus
      * KundenHistorie.txt und den Historienarchiven in die
      * Versionstabelle und schreibt sie in zeitlicher Folge.
           SET QUELLE-DA TO TRUE
           MOVE 0 TO QUELLE-ANZAHL
           OPEN INPUT historydatei
           IF HISTORYSTATUS = 35
             SET QUELLE-FEHLT TO TRUE
           ELSE
             IF HISTORYSTATUS NOT = 00
               DISPLAY " ERROR   Historiendatei konnte nicht"
                       " geoeffnet werden." HISTORYSTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
               GO TO HISTORIE-LESEN-ENDE
             END-IF
             PERFORM UNTIL HISTORYSTATUS NOT = 00
                         OR VERARBEITUNG-NICHT-OK
               READ historydatei
               IF HISTORYSTATUS = 00
                 AND historyzeile (1:10) = SUCH-KUNDEN-ID
                 ADD 1 TO QUELLE-ANZAHL
                 MOVE historyzeile  TO VN-SATZ
                 MOVE "H"           TO VN-QUELLE
                 MOVE DD-STANDARD-HISTORY TO VN-DATEI
                 PERFORM VERSION-EINFUEGEN
               END-IF
             END-PERFORM
             CLOSE historydatei
           END-IF
           MOVE DD-STANDARD-HISTORY TO QUELLE-NAME
           PERFORM QUELLE-ANZAHL-SCHREIBEN

           MOVE "HISTORIE" TO ARCHIV-ART-SUCHE
           PERFORM ARCHIVE-DURCHSUCHEN
           IF VERARBEITUNG-NICHT-OK
             GO TO HISTORIE-LESEN-ENDE
           END-IF

      * Die historischen Versionen in zeitlicher Folge; jede endet
      * mit der Gueltigkeit des naechsten Eintrags der
      * Versionstabelle, gleich aus welcher Datei er stammt.
           MOVE 1 TO VERSION-POSITION
           PERFORM UNTIL VERSION-POSITION > VERSION-ANZAHL
             IF VT-QUELLE (VERSION-POSITION) = "H"
               PERFORM HISTORIE-VERSION-SCHREIBEN
             END-IF
             ADD 1 TO VERSION-POSITION
           END-PERFORM

           .
       HISTORIE-LESEN-ENDE.
           EXIT.

       NACHFOLGER-VERSIONEN-LADEN SECTION.
       NACHFOLGER-VERSIONEN-LADEN-ANFANG.
      * Stellt den aktuellen und die vorgemerkten Saetze von
      * SUCH-KUNDEN-ID in die Versionstabelle. Sie werden hier
      * nicht berichtet, sondern begrenzen nur den Zeitraum der
      * letzten historischen Version.
           OPEN INPUT mergeout
           IF MERGEOUTSTATUS = 00
             PERFORM UNTIL MERGEOUTSTATUS NOT = 00
                         OR VERARBEITUNG-NICHT-OK
               READ mergeout
               IF MERGEOUTSTATUS = 00
                 AND mergeoutzeile (1:10) = SUCH-KUNDEN-ID
                 MOVE mergeoutzeile TO VN-SATZ
                 MOVE "M"           TO VN-QUELLE
                 MOVE DD-STANDARD-MERGEOUT TO VN-DATEI
                 PERFORM VERSION-EINFUEGEN
               END-IF
             END-PERFORM
             CLOSE mergeout
           ELSE
             IF MERGEOUTSTATUS NOT = 35
               DISPLAY " ERROR   MergeOut konnte nicht geoeffnet"
                       " werden." MERGEOUTSTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
               GO TO NACHFOLGER-VERSIONEN-LADEN-ENDE
             END-IF
           END-IF

           OPEN INPUT futureout
           IF FUTUREOUTSTATUS = 00
             PERFORM UNTIL FUTUREOUTSTATUS NOT = 00
                         OR VERARBEITUNG-NICHT-OK
               READ futureout
               IF FUTUREOUTSTATUS = 00
                 AND futureoutzeile (1:10) = SUCH-KUNDEN-ID
                 MOVE futureoutzeile TO VN-SATZ
                 MOVE "F"            TO VN-QUELLE
                 MOVE DD-STANDARD-FUTUREOUT TO VN-DATEI
                 PERFORM VERSION-EINFUEGEN
               END-IF
             END-PERFORM
             CLOSE futureout
           ELSE
             IF FUTUREOUTSTATUS NOT = 35
               DISPLAY " ERROR   FutureOut konnte nicht geoeffnet"
                       " werden." FUTUREOUTSTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
             END-IF
           END-IF

           .
       NACHFOLGER-VERSIONEN-LADEN-ENDE.
           EXIT.

       HISTORIE-VERSION-SCHREIBEN SECTION.
       HISTORIE-VERSION-SCHREIBEN-ANFANG.
      * Schreibt die Version an VERSION-POSITION mit Zeitraum,
      * Anschrift und Herkunftsdatei.
           MOVE VT-SATZ (VERSION-POSITION) TO KUNDEN-SATZ
           PERFORM ANSCHRIFT-AUFBEREITEN

           MOVE KUNDEN-SATZ (27:8) TO DATUM-EIN
           PERFORM DATUM-AUFBEREITEN

           IF VERSION-POSITION < VERSION-ANZAHL
             MOVE VT-SATZ (VERSION-POSITION + 1) (27:8) TO DATUM-EIN
             MOVE DATUM-AUS TO AB-TEXT
             PERFORM DATUM-AUFBEREITEN
             MOVE SPACES TO DETAIL-ZEILE
             STRING "    gueltig ab " AB-TEXT
                    " bis "          DATUM-AUS
                    ": "             ANSCHRIFT-TEXT
                    DELIMITED BY SIZE INTO DETAIL-ZEILE
           ELSE
             MOVE SPACES TO DETAIL-ZEILE
             STRING "    gueltig ab " DATUM-AUS
                    " ohne Nachfolger: " ANSCHRIFT-TEXT
                    DELIMITED BY SIZE INTO DETAIL-ZEILE
           END-IF
           MOVE DETAIL-ZEILE TO berichtzeile
           PERFORM BERICHTWRITE

           MOVE SPACES TO DETAIL-ZEILE
           MOVE KUNDEN-SATZ (12:14) TO ZEIT-EIN
           PERFORM ZEIT-AUFBEREITEN
           STRING "      erfasst " ZEIT-AUS
                  ", Datei " VT-DATEI (VERSION-POSITION)
                  DELIMITED BY SIZE INTO DETAIL-ZEILE
           MOVE DETAIL-ZEILE TO berichtzeile
           PERFORM BERICHTWRITE

           .
       HISTORIE-VERSION-SCHREIBEN-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    5. Klaerungsfaelle: Suspense-, Reject- und Zweitpass-       *
      *    Reject-Zeilen mit ihrem Alter laut Backlog.dat.             *
      *                                                                *
      ******************************************************************

       RUECKSTAND-ABSCHNITT SECTION.
       RUECKSTAND-ABSCHNITT-ANFANG.

           MOVE "5. Klaerungsfaelle mit Rueckstandsalter"
                TO DETAIL-ZEILE
           PERFORM ABSCHNITT-KOPF-SCHREIBEN

      * Zuerst die Rueckstandsposten der Kunden-ID laden, damit
      * jede Zeile ihr Erstgesehen-Datum erhaelt.
           PERFORM RUECKSTAND-LADEN
           IF VERARBEITUNG-NICHT-OK
             GO TO RUECKSTAND-ABSCHNITT-ENDE
           END-IF

           SET QUELLE-DA TO TRUE
           OPEN INPUT suspensedatei
           IF SUSPENSESTATUS = 35
             SET QUELLE-FEHLT TO TRUE
           ELSE
             IF SUSPENSESTATUS NOT = 00
               DISPLAY " ERROR   Suspense konnte nicht geoeffnet"
                       " werden." SUSPENSESTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
               GO TO RUECKSTAND-ABSCHNITT-ENDE
             END-IF
             PERFORM UNTIL SUSPENSESTATUS NOT = 00
                         OR VERARBEITUNG-NICHT-OK
               READ suspensedatei
               IF SUSPENSESTATUS = 00
                 AND suspensezeile (1:10) = AUSKUNFT-KUNDEN-ID
                 MOVE suspensezeile TO KUNDEN-SATZ
                 MOVE "S"           TO RUECKSTAND-QUELLE
                 PERFORM KLAERUNGSFALL-MERKEN
               END-IF
             END-PERFORM
             CLOSE suspensedatei
           END-IF
           MOVE DD-STANDARD-SUSPENSE TO QUELLE-NAME
           PERFORM QUELLE-SCHREIBEN

           SET QUELLE-DA TO TRUE
           OPEN INPUT rejectdatei
           IF REJECTSTATUS = 35
             SET QUELLE-FEHLT TO TRUE
           ELSE
             IF REJECTSTATUS NOT = 00
               DISPLAY " ERROR   RejectOut konnte nicht geoeffnet"
                       " werden." REJECTSTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
               GO TO RUECKSTAND-ABSCHNITT-ENDE
             END-IF
             PERFORM UNTIL REJECTSTATUS NOT = 00
                         OR VERARBEITUNG-NICHT-OK
               READ rejectdatei
               IF REJECTSTATUS = 00
                 AND rejectzeile (1:10) = AUSKUNFT-KUNDEN-ID
                 MOVE rejectzeile   TO KUNDEN-SATZ
                 MOVE "R"           TO RUECKSTAND-QUELLE
                 PERFORM KLAERUNGSFALL-MERKEN
               END-IF
             END-PERFORM
             CLOSE rejectdatei
           END-IF
           MOVE DD-STANDARD-REJECTOUT TO QUELLE-NAME
           PERFORM QUELLE-SCHREIBEN

           SET QUELLE-DA TO TRUE
           OPEN INPUT reject2datei
           IF REJECT2STATUS = 35
             SET QUELLE-FEHLT TO TRUE
           ELSE
             IF REJECT2STATUS NOT = 00
               DISPLAY " ERROR   RejectOut2 konnte nicht geoeffnet"
                       " werden." REJECT2STATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
               GO TO RUECKSTAND-ABSCHNITT-ENDE
             END-IF
             PERFORM UNTIL REJECT2STATUS NOT = 00
                         OR VERARBEITUNG-NICHT-OK
               READ reject2datei
               IF REJECT2STATUS = 00
                 AND reject2zeile (1:10) = AUSKUNFT-KUNDEN-ID
                 MOVE reject2zeile  TO KUNDEN-SATZ
                 MOVE "Z"           TO RUECKSTAND-QUELLE
                 PERFORM KLAERUNGSFALL-MERKEN
               END-IF
             END-PERFORM
             CLOSE reject2datei
           END-IF
           MOVE DD-STANDARD-REJECT2 TO QUELLE-NAME
           PERFORM QUELLE-SCHREIBEN

      * Die Rueckstandsposten selbst: Backlog.dat traegt eine
      * eigene Kopie jeder Zeile.
           MOVE 1 TO RUECKSTAND-POSITION
           PERFORM UNTIL RUECKSTAND-POSITION > RUECKSTAND-ANZAHL
                       OR VERARBEITUNG-NICHT-OK
             PERFORM RUECKSTANDSPOSTEN-MERKEN
             ADD 1 TO RUECKSTAND-POSITION
           END-PERFORM
           SET QUELLE-DA TO TRUE
           IF BACKLOG-FEHLT
             SET QUELLE-FEHLT TO TRUE
           END-IF
           MOVE DD-STANDARD-BACKLOG TO QUELLE-NAME
           PERFORM QUELLE-SCHREIBEN

           .
       RUECKSTAND-ABSCHNITT-ENDE.
           EXIT.

       RUECKSTAND-LADEN SECTION.
       RUECKSTAND-LADEN-ANFANG.
      * Laedt die Rueckstandsposten der Kunden-ID aus Backlog.dat.
      * Fehlt die Datei, bleibt die Tabelle leer und der Bericht
      * weist Backlog.dat als nicht vorhanden aus.
           MOVE 0 TO RUECKSTAND-ANZAHL
           SET BACKLOG-DA TO TRUE

           OPEN INPUT backlogdatei
           IF BACKLOGSTATUS = 35
             SET BACKLOG-FEHLT TO TRUE
             GO TO RUECKSTAND-LADEN-ENDE
           END-IF
           IF BACKLOGSTATUS NOT = 00
             DISPLAY " ERROR   Backlog-Datei konnte nicht gelesen"
                     " werden." BACKLOGSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO RUECKSTAND-LADEN-ENDE
           END-IF

           PERFORM UNTIL BACKLOGSTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ backlogdatei
             IF BACKLOGSTATUS = 00
               AND bl-zeile (1:10) = AUSKUNFT-KUNDEN-ID
               IF RUECKSTAND-ANZAHL >= 200
                 DISPLAY " ERROR   Mehr als 200 Rueckstandsposten zu"
                         " Kunden-ID " AUSKUNFT-KUNDEN-ID
                         ", Lauf abgebrochen."
                 SET VERARBEITUNG-NICHT-OK TO TRUE
               ELSE
                 ADD 1 TO RUECKSTAND-ANZAHL
                 MOVE bl-quelle TO RT-QUELLE (RUECKSTAND-ANZAHL)
                 MOVE bl-zeile  TO RT-ZEILE (RUECKSTAND-ANZAHL)
                 IF bl-erstgesehen IS NUMERIC
                   MOVE bl-erstgesehen
                        TO RT-ERSTGESEHEN (RUECKSTAND-ANZAHL)
                 ELSE
                   MOVE 0 TO RT-ERSTGESEHEN (RUECKSTAND-ANZAHL)
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           CLOSE backlogdatei

           .
       RUECKSTAND-LADEN-ENDE.
           EXIT.

       KLAERUNGSFALL-MERKEN SECTION.
       KLAERUNGSFALL-MERKEN-ANFANG.
      * Merkt eine Suspense-/Reject-Zeile aus KUNDEN-SATZ im
      * Originalaufbau vor (sie kann gerade wegen fehlerhafter
      * Felder dort stehen) und darunter ihr Rueckstandsalter aus
      * dem Posten gleicher Quelle und gleichen Inhalts.
           MOVE SPACES TO DETAIL-ZEILE
           MOVE KUNDEN-SATZ TO DETAIL-ZEILE (5:108)
           PERFORM DETAIL-MERKEN

           MOVE SPACES TO DETAIL-ZEILE
           MOVE "      nicht im Rueckstandsbestand erfasst"
                TO DETAIL-ZEILE
           MOVE 1 TO RUECKSTAND-POSITION
           PERFORM UNTIL RUECKSTAND-POSITION > RUECKSTAND-ANZAHL
             IF RT-QUELLE (RUECKSTAND-POSITION) = RUECKSTAND-QUELLE
               AND RT-ZEILE (RUECKSTAND-POSITION) = KUNDEN-SATZ
               PERFORM RUECKSTAND-ALTER-TEXT
               MOVE RUECKSTAND-ANZAHL TO RUECKSTAND-POSITION
             END-IF
             ADD 1 TO RUECKSTAND-POSITION
           END-PERFORM
           PERFORM DETAIL-MERKEN

           .
       KLAERUNGSFALL-MERKEN-ENDE.
           EXIT.

       RUECKSTANDSPOSTEN-MERKEN SECTION.
       RUECKSTANDSPOSTEN-MERKEN-ANFANG.
      * Merkt den Rueckstandsposten an RUECKSTAND-POSITION mit
      * Quelle und Alter vor.
           MOVE SPACES TO DETAIL-ZEILE
           MOVE RT-ZEILE (RUECKSTAND-POSITION)
                                   TO DETAIL-ZEILE (5:108)
           PERFORM DETAIL-MERKEN

           PERFORM RUECKSTAND-ALTER-TEXT
           EVALUATE RT-QUELLE (RUECKSTAND-POSITION)
             WHEN "S"
               MOVE "(Suspense)"       TO DETAIL-ZEILE (80:)
             WHEN "R"
               MOVE "(Reject)"         TO DETAIL-ZEILE (80:)
             WHEN "Z"
               MOVE "(Zweitpass-Rej.)" TO DETAIL-ZEILE (80:)
             WHEN OTHER
               MOVE "(Unbekannt)"      TO DETAIL-ZEILE (80:)
           END-EVALUATE
           PERFORM DETAIL-MERKEN

           .
       RUECKSTANDSPOSTEN-MERKEN-ENDE.
           EXIT.

       RUECKSTAND-ALTER-TEXT SECTION.
       RUECKSTAND-ALTER-TEXT-ANFANG.
      * Stellt in DETAIL-ZEILE das Erstgesehen-Datum und das Alter
      * in Tagen des Postens an RUECKSTAND-POSITION dar (wie
      * POSTEN-EINORDNEN in CobolBacklog).
           MOVE SPACES TO DETAIL-ZEILE
           IF RT-ERSTGESEHEN (RUECKSTAND-POSITION) = 0
             MOVE "      im Rueckstand, erstmals gesehen: unbekannt"
                  TO DETAIL-ZEILE
             GO TO RUECKSTAND-ALTER-TEXT-ENDE
           END-IF

           MOVE RT-ERSTGESEHEN (RUECKSTAND-POSITION) (1:4)
                                   TO SERIAL-JAHR
           MOVE RT-ERSTGESEHEN (RUECKSTAND-POSITION) (5:2)
                                   TO SERIAL-MONAT
           MOVE RT-ERSTGESEHEN (RUECKSTAND-POSITION) (7:2)
                                   TO SERIAL-TAG
           PERFORM TAG-SERIAL-RECHNEN
           MOVE SERIAL-ERGEBNIS TO POSTEN-SERIAL
           COMPUTE POSTEN-ALTER = HEUTE-SERIAL - POSTEN-SERIAL
           IF POSTEN-ALTER < 0
             MOVE 0 TO POSTEN-ALTER
           END-IF
           MOVE POSTEN-ALTER TO ANZEIGE-ALTER

           MOVE RT-ERSTGESEHEN (RUECKSTAND-POSITION) TO DATUM-EIN
           PERFORM DATUM-AUFBEREITEN
           STRING "      im Rueckstand seit " DATUM-AUS
                  ", Alter " ANZEIGE-ALTER " Tage"
                  DELIMITED BY SIZE INTO DETAIL-ZEILE

           .
       RUECKSTAND-ALTER-TEXT-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    6. Manuelle Pflege: Vorher-/Nachher-Bilder und Freigaben    *
      *    aus PflegeLog.txt und den Pflegelog-Archiven.               *
      *                                                                *
      ******************************************************************

       PFLEGELOG-ABSCHNITT SECTION.
       PFLEGELOG-ABSCHNITT-ANFANG.

           MOVE "6. Manuelle Pflege (Vorher-/Nachher-Bilder)"
                TO DETAIL-ZEILE
           PERFORM ABSCHNITT-KOPF-SCHREIBEN

           SET QUELLE-DA TO TRUE
           OPEN INPUT pflegelogdatei
           IF PFLEGELOGSTATUS = 35
             SET QUELLE-FEHLT TO TRUE
           ELSE
             IF PFLEGELOGSTATUS NOT = 00
               DISPLAY " ERROR   PflegeLog konnte nicht geoeffnet"
                       " werden." PFLEGELOGSTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
               GO TO PFLEGELOG-ABSCHNITT-ENDE
             END-IF
             PERFORM UNTIL PFLEGELOGSTATUS NOT = 00
                         OR VERARBEITUNG-NICHT-OK
               READ pflegelogdatei
               IF PFLEGELOGSTATUS = 00
                 AND pflegelogzeile (49:10) = AUSKUNFT-KUNDEN-ID
                 MOVE pflegelogzeile TO PFLEGELOG-EINTRAG
                 PERFORM PFLEGELOG-MERKEN
               END-IF
             END-PERFORM
             CLOSE pflegelogdatei
           END-IF
           MOVE DD-STANDARD-PFLEGELOG TO QUELLE-NAME
           PERFORM QUELLE-SCHREIBEN

           MOVE "PFLEGELOG" TO ARCHIV-ART-SUCHE
           PERFORM ARCHIVE-DURCHSUCHEN

           .
       PFLEGELOG-ABSCHNITT-ENDE.
           EXIT.

       PFLEGELOG-MERKEN SECTION.
       PFLEGELOG-MERKEN-ANFANG.
      * Merkt eine Pflegeprotokollzeile aus PFLEGELOG-EINTRAG vor:
      * Zeitpunkt, Bearbeiter, Aktion und Bildart, darunter das
      * aufbereitete Satzbild bzw. bei der Freigabezeile (FRG:)
      * Auftragsnummer und Erfasser.
           MOVE PL-ZEITSTEMPEL TO ZEIT-EIN
           PERFORM ZEIT-AUFBEREITEN
           MOVE SPACES TO DETAIL-ZEILE
           STRING "    " ZEIT-AUS "  " PL-AKTION "  " PL-BILDART
                  "  Bearbeiter " PL-BEARBEITER
                  DELIMITED BY SIZE INTO DETAIL-ZEILE
           PERFORM DETAIL-MERKEN

           MOVE SPACES TO DETAIL-ZEILE
           IF PL-BILDART = "FRG:"
             STRING "      freigegeben;" PL-BILD (11:50)
                    DELIMITED BY SIZE INTO DETAIL-ZEILE
           ELSE
             MOVE PL-BILD TO KUNDEN-SATZ
             PERFORM ANSCHRIFT-AUFBEREITEN
             MOVE KUNDEN-SATZ (27:8) TO DATUM-EIN
             PERFORM DATUM-AUFBEREITEN
             STRING "      gueltig ab " DATUM-AUS ": " ANSCHRIFT-TEXT
                    DELIMITED BY SIZE INTO DETAIL-ZEILE
           END-IF
           PERFORM DETAIL-MERKEN

           .
       PFLEGELOG-MERKEN-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    7. Pflegeauftraege: in PflegeAuftraege.txt gehaltene        *
      *    Auftraege mit Satzbild, Erfasser und Status.                *
      *                                                                *
      ******************************************************************

       PFLEGEAUFTRAG-ABSCHNITT SECTION.
       PFLEGEAUFTRAG-ABSCHNITT-ANFANG.

           MOVE "7. Pflegeauftraege" TO DETAIL-ZEILE
           PERFORM ABSCHNITT-KOPF-SCHREIBEN

           SET QUELLE-DA TO TRUE
           OPEN INPUT pflegequeue
           IF PFLEGEQUEUESTATUS = 35
             SET QUELLE-FEHLT TO TRUE
           ELSE
             IF PFLEGEQUEUESTATUS NOT = 00
               DISPLAY " ERROR   Pflegeauftraege konnten nicht"
                       " geoeffnet werden." PFLEGEQUEUESTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
               GO TO PFLEGEAUFTRAG-ABSCHNITT-ENDE
             END-IF
             PERFORM UNTIL PFLEGEQUEUESTATUS NOT = 00
                         OR VERARBEITUNG-NICHT-OK
               READ pflegequeue
               IF PFLEGEQUEUESTATUS = 00
                 AND pa-kunden-id = AUSKUNFT-KUNDEN-ID
                 PERFORM PFLEGEAUFTRAG-MERKEN
               END-IF
             END-PERFORM
             CLOSE pflegequeue
           END-IF
           MOVE DD-STANDARD-QUEUE TO QUELLE-NAME
           PERFORM QUELLE-SCHREIBEN

           .
       PFLEGEAUFTRAG-ABSCHNITT-ENDE.
           EXIT.

       PFLEGEAUFTRAG-MERKEN SECTION.
       PFLEGEAUFTRAG-MERKEN-ANFANG.
      * Merkt einen Pflegeauftrag vor: Auftragsnummer, Aktion und
      * Status, darunter Erfassung mit Erfasser, eine getroffene
      * Entscheidung mit Pruefer und das Satzbild (ein
      * Loeschauftrag traegt keines).
           MOVE SPACES TO DETAIL-ZEILE
           STRING "    Auftrag " pa-auftragsnr "  " pa-aktion
                  "  Status "
                  DELIMITED BY SIZE INTO DETAIL-ZEILE
           EVALUATE TRUE
             WHEN PA-OFFEN
               MOVE "offen, wartet auf Freigabe"
                                   TO DETAIL-ZEILE (38:)
             WHEN PA-FREIGEGEBEN
               MOVE "freigegeben"  TO DETAIL-ZEILE (38:)
             WHEN PA-ABGELEHNT
               MOVE "abgelehnt"    TO DETAIL-ZEILE (38:)
             WHEN PA-NICHT-DURCHFUEHRBAR
               MOVE "nicht durchfuehrbar"
                                   TO DETAIL-ZEILE (38:)
             WHEN OTHER
               MOVE pa-status      TO DETAIL-ZEILE (38:1)
           END-EVALUATE
           PERFORM DETAIL-MERKEN

           MOVE pa-erfasst TO ZEIT-EIN
           PERFORM ZEIT-AUFBEREITEN
           MOVE SPACES TO DETAIL-ZEILE
           STRING "      erfasst " ZEIT-AUS " von " pa-erfasser
                  DELIMITED BY SIZE INTO DETAIL-ZEILE
           PERFORM DETAIL-MERKEN

           IF NOT PA-OFFEN
             MOVE pa-entschieden TO ZEIT-EIN
             PERFORM ZEIT-AUFBEREITEN
             MOVE SPACES TO DETAIL-ZEILE
             STRING "      entschieden " ZEIT-AUS " von " pa-pruefer
                    DELIMITED BY SIZE INTO DETAIL-ZEILE
             PERFORM DETAIL-MERKEN
           END-IF

           MOVE SPACES TO DETAIL-ZEILE
           IF pa-satz = SPACES
             MOVE "      ohne Satzbild (Loeschauftrag)"
                  TO DETAIL-ZEILE
           ELSE
             MOVE pa-satz TO KUNDEN-SATZ
             PERFORM ANSCHRIFT-AUFBEREITEN
             MOVE KUNDEN-SATZ (27:8) TO DATUM-EIN
             PERFORM DATUM-AUFBEREITEN
             STRING "      Satzbild gueltig ab " DATUM-AUS ": "
                    ANSCHRIFT-TEXT
                    DELIMITED BY SIZE INTO DETAIL-ZEILE
           END-IF
           PERFORM DETAIL-MERKEN

           .
       PFLEGEAUFTRAG-MERKEN-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    8. Merge-Entscheidungen aus MergeAudit.txt und den          *
      *    Audit-Archiven.                                             *
      *                                                                *
      ******************************************************************

       AUDIT-ABSCHNITT SECTION.
       AUDIT-ABSCHNITT-ANFANG.

           MOVE "8. Merge-Entscheidungen" TO DETAIL-ZEILE
           PERFORM ABSCHNITT-KOPF-SCHREIBEN

           SET QUELLE-DA TO TRUE
           OPEN INPUT auditdatei
           IF AUDITSTATUS = 35
             SET QUELLE-FEHLT TO TRUE
           ELSE
             IF AUDITSTATUS NOT = 00
               DISPLAY " ERROR   MergeAudit konnte nicht geoeffnet"
                       " werden." AUDITSTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
               GO TO AUDIT-ABSCHNITT-ENDE
             END-IF
             MOVE SPACES TO AUDIT-VORGAENGER
             PERFORM UNTIL AUDITSTATUS NOT = 00
                         OR VERARBEITUNG-NICHT-OK
               READ auditdatei
               IF AUDITSTATUS = 00
                 MOVE auditzeile TO AUDIT-EINTRAG
                 PERFORM AUDIT-PRUEFEN
               END-IF
             END-PERFORM
             CLOSE auditdatei
           END-IF
           MOVE DD-STANDARD-AUDIT TO QUELLE-NAME
           PERFORM QUELLE-SCHREIBEN

           MOVE "AUDIT" TO ARCHIV-ART-SUCHE
           PERFORM ARCHIVE-DURCHSUCHEN

           .
       AUDIT-ABSCHNITT-ENDE.
           EXIT.

       AUDIT-PRUEFEN SECTION.
       AUDIT-PRUEFEN-ANFANG.
      * Prueft die Audit-Zeile in AUDIT-EINTRAG gegen die Kunden-ID.
      * Von einem Umleitungspaar werden stets beide Zeilen gezeigt:
      * die Zeile der gesuchten Kunden-ID als Eintrag, darunter die
      * Partnerzeile mit der anderen Kunden-ID. AUDIT-GETROFFEN
      * meldet, ob ein Eintrag der Kunden-ID vorgemerkt wurde.
           SET AUDIT-NICHT-GETROFFEN TO TRUE

           IF AUD-ART = "UmleitungZu"
             AND AV-ART = "Umgeleitet"
             AND AUDIT-EINTRAG (24:35) = AUDIT-VORGAENGER (24:35)
             EVALUATE TRUE
               WHEN AV-KUNDEN-ID = AUSKUNFT-KUNDEN-ID
                 MOVE SPACES TO DETAIL-ZEILE
                 STRING "      UmleitungZu ueberlebende Kunden-ID "
                        AUD-KUNDEN-ID
                        DELIMITED BY SIZE INTO DETAIL-ZEILE
                 PERFORM DETAIL-MERKEN
               WHEN AUD-KUNDEN-ID = AUSKUNFT-KUNDEN-ID
                 PERFORM AUDIT-MERKEN
                 SET AUDIT-GETROFFEN TO TRUE
                 MOVE SPACES TO DETAIL-ZEILE
                 STRING "      Umgeleitet  stillgelegte Kunden-ID "
                        AV-KUNDEN-ID
                        DELIMITED BY SIZE INTO DETAIL-ZEILE
                 PERFORM DETAIL-MERKEN
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           ELSE
             IF AUD-KUNDEN-ID = AUSKUNFT-KUNDEN-ID
               PERFORM AUDIT-MERKEN
               SET AUDIT-GETROFFEN TO TRUE
             END-IF
           END-IF

           MOVE AUDIT-EINTRAG TO AUDIT-VORGAENGER

           .
       AUDIT-PRUEFEN-ENDE.
           EXIT.

       AUDIT-MERKEN SECTION.
       AUDIT-MERKEN-ANFANG.
      * Merkt eine Merge-Entscheidung aus AUDIT-EINTRAG vor:
      * Laufzeitpunkt, Entscheidung, Gueltigkeit der Version sowie
      * Quell-Kundendatei und Eingabezeile.
           MOVE AUD-ZEITPUNKT TO ZEIT-EIN
           PERFORM ZEIT-AUFBEREITEN
           MOVE AUD-GUELTIG TO DATUM-EIN
           PERFORM DATUM-AUFBEREITEN
           MOVE SPACES TO DETAIL-ZEILE
           STRING "    Lauf " ZEIT-AUS "  " AUD-ART
                  "  gueltig ab " DATUM-AUS
                  "  Kundendatei " AUD-DATEI
                  ", Zeile " AUD-ZEILENNR
                  DELIMITED BY SIZE INTO DETAIL-ZEILE
           PERFORM DETAIL-MERKEN

           .
       AUDIT-MERKEN-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    9. Aenderungsliste: ChangeLog.txt und die Changelog-        *
      *    Archive.                                                    *
      *                                                                *
      ******************************************************************

       CHANGELOG-ABSCHNITT SECTION.
       CHANGELOG-ABSCHNITT-ANFANG.

           MOVE "9. Aenderungsliste" TO DETAIL-ZEILE
           PERFORM ABSCHNITT-KOPF-SCHREIBEN

           SET QUELLE-DA TO TRUE
           OPEN INPUT changelogdatei
           IF CHANGELOGSTATUS = 35
             SET QUELLE-FEHLT TO TRUE
           ELSE
             IF CHANGELOGSTATUS NOT = 00
               DISPLAY " ERROR   ChangeLog konnte nicht geoeffnet"
                       " werden." CHANGELOGSTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
               GO TO CHANGELOG-ABSCHNITT-ENDE
             END-IF
             PERFORM UNTIL CHANGELOGSTATUS NOT = 00
                         OR VERARBEITUNG-NICHT-OK
               READ changelogdatei
               IF CHANGELOGSTATUS = 00
                 AND changelogzeile (12:10) = AUSKUNFT-KUNDEN-ID
                 MOVE changelogzeile TO CHANGELOG-EINTRAG
                 PERFORM CHANGELOG-MERKEN
               END-IF
             END-PERFORM
             CLOSE changelogdatei
           END-IF
           MOVE DD-STANDARD-CHANGELOG TO QUELLE-NAME
           PERFORM QUELLE-SCHREIBEN

           MOVE "CHANGELOG" TO ARCHIV-ART-SUCHE
           PERFORM ARCHIVE-DURCHSUCHEN

           .
       CHANGELOG-ABSCHNITT-ENDE.
           EXIT.

       CHANGELOG-MERKEN SECTION.
       CHANGELOG-MERKEN-ANFANG.
      * Merkt eine Zeile der Aenderungsliste aus CHANGELOG-EINTRAG
      * vor: Laufzeitpunkt, Aenderungsart, Gueltigkeit und
      * Anschrift.
           MOVE CL-ZEITPUNKT TO ZEIT-EIN
           PERFORM ZEIT-AUFBEREITEN
           MOVE CL-GUELTIG TO DATUM-EIN
           PERFORM DATUM-AUFBEREITEN
           MOVE SPACES TO KUNDEN-SATZ
           MOVE CL-PLZ     TO KUNDEN-SATZ (36:5)
           MOVE CL-WOHNORT TO KUNDEN-SATZ (42:30)
           MOVE CL-STRASSE TO KUNDEN-SATZ (73:30)
           MOVE CL-HAUSNR  TO KUNDEN-SATZ (104:5)
           PERFORM ANSCHRIFT-AUFBEREITEN
           MOVE SPACES TO DETAIL-ZEILE
           STRING "    Lauf " ZEIT-AUS "  " CL-ART
                  "  gueltig ab " DATUM-AUS ": " ANSCHRIFT-TEXT
                  DELIMITED BY SIZE INTO DETAIL-ZEILE
           PERFORM DETAIL-MERKEN

           .
       CHANGELOG-MERKEN-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    10. Exportschnittstelle: ist die Kunden-ID in der           *
      *    aktuellen MergeExport.csv enthalten?                        *
      *                                                                *
      ******************************************************************

       EXPORT-ABSCHNITT SECTION.
       EXPORT-ABSCHNITT-ANFANG.

           MOVE "10. Aktuelle Exportdatei" TO DETAIL-ZEILE
           PERFORM ABSCHNITT-KOPF-SCHREIBEN

           SET QUELLE-DA TO TRUE
           OPEN INPUT exportdatei
           IF EXPORTSTATUS = 35
             SET QUELLE-FEHLT TO TRUE
           ELSE
             IF EXPORTSTATUS NOT = 00
               DISPLAY " ERROR   Exportdatei konnte nicht geoeffnet"
                       " werden." EXPORTSTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
               GO TO EXPORT-ABSCHNITT-ENDE
             END-IF
             PERFORM UNTIL EXPORTSTATUS NOT = 00
                         OR VERARBEITUNG-NICHT-OK
               READ exportdatei
               IF EXPORTSTATUS = 00
                 AND exportzeile (1:10) = AUSKUNFT-KUNDEN-ID
                 MOVE SPACES TO DETAIL-ZEILE
                 MOVE exportzeile TO DETAIL-ZEILE (5:128)
                 PERFORM DETAIL-MERKEN
               END-IF
             END-PERFORM
             CLOSE exportdatei
           END-IF
           MOVE QUELLE-ANZAHL TO EXPORT-TREFFER
           MOVE DD-STANDARD-EXPORT TO QUELLE-NAME
           PERFORM QUELLE-SCHREIBEN

           MOVE SPACES TO berichtzeile
           IF EXPORT-TREFFER > 0
             MOVE "  Die Kunden-ID ist im aktuellen Export enthalten."
                  TO berichtzeile
           ELSE
             MOVE "  Die Kunden-ID ist im aktuellen Export nicht"
                  TO berichtzeile
             MOVE " enthalten."     TO berichtzeile (46:)
           END-IF
           PERFORM BERICHTWRITE

           .
       EXPORT-ABSCHNITT-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    Archivdateien: alle im Archivindex verzeichneten Dateien    *
      *    der Art ARCHIV-ART-SUCHE werden nach der Kunden-ID          *
      *    durchsucht; jede Datei mit Treffern erhaelt einen eigenen   *
      *    Quellenblock.                                               *
      *                                                                *
      ******************************************************************

       ARCHIVE-DURCHSUCHEN SECTION.
       ARCHIVE-DURCHSUCHEN-ANFANG.

           MOVE 0 TO ARCHIV-DATEIEN-TREFFER

           OPEN INPUT archivindex
           IF ARCHIVINDEXSTATUS = 35
             MOVE SPACES TO berichtzeile
             MOVE "  Archivdateien: keine vorhanden" TO berichtzeile
             PERFORM BERICHTWRITE
             GO TO ARCHIVE-DURCHSUCHEN-ENDE
           END-IF
           IF ARCHIVINDEXSTATUS NOT = 00
             DISPLAY " ERROR   ArchivIndex.txt konnte nicht gelesen"
                     " werden." ARCHIVINDEXSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO ARCHIVE-DURCHSUCHEN-ENDE
           END-IF

           SET EOFAI-NO TO TRUE
           PERFORM UNTIL EOFAI-YES
                       OR VERARBEITUNG-NICHT-OK
             READ archivindex
               AT END
                 SET EOFAI-YES TO TRUE
               NOT AT END
                 IF ai-art = ARCHIV-ART-SUCHE
                   PERFORM ARCHIVDATEI-DURCHSUCHEN
                 END-IF
             END-READ
           END-PERFORM
           CLOSE archivindex

           IF ARCHIV-DATEIEN-TREFFER = 0
             AND VERARBEITUNG-OK
             MOVE SPACES TO berichtzeile
             MOVE "  Archivdateien: keine Eintraege zu dieser"
                  TO berichtzeile
             MOVE " Kunden-ID"  TO berichtzeile (43:)
             PERFORM BERICHTWRITE
           END-IF

           .
       ARCHIVE-DURCHSUCHEN-ENDE.
           EXIT.

       ARCHIVDATEI-DURCHSUCHEN SECTION.
       ARCHIVDATEI-DURCHSUCHEN-ANFANG.
      * Durchsucht die Archivdatei des aktuellen Indexeintrags. Der
      * Kontrollsatz am Dateiende traegt keine Kunden-ID. Eine im
      * Index verzeichnete, aber fehlende Datei wird im Bericht
      * vermerkt, weil die Auskunft sonst unbemerkt luecken-
      * haft waere.
           MOVE 0 TO ARCHIV-TREFFER
           MOVE 0 TO DETAIL-ANZAHL
           MOVE SPACES TO AUDIT-VORGAENGER

           DISPLAY "ARCHIVDD"   UPON ENVIRONMENT-NAME
           DISPLAY ai-datei     UPON ENVIRONMENT-VALUE

           EVALUATE ARCHIV-ART-SUCHE
             WHEN "HISTORIE"
               OPEN INPUT historyarchiv
             WHEN "PFLEGELOG"
               OPEN INPUT pflegelogarchiv
             WHEN "AUDIT"
               OPEN INPUT auditarchiv
             WHEN OTHER
               OPEN INPUT changelogarchiv
           END-EVALUATE
           IF ARCHIVSTATUS = 35
             DISPLAY " WARNUNG Archivdatei fehlt: " ai-datei
             MOVE SPACES TO berichtzeile
             STRING "  " ai-datei ": ACHTUNG, Archivdatei fehlt,"
                    " nicht durchsucht"
                    DELIMITED BY SIZE INTO berichtzeile
             PERFORM BERICHTWRITE
             GO TO ARCHIVDATEI-DURCHSUCHEN-ENDE
           END-IF
           IF ARCHIVSTATUS NOT = 00
             DISPLAY " ERROR   Archivdatei konnte nicht gelesen"
                     " werden: " ai-datei " " ARCHIVSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO ARCHIVDATEI-DURCHSUCHEN-ENDE
           END-IF

           PERFORM UNTIL ARCHIVSTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             EVALUATE ARCHIV-ART-SUCHE
               WHEN "HISTORIE"
                 READ historyarchiv
                 IF ARCHIVSTATUS = 00
                   AND historyarchivzeile (1:10) = SUCH-KUNDEN-ID
                   ADD 1 TO ARCHIV-TREFFER
                   MOVE historyarchivzeile TO VN-SATZ
                   MOVE "H"                TO VN-QUELLE
                   MOVE ai-datei           TO VN-DATEI
                   PERFORM VERSION-EINFUEGEN
                 END-IF
               WHEN "PFLEGELOG"
                 READ pflegelogarchiv
                 IF ARCHIVSTATUS = 00
                   AND pflegelogarchivzeile (49:10)
                         = AUSKUNFT-KUNDEN-ID
                   ADD 1 TO ARCHIV-TREFFER
                   MOVE pflegelogarchivzeile TO PFLEGELOG-EINTRAG
                   PERFORM PFLEGELOG-MERKEN
                 END-IF
               WHEN "AUDIT"
                 READ auditarchiv
                 IF ARCHIVSTATUS = 00
                   MOVE auditarchivzeile TO AUDIT-EINTRAG
                   PERFORM AUDIT-PRUEFEN
                   IF AUDIT-GETROFFEN
                     ADD 1 TO ARCHIV-TREFFER
                   END-IF
                 END-IF
               WHEN OTHER
                 READ changelogarchiv
                 IF ARCHIVSTATUS = 00
                   AND changelogarchivzeile (12:10)
                         = AUSKUNFT-KUNDEN-ID
                   ADD 1 TO ARCHIV-TREFFER
                   MOVE changelogarchivzeile TO CHANGELOG-EINTRAG
                   PERFORM CHANGELOG-MERKEN
                 END-IF
             END-EVALUATE
           END-PERFORM

           EVALUATE ARCHIV-ART-SUCHE
             WHEN "HISTORIE"
               CLOSE historyarchiv
             WHEN "PFLEGELOG"
               CLOSE pflegelogarchiv
             WHEN "AUDIT"
               CLOSE auditarchiv
             WHEN OTHER
               CLOSE changelogarchiv
           END-EVALUATE

      * Nur Archivdateien mit Treffern erhalten einen Quellenblock;
      * die Historie schreibt ihre Versionen erst nach der
      * zeitlichen Einordnung.
           IF ARCHIV-TREFFER > 0
             AND VERARBEITUNG-OK
             ADD 1 TO ARCHIV-DATEIEN-TREFFER
             SET QUELLE-DA TO TRUE
             MOVE ai-datei TO QUELLE-NAME
             IF ARCHIV-ART-SUCHE = "HISTORIE"
               MOVE ARCHIV-TREFFER TO QUELLE-ANZAHL
               PERFORM QUELLE-ANZAHL-SCHREIBEN
             ELSE
               PERFORM QUELLE-SCHREIBEN
             END-IF
           END-IF

           .
       ARCHIVDATEI-DURCHSUCHEN-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    Gemeinsame Hilfsroutinen: Detailpuffer, Quellenblock,       *
      *    Versionstabelle und Aufbereitung.                           *
      *                                                                *
      ******************************************************************

       KUNDENSATZ-MERKEN SECTION.
       KUNDENSATZ-MERKEN-ANFANG.
      * Merkt den Kundensatz aus KUNDEN-SATZ aufbereitet vor:
      * Gueltigkeit und Anschrift, darunter der Erfassungszeitpunkt.
           PERFORM ANSCHRIFT-AUFBEREITEN
           MOVE KUNDEN-SATZ (27:8) TO DATUM-EIN
           PERFORM DATUM-AUFBEREITEN
           MOVE SPACES TO DETAIL-ZEILE
           STRING "    gueltig ab " DATUM-AUS ": " ANSCHRIFT-TEXT
                  DELIMITED BY SIZE INTO DETAIL-ZEILE
           PERFORM DETAIL-MERKEN

           MOVE KUNDEN-SATZ (12:14) TO ZEIT-EIN
           PERFORM ZEIT-AUFBEREITEN
           MOVE SPACES TO DETAIL-ZEILE
           STRING "      erfasst " ZEIT-AUS
                  DELIMITED BY SIZE INTO DETAIL-ZEILE
           PERFORM DETAIL-MERKEN

           .
       KUNDENSATZ-MERKEN-ENDE.
           EXIT.

       DETAIL-MERKEN SECTION.
       DETAIL-MERKEN-ANFANG.
      * Legt DETAIL-ZEILE im Detailpuffer ab. Jede Zeile ausser
      * den eingerueckten Folgezeilen (ab Spalte 7) zaehlt als ein
      * Eintrag der Datei.
           IF DETAIL-ANZAHL >= 1000
             DISPLAY " ERROR   Mehr als 1000 Berichtszeilen zu"
                     " Kunden-ID " AUSKUNFT-KUNDEN-ID
                     " in einer Datei, Lauf abgebrochen."
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO DETAIL-MERKEN-ENDE
           END-IF

           ADD 1 TO DETAIL-ANZAHL
           MOVE DETAIL-ZEILE TO DETAIL-EINTRAG (DETAIL-ANZAHL)
           IF DETAIL-ZEILE (1:6) NOT = SPACES
             ADD 1 TO QUELLE-ANZAHL
           END-IF

           .
       DETAIL-MERKEN-ENDE.
           EXIT.

       QUELLE-SCHREIBEN SECTION.
       QUELLE-SCHREIBEN-ANFANG.
      * Schreibt den Quellenblock einer Datei: Dateiname mit der
      * Anzahl ihrer Eintraege, dann die gepufferten Detailzeilen.
      * Danach sind Puffer und Zaehler fuer die naechste Datei
      * wieder leer.
           PERFORM QUELLE-ANZAHL-SCHREIBEN

           MOVE 1 TO DETAIL-POSITION
           PERFORM UNTIL DETAIL-POSITION > DETAIL-ANZAHL
             MOVE DETAIL-EINTRAG (DETAIL-POSITION) TO berichtzeile
             PERFORM BERICHTWRITE
             ADD 1 TO DETAIL-POSITION
           END-PERFORM

           MOVE 0 TO DETAIL-ANZAHL

           .
       QUELLE-SCHREIBEN-ENDE.
           EXIT.

       QUELLE-ANZAHL-SCHREIBEN SECTION.
       QUELLE-ANZAHL-SCHREIBEN-ANFANG.
      * Schreibt die Kopfzeile eines Quellenblocks aus QUELLE-NAME,
      * QUELLE-ANZAHL und QUELLE-ZUSTAND; eine fehlende Datei oder
      * eine Datei ohne Eintraege wird ausdruecklich genannt.
           MOVE SPACES TO berichtzeile
           MOVE QUELLE-NAME          TO berichtzeile (3:30)
           MOVE ": "                 TO berichtzeile (33:2)
           EVALUATE TRUE
             WHEN QUELLE-FEHLT
               MOVE "Datei nicht vorhanden, keine Eintraege"
                                     TO berichtzeile (35:)
             WHEN QUELLE-ANZAHL = 0
               MOVE "keine Eintraege zu dieser Kunden-ID"
                                     TO berichtzeile (35:)
             WHEN OTHER
               MOVE QUELLE-ANZAHL    TO ANZEIGE-ZAHL
               MOVE ANZEIGE-ZAHL     TO berichtzeile (35:8)
               MOVE " Eintraege"     TO berichtzeile (43:)
           END-EVALUATE
           PERFORM BERICHTWRITE

           ADD QUELLE-ANZAHL TO ID-EINTRAEGE
           MOVE 0 TO QUELLE-ANZAHL

           .
       QUELLE-ANZAHL-SCHREIBEN-ENDE.
           EXIT.

       VERSION-EINFUEGEN SECTION.
       VERSION-EINFUEGEN-ANFANG.
      * Fuegt VERSION-NEU nach Gueltigkeit und Erstellzeit
      * aufsteigend in die Versionstabelle ein.
           IF VERSION-ANZAHL >= 500
             DISPLAY " ERROR   Mehr als 500 Versionen zu Kunden-ID "
                     AUSKUNFT-KUNDEN-ID ", Lauf abgebrochen."
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO VERSION-EINFUEGEN-ENDE
           END-IF

           MOVE VN-SATZ (27:8)  TO VN-SCHLUESSEL (1:8)
           MOVE VN-SATZ (12:14) TO VN-SCHLUESSEL (9:14)

      * Einfuegestelle: hinter allen Eintraegen mit gleichem oder
      * kleinerem Schluessel.
           MOVE 1 TO VERSION-ZIEL
           PERFORM UNTIL VERSION-ZIEL > VERSION-ANZAHL
                       OR VT-SCHLUESSEL (VERSION-ZIEL) > VN-SCHLUESSEL
             ADD 1 TO VERSION-ZIEL
           END-PERFORM

           MOVE VERSION-ANZAHL TO VERSION-POSITION
           PERFORM UNTIL VERSION-POSITION < VERSION-ZIEL
             MOVE VERSION-EINTRAG (VERSION-POSITION)
                  TO VERSION-EINTRAG (VERSION-POSITION + 1)
             SUBTRACT 1 FROM VERSION-POSITION
           END-PERFORM

           MOVE VERSION-NEU TO VERSION-EINTRAG (VERSION-ZIEL)
           ADD 1 TO VERSION-ANZAHL

           .
       VERSION-EINFUEGEN-ENDE.
           EXIT.

       ANSCHRIFT-AUFBEREITEN SECTION.
       ANSCHRIFT-AUFBEREITEN-ANFANG.
      * Stellt PLZ, Wohnort, Strasse und Hausnummer aus KUNDEN-SATZ
      * ohne Fuelleerzeichen in ANSCHRIFT-TEXT zusammen. Ein Feld
      * endet am ersten doppelten Leerzeichen, damit Ortsnamen mit
      * einzelnen Leerzeichen vollstaendig bleiben.
           MOVE SPACES TO ANSCHRIFT-TEXT
           STRING KUNDEN-SATZ (36:5)   DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  KUNDEN-SATZ (42:30)  DELIMITED BY "  "
                  ", "                 DELIMITED BY SIZE
                  KUNDEN-SATZ (73:30)  DELIMITED BY "  "
                  " "                  DELIMITED BY SIZE
                  KUNDEN-SATZ (104:5)  DELIMITED BY SIZE
                  INTO ANSCHRIFT-TEXT

           .
       ANSCHRIFT-AUFBEREITEN-ENDE.
           EXIT.

       DATUM-AUFBEREITEN SECTION.
       DATUM-AUFBEREITEN-ANFANG.
      * Stellt DATUM-EIN (JJJJMMTT) als TT.MM.JJJJ in DATUM-AUS
      * dar; ein nicht numerisches Datum bleibt unveraendert.
           MOVE SPACES TO DATUM-AUS
           IF DATUM-EIN IS NOT NUMERIC
             MOVE DATUM-EIN TO DATUM-AUS
             GO TO DATUM-AUFBEREITEN-ENDE
           END-IF

           MOVE DATUM-EIN (7:2)  TO DATUM-AUS (1:2)
           MOVE "."              TO DATUM-AUS (3:1)
           MOVE DATUM-EIN (5:2)  TO DATUM-AUS (4:2)
           MOVE "."              TO DATUM-AUS (6:1)
           MOVE DATUM-EIN (1:4)  TO DATUM-AUS (7:4)

           .
       DATUM-AUFBEREITEN-ENDE.
           EXIT.

       ZEIT-AUFBEREITEN SECTION.
       ZEIT-AUFBEREITEN-ANFANG.
      * Stellt ZEIT-EIN (JJJJMMTThhmmss) als TT.MM.JJJJ hh:mm in
      * ZEIT-AUS dar; ein nicht numerischer Wert bleibt
      * unveraendert.
           MOVE SPACES TO ZEIT-AUS
           IF ZEIT-EIN IS NOT NUMERIC
             MOVE ZEIT-EIN TO ZEIT-AUS
             GO TO ZEIT-AUFBEREITEN-ENDE
           END-IF

           MOVE ZEIT-EIN (1:8)   TO DATUM-EIN
           PERFORM DATUM-AUFBEREITEN
           MOVE DATUM-AUS        TO ZEIT-AUS (1:10)
           MOVE ZEIT-EIN (9:2)   TO ZEIT-AUS (12:2)
           MOVE ":"              TO ZEIT-AUS (14:1)
           MOVE ZEIT-EIN (11:2)  TO ZEIT-AUS (15:2)

           .
       ZEIT-AUFBEREITEN-ENDE.
           EXIT.

       TAG-SERIAL-RECHNEN SECTION.
       TAG-SERIAL-RECHNEN-ANFANG.
      * Rechnet SERIAL-JAHR/-MONAT/-TAG in eine fortlaufende
      * Tagesnummer um (Schaltjahre beruecksichtigt), wie
      * TAG-SERIAL-RECHNEN in CobolBacklog.
           MOVE SERIAL-JAHR  TO SERIAL-HILFSJAHR
           MOVE SERIAL-MONAT TO SERIAL-HILFSMONAT
           IF SERIAL-HILFSMONAT < 3
             SUBTRACT 1 FROM SERIAL-HILFSJAHR
             ADD 12 TO SERIAL-HILFSMONAT
           END-IF
           COMPUTE SERIAL-ERGEBNIS =
                   365 * SERIAL-HILFSJAHR
                 + SERIAL-HILFSJAHR / 4
                 - SERIAL-HILFSJAHR / 100
                 + SERIAL-HILFSJAHR / 400
                 + (153 * (SERIAL-HILFSMONAT - 3) + 2) / 5
                 + SERIAL-TAG

           .
       TAG-SERIAL-RECHNEN-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    Berichtsausgabe: Kopf, Abschnittsueberschriften und         *
      *    Schluss.                                                    *
      *                                                                *
      ******************************************************************

       BERICHT-KOPF-SCHREIBEN SECTION.
       BERICHT-KOPF-SCHREIBEN-ANFANG.

           MOVE SPACES TO berichtzeile
           MOVE "Datenauskunft nach Art. 15 DSGVO" TO berichtzeile
           PERFORM BERICHTWRITE

           MOVE SPACES TO berichtzeile
           MOVE "Stand: "            TO berichtzeile (1:7)
           MOVE SYSTEM-TAG           TO berichtzeile (8:2)
           MOVE "."                  TO berichtzeile (10:1)
           MOVE SYSTEM-MONAT         TO berichtzeile (11:2)
           MOVE "."                  TO berichtzeile (13:1)
           MOVE SYSTEM-JAHR          TO berichtzeile (14:4)
           MOVE " um "               TO berichtzeile (18:4)
           MOVE systemstd            TO berichtzeile (22:2)
           MOVE ":"                  TO berichtzeile (24:1)
           MOVE systemmin            TO berichtzeile (25:2)
           MOVE " Uhr"               TO berichtzeile (27:)
           PERFORM BERICHTWRITE

           MOVE SPACES TO berichtzeile
           MOVE "Beantragte Kunden-IDs: " TO berichtzeile (1:23)
           MOVE ANTRAG-ANZAHL        TO berichtzeile (24:4)
           PERFORM BERICHTWRITE

           .
       BERICHT-KOPF-SCHREIBEN-ENDE.
           EXIT.

       ABSCHNITT-KOPF-SCHREIBEN SECTION.
       ABSCHNITT-KOPF-SCHREIBEN-ANFANG.
      * Schreibt die Abschnittsueberschrift aus DETAIL-ZEILE.
           MOVE SPACES TO berichtzeile
           PERFORM BERICHTWRITE
           MOVE DETAIL-ZEILE TO berichtzeile
           PERFORM BERICHTWRITE
           MOVE SPACES TO berichtzeile
           MOVE "-------------------------------------------"
                TO berichtzeile
           PERFORM BERICHTWRITE

           MOVE 0 TO DETAIL-ANZAHL
           MOVE 0 TO QUELLE-ANZAHL

           .
       ABSCHNITT-KOPF-SCHREIBEN-ENDE.
           EXIT.

       BERICHT-SCHLUSS-SCHREIBEN SECTION.
       BERICHT-SCHLUSS-SCHREIBEN-ANFANG.
      * Schluss des Berichts mit Summen und Unterschriftszeile fuer
      * die Datenschutzbeauftragte (wie in CobolLoeschung).
           MOVE SPACES TO berichtzeile
           PERFORM BERICHTWRITE
           MOVE SPACES TO berichtzeile
           MOVE "==========================================="
                TO berichtzeile
           PERFORM BERICHTWRITE

           MOVE SPACES TO berichtzeile
           MOVE "Berichtete Eintraege insgesamt: "
                                     TO berichtzeile (1:32)
           MOVE EINTRAEGE-GESAMT     TO ANZEIGE-ZAHL
           MOVE ANZEIGE-ZAHL         TO berichtzeile (33:8)
           PERFORM BERICHTWRITE
           MOVE SPACES TO berichtzeile
           MOVE "Kunden-IDs ohne gespeicherte Daten: "
                                     TO berichtzeile (1:36)
           MOVE IDS-OHNE-DATEN       TO berichtzeile (37:4)
           PERFORM BERICHTWRITE

           MOVE SPACES TO berichtzeile
           IF VERARBEITUNG-OK
             MOVE "Alle Bestaende einschliesslich der Archivdateien"
                  TO berichtzeile
             MOVE " wurden durchsucht." TO berichtzeile (49:)
           ELSE
             MOVE "ACHTUNG: Lauf NICHT vollstaendig abgeschlossen,"
                  TO berichtzeile
             MOVE " Auskunft nicht herausgeben."
                  TO berichtzeile (48:)
           END-IF
           PERFORM BERICHTWRITE

           MOVE SPACES TO berichtzeile
           PERFORM BERICHTWRITE
           MOVE SPACES TO berichtzeile
           MOVE "Geprueft (Datum / Unterschrift):"
                TO berichtzeile
           PERFORM BERICHTWRITE
           MOVE SPACES TO berichtzeile
           MOVE "__________________________________"
                TO berichtzeile
           PERFORM BERICHTWRITE

           .
       BERICHT-SCHLUSS-SCHREIBEN-ENDE.
           EXIT.

       BERICHTWRITE SECTION.
       BERICHTWRITE-ANFANG.
      * Schreibt eine vorbereitete Zeile des Auskunftsberichts.
      * Eine unvollstaendige Auskunft darf nicht als vollstaendig
      * gelten, daher ist ein Schreibfehler hier ein Abbruch.
           WRITE berichtzeile
           IF BERICHTSTATUS NOT = 00
             DISPLAY " ERROR   Fehler beim Schreiben des"
                     " Auskunftsberichts." BERICHTSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF

           .
       BERICHTWRITE-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    Hier werden die Dateien geschlossen und das Ergebnis        *
      *    gemeldet.                                                   *
      *                                                                *
      ******************************************************************

       NACHLAUF SECTION.
       NACHLAUF-ANFANG.

      * Nach einem Abbruch in VORLAUF sind Bericht und Kundenstamm
      * nicht geoeffnet.
           IF BERICHT-OFFEN
             PERFORM BERICHT-SCHLUSS-SCHREIBEN
             CLOSE berichtdatei
             IF KMASTER-DA
               CLOSE kundenmaster
             END-IF
           END-IF

           IF LEERLAUF-NEIN
             DISPLAY " Beantragte Kunden-IDs:       " ANTRAG-ANZAHL
             DISPLAY " Berichtete Eintraege:        " EINTRAEGE-GESAMT
             DISPLAY " Kunden-IDs ohne Daten:       " IDS-OHNE-DATEN
             EVALUATE TRUE
               WHEN VERARBEITUNG-NICHT-OK
                 DISPLAY " ERROR   Datenauskunft NICHT vollstaendig"
                         " erstellt, Bericht nicht herausgeben."
               WHEN ANTRAG-UEBERGANGEN > 0
                 DISPLAY " WARNUNG Datenauskunft erstellt, "
                         ANTRAG-UEBERGANGEN
                         " Antragszeile(n) uebergangen."
               WHEN OTHER
                 DISPLAY " SUCCESS Datenauskunft erstellt."
             END-EVALUATE
           END-IF

           DISPLAY "KundenDatenauskunft wird beendet."

           .
       NACHLAUF-ENDE.
           EXIT.
