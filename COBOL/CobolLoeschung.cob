      **  Suspense, Reject, Zweitpass-Reject, Historie, Export)
      **  und erstellt je Kunden-ID einen Loeschbericht als
      **  Nachweis fuer die Datenschutzbeauftragte.
      **  Bereinigt werden auch die Aenderungsliste ChangeLog.txt
      **  und die von CobolArchivierung ausgelagerten Archivdateien
      **  der Historie, der Aenderungsliste und des Pflegeprotokolls
      **  (laut ArchivIndex.txt); deren Kontrollsatz und Indexeintrag
      **  erhalten die neue Satzanzahl.
      **  Aus dem indexierten Kundenstamm werden nur die beantragten
      **  Kunden-IDs entfernt; eine Satzzahl-Abstimmung gegen die
      **  bereinigte MergeOut.txt sichert das Ergebnis ab,
      **  KMASTERNEUAUFBAU=J oder eine Abweichung fuehren zum
      **  vollstaendigen Neuaufbau.
      **  Nach vollstaendiger Loeschung erhaelt die ChangeLog.txt je
      **  Kunden-ID, die im Bestand oder in der Aenderungsliste
      **  stand, einen "Geloescht"-Vermerk nur mit Kunden-ID und
      **  Laufzeitpunkt, damit die Abnehmer der Aenderungs-
      **  lieferungen (CobolVerteilung) die Loeschung nachvollziehen.
      **
      *****************************************************************
      **  01.09.2026             Erstellername: NOAH WOLFAHRT
           SELECT pflegelogdatei ASSIGN TO
           PFLEGELOGDD
           FILE STATUS IS PFLEGELOGSTATUS.
      * Pflegeauftraege (CobolPflege, Vier-Augen-Prinzip): jeder
      * Auftrag traegt den vollstaendigen Pflegesatz und muss
      * daher ebenfalls bereinigt werden.
           SELECT pflegequeuedatei ASSIGN TO
           PFLEGEQUEUEDD
           FILE STATUS IS PFLEGEQUEUESTATUS.
      * Aenderungsliste (CobolMerge): wird laufuebergreifend
      * fortgeschrieben und traegt je Aenderung das vollstaendige
      * Satzbild (Kunden-ID ab Spalte 12).
           SELECT changelogdatei ASSIGN TO
           CHANGELOGDD
           FILE STATUS IS CHANGELOGSTATUS.
      * Archivindex und Archivdateien (CobolArchivierung): die
      * ausgelagerten Eintraege von Historie, Aenderungsliste und
      * Pflegeprotokoll tragen ebenfalls vollstaendige Satzbilder.
      * Der DD-Name der Archivdateien wird je Datei zur Laufzeit
      * umgesetzt. Das MergeAudit traegt nur Kunden-ID und Aktion
      * und bleibt wie der laufende Bestand unberuehrt.
           SELECT archivindex ASSIGN TO
           ARCHIVINDEXDD
           FILE STATUS IS ARCHIVINDEXSTATUS.
           SELECT historyarchiv ASSIGN TO
           LOESCHARCHIVDD
           FILE STATUS IS ARCHIVSTATUS.
           SELECT changelogarchiv ASSIGN TO
           LOESCHARCHIVDD
           FILE STATUS IS ARCHIVSTATUS.
           SELECT pflegelogarchiv ASSIGN TO
           LOESCHARCHIVDD
           FILE STATUS IS ARCHIVSTATUS.
      * Generationsdateien der MergeOut.txt (.alt1 bis .alt9 sowie
      * .vorrestore, siehe GENERATIONEN-ROTIEREN in
      * CobolAktivierung/CobolReentry und CobolRestore): jede
           SELECT pflegearbeit ASSIGN TO
           LOESCHWORK4DD
           FILE STATUS IS PFLEGEARBEITSTATUS.
           SELECT queuearbeit ASSIGN TO
           LOESCHWORK5DD
           FILE STATUS IS QUEUEARBEITSTATUS.
           SELECT indexarbeit ASSIGN TO
           LOESCHWORK6DD
           FILE STATUS IS INDEXARBEITSTATUS.
      * Indexierter Kundenstamm (siehe CobolMerge): nach der
      * Bereinigung der MergeOut.txt werden die beantragten
      * Kunden-IDs auch dort entfernt (siehe KUNDENMASTER-
      * FORTSCHREIBEN). Dynamischer Zugriff, weil die Satzzahl-
      * Abstimmung den Kundenstamm sequentiell liest.
           SELECT kundenmaster ASSIGN TO
           KMASTERDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS km-kunden-id
           FILE STATUS IS KMASTERSTATUS.
      * Loeschbericht: je Kunden-ID ein Abschnitt mit der Anzahl
           LOESCHBERICHTDD
           FILE STATUS IS BERICHTSTATUS.

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

       DATA DIVISION.
       FILE SECTION.

      * mit Trennzeichen, dann das vollstaendige Satzbild -- die
      * Kunden-ID steht damit ab Spalte 49.
       01  pflegelogzeile           PIC X(156).
       FD  pflegequeuedatei.
      * Ein Pflegeauftrag je Zeile, wie von CobolPflege
      * geschrieben: Auftragsnummer (8) und Status (1), jeweils
      * mit Trennzeichen -- die Kunden-ID steht damit ab Spalte 12.
       01  pflegequeuezeile         PIC X(209).
       FD  changelogdatei.
      * Eine Zeile je Aenderung, wie von CobolMerge geschrieben:
      * Aenderungsart (10) mit Trennzeichen, das Satzbild und der
      * Laufzeitpunkt -- die Kunden-ID steht damit ab Spalte 12.
       01  changelogzeile           PIC X(119).
      * Alternative Sicht fuer die "Geloescht"-Vermerke.
       01  changelog-felder REDEFINES changelogzeile.
           05 cl-art                PIC X(10).
           05 FILLER                PIC X(01).
           05 cl-kunden-id          PIC X(10).
           05 FILLER                PIC X(01).
           05 cl-gueltig            PIC 9(08).
           05 FILLER                PIC X(01).
           05 cl-plz                PIC 9(05).
           05 FILLER                PIC X(68).
           05 FILLER                PIC X(01).
           05 cl-zeitpunkt          PIC 9(14).
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
       FD  changelogarchiv.
       01  changelogarchivzeile     PIC X(119).
       FD  pflegelogarchiv.
       01  pflegelogarchivzeile     PIC X(156).
       FD  exportdatei.
      * Eine Exportzeile; Feldinhalte variabel lang, daher
      * grosszuegig bemessen (wie exportzeile in CobolMerge).
       01  backlogarbeitsatz        PIC X(119).
       FD  pflegearbeit.
       01  pflegearbeitszeile       PIC X(156).
       FD  queuearbeit.
       01  queuearbeitszeile        PIC X(209).
       FD  indexarbeit.
       01  indexarbeitsatz          PIC X(83).
       FD  kundenmaster.
      * Gleicher Aufbau wie mergeoutzeile; nur der Schluessel ist
      * eigens benannt.
       FD  berichtdatei.
       01  berichtzeile             PIC X(80).

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

       WORKING-STORAGE SECTION.

       01  ANTRAGSTATUS            PIC X(02).
       01  EXPORTARBEITSTATUS      PIC X(02).
       01  BACKLOGARBEITSTATUS     PIC X(02).
       01  PFLEGEARBEITSTATUS      PIC X(02).
       01  PFLEGEQUEUESTATUS       PIC X(02).
       01  QUEUEARBEITSTATUS       PIC X(02).
       01  INDEXARBEITSTATUS       PIC X(02).
       01  CHANGELOGSTATUS         PIC X(02).
       01  ARCHIVINDEXSTATUS       PIC X(02).
       01  ARCHIVSTATUS            PIC X(02).
       01  KMASTERSTATUS           PIC X(02).
       01  BERICHTSTATUS           PIC X(02).
       01  LAUFSPERRESTATUS        PIC X(02).
       01  SPERRPROTSTATUS         PIC X(02).

      * Standarddateinamen, die PARAMETER-EINLESEN als DD-Zuweisung
      * hinterlegt, solange die aufrufende JCL/das Start-Skript die
                                   VALUE "LoeschWork3.tmp".
       01  DD-STANDARD-WORK4       PIC X(30)
                                   VALUE "LoeschWork4.tmp".
       01  DD-STANDARD-WORK5       PIC X(30)
                                   VALUE "LoeschWork5.tmp".
       01  DD-STANDARD-WORK6       PIC X(30)
                                   VALUE "LoeschWork6.tmp".
       01  DD-STANDARD-CHANGELOG   PIC X(30)     VALUE "ChangeLog.txt".
       01  DD-STANDARD-INDEX       PIC X(30)
                                   VALUE "ArchivIndex.txt".
       01  DD-STANDARD-QUEUE       PIC X(30)
                                   VALUE "PflegeAuftraege.txt".
       01  DD-STANDARD-KMASTER     PIC X(30)
                                   VALUE "KundenMaster.dat".
       01  DD-STANDARD-BERICHT     PIC X(30)
                                   VALUE "LoeschBericht.txt".
       01  DD-STANDARD-LAUFSPERRE  PIC X(30)
                                   VALUE "Laufsperre.dat".
       01  DD-STANDARD-SPERRPROT   PIC X(30)
                                   VALUE "LaufsperreLog.txt".
       01  DATEINAME-HILFSFELD     PIC X(30).

      * Im Arbeitsspeicher gehaltene Antragstabelle: je beantragter
       01  ANTRAG-TABELLE.
           05 ANTRAG-EINTRAG OCCURS 1000 TIMES.
              10 ANTRAG-TAB-KUNDEN-ID PIC X(10).
              10 ANTRAG-TAB-ANZAHL OCCURS 13 TIMES
                                      PIC 9(05).
       01  ANTRAG-ANZAHL           PIC 9(04)     VALUE 0.

      * Bestandsnamen fuer den Loeschbericht, in der Reihenfolge
      * der DATEI-NUMMER. Spalte 9 fasst alle Generationsdateien
      * der MergeOut.txt (.alt1 bis .alt9 und .vorrestore)
      * zusammen, Spalte 13 alle Archivdateien.
       01  DATEI-NAME-TABELLE.
           05 FILLER               PIC X(20) VALUE "MergeOut.txt".
           05 FILLER               PIC X(20) VALUE "FutureOut.txt".
           05 FILLER               PIC X(20) VALUE "Backlog.dat".
           05 FILLER               PIC X(20) VALUE "MergeOut-Generat.".
           05 FILLER               PIC X(20) VALUE "PflegeLog.txt".
           05 FILLER               PIC X(20)
                                   VALUE "PflegeAuftraege.txt".
           05 FILLER               PIC X(20) VALUE "ChangeLog.txt".
           05 FILLER               PIC X(20) VALUE "Archivdateien".
       01  DATEI-NAME-FELDER REDEFINES DATEI-NAME-TABELLE.
           05 DATEI-NAME           OCCURS 13 TIMES
                                   PIC X(20).

      * Nummer des gerade bereinigten Bestands (Spalte der
       01  BEHALTEN-ANZAHL         PIC 9(08)     VALUE 0.
       01  ENTFERNT-GESAMT         PIC 9(08)     VALUE 0.

      * Fortschreibung des Kundenstamms (siehe KUNDENMASTER-
      * FORTSCHREIBEN): F = beantragte Kunden-IDs entfernt, N =
      * vollstaendiger Neuaufbau erforderlich, V = vollstaendig neu
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
      * Satzzahlen der Abstimmung (Soll = bereinigte MergeOut.txt,
      * Ist = Kundenstamm) und der entfernten Saetze.
       01  KMASTER-SOLL-ANZAHL     PIC 9(08)     VALUE 0.
       01  KMASTER-IST-ANZAHL      PIC 9(08)     VALUE 0.
       01  KMASTER-LOESCH-ANZAHL   PIC 9(08)     VALUE 0.

      * Neue Satzanzahl der Exportdatei fuer die neu geschriebene
      * Schlusszeile.
       01  EXPORT-DATEN-ANZAHL     PIC 9(08)     VALUE 0.

      * Bereinigung der Archivdateien: entfernte Eintraege der
      * gerade bearbeiteten Archivdatei (fuer Kontrollsatz und
      * Indexeintrag), Anzahl bereinigter Archivdateien sowie der
      * Kontrollsatz, dessen Anzahl neu gesetzt wird.
       01  ARCHIV-ENTFERNT         PIC 9(08)     VALUE 0.
       01  ARCHIVDATEIEN-ANZAHL    PIC 9(04)     VALUE 0.
       01  EOF-ARCHIVINDEX         PIC X(01)     VALUE 'N'.
           88 EOFAI-YES                          VALUE 'Y'.
           88 EOFAI-NO                           VALUE 'N'.
       01  ARCHIV-TRAILER.
           05 AT-KENNUNG           PIC X(08).
           05 FILLER               PIC X(01).
           05 AT-ANZAHL            PIC 9(08).
           05 AT-REST              PIC X(18).
       01  EXPORT-TRAILER-DA       PIC X(01)     VALUE 'N'.
           88 TRAILER-VORHANDEN                  VALUE 'J'.
           88 TRAILER-NICHT-VORHANDEN            VALUE 'N'.

      * Laufzeitpunkt fuer die "Geloescht"-Vermerke in der
      * ChangeLog.txt, im Format der uebrigen ChangeLog-Zeilen.
       01  LOESCH-ZEITPUNKT.
           05 LOESCH-DATUM         PIC 9(08)     VALUE 0.
           05 LOESCH-ZEIT          PIC 9(06)     VALUE 0.
       01  VERMERK-ANZAHL          PIC 9(05)     VALUE 0.

      * Fuer den Berichtskopf wird die aktuelle Zeit ausgegeben.
       01  systemdatum.
           05 systemjahr            PIC 9(02).
           88 LEERLAUF-JA                        VALUE 'J'.
           88 LEERLAUF-NEIN                      VALUE 'N'.

      * Laufsperre: Name, unter dem dieser Lauf die Sperre
      * beansprucht, Zeitpunkt der Beanspruchung sowie Inhaber und
      * Zeitpunkt einer vorgefundenen Sperre.
       01  LAUFSPERRE-PROGRAMM     PIC X(16)     VALUE "CobolLoeschung".
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

       STEUERUNG-ENDE.
           STOP RUN.

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

      ******************************************************************
      *                                                                *
      *    Hier werden Anweisungen durchgefuehrt, die am Anfang        *
           SET VERARBEITUNG-OK TO TRUE
           ACCEPT systemdatum  FROM DATE
           ACCEPT systemzeit   FROM TIME
           ACCEPT LOESCH-DATUM FROM DATE YYYYMMDD
           MOVE systemzeit (1:6) TO LOESCH-ZEIT

      * Programmbeginn kommunizieren
           DISPLAY SPACES
      * Dateinamen ggf. ueber Umgebungsvariablen parametrisieren.
           PERFORM PARAMETER-EINLESEN

      * Gemeinsame Laufsperre beanspruchen: haelt ein anderes
      * Programm der Kette sie, wird dieser Lauf abgewiesen, bevor
      * irgendein Bestand beruehrt wird.
           PERFORM LAUFSPERRE-SETZEN
           IF VERARBEITUNG-NICHT-OK
             GO TO VORLAUF-ENDE
           END-IF

      * Antragsdatei laden; ohne Antraege gibt es nichts zu tun.
           PERFORM ANTRAG-LADEN
           IF VERARBEITUNG-NICHT-OK
             DISPLAY DD-STANDARD-WORK4    UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "LOESCHWORK5DD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "LOESCHWORK5DD"      UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-WORK5    UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "LOESCHWORK6DD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "LOESCHWORK6DD"      UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-WORK6    UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "CHANGELOGDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "CHANGELOGDD"        UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-CHANGELOG
                                          UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "ARCHIVINDEXDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "ARCHIVINDEXDD"      UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-INDEX    UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "PFLEGEQUEUEDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "PFLEGEQUEUEDD"      UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-QUEUE    UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "BACKLOGDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY DD-STANDARD-BERICHT  UPON ENVIRONMENT-VALUE
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

      * KMASTERNEUAUFBAU ist kein DD-Name, sondern die Anweisung des
      * Operators, den Kundenstamm statt der Fortschreibung
      * vollstaendig aus der MergeOut.txt neu aufzubauen.
           MOVE SPACES TO KMASTER-NEUAUFBAU
           ACCEPT KMASTER-NEUAUFBAU FROM ENVIRONMENT "KMASTERNEUAUFBAU"
           IF KMASTER-NEUAUFBAU NOT = "J"
             MOVE "N" TO KMASTER-NEUAUFBAU
           END-IF

           .
       PARAMETER-EINLESEN-ENDE.
           EXIT.
           MOVE ANTRAG-HILFSFELD
                TO ANTRAG-TAB-KUNDEN-ID (ANTRAG-ANZAHL)
           MOVE 1 TO DATEI-NUMMER
           PERFORM UNTIL DATEI-NUMMER > 13
             MOVE 0 TO ANTRAG-TAB-ANZAHL (ANTRAG-ANZAHL DATEI-NUMMER)
             ADD 1 TO DATEI-NUMMER
           END-PERFORM
      *                                                                *
      *    In dieser Section wird die wesentliche Programmlogik        *
      *    durchgefuehrt: jeder Bestand wird einzeln bereinigt,        *
      *    zuletzt wird der Kundenstamm fortgeschrieben.               *
      *                                                                *
      ******************************************************************
       VERARBEITUNG SECTION.
             GO TO VERARBEITUNG-ENDE
           END-IF

      * Ebenso die Pflegeauftraege mit ihren Pflegesaetzen.
           PERFORM PFLEGEQUEUE-BEREINIGEN
           IF VERARBEITUNG-NICHT-OK
             GO TO VERARBEITUNG-ENDE
           END-IF

      * Die laufuebergreifend fortgeschriebene Aenderungsliste
      * traegt je Aenderung das vollstaendige Satzbild.
           PERFORM CHANGELOG-BEREINIGEN
           IF VERARBEITUNG-NICHT-OK
             GO TO VERARBEITUNG-ENDE
           END-IF

      * Ebenso die ausgelagerten Archivdateien: was CobolArchivierung
      * aus Historie, Aenderungsliste und Pflegeprotokoll verschoben
      * hat, ist weiterhin ein Datenbestand des Kunden.
           PERFORM ARCHIVE-BEREINIGEN
           IF VERARBEITUNG-NICHT-OK
             GO TO VERARBEITUNG-ENDE
           END-IF

      * Auch die aufgehobenen Generationen der MergeOut.txt
      * muessen bereinigt werden: aus einer ungesaeuberten
      * Generation wuerde eine Ruecksicherung (CobolRestore) die
             GO TO VERARBEITUNG-ENDE
           END-IF

      * Aus dem indexierten Kundenstamm werden die beantragten
      * Kunden-IDs entfernt und das Ergebnis per Satzzahl gegen
      * die bereinigte MergeOut.txt abgestimmt; notfalls wird er
      * wie bisher neu aufgebaut. Anders als in CobolMerge ist ein
      * Fehlschlag hier ein echter Fehler, weil die Loeschung sonst
      * nicht nachweisbar waere.
           PERFORM KUNDENMASTER-FORTSCHREIBEN

      * Erst wenn alle Bestaende bereinigt sind, wird die Loeschung
      * in der Aenderungsliste vermerkt.
           IF VERARBEITUNG-OK
             PERFORM CHANGELOG-VERMERKEN
           END-IF

           .
       VERARBEITUNG-ENDE.
           DISPLAY " " DATEI-NAME (DATEI-NUMMER) ": "
                   GELESEN-ANZAHL " gelesen, "
                   ENTFERNT-ANZAHL " entfernt."
      * Sollwert fuer die Satzzahl-Abstimmung des Kundenstamms.
           MOVE BEHALTEN-ANZAHL TO KMASTER-SOLL-ANZAHL

           .
       MERGEOUT-BEREINIGEN-ENDE.
       PFLEGEARBEITWRITE-ENDE.
           EXIT.

       PFLEGEQUEUE-BEREINIGEN SECTION.
       PFLEGEQUEUE-BEREINIGEN-ANFANG.
      * Bereinigt die Pflegeauftraege (CobolPflege): jeder Auftrag
      * traegt die Kunden-ID ab Spalte 12. Auftraege der
      * beantragten Kunden-IDs werden unabhaengig von ihrem Status
      * entfernt -- ein noch offener Auftrag wuerde den Kunden bei
      * seiner Freigabe sonst wieder anlegen.
           MOVE 11 TO DATEI-NUMMER
           MOVE 0 TO GELESEN-ANZAHL
           MOVE 0 TO ENTFERNT-ANZAHL
           MOVE 0 TO BEHALTEN-ANZAHL

           OPEN INPUT pflegequeuedatei
           IF PFLEGEQUEUESTATUS = 35
             DISPLAY " Kein Bestand " DATEI-NAME (DATEI-NUMMER)
             GO TO PFLEGEQUEUE-BEREINIGEN-ENDE
           END-IF
           IF PFLEGEQUEUESTATUS NOT = 00
             DISPLAY " ERROR   PflegeAuftraege.txt konnte nicht"
                     " gelesen werden." PFLEGEQUEUESTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO PFLEGEQUEUE-BEREINIGEN-ENDE
           END-IF

           OPEN OUTPUT queuearbeit
           IF QUEUEARBEITSTATUS NOT = 00
             DISPLAY " ERROR   Auftrags-Arbeitsdatei konnte nicht"
                     " geoeffnet werden." QUEUEARBEITSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             CLOSE pflegequeuedatei
             GO TO PFLEGEQUEUE-BEREINIGEN-ENDE
           END-IF

           PERFORM UNTIL PFLEGEQUEUESTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ pflegequeuedatei
             IF PFLEGEQUEUESTATUS = 00
               ADD 1 TO GELESEN-ANZAHL
               MOVE pflegequeuezeile (12:10) TO PRUEF-KUNDEN-ID
               PERFORM ANTRAG-SUCHEN
               IF ANTRAG-GEFUNDEN
                 ADD 1 TO ENTFERNT-ANZAHL
                 ADD 1 TO ANTRAG-TAB-ANZAHL
                          (ANTRAG-POSITION DATEI-NUMMER)
               ELSE
                 MOVE pflegequeuezeile TO queuearbeitszeile
                 PERFORM QUEUEARBEITWRITE
                 ADD 1 TO BEHALTEN-ANZAHL
               END-IF
             END-IF
           END-PERFORM
           CLOSE pflegequeuedatei
           CLOSE queuearbeit

           IF VERARBEITUNG-NICHT-OK
             GO TO PFLEGEQUEUE-BEREINIGEN-ENDE
           END-IF

      * Bestand aus der Arbeitsdatei neu schreiben.
           OPEN INPUT queuearbeit
           OPEN OUTPUT pflegequeuedatei
           IF QUEUEARBEITSTATUS NOT = 00
              OR PFLEGEQUEUESTATUS NOT = 00
             DISPLAY " ERROR   PflegeAuftraege.txt konnte nicht neu"
                     " geschrieben werden."
                     QUEUEARBEITSTATUS PFLEGEQUEUESTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO PFLEGEQUEUE-BEREINIGEN-ENDE
           END-IF
           PERFORM UNTIL QUEUEARBEITSTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ queuearbeit
             IF QUEUEARBEITSTATUS = 00
               MOVE queuearbeitszeile TO pflegequeuezeile
               WRITE pflegequeuezeile
               IF PFLEGEQUEUESTATUS NOT = 00
                 DISPLAY "Fehler beim Schreiben der "
                         "Pflegeauftraege." PFLEGEQUEUESTATUS
                 SET VERARBEITUNG-NICHT-OK TO TRUE
               END-IF
             END-IF
           END-PERFORM
           CLOSE queuearbeit
           CLOSE pflegequeuedatei

           ADD ENTFERNT-ANZAHL TO ENTFERNT-GESAMT
           DISPLAY " " DATEI-NAME (DATEI-NUMMER) ": "
                   GELESEN-ANZAHL " gelesen, "
                   ENTFERNT-ANZAHL " entfernt."

           .
       PFLEGEQUEUE-BEREINIGEN-ENDE.
           EXIT.

       QUEUEARBEITWRITE SECTION.
       QUEUEARBEITWRITE-ANFANG.
      * Schreibt einen behaltenen Pflegeauftrag in die
      * Auftrags-Arbeitsdatei.
           WRITE queuearbeitszeile
           IF QUEUEARBEITSTATUS NOT = 00
             DISPLAY "Fehler beim Schreiben der "
                     "Auftrags-Arbeitsdatei." QUEUEARBEITSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF

           .
       QUEUEARBEITWRITE-ENDE.
           EXIT.

       CHANGELOG-BEREINIGEN SECTION.
       CHANGELOG-BEREINIGEN-ANFANG.
      * Bereinigt die Aenderungsliste (CobolMerge): jede Zeile
      * traegt hinter der Aenderungsart das vollstaendige Satzbild,
      * dessen Kunden-ID ab Spalte 12 steht. Als Arbeitsdatei dient
      * die der gleich langen Backlog-Saetze.
           MOVE 12 TO DATEI-NUMMER
           MOVE 0 TO GELESEN-ANZAHL
           MOVE 0 TO ENTFERNT-ANZAHL
           MOVE 0 TO BEHALTEN-ANZAHL

           OPEN INPUT changelogdatei
           IF CHANGELOGSTATUS = 35
             DISPLAY " Kein Bestand " DATEI-NAME (DATEI-NUMMER)
             GO TO CHANGELOG-BEREINIGEN-ENDE
           END-IF
           IF CHANGELOGSTATUS NOT = 00
             DISPLAY " ERROR   ChangeLog.txt konnte nicht gelesen"
                     " werden." CHANGELOGSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO CHANGELOG-BEREINIGEN-ENDE
           END-IF

           OPEN OUTPUT backlogarbeit
           IF BACKLOGARBEITSTATUS NOT = 00
             DISPLAY " ERROR   Changelog-Arbeitsdatei konnte nicht"
                     " geoeffnet werden." BACKLOGARBEITSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             CLOSE changelogdatei
             GO TO CHANGELOG-BEREINIGEN-ENDE
           END-IF

           PERFORM UNTIL CHANGELOGSTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ changelogdatei
             IF CHANGELOGSTATUS = 00
               ADD 1 TO GELESEN-ANZAHL
               MOVE changelogzeile (12:10) TO PRUEF-KUNDEN-ID
               PERFORM ANTRAG-SUCHEN
               IF ANTRAG-GEFUNDEN
                 ADD 1 TO ENTFERNT-ANZAHL
                 ADD 1 TO ANTRAG-TAB-ANZAHL
                          (ANTRAG-POSITION DATEI-NUMMER)
               ELSE
                 MOVE changelogzeile TO backlogarbeitsatz
                 PERFORM BACKLOGARBEITWRITE
                 ADD 1 TO BEHALTEN-ANZAHL
               END-IF
             END-IF
           END-PERFORM
           CLOSE changelogdatei
           CLOSE backlogarbeit

           IF VERARBEITUNG-NICHT-OK
             GO TO CHANGELOG-BEREINIGEN-ENDE
           END-IF

      * Bestand aus der Arbeitsdatei neu schreiben.
           OPEN INPUT backlogarbeit
           OPEN OUTPUT changelogdatei
           IF BACKLOGARBEITSTATUS NOT = 00 OR CHANGELOGSTATUS NOT = 00
             DISPLAY " ERROR   ChangeLog.txt konnte nicht neu"
                     " geschrieben werden."
                     BACKLOGARBEITSTATUS CHANGELOGSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO CHANGELOG-BEREINIGEN-ENDE
           END-IF
           PERFORM UNTIL BACKLOGARBEITSTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ backlogarbeit
             IF BACKLOGARBEITSTATUS = 00
               MOVE backlogarbeitsatz TO changelogzeile
               WRITE changelogzeile
               IF CHANGELOGSTATUS NOT = 00
                 DISPLAY "Fehler beim Schreiben der "
                         "Aenderungsliste." CHANGELOGSTATUS
                 SET VERARBEITUNG-NICHT-OK TO TRUE
               END-IF
             END-IF
           END-PERFORM
           CLOSE backlogarbeit
           CLOSE changelogdatei

           ADD ENTFERNT-ANZAHL TO ENTFERNT-GESAMT
           DISPLAY " " DATEI-NAME (DATEI-NUMMER) ": "
                   GELESEN-ANZAHL " gelesen, "
                   ENTFERNT-ANZAHL " entfernt."

           .
       CHANGELOG-BEREINIGEN-ENDE.
           EXIT.

       CHANGELOG-VERMERKEN SECTION.
       CHANGELOG-VERMERKEN-ANFANG.
      * Haengt je geloeschter Kunden-ID einen "Geloescht"-Vermerk an
      * die ChangeLog.txt an -- aber nur fuer Kunden, die im Bestand
      * (MergeOut.txt) oder in der Aenderungsliste standen und damit
      * an die Abnehmer geliefert worden sein koennen. Der Vermerk
      * traegt ausser der Kunden-ID und dem Laufzeitpunkt keine
      * Kundendaten. Wie in CobolMerge fuehrt ein Schreibfehler nur
      * zu einer Warnung; die Loeschung selbst ist vollstaendig.
           MOVE 0 TO VERMERK-ANZAHL

           OPEN EXTEND changelogdatei
           IF CHANGELOGSTATUS = 35
             OPEN OUTPUT changelogdatei
           END-IF
           IF CHANGELOGSTATUS NOT = 00
             DISPLAY " WARNUNG Loeschvermerke konnten nicht in die"
                     " ChangeLog.txt geschrieben werden."
                     CHANGELOGSTATUS
             GO TO CHANGELOG-VERMERKEN-ENDE
           END-IF

           MOVE 0 TO ANTRAG-POSITION
           PERFORM UNTIL ANTRAG-POSITION >= ANTRAG-ANZAHL
                       OR CHANGELOGSTATUS NOT = 00
             ADD 1 TO ANTRAG-POSITION
             IF ANTRAG-TAB-ANZAHL (ANTRAG-POSITION 1) > 0
               OR ANTRAG-TAB-ANZAHL (ANTRAG-POSITION 12) > 0
               MOVE SPACES           TO changelogzeile
               MOVE "Geloescht"      TO cl-art
               MOVE ANTRAG-TAB-KUNDEN-ID (ANTRAG-POSITION)
                                     TO cl-kunden-id
               MOVE 0                TO cl-gueltig
               MOVE 0                TO cl-plz
               MOVE LOESCH-ZEITPUNKT TO cl-zeitpunkt
               WRITE changelogzeile
               IF CHANGELOGSTATUS = 00
                 ADD 1 TO VERMERK-ANZAHL
               ELSE
                 DISPLAY " WARNUNG Fehler beim Schreiben der"
                         " Loeschvermerke." CHANGELOGSTATUS
               END-IF
             END-IF
           END-PERFORM
           CLOSE changelogdatei

           DISPLAY " Loeschvermerke in ChangeLog.txt: "
                   VERMERK-ANZAHL "."

           .
       CHANGELOG-VERMERKEN-ENDE.
           EXIT.

       ARCHIVE-BEREINIGEN SECTION.
       ARCHIVE-BEREINIGEN-ANFANG.
      * Bereinigt alle im Archivindex verzeichneten Archivdateien
      * der Historie, der Aenderungsliste und des Pflegeprotokolls.
      * Der Index wird ueber eine Arbeitsdatei mit den verminderten
      * Anzahlen neu geschrieben. Ohne Index gibt es keine Archive.
           MOVE 13 TO DATEI-NUMMER
           MOVE 0 TO GELESEN-ANZAHL
           MOVE 0 TO ENTFERNT-ANZAHL
           MOVE 0 TO ARCHIVDATEIEN-ANZAHL

           OPEN INPUT archivindex
           IF ARCHIVINDEXSTATUS = 35
             DISPLAY " Kein Bestand " DATEI-NAME (DATEI-NUMMER)
             GO TO ARCHIVE-BEREINIGEN-ENDE
           END-IF
           IF ARCHIVINDEXSTATUS NOT = 00
             DISPLAY " ERROR   ArchivIndex.txt konnte nicht gelesen"
                     " werden." ARCHIVINDEXSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO ARCHIVE-BEREINIGEN-ENDE
           END-IF

           OPEN OUTPUT indexarbeit
           IF INDEXARBEITSTATUS NOT = 00
             DISPLAY " ERROR   Index-Arbeitsdatei konnte nicht"
                     " geoeffnet werden." INDEXARBEITSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             CLOSE archivindex
             GO TO ARCHIVE-BEREINIGEN-ENDE
           END-IF

           SET EOFAI-NO TO TRUE
           PERFORM UNTIL EOFAI-YES
                       OR VERARBEITUNG-NICHT-OK
             READ archivindex
               AT END
                 SET EOFAI-YES TO TRUE
               NOT AT END
                 MOVE 0 TO ARCHIV-ENTFERNT
                 EVALUATE ai-art
                   WHEN "HISTORIE"
                     PERFORM HISTORIE-ARCHIV-BEREINIGEN
                   WHEN "CHANGELOG"
                     PERFORM CHANGELOG-ARCHIV-BEREINIGEN
                   WHEN "PFLEGELOG"
                     PERFORM PFLEGELOG-ARCHIV-BEREINIGEN
                 END-EVALUATE
                 IF ai-anzahl NUMERIC
                    AND ai-anzahl NOT < ARCHIV-ENTFERNT
                   SUBTRACT ARCHIV-ENTFERNT FROM ai-anzahl
                 END-IF
                 MOVE archivindex-satz TO indexarbeitsatz
                 WRITE indexarbeitsatz
                 IF INDEXARBEITSTATUS NOT = 00
                   DISPLAY "Fehler beim Schreiben der "
                           "Index-Arbeitsdatei." INDEXARBEITSTATUS
                   SET VERARBEITUNG-NICHT-OK TO TRUE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE archivindex
           CLOSE indexarbeit

           IF VERARBEITUNG-NICHT-OK OR ENTFERNT-ANZAHL = 0
             GO TO ARCHIVE-BEREINIGEN-MELDEN
           END-IF

      * Index aus der Arbeitsdatei neu schreiben.
           OPEN INPUT indexarbeit
           OPEN OUTPUT archivindex
           IF INDEXARBEITSTATUS NOT = 00 OR ARCHIVINDEXSTATUS NOT = 00
             DISPLAY " ERROR   ArchivIndex.txt konnte nicht neu"
                     " geschrieben werden."
                     INDEXARBEITSTATUS ARCHIVINDEXSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO ARCHIVE-BEREINIGEN-MELDEN
           END-IF
           PERFORM UNTIL INDEXARBEITSTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ indexarbeit
             IF INDEXARBEITSTATUS = 00
               MOVE indexarbeitsatz TO archivindex-satz
               WRITE archivindex-satz
               IF ARCHIVINDEXSTATUS NOT = 00
                 DISPLAY "Fehler beim Schreiben des "
                         "Archivindex." ARCHIVINDEXSTATUS
                 SET VERARBEITUNG-NICHT-OK TO TRUE
               END-IF
             END-IF
           END-PERFORM
           CLOSE indexarbeit
           CLOSE archivindex

           .
       ARCHIVE-BEREINIGEN-MELDEN.
           ADD ENTFERNT-ANZAHL TO ENTFERNT-GESAMT
           DISPLAY " " DATEI-NAME (DATEI-NUMMER) ": "
                   ARCHIVDATEIEN-ANZAHL " Dateien, "
                   GELESEN-ANZAHL " gelesen, "
                   ENTFERNT-ANZAHL " entfernt."

           .
       ARCHIVE-BEREINIGEN-ENDE.
           EXIT.

       HISTORIE-ARCHIV-BEREINIGEN SECTION.
       HISTORIE-ARCHIV-BEREINIGEN-ANFANG.
      * Bereinigt die Historien-Archivdatei aus dem aktuellen
      * Indexeintrag (Kunden-ID ab Spalte 1). Der Kontrollsatz am
      * Dateiende erhaelt die um die entfernten Eintraege
      * verminderte Anzahl; ohne Treffer bleibt die Datei
      * unveraendert.
           DISPLAY "LOESCHARCHIVDD"  UPON ENVIRONMENT-NAME
           DISPLAY ai-datei          UPON ENVIRONMENT-VALUE

           OPEN INPUT historyarchiv
           IF ARCHIVSTATUS = 35
             DISPLAY " WARNUNG Archivdatei fehlt: " ai-datei
             GO TO HISTORIE-ARCHIV-BEREINIGEN-ENDE
           END-IF
           IF ARCHIVSTATUS NOT = 00
             DISPLAY " ERROR   Archivdatei konnte nicht gelesen"
                     " werden: " ai-datei " " ARCHIVSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO HISTORIE-ARCHIV-BEREINIGEN-ENDE
           END-IF

           OPEN OUTPUT arbeitdatei
           IF ARBEITSTATUS NOT = 00
             DISPLAY " ERROR   Arbeitsdatei konnte nicht geoeffnet"
                     " werden." ARBEITSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             CLOSE historyarchiv
             GO TO HISTORIE-ARCHIV-BEREINIGEN-ENDE
           END-IF

           ADD 1 TO ARCHIVDATEIEN-ANZAHL
           PERFORM UNTIL ARCHIVSTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ historyarchiv
             IF ARCHIVSTATUS = 00
               MOVE historyarchivzeile TO arbeitzeile
               IF historyarchivzeile (1:8) = "*ARCHIV*"
      * Der Kontrollsatz steht zuletzt; die entfernten Eintraege
      * sind damit vollstaendig gezaehlt.
                 MOVE historyarchivzeile (1:35) TO ARCHIV-TRAILER
                 IF AT-ANZAHL NUMERIC
                    AND AT-ANZAHL NOT < ARCHIV-ENTFERNT
                   SUBTRACT ARCHIV-ENTFERNT FROM AT-ANZAHL
                 END-IF
                 MOVE ARCHIV-TRAILER TO arbeitzeile (1:35)
                 PERFORM ARBEITWRITE
               ELSE
                 ADD 1 TO GELESEN-ANZAHL
                 MOVE historyarchivzeile (1:10) TO PRUEF-KUNDEN-ID
                 PERFORM ANTRAG-SUCHEN
                 IF ANTRAG-GEFUNDEN
                   ADD 1 TO ENTFERNT-ANZAHL
                   ADD 1 TO ARCHIV-ENTFERNT
                   ADD 1 TO ANTRAG-TAB-ANZAHL
                            (ANTRAG-POSITION DATEI-NUMMER)
                 ELSE
                   PERFORM ARBEITWRITE
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           CLOSE historyarchiv
           CLOSE arbeitdatei

           IF VERARBEITUNG-NICHT-OK OR ARCHIV-ENTFERNT = 0
             GO TO HISTORIE-ARCHIV-BEREINIGEN-ENDE
           END-IF

      * Archivdatei aus der Arbeitsdatei neu schreiben.
           OPEN INPUT arbeitdatei
           OPEN OUTPUT historyarchiv
           IF ARBEITSTATUS NOT = 00 OR ARCHIVSTATUS NOT = 00
             DISPLAY " ERROR   Archivdatei konnte nicht neu"
                     " geschrieben werden: " ai-datei
                     " " ARBEITSTATUS ARCHIVSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO HISTORIE-ARCHIV-BEREINIGEN-ENDE
           END-IF
           PERFORM UNTIL ARBEITSTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ arbeitdatei
             IF ARBEITSTATUS = 00
               MOVE arbeitzeile TO historyarchivzeile
               WRITE historyarchivzeile
               IF ARCHIVSTATUS NOT = 00
                 DISPLAY "Fehler beim Schreiben der "
                         "Archivdatei." ARCHIVSTATUS
                 SET VERARBEITUNG-NICHT-OK TO TRUE
               END-IF
             END-IF
           END-PERFORM
           CLOSE arbeitdatei
           CLOSE historyarchiv

           .
       HISTORIE-ARCHIV-BEREINIGEN-ENDE.
           EXIT.

       CHANGELOG-ARCHIV-BEREINIGEN SECTION.
       CHANGELOG-ARCHIV-BEREINIGEN-ANFANG.
      * Bereinigt die Changelog-Archivdatei aus dem aktuellen
      * Indexeintrag (Kunden-ID ab Spalte 12). Der Kontrollsatz am
      * Dateiende erhaelt die um die entfernten Eintraege
      * verminderte Anzahl; ohne Treffer bleibt die Datei
      * unveraendert.
           DISPLAY "LOESCHARCHIVDD"  UPON ENVIRONMENT-NAME
           DISPLAY ai-datei          UPON ENVIRONMENT-VALUE

           OPEN INPUT changelogarchiv
           IF ARCHIVSTATUS = 35
             DISPLAY " WARNUNG Archivdatei fehlt: " ai-datei
             GO TO CHANGELOG-ARCHIV-BEREINIGEN-ENDE
           END-IF
           IF ARCHIVSTATUS NOT = 00
             DISPLAY " ERROR   Archivdatei konnte nicht gelesen"
                     " werden: " ai-datei " " ARCHIVSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO CHANGELOG-ARCHIV-BEREINIGEN-ENDE
           END-IF

           OPEN OUTPUT backlogarbeit
           IF BACKLOGARBEITSTATUS NOT = 00
             DISPLAY " ERROR   Arbeitsdatei konnte nicht geoeffnet"
                     " werden." BACKLOGARBEITSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             CLOSE changelogarchiv
             GO TO CHANGELOG-ARCHIV-BEREINIGEN-ENDE
           END-IF

           ADD 1 TO ARCHIVDATEIEN-ANZAHL
           PERFORM UNTIL ARCHIVSTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ changelogarchiv
             IF ARCHIVSTATUS = 00
               MOVE changelogarchivzeile TO backlogarbeitsatz
               IF changelogarchivzeile (1:8) = "*ARCHIV*"
      * Der Kontrollsatz steht zuletzt; die entfernten Eintraege
      * sind damit vollstaendig gezaehlt.
                 MOVE changelogarchivzeile (1:35) TO ARCHIV-TRAILER
                 IF AT-ANZAHL NUMERIC
                    AND AT-ANZAHL NOT < ARCHIV-ENTFERNT
                   SUBTRACT ARCHIV-ENTFERNT FROM AT-ANZAHL
                 END-IF
                 MOVE ARCHIV-TRAILER TO backlogarbeitsatz (1:35)
                 PERFORM BACKLOGARBEITWRITE
               ELSE
                 ADD 1 TO GELESEN-ANZAHL
                 MOVE changelogarchivzeile (12:10) TO PRUEF-KUNDEN-ID
                 PERFORM ANTRAG-SUCHEN
                 IF ANTRAG-GEFUNDEN
                   ADD 1 TO ENTFERNT-ANZAHL
                   ADD 1 TO ARCHIV-ENTFERNT
                   ADD 1 TO ANTRAG-TAB-ANZAHL
                            (ANTRAG-POSITION DATEI-NUMMER)
                 ELSE
                   PERFORM BACKLOGARBEITWRITE
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           CLOSE changelogarchiv
           CLOSE backlogarbeit

           IF VERARBEITUNG-NICHT-OK OR ARCHIV-ENTFERNT = 0
             GO TO CHANGELOG-ARCHIV-BEREINIGEN-ENDE
           END-IF

      * Archivdatei aus der Arbeitsdatei neu schreiben.
           OPEN INPUT backlogarbeit
           OPEN OUTPUT changelogarchiv
           IF BACKLOGARBEITSTATUS NOT = 00 OR ARCHIVSTATUS NOT = 00
             DISPLAY " ERROR   Archivdatei konnte nicht neu"
                     " geschrieben werden: " ai-datei
                     " " BACKLOGARBEITSTATUS ARCHIVSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO CHANGELOG-ARCHIV-BEREINIGEN-ENDE
           END-IF
           PERFORM UNTIL BACKLOGARBEITSTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ backlogarbeit
             IF BACKLOGARBEITSTATUS = 00
               MOVE backlogarbeitsatz TO changelogarchivzeile
               WRITE changelogarchivzeile
               IF ARCHIVSTATUS NOT = 00
                 DISPLAY "Fehler beim Schreiben der "
                         "Archivdatei." ARCHIVSTATUS
                 SET VERARBEITUNG-NICHT-OK TO TRUE
               END-IF
             END-IF
           END-PERFORM
           CLOSE backlogarbeit
           CLOSE changelogarchiv

           .
       CHANGELOG-ARCHIV-BEREINIGEN-ENDE.
           EXIT.

       PFLEGELOG-ARCHIV-BEREINIGEN SECTION.
       PFLEGELOG-ARCHIV-BEREINIGEN-ANFANG.
      * Bereinigt die Pflegelog-Archivdatei aus dem aktuellen
      * Indexeintrag (Kunden-ID ab Spalte 49). Der Kontrollsatz am
      * Dateiende erhaelt die um die entfernten Eintraege
      * verminderte Anzahl; ohne Treffer bleibt die Datei
      * unveraendert.
           DISPLAY "LOESCHARCHIVDD"  UPON ENVIRONMENT-NAME
           DISPLAY ai-datei          UPON ENVIRONMENT-VALUE

           OPEN INPUT pflegelogarchiv
           IF ARCHIVSTATUS = 35
             DISPLAY " WARNUNG Archivdatei fehlt: " ai-datei
             GO TO PFLEGELOG-ARCHIV-BEREINIGEN-ENDE
           END-IF
           IF ARCHIVSTATUS NOT = 00
             DISPLAY " ERROR   Archivdatei konnte nicht gelesen"
                     " werden: " ai-datei " " ARCHIVSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO PFLEGELOG-ARCHIV-BEREINIGEN-ENDE
           END-IF

           OPEN OUTPUT pflegearbeit
           IF PFLEGEARBEITSTATUS NOT = 00
             DISPLAY " ERROR   Arbeitsdatei konnte nicht geoeffnet"
                     " werden." PFLEGEARBEITSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             CLOSE pflegelogarchiv
             GO TO PFLEGELOG-ARCHIV-BEREINIGEN-ENDE
           END-IF

           ADD 1 TO ARCHIVDATEIEN-ANZAHL
           PERFORM UNTIL ARCHIVSTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ pflegelogarchiv
             IF ARCHIVSTATUS = 00
               MOVE pflegelogarchivzeile TO pflegearbeitszeile
               IF pflegelogarchivzeile (1:8) = "*ARCHIV*"
      * Der Kontrollsatz steht zuletzt; die entfernten Eintraege
      * sind damit vollstaendig gezaehlt.
                 MOVE pflegelogarchivzeile (1:35) TO ARCHIV-TRAILER
                 IF AT-ANZAHL NUMERIC
                    AND AT-ANZAHL NOT < ARCHIV-ENTFERNT
                   SUBTRACT ARCHIV-ENTFERNT FROM AT-ANZAHL
                 END-IF
                 MOVE ARCHIV-TRAILER TO pflegearbeitszeile (1:35)
                 PERFORM PFLEGEARBEITWRITE
               ELSE
                 ADD 1 TO GELESEN-ANZAHL
                 MOVE pflegelogarchivzeile (49:10) TO PRUEF-KUNDEN-ID
                 PERFORM ANTRAG-SUCHEN
                 IF ANTRAG-GEFUNDEN
                   ADD 1 TO ENTFERNT-ANZAHL
                   ADD 1 TO ARCHIV-ENTFERNT
                   ADD 1 TO ANTRAG-TAB-ANZAHL
                            (ANTRAG-POSITION DATEI-NUMMER)
                 ELSE
                   PERFORM PFLEGEARBEITWRITE
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           CLOSE pflegelogarchiv
           CLOSE pflegearbeit

           IF VERARBEITUNG-NICHT-OK OR ARCHIV-ENTFERNT = 0
             GO TO PFLEGELOG-ARCHIV-BEREINIGEN-ENDE
           END-IF

      * Archivdatei aus der Arbeitsdatei neu schreiben.
           OPEN INPUT pflegearbeit
           OPEN OUTPUT pflegelogarchiv
           IF PFLEGEARBEITSTATUS NOT = 00 OR ARCHIVSTATUS NOT = 00
             DISPLAY " ERROR   Archivdatei konnte nicht neu"
                     " geschrieben werden: " ai-datei
                     " " PFLEGEARBEITSTATUS ARCHIVSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO PFLEGELOG-ARCHIV-BEREINIGEN-ENDE
           END-IF
           PERFORM UNTIL PFLEGEARBEITSTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ pflegearbeit
             IF PFLEGEARBEITSTATUS = 00
               MOVE pflegearbeitszeile TO pflegelogarchivzeile
               WRITE pflegelogarchivzeile
               IF ARCHIVSTATUS NOT = 00
                 DISPLAY "Fehler beim Schreiben der "
                         "Archivdatei." ARCHIVSTATUS
                 SET VERARBEITUNG-NICHT-OK TO TRUE
               END-IF
             END-IF
           END-PERFORM
           CLOSE pflegearbeit
           CLOSE pflegelogarchiv

           .
       PFLEGELOG-ARCHIV-BEREINIGEN-ENDE.
           EXIT.

       GENERATIONEN-BEREINIGEN SECTION.
       GENERATIONEN-BEREINIGEN-ANFANG.
      * Bereinigt alle vorhandenen Generationsdateien der
       EXPORTARBEITWRITE-ENDE.
           EXIT.

       KUNDENMASTER-FORTSCHREIBEN SECTION.
       KUNDENMASTER-FORTSCHREIBEN-ANFANG.
      * Bringt den indexierten Kundenstamm auf den Stand der soeben
      * bereinigten MergeOut.txt. Entfernt werden dort nur die
      * beantragten Kunden-IDs (siehe KUNDENMASTER-AENDERUNGEN);
      * anschliessend muessen Kundenstamm und MergeOut.txt gleich
      * viele Saetze enthalten.
      * Mit KMASTERNEUAUFBAU=J, nach einem Fehler beim Fortschreiben
      * oder bei abweichender Satzzahl wird der Kundenstamm wie
      * bisher vollstaendig aus der MergeOut.txt neu aufgebaut.
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
             PERFORM KUNDENMASTER-NEU-AUFBAUEN
             SET KMASTER-NEU-AUFGEBAUT TO TRUE
             IF VERARBEITUNG-OK
               PERFORM KUNDENMASTER-ABSTIMMEN
             END-IF
           END-IF

           .
       KUNDENMASTER-FORTSCHREIBEN-ENDE.
           EXIT.

       KUNDENMASTER-AENDERUNGEN SECTION.
       KUNDENMASTER-AENDERUNGEN-ANFANG.
      * Entfernt jede beantragte Kunden-ID aus dem bestehenden
      * Kundenstamm, auch wenn sie in der MergeOut.txt nicht mehr
      * stand. Laesst sich der Kundenstamm nicht fortschreiben
      * (z. B. noch nicht vorhanden), wird der vollstaendige
      * Neuaufbau angefordert.
           SET KMASTER-NEUAUFBAU-NOETIG TO TRUE
           MOVE 0 TO KMASTER-LOESCH-ANZAHL

           OPEN I-O kundenmaster
           IF KMASTERSTATUS NOT = 00
             DISPLAY " WARNUNG Kundenstamm konnte nicht zum"
                     " Fortschreiben geoeffnet werden." KMASTERSTATUS
             GO TO KUNDENMASTER-AENDERUNGEN-ENDE
           END-IF

           SET KMASTER-FORTGESCHRIEBEN TO TRUE
           MOVE 1 TO ANTRAG-POSITION
           PERFORM UNTIL ANTRAG-POSITION > ANTRAG-ANZAHL
                       OR KMASTER-NEUAUFBAU-NOETIG
             MOVE ANTRAG-TAB-KUNDEN-ID (ANTRAG-POSITION)
                  TO km-kunden-id
             PERFORM KUNDENMASTER-LOESCHEN
             ADD 1 TO ANTRAG-POSITION
           END-PERFORM
           CLOSE kundenmaster

           IF KMASTER-FORTGESCHRIEBEN
             DISPLAY " Kundenstamm fortgeschrieben: "
                     KMASTER-LOESCH-ANZAHL " Saetze entfernt."
           END-IF

           .
       KUNDENMASTER-AENDERUNGEN-ENDE.
           EXIT.

       KUNDENMASTER-LOESCHEN SECTION.
       KUNDENMASTER-LOESCHEN-ANFANG.
      * Entfernt die in km-kunden-id gestellte Kunden-ID aus dem
      * Kundenstamm. Fehlt sie dort bereits (Dateistatus 23), ist
      * das Ziel erreicht; jeder andere Fehler fordert den
      * vollstaendigen Neuaufbau an.
           DELETE kundenmaster RECORD
           EVALUATE KMASTERSTATUS
             WHEN 00
               ADD 1 TO KMASTER-LOESCH-ANZAHL
             WHEN 23
               CONTINUE
             WHEN OTHER
               DISPLAY " WARNUNG Fehler beim Entfernen aus dem"
                       " Kundenstamm, Kunden-ID " km-kunden-id ": "
                       KMASTERSTATUS
               SET KMASTER-NEUAUFBAU-NOETIG TO TRUE
           END-EVALUATE

           .
       KUNDENMASTER-LOESCHEN-ENDE.
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
             DISPLAY " ERROR   Kundenstamm weicht auch nach dem"
                     " Neuaufbau von der MergeOut.txt ab."
             SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF

           .
       KUNDENMASTER-ABSTIMMEN-ENDE.
           EXIT.

       KUNDENMASTER-NEU-AUFBAUEN SECTION.
       KUNDENMASTER-NEU-AUFBAUEN-ANFANG.
      * Baut den indexierten Kundenstamm aus der bereinigten

      * Gestufter Return-Code fuer den Scheduler: 0 = sauberer
      * Lauf (auch ein Lauf ohne Antraege), 8 = unvollstaendige
      * Loeschung -- die darf der Scheduler nie als Erfolg werten,
      * 20 = nicht gestartet, weil die Laufsperre belegt war.
           EVALUATE TRUE
             WHEN LAUFSPERRE-BELEGT
               DISPLAY " ERROR   Loeschlauf nicht gestartet,"
                       " Laufsperre belegt."
               MOVE 20 TO RETURN-CODE
             WHEN LEERLAUF-JA
               MOVE 0 TO RETURN-CODE
             WHEN VERARBEITUNG-OK
               MOVE 8 TO RETURN-CODE
           END-EVALUATE

           PERFORM LAUFSPERRE-FREIGEBEN

           DISPLAY "KundenLoeschung wird beendet."

           .

           MOVE 0 TO BERICHT-ID-SUMME
           MOVE 1 TO BERICHT-DATEI-NUMMER
           PERFORM UNTIL BERICHT-DATEI-NUMMER > 13
             MOVE SPACES TO berichtzeile
             MOVE "  "               TO berichtzeile (1:2)
             MOVE DATEI-NAME (BERICHT-DATEI-NUMMER)
