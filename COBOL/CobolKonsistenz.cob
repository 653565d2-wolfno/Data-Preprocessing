       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CobolKonsistenz.
      *****************************************************************
      **
      **  Bestandsuebergreifende Konsistenzpruefung: gleicht nach
      **  den Laeufen von CobolMerge, CobolAktivierung,
      **  CobolReentry, CobolPflege, CobolLoeschung und
      **  CobolRestore die Bestaende MergeOut.txt, KundenMaster.dat,
      **  FutureOut.txt, KundenHistorie.txt und Backlog.dat
      **  gegeneinander ab und meldet jede gefundene Unstimmigkeit
      **  im Konsistenzbericht: Kunden-IDs nur in MergeOut oder nur
      **  im Kundenstamm, abweichende Saetze, mehrfache aktuelle
      **  Versionen, verpasste Aktivierungen, Historienversionen
      **  juenger als die aktuelle Version und Rueckstandsposten
      **  ohne jeden Bestand. Historienversionen, die
      **  CobolKonsolidierung beim Zusammenlegen unter der
      **  ueberlebenden Kunden-ID abgelegt hat (laut
      **  KundenXref.txt), duerfen juenger sein als deren aktuelle
      **  Version; sie werden nur gezaehlt und in der
      **  Zusammenfassung ausgewiesen. Der gestufte Return-Code
      **  erlaubt dem Scheduler, die Kette anzuhalten. Die Pruefung
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
      * dateinamen als Vorgabe.
           SELECT mergeout ASSIGN TO
           MERGEOUTDD
           FILE STATUS IS MERGEOUTSTATUS.
      * Indexierter Kundenstamm: im Abgleich mit MergeOut
      * sequentiell in Schluesselfolge gelesen, danach fuer die
      * Historien- und Rueckstandspruefung direkt ueber die
      * Kunden-ID (wie in CobolAuskunft).
           SELECT kundenmaster ASSIGN TO
           KMASTERDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS km-kunden-id
           FILE STATUS IS KMASTERSTATUS.
           SELECT futureout ASSIGN TO
           FUTUREOUTDD
           FILE STATUS IS FUTUREOUTSTATUS.
      * Historiendatei der verdraengten Versionen (geschrieben von
      * CobolMerge/CobolAktivierung/CobolReentry/
      * CobolKonsolidierung).
           SELECT historydatei ASSIGN TO
           HISTORYDD
           FILE STATUS IS HISTORYSTATUS.
      * Querverweis der stillgelegten Kunden-IDs aus
      * CobolKonsolidierung, optional: nennt die ueberlebenden
      * Kunden-IDs, unter denen zusammengelegte Versionen in der
      * Historie stehen (siehe HISTORIE-VERSION-PRUEFEN).
           SELECT kundenxref ASSIGN TO
           KUNDENXREFDD
           FILE STATUS IS KUNDENXREFSTATUS.
      * Rueckstandsbestand aus CobolBacklog und die drei
      * Rueckstandsdateien, in denen ein offener Posten noch
      * stehen darf.
           SELECT backlogdatei ASSIGN TO
           BACKLOGDD
           FILE STATUS IS BACKLOGSTATUS.
           SELECT suspensedatei ASSIGN TO
           SUSPENSEDD
           FILE STATUS IS SUSPENSESTATUS.
           SELECT rejectdatei ASSIGN TO
           REJECTOUTDD
           FILE STATUS IS REJECTSTATUS.
           SELECT reject2datei ASSIGN TO
           REJECT2DD
           FILE STATUS IS REJECT2STATUS.
      * Konsistenzbericht: eine Zeile je Befund, am Ende die
      * Zusammenfassung je Befundart.
           SELECT berichtdatei ASSIGN TO
           KONSISTENZDD
           FILE STATUS IS BERICHTSTATUS.
      * Zentrales Laufprotokoll der Verarbeitungskette (siehe
      * CobolMerge): ein standardisierter Satz je Lauf.
           SELECT laufprotokoll ASSIGN TO
           LAUFPROTDD
           FILE STATUS IS LAUFPROTSTATUS.

       DATA DIVISION.
       FILE SECTION.

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
       01  history-zeile            PIC X(108).
       FD  kundenxref.
      * Gleicher Aufbau wie kundenxref-satz in CobolMerge.
       01  kundenxref-satz.
           05 xref-alt-id           PIC 9(10).
           05 FILLER                PIC X(01).
           05 xref-neu-id           PIC 9(10).
           05 FILLER                PIC X(01).
           05 xref-datum            PIC 9(08).
       FD  backlogdatei.
      * Gleicher Aufbau wie backlog-satz in CobolBacklog.
       01  backlog-satz.
           05 bl-quelle             PIC X(01).
           05 FILLER                PIC X(01).
           05 bl-erstgesehen        PIC 9(08).
           05 FILLER                PIC X(01).
           05 bl-zeile              PIC X(108).
       FD  suspensedatei.
       01  suspensezeile            PIC X(108).
       FD  rejectdatei.
       01  rejectzeile              PIC X(108).
       FD  reject2datei.
       01  reject2zeile             PIC X(108).
       FD  berichtdatei.
       01  berichtzeile             PIC X(100).
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

       01  MERGEOUTSTATUS          PIC X(02).
       01  KMASTERSTATUS           PIC X(02).
       01  FUTUREOUTSTATUS         PIC X(02).
       01  HISTORYSTATUS           PIC X(02).
       01  KUNDENXREFSTATUS        PIC X(02).
       01  BACKLOGSTATUS           PIC X(02).
       01  SUSPENSESTATUS          PIC X(02).
       01  REJECTSTATUS            PIC X(02).
       01  REJECT2STATUS           PIC X(02).
       01  BERICHTSTATUS           PIC X(02).
       01  LAUFPROTSTATUS          PIC X(02).

      * Standarddateinamen, die PARAMETER-EINLESEN als DD-Zuweisung
      * hinterlegt, solange die aufrufende JCL/das Start-Skript die
      * DD-Namen nicht selbst setzt.
       01  DD-STANDARD-MERGEOUT    PIC X(30)     VALUE "MergeOut.txt".
       01  DD-STANDARD-KMASTER     PIC X(30)
                                   VALUE "KundenMaster.dat".
       01  DD-STANDARD-FUTUREOUT   PIC X(30)     VALUE "FutureOut.txt".
       01  DD-STANDARD-HISTORY     PIC X(30)
                                   VALUE "KundenHistorie.txt".
       01  DD-STANDARD-KUNDENXREF  PIC X(30)     VALUE "KundenXref.txt".
       01  DD-STANDARD-BACKLOG     PIC X(30)     VALUE "Backlog.dat".
       01  DD-STANDARD-SUSPENSE    PIC X(30)     VALUE "Suspense.txt".
       01  DD-STANDARD-REJECTOUT   PIC X(30)     VALUE "RejectOut.txt".
       01  DD-STANDARD-REJECT2     PIC X(30)     VALUE "RejectOut2.txt".
       01  DD-STANDARD-BERICHT     PIC X(30)
                                   VALUE "KonsistenzBericht.txt".
       01  DD-STANDARD-LAUFPROT    PIC X(30)
                                   VALUE "Laufprotokoll.txt".
       01  DATEINAME-HILFSFELD     PIC X(30).

      * Beschriftung der acht Befundarten. Die ersten fuenf
      * betreffen den aktuellen Bestand selbst und fuehren zu
      * Return-Code 8, die letzten drei zu Return-Code 4.
       01  BEFUND-NAMEN-TABELLE.
           05 FILLER               PIC X(26) VALUE "Nur in MergeOut".
           05 FILLER               PIC X(26)
                                   VALUE "Nur im Kundenstamm".
           05 FILLER               PIC X(26) VALUE "Satz weicht ab".
           05 FILLER               PIC X(26)
                                   VALUE "Mehrfach in MergeOut".
           05 FILLER               PIC X(26)
                                   VALUE "MergeOut unsortiert".
           05 FILLER               PIC X(26)
                                   VALUE "FutureOut ueberfaellig".
           05 FILLER               PIC X(26)
                                   VALUE "Historie neuer als aktuell".
           05 FILLER               PIC X(26)
                                   VALUE "Rueckstand ohne Bestand".
       01  BEFUND-NAMEN-FELDER REDEFINES BEFUND-NAMEN-TABELLE.
           05 BEFUND-NAME          OCCURS 8 TIMES
                                   PIC X(26).
       01  BEFUND-ZAEHLER-TABELLE.
           05 BEFUND-ANZAHL        OCCURS 8 TIMES
                                   PIC 9(08).
       01  BEFUND-POSITION         PIC 9(02)     VALUE 0.
       01  BEFUND-SCHWER-ANZAHL    PIC 9(08)     VALUE 0.
       01  BEFUND-LEICHT-ANZAHL    PIC 9(08)     VALUE 0.

      * Uebergabefelder an BEFUND-MELDEN: Befundart, Kunden-ID und
      * ein erlaeuternder Text.
       01  BEFUND-ART              PIC 9(02)     VALUE 0.
       01  BEFUND-KUNDEN-ID        PIC X(10).
       01  BEFUND-TEXT             PIC X(60).

      * Abgleich MergeOut gegen Kundenstamm: beide Bestaende sind
      * nach Kunden-ID aufsteigend sortiert; am Dateiende steht
      * HIGH-VALUES im Schluessel.
       01  MO-SCHLUESSEL           PIC X(10).
       01  MO-VORIGER-SCHLUESSEL   PIC X(10)     VALUE LOW-VALUES.
       01  MO-SATZ                 PIC X(108).
       01  MO-ZEILENNR             PIC 9(08)     VALUE 0.
       01  KM-SCHLUESSEL           PIC X(10).

      * Rueckstandsposten, deren Kunden-ID nicht im Kundenstamm
      * steht; die weiteren Bestaende markieren gefundene Posten.
      * 10000 Eintraege liegen weit ueber dem ueblichen
      * Rueckstand; BACKLOG-LADEN bricht ab, statt Posten
      * stillschweigend zu uebergehen.
       01  BACKLOG-TABELLE.
           05 BACKLOG-EINTRAG OCCURS 10000 TIMES.
              10 BT-KUNDEN-ID       PIC X(10).
              10 BT-QUELLE          PIC X(01).
              10 BT-ERSTGESEHEN     PIC 9(08).
              10 BT-FUNDSTATUS      PIC X(01).
                 88 BT-GEFUNDEN                  VALUE 'J'.
                 88 BT-NICHT-GEFUNDEN            VALUE 'N'.
       01  BACKLOG-ANZAHL          PIC 9(05)     VALUE 0.
       01  BACKLOG-POSITION        PIC 9(05)     VALUE 0.
       01  PRUEF-KUNDEN-ID         PIC X(10).

      * Ueberlebende Kunden-IDs aus dem Querverweis, einmalig in
      * KUNDENXREF-LADEN eingelesen (Grenze wie in CobolMerge).
       01  KUNDENXREF-TABELLE.
           05 KUNDENXREF-EINTRAG OCCURS 50000 TIMES
                                  INDEXED BY KUNDENXREF-IDX.
              10 XREF-TAB-NEU-ID     PIC 9(10).
       01  KUNDENXREF-ANZAHL       PIC 9(05)     VALUE 0.
       01  KUNDENXREF-TREFFER      PIC X(01)     VALUE 'N'.
           88 KUNDENXREF-UEBERLEBENDER           VALUE 'J'.
           88 KUNDENXREF-KEIN-UEBERLEBENDER      VALUE 'N'.

      * Hilfsfelder fuer den Satzvergleich und die Zeitpunkte.
       01  SPALTE-POSITION         PIC 9(03)     VALUE 0.
       01  AKTUELL-ZEITPUNKT       PIC X(22).
       01  HISTORIE-ZEITPUNKT      PIC X(22).

      * Zaehler fuer Abschlussmeldung und Laufprotokoll.
       01  MERGEOUT-ANZAHL         PIC 9(08)     VALUE 0.
       01  KMASTER-ANZAHL          PIC 9(08)     VALUE 0.
       01  FUTUREOUT-ANZAHL        PIC 9(08)     VALUE 0.
       01  HISTORY-ANZAHL          PIC 9(08)     VALUE 0.
       01  HISTORY-KONSOL-ANZAHL   PIC 9(08)     VALUE 0.
       01  BACKLOG-GELESEN         PIC 9(08)     VALUE 0.

      * Anzeigefelder des Berichts.
       01  ANZEIGE-ZAHL            PIC ZZZZZZZ9.
       01  ANZEIGE-SPALTE          PIC ZZ9.

      * Startzeitpunkt des Laufs fuer das zentrale Laufprotokoll.
       01  LAUFPROT-START.
           05 LAUFPROT-START-DATUM PIC 9(08)     VALUE 0.
           05 LAUFPROT-START-ZEIT  PIC 9(06)     VALUE 0.
       01  LAUFPROT-ENDE.
           05 LAUFPROT-ENDE-DATUM  PIC 9(08)     VALUE 0.
           05 LAUFPROT-ENDE-ZEIT   PIC 9(06)     VALUE 0.

      * Volles Systemdatum als Vergleichsdatum fuer FutureOut.
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

      * Fehlt der Kundenstamm ganz, laeuft die Pruefung weiter:
      * jeder MergeOut-Satz wird dann als "Nur in MergeOut"
      * gemeldet.
       01  KMASTER-VORHANDEN       PIC X(01)     VALUE 'J'.
           88 KMASTER-DA                         VALUE 'J'.
           88 KMASTER-FEHLT                      VALUE 'N'.

      * Zeigt an, ob der Konsistenzbericht geoeffnet wurde.
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

      * Gestufter Return-Code fuer den Scheduler: 0 = Bestaende
      * stimmen ueberein, 4 = nur Befunde ausserhalb des aktuellen
      * Bestands (verpasste Aktivierung, Historie, Rueckstand),
      * 8 = der aktuelle Bestand ist widerspruechlich oder die
      * Pruefung konnte nicht vollstaendig laufen.
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
             WHEN VERARBEITUNG-NICHT-OK
               MOVE 8 TO RETURN-CODE
             WHEN BEFUND-SCHWER-ANZAHL > 0
               MOVE 8 TO RETURN-CODE
             WHEN BEFUND-LEICHT-ANZAHL > 0
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
      * sind die gelesenen MergeOut-Saetze, Ausgabe die gelesenen
      * Kundenstamm-Saetze, Reject die Anzahl aller Befunde.
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
           MOVE "CobolKonsistenz"  TO lp-programm
           MOVE LAUFPROT-START     TO lp-start
           MOVE LAUFPROT-ENDE      TO lp-ende
           MOVE MERGEOUT-ANZAHL    TO lp-eingabe
           MOVE KMASTER-ANZAHL     TO lp-ausgabe
           COMPUTE lp-reject = BEFUND-SCHWER-ANZAHL
                             + BEFUND-LEICHT-ANZAHL
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
      *    von Bedeutung sind, wie das Oeffnen des Kundenstamms        *
      *    und des Berichts.                                           *
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

           INITIALIZE BEFUND-ZAEHLER-TABELLE

      * Programmbeginn kommunizieren
           DISPLAY SPACES
           DISPLAY "KundenKonsistenz wird gestartet."

      * Dateinamen ggf. ueber Umgebungsvariablen parametrisieren.
           PERFORM PARAMETER-EINLESEN

           PERFORM KUNDENXREF-LADEN

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
             DISPLAY " ERROR   Konsistenzbericht konnte nicht"
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

      * KUNDENXREFDD ist optional: ohne Querverweisdatei gilt jede
      * zu junge Historienversion als Befund.
           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "KUNDENXREFDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "KUNDENXREFDD"       UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-KUNDENXREF
                                          UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "BACKLOGDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "BACKLOGDD"          UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-BACKLOG  UPON ENVIRONMENT-VALUE
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
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "KONSISTENZDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "KONSISTENZDD"       UPON ENVIRONMENT-NAME
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

       KUNDENXREF-LADEN SECTION.
       KUNDENXREF-LADEN-ANFANG.
      * Liest die ueberlebenden Kunden-IDs der optionalen
      * Querverweisdatei einmalig in KUNDENXREF-TABELLE ein. Fehlt
      * die Datei (Dateistatus 35), bleibt die Tabelle leer.
           MOVE 0 TO KUNDENXREF-ANZAHL

           OPEN INPUT kundenxref
           IF KUNDENXREFSTATUS = 35
             GO TO KUNDENXREF-LADEN-ENDE
           END-IF
           IF KUNDENXREFSTATUS NOT = 00
             DISPLAY " WARNUNG Kunden-ID-Querverweis konnte nicht"
                     " geoeffnet werden." KUNDENXREFSTATUS
             GO TO KUNDENXREF-LADEN-ENDE
           END-IF

           PERFORM UNTIL KUNDENXREFSTATUS NOT = 00
                       OR KUNDENXREF-ANZAHL >= 50000
             READ kundenxref
             IF KUNDENXREFSTATUS = 00
               AND xref-neu-id IS NUMERIC
               ADD 1 TO KUNDENXREF-ANZAHL
               MOVE xref-neu-id
                    TO XREF-TAB-NEU-ID (KUNDENXREF-ANZAHL)
             END-IF
           END-PERFORM
      * Die Pruefung auf eine abgeschnittene Querverweisdatei muss
      * vor dem CLOSE stehen, weil der CLOSE den Dateistatus neu
      * setzt.
           IF KUNDENXREFSTATUS = 00
             DISPLAY " WARNUNG Kunden-ID-Querverweis"
                     " abgeschnitten bei " KUNDENXREF-ANZAHL
                     " Eintraegen, weitere Zeilen der"
                     " Querverweisdatei wurden ignoriert."
           END-IF
           CLOSE kundenxref

           .
       KUNDENXREF-LADEN-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    Hier werden die Bestaende nacheinander geprueft: zuerst     *
      *    der Abgleich MergeOut gegen Kundenstamm, dann die           *
      *    Rueckstandsposten, FutureOut, die Historie und die          *
      *    Rueckstandsdateien.                                         *
      *                                                                *
      ******************************************************************

       VERARBEITUNG SECTION.
       VERARBEITUNG-ANFANG.

           PERFORM MERGEOUT-ABGLEICHEN
           IF VERARBEITUNG-NICHT-OK
             GO TO VERARBEITUNG-ENDE
           END-IF

      * Rueckstandsposten vor den uebrigen Bestaenden laden, damit
      * FutureOut, Historie und Rueckstandsdateien die noch
      * vorhandenen Kunden-IDs im selben Durchgang markieren.
           PERFORM BACKLOG-LADEN
           IF VERARBEITUNG-NICHT-OK
             GO TO VERARBEITUNG-ENDE
           END-IF

           PERFORM FUTUREOUT-PRUEFEN
           IF VERARBEITUNG-NICHT-OK
             GO TO VERARBEITUNG-ENDE
           END-IF

           PERFORM HISTORIE-PRUEFEN
           IF VERARBEITUNG-NICHT-OK
             GO TO VERARBEITUNG-ENDE
           END-IF

           PERFORM RUECKSTAND-DATEIEN-PRUEFEN

           PERFORM BACKLOG-WAISEN-MELDEN

           .
       VERARBEITUNG-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    Abgleich MergeOut gegen Kundenstamm: beide Bestaende        *
      *    werden in Kunden-ID-Folge gegeneinander gemischt.           *
      *                                                                *
      ******************************************************************

       MERGEOUT-ABGLEICHEN SECTION.
       MERGEOUT-ABGLEICHEN-ANFANG.

           OPEN INPUT mergeout
           IF MERGEOUTSTATUS = 35
             DISPLAY " WARNUNG Kein MergeOut-Bestand vorhanden."
             MOVE HIGH-VALUES TO MO-SCHLUESSEL
           ELSE
             IF MERGEOUTSTATUS NOT = 00
               DISPLAY " ERROR   MergeOut konnte nicht geoeffnet"
                       " werden." MERGEOUTSTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
               GO TO MERGEOUT-ABGLEICHEN-ENDE
             END-IF
             PERFORM MERGEOUT-LESEN
           END-IF

           IF KMASTER-DA
             PERFORM KMASTER-LESEN
           ELSE
             MOVE HIGH-VALUES TO KM-SCHLUESSEL
           END-IF

           PERFORM UNTIL (MO-SCHLUESSEL = HIGH-VALUES
                          AND KM-SCHLUESSEL = HIGH-VALUES)
                      OR VERARBEITUNG-NICHT-OK
             EVALUATE TRUE
               WHEN MO-SCHLUESSEL < KM-SCHLUESSEL
                 MOVE 1             TO BEFUND-ART
                 MOVE MO-SCHLUESSEL TO BEFUND-KUNDEN-ID
                 MOVE SPACES        TO BEFUND-TEXT
                 STRING "Zeile " MO-ZEILENNR
                        DELIMITED BY SIZE INTO BEFUND-TEXT
                 PERFORM BEFUND-MELDEN
                 PERFORM MERGEOUT-LESEN
               WHEN MO-SCHLUESSEL > KM-SCHLUESSEL
                 MOVE 2             TO BEFUND-ART
                 MOVE KM-SCHLUESSEL TO BEFUND-KUNDEN-ID
                 MOVE SPACES        TO BEFUND-TEXT
                 STRING "gueltig ab " kundenmaster-satz (27:8)
                        DELIMITED BY SIZE INTO BEFUND-TEXT
                 PERFORM BEFUND-MELDEN
                 PERFORM KMASTER-LESEN
               WHEN OTHER
                 IF MO-SATZ NOT = kundenmaster-satz
                   PERFORM SATZ-VERGLEICHEN
                 END-IF
                 PERFORM MERGEOUT-LESEN
                 PERFORM KMASTER-LESEN
             END-EVALUATE
           END-PERFORM

           IF MERGEOUTSTATUS NOT = 35
             CLOSE mergeout
           END-IF

           .
       MERGEOUT-ABGLEICHEN-ENDE.
           EXIT.

       MERGEOUT-LESEN SECTION.
       MERGEOUT-LESEN-ANFANG.
      * Liefert die naechste Kunden-ID aus MergeOut. Leerzeilen
      * werden uebergangen; eine Kunden-ID, die der vorigen
      * gleicht (zweite aktuelle Version) oder kleiner ist
      * (Sortierfehler), wird gemeldet und nimmt nicht am Abgleich
      * teil.
           MOVE SPACES TO MO-SCHLUESSEL
           PERFORM UNTIL MO-SCHLUESSEL NOT = SPACES
             READ mergeout
             EVALUATE MERGEOUTSTATUS
               WHEN 00
                 ADD 1 TO MO-ZEILENNR
                 IF mergeoutzeile NOT = SPACES
                   ADD 1 TO MERGEOUT-ANZAHL
                   PERFORM MERGEOUT-ZEILE-EINORDNEN
                 END-IF
               WHEN 10
                 MOVE HIGH-VALUES TO MO-SCHLUESSEL
               WHEN OTHER
                 DISPLAY " ERROR   Fehler beim Lesen von MergeOut."
                         MERGEOUTSTATUS
                 SET VERARBEITUNG-NICHT-OK TO TRUE
                 MOVE HIGH-VALUES TO MO-SCHLUESSEL
             END-EVALUATE
           END-PERFORM

           .
       MERGEOUT-LESEN-ENDE.
           EXIT.

       MERGEOUT-ZEILE-EINORDNEN SECTION.
       MERGEOUT-ZEILE-EINORDNEN-ANFANG.

           IF mergeoutzeile (1:10) = MO-VORIGER-SCHLUESSEL
             MOVE 4                   TO BEFUND-ART
             MOVE mergeoutzeile (1:10) TO BEFUND-KUNDEN-ID
             MOVE SPACES              TO BEFUND-TEXT
             STRING "Zeile " MO-ZEILENNR
                    ", gueltig ab " mergeoutzeile (27:8)
                    DELIMITED BY SIZE INTO BEFUND-TEXT
             PERFORM BEFUND-MELDEN
             GO TO MERGEOUT-ZEILE-EINORDNEN-ENDE
           END-IF

           IF mergeoutzeile (1:10) < MO-VORIGER-SCHLUESSEL
             MOVE 5                   TO BEFUND-ART
             MOVE mergeoutzeile (1:10) TO BEFUND-KUNDEN-ID
             MOVE SPACES              TO BEFUND-TEXT
             STRING "Zeile " MO-ZEILENNR
                    " nach Kunden-ID " MO-VORIGER-SCHLUESSEL
                    DELIMITED BY SIZE INTO BEFUND-TEXT
             PERFORM BEFUND-MELDEN
             GO TO MERGEOUT-ZEILE-EINORDNEN-ENDE
           END-IF

           MOVE mergeoutzeile        TO MO-SATZ
           MOVE mergeoutzeile (1:10) TO MO-SCHLUESSEL
           MOVE mergeoutzeile (1:10) TO MO-VORIGER-SCHLUESSEL

           .
       MERGEOUT-ZEILE-EINORDNEN-ENDE.
           EXIT.

       KMASTER-LESEN SECTION.
       KMASTER-LESEN-ANFANG.
      * Liefert den naechsten Satz des Kundenstamms in
      * Schluesselfolge (wie BEREICHS-AUSKUNFT in CobolAuskunft).
           READ kundenmaster NEXT
           EVALUATE KMASTERSTATUS
             WHEN 00
               ADD 1 TO KMASTER-ANZAHL
               MOVE km-kunden-id TO KM-SCHLUESSEL
             WHEN 10
               MOVE HIGH-VALUES TO KM-SCHLUESSEL
             WHEN OTHER
               DISPLAY " ERROR   Fehler beim Lesen des"
                       " Kundenstamms." KMASTERSTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
               MOVE HIGH-VALUES TO KM-SCHLUESSEL
           END-EVALUATE

           .
       KMASTER-LESEN-ENDE.
           EXIT.

       SATZ-VERGLEICHEN SECTION.
       SATZ-VERGLEICHEN-ANFANG.
      * Gleiche Kunden-ID, aber abweichender Satz: die erste
      * abweichende Spalte zeigt dem Data Steward, welches Feld
      * betroffen ist (12 Erstellzeit, 27 Gueltigkeit, 36 PLZ,
      * 42 Wohnort, 73 Strasse, 104 Hausnummer).
           MOVE 1 TO SPALTE-POSITION
           PERFORM UNTIL SPALTE-POSITION > 108
                      OR MO-SATZ (SPALTE-POSITION:1)
                         NOT = kundenmaster-satz (SPALTE-POSITION:1)
             ADD 1 TO SPALTE-POSITION
           END-PERFORM

           MOVE SPALTE-POSITION TO ANZEIGE-SPALTE
           MOVE 3               TO BEFUND-ART
           MOVE MO-SCHLUESSEL   TO BEFUND-KUNDEN-ID
           MOVE SPACES          TO BEFUND-TEXT
           STRING "Zeile " MO-ZEILENNR
                  ", Abweichung ab Spalte " ANZEIGE-SPALTE
                  DELIMITED BY SIZE INTO BEFUND-TEXT
           PERFORM BEFUND-MELDEN

           .
       SATZ-VERGLEICHEN-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    Rueckstandsposten laden: nur Posten, deren Kunden-ID        *
      *    nicht im Kundenstamm steht, kommen in die Tabelle.          *
      *                                                                *
      ******************************************************************

       BACKLOG-LADEN SECTION.
       BACKLOG-LADEN-ANFANG.

           MOVE 0 TO BACKLOG-ANZAHL

           OPEN INPUT backlogdatei
           IF BACKLOGSTATUS = 35
             DISPLAY " Kein Rueckstandsbestand vorhanden."
             GO TO BACKLOG-LADEN-ENDE
           END-IF
           IF BACKLOGSTATUS NOT = 00
             DISPLAY " ERROR   Backlog-Datei konnte nicht gelesen"
                     " werden." BACKLOGSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO BACKLOG-LADEN-ENDE
           END-IF

           PERFORM UNTIL BACKLOGSTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ backlogdatei
             IF BACKLOGSTATUS = 00
               AND bl-zeile NOT = SPACES
               ADD 1 TO BACKLOG-GELESEN
               PERFORM BACKLOG-POSTEN-PRUEFEN
             END-IF
           END-PERFORM

           CLOSE backlogdatei

           .
       BACKLOG-LADEN-ENDE.
           EXIT.

       BACKLOG-POSTEN-PRUEFEN SECTION.
       BACKLOG-POSTEN-PRUEFEN-ANFANG.
      * Steht die Kunden-ID im Kundenstamm, ist der Posten einem
      * Bestand zugeordnet und braucht keine weitere Pruefung.
           IF KMASTER-DA
             AND bl-zeile (1:10) IS NUMERIC
             MOVE bl-zeile (1:10) TO km-kunden-id
             READ kundenmaster
             IF KMASTERSTATUS = 00
               GO TO BACKLOG-POSTEN-PRUEFEN-ENDE
             END-IF
           END-IF

           IF BACKLOG-ANZAHL >= 10000
             DISPLAY " ERROR   Mehr als 10000 Rueckstandsposten"
                     " ohne Kundenstamm, Lauf abgebrochen."
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO BACKLOG-POSTEN-PRUEFEN-ENDE
           END-IF

           ADD 1 TO BACKLOG-ANZAHL
           MOVE bl-zeile (1:10) TO BT-KUNDEN-ID (BACKLOG-ANZAHL)
           MOVE bl-quelle       TO BT-QUELLE (BACKLOG-ANZAHL)
           IF bl-erstgesehen IS NUMERIC
             MOVE bl-erstgesehen TO BT-ERSTGESEHEN (BACKLOG-ANZAHL)
           ELSE
             MOVE 0              TO BT-ERSTGESEHEN (BACKLOG-ANZAHL)
           END-IF
           SET BT-NICHT-GEFUNDEN (BACKLOG-ANZAHL) TO TRUE

           .
       BACKLOG-POSTEN-PRUEFEN-ENDE.
           EXIT.

       BACKLOG-MARKIEREN SECTION.
       BACKLOG-MARKIEREN-ANFANG.
      * Markiert alle Rueckstandsposten mit der Kunden-ID aus
      * PRUEF-KUNDEN-ID als in einem Bestand gefunden.
           IF BACKLOG-ANZAHL = 0
             GO TO BACKLOG-MARKIEREN-ENDE
           END-IF

           MOVE 1 TO BACKLOG-POSITION
           PERFORM UNTIL BACKLOG-POSITION > BACKLOG-ANZAHL
             IF BT-KUNDEN-ID (BACKLOG-POSITION) = PRUEF-KUNDEN-ID
               SET BT-GEFUNDEN (BACKLOG-POSITION) TO TRUE
             END-IF
             ADD 1 TO BACKLOG-POSITION
           END-PERFORM

           .
       BACKLOG-MARKIEREN-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    FutureOut: eine Zeile, deren Gueltigkeit vor dem            *
      *    heutigen Tag liegt, haette CobolAktivierung bereits         *
      *    uebernehmen muessen.                                        *
      *                                                                *
      ******************************************************************

       FUTUREOUT-PRUEFEN SECTION.
       FUTUREOUT-PRUEFEN-ANFANG.

           OPEN INPUT futureout
           IF FUTUREOUTSTATUS = 35
             DISPLAY " Kein FutureOut-Bestand vorhanden."
             GO TO FUTUREOUT-PRUEFEN-ENDE
           END-IF
           IF FUTUREOUTSTATUS NOT = 00
             DISPLAY " ERROR   FutureOut konnte nicht geoeffnet"
                     " werden." FUTUREOUTSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO FUTUREOUT-PRUEFEN-ENDE
           END-IF

           PERFORM UNTIL FUTUREOUTSTATUS NOT = 00
             READ futureout
             IF FUTUREOUTSTATUS = 00
               AND futureoutzeile NOT = SPACES
               ADD 1 TO FUTUREOUT-ANZAHL
               MOVE futureoutzeile (1:10) TO PRUEF-KUNDEN-ID
               PERFORM BACKLOG-MARKIEREN
               IF futureoutzeile (27:8) IS NUMERIC
                 AND futureoutzeile (27:8) < SYSTEMDATUM-VOLL
                 MOVE 6                     TO BEFUND-ART
                 MOVE futureoutzeile (1:10) TO BEFUND-KUNDEN-ID
                 MOVE SPACES                TO BEFUND-TEXT
                 STRING "gueltig ab " futureoutzeile (27:8)
                        ", nicht aktiviert"
                        DELIMITED BY SIZE INTO BEFUND-TEXT
                 PERFORM BEFUND-MELDEN
               END-IF
             END-IF
           END-PERFORM

           CLOSE futureout

           .
       FUTUREOUT-PRUEFEN-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    Historie: eine verdraengte Version darf nicht juenger       *
      *    sein als die aktuelle Version im Kundenstamm (Vergleich     *
      *    nach Gueltigkeit, bei gleicher Gueltigkeit nach             *
      *    Erstellzeit, wie in CobolAktivierung).                      *
      *                                                                *
      ******************************************************************

       HISTORIE-PRUEFEN SECTION.
       HISTORIE-PRUEFEN-ANFANG.

           OPEN INPUT historydatei
           IF HISTORYSTATUS = 35
             DISPLAY " Keine Historiendatei vorhanden."
             GO TO HISTORIE-PRUEFEN-ENDE
           END-IF
           IF HISTORYSTATUS NOT = 00
             DISPLAY " ERROR   Historiendatei konnte nicht geoeffnet"
                     " werden." HISTORYSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO HISTORIE-PRUEFEN-ENDE
           END-IF

           PERFORM UNTIL HISTORYSTATUS NOT = 00
             READ historydatei
             IF HISTORYSTATUS = 00
               AND history-zeile NOT = SPACES
               ADD 1 TO HISTORY-ANZAHL
               MOVE history-zeile (1:10) TO PRUEF-KUNDEN-ID
               PERFORM BACKLOG-MARKIEREN
               PERFORM HISTORIE-VERSION-PRUEFEN
             END-IF
           END-PERFORM

           CLOSE historydatei

           .
       HISTORIE-PRUEFEN-ENDE.
           EXIT.

       HISTORIE-VERSION-PRUEFEN SECTION.
       HISTORIE-VERSION-PRUEFEN-ANFANG.

           IF KMASTER-FEHLT
             OR history-zeile (1:10) IS NOT NUMERIC
             GO TO HISTORIE-VERSION-PRUEFEN-ENDE
           END-IF

           MOVE history-zeile (1:10) TO km-kunden-id
           READ kundenmaster
           IF KMASTERSTATUS NOT = 00
             GO TO HISTORIE-VERSION-PRUEFEN-ENDE
           END-IF

      * Gueltigkeit vor Erstellzeit: der Vergleich der beiden
      * zusammengesetzten Zeitpunkte ergibt die Reihenfolge.
           MOVE SPACES                   TO AKTUELL-ZEITPUNKT
           MOVE kundenmaster-satz (27:8) TO AKTUELL-ZEITPUNKT (1:8)
           MOVE kundenmaster-satz (12:14)
                                         TO AKTUELL-ZEITPUNKT (9:14)
           MOVE SPACES                   TO HISTORIE-ZEITPUNKT
           MOVE history-zeile (27:8)     TO HISTORIE-ZEITPUNKT (1:8)
           MOVE history-zeile (12:14)    TO HISTORIE-ZEITPUNKT (9:14)

           IF HISTORIE-ZEITPUNKT NOT > AKTUELL-ZEITPUNKT
             GO TO HISTORIE-VERSION-PRUEFEN-ENDE
           END-IF

      * CobolKonsolidierung legt alle Versionen einer stillgelegten
      * Kunden-ID unter der ueberlebenden Kunden-ID in die Historie,
      * auch solche, die juenger sind als deren aktuelle Version.
      * Diese Zeilen sind gewollt und werden nur gezaehlt.
           SET KUNDENXREF-KEIN-UEBERLEBENDER TO TRUE
           SET KUNDENXREF-IDX TO 1
           PERFORM UNTIL KUNDENXREF-IDX > KUNDENXREF-ANZAHL
                       OR KUNDENXREF-UEBERLEBENDER
             IF XREF-TAB-NEU-ID (KUNDENXREF-IDX) = km-kunden-id
               SET KUNDENXREF-UEBERLEBENDER TO TRUE
             END-IF
             SET KUNDENXREF-IDX UP BY 1
           END-PERFORM
           IF KUNDENXREF-UEBERLEBENDER
             ADD 1 TO HISTORY-KONSOL-ANZAHL
             GO TO HISTORIE-VERSION-PRUEFEN-ENDE
           END-IF

           MOVE 7                    TO BEFUND-ART
           MOVE history-zeile (1:10) TO BEFUND-KUNDEN-ID
           MOVE SPACES               TO BEFUND-TEXT
           STRING "Historie gueltig ab " history-zeile (27:8)
                  ", aktuell ab " kundenmaster-satz (27:8)
                  DELIMITED BY SIZE INTO BEFUND-TEXT
           PERFORM BEFUND-MELDEN

           .
       HISTORIE-VERSION-PRUEFEN-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    Rueckstandsdateien: ein offener Posten, dessen Zeile        *
      *    noch in Suspense, RejectOut oder RejectOut2 steht, hat      *
      *    dort seinen Bestand.                                        *
      *                                                                *
      ******************************************************************

       RUECKSTAND-DATEIEN-PRUEFEN SECTION.
       RUECKSTAND-DATEIEN-PRUEFEN-ANFANG.

           IF BACKLOG-ANZAHL = 0
             GO TO RUECKSTAND-DATEIEN-PRUEFEN-ENDE
           END-IF

           OPEN INPUT suspensedatei
           IF SUSPENSESTATUS = 00
             PERFORM UNTIL SUSPENSESTATUS NOT = 00
               READ suspensedatei
               IF SUSPENSESTATUS = 00
                 AND suspensezeile NOT = SPACES
                 MOVE suspensezeile (1:10) TO PRUEF-KUNDEN-ID
                 PERFORM BACKLOG-MARKIEREN
               END-IF
             END-PERFORM
             CLOSE suspensedatei
           END-IF

           OPEN INPUT rejectdatei
           IF REJECTSTATUS = 00
             PERFORM UNTIL REJECTSTATUS NOT = 00
               READ rejectdatei
               IF REJECTSTATUS = 00
                 AND rejectzeile NOT = SPACES
                 MOVE rejectzeile (1:10) TO PRUEF-KUNDEN-ID
                 PERFORM BACKLOG-MARKIEREN
               END-IF
             END-PERFORM
             CLOSE rejectdatei
           END-IF

           OPEN INPUT reject2datei
           IF REJECT2STATUS = 00
             PERFORM UNTIL REJECT2STATUS NOT = 00
               READ reject2datei
               IF REJECT2STATUS = 00
                 AND reject2zeile NOT = SPACES
                 MOVE reject2zeile (1:10) TO PRUEF-KUNDEN-ID
                 PERFORM BACKLOG-MARKIEREN
               END-IF
             END-PERFORM
             CLOSE reject2datei
           END-IF

           .
       RUECKSTAND-DATEIEN-PRUEFEN-ENDE.
           EXIT.

       BACKLOG-WAISEN-MELDEN SECTION.
       BACKLOG-WAISEN-MELDEN-ANFANG.
      * Was jetzt noch unmarkiert ist, steht in keinem Bestand
      * mehr: der Posten kann nie geklaert werden.
           MOVE 1 TO BACKLOG-POSITION
           PERFORM UNTIL BACKLOG-POSITION > BACKLOG-ANZAHL
             IF BT-NICHT-GEFUNDEN (BACKLOG-POSITION)
               MOVE 8              TO BEFUND-ART
               MOVE BT-KUNDEN-ID (BACKLOG-POSITION)
                                   TO BEFUND-KUNDEN-ID
               MOVE SPACES         TO BEFUND-TEXT
               STRING "Quelle " BT-QUELLE (BACKLOG-POSITION)
                      ", erstmals gesehen "
                      BT-ERSTGESEHEN (BACKLOG-POSITION)
                      DELIMITED BY SIZE INTO BEFUND-TEXT
               PERFORM BEFUND-MELDEN
             END-IF
             ADD 1 TO BACKLOG-POSITION
           END-PERFORM

           .
       BACKLOG-WAISEN-MELDEN-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    Berichtsausgabe: eine Zeile je Befund, Kopf und             *
      *    Zusammenfassung.                                            *
      *                                                                *
      ******************************************************************

       BEFUND-MELDEN SECTION.
       BEFUND-MELDEN-ANFANG.
      * Zaehlt den Befund aus BEFUND-ART/BEFUND-KUNDEN-ID/
      * BEFUND-TEXT und schreibt die Berichtszeile.
           ADD 1 TO BEFUND-ANZAHL (BEFUND-ART)
           IF BEFUND-ART <= 5
             ADD 1 TO BEFUND-SCHWER-ANZAHL
           ELSE
             ADD 1 TO BEFUND-LEICHT-ANZAHL
           END-IF

           MOVE SPACES TO berichtzeile
           MOVE BEFUND-NAME (BEFUND-ART)
                                   TO berichtzeile (3:26)
           MOVE "Kunden-ID "       TO berichtzeile (30:10)
           MOVE BEFUND-KUNDEN-ID   TO berichtzeile (40:10)
           MOVE BEFUND-TEXT        TO berichtzeile (52:49)
           PERFORM BERICHTWRITE

           .
       BEFUND-MELDEN-ENDE.
           EXIT.

       BERICHT-KOPF-SCHREIBEN SECTION.
       BERICHT-KOPF-SCHREIBEN-ANFANG.

           MOVE SPACES TO berichtzeile
           MOVE "Konsistenzpruefung der Kundenbestaende"
                TO berichtzeile
           PERFORM BERICHTWRITE

           MOVE SPACES TO berichtzeile
           MOVE "Stand: "            TO berichtzeile (1:7)
           MOVE SYSTEM-TAG           TO berichtzeile (8:2)
           MOVE "."                  TO berichtzeile (10:1)
           MOVE SYSTEM-MONAT         TO berichtzeile (11:2)
           MOVE "."                  TO berichtzeile (13:1)
           MOVE SYSTEM-JAHR          TO berichtzeile (14:4)
           PERFORM BERICHTWRITE

           MOVE SPACES TO berichtzeile
           MOVE "==========================================="
                TO berichtzeile
           PERFORM BERICHTWRITE

           .
       BERICHT-KOPF-SCHREIBEN-ENDE.
           EXIT.

       BERICHT-SUMME-SCHREIBEN SECTION.
       BERICHT-SUMME-SCHREIBEN-ANFANG.

           MOVE SPACES TO berichtzeile
           PERFORM BERICHTWRITE
           MOVE SPACES TO berichtzeile
           MOVE "Gepruefte Bestaende:" TO berichtzeile
           PERFORM BERICHTWRITE

           MOVE SPACES TO berichtzeile
           MOVE "  MergeOut:    "  TO berichtzeile (1:15)
           MOVE MERGEOUT-ANZAHL    TO ANZEIGE-ZAHL
           MOVE ANZEIGE-ZAHL       TO berichtzeile (16:8)
           MOVE "  Kundenstamm: "  TO berichtzeile (24:15)
           MOVE KMASTER-ANZAHL     TO ANZEIGE-ZAHL
           MOVE ANZEIGE-ZAHL       TO berichtzeile (39:8)
           PERFORM BERICHTWRITE
           MOVE SPACES TO berichtzeile
           MOVE "  FutureOut:   "  TO berichtzeile (1:15)
           MOVE FUTUREOUT-ANZAHL   TO ANZEIGE-ZAHL
           MOVE ANZEIGE-ZAHL       TO berichtzeile (16:8)
           MOVE "  Historie:    "  TO berichtzeile (24:15)
           MOVE HISTORY-ANZAHL     TO ANZEIGE-ZAHL
           MOVE ANZEIGE-ZAHL       TO berichtzeile (39:8)
           MOVE "  Rueckstand:  "  TO berichtzeile (47:15)
           MOVE BACKLOG-GELESEN    TO ANZEIGE-ZAHL
           MOVE ANZEIGE-ZAHL       TO berichtzeile (62:8)
           PERFORM BERICHTWRITE

           MOVE SPACES TO berichtzeile
           PERFORM BERICHTWRITE
           MOVE SPACES TO berichtzeile
           MOVE "Befunde je Art:" TO berichtzeile
           PERFORM BERICHTWRITE

           MOVE 1 TO BEFUND-POSITION
           PERFORM UNTIL BEFUND-POSITION > 8
             MOVE SPACES TO berichtzeile
             MOVE BEFUND-NAME (BEFUND-POSITION)
                                   TO berichtzeile (3:26)
             MOVE BEFUND-ANZAHL (BEFUND-POSITION)
                                   TO ANZEIGE-ZAHL
             MOVE ANZEIGE-ZAHL     TO berichtzeile (30:8)
             PERFORM BERICHTWRITE
             ADD 1 TO BEFUND-POSITION
           END-PERFORM

      * Hinweis, kein Befund: zusammengelegte Versionen unter einer
      * ueberlebenden Kunden-ID (siehe HISTORIE-VERSION-PRUEFEN).
           IF HISTORY-KONSOL-ANZAHL > 0
             MOVE SPACES TO berichtzeile
             PERFORM BERICHTWRITE
             MOVE SPACES TO berichtzeile
             MOVE "Hinweis: Historie aus Konsolidierung"
                                   TO berichtzeile (1:36)
             MOVE HISTORY-KONSOL-ANZAHL
                                   TO ANZEIGE-ZAHL
             MOVE ANZEIGE-ZAHL     TO berichtzeile (39:8)
             PERFORM BERICHTWRITE
           END-IF

           MOVE SPACES TO berichtzeile
           PERFORM BERICHTWRITE
           MOVE SPACES TO berichtzeile
           IF BEFUND-SCHWER-ANZAHL = 0
             AND BEFUND-LEICHT-ANZAHL = 0
             MOVE "Die Bestaende stimmen ueberein." TO berichtzeile
           ELSE
             MOVE "Die Bestaende stimmen nicht ueberein."
                  TO berichtzeile
           END-IF
           PERFORM BERICHTWRITE

           .
       BERICHT-SUMME-SCHREIBEN-ENDE.
           EXIT.

       BERICHTWRITE SECTION.
       BERICHTWRITE-ANFANG.
      * Schreibt eine vorbereitete Zeile des Konsistenzberichts.
           WRITE berichtzeile
           IF BERICHTSTATUS NOT = 00
             DISPLAY " WARNUNG Fehler beim Schreiben des"
                     " Konsistenzberichts." BERICHTSTATUS
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
             IF VERARBEITUNG-NICHT-OK
               MOVE SPACES TO berichtzeile
               PERFORM BERICHTWRITE
               MOVE "Pruefung abgebrochen, Befunde unvollstaendig."
                    TO berichtzeile
               PERFORM BERICHTWRITE
             END-IF
             PERFORM BERICHT-SUMME-SCHREIBEN
             CLOSE berichtdatei
             IF KMASTER-DA
               CLOSE kundenmaster
             END-IF
           END-IF

           DISPLAY " Gelesene MergeOut-Saetze:    " MERGEOUT-ANZAHL
           DISPLAY " Gelesene Kundenstamm-Saetze: " KMASTER-ANZAHL
           DISPLAY " Befunde aktueller Bestand:   "
                   BEFUND-SCHWER-ANZAHL
           DISPLAY " Sonstige Befunde:            "
                   BEFUND-LEICHT-ANZAHL
           IF HISTORY-KONSOL-ANZAHL > 0
             DISPLAY " Historie aus Konsolidierung: "
                     HISTORY-KONSOL-ANZAHL
           END-IF
           IF BEFUND-SCHWER-ANZAHL > 0
             DISPLAY " ERROR   Kundenbestaende sind inkonsistent,"
                     " siehe Konsistenzbericht."
           ELSE
             IF BEFUND-LEICHT-ANZAHL > 0
               DISPLAY " WARNUNG Unstimmigkeiten gefunden, siehe"
                       " Konsistenzbericht."
             ELSE
               IF VERARBEITUNG-OK
                 DISPLAY " SUCCESS Kundenbestaende sind konsistent."
               END-IF
             END-IF
           END-IF

           DISPLAY "KundenKonsistenz wird beendet."

           .
       NACHLAUF-ENDE.
           EXIT.
