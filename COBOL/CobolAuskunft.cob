      **  Kundenstamm: liest einzelne Kunden oder einen
      **  Kunden-ID-Bereich ueber den Schluessel, zeigt die Saetze
      **  an und schreibt sie in eine Extraktdatei, statt die
      **  flache MergeOut.txt komplett zu durchsuchen. Fuer die
      **  Stichtagsauskunft werden mit ARCHIVLESEN=J auch die
      **  archivierten Historienversionen herangezogen (siehe
      **  CobolArchivierung und ArchivIndex.txt).
      **
      *****************************************************************
      **  21.08.2026             Erstellername: NOAH WOLFAHRT
           SELECT historydatei ASSIGN TO
           HISTORYDD
           FILE STATUS IS HISTORYSTATUS.
      * Archivverzeichnis und archivierte Historienversionen (siehe
      * CobolArchivierung); der Name der jeweiligen Archivdatei
      * wird vor dem Oeffnen in ARCHIVDD hinterlegt.
           SELECT archivindex ASSIGN TO
           ARCHIVINDEXDD
           FILE STATUS IS ARCHIVINDEXSTATUS.
           SELECT historyarchiv ASSIGN TO
           ARCHIVDD
           FILE STATUS IS ARCHIVSTATUS.
      * Zentrales Laufprotokoll der Verarbeitungskette (siehe
      * CobolMerge): ein standardisierter Satz je Lauf.
           SELECT laufprotokoll ASSIGN TO
      * Vollstaendige verdraengte Version eines Kunden, im selben
      * Format wie die MergeOut-Saetze.
       01  history-zeile            PIC X(108).
       FD  archivindex.
      * Gleicher Aufbau wie archivindex-satz in CobolArchivierung.
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
       FD  historyarchiv.
      * Archivierte Versionen im Format der Historiendatei, zuletzt
      * der Kontrollsatz der Archivdatei ("*ARCHIV*" am
      * Satzanfang).
       01  historyarchiv-zeile      PIC X(108).
       FD  laufprotokoll.
      * Ein Satz je Lauf; gleicher Aufbau in allen Programmen der
      * Verarbeitungskette.
       01  KMASTERSTATUS           PIC X(02).
       01  AUSKUNFTSTATUS          PIC X(02).
       01  HISTORYSTATUS           PIC X(02).
       01  ARCHIVINDEXSTATUS       PIC X(02).
       01  ARCHIVSTATUS            PIC X(02).
       01  LAUFPROTSTATUS          PIC X(02).

      * Standarddateinamen, die PARAMETER-EINLESEN als DD-Zuweisung
       01  DD-STANDARD-AUSKUNFT    PIC X(30)     VALUE "Auskunft.txt".
       01  DD-STANDARD-HISTORY     PIC X(30)
                                   VALUE "KundenHistorie.txt".
       01  DD-STANDARD-INDEX       PIC X(30)
                                   VALUE "ArchivIndex.txt".
       01  DD-STANDARD-LAUFPROT    PIC X(30)
                                   VALUE "Laufprotokoll.txt".
       01  DATEINAME-HILFSFELD     PIC X(30).
           88 BESTER-VORHANDEN                   VALUE 'J'.
           88 BESTER-NICHT-VORHANDEN             VALUE 'N'.

      * ARCHIVLESEN=J: archivierte Historienversionen, deren
      * Zeitraum vor dem Stichtag beginnt, werden mit geprueft.
       01  ARCHIV-LESEN            PIC X(01)     VALUE 'N'.
           88 ARCHIV-LESEN-JA                    VALUE 'J'.
       01  ARCHIV-BETROFFEN-ANZAHL PIC 9(05)     VALUE 0.

      * Anzahl der gefundenen Saetze fuer die Abschlussmeldung.
       01  GEFUNDEN-ANZAHL         PIC 9(05)     VALUE 0.

           88 EOFHIS-YES                         VALUE 'Y'.
           88 EOFHIS-NO                          VALUE 'N'.

       01  EOF-archivindex         PIC X(01)     VALUE 'N'.
           88 EOFAI-YES                          VALUE 'Y'.
           88 EOFAI-NO                           VALUE 'N'.


       PROCEDURE DIVISION.

             DISPLAY DD-STANDARD-HISTORY  UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "ARCHIVINDEXDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "ARCHIVINDEXDD"      UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-INDEX    UPON ENVIRONMENT-VALUE
           END-IF

      * ARCHIVLESEN ist kein DD-Name, sondern die Anforderung,
      * archivierte Zeitraeume mit auszuwerten.
           MOVE SPACES TO ARCHIV-LESEN
           ACCEPT ARCHIV-LESEN FROM ENVIRONMENT "ARCHIVLESEN"
           IF ARCHIV-LESEN NOT = "J"
             MOVE "N" TO ARCHIV-LESEN
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "LAUFPROTDD"
           IF DATEINAME-HILFSFELD = SPACES
             GO TO STICHTAG-AUSKUNFT-ENDE
           END-IF

      * Archivierte Versionen aus Zeitraeumen vor dem Stichtag.
           PERFORM STICHTAG-ARCHIV-PRUEFEN
           IF VERARBEITUNG-NICHT-OK
             GO TO STICHTAG-AUSKUNFT-ENDE
           END-IF

      * Auch der aktuell gueltige Satz des Kundenstamms ist ein
      * Kandidat, sofern seine Gueltigkeit den Stichtag nicht
      * ueberschreitet.
       STICHTAG-AUSKUNFT-ENDE.
           EXIT.

       STICHTAG-ARCHIV-PRUEFEN SECTION.
       STICHTAG-ARCHIV-PRUEFEN-ANFANG.
      * Durchsucht das Archivverzeichnis nach Historienarchiven,
      * deren Zeitraum vor dem Stichtag beginnt. Mit ARCHIVLESEN=J
      * werden ihre Versionen wie die Historiendatei geprueft;
      * ohne die Anforderung wird nur gewarnt, dass das Ergebnis
      * archivierte Versionen nicht beruecksichtigt. Eine
      * verzeichnete, aber fehlende Archivdatei ist ein Fehler.
           MOVE 0 TO ARCHIV-BETROFFEN-ANZAHL
           OPEN INPUT archivindex
           IF ARCHIVINDEXSTATUS = 35
             GO TO STICHTAG-ARCHIV-PRUEFEN-ENDE
           END-IF
           IF ARCHIVINDEXSTATUS NOT = 00
             DISPLAY " ERROR   Archivverzeichnis konnte nicht"
                     " gelesen werden." ARCHIVINDEXSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO STICHTAG-ARCHIV-PRUEFEN-ENDE
           END-IF

           SET EOFAI-NO TO TRUE
           PERFORM UNTIL EOFAI-YES OR VERARBEITUNG-NICHT-OK
             READ archivindex
             EVALUATE ARCHIVINDEXSTATUS
               WHEN 00
                 IF ai-art = "HISTORIE"
                   AND ai-von IS NUMERIC
                   AND ai-von NOT > AUSKUNFT-STICHTAG
                   ADD 1 TO ARCHIV-BETROFFEN-ANZAHL
                   IF ARCHIV-LESEN-JA
                     PERFORM HISTORIE-ARCHIV-LESEN
                   END-IF
                 END-IF
               WHEN 10
                 SET EOFAI-YES TO TRUE
               WHEN OTHER
                 DISPLAY " ERROR   Fehler beim Lesen des"
                         " Archivverzeichnisses." ARCHIVINDEXSTATUS
                 SET VERARBEITUNG-NICHT-OK TO TRUE
             END-EVALUATE
           END-PERFORM
           CLOSE archivindex

           IF ARCHIV-BETROFFEN-ANZAHL > 0
             IF ARCHIV-LESEN-JA
               DISPLAY " Eingelesene Archivdateien: "
                       ARCHIV-BETROFFEN-ANZAHL
             ELSE
               DISPLAY " WARNUNG Zum Stichtag gibt es "
                       ARCHIV-BETROFFEN-ANZAHL " archivierte"
                       " Historiendatei(en), die ohne"
                       " ARCHIVLESEN=J nicht beruecksichtigt sind."
             END-IF
           END-IF

           .
       STICHTAG-ARCHIV-PRUEFEN-ENDE.
           EXIT.

       HISTORIE-ARCHIV-LESEN SECTION.
       HISTORIE-ARCHIV-LESEN-ANFANG.
      * Prueft alle Versionen einer Archivdatei; der Kontrollsatz
      * am Ende hat keine numerische Kunden-ID und wird in
      * STICHTAG-KANDIDAT-PRUEFEN uebergangen.
           DISPLAY "ARCHIVDD" UPON ENVIRONMENT-NAME
           DISPLAY ai-datei   UPON ENVIRONMENT-VALUE
           OPEN INPUT historyarchiv
           IF ARCHIVSTATUS NOT = 00
             DISPLAY " ERROR   Archivdatei " ai-datei
                     " konnte nicht gelesen werden." ARCHIVSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO HISTORIE-ARCHIV-LESEN-ENDE
           END-IF

           PERFORM UNTIL ARCHIVSTATUS NOT = 00
             READ historyarchiv
             IF ARCHIVSTATUS = 00
               MOVE historyarchiv-zeile TO KANDIDAT-SATZ
               PERFORM STICHTAG-KANDIDAT-PRUEFEN
             END-IF
           END-PERFORM
           IF ARCHIVSTATUS NOT = 10
             DISPLAY " ERROR   Fehler beim Lesen der Archivdatei "
                     ai-datei ARCHIVSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF
           CLOSE historyarchiv

           .
       HISTORIE-ARCHIV-LESEN-ENDE.
           EXIT.

       STICHTAG-KANDIDAT-PRUEFEN SECTION.
       STICHTAG-KANDIDAT-PRUEFEN-ANFANG.
      * Prueft den in KANDIDAT-SATZ gestellten Satz gegen den
