      **  Vorzeitraum ueber die Schwelle QSCHWELLEPCT (Vorgabe 20
      **  Prozent) hinaus gestiegen ist -- die Aufbereitung, die
      **  bislang von Hand in eine Tabellenkalkulation getippt
      **  wurde. Mit ARCHIVLESEN=J werden zuvor die archivierten
      **  Laufzeilen eingelesen (siehe CobolArchivierung und
      **  ArchivIndex.txt), so dass der Trend auch ueber die
      **  Aufbewahrungsfrist der MergeSummary.txt hinaus reicht.
      **
      *****************************************************************
      **  01.09.2026             Erstellername: NOAH WOLFAHRT
           SELECT berichtdatei ASSIGN TO
           QUALITAETDD
           FILE STATUS IS BERICHTSTATUS.
      * Archivverzeichnis und archivierte Laufzeilen (siehe
      * CobolArchivierung); der Name der jeweiligen Archivdatei
      * wird vor dem Oeffnen in ARCHIVDD hinterlegt.
           SELECT archivindex ASSIGN TO
           ARCHIVINDEXDD
           FILE STATUS IS ARCHIVINDEXSTATUS.
           SELECT summaryarchiv ASSIGN TO
           ARCHIVDD
           FILE STATUS IS ARCHIVSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  berichtdatei.
       01  berichtzeile             PIC X(100).

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

       FD  summaryarchiv.
      * Archivierte Laufzeilen im Aufbau von summaryzeile, zuletzt
      * der Kontrollsatz der Archivdatei ("*ARCHIV*" am
      * Satzanfang).
       01  summaryarchiv-zeile      PIC X(130).

       WORKING-STORAGE SECTION.

       01  SUMMARYSTATUS           PIC X(02).
       01  BERICHTSTATUS           PIC X(02).
       01  ARCHIVINDEXSTATUS       PIC X(02).
       01  ARCHIVSTATUS            PIC X(02).

      * Standarddateinamen, die PARAMETER-EINLESEN als DD-Zuweisung
      * hinterlegt, solange das aufrufende Skript die DD-Namen
                                   VALUE "MergeSummary.txt".
       01  DD-STANDARD-BERICHT     PIC X(30)
                                   VALUE "QualitaetsBericht.txt".
       01  DD-STANDARD-INDEX       PIC X(30)
                                   VALUE "ArchivIndex.txt".
       01  DATEINAME-HILFSFELD     PIC X(30).

      * Schwelle fuer die Trendmarkierung in Prozent
       01  ANZEIGE-ZAHL            PIC ZZZZZZZ9.
       01  ANZEIGE-RATE            PIC ZZZZZZZ9.

      * ARCHIVLESEN=J: archivierte Laufzeilen werden mit
      * eingelesen.
       01  ARCHIV-LESEN            PIC X(01)     VALUE 'N'.
           88 ARCHIV-LESEN-JA                    VALUE 'J'.
       01  EOF-archivindex         PIC X(01)     VALUE 'N'.
           88 EOFAI-YES                          VALUE 'Y'.
           88 EOFAI-NO                           VALUE 'N'.

      * Zaehler fuer die Abschlussmeldung.
       01  GELESEN-ANZAHL          PIC 9(08)     VALUE 0.
       01  ARCHIVDATEIEN-ANZAHL    PIC 9(05)     VALUE 0.
       01  UEBERGANGEN-ANZAHL      PIC 9(08)     VALUE 0.

      * Dieser Switch ist fuer gravierende Fehler beim Oeffnen,
             DISPLAY DD-STANDARD-BERICHT  UPON ENVIRONMENT-VALUE
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

      * QSCHWELLEPCT ist ein ganzzahliger Prozentwert; ein nicht
      * numerischer Wert wird mit einer Warnung ignoriert.
           MOVE SPACES TO SCHWELLE-PARAM
       VERARBEITUNG SECTION.
       VERARBEITUNG-ANFANG.

      * Archivierte Laufzeilen sind die aelteren und kommen zuerst.
           IF ARCHIV-LESEN-JA
             PERFORM ARCHIV-EINLESEN
             IF VERARBEITUNG-NICHT-OK
               GO TO VERARBEITUNG-ENDE
             END-IF
           END-IF

           SET EOFSUM-NO TO TRUE
           PERFORM UNTIL EOFSUM-YES OR VERARBEITUNG-NICHT-OK
             READ summarydatei
       VERARBEITUNG-ENDE.
           EXIT.

       ARCHIV-EINLESEN SECTION.
       ARCHIV-EINLESEN-ANFANG.
      * Liest aus dem Archivverzeichnis alle Archive der
      * MergeSummary.txt in der Reihenfolge ihrer Archivierung.
      * Ohne Archivverzeichnis gibt es nichts einzulesen; eine
      * verzeichnete, aber fehlende Archivdatei ist ein Fehler,
      * denn der Trend waere sonst unbemerkt unvollstaendig.
           OPEN INPUT archivindex
           IF ARCHIVINDEXSTATUS = 35
             DISPLAY " Kein Archivverzeichnis vorhanden."
             GO TO ARCHIV-EINLESEN-ENDE
           END-IF
           IF ARCHIVINDEXSTATUS NOT = 00
             DISPLAY " ERROR   Archivverzeichnis konnte nicht"
                     " gelesen werden." ARCHIVINDEXSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO ARCHIV-EINLESEN-ENDE
           END-IF

           SET EOFAI-NO TO TRUE
           PERFORM UNTIL EOFAI-YES OR VERARBEITUNG-NICHT-OK
             READ archivindex
             EVALUATE ARCHIVINDEXSTATUS
               WHEN 00
                 IF ai-art = "SUMMARY"
                   PERFORM ARCHIVDATEI-LESEN
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

           DISPLAY " Eingelesene Archivdateien: " ARCHIVDATEIEN-ANZAHL

           .
       ARCHIV-EINLESEN-ENDE.
           EXIT.

       ARCHIVDATEI-LESEN SECTION.
       ARCHIVDATEI-LESEN-ANFANG.
      * Liest eine Archivdatei wie die MergeSummary.txt selbst; der
      * Kontrollsatz am Ende wird uebergangen.
           DISPLAY "ARCHIVDD" UPON ENVIRONMENT-NAME
           DISPLAY ai-datei   UPON ENVIRONMENT-VALUE
           OPEN INPUT summaryarchiv
           IF ARCHIVSTATUS NOT = 00
             DISPLAY " ERROR   Archivdatei " ai-datei
                     " konnte nicht gelesen werden." ARCHIVSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO ARCHIVDATEI-LESEN-ENDE
           END-IF
           ADD 1 TO ARCHIVDATEIEN-ANZAHL

           PERFORM UNTIL ARCHIVSTATUS NOT = 00
             READ summaryarchiv
             IF ARCHIVSTATUS = 00
               AND summaryarchiv-zeile (1:8) NOT = "*ARCHIV*"
               ADD 1 TO GELESEN-ANZAHL
               MOVE summaryarchiv-zeile TO summaryzeile
               IF sum-datum IS NUMERIC
                 AND sum-zeilencounter1 IS NUMERIC
                 AND sum-zeilencounter2 IS NUMERIC
                 AND sum-zeilencounter3 IS NUMERIC
                 PERFORM LAUFZEILE-VERDICHTEN
               ELSE
                 ADD 1 TO UEBERGANGEN-ANZAHL
               END-IF
             END-IF
           END-PERFORM
           IF ARCHIVSTATUS NOT = 10
             DISPLAY " ERROR   Fehler beim Lesen der Archivdatei "
                     ai-datei ARCHIVSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF
           CLOSE summaryarchiv

           .
       ARCHIVDATEI-LESEN-ENDE.
           EXIT.

       LAUFZEILE-VERDICHTEN SECTION.
       LAUFZEILE-VERDICHTEN-ANFANG.
      * Rechnet die Laufzeile dem passenden Monats- und
