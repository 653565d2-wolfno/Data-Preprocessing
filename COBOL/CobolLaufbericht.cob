      **  (Programm, Start, Dauer, Zaehler, Return-Code) und je
      **  Programm die Laufdauer-Entwicklung, damit ein
      **  schrumpfendes Batchfenster auffaellt, bevor es die
      **  Nachtverarbeitung sprengt. Mit ARCHIVLESEN=J werden
      **  zuvor die archivierten Laufprotokolle eingelesen, deren
      **  Zeitraum in den Berichtszeitraum reicht (siehe
      **  CobolArchivierung und ArchivIndex.txt).
      **
      *****************************************************************
      **  01.09.2026             Erstellername: NOAH WOLFAHRT
           SELECT berichtdatei ASSIGN TO
           LAUFBERICHTDD
           FILE STATUS IS BERICHTSTATUS.
      * Archivverzeichnis und archivierte Laufprotokolle (siehe
      * CobolArchivierung); der Name der jeweiligen Archivdatei
      * wird vor dem Oeffnen in ARCHIVDD hinterlegt.
           SELECT archivindex ASSIGN TO
           ARCHIVINDEXDD
           FILE STATUS IS ARCHIVINDEXSTATUS.
           SELECT laufprotarchiv ASSIGN TO
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
           05 ai-bis-felder REDEFINES ai-bis.
              10 ai-bis-jahr        PIC 9(04).
              10 ai-bis-monat       PIC 9(02).
              10 ai-bis-tag         PIC 9(02).
           05 FILLER                PIC X(01).
           05 ai-anzahl             PIC 9(08).
           05 FILLER                PIC X(01).
           05 ai-archiviert         PIC 9(14).

       FD  laufprotarchiv.
      * Archivierte Saetze im Aufbau von laufprot-satz, zuletzt der
      * Kontrollsatz der Archivdatei ("*ARCHIV*" am Satzanfang).
       01  laufprotarchiv-satz      PIC X(76).

       WORKING-STORAGE SECTION.

       01  LAUFPROTSTATUS          PIC X(02).
       01  BERICHTSTATUS           PIC X(02).
       01  ARCHIVINDEXSTATUS       PIC X(02).
       01  ARCHIVSTATUS            PIC X(02).

      * Standarddateinamen, die PARAMETER-EINLESEN als DD-Zuweisung
      * hinterlegt, solange das aufrufende Skript die DD-Namen
                                   VALUE "Laufprotokoll.txt".
       01  DD-STANDARD-BERICHT     PIC X(30)
                                   VALUE "LaufBericht.txt".
       01  DD-STANDARD-INDEX       PIC X(30)
                                   VALUE "ArchivIndex.txt".
       01  DATEINAME-HILFSFELD     PIC X(30).

      * Berichtszeitraum in Tagen (Umgebungsvariable BERICHTTAGE,
       01  PT-DURCHSCHNITT         PIC 9(08)     VALUE 0.
       01  PT-TREND-GRENZE         PIC 9(10)     VALUE 0.

      * ARCHIVLESEN=J: archivierte Laufprotokolle des
      * Berichtszeitraums werden mit eingelesen.
       01  ARCHIV-LESEN            PIC X(01)     VALUE 'N'.
           88 ARCHIV-LESEN-JA                    VALUE 'J'.
       01  EOF-archivindex         PIC X(01)     VALUE 'N'.
           88 EOFAI-YES                          VALUE 'Y'.
           88 EOFAI-NO                           VALUE 'N'.

      * Zaehler fuer die Abschlussmeldung.
       01  GELESEN-ANZAHL          PIC 9(08)     VALUE 0.
       01  ARCHIVDATEIEN-ANZAHL    PIC 9(05)     VALUE 0.
       01  BERICHTET-ANZAHL        PIC 9(08)     VALUE 0.

      * Anzeigefelder des Berichts.
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

      * BERICHTTAGE ist ein ganzzahliger Tageswert; ein nicht
      * numerischer Wert wird mit einer Warnung ignoriert, damit
      * ein Tippfehler den Bericht nicht verhindert.
       VERARBEITUNG SECTION.
       VERARBEITUNG-ANFANG.

      * Archivierte Laeufe sind die aelteren und kommen zuerst.
           IF ARCHIV-LESEN-JA
             PERFORM ARCHIV-EINLESEN
             IF VERARBEITUNG-NICHT-OK
               GO TO VERARBEITUNG-ENDE
             END-IF
           END-IF

           SET EOFLP-NO TO TRUE
           PERFORM UNTIL EOFLP-YES OR VERARBEITUNG-NICHT-OK
             READ laufprotokoll
       VERARBEITUNG-ENDE.
           EXIT.

       ARCHIV-EINLESEN SECTION.
       ARCHIV-EINLESEN-ANFANG.
      * Liest aus dem Archivverzeichnis alle Laufprotokoll-Archive,
      * deren juengster Lauf in den Berichtszeitraum faellt, in der
      * Reihenfolge ihrer Archivierung. Ohne Archivverzeichnis gibt
      * es nichts einzulesen; eine verzeichnete, aber fehlende
      * Archivdatei ist ein Fehler, denn der Bericht waere sonst
      * unbemerkt unvollstaendig.
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
                 IF ai-art = "LAUFPROT" AND ai-bis IS NUMERIC
                   MOVE ai-bis-jahr  TO SERIAL-JAHR
                   MOVE ai-bis-monat TO SERIAL-MONAT
                   MOVE ai-bis-tag   TO SERIAL-TAG
                   PERFORM TAG-SERIAL-RECHNEN
                   IF SERIAL-ERGEBNIS NOT < GRENZE-SERIAL
                     PERFORM ARCHIVDATEI-LESEN
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

           DISPLAY " Eingelesene Archivdateien: " ARCHIVDATEIEN-ANZAHL

           .
       ARCHIV-EINLESEN-ENDE.
           EXIT.

       ARCHIVDATEI-LESEN SECTION.
       ARCHIVDATEI-LESEN-ANFANG.
      * Liest eine Archivdatei wie das Laufprotokoll selbst; der
      * Kontrollsatz am Ende wird uebergangen.
           DISPLAY "ARCHIVDD" UPON ENVIRONMENT-NAME
           DISPLAY ai-datei   UPON ENVIRONMENT-VALUE
           OPEN INPUT laufprotarchiv
           IF ARCHIVSTATUS NOT = 00
             DISPLAY " ERROR   Archivdatei " ai-datei
                     " konnte nicht gelesen werden." ARCHIVSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO ARCHIVDATEI-LESEN-ENDE
           END-IF
           ADD 1 TO ARCHIVDATEIEN-ANZAHL

           PERFORM UNTIL ARCHIVSTATUS NOT = 00
             READ laufprotarchiv
             IF ARCHIVSTATUS = 00
               AND laufprotarchiv-satz (1:8) NOT = "*ARCHIV*"
               ADD 1 TO GELESEN-ANZAHL
               MOVE laufprotarchiv-satz TO laufprot-satz
               IF lp-start IS NUMERIC AND lp-ende IS NUMERIC
                 PERFORM LAUFSATZ-VERARBEITEN
               END-IF
             END-IF
           END-PERFORM
           IF ARCHIVSTATUS NOT = 10
             DISPLAY " ERROR   Fehler beim Lesen der Archivdatei "
                     ai-datei ARCHIVSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF
           CLOSE laufprotarchiv

           .
       ARCHIVDATEI-LESEN-ENDE.
           EXIT.

       LAUFSATZ-VERARBEITEN SECTION.
       LAUFSATZ-VERARBEITEN-ANFANG.
      * Prueft den Zeitraum, berechnet die Laufdauer, schreibt die
