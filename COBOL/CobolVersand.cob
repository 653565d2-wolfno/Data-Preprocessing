       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CobolVersand.
      *****************************************************************
      **
      **  Versandauswahl zu einem Stichtag: waehlt alle Kunden aus,
      **  deren am Stichtag wirksame Version in einem der
      **  angegebenen PLZ-Bereiche liegt, und schreibt die
      **  Anschriftenliste in postalischer Vorsortierung (PLZ, Ort,
      **  Strasse, Hausnummer) samt Bundnummer. Die wirksame Version
      **  wird aus MergeOut.txt, FutureOut.txt und
      **  KundenHistorie.txt nach derselben Regel wie die
      **  Stichtagsauskunft in CobolAuskunft bestimmt, so dass auch
      **  bereits vorgemerkte Umzuege beruecksichtigt werden. Kunden
      **  mit offenem Datenschutzantrag (LoeschAntrag.txt) oder
      **  offenem Rueckstand (Backlog.dat, Suspense.txt) bleiben
      **  aussen vor. Das Kontrollblatt nennt die Stueckzahlen je
      **  Bund und je Leitregion (zweistellige PLZ).
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
      * Die drei Bestaende, aus denen die am Stichtag wirksame
      * Version gewaehlt wird.
           SELECT mergeout ASSIGN TO
           MERGEOUTDD
           FILE STATUS IS MERGEOUTSTATUS.
           SELECT futureout ASSIGN TO
           FUTUREOUTDD
           FILE STATUS IS FUTUREOUTSTATUS.
           SELECT historydatei ASSIGN TO
           HISTORYDD
           FILE STATUS IS HISTORYSTATUS.
      * Sperrende Bestaende: offene Datenschutzantraege (siehe
      * CobolLoeschung) und offene Rueckstandsposten (siehe
      * CobolBacklog).
           SELECT antragdatei ASSIGN TO
           LOESCHANTRAGDD
           FILE STATUS IS ANTRAGSTATUS.
           SELECT backlogdatei ASSIGN TO
           BACKLOGDD
           FILE STATUS IS BACKLOGSTATUS.
           SELECT suspensedatei ASSIGN TO
           SUSPENSEDD
           FILE STATUS IS SUSPENSESTATUS.
      * Arbeitsdatei fuer die ausgewaehlten Saetze zwischen den
      * beiden Sortierlaeufen.
           SELECT arbeitdatei ASSIGN TO
           VERSANDWORKDD
           FILE STATUS IS ARBEITSTATUS.
      * Anschriftenliste und Kontrollblatt.
           SELECT listedatei ASSIGN TO
           VERSANDLISTEDD
           FILE STATUS IS LISTESTATUS.
           SELECT kontrolldatei ASSIGN TO
           VERSANDKONTROLLEDD
           FILE STATUS IS KONTROLLSTATUS.
      * Zentrales Laufprotokoll der Verarbeitungskette (siehe
      * CobolMerge): ein standardisierter Satz je Lauf.
           SELECT laufprotokoll ASSIGN TO
           LAUFPROTDD
           FILE STATUS IS LAUFPROTSTATUS.
      * Erster Sortierlauf: alle Versionen und Sperrvermerke nach
      * Kunden-ID/Gueltigkeit/Erstellzeit, damit je Kunde die
      * wirksame Version als letzte gueltige Version der Gruppe
      * feststeht.
           SELECT sortdatei ASSIGN TO
           "VersandSort.tmp".
      * Zweiter Sortierlauf: postalische Vorsortierung der
      * ausgewaehlten Anschriften.
           SELECT sort2datei ASSIGN TO
           "VersandSort2.tmp".

       DATA DIVISION.
       FILE SECTION.

       FD  mergeout.
       01  mergeoutzeile            PIC X(108).
       FD  futureout.
       01  futureoutzeile           PIC X(108).
       FD  historydatei.
       01  history-zeile            PIC X(108).
       FD  antragdatei.
      * Eine beantragte Kunden-ID je Zeile, wie in CobolLoeschung.
       01  antrag-satz              PIC X(10).
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
       FD  arbeitdatei.
       01  arbeitsatz               PIC X(108).
       FD  listedatei.
      * Eine Anschrift je Satz in Versandreihenfolge, mit der
      * Nummer des Bundes, in das die Sendung gehoert.
       01  listesatz.
           05 vl-bund               PIC 9(05).
           05 FILLER                PIC X(01).
           05 vl-plz                PIC X(05).
           05 FILLER                PIC X(01).
           05 vl-ort                PIC X(30).
           05 FILLER                PIC X(01).
           05 vl-strasse            PIC X(30).
           05 FILLER                PIC X(01).
           05 vl-hausnr             PIC X(05).
           05 FILLER                PIC X(01).
           05 vl-kunden-id          PIC X(10).
       FD  kontrolldatei.
       01  kontrollzeile            PIC X(100).
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
       SD  sortdatei.
      * s1-quelle: M = MergeOut, F = FutureOut, H = Historie,
      * D = Datenschutzantrag, R = Rueckstand. Sperrvermerke
      * tragen nur die Kunden-ID.
       01  sortsatz.
           05 s1-kunden-id          PIC X(10).
           05 s1-gueltig            PIC 9(08).
           05 s1-erstellzeit        PIC 9(14).
           05 s1-quelle             PIC X(01).
           05 s1-zeile              PIC X(108).
       SD  sort2datei.
       01  sort2satz.
           05 s2-plz                PIC X(05).
           05 s2-ort                PIC X(30).
           05 s2-strasse            PIC X(30).
           05 s2-hausnr             PIC X(05).
           05 s2-kunden-id          PIC X(10).

       WORKING-STORAGE SECTION.

       01  MERGEOUTSTATUS          PIC X(02).
       01  FUTUREOUTSTATUS         PIC X(02).
       01  HISTORYSTATUS           PIC X(02).
       01  ANTRAGSTATUS            PIC X(02).
       01  BACKLOGSTATUS           PIC X(02).
       01  SUSPENSESTATUS          PIC X(02).
       01  ARBEITSTATUS            PIC X(02).
       01  LISTESTATUS             PIC X(02).
       01  KONTROLLSTATUS          PIC X(02).
       01  LAUFPROTSTATUS          PIC X(02).

      * Standarddateinamen, die PARAMETER-EINLESEN als DD-Zuweisung
      * hinterlegt, solange die aufrufende JCL/das Start-Skript die
      * DD-Namen nicht selbst setzt.
       01  DD-STANDARD-MERGEOUT    PIC X(30)     VALUE "MergeOut.txt".
       01  DD-STANDARD-FUTUREOUT   PIC X(30)     VALUE "FutureOut.txt".
       01  DD-STANDARD-HISTORY     PIC X(30)
                                   VALUE "KundenHistorie.txt".
       01  DD-STANDARD-ANTRAG      PIC X(30)
                                   VALUE "LoeschAntrag.txt".
       01  DD-STANDARD-BACKLOG     PIC X(30)     VALUE "Backlog.dat".
       01  DD-STANDARD-SUSPENSE    PIC X(30)     VALUE "Suspense.txt".
       01  DD-STANDARD-ARBEIT      PIC X(30)
                                   VALUE "VersandAuswahl.tmp".
       01  DD-STANDARD-LISTE       PIC X(30)
                                   VALUE "VersandListe.txt".
       01  DD-STANDARD-KONTROLLE   PIC X(30)
                                   VALUE "VersandKontrolle.txt".
       01  DD-STANDARD-LAUFPROT    PIC X(30)
                                   VALUE "Laufprotokoll.txt".
       01  DATEINAME-HILFSFELD     PIC X(30).

      * Laufparameter: VERSANDSTICHTAG (JJJJMMTT, ohne Angabe der
      * Tag des Laufs), VERSANDPLZ als Liste von PLZ-Praefixen oder
      * -Bereichen, durch Komma getrennt (z. B. "40-47,50,5210"),
      * und VERSANDBUND als Hoechstzahl der Sendungen je Bund.
       01  STICHTAG-PARAM          PIC X(08)     VALUE SPACES.
       01  VERSAND-STICHTAG        PIC 9(08)     VALUE 0.
       01  VERSAND-STICHTAG-TEILE REDEFINES VERSAND-STICHTAG.
           05 STICHTAG-JAHR        PIC 9(04).
           05 STICHTAG-MONAT       PIC 9(02).
           05 STICHTAG-TAG         PIC 9(02).
       01  VERSAND-PLZ-PARAM       PIC X(200)    VALUE SPACES.
       01  BUND-PARAM              PIC X(04)     VALUE SPACES.
       01  BUND-SCHIEBEFELD        PIC X(04).
       01  BUND-GROESSE            PIC 9(04)     VALUE 50.

      * Die angegebenen PLZ-Bereiche, auf fuenfstellige Grenzen
      * aufgefuellt: ein Praefix "40" wird zu 40000-40999, ein
      * Bereich "40-47" zu 40000-47999.
       01  PLZ-BEREICH-TABELLE.
           05 PLZ-BEREICH OCCURS 50 TIMES.
              10 PB-VON             PIC X(05).
              10 PB-BIS             PIC X(05).
       01  PLZ-BEREICH-ANZAHL      PIC 9(02)     VALUE 0.
       01  PLZ-BEREICH-POSITION    PIC 9(02)     VALUE 0.
       01  PLZ-ZEIGER              PIC 9(03)     VALUE 1.
       01  PLZ-ELEMENT             PIC X(20).
       01  PLZ-TEIL-VON            PIC X(20).
       01  PLZ-TEIL-BIS            PIC X(20).
       01  PLZ-LAENGE-VON          PIC 9(02)     VALUE 0.
       01  PLZ-LAENGE-BIS          PIC 9(02)     VALUE 0.
       01  PLZ-GRENZE              PIC X(05).
       01  PLZ-TREFFER             PIC X(01)     VALUE 'N'.
           88 PLZ-IM-BEREICH                     VALUE 'J'.
           88 PLZ-NICHT-IM-BEREICH               VALUE 'N'.

      * Normierung einer Kunden-ID aus der Antragsdatei, wie
      * ANTRAG-NORMIEREN in CobolLoeschung.
       01  ANTRAG-HILFSFELD        PIC X(10).
       01  ANTRAG-SCHIEBEFELD      PIC X(10).

      * Aufteilung eines Kundensatzes (108 Byte) wie
      * kundeoutzeile-felder in CobolMerge.
       01  KUNDEN-SATZ.
           05 KS-KUNDEN-ID         PIC X(10).
           05 FILLER               PIC X(01).
           05 KS-ERSTELLZEIT       PIC X(14).
           05 FILLER               PIC X(01).
           05 KS-GUELTIG           PIC X(08).
           05 FILLER               PIC X(01).
           05 KS-PLZ               PIC X(05).
           05 FILLER               PIC X(01).
           05 KS-WOHNORT           PIC X(30).
           05 FILLER               PIC X(01).
           05 KS-STRASSE           PIC X(30).
           05 FILLER               PIC X(01).
           05 KS-HAUSNR            PIC X(05).
       01  KUNDEN-QUELLE           PIC X(01).

      * Gruppenwechsel im ersten Sortierlauf: Kunden-ID der
      * laufenden Gruppe, ihre wirksame Version und ihre Vermerke.
       01  GRUPPE-KUNDEN-ID        PIC X(10)     VALUE LOW-VALUES.
       01  GRUPPE-BESTER-SATZ      PIC X(108).
       01  GRUPPE-VERSION          PIC X(01)     VALUE 'N'.
           88 GRUPPE-VERSION-DA                  VALUE 'J'.
           88 GRUPPE-VERSION-FEHLT               VALUE 'N'.
      * Nur Kunden, die heute noch in MergeOut oder FutureOut
      * stehen, werden angeschrieben; eine Kunden-ID, die nur
      * noch in der Historie vorkommt, ist kein Kunde mehr.
       01  GRUPPE-BESTAND          PIC X(01)     VALUE 'N'.
           88 GRUPPE-IM-BESTAND                  VALUE 'J'.
           88 GRUPPE-NICHT-IM-BESTAND            VALUE 'N'.
       01  GRUPPE-DATENSCHUTZ      PIC X(01)     VALUE 'N'.
           88 GRUPPE-ANTRAG-OFFEN                VALUE 'J'.
           88 GRUPPE-KEIN-ANTRAG                 VALUE 'N'.
       01  GRUPPE-RUECKSTAND       PIC X(01)     VALUE 'N'.
           88 GRUPPE-RUECKSTAND-OFFEN            VALUE 'J'.
           88 GRUPPE-KEIN-RUECKSTAND             VALUE 'N'.
       01  EOFSORT                 PIC X(01)     VALUE 'N'.
           88 EOFSORT-YES                        VALUE 'Y'.
           88 EOFSORT-NO                         VALUE 'N'.

      * Bundbildung im zweiten Sortierlauf: ein Bund umfasst die
      * Sendungen einer Postleitzahl, hoechstens BUND-GROESSE
      * Stueck.
       01  BUND-NUMMER             PIC 9(05)     VALUE 0.
       01  BUND-PLZ                PIC X(05)     VALUE SPACES.
       01  BUND-STUECK             PIC 9(05)     VALUE 0.
       01  LEITREGION-TABELLE.
           05 LEITREGION-EINTRAG OCCURS 100 TIMES.
              10 LR-STUECK          PIC 9(08).
              10 LR-BUNDE           PIC 9(05).
       01  LEITREGION-POSITION     PIC 9(03)     VALUE 0.
       01  LEITREGION-NUMMER       PIC 9(02)     VALUE 0.

      * Zaehler fuer Kontrollblatt und Laufprotokoll.
       01  MERGEOUT-ANZAHL         PIC 9(08)     VALUE 0.
       01  FUTUREOUT-ANZAHL        PIC 9(08)     VALUE 0.
       01  HISTORY-ANZAHL          PIC 9(08)     VALUE 0.
       01  ANTRAG-ANZAHL           PIC 9(08)     VALUE 0.
       01  RUECKSTAND-ANZAHL       PIC 9(08)     VALUE 0.
       01  KUNDEN-ANZAHL           PIC 9(08)     VALUE 0.
       01  OHNE-VERSION-ANZAHL     PIC 9(08)     VALUE 0.
       01  AUSSERHALB-ANZAHL       PIC 9(08)     VALUE 0.
       01  GESPERRT-ANTRAG-ANZAHL  PIC 9(08)     VALUE 0.
       01  GESPERRT-RUECK-ANZAHL   PIC 9(08)     VALUE 0.
       01  AUSGEWAEHLT-ANZAHL      PIC 9(08)     VALUE 0.
       01  GESCHRIEBEN-ANZAHL      PIC 9(08)     VALUE 0.

      * Anzeigefelder des Kontrollblatts.
       01  ANZEIGE-ZAHL            PIC ZZZZZZZ9.
       01  ANZEIGE-BUND            PIC ZZZZ9.

      * Startzeitpunkt des Laufs fuer das zentrale Laufprotokoll.
       01  LAUFPROT-START.
           05 LAUFPROT-START-DATUM PIC 9(08)     VALUE 0.
           05 LAUFPROT-START-ZEIT  PIC 9(06)     VALUE 0.
       01  LAUFPROT-ENDE.
           05 LAUFPROT-ENDE-DATUM  PIC 9(08)     VALUE 0.
           05 LAUFPROT-ENDE-ZEIT   PIC 9(06)     VALUE 0.

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

      * Zeigt an, ob Anschriftenliste und Kontrollblatt geoeffnet
      * wurden.
       01  AUSGABE-STATUS          PIC X(01)     VALUE 'N'.
           88 AUSGABE-OFFEN                      VALUE 'J'.
           88 AUSGABE-GESCHLOSSEN                VALUE 'N'.


       PROCEDURE DIVISION.

       STEUERUNG SECTION.
       STEUERUNG-ANFANG.

           PERFORM VORLAUF

           IF VERARBEITUNG-OK
             PERFORM VERARBEITUNG
           END-IF

           PERFORM NACHLAUF

      * Gestufter Return-Code fuer den Scheduler: 0 = Anschriften-
      * liste erstellt, 4 = kein Kunde ausgewaehlt, 8 = Abbruch.
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
             WHEN GESCHRIEBEN-ANZAHL = 0
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
      * sind die betrachteten Kunden, Ausgabe die geschriebenen
      * Anschriften, Reject die wegen Antrag oder Rueckstand
      * ausgeschlossenen Kunden.
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
           MOVE "CobolVersand"     TO lp-programm
           MOVE LAUFPROT-START     TO lp-start
           MOVE LAUFPROT-ENDE      TO lp-ende
           MOVE KUNDEN-ANZAHL      TO lp-eingabe
           MOVE GESCHRIEBEN-ANZAHL TO lp-ausgabe
           COMPUTE lp-reject = GESPERRT-ANTRAG-ANZAHL
                             + GESPERRT-RUECK-ANZAHL
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
      *    von Bedeutung sind, wie das Pruefen der Parameter und       *
      *    das Oeffnen von Anschriftenliste und Kontrollblatt.         *
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

           INITIALIZE LEITREGION-TABELLE

      * Programmbeginn kommunizieren
           DISPLAY SPACES
           DISPLAY "KundenVersand wird gestartet."

      * Dateinamen ggf. ueber Umgebungsvariablen parametrisieren.
           PERFORM PARAMETER-EINLESEN
           IF VERARBEITUNG-NICHT-OK
             GO TO VORLAUF-ENDE
           END-IF

           OPEN OUTPUT listedatei
           IF LISTESTATUS NOT = 00
             DISPLAY " ERROR   Anschriftenliste konnte nicht"
                     " geoeffnet werden." LISTESTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO VORLAUF-ENDE
           END-IF

           OPEN OUTPUT kontrolldatei
           IF KONTROLLSTATUS NOT = 00
             DISPLAY " ERROR   Kontrollblatt konnte nicht"
                     " geoeffnet werden." KONTROLLSTATUS
             CLOSE listedatei
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO VORLAUF-ENDE
           END-IF

           SET AUSGABE-OFFEN TO TRUE
           PERFORM KONTROLLE-KOPF-SCHREIBEN

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
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "LOESCHANTRAGDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "LOESCHANTRAGDD"     UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-ANTRAG   UPON ENVIRONMENT-VALUE
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
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "VERSANDWORKDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "VERSANDWORKDD"      UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-ARBEIT   UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "VERSANDLISTEDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "VERSANDLISTEDD"     UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-LISTE    UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD
                  FROM ENVIRONMENT "VERSANDKONTROLLEDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "VERSANDKONTROLLEDD" UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-KONTROLLE
                                          UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "LAUFPROTDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "LAUFPROTDD"         UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-LAUFPROT UPON ENVIRONMENT-VALUE
           END-IF

      * Stichtag: ohne Angabe gilt der Tag des Laufs.
           ACCEPT STICHTAG-PARAM FROM ENVIRONMENT "VERSANDSTICHTAG"
           IF STICHTAG-PARAM = SPACES
             MOVE SYSTEMDATUM-VOLL TO VERSAND-STICHTAG
           ELSE
             IF STICHTAG-PARAM IS NOT NUMERIC
               DISPLAY " ERROR   VERSANDSTICHTAG ist nicht"
                       " numerisch (JJJJMMTT erwartet): "
                       STICHTAG-PARAM
               SET VERARBEITUNG-NICHT-OK TO TRUE
               GO TO PARAMETER-EINLESEN-ENDE
             END-IF
             MOVE STICHTAG-PARAM TO VERSAND-STICHTAG
             IF STICHTAG-MONAT < 1 OR STICHTAG-MONAT > 12
               OR STICHTAG-TAG < 1 OR STICHTAG-TAG > 31
               DISPLAY " ERROR   VERSANDSTICHTAG ist kein Datum"
                       " (JJJJMMTT erwartet): " STICHTAG-PARAM
               SET VERARBEITUNG-NICHT-OK TO TRUE
               GO TO PARAMETER-EINLESEN-ENDE
             END-IF
           END-IF

      * Bundgroesse: ohne Angabe 50 Sendungen je Bund.
           ACCEPT BUND-PARAM FROM ENVIRONMENT "VERSANDBUND"
           IF BUND-PARAM NOT = SPACES
             PERFORM UNTIL BUND-PARAM (4:1) NOT = SPACE
               MOVE BUND-PARAM           TO BUND-SCHIEBEFELD
               MOVE "0"                  TO BUND-PARAM (1:1)
               MOVE BUND-SCHIEBEFELD (1:3)
                                         TO BUND-PARAM (2:3)
             END-PERFORM
             INSPECT BUND-PARAM REPLACING LEADING SPACE BY "0"
             IF BUND-PARAM IS NOT NUMERIC
               DISPLAY " ERROR   VERSANDBUND ist nicht numerisch: "
                       BUND-PARAM
               SET VERARBEITUNG-NICHT-OK TO TRUE
               GO TO PARAMETER-EINLESEN-ENDE
             END-IF
             MOVE BUND-PARAM TO BUND-GROESSE
             IF BUND-GROESSE = 0
               DISPLAY " ERROR   VERSANDBUND muss groesser als 0"
                       " sein."
               SET VERARBEITUNG-NICHT-OK TO TRUE
               GO TO PARAMETER-EINLESEN-ENDE
             END-IF
           END-IF

      * PLZ-Auswahl: Pflichtangabe, damit nicht versehentlich der
      * gesamte Bestand angeschrieben wird.
           ACCEPT VERSAND-PLZ-PARAM FROM ENVIRONMENT "VERSANDPLZ"
           IF VERSAND-PLZ-PARAM = SPACES
             DISPLAY " ERROR   VERSANDPLZ fehlt (PLZ-Praefixe oder"
                     " -Bereiche, z. B. 40-47,50)."
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO PARAMETER-EINLESEN-ENDE
           END-IF
           PERFORM PLZ-AUSWAHL-ZERLEGEN

           DISPLAY " Stichtag: " VERSAND-STICHTAG
                   ", PLZ-Bereiche: " PLZ-BEREICH-ANZAHL
                   ", Bundgroesse: " BUND-GROESSE

           .
       PARAMETER-EINLESEN-ENDE.
           EXIT.

       PLZ-AUSWAHL-ZERLEGEN SECTION.
       PLZ-AUSWAHL-ZERLEGEN-ANFANG.
      * Zerlegt VERSANDPLZ an den Kommas in einzelne Praefixe oder
      * Bereiche und legt sie als fuenfstellige Grenzen in
      * PLZ-BEREICH-TABELLE ab.
           MOVE 0 TO PLZ-BEREICH-ANZAHL
           MOVE 1 TO PLZ-ZEIGER

           PERFORM UNTIL PLZ-ZEIGER > 200
                       OR VERARBEITUNG-NICHT-OK
             MOVE SPACES TO PLZ-ELEMENT
             UNSTRING VERSAND-PLZ-PARAM DELIMITED BY ","
                      INTO PLZ-ELEMENT
                      WITH POINTER PLZ-ZEIGER
             END-UNSTRING
             IF PLZ-ELEMENT NOT = SPACES
               PERFORM PLZ-ELEMENT-AUSWERTEN
             END-IF
           END-PERFORM

           .
       PLZ-AUSWAHL-ZERLEGEN-ENDE.
           EXIT.

       PLZ-ELEMENT-AUSWERTEN SECTION.
       PLZ-ELEMENT-AUSWERTEN-ANFANG.
      * Ein Element ist ein Praefix ("40") oder ein Bereich von
      * Praefixen ("40-47"); beide Seiten haben ein bis fuenf
      * Ziffern. Die untere Grenze wird mit Nullen, die obere mit
      * Neunen auf fuenf Stellen aufgefuellt.
           MOVE SPACES TO PLZ-TEIL-VON
           MOVE SPACES TO PLZ-TEIL-BIS
           MOVE 0      TO PLZ-LAENGE-VON
           MOVE 0      TO PLZ-LAENGE-BIS
           UNSTRING PLZ-ELEMENT DELIMITED BY "-" OR SPACE
                    INTO PLZ-TEIL-VON COUNT IN PLZ-LAENGE-VON
                         PLZ-TEIL-BIS COUNT IN PLZ-LAENGE-BIS
           END-UNSTRING

           IF PLZ-LAENGE-BIS = 0
             MOVE PLZ-TEIL-VON   TO PLZ-TEIL-BIS
             MOVE PLZ-LAENGE-VON TO PLZ-LAENGE-BIS
           END-IF

           IF PLZ-LAENGE-VON < 1 OR PLZ-LAENGE-VON > 5
             OR PLZ-LAENGE-BIS < 1 OR PLZ-LAENGE-BIS > 5
             GO TO PLZ-ELEMENT-FEHLER
           END-IF
           IF PLZ-TEIL-VON (1:PLZ-LAENGE-VON) IS NOT NUMERIC
             OR PLZ-TEIL-BIS (1:PLZ-LAENGE-BIS) IS NOT NUMERIC
             GO TO PLZ-ELEMENT-FEHLER
           END-IF

           IF PLZ-BEREICH-ANZAHL >= 50
             DISPLAY " ERROR   VERSANDPLZ enthaelt mehr als 50"
                     " Praefixe/Bereiche."
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO PLZ-ELEMENT-AUSWERTEN-ENDE
           END-IF

           ADD 1 TO PLZ-BEREICH-ANZAHL
           MOVE PLZ-TEIL-VON (1:5) TO PLZ-GRENZE
           INSPECT PLZ-GRENZE REPLACING ALL SPACE BY "0"
           MOVE PLZ-GRENZE TO PB-VON (PLZ-BEREICH-ANZAHL)
           MOVE PLZ-TEIL-BIS (1:5) TO PLZ-GRENZE
           INSPECT PLZ-GRENZE REPLACING ALL SPACE BY "9"
           MOVE PLZ-GRENZE TO PB-BIS (PLZ-BEREICH-ANZAHL)

           IF PB-VON (PLZ-BEREICH-ANZAHL)
                > PB-BIS (PLZ-BEREICH-ANZAHL)
             GO TO PLZ-ELEMENT-FEHLER
           END-IF

           GO TO PLZ-ELEMENT-AUSWERTEN-ENDE
           .
       PLZ-ELEMENT-FEHLER.
           DISPLAY " ERROR   VERSANDPLZ enthaelt ein ungueltiges"
                   " Element: " PLZ-ELEMENT
           SET VERARBEITUNG-NICHT-OK TO TRUE
           .
       PLZ-ELEMENT-AUSWERTEN-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    In dieser Section wird die wesentliche Programmlogik        *
      *    durchgefuehrt: erster Sortierlauf zur Auswahl der           *
      *    wirksamen Versionen, zweiter Sortierlauf fuer die           *
      *    postalische Vorsortierung.                                  *
      *                                                                *
      ******************************************************************

       VERARBEITUNG SECTION.
       VERARBEITUNG-ANFANG.

           OPEN OUTPUT arbeitdatei
           IF ARBEITSTATUS NOT = 00
             DISPLAY " ERROR   Arbeitsdatei konnte nicht geoeffnet"
                     " werden." ARBEITSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO VERARBEITUNG-ENDE
           END-IF

           SORT sortdatei
                ON ASCENDING KEY s1-kunden-id
                                 s1-gueltig
                                 s1-erstellzeit
                INPUT  PROCEDURE IS VERSIONEN-EINSAMMELN
                OUTPUT PROCEDURE IS VERSIONEN-AUSWAEHLEN

           CLOSE arbeitdatei
           IF VERARBEITUNG-NICHT-OK
             GO TO VERARBEITUNG-ENDE
           END-IF

           SORT sort2datei
                ON ASCENDING KEY s2-plz
                                 s2-ort
                                 s2-strasse
                                 s2-hausnr
                                 s2-kunden-id
                INPUT  PROCEDURE IS AUSWAHL-FREIGEBEN
                OUTPUT PROCEDURE IS LISTE-ERSTELLEN

           .
       VERARBEITUNG-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    Erster Sortierlauf: Versionen und Sperrvermerke             *
      *    einsammeln, je Kunde die am Stichtag wirksame Version       *
      *    bestimmen und die ausgewaehlten Anschriften in die          *
      *    Arbeitsdatei schreiben.                                     *
      *                                                                *
      ******************************************************************

       VERSIONEN-EINSAMMELN SECTION.
       VERSIONEN-EINSAMMELN-ANFANG.
      * Eingabeprozedur: MergeOut ist Pflicht, alle uebrigen
      * Dateien sind optional (Dateistatus 35 = nicht vorhanden).
           OPEN INPUT mergeout
           IF MERGEOUTSTATUS NOT = 00
             DISPLAY " ERROR   MergeOut.txt konnte nicht gelesen"
                     " werden." MERGEOUTSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO VERSIONEN-EINSAMMELN-ENDE
           END-IF
           MOVE "M" TO KUNDEN-QUELLE
           PERFORM UNTIL MERGEOUTSTATUS NOT = 00
             READ mergeout
             IF MERGEOUTSTATUS = 00
               ADD 1 TO MERGEOUT-ANZAHL
               MOVE mergeoutzeile TO KUNDEN-SATZ
               PERFORM VERSION-FREIGEBEN
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
                 ADD 1 TO FUTUREOUT-ANZAHL
                 MOVE futureoutzeile TO KUNDEN-SATZ
                 PERFORM VERSION-FREIGEBEN
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

           OPEN INPUT historydatei
           IF HISTORYSTATUS = 00
             MOVE "H" TO KUNDEN-QUELLE
             PERFORM UNTIL HISTORYSTATUS NOT = 00
               READ historydatei
               IF HISTORYSTATUS = 00
                 ADD 1 TO HISTORY-ANZAHL
                 MOVE history-zeile TO KUNDEN-SATZ
                 PERFORM VERSION-FREIGEBEN
               END-IF
             END-PERFORM
             IF HISTORYSTATUS NOT = 10
               DISPLAY " ERROR   Fehler beim Lesen der"
                       " Historiendatei." HISTORYSTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
             END-IF
             CLOSE historydatei
           ELSE
             IF HISTORYSTATUS NOT = 35
               DISPLAY " ERROR   Historiendatei konnte nicht"
                       " gelesen werden." HISTORYSTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
             END-IF
           END-IF

           PERFORM SPERRVERMERKE-EINSAMMELN

           .
       VERSIONEN-EINSAMMELN-ENDE.
           EXIT.

       VERSION-FREIGEBEN SECTION.
       VERSION-FREIGEBEN-ANFANG.
      * Gibt die Version aus KUNDEN-SATZ an die Sortierung.
      * Nicht numerische Schluessel- oder Gueltigkeitsfelder
      * (beschaedigte Zeilen) werden uebergangen, wie in
      * STICHTAG-KANDIDAT-PRUEFEN von CobolAuskunft; eine nicht
      * numerische Erstellzeit zaehlt als 0.
           IF KS-KUNDEN-ID IS NOT NUMERIC
             OR KS-GUELTIG IS NOT NUMERIC
             GO TO VERSION-FREIGEBEN-ENDE
           END-IF

           MOVE KS-KUNDEN-ID     TO s1-kunden-id
           MOVE KS-GUELTIG       TO s1-gueltig
           IF KS-ERSTELLZEIT IS NUMERIC
             MOVE KS-ERSTELLZEIT TO s1-erstellzeit
           ELSE
             MOVE 0              TO s1-erstellzeit
           END-IF
           MOVE KUNDEN-QUELLE    TO s1-quelle
           MOVE KUNDEN-SATZ      TO s1-zeile
           RELEASE sortsatz

           .
       VERSION-FREIGEBEN-ENDE.
           EXIT.

       SPERRVERMERKE-EINSAMMELN SECTION.
       SPERRVERMERKE-EINSAMMELN-ANFANG.
      * Gibt fuer jede Kunden-ID mit offenem Datenschutzantrag
      * (D) bzw. offenem Rueckstandsposten (R) einen Vermerk an
      * die Sortierung; er landet in derselben Gruppe wie die
      * Versionen des Kunden.
           OPEN INPUT antragdatei
           IF ANTRAGSTATUS = 00
             PERFORM UNTIL ANTRAGSTATUS NOT = 00
               READ antragdatei
               IF ANTRAGSTATUS = 00
                 AND antrag-satz NOT = SPACES
                 MOVE antrag-satz TO ANTRAG-HILFSFELD
                 PERFORM ANTRAG-NORMIEREN
                 IF ANTRAG-HILFSFELD IS NUMERIC
                   ADD 1 TO ANTRAG-ANZAHL
                   MOVE ANTRAG-HILFSFELD TO s1-kunden-id
                   MOVE "D"              TO s1-quelle
                   PERFORM VERMERK-FREIGEBEN
                 END-IF
               END-IF
             END-PERFORM
             CLOSE antragdatei
           ELSE
             IF ANTRAGSTATUS NOT = 35
               DISPLAY " ERROR   Antragsdatei konnte nicht gelesen"
                       " werden." ANTRAGSTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
             END-IF
           END-IF

           OPEN INPUT backlogdatei
           IF BACKLOGSTATUS = 00
             PERFORM UNTIL BACKLOGSTATUS NOT = 00
               READ backlogdatei
               IF BACKLOGSTATUS = 00
                 AND bl-zeile (1:10) IS NUMERIC
                 ADD 1 TO RUECKSTAND-ANZAHL
                 MOVE bl-zeile (1:10) TO s1-kunden-id
                 MOVE "R"             TO s1-quelle
                 PERFORM VERMERK-FREIGEBEN
               END-IF
             END-PERFORM
             CLOSE backlogdatei
           ELSE
             IF BACKLOGSTATUS NOT = 35
               DISPLAY " ERROR   Backlog.dat konnte nicht gelesen"
                       " werden." BACKLOGSTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
             END-IF
           END-IF

      * Suspense.txt wird zusaetzlich gelesen, weil ein Posten aus
      * dem letzten Mergelauf erst mit dem naechsten CobolBacklog-
      * Lauf im Rueckstandsbestand steht.
           OPEN INPUT suspensedatei
           IF SUSPENSESTATUS = 00
             PERFORM UNTIL SUSPENSESTATUS NOT = 00
               READ suspensedatei
               IF SUSPENSESTATUS = 00
                 AND suspensezeile (1:10) IS NUMERIC
                 ADD 1 TO RUECKSTAND-ANZAHL
                 MOVE suspensezeile (1:10) TO s1-kunden-id
                 MOVE "R"                  TO s1-quelle
                 PERFORM VERMERK-FREIGEBEN
               END-IF
             END-PERFORM
             CLOSE suspensedatei
           ELSE
             IF SUSPENSESTATUS NOT = 35
               DISPLAY " ERROR   Suspense.txt konnte nicht gelesen"
                       " werden." SUSPENSESTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
             END-IF
           END-IF

           .
       SPERRVERMERKE-EINSAMMELN-ENDE.
           EXIT.

       VERMERK-FREIGEBEN SECTION.
       VERMERK-FREIGEBEN-ANFANG.
      * Sperrvermerk ohne Version: Kunden-ID und Quelle sind
      * bereits gesetzt.
           MOVE 0      TO s1-gueltig
           MOVE 0      TO s1-erstellzeit
           MOVE SPACES TO s1-zeile
           RELEASE sortsatz

           .
       VERMERK-FREIGEBEN-ENDE.
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

       VERSIONEN-AUSWAEHLEN SECTION.
       VERSIONEN-AUSWAEHLEN-ANFANG.
      * Ausgabeprozedur: die Saetze kommen je Kunden-ID nach
      * Gueltigkeit und Erstellzeit aufsteigend. Die letzte
      * Version mit gueltig kleiner/gleich dem Stichtag ist damit
      * die wirksame -- dieselbe Effektivdatum-Regel wie in
      * CobolAuskunft und im Mergelauf. Alle Saetze werden
      * abgeholt, auch nach einem Fehler, damit die Sortierung
      * sauber endet.
           MOVE LOW-VALUES TO GRUPPE-KUNDEN-ID
           SET EOFSORT-NO TO TRUE
           PERFORM UNTIL EOFSORT-YES
             RETURN sortdatei
               AT END
                 SET EOFSORT-YES TO TRUE
               NOT AT END
                 IF VERARBEITUNG-OK
                   PERFORM VERSION-EINORDNEN
                 END-IF
             END-RETURN
           END-PERFORM

           IF VERARBEITUNG-OK
             AND GRUPPE-KUNDEN-ID NOT = LOW-VALUES
             PERFORM GRUPPE-ABSCHLIESSEN
           END-IF

           .
       VERSIONEN-AUSWAEHLEN-ENDE.
           EXIT.

       VERSION-EINORDNEN SECTION.
       VERSION-EINORDNEN-ANFANG.

           IF s1-kunden-id NOT = GRUPPE-KUNDEN-ID
             IF GRUPPE-KUNDEN-ID NOT = LOW-VALUES
               PERFORM GRUPPE-ABSCHLIESSEN
             END-IF
             MOVE s1-kunden-id TO GRUPPE-KUNDEN-ID
             MOVE SPACES       TO GRUPPE-BESTER-SATZ
             SET GRUPPE-VERSION-FEHLT    TO TRUE
             SET GRUPPE-NICHT-IM-BESTAND TO TRUE
             SET GRUPPE-KEIN-ANTRAG      TO TRUE
             SET GRUPPE-KEIN-RUECKSTAND  TO TRUE
           END-IF

           EVALUATE s1-quelle
             WHEN "D"
               SET GRUPPE-ANTRAG-OFFEN     TO TRUE
             WHEN "R"
               SET GRUPPE-RUECKSTAND-OFFEN TO TRUE
             WHEN OTHER
               IF s1-quelle = "M" OR s1-quelle = "F"
                 SET GRUPPE-IM-BESTAND TO TRUE
               END-IF
               IF s1-gueltig NOT > VERSAND-STICHTAG
                 MOVE s1-zeile TO GRUPPE-BESTER-SATZ
                 SET GRUPPE-VERSION-DA TO TRUE
               END-IF
           END-EVALUATE

           .
       VERSION-EINORDNEN-ENDE.
           EXIT.

       GRUPPE-ABSCHLIESSEN SECTION.
       GRUPPE-ABSCHLIESSEN-ANFANG.
      * Entscheidet fuer die abgeschlossene Gruppe: nur Kunden im
      * heutigen Bestand mit einer am Stichtag wirksamen Version
      * in einem der PLZ-Bereiche; offene Antraege und Rueck-
      * staende schliessen den Kunden aus.
           IF GRUPPE-NICHT-IM-BESTAND
             GO TO GRUPPE-ABSCHLIESSEN-ENDE
           END-IF
           ADD 1 TO KUNDEN-ANZAHL

           IF GRUPPE-VERSION-FEHLT
             ADD 1 TO OHNE-VERSION-ANZAHL
             GO TO GRUPPE-ABSCHLIESSEN-ENDE
           END-IF

           MOVE GRUPPE-BESTER-SATZ TO KUNDEN-SATZ
           PERFORM PLZ-PRUEFEN
           IF PLZ-NICHT-IM-BEREICH
             ADD 1 TO AUSSERHALB-ANZAHL
             GO TO GRUPPE-ABSCHLIESSEN-ENDE
           END-IF

           IF GRUPPE-ANTRAG-OFFEN
             ADD 1 TO GESPERRT-ANTRAG-ANZAHL
             GO TO GRUPPE-ABSCHLIESSEN-ENDE
           END-IF
           IF GRUPPE-RUECKSTAND-OFFEN
             ADD 1 TO GESPERRT-RUECK-ANZAHL
             GO TO GRUPPE-ABSCHLIESSEN-ENDE
           END-IF

           MOVE KUNDEN-SATZ TO arbeitsatz
           WRITE arbeitsatz
           IF ARBEITSTATUS NOT = 00
             DISPLAY " ERROR   Fehler beim Schreiben der"
                     " Arbeitsdatei." ARBEITSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO GRUPPE-ABSCHLIESSEN-ENDE
           END-IF
           ADD 1 TO AUSGEWAEHLT-ANZAHL

           .
       GRUPPE-ABSCHLIESSEN-ENDE.
           EXIT.

       PLZ-PRUEFEN SECTION.
       PLZ-PRUEFEN-ANFANG.
      * Prueft KS-PLZ gegen die angegebenen PLZ-Bereiche.
           SET PLZ-NICHT-IM-BEREICH TO TRUE
           IF KS-PLZ IS NOT NUMERIC
             GO TO PLZ-PRUEFEN-ENDE
           END-IF

           MOVE 1 TO PLZ-BEREICH-POSITION
           PERFORM UNTIL PLZ-BEREICH-POSITION > PLZ-BEREICH-ANZAHL
                       OR PLZ-IM-BEREICH
             IF KS-PLZ NOT < PB-VON (PLZ-BEREICH-POSITION)
               AND KS-PLZ NOT > PB-BIS (PLZ-BEREICH-POSITION)
               SET PLZ-IM-BEREICH TO TRUE
             END-IF
             ADD 1 TO PLZ-BEREICH-POSITION
           END-PERFORM

           .
       PLZ-PRUEFEN-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    Zweiter Sortierlauf: postalische Vorsortierung,             *
      *    Bundbildung, Anschriftenliste und Kontrollblatt.            *
      *                                                                *
      ******************************************************************

       AUSWAHL-FREIGEBEN SECTION.
       AUSWAHL-FREIGEBEN-ANFANG.

           OPEN INPUT arbeitdatei
           IF ARBEITSTATUS NOT = 00
             DISPLAY " ERROR   Arbeitsdatei konnte nicht gelesen"
                     " werden." ARBEITSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO AUSWAHL-FREIGEBEN-ENDE
           END-IF

           PERFORM UNTIL ARBEITSTATUS NOT = 00
             READ arbeitdatei
             IF ARBEITSTATUS = 00
               MOVE arbeitsatz     TO KUNDEN-SATZ
               MOVE KS-PLZ         TO s2-plz
               MOVE KS-WOHNORT     TO s2-ort
               MOVE KS-STRASSE     TO s2-strasse
               MOVE KS-HAUSNR      TO s2-hausnr
               MOVE KS-KUNDEN-ID   TO s2-kunden-id
               RELEASE sort2satz
             END-IF
           END-PERFORM
           CLOSE arbeitdatei

           .
       AUSWAHL-FREIGEBEN-ENDE.
           EXIT.

       LISTE-ERSTELLEN SECTION.
       LISTE-ERSTELLEN-ANFANG.
      * Ausgabeprozedur: schreibt die Anschriften in Versand-
      * reihenfolge und bildet dabei die Bunde. Ein neuer Bund
      * beginnt mit jeder neuen Postleitzahl und sobald der
      * laufende Bund BUND-GROESSE Sendungen enthaelt.
           MOVE SPACES TO kontrollzeile
           PERFORM KONTROLLWRITE
           MOVE "Bunde:" TO kontrollzeile
           PERFORM KONTROLLWRITE
           MOVE SPACES TO kontrollzeile
           MOVE "Bund"        TO kontrollzeile (3:5)
           MOVE "LR"          TO kontrollzeile (10:2)
           MOVE "PLZ"         TO kontrollzeile (14:5)
           MOVE "Stueck"      TO kontrollzeile (23:6)
           PERFORM KONTROLLWRITE

           SET EOFSORT-NO TO TRUE
           PERFORM UNTIL EOFSORT-YES
             RETURN sort2datei
               AT END
                 SET EOFSORT-YES TO TRUE
               NOT AT END
                 IF VERARBEITUNG-OK
                   PERFORM ANSCHRIFT-SCHREIBEN
                 END-IF
             END-RETURN
           END-PERFORM

           IF BUND-NUMMER > 0
             PERFORM BUND-ABSCHLIESSEN
           ELSE
             MOVE SPACES TO kontrollzeile
             MOVE "  Keine Sendungen." TO kontrollzeile
             PERFORM KONTROLLWRITE
           END-IF

           .
       LISTE-ERSTELLEN-ENDE.
           EXIT.

       ANSCHRIFT-SCHREIBEN SECTION.
       ANSCHRIFT-SCHREIBEN-ANFANG.

           IF BUND-NUMMER = 0
             OR s2-plz NOT = BUND-PLZ
             OR BUND-STUECK >= BUND-GROESSE
             IF BUND-NUMMER > 0
               PERFORM BUND-ABSCHLIESSEN
             END-IF
             ADD 1 TO BUND-NUMMER
             MOVE s2-plz TO BUND-PLZ
             MOVE 0      TO BUND-STUECK
             MOVE s2-plz (1:2) TO LEITREGION-NUMMER
             COMPUTE LEITREGION-POSITION = LEITREGION-NUMMER + 1
             ADD 1 TO LR-BUNDE (LEITREGION-POSITION)
           END-IF

           ADD 1 TO BUND-STUECK
           ADD 1 TO LR-STUECK (LEITREGION-POSITION)

           MOVE SPACES        TO listesatz
           MOVE BUND-NUMMER   TO vl-bund
           MOVE s2-plz        TO vl-plz
           MOVE s2-ort        TO vl-ort
           MOVE s2-strasse    TO vl-strasse
           MOVE s2-hausnr     TO vl-hausnr
           MOVE s2-kunden-id  TO vl-kunden-id
           WRITE listesatz
           IF LISTESTATUS NOT = 00
             DISPLAY " ERROR   Fehler beim Schreiben der"
                     " Anschriftenliste." LISTESTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO ANSCHRIFT-SCHREIBEN-ENDE
           END-IF
           ADD 1 TO GESCHRIEBEN-ANZAHL

           .
       ANSCHRIFT-SCHREIBEN-ENDE.
           EXIT.

       BUND-ABSCHLIESSEN SECTION.
       BUND-ABSCHLIESSEN-ANFANG.
      * Eine Zeile je Bund auf dem Kontrollblatt.
           MOVE SPACES TO kontrollzeile
           MOVE BUND-NUMMER       TO ANZEIGE-BUND
           MOVE ANZEIGE-BUND      TO kontrollzeile (3:5)
           MOVE BUND-PLZ (1:2)    TO kontrollzeile (10:2)
           MOVE BUND-PLZ          TO kontrollzeile (14:5)
           MOVE BUND-STUECK       TO ANZEIGE-ZAHL
           MOVE ANZEIGE-ZAHL      TO kontrollzeile (21:8)
           PERFORM KONTROLLWRITE

           .
       BUND-ABSCHLIESSEN-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    Kontrollblatt: Kopf, Stueckzahlen je Leitregion und         *
      *    Zusammenfassung.                                            *
      *                                                                *
      ******************************************************************

       KONTROLLE-KOPF-SCHREIBEN SECTION.
       KONTROLLE-KOPF-SCHREIBEN-ANFANG.

           MOVE SPACES TO kontrollzeile
           MOVE "Kontrollblatt Versandauswahl" TO kontrollzeile
           PERFORM KONTROLLWRITE

           MOVE SPACES TO kontrollzeile
           MOVE "Stand: "            TO kontrollzeile (1:7)
           MOVE SYSTEM-TAG           TO kontrollzeile (8:2)
           MOVE "."                  TO kontrollzeile (10:1)
           MOVE SYSTEM-MONAT         TO kontrollzeile (11:2)
           MOVE "."                  TO kontrollzeile (13:1)
           MOVE SYSTEM-JAHR          TO kontrollzeile (14:4)
           MOVE "Stichtag: "         TO kontrollzeile (22:10)
           MOVE STICHTAG-TAG         TO kontrollzeile (32:2)
           MOVE "."                  TO kontrollzeile (34:1)
           MOVE STICHTAG-MONAT       TO kontrollzeile (35:2)
           MOVE "."                  TO kontrollzeile (37:1)
           MOVE STICHTAG-JAHR        TO kontrollzeile (38:4)
           MOVE "Bundgroesse: "      TO kontrollzeile (46:13)
           MOVE BUND-GROESSE         TO kontrollzeile (59:4)
           PERFORM KONTROLLWRITE

           MOVE SPACES TO kontrollzeile
           MOVE "PLZ-Auswahl: "      TO kontrollzeile (1:13)
           MOVE VERSAND-PLZ-PARAM    TO kontrollzeile (14:87)
           PERFORM KONTROLLWRITE

           MOVE SPACES TO kontrollzeile
           MOVE "==========================================="
                TO kontrollzeile
           PERFORM KONTROLLWRITE

           .
       KONTROLLE-KOPF-SCHREIBEN-ENDE.
           EXIT.

       KONTROLLE-SUMME-SCHREIBEN SECTION.
       KONTROLLE-SUMME-SCHREIBEN-ANFANG.

           MOVE SPACES TO kontrollzeile
           PERFORM KONTROLLWRITE
           MOVE "Stueckzahlen je Leitregion:" TO kontrollzeile
           PERFORM KONTROLLWRITE
           MOVE SPACES TO kontrollzeile
           MOVE "LR"          TO kontrollzeile (3:2)
           MOVE "Bunde"       TO kontrollzeile (9:5)
           MOVE "Stueck"      TO kontrollzeile (18:6)
           PERFORM KONTROLLWRITE

           MOVE 1 TO LEITREGION-POSITION
           PERFORM UNTIL LEITREGION-POSITION > 100
             IF LR-STUECK (LEITREGION-POSITION) > 0
               COMPUTE LEITREGION-NUMMER = LEITREGION-POSITION - 1
               MOVE SPACES TO kontrollzeile
               MOVE LEITREGION-NUMMER TO kontrollzeile (3:2)
               MOVE LR-BUNDE (LEITREGION-POSITION) TO ANZEIGE-BUND
               MOVE ANZEIGE-BUND      TO kontrollzeile (9:5)
               MOVE LR-STUECK (LEITREGION-POSITION) TO ANZEIGE-ZAHL
               MOVE ANZEIGE-ZAHL      TO kontrollzeile (16:8)
               PERFORM KONTROLLWRITE
             END-IF
             ADD 1 TO LEITREGION-POSITION
           END-PERFORM

           MOVE SPACES TO kontrollzeile
           MOVE "Summe"               TO kontrollzeile (3:5)
           MOVE BUND-NUMMER           TO ANZEIGE-BUND
           MOVE ANZEIGE-BUND          TO kontrollzeile (9:5)
           MOVE GESCHRIEBEN-ANZAHL    TO ANZEIGE-ZAHL
           MOVE ANZEIGE-ZAHL          TO kontrollzeile (16:8)
           PERFORM KONTROLLWRITE

           MOVE SPACES TO kontrollzeile
           PERFORM KONTROLLWRITE
           MOVE "Auswahl:" TO kontrollzeile
           PERFORM KONTROLLWRITE
           MOVE SPACES TO kontrollzeile
           MOVE "  Kunden im Bestand:          " TO kontrollzeile
           MOVE KUNDEN-ANZAHL         TO ANZEIGE-ZAHL
           MOVE ANZEIGE-ZAHL          TO kontrollzeile (32:8)
           PERFORM KONTROLLWRITE
           MOVE SPACES TO kontrollzeile
           MOVE "  Ohne Version am Stichtag:   " TO kontrollzeile
           MOVE OHNE-VERSION-ANZAHL   TO ANZEIGE-ZAHL
           MOVE ANZEIGE-ZAHL          TO kontrollzeile (32:8)
           PERFORM KONTROLLWRITE
           MOVE SPACES TO kontrollzeile
           MOVE "  Ausserhalb der PLZ-Auswahl: " TO kontrollzeile
           MOVE AUSSERHALB-ANZAHL     TO ANZEIGE-ZAHL
           MOVE ANZEIGE-ZAHL          TO kontrollzeile (32:8)
           PERFORM KONTROLLWRITE
           MOVE SPACES TO kontrollzeile
           MOVE "  Ausgeschlossen, Antrag:     " TO kontrollzeile
           MOVE GESPERRT-ANTRAG-ANZAHL TO ANZEIGE-ZAHL
           MOVE ANZEIGE-ZAHL          TO kontrollzeile (32:8)
           PERFORM KONTROLLWRITE
           MOVE SPACES TO kontrollzeile
           MOVE "  Ausgeschlossen, Rueckstand: " TO kontrollzeile
           MOVE GESPERRT-RUECK-ANZAHL TO ANZEIGE-ZAHL
           MOVE ANZEIGE-ZAHL          TO kontrollzeile (32:8)
           PERFORM KONTROLLWRITE
           MOVE SPACES TO kontrollzeile
           MOVE "  Sendungen:                  " TO kontrollzeile
           MOVE GESCHRIEBEN-ANZAHL    TO ANZEIGE-ZAHL
           MOVE ANZEIGE-ZAHL          TO kontrollzeile (32:8)
           PERFORM KONTROLLWRITE

           .
       KONTROLLE-SUMME-SCHREIBEN-ENDE.
           EXIT.

       KONTROLLWRITE SECTION.
       KONTROLLWRITE-ANFANG.
      * Schreibt eine vorbereitete Zeile des Kontrollblatts.
           WRITE kontrollzeile
           IF KONTROLLSTATUS NOT = 00
             DISPLAY " WARNUNG Fehler beim Schreiben des"
                     " Kontrollblatts." KONTROLLSTATUS
           END-IF

           .
       KONTROLLWRITE-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    Hier werden die Dateien geschlossen und das Ergebnis        *
      *    gemeldet.                                                   *
      *                                                                *
      ******************************************************************

       NACHLAUF SECTION.
       NACHLAUF-ANFANG.

           IF AUSGABE-OFFEN
             IF VERARBEITUNG-NICHT-OK
               MOVE SPACES TO kontrollzeile
               PERFORM KONTROLLWRITE
               MOVE "Auswahl abgebrochen, Liste unvollstaendig und"
                    TO kontrollzeile
               MOVE " nicht zu verwenden."
                    TO kontrollzeile (47:20)
               PERFORM KONTROLLWRITE
             END-IF
             PERFORM KONTROLLE-SUMME-SCHREIBEN
             CLOSE listedatei kontrolldatei
           END-IF

           DISPLAY " Kunden im Bestand:        " KUNDEN-ANZAHL
           DISPLAY " Ausgeschlossen (Antrag):  " GESPERRT-ANTRAG-ANZAHL
           DISPLAY " Ausgeschlossen (Rueckst.):" GESPERRT-RUECK-ANZAHL
           DISPLAY " Sendungen / Bunde:        " GESCHRIEBEN-ANZAHL
                   " / " BUND-NUMMER
           IF VERARBEITUNG-OK
             IF GESCHRIEBEN-ANZAHL = 0
               DISPLAY " WARNUNG Kein Kunde ausgewaehlt."
             ELSE
               DISPLAY " SUCCESS Anschriftenliste erstellt."
             END-IF
           END-IF

           DISPLAY "KundenVersand wird beendet."

           .
       NACHLAUF-ENDE.
           EXIT.
