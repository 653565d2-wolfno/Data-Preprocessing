       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CobolKonsolidierung.
      *****************************************************************
      **
      **  Konsolidierung bestaetigter Kundendubletten: liest die
      **  von den Data Stewards freigegebenen Paare "ueberlebende
      **  Kunden-ID / stillgelegte Kunden-ID" (siehe Dublettenliste
      **  aus CobolDubletten), uebertraegt die aktuellen und die
      **  kuenftig gueltigen Versionen der stillgelegten Kunden-ID
      **  unter der ueberlebenden Kunden-ID in die Historiendatei,
      **  entfernt die stillgelegte Kunden-ID aus MergeOut.txt,
      **  FutureOut.txt und dem Kundenstamm und schreibt den
      **  dauerhaften Querverweis fort, ueber den CobolMerge und
      **  CobolReentry spaetere Lieferungen mit der stillgelegten
      **  Kunden-ID auf die ueberlebende umleiten. Jeder aus
      **  MergeOut.txt genommene Satz wird als "Entfernt" in
      **  ChangeLog.txt gemeldet. Der Lauf haelt die gemeinsame
      **  Laufsperre der Verarbeitungskette (siehe CobolMerge).
      **
      *****************************************************************
      **  15.10.2026             Erstellername: NOAH WOLFAHRT
      *****************************************************************



       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Alle Dateien haengen wie in CobolMerge an DD-Namen; fehlt
      * die DD-Zuweisung, setzt PARAMETER-EINLESEN die Standard-
      * dateinamen als Vorgabe. KONSOLPAARDD zeigt auf die von den
      * Data Stewards freigegebene Paarliste.
           SELECT paardatei ASSIGN TO
           KONSOLPAARDD
           FILE STATUS IS PAARSTATUS.
      * Die umzusetzenden Bestaende: jede Datei wird gelesen, ohne
      * die stillgelegten Kunden-IDs in die Arbeitsdatei kopiert
      * und anschliessend aus der Arbeitsdatei neu geschrieben
      * (wie in CobolLoeschung).
           SELECT mergeout ASSIGN TO
           MERGEOUTDD
           FILE STATUS IS MERGEOUTSTATUS.
           SELECT futureout ASSIGN TO
           FUTUREOUTDD
           FILE STATUS IS FUTUREOUTSTATUS.
      * Historiendatei (siehe HISTORYWRITE in CobolMerge): nimmt
      * die Versionen der stillgelegten Kunden-ID unter der
      * ueberlebenden Kunden-ID auf, damit die Stichtagsauskunft
      * in CobolAuskunft sie weiter kennt.
           SELECT historyout ASSIGN TO
           HISTORYDD
           FILE STATUS IS HISTORYSTATUS.
      * Indexierter Kundenstamm (siehe CobolMerge): die
      * stillgelegten Kunden-IDs werden direkt geloescht.
           SELECT kundenmaster ASSIGN TO
           KMASTERDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS km-kunden-id
           FILE STATUS IS KMASTERSTATUS.
      * Dauerhafter Querverweis stillgelegte -> ueberlebende
      * Kunden-ID. Wird zur Pruefung der Paare gelesen und am
      * Laufende fortgeschrieben; er wird nie gekuerzt.
           SELECT xrefdatei ASSIGN TO
           KUNDENXREFDD
           FILE STATUS IS XREFSTATUS.
      * Arbeitsdatei fuer das Umkopieren der 108-Byte-Bestaende.
           SELECT arbeitdatei ASSIGN TO
           KONSOLWORKDD
           FILE STATUS IS ARBEITSTATUS.
      * Zweite Arbeitsdatei fuer die Saetze der stillgelegten
      * Kunden-IDs: Historie und ChangeLog.txt werden erst aus ihr
      * geschrieben, wenn der Bestand fehlerfrei neu geschrieben
      * ist (siehe ABGANG-UEBERTRAGEN).
           SELECT abgangdatei ASSIGN TO
           KONSOLABGANGDD
           FILE STATUS IS ABGANGSTATUS.
      * Konsolidierungsbericht: je Paar das Ergebnis und die Anzahl
      * uebertragener Versionen je Bestand.
           SELECT berichtdatei ASSIGN TO
           KONSOLBERICHTDD
           FILE STATUS IS BERICHTSTATUS.
      * Aenderungsliste fuer die Abnehmer (siehe CobolMerge): die
      * aus MergeOut.txt genommenen Saetze werden angefuegt.
           SELECT changelogdatei ASSIGN TO
           CHANGELOGDD
           FILE STATUS IS CHANGELOGSTATUS.
      * Zentrales Laufprotokoll der Verarbeitungskette (siehe
      * CobolMerge): ein standardisierter Satz je Lauf.
           SELECT laufprotokoll ASSIGN TO
           LAUFPROTDD
           FILE STATUS IS LAUFPROTSTATUS.
      * Gemeinsame Laufsperre der Verarbeitungskette (siehe
      * CobolMerge): die Konsolidierung schreibt MergeOut.txt,
      * FutureOut.txt und den Kundenstamm neu.
           SELECT laufsperre ASSIGN TO
           LAUFSPERREDD
           FILE STATUS IS LAUFSPERRESTATUS.
           SELECT sperrprotokoll ASSIGN TO
           LAUFSPERRELOGDD
           FILE STATUS IS SPERRPROTSTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  paardatei.
      * Ein freigegebenes Paar je Zeile: ueberlebende Kunden-ID,
      * Trennzeichen, stillgelegte Kunden-ID. Kuerzere Angaben
      * werden wie in CobolAuskunft rechtsbuendig mit fuehrenden
      * Nullen aufgefuellt.
       01  paar-satz.
           05 paar-ueberlebend      PIC X(10).
           05 FILLER                PIC X(01).
           05 paar-stillgelegt      PIC X(10).
       FD  mergeout.
       01  mergeoutzeile            PIC X(108).
       FD  futureout.
       01  futureoutzeile           PIC X(108).
       FD  historyout.
       01  historyoutzeile          PIC X(108).
       FD  kundenmaster.
      * Gleicher Aufbau wie mergeoutzeile; nur der Schluessel ist
      * eigens benannt.
       01  kundenmaster-satz.
           05 km-kunden-id          PIC 9(10).
           05 km-rest               PIC X(98).
       FD  xrefdatei.
      * Querverweis: stillgelegte Kunden-ID, ueberlebende Kunden-ID
      * und Datum der Konsolidierung.
       01  xref-satz.
           05 xref-alt-id           PIC 9(10).
           05 FILLER                PIC X(01).
           05 xref-neu-id           PIC 9(10).
           05 FILLER                PIC X(01).
           05 xref-datum            PIC 9(08).
       FD  arbeitdatei.
       01  arbeitzeile              PIC X(108).
       FD  abgangdatei.
       01  abgangzeile              PIC X(108).
       FD  berichtdatei.
       01  berichtzeile             PIC X(80).
       FD  changelogdatei.
      * Gleicher Aufbau wie changelogzeile in CobolMerge; am
      * Zeilenende steht der Laufzeitpunkt.
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

       01  PAARSTATUS              PIC X(02).
       01  MERGEOUTSTATUS          PIC X(02).
       01  FUTUREOUTSTATUS         PIC X(02).
       01  HISTORYSTATUS           PIC X(02).
       01  KMASTERSTATUS           PIC X(02).
       01  XREFSTATUS              PIC X(02).
       01  ARBEITSTATUS            PIC X(02).
       01  ABGANGSTATUS            PIC X(02).
       01  BERICHTSTATUS           PIC X(02).
       01  CHANGELOGSTATUS         PIC X(02).
       01  LAUFPROTSTATUS          PIC X(02).
       01  LAUFSPERRESTATUS        PIC X(02).
       01  SPERRPROTSTATUS         PIC X(02).

      * Standarddateinamen, die PARAMETER-EINLESEN als DD-Zuweisung
      * hinterlegt, solange die aufrufende JCL/das Start-Skript die
      * DD-Namen nicht selbst setzt.
       01  DD-STANDARD-PAAR        PIC X(30)
                                   VALUE "KonsolPaare.txt".
       01  DD-STANDARD-MERGEOUT    PIC X(30)     VALUE "MergeOut.txt".
       01  DD-STANDARD-FUTUREOUT   PIC X(30)     VALUE "FutureOut.txt".
       01  DD-STANDARD-HISTORY     PIC X(30)
                                   VALUE "KundenHistorie.txt".
       01  DD-STANDARD-KMASTER     PIC X(30)
                                   VALUE "KundenMaster.dat".
       01  DD-STANDARD-XREF        PIC X(30)     VALUE "KundenXref.txt".
       01  DD-STANDARD-WORK        PIC X(30)     VALUE "KonsolWork.tmp".
       01  DD-STANDARD-ABGANG      PIC X(30)
                                   VALUE "KonsolAbgang.tmp".
       01  DD-STANDARD-BERICHT     PIC X(30)
                                   VALUE "KonsolBericht.txt".
       01  DD-STANDARD-CHANGELOG   PIC X(30)     VALUE "ChangeLog.txt".
       01  DD-STANDARD-LAUFPROT    PIC X(30)
                                   VALUE "Laufprotokoll.txt".
       01  DD-STANDARD-LAUFSPERRE  PIC X(30)
                                   VALUE "Laufsperre.dat".
       01  DD-STANDARD-SPERRPROT   PIC X(30)
                                   VALUE "LaufsperreLog.txt".
       01  DATEINAME-HILFSFELD     PIC X(30).

      * Im Arbeitsspeicher gehaltene Paartabelle: je Paar das
      * Pruefergebnis (gueltig/abgelehnt mit Grund) und die Anzahl
      * uebertragener Versionen je Bestand. 1000 Eintraege decken
      * realistische Konsolidierungslaeufe grosszuegig ab;
      * PAAR-LADEN bricht ab, statt Paare stillschweigend zu
      * ignorieren.
       01  PAAR-TABELLE.
           05 PAAR-EINTRAG OCCURS 1000 TIMES.
              10 PAAR-TAB-UEBERLEBEND  PIC X(10).
              10 PAAR-TAB-STILLGELEGT  PIC X(10).
              10 PAAR-TAB-STATUS       PIC X(01).
                 88 PAAR-GUELTIG                 VALUE 'G'.
                 88 PAAR-ABGELEHNT               VALUE 'A'.
              10 PAAR-TAB-GRUND        PIC X(40).
              10 PAAR-TAB-UEB-DA       PIC X(01).
                 88 PAAR-UEBERLEBEND-GEFUNDEN    VALUE 'J'.
                 88 PAAR-UEBERLEBEND-FEHLT       VALUE 'N'.
              10 PAAR-TAB-MERGEOUT     PIC 9(05).
              10 PAAR-TAB-FUTURE       PIC 9(05).
              10 PAAR-TAB-KMASTER      PIC 9(05).
       01  PAAR-ANZAHL             PIC 9(04)     VALUE 0.
       01  PAAR-GUELTIG-ANZAHL     PIC 9(04)     VALUE 0.
       01  PAAR-ABGELEHNT-ANZAHL   PIC 9(04)     VALUE 0.

      * Im Arbeitsspeicher gehaltener Querverweis aus frueheren
      * Konsolidierungen, fuer die Pruefung der Paare.
       01  XREF-TABELLE.
           05 XREF-EINTRAG OCCURS 50000 TIMES
                            INDEXED BY XREF-IDX.
              10 XREF-TAB-ALT-ID     PIC 9(10).
       01  XREF-ANZAHL             PIC 9(05)     VALUE 0.
       01  XREF-TREFFER            PIC X(01)     VALUE 'N'.
           88 XREF-GEFUNDEN                      VALUE 'J'.
           88 XREF-NICHT-GEFUNDEN                VALUE 'N'.

      * Hilfsindizes fuer Paartabelle und Bericht.
       01  PAAR-POSITION           PIC 9(04)     VALUE 0.
       01  PAAR-VERGLEICH          PIC 9(04)     VALUE 0.

      * Ergebnis der Suche in STILLGELEGT-SUCHEN bzw.
      * UEBERLEBEND-MARKIEREN: die zu pruefende Kunden-ID steht
      * vorher in PRUEF-KUNDEN-ID.
       01  PRUEF-KUNDEN-ID         PIC X(10).
       01  PAAR-TREFFER            PIC X(01)     VALUE 'N'.
           88 PAAR-GEFUNDEN                      VALUE 'J'.
           88 PAAR-NICHT-GEFUNDEN                VALUE 'N'.

      * Hilfsfelder fuer das Auffuellen kurzer Kunden-IDs, wie
      * PARAM-NORMIEREN in CobolAuskunft.
       01  PAAR-HILFSFELD          PIC X(10).
       01  PAAR-SCHIEBEFELD        PIC X(10).
       01  PAAR-UEB-HILFSFELD      PIC X(10).

      * Zaehler des gerade umgesetzten Bestands sowie Gesamtzaehler
      * fuer die Abschlussmeldung.
       01  GELESEN-ANZAHL          PIC 9(08)     VALUE 0.
       01  UEBERTRAGEN-ANZAHL      PIC 9(08)     VALUE 0.
       01  UEBERTRAGEN-GESAMT      PIC 9(08)     VALUE 0.
       01  KMASTER-GELOESCHT-ANZAHL
                                   PIC 9(08)     VALUE 0.
       01  CHANGELOG-ANZAHL        PIC 9(08)     VALUE 0.

      * Bestand, aus dem die Saetze in der Abgangsdatei stammen
      * (siehe ABGANG-UEBERTRAGEN).
       01  ABGANG-QUELLE           PIC X(01)     VALUE 'M'.
           88 ABGANG-AUS-MERGEOUT                VALUE 'M'.
           88 ABGANG-AUS-FUTUREOUT               VALUE 'F'.

      * Startzeitpunkt des Laufs fuer das zentrale Laufprotokoll.
       01  LAUFPROT-START.
           05 LAUFPROT-START-DATUM PIC 9(08)     VALUE 0.
           05 LAUFPROT-START-ZEIT  PIC 9(06)     VALUE 0.
       01  LAUFPROT-ENDE.
           05 LAUFPROT-ENDE-DATUM  PIC 9(08)     VALUE 0.
           05 LAUFPROT-ENDE-ZEIT   PIC 9(06)     VALUE 0.

      * Volles Systemdatum fuer den Querverweis.
       01  SYSTEMDATUM-VOLL        PIC 9(08).

      * Fuer den Berichtskopf wird die aktuelle Zeit ausgegeben.
       01  systemdatum.
           05 systemjahr            PIC 9(02).
           05 systemmonat           PIC 9(02).
           05 systemtag             PIC 9(02).
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

      * Zeigt an, dass der Lauf mangels Paaren nichts zu tun hatte:
      * ein sauberes Ende (Return-Code 0), kein Fehler.
       01  LEERLAUF-STATUS         PIC X(01)     VALUE 'N'.
           88 LEERLAUF-JA                        VALUE 'J'.
           88 LEERLAUF-NEIN                      VALUE 'N'.

      * Laufsperre: Name, unter dem dieser Lauf die Sperre
      * beansprucht, Zeitpunkt der Beanspruchung sowie Inhaber und
      * Zeitpunkt einer vorgefundenen Sperre.
       01  LAUFSPERRE-PROGRAMM     PIC X(16)
                                   VALUE "CobolKonsolidier".
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
      * Lauf (auch ein Lauf ohne Paare), 4 = Lauf mit abgelehnten
      * Paaren, 8 = unvollstaendige Konsolidierung, 20 = nicht
      * gestartet, weil die Laufsperre belegt war.
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
             WHEN LEERLAUF-JA
               MOVE 0 TO RETURN-CODE
             WHEN VERARBEITUNG-NICHT-OK
               MOVE 8 TO RETURN-CODE
             WHEN PAAR-ABGELEHNT-ANZAHL > 0
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
      * sind die gelesenen Paare, Ausgabe die konsolidierten,
      * Reject die abgelehnten.
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
           MOVE "CobolKonsolidier" TO lp-programm
           MOVE LAUFPROT-START     TO lp-start
           MOVE LAUFPROT-ENDE      TO lp-ende
           MOVE PAAR-ANZAHL        TO lp-eingabe
           MOVE PAAR-GUELTIG-ANZAHL
                                   TO lp-ausgabe
           MOVE PAAR-ABGELEHNT-ANZAHL
                                   TO lp-reject
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
      *    von Bedeutung sind, wie das Laden und Pruefen der           *
      *    Paarliste und das Oeffnen des Berichts.                     *
      *                                                                *
      ******************************************************************

       VORLAUF SECTION.
       VORLAUF-ANFANG.

           SET VERARBEITUNG-OK TO TRUE
           ACCEPT systemdatum  FROM DATE
           ACCEPT systemzeit   FROM TIME
           ACCEPT SYSTEMDATUM-VOLL FROM DATE YYYYMMDD

      * Startzeitpunkt fuer das zentrale Laufprotokoll festhalten.
           MOVE SYSTEMDATUM-VOLL   TO LAUFPROT-START-DATUM
           MOVE systemzeit (1:6)   TO LAUFPROT-START-ZEIT

      * Programmbeginn kommunizieren
           DISPLAY SPACES
           DISPLAY "KundenKonsolidierung wird gestartet."

      * Dateinamen ggf. ueber Umgebungsvariablen parametrisieren.
           PERFORM PARAMETER-EINLESEN

      * Gemeinsame Laufsperre beanspruchen: haelt ein anderes
      * Programm der Kette sie, wird dieser Lauf abgewiesen, bevor
      * ein Bestand gelesen wird.
           PERFORM LAUFSPERRE-SETZEN
           IF VERARBEITUNG-NICHT-OK
             GO TO VORLAUF-ENDE
           END-IF

      * Bisherigen Querverweis laden: eine bereits stillgelegte
      * Kunden-ID kann weder erneut stillgelegt werden noch
      * ueberleben.
           PERFORM XREF-LADEN
           IF VERARBEITUNG-NICHT-OK
             GO TO VORLAUF-ENDE
           END-IF

      * Paarliste laden; ohne Paare gibt es nichts zu tun.
           PERFORM PAAR-LADEN
           IF VERARBEITUNG-NICHT-OK
             GO TO VORLAUF-ENDE
           END-IF

           IF PAAR-ANZAHL = 0
             DISPLAY " Keine Konsolidierungspaare vorhanden, nichts"
                     " zu tun."
             SET LEERLAUF-JA TO TRUE
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO VORLAUF-ENDE
           END-IF

      * Paare gegeneinander pruefen: Ketten und doppelt
      * stillgelegte Kunden-IDs innerhalb der Liste.
           PERFORM PAARE-KREUZPRUEFEN

           OPEN OUTPUT berichtdatei
           IF BERICHTSTATUS NOT = 00
             DISPLAY " ERROR   Konsolidierungsbericht konnte nicht"
                     " geoeffnet werden." BERICHTSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF

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
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "KONSOLPAARDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "KONSOLPAARDD"       UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-PAAR     UPON ENVIRONMENT-VALUE
           END-IF

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
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "KMASTERDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "KMASTERDD"          UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-KMASTER  UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "KUNDENXREFDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "KUNDENXREFDD"       UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-XREF     UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "KONSOLWORKDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "KONSOLWORKDD"       UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-WORK     UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD
                  FROM ENVIRONMENT "KONSOLABGANGDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "KONSOLABGANGDD"     UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-ABGANG   UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD
                  FROM ENVIRONMENT "KONSOLBERICHTDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "KONSOLBERICHTDD"    UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-BERICHT  UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "LAUFPROTDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "LAUFPROTDD"         UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-LAUFPROT UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "CHANGELOGDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "CHANGELOGDD"        UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-CHANGELOG
                                          UPON ENVIRONMENT-VALUE
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

           .
       PARAMETER-EINLESEN-ENDE.
           EXIT.

       XREF-LADEN SECTION.
       XREF-LADEN-ANFANG.
      * Liest die stillgelegten Kunden-IDs des bisherigen
      * Querverweises in XREF-TABELLE ein. Fehlt die Datei
      * (Dateistatus 35), ist dies die erste Konsolidierung.
           MOVE 0 TO XREF-ANZAHL

           OPEN INPUT xrefdatei
           IF XREFSTATUS = 35
             DISPLAY " Noch kein Kunden-ID-Querverweis vorhanden."
             GO TO XREF-LADEN-ENDE
           END-IF
           IF XREFSTATUS NOT = 00
             DISPLAY " ERROR   Kunden-ID-Querverweis konnte nicht"
                     " gelesen werden." XREFSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO XREF-LADEN-ENDE
           END-IF

           PERFORM UNTIL XREFSTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ xrefdatei
             IF XREFSTATUS = 00
               AND xref-alt-id IS NUMERIC
               IF XREF-ANZAHL >= 50000
                 DISPLAY " ERROR   Kunden-ID-Querverweis hat mehr"
                         " als 50000 Eintraege, Lauf abgebrochen."
                 SET VERARBEITUNG-NICHT-OK TO TRUE
               ELSE
                 ADD 1 TO XREF-ANZAHL
                 MOVE xref-alt-id TO XREF-TAB-ALT-ID (XREF-ANZAHL)
               END-IF
             END-IF
           END-PERFORM
           CLOSE xrefdatei

           DISPLAY " Kunden-ID-Querverweis geladen: "
                   XREF-ANZAHL " Eintraege."

           .
       XREF-LADEN-ENDE.
           EXIT.

       XREF-SUCHEN SECTION.
       XREF-SUCHEN-ANFANG.
      * Sucht PRUEF-KUNDEN-ID unter den bereits stillgelegten
      * Kunden-IDs. Das Ergebnis steht in XREF-TREFFER.
           SET XREF-NICHT-GEFUNDEN TO TRUE
           SET XREF-IDX TO 1

           PERFORM UNTIL XREF-IDX > XREF-ANZAHL
                       OR XREF-GEFUNDEN
             IF XREF-TAB-ALT-ID (XREF-IDX) = PRUEF-KUNDEN-ID
               SET XREF-GEFUNDEN TO TRUE
             END-IF
             SET XREF-IDX UP BY 1
           END-PERFORM

           .
       XREF-SUCHEN-ENDE.
           EXIT.

       PAAR-LADEN SECTION.
       PAAR-LADEN-ANFANG.
      * Liest die Paarliste einmalig komplett in PAAR-TABELLE ein
      * und prueft jedes Paar fuer sich. Ein abgelehntes Paar wird
      * mit Grund in der Tabelle gefuehrt, damit es im Bericht
      * erscheint.
           MOVE 0 TO PAAR-ANZAHL

           OPEN INPUT paardatei
           IF PAARSTATUS NOT = 00
             DISPLAY " ERROR   Paarliste konnte nicht geoeffnet"
                     " werden." PAARSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO PAAR-LADEN-ENDE
           END-IF

           PERFORM UNTIL PAARSTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ paardatei
             IF PAARSTATUS = 00
               PERFORM PAAR-UEBERNEHMEN
             END-IF
           END-PERFORM
           CLOSE paardatei

           DISPLAY " Konsolidierungspaare geladen: " PAAR-ANZAHL "."

           .
       PAAR-LADEN-ENDE.
           EXIT.

       PAAR-UEBERNEHMEN SECTION.
       PAAR-UEBERNEHMEN-ANFANG.
      * Uebernimmt eine gelesene Zeile der Paarliste in die
      * Tabelle: auffuellen und die Pruefungen, die je Paar allein
      * moeglich sind.
           IF paar-satz = SPACES
             GO TO PAAR-UEBERNEHMEN-ENDE
           END-IF

           IF PAAR-ANZAHL >= 1000
             DISPLAY " ERROR   Mehr als 1000 Konsolidierungspaare,"
                     " Lauf abgebrochen, damit kein Paar"
                     " unbearbeitet bleibt."
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO PAAR-UEBERNEHMEN-ENDE
           END-IF

           ADD 1 TO PAAR-ANZAHL
           MOVE SPACES TO PAAR-TAB-GRUND (PAAR-ANZAHL)
           MOVE 0      TO PAAR-TAB-MERGEOUT (PAAR-ANZAHL)
           MOVE 0      TO PAAR-TAB-FUTURE (PAAR-ANZAHL)
           MOVE 0      TO PAAR-TAB-KMASTER (PAAR-ANZAHL)
           SET PAAR-UEBERLEBEND-FEHLT (PAAR-ANZAHL) TO TRUE
           SET PAAR-GUELTIG (PAAR-ANZAHL) TO TRUE

           MOVE paar-ueberlebend TO PAAR-HILFSFELD
           PERFORM PAAR-NORMIEREN
           MOVE PAAR-HILFSFELD   TO PAAR-TAB-UEBERLEBEND (PAAR-ANZAHL)
           MOVE paar-stillgelegt TO PAAR-HILFSFELD
           PERFORM PAAR-NORMIEREN
           MOVE PAAR-HILFSFELD   TO PAAR-TAB-STILLGELEGT (PAAR-ANZAHL)

           IF PAAR-TAB-UEBERLEBEND (PAAR-ANZAHL) IS NOT NUMERIC
              OR PAAR-TAB-STILLGELEGT (PAAR-ANZAHL) IS NOT NUMERIC
             MOVE "Kunden-ID nicht numerisch"
                  TO PAAR-TAB-GRUND (PAAR-ANZAHL)
             PERFORM PAAR-ABLEHNEN
             GO TO PAAR-UEBERNEHMEN-ENDE
           END-IF

           IF PAAR-TAB-UEBERLEBEND (PAAR-ANZAHL)
                = PAAR-TAB-STILLGELEGT (PAAR-ANZAHL)
             MOVE "Kunden-IDs identisch"
                  TO PAAR-TAB-GRUND (PAAR-ANZAHL)
             PERFORM PAAR-ABLEHNEN
             GO TO PAAR-UEBERNEHMEN-ENDE
           END-IF

           MOVE PAAR-TAB-STILLGELEGT (PAAR-ANZAHL) TO PRUEF-KUNDEN-ID
           PERFORM XREF-SUCHEN
           IF XREF-GEFUNDEN
             MOVE "Kunden-ID bereits stillgelegt"
                  TO PAAR-TAB-GRUND (PAAR-ANZAHL)
             PERFORM PAAR-ABLEHNEN
             GO TO PAAR-UEBERNEHMEN-ENDE
           END-IF

           MOVE PAAR-TAB-UEBERLEBEND (PAAR-ANZAHL) TO PRUEF-KUNDEN-ID
           PERFORM XREF-SUCHEN
           IF XREF-GEFUNDEN
             MOVE "Ueberlebende Kunden-ID ist stillgelegt"
                  TO PAAR-TAB-GRUND (PAAR-ANZAHL)
             PERFORM PAAR-ABLEHNEN
             GO TO PAAR-UEBERNEHMEN-ENDE
           END-IF

           .
       PAAR-UEBERNEHMEN-ENDE.
           EXIT.

       PAAR-NORMIEREN SECTION.
       PAAR-NORMIEREN-ANFANG.
      * Schiebt eine kuerzer erfasste Kunden-ID in PAAR-HILFSFELD
      * rechtsbuendig und fuellt sie mit fuehrenden Nullen auf,
      * wie PARAM-NORMIEREN in CobolAuskunft. Ein leeres Feld
      * bleibt leer und faellt damit in der Numerik-Pruefung auf.
           IF PAAR-HILFSFELD = SPACES
             GO TO PAAR-NORMIEREN-ENDE
           END-IF

           PERFORM UNTIL PAAR-HILFSFELD (10:1) NOT = SPACE
             MOVE PAAR-HILFSFELD         TO PAAR-SCHIEBEFELD
             MOVE "0"                    TO PAAR-HILFSFELD (1:1)
             MOVE PAAR-SCHIEBEFELD (1:9) TO PAAR-HILFSFELD (2:9)
           END-PERFORM
           INSPECT PAAR-HILFSFELD
                   REPLACING LEADING SPACE BY "0"

           .
       PAAR-NORMIEREN-ENDE.
           EXIT.

       PAAR-ABLEHNEN SECTION.
       PAAR-ABLEHNEN-ANFANG.
      * Markiert das Paar an PAAR-ANZAHL als abgelehnt; der Grund
      * steht bereits in PAAR-TAB-GRUND.
           SET PAAR-ABGELEHNT (PAAR-ANZAHL) TO TRUE
           DISPLAY " WARNUNG Paar " PAAR-ANZAHL " abgelehnt: "
                   PAAR-TAB-GRUND (PAAR-ANZAHL)

           .
       PAAR-ABLEHNEN-ENDE.
           EXIT.

       PAARE-KREUZPRUEFEN SECTION.
       PAARE-KREUZPRUEFEN-ANFANG.
      * Prueft die noch gueltigen Paare gegeneinander: eine
      * Kunden-ID darf nur einmal stillgelegt werden (das spaetere
      * Paar wird abgelehnt), und eine ueberlebende Kunden-ID darf
      * nicht im selben Lauf selbst stillgelegt werden -- eine
      * solche Kette muss in zwei Laeufen aufgeloest werden.
           MOVE 1 TO PAAR-POSITION
           PERFORM UNTIL PAAR-POSITION > PAAR-ANZAHL
             IF PAAR-GUELTIG (PAAR-POSITION)
               MOVE 1 TO PAAR-VERGLEICH
               PERFORM UNTIL PAAR-VERGLEICH > PAAR-ANZAHL
                           OR PAAR-ABGELEHNT (PAAR-POSITION)
                 IF PAAR-VERGLEICH NOT = PAAR-POSITION
                   IF PAAR-VERGLEICH < PAAR-POSITION
                     AND PAAR-TAB-STILLGELEGT (PAAR-VERGLEICH)
                       = PAAR-TAB-STILLGELEGT (PAAR-POSITION)
                     MOVE "Kunden-ID doppelt in der Paarliste"
                          TO PAAR-TAB-GRUND (PAAR-POSITION)
                     SET PAAR-ABGELEHNT (PAAR-POSITION) TO TRUE
                   END-IF
                   IF PAAR-TAB-STILLGELEGT (PAAR-VERGLEICH)
                       = PAAR-TAB-UEBERLEBEND (PAAR-POSITION)
                     MOVE "Ueberlebende Kunden-ID wird stillgelegt"
                          TO PAAR-TAB-GRUND (PAAR-POSITION)
                     SET PAAR-ABGELEHNT (PAAR-POSITION) TO TRUE
                   END-IF
                 END-IF
                 ADD 1 TO PAAR-VERGLEICH
               END-PERFORM
               IF PAAR-ABGELEHNT (PAAR-POSITION)
                 DISPLAY " WARNUNG Paar " PAAR-POSITION
                         " abgelehnt: "
                         PAAR-TAB-GRUND (PAAR-POSITION)
               END-IF
             END-IF
             ADD 1 TO PAAR-POSITION
           END-PERFORM

           .
       PAARE-KREUZPRUEFEN-ENDE.
           EXIT.

       STILLGELEGT-SUCHEN SECTION.
       STILLGELEGT-SUCHEN-ANFANG.
      * Sucht PRUEF-KUNDEN-ID unter den stillgelegten Kunden-IDs
      * der gueltigen Paare. Das Ergebnis steht in PAAR-TREFFER,
      * die Fundstelle in PAAR-POSITION.
           SET PAAR-NICHT-GEFUNDEN TO TRUE
           MOVE 1 TO PAAR-POSITION

           PERFORM UNTIL PAAR-POSITION > PAAR-ANZAHL
                       OR PAAR-GEFUNDEN
             IF PAAR-GUELTIG (PAAR-POSITION)
               AND PAAR-TAB-STILLGELEGT (PAAR-POSITION)
                   = PRUEF-KUNDEN-ID
               SET PAAR-GEFUNDEN TO TRUE
             ELSE
               ADD 1 TO PAAR-POSITION
             END-IF
           END-PERFORM

           .
       STILLGELEGT-SUCHEN-ENDE.
           EXIT.

       UEBERLEBEND-MARKIEREN SECTION.
       UEBERLEBEND-MARKIEREN-ANFANG.
      * Markiert jedes gueltige Paar, dessen ueberlebende Kunden-ID
      * gleich PRUEF-KUNDEN-ID ist, als in MergeOut.txt vorhanden.
           MOVE 1 TO PAAR-VERGLEICH

           PERFORM UNTIL PAAR-VERGLEICH > PAAR-ANZAHL
             IF PAAR-TAB-UEBERLEBEND (PAAR-VERGLEICH)
                  = PRUEF-KUNDEN-ID
               SET PAAR-UEBERLEBEND-GEFUNDEN (PAAR-VERGLEICH)
                   TO TRUE
             END-IF
             ADD 1 TO PAAR-VERGLEICH
           END-PERFORM

           .
       UEBERLEBEND-MARKIEREN-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    In dieser Section wird die wesentliche Programmlogik        *
      *    durchgefuehrt: Ueberlebende pruefen, Bestaende umsetzen,    *
      *    Kundenstamm bereinigen, zuletzt den Querverweis             *
      *    fortschreiben.                                              *
      *                                                                *
      ******************************************************************
       VERARBEITUNG SECTION.
       VERARBEITUNG-ANFANG.

      * Nur Paare, deren ueberlebende Kunden-ID in MergeOut.txt
      * aktuell gefuehrt wird, werden konsolidiert.
           PERFORM UEBERLEBENDE-PRUEFEN
           IF VERARBEITUNG-NICHT-OK
             GO TO VERARBEITUNG-ENDE
           END-IF

           IF PAAR-GUELTIG-ANZAHL = 0
             DISPLAY " Kein gueltiges Konsolidierungspaar, Bestaende"
                     " bleiben unveraendert."
             GO TO VERARBEITUNG-ENDE
           END-IF

      * Die Historiendatei waechst lauf-uebergreifend: sie wird
      * angefuegt, existiert sie noch nicht (Dateistatus 35), wird
      * sie neu angelegt.
           OPEN EXTEND historyout
           IF HISTORYSTATUS = 35
             OPEN OUTPUT historyout
           END-IF
           IF HISTORYSTATUS NOT = 00
             DISPLAY " ERROR   Historiendatei konnte"
                     " nicht geoeffnet werden." HISTORYSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO VERARBEITUNG-ENDE
           END-IF

      * Die ChangeLog.txt wird wie in CobolMerge angefuegt. Sie wird
      * vor dem Umschreiben von MergeOut.txt geoeffnet, damit kein
      * entfernter Satz den Abnehmern entgeht.
           OPEN EXTEND changelogdatei
           IF CHANGELOGSTATUS = 35
             OPEN OUTPUT changelogdatei
           END-IF
           IF CHANGELOGSTATUS NOT = 00
             DISPLAY " ERROR   ChangeLog.txt konnte nicht"
                     " geoeffnet werden." CHANGELOGSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             CLOSE historyout
             GO TO VERARBEITUNG-ENDE
           END-IF

           PERFORM MERGEOUT-UMSETZEN
           IF VERARBEITUNG-OK
             PERFORM FUTUREOUT-UMSETZEN
           END-IF
           CLOSE historyout
           CLOSE changelogdatei
           IF VERARBEITUNG-NICHT-OK
             GO TO VERARBEITUNG-ENDE
           END-IF

           PERFORM KUNDENMASTER-BEREINIGEN
           IF VERARBEITUNG-NICHT-OK
             GO TO VERARBEITUNG-ENDE
           END-IF

      * Der Querverweis wird erst geschrieben, wenn alle Bestaende
      * umgesetzt sind: bricht der Lauf vorher ab, kann er mit
      * derselben Paarliste wiederholt werden, ohne dass ein Paar
      * als bereits stillgelegt abgelehnt wird.
           PERFORM XREF-FORTSCHREIBEN

           .
       VERARBEITUNG-ENDE.
           EXIT.

       UEBERLEBENDE-PRUEFEN SECTION.
       UEBERLEBENDE-PRUEFEN-ANFANG.
      * Liest MergeOut.txt einmal und markiert die gueltigen Paare,
      * deren ueberlebende Kunden-ID dort gefuehrt wird. Alle
      * uebrigen gueltigen Paare werden abgelehnt.
           OPEN INPUT mergeout
           IF MERGEOUTSTATUS NOT = 00
             DISPLAY " ERROR   MergeOut.txt konnte nicht gelesen"
                     " werden." MERGEOUTSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO UEBERLEBENDE-PRUEFEN-ENDE
           END-IF

           PERFORM UNTIL MERGEOUTSTATUS NOT = 00
             READ mergeout
             IF MERGEOUTSTATUS = 00
               MOVE mergeoutzeile (1:10) TO PRUEF-KUNDEN-ID
               PERFORM UEBERLEBEND-MARKIEREN
             END-IF
           END-PERFORM
           CLOSE mergeout

           MOVE 0 TO PAAR-GUELTIG-ANZAHL
           MOVE 0 TO PAAR-ABGELEHNT-ANZAHL
           MOVE 1 TO PAAR-POSITION
           PERFORM UNTIL PAAR-POSITION > PAAR-ANZAHL
             IF PAAR-GUELTIG (PAAR-POSITION)
               AND PAAR-UEBERLEBEND-FEHLT (PAAR-POSITION)
               MOVE "Ueberlebende Kunden-ID nicht in MergeOut"
                    TO PAAR-TAB-GRUND (PAAR-POSITION)
               SET PAAR-ABGELEHNT (PAAR-POSITION) TO TRUE
               DISPLAY " WARNUNG Paar " PAAR-POSITION
                       " abgelehnt: " PAAR-TAB-GRUND (PAAR-POSITION)
             END-IF
             IF PAAR-GUELTIG (PAAR-POSITION)
               ADD 1 TO PAAR-GUELTIG-ANZAHL
             ELSE
               ADD 1 TO PAAR-ABGELEHNT-ANZAHL
             END-IF
             ADD 1 TO PAAR-POSITION
           END-PERFORM

           DISPLAY " Gueltige Paare: " PAAR-GUELTIG-ANZAHL
                   ", abgelehnte Paare: " PAAR-ABGELEHNT-ANZAHL "."

           .
       UEBERLEBENDE-PRUEFEN-ENDE.
           EXIT.

      ******************************************************************
      *    Umsetzung der einzelnen Bestaende: Datei lesen, Saetze      *
      *    der stillgelegten Kunden-IDs in die Abgangsdatei, alle      *
      *    uebrigen in die Arbeitsdatei kopieren, anschliessend aus    *
      *    der Arbeitsdatei neu schreiben (wie in CobolLoeschung).     *
      *    Erst danach gehen die Saetze der Abgangsdatei unter der     *
      *    ueberlebenden Kunden-ID in die Historie.                    *
      ******************************************************************

       MERGEOUT-UMSETZEN SECTION.
       MERGEOUT-UMSETZEN-ANFANG.
           MOVE 0 TO GELESEN-ANZAHL
           MOVE 0 TO UEBERTRAGEN-ANZAHL

           OPEN INPUT mergeout
           IF MERGEOUTSTATUS NOT = 00
             DISPLAY " ERROR   MergeOut.txt konnte nicht gelesen"
                     " werden." MERGEOUTSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO MERGEOUT-UMSETZEN-ENDE
           END-IF

           OPEN OUTPUT arbeitdatei
           IF ARBEITSTATUS NOT = 00
             DISPLAY " ERROR   Arbeitsdatei konnte nicht geoeffnet"
                     " werden." ARBEITSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             CLOSE mergeout
             GO TO MERGEOUT-UMSETZEN-ENDE
           END-IF

           OPEN OUTPUT abgangdatei
           IF ABGANGSTATUS NOT = 00
             DISPLAY " ERROR   Abgangsdatei konnte nicht geoeffnet"
                     " werden." ABGANGSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             CLOSE mergeout
             CLOSE arbeitdatei
             GO TO MERGEOUT-UMSETZEN-ENDE
           END-IF

           PERFORM UNTIL MERGEOUTSTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ mergeout
             IF MERGEOUTSTATUS = 00
               ADD 1 TO GELESEN-ANZAHL
               MOVE mergeoutzeile (1:10) TO PRUEF-KUNDEN-ID
               PERFORM STILLGELEGT-SUCHEN
               IF PAAR-GEFUNDEN
                 MOVE mergeoutzeile TO abgangzeile
                 PERFORM ABGANGWRITE
               ELSE
                 MOVE mergeoutzeile TO arbeitzeile
                 PERFORM ARBEITWRITE
               END-IF
             END-IF
           END-PERFORM
           CLOSE mergeout
           CLOSE arbeitdatei
           CLOSE abgangdatei

           IF VERARBEITUNG-NICHT-OK
             GO TO MERGEOUT-UMSETZEN-ENDE
           END-IF

      * Bestand aus der Arbeitsdatei neu schreiben.
           OPEN INPUT arbeitdatei
           OPEN OUTPUT mergeout
           IF ARBEITSTATUS NOT = 00 OR MERGEOUTSTATUS NOT = 00
             DISPLAY " ERROR   MergeOut.txt konnte nicht neu"
                     " geschrieben werden."
                     ARBEITSTATUS MERGEOUTSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO MERGEOUT-UMSETZEN-ENDE
           END-IF
           PERFORM UNTIL ARBEITSTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ arbeitdatei
             IF ARBEITSTATUS = 00
               MOVE arbeitzeile TO mergeoutzeile
               WRITE mergeoutzeile
               IF MERGEOUTSTATUS NOT = 00
                 DISPLAY "Fehler beim Schreiben der "
                         "MergeOut-Datei." MERGEOUTSTATUS
                 SET VERARBEITUNG-NICHT-OK TO TRUE
               END-IF
             END-IF
           END-PERFORM
           CLOSE arbeitdatei
           CLOSE mergeout
           IF MERGEOUTSTATUS NOT = 00
             DISPLAY " ERROR   MergeOut.txt konnte nicht"
                     " geschlossen werden." MERGEOUTSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF
           IF VERARBEITUNG-NICHT-OK
             GO TO MERGEOUT-UMSETZEN-ENDE
           END-IF

      * Erst jetzt, da MergeOut.txt vollstaendig neu geschrieben
      * ist, die entfernten Saetze in Historie und ChangeLog.txt.
           SET ABGANG-AUS-MERGEOUT TO TRUE
           PERFORM ABGANG-UEBERTRAGEN

           ADD UEBERTRAGEN-ANZAHL TO UEBERTRAGEN-GESAMT
           DISPLAY " MergeOut.txt: " GELESEN-ANZAHL " gelesen, "
                   UEBERTRAGEN-ANZAHL " in die Historie uebertragen."

           .
       MERGEOUT-UMSETZEN-ENDE.
           EXIT.

       FUTUREOUT-UMSETZEN SECTION.
       FUTUREOUT-UMSETZEN-ANFANG.
           MOVE 0 TO GELESEN-ANZAHL
           MOVE 0 TO UEBERTRAGEN-ANZAHL

           OPEN INPUT futureout
           IF FUTUREOUTSTATUS = 35
             DISPLAY " Kein Bestand FutureOut.txt"
             GO TO FUTUREOUT-UMSETZEN-ENDE
           END-IF
           IF FUTUREOUTSTATUS NOT = 00
             DISPLAY " ERROR   FutureOut.txt konnte nicht gelesen"
                     " werden." FUTUREOUTSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO FUTUREOUT-UMSETZEN-ENDE
           END-IF

           OPEN OUTPUT arbeitdatei
           IF ARBEITSTATUS NOT = 00
             DISPLAY " ERROR   Arbeitsdatei konnte nicht geoeffnet"
                     " werden." ARBEITSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             CLOSE futureout
             GO TO FUTUREOUT-UMSETZEN-ENDE
           END-IF

           OPEN OUTPUT abgangdatei
           IF ABGANGSTATUS NOT = 00
             DISPLAY " ERROR   Abgangsdatei konnte nicht geoeffnet"
                     " werden." ABGANGSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             CLOSE futureout
             CLOSE arbeitdatei
             GO TO FUTUREOUT-UMSETZEN-ENDE
           END-IF

           PERFORM UNTIL FUTUREOUTSTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ futureout
             IF FUTUREOUTSTATUS = 00
               ADD 1 TO GELESEN-ANZAHL
               MOVE futureoutzeile (1:10) TO PRUEF-KUNDEN-ID
               PERFORM STILLGELEGT-SUCHEN
               IF PAAR-GEFUNDEN
                 MOVE futureoutzeile TO abgangzeile
                 PERFORM ABGANGWRITE
               ELSE
                 MOVE futureoutzeile TO arbeitzeile
                 PERFORM ARBEITWRITE
               END-IF
             END-IF
           END-PERFORM
           CLOSE futureout
           CLOSE arbeitdatei
           CLOSE abgangdatei

           IF VERARBEITUNG-NICHT-OK
             GO TO FUTUREOUT-UMSETZEN-ENDE
           END-IF

      * Bestand aus der Arbeitsdatei neu schreiben.
           OPEN INPUT arbeitdatei
           OPEN OUTPUT futureout
           IF ARBEITSTATUS NOT = 00 OR FUTUREOUTSTATUS NOT = 00
             DISPLAY " ERROR   FutureOut.txt konnte nicht neu"
                     " geschrieben werden."
                     ARBEITSTATUS FUTUREOUTSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO FUTUREOUT-UMSETZEN-ENDE
           END-IF
           PERFORM UNTIL ARBEITSTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ arbeitdatei
             IF ARBEITSTATUS = 00
               MOVE arbeitzeile TO futureoutzeile
               WRITE futureoutzeile
               IF FUTUREOUTSTATUS NOT = 00
                 DISPLAY "Fehler beim Schreiben der "
                         "Future-Output-Datei." FUTUREOUTSTATUS
                 SET VERARBEITUNG-NICHT-OK TO TRUE
               END-IF
             END-IF
           END-PERFORM
           CLOSE arbeitdatei
           CLOSE futureout
           IF FUTUREOUTSTATUS NOT = 00
             DISPLAY " ERROR   FutureOut.txt konnte nicht"
                     " geschlossen werden." FUTUREOUTSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF
           IF VERARBEITUNG-NICHT-OK
             GO TO FUTUREOUT-UMSETZEN-ENDE
           END-IF

      * Erst jetzt, da FutureOut.txt vollstaendig neu geschrieben
      * ist, die entfernten Versionen in die Historie.
           SET ABGANG-AUS-FUTUREOUT TO TRUE
           PERFORM ABGANG-UEBERTRAGEN

           ADD UEBERTRAGEN-ANZAHL TO UEBERTRAGEN-GESAMT
           DISPLAY " FutureOut.txt: " GELESEN-ANZAHL " gelesen, "
                   UEBERTRAGEN-ANZAHL " in die Historie uebertragen."

           .
       FUTUREOUT-UMSETZEN-ENDE.
           EXIT.

       ABGANG-UEBERTRAGEN SECTION.
       ABGANG-UEBERTRAGEN-ANFANG.
      * Schreibt die Saetze der Abgangsdatei unter der
      * ueberlebenden Kunden-ID in die Historie; Saetze aus
      * MergeOut.txt werden zusaetzlich als "Entfernt" in
      * ChangeLog.txt gemeldet. Der Aufrufer hat den Bestand zuvor
      * fehlerfrei neu geschrieben.
           OPEN INPUT abgangdatei
           IF ABGANGSTATUS NOT = 00
             DISPLAY " ERROR   Abgangsdatei konnte nicht gelesen"
                     " werden." ABGANGSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO ABGANG-UEBERTRAGEN-ENDE
           END-IF

           PERFORM UNTIL ABGANGSTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ abgangdatei
             IF ABGANGSTATUS = 00
               MOVE abgangzeile (1:10) TO PRUEF-KUNDEN-ID
               PERFORM STILLGELEGT-SUCHEN
               MOVE abgangzeile   TO historyoutzeile
               MOVE PAAR-TAB-UEBERLEBEND (PAAR-POSITION)
                                  TO historyoutzeile (1:10)
               PERFORM HISTORYWRITE
               ADD 1 TO UEBERTRAGEN-ANZAHL
               IF ABGANG-AUS-MERGEOUT
                 PERFORM CHANGELOG-ENTFERNT-SCHREIBEN
                 ADD 1 TO PAAR-TAB-MERGEOUT (PAAR-POSITION)
               ELSE
                 ADD 1 TO PAAR-TAB-FUTURE (PAAR-POSITION)
               END-IF
             END-IF
           END-PERFORM
           CLOSE abgangdatei

           .
       ABGANG-UEBERTRAGEN-ENDE.
           EXIT.

       KUNDENMASTER-BEREINIGEN SECTION.
       KUNDENMASTER-BEREINIGEN-ANFANG.
      * Loescht die stillgelegten Kunden-IDs direkt im indexierten
      * Kundenstamm. Ein nicht vorhandener Schluessel (Dateistatus
      * 23) ist kein Fehler -- etwa bei der Wiederholung eines
      * abgebrochenen Laufs.
           OPEN I-O kundenmaster
           IF KMASTERSTATUS NOT = 00
             DISPLAY " ERROR   Kundenstamm konnte nicht geoeffnet"
                     " werden." KMASTERSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO KUNDENMASTER-BEREINIGEN-ENDE
           END-IF

           MOVE 1 TO PAAR-POSITION
           PERFORM UNTIL PAAR-POSITION > PAAR-ANZAHL
                       OR VERARBEITUNG-NICHT-OK
             IF PAAR-GUELTIG (PAAR-POSITION)
               MOVE PAAR-TAB-STILLGELEGT (PAAR-POSITION)
                    TO km-kunden-id
               DELETE kundenmaster
               EVALUATE KMASTERSTATUS
                 WHEN 00
                   ADD 1 TO PAAR-TAB-KMASTER (PAAR-POSITION)
                   ADD 1 TO KMASTER-GELOESCHT-ANZAHL
                 WHEN 23
                   CONTINUE
                 WHEN OTHER
                   DISPLAY " ERROR   Fehler beim Loeschen im"
                           " Kundenstamm." KMASTERSTATUS
                   SET VERARBEITUNG-NICHT-OK TO TRUE
               END-EVALUATE
             END-IF
             ADD 1 TO PAAR-POSITION
           END-PERFORM
           CLOSE kundenmaster

           DISPLAY " Kundenstamm: " KMASTER-GELOESCHT-ANZAHL
                   " Saetze geloescht."

           .
       KUNDENMASTER-BEREINIGEN-ENDE.
           EXIT.

       XREF-FORTSCHREIBEN SECTION.
       XREF-FORTSCHREIBEN-ANFANG.
      * Haengt je gueltigem Paar einen Satz an den dauerhaften
      * Querverweis an. Existiert er noch nicht (Dateistatus 35),
      * wird er neu angelegt.
           OPEN EXTEND xrefdatei
           IF XREFSTATUS = 35
             OPEN OUTPUT xrefdatei
           END-IF
           IF XREFSTATUS NOT = 00
             DISPLAY " ERROR   Kunden-ID-Querverweis konnte nicht"
                     " fortgeschrieben werden." XREFSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO XREF-FORTSCHREIBEN-ENDE
           END-IF

           MOVE 1 TO PAAR-POSITION
           PERFORM UNTIL PAAR-POSITION > PAAR-ANZAHL
                       OR VERARBEITUNG-NICHT-OK
             IF PAAR-GUELTIG (PAAR-POSITION)
               MOVE SPACES           TO xref-satz
               MOVE PAAR-TAB-STILLGELEGT (PAAR-POSITION)
                                     TO xref-alt-id
               MOVE PAAR-TAB-UEBERLEBEND (PAAR-POSITION)
                                     TO xref-neu-id
               MOVE SYSTEMDATUM-VOLL TO xref-datum
               WRITE xref-satz
               IF XREFSTATUS NOT = 00
                 DISPLAY "Fehler beim Schreiben des "
                         "Kunden-ID-Querverweises." XREFSTATUS
                 SET VERARBEITUNG-NICHT-OK TO TRUE
               END-IF
             END-IF
             ADD 1 TO PAAR-POSITION
           END-PERFORM
           CLOSE xrefdatei

           .
       XREF-FORTSCHREIBEN-ENDE.
           EXIT.

       CHANGELOG-ENTFERNT-SCHREIBEN SECTION.
       CHANGELOG-ENTFERNT-SCHREIBEN-ANFANG.
      * Meldet den aus MergeOut.txt genommenen Satz der
      * stillgelegten Kunden-ID in abgangzeile als "Entfernt" an
      * die Abnehmer. Der Satz der ueberlebenden Kunden-ID in
      * MergeOut.txt bleibt unveraendert (die uebernommenen
      * Versionen gehen nur in die Historie), daher entsteht fuer
      * ihn keine "Geaendert"-Zeile. Aus FutureOut.txt genommene
      * Versionen waren den Abnehmern noch nicht gemeldet (siehe
      * CobolAktivierung) und erscheinen hier nicht.
           MOVE SPACES                TO changelogzeile
           MOVE "Entfernt"            TO cl-art
           MOVE abgangzeile (1:10)    TO cl-kunden-id
           MOVE abgangzeile (27:8)    TO cl-gueltig
           MOVE abgangzeile (36:5)    TO cl-plz
           MOVE abgangzeile (42:30)   TO cl-wohnort
           MOVE abgangzeile (73:30)   TO cl-strasse
           MOVE abgangzeile (104:5)   TO cl-hausnr
           MOVE LAUFPROT-START        TO cl-zeitpunkt
           WRITE changelogzeile
           IF CHANGELOGSTATUS NOT = 00
             DISPLAY " WARNUNG Fehler beim Schreiben von"
                     " ChangeLog.txt." CHANGELOGSTATUS
           ELSE
             ADD 1 TO CHANGELOG-ANZAHL
           END-IF

           .
       CHANGELOG-ENTFERNT-SCHREIBEN-ENDE.
           EXIT.

       HISTORYWRITE SECTION.
       HISTORYWRITE-ANFANG.
      * Hier wird eine vom Aufrufer in historyoutzeile gestellte
      * Version in die Historiendatei geschrieben (wie
      * HISTORYWRITE in CobolMerge).
           WRITE historyoutzeile
           IF HISTORYSTATUS NOT = 00
             DISPLAY "Fehler beim Schreiben der "
                     "Historiendatei." HISTORYSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF

           .
       HISTORYWRITE-ENDE.
           EXIT.

       ARBEITWRITE SECTION.
       ARBEITWRITE-ANFANG.
      * Schreibt eine behaltene Zeile in die Arbeitsdatei.
           WRITE arbeitzeile
           IF ARBEITSTATUS NOT = 00
             DISPLAY "Fehler beim Schreiben der "
                     "Arbeitsdatei." ARBEITSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF

           .
       ARBEITWRITE-ENDE.
           EXIT.

       ABGANGWRITE SECTION.
       ABGANGWRITE-ANFANG.
      * Schreibt einen Satz einer stillgelegten Kunden-ID in die
      * Abgangsdatei.
           WRITE abgangzeile
           IF ABGANGSTATUS NOT = 00
             DISPLAY "Fehler beim Schreiben der "
                     "Abgangsdatei." ABGANGSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF

           .
       ABGANGWRITE-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    Hier wird der Konsolidierungsbericht geschrieben und das    *
      *    Ergebnis gemeldet.                                          *
      *                                                                *
      ******************************************************************

       NACHLAUF SECTION.
       NACHLAUF-ANFANG.

           IF LEERLAUF-NEIN AND BERICHTSTATUS = 00
             PERFORM BERICHT-SCHREIBEN
             CLOSE berichtdatei
           END-IF

           EVALUATE TRUE
             WHEN LAUFSPERRE-BELEGT
               DISPLAY " ERROR   Konsolidierung nicht gestartet,"
                       " Laufsperre belegt."
             WHEN LEERLAUF-JA
               CONTINUE
             WHEN VERARBEITUNG-OK
               DISPLAY " Insgesamt in die Historie uebertragene"
                       " Versionen: " UEBERTRAGEN-GESAMT "."
               DISPLAY " In ChangeLog.txt als entfernt gemeldet: "
                       CHANGELOG-ANZAHL "."
               DISPLAY SPACES
               DISPLAY " SUCCESS Konsolidierungslauf abgeschlossen."
             WHEN OTHER
               DISPLAY " ERROR   Konsolidierungslauf NICHT"
                       " vollstaendig abgeschlossen, Bericht"
                       " pruefen."
           END-EVALUATE

           DISPLAY "KundenKonsolidierung wird beendet."

           .
       NACHLAUF-ENDE.
           EXIT.

       BERICHT-SCHREIBEN SECTION.
       BERICHT-SCHREIBEN-ANFANG.
      * Schreibt je Paar eine Ergebniszeile sowie den Abschluss
      * mit Unterschriftszeile fuer die Data Stewards.
           MOVE SPACES TO berichtzeile
           MOVE "Konsolidierungsbericht Kundendubletten"
                TO berichtzeile
           PERFORM BERICHTWRITE

           MOVE SPACES TO berichtzeile
           MOVE "Lauf vom "          TO berichtzeile (1:9)
           MOVE systemtag            TO berichtzeile (10:2)
           MOVE "."                  TO berichtzeile (12:1)
           MOVE systemmonat          TO berichtzeile (13:2)
           MOVE "."                  TO berichtzeile (15:1)
           MOVE systemjahr           TO berichtzeile (16:2)
           MOVE " um "               TO berichtzeile (18:4)
           MOVE systemstd            TO berichtzeile (22:2)
           MOVE ":"                  TO berichtzeile (24:1)
           MOVE systemmin            TO berichtzeile (25:2)
           MOVE " Uhr"               TO berichtzeile (27:)
           PERFORM BERICHTWRITE

           MOVE SPACES TO berichtzeile
           MOVE "==========================================="
                TO berichtzeile
           PERFORM BERICHTWRITE

           MOVE 1 TO PAAR-POSITION
           PERFORM UNTIL PAAR-POSITION > PAAR-ANZAHL
             PERFORM BERICHT-PAAR-SCHREIBEN
             ADD 1 TO PAAR-POSITION
           END-PERFORM

           MOVE SPACES TO berichtzeile
           MOVE "==========================================="
                TO berichtzeile
           PERFORM BERICHTWRITE

           MOVE SPACES TO berichtzeile
           MOVE "Paare gueltig: "        TO berichtzeile (1:15)
           MOVE PAAR-GUELTIG-ANZAHL      TO berichtzeile (16:4)
           MOVE ", abgelehnt: "          TO berichtzeile (20:13)
           MOVE PAAR-ABGELEHNT-ANZAHL    TO berichtzeile (33:4)
           PERFORM BERICHTWRITE

           MOVE SPACES TO berichtzeile
           MOVE "In die Historie uebertragene Versionen: "
                                         TO berichtzeile (1:40)
           MOVE UEBERTRAGEN-GESAMT       TO berichtzeile (41:8)
           PERFORM BERICHTWRITE

           MOVE SPACES TO berichtzeile
           IF VERARBEITUNG-OK
             MOVE "Alle Bestaende einschliesslich Kundenstamm und"
                  TO berichtzeile
             PERFORM BERICHTWRITE
             MOVE SPACES TO berichtzeile
             MOVE "Querverweis wurden umgesetzt." TO berichtzeile
           ELSE
             MOVE "ACHTUNG: Lauf NICHT vollstaendig abgeschlossen."
                  TO berichtzeile
           END-IF
           PERFORM BERICHTWRITE

           MOVE SPACES TO berichtzeile
           PERFORM BERICHTWRITE
           MOVE SPACES TO berichtzeile
           MOVE "Abgenommen (Datum / Unterschrift):"
                TO berichtzeile
           PERFORM BERICHTWRITE
           MOVE SPACES TO berichtzeile
           MOVE "__________________________________"
                TO berichtzeile
           PERFORM BERICHTWRITE

           .
       BERICHT-SCHREIBEN-ENDE.
           EXIT.

       BERICHT-PAAR-SCHREIBEN SECTION.
       BERICHT-PAAR-SCHREIBEN-ANFANG.
      * Schreibt den Abschnitt des Paares an PAAR-POSITION: bei
      * einem gueltigen Paar die Anzahl uebertragener Versionen je
      * Bestand, bei einem abgelehnten den Ablehnungsgrund.
           MOVE SPACES TO berichtzeile
           PERFORM BERICHTWRITE

           MOVE SPACES TO berichtzeile
           MOVE "Stillgelegt: "      TO berichtzeile (1:13)
           MOVE PAAR-TAB-STILLGELEGT (PAAR-POSITION)
                                     TO berichtzeile (14:10)
           MOVE "  ->  Ueberlebend: " TO berichtzeile (24:19)
           MOVE PAAR-TAB-UEBERLEBEND (PAAR-POSITION)
                                     TO berichtzeile (43:10)
           PERFORM BERICHTWRITE

           IF PAAR-ABGELEHNT (PAAR-POSITION)
             MOVE SPACES TO berichtzeile
             MOVE "  ABGELEHNT: "    TO berichtzeile (1:13)
             MOVE PAAR-TAB-GRUND (PAAR-POSITION)
                                     TO berichtzeile (14:40)
             PERFORM BERICHTWRITE
             GO TO BERICHT-PAAR-SCHREIBEN-ENDE
           END-IF

           MOVE SPACES TO berichtzeile
           MOVE "  MergeOut.txt      : " TO berichtzeile (1:22)
           MOVE PAAR-TAB-MERGEOUT (PAAR-POSITION)
                                     TO berichtzeile (23:5)
           MOVE " Versionen in die Historie"
                                     TO berichtzeile (28:)
           PERFORM BERICHTWRITE

           MOVE SPACES TO berichtzeile
           MOVE "  FutureOut.txt     : " TO berichtzeile (1:22)
           MOVE PAAR-TAB-FUTURE (PAAR-POSITION)
                                     TO berichtzeile (23:5)
           MOVE " Versionen in die Historie"
                                     TO berichtzeile (28:)
           PERFORM BERICHTWRITE

           MOVE SPACES TO berichtzeile
           MOVE "  KundenMaster.dat  : " TO berichtzeile (1:22)
           MOVE PAAR-TAB-KMASTER (PAAR-POSITION)
                                     TO berichtzeile (23:5)
           MOVE " Saetze geloescht"  TO berichtzeile (28:)
           PERFORM BERICHTWRITE

           .
       BERICHT-PAAR-SCHREIBEN-ENDE.
           EXIT.

       BERICHTWRITE SECTION.
       BERICHTWRITE-ANFANG.
      * Schreibt eine vorbereitete Zeile des Konsolidierungs-
      * berichts.
           WRITE berichtzeile
           IF BERICHTSTATUS NOT = 00
             DISPLAY " WARNUNG Fehler beim Schreiben des"
                     " Konsolidierungsberichts." BERICHTSTATUS
           END-IF

           .
       BERICHTWRITE-ENDE.
           EXIT.
