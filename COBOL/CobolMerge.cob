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
      * Stand der MergeOut.txt vor diesem Lauf, für den Änderungs-
      * vergleich in CHANGELOG-SCHREIBEN. Ohne eigene DD-Zuweisung
      * übernimmt MERGEOUTALTDD zur Laufzeit den für MERGEOUTDD
           MERGEOUTALTDD
           FILE STATUS IS MERGEOUTALTSTATUS.
      * Listet je Lauf neue, geänderte und entfernte Kundendaten-
      * sätze gegenüber der vorherigen MergeOut.txt auf. Die Zeilen
      * werden über die Läufe fortgeschrieben und tragen den
      * Laufzeitpunkt; CobolArchivierung lagert sie nach Ablauf der
      * Aufbewahrungsfrist aus.
           SELECT changelogout ASSIGN TO
           CHANGELOGDD
           FILE STATUS IS CHANGELOGSTATUS.
           SELECT kundenref ASSIGN TO
           KUNDENREFDD
           FILE STATUS IS KUNDENREFSTATUS.
      * Dauerhafte Querverweisdatei der stillgelegten Kunden-IDs
      * (siehe CobolKonsolidierung), optional: Zeilen mit einer
      * stillgelegten Kunden-ID werden in READKUNDE1/2/3 auf die
      * ueberlebende Kunden-ID umgeleitet (siehe KUNDENXREF-CHECK).
           SELECT kundenxref ASSIGN TO
           KUNDENXREFDD
           FILE STATUS IS KUNDENXREFSTATUS.
      * Wohlgeformte Zeilen mit unbekannter Kunden-ID gehen nicht in
      * die Reject-Datei, sondern zur fachlichen Klaerung in diese
      * Suspense-Datei.
      * Datei lesen muessen. Die flache MergeOut.txt bleibt die
      * massgebliche Ausgabe; kann der Kundenstamm nicht gefuehrt
      * werden, laeuft der Merge mit einer Warnung weiter.
      * Dynamischer Zugriff, weil die Satzzahl-Abstimmung am
      * Laufende den Kundenstamm sequentiell liest.
           SELECT kundenmaster ASSIGN TO
           KMASTERDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS km-kunden-id
           FILE STATUS IS KMASTERSTATUS.
      * Zentrales Laufprotokoll der Verarbeitungskette: jedes
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

       DATA DIVISION.
       FILE SECTION.

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
       FD  mergeoutalt.
      * Stand der MergeOut.txt vor diesem Lauf; Feldaufteilung wie
      * kundeoutzeile-felder.
           05 cl-strasse            PIC X(30).
           05 FILLER                PIC X(01).
           05 cl-hausnr             PIC X(05).
           05 FILLER                PIC X(01).
           05 cl-zeitpunkt          PIC 9(14).
       FD  changealt.
      * Arbeitskopie des Vorlauf-Stands; Feldaufteilung wie
      * kundeoutzeile-felder.
      * nach MergeOut.txt ausgegebenen Satz, "Verworfen" fuer jede
      * von einer neueren Version desselben Kunden verdraengte
      * aeltere Version, jeweils mit Gueltigkeit, Nummer der
      * Quell-Kundendatei und Eingabezeile. Eine ueber KundenXref
      * umgeleitete Zeile ergibt das Paar "Umgeleitet" (stillgelegte
      * Kunden-ID) und "UmleitungZu" (ueberlebende Kunden-ID) mit
      * gleicher Datei und Zeilennummer. Die Datei wird ueber
      * die Laeufe fortgeschrieben; jede Zeile traegt den
      * Laufzeitpunkt fuer die Aufbewahrungsfrist (siehe
      * CobolArchivierung).
       01  auditzeile.
           05 aud-art               PIC X(12).
           05 FILLER                PIC X(01).
           05 aud-datei             PIC 9(01).
           05 FILLER                PIC X(01).
           05 aud-zeilennr          PIC 9(08).
           05 FILLER                PIC X(01).
           05 aud-zeitpunkt         PIC 9(14).
       FD  reseq1out.
      * Nimmt die vollstaendige Original-Zeile einer aus der
      * Reihenfolge gefallenen Zeile der Kundendatei 1 auf; gleiches
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
       FD  suspenseout.
      * Nimmt die vollstaendige Original-Zeile einer wohlgeformten
      * Zeile mit unbekannter Kunden-ID auf; gleiches Format wie
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

       01  KUNDE1STATUS            PIC X(02).
       01  CHECKPOINTSTATUS        PIC X(02).
       01  SUMMARYSTATUS           PIC X(02).
       01  PLZORTSTATUS            PIC X(02).
       01  PLZSTANDSTATUS          PIC X(02).
       01  PLZVORHERSTATUS         PIC X(02).
       01  MERGEOUTALTSTATUS       PIC X(02).
       01  CHANGELOGSTATUS         PIC X(02).
       01  FUTUREOUTSTATUS         PIC X(02).
       01  CHANGEALTSTATUS         PIC X(02).
       01  NACHSORTNEUSTATUS       PIC X(02).
       01  KUNDENREFSTATUS         PIC X(02).
       01  KUNDENXREFSTATUS        PIC X(02).
       01  EXPORTSTATUS            PIC X(02).
       01  SUSPENSESTATUS          PIC X(02).
       01  HISTORYSTATUS           PIC X(02).
       01  LAUFPROTSTATUS          PIC X(02).
       01  LAUFSPERRESTATUS        PIC X(02).
       01  SPERRPROTSTATUS         PIC X(02).

      * Standarddateinamen, die PARAMETER-EINLESEN als DD-Zuweisung
      * hinterlegt, solange die aufrufende JCL/das Start-Skript
       01  DD-STANDARD-MERGEOUT    PIC X(30)     VALUE "MergeOut.txt".
       01  DD-STANDARD-LOGFILE     PIC X(30)     VALUE "LogFile.txt".
       01  DD-STANDARD-PLZORT      PIC X(30)     VALUE "PLZOrt.txt".
       01  DD-STANDARD-PLZSTAND    PIC X(30)
                                   VALUE "PLZOrtStand.txt".
       01  DD-STANDARD-PLZVORHER   PIC X(30)
                                   VALUE "PLZOrtVorher.txt".
       01  DD-STANDARD-CHANGELOG   PIC X(30)     VALUE "ChangeLog.txt".
       01  DD-STANDARD-FUTUREOUT   PIC X(30)     VALUE "FutureOut.txt".
       01  DD-STANDARD-REJECTOUT   PIC X(30)     VALUE "RejectOut.txt".
                                   VALUE "KundenMaster.dat".
       01  DD-STANDARD-RECON       PIC X(30)     VALUE "ReconOut.txt".
       01  DD-STANDARD-KUNDENREF   PIC X(30)     VALUE "KundenRef.txt".
       01  DD-STANDARD-KUNDENXREF  PIC X(30)     VALUE "KundenXref.txt".
       01  DD-STANDARD-SUSPENSE    PIC X(30)     VALUE "Suspense.txt".
       01  DD-STANDARD-EXPORT      PIC X(30)
                                   VALUE "MergeExport.csv".
                                   VALUE "NachsortNeu.tmp".
       01  DD-STANDARD-LAUFPROT    PIC X(30)
                                   VALUE "Laufprotokoll.txt".
       01  DD-STANDARD-LAUFSPERRE  PIC X(30)
                                   VALUE "Laufsperre.dat".
       01  DD-STANDARD-SPERRPROT   PIC X(30)
                                   VALUE "LaufsperreLog.txt".
       01  DATEINAME-HILFSFELD     PIC X(30).

      * Startzeitpunkt des Laufs fuer das zentrale Laufprotokoll;
      * Log und Abstimmungsbericht.
       01  SUSPENSE-ANZAHL         PIC 9(05)     VALUE 0.

      * Im Arbeitsspeicher gehaltener Querverweis stillgelegter
      * Kunden-IDs auf ihre ueberlebende Kunden-ID, einmalig in
      * KUNDENXREF-LADEN aus der optionalen Querverweisdatei
      * eingelesen.
       01  KUNDENXREF-TABELLE.
           05 KUNDENXREF-EINTRAG OCCURS 50000 TIMES
                                  INDEXED BY KUNDENXREF-IDX.
              10 XREF-TAB-ALT-ID     PIC 9(10).
              10 XREF-TAB-NEU-ID     PIC 9(10).
       01  KUNDENXREF-ANZAHL       PIC 9(05)     VALUE 0.

       01  KUNDENXREF-VORHANDEN    PIC X(01)     VALUE 'N'.
           88 KUNDENXREF-DA                      VALUE 'J'.
           88 KUNDENXREF-NICHT-DA                VALUE 'N'.

      * Ergebnis von KUNDENXREF-CHECK: bei KUNDENXREF-UMGELEITET
      * steht in kunden-id (aktuellezeile) bereits die ueberlebende
      * Kunden-ID, die urspruengliche in UMLEITUNG-ALT-ID.
       01  KUNDENXREF-TREFFER      PIC X(01)     VALUE 'N'.
           88 KUNDENXREF-UMGELEITET              VALUE 'J'.
           88 KUNDENXREF-NICHT-UMGELEITET        VALUE 'N'.
       01  UMLEITUNG-ALT-ID        PIC 9(10)     VALUE 0.
       01  UMLEITUNG-STUFEN        PIC 9(02)     VALUE 0.
       01  UMLEITUNG-WEITER        PIC X(01)     VALUE 'N'.
           88 UMLEITUNG-WEITERSUCHEN             VALUE 'J'.
           88 UMLEITUNG-FERTIG                   VALUE 'N'.

      * Anzahl der auf eine ueberlebende Kunden-ID umgeleiteten
      * Zeilen fuer Log und Return-Code.
       01  UMLEITUNG-ANZAHL        PIC 9(05)     VALUE 0.

      * Zeigt an, ob eine PLZ-Ort-Referenztabelle geladen werden
      * konnte. Ohne Referenztabelle wird der Abgleich in
      * ZEILEN-CHECK übersprungen, ohne den Merge zu blockieren.
       01  PLZORT-VORHANDEN        PIC X(01)     VALUE 'N'.
           88 PLZORT-DA                          VALUE 'J'.
           88 PLZORT-NICHT-DA                    VALUE 'N'.
      * Stichtag des zuletzt eingespielten PLZ-Ort-Stands; liegt
      * er nach dem Tag des Laufs, gilt noch der Vorgaengerstand.
       01  PLZ-STAND-GUELTIG-AB    PIC 9(08)     VALUE 0.
       01  PLZ-STAND-WAHL          PIC X(01)     VALUE 'N'.
           88 PLZ-VORHER-GILT                    VALUE 'J'.
           88 PLZ-AKTUELL-GILT                   VALUE 'N'.

      * Ergebnis der Tabellensuche in PLZ-ORT-CHECK: PLZ-ORT-GEFUNDEN
      * meldet einen exakten PLZ/Ort-Treffer, PLZ-ORT-PLZ-VORHANDEN nur,
           88 KMASTER-DA                         VALUE 'J'.
           88 KMASTER-NICHT-DA                   VALUE 'N'.

      * Art der Kundenstamm-Pflege in diesem Lauf: D = jeder
      * geschriebene Satz wird durchgeschrieben und der Kundenstamm
      * nach der Nachsortierung neu aufgebaut (Wiederanlauf,
      * allererster Lauf oder KMASTERNEUAUFBAU=J), I = nur die im
      * Aenderungsvergleich gefundenen Unterschiede werden
      * fortgeschrieben (siehe CHANGELOG-SCHREIBEN).
       01  KMASTER-MODUS           PIC X(01)     VALUE 'D'.
           88 KMASTER-DURCHSCHREIBEN             VALUE 'D'.
           88 KMASTER-INKREMENTELL               VALUE 'I'.
      * Stand der Kundenstamm-Pflege am Laufende: F = fortge-
      * schrieben bzw. durchgeschrieben, N = vollstaendiger
      * Neuaufbau erforderlich, V = vollstaendig neu aufgebaut.
      * KMASTERNEUAUFBAU=J fordert den Neuaufbau ausdruecklich an.
       01  KMASTER-ABGLEICH        PIC X(01)     VALUE 'N'.
           88 KMASTER-FORTGESCHRIEBEN            VALUE 'F'.
           88 KMASTER-NEUAUFBAU-NOETIG           VALUE 'N'.
           88 KMASTER-NEU-AUFGEBAUT              VALUE 'V'.
       01  KMASTER-NEUAUFBAU       PIC X(01)     VALUE 'N'.
           88 KMASTER-NEUAUFBAU-JA               VALUE 'J'.
       01  KMASTER-ABSTIMMUNG      PIC X(01)     VALUE 'N'.
           88 KMASTER-STIMMT                     VALUE 'J'.
           88 KMASTER-STIMMT-NICHT               VALUE 'N'.
      * Letzter Schreibstatus des Neuaufbaus; der CLOSE setzt
      * KMASTERSTATUS neu (siehe KUNDENMASTER-VOLLAUFBAU).
       01  KMASTER-AUFBAUSTATUS    PIC X(02)     VALUE "00".
      * Satzzahlen der Abstimmung (Soll = MergeOut.txt, Ist =
      * Kundenstamm) und der fortgeschriebenen Saetze.
       01  KMASTER-SOLL-ANZAHL     PIC 9(08)     VALUE 0.
       01  KMASTER-IST-ANZAHL      PIC 9(08)     VALUE 0.
       01  KMASTER-SCHREIB-ANZAHL  PIC 9(08)     VALUE 0.
       01  KMASTER-LOESCH-ANZAHL   PIC 9(08)     VALUE 0.
      * Zuletzt im Aenderungsvergleich in den Kundenstamm
      * geschriebene Kunden-ID: ein weiterer Satz derselben ID im
      * Vorlauf-Stand darf sie nicht wieder entfernen.
       01  KMASTER-LETZTE-ID       PIC 9(10)     VALUE 0.

      * Herkunft der gerade auszuleitenden Zeile fuer RESEQ-VORMERKEN.
       01  RESEQ-QUELLE-DATEI      PIC 9(01)     VALUE 0.
       01  RESEQ-QUELLE-ZEILENNR   PIC 9(08)     VALUE 0.
       01  schaltjahrfiller2       PIC 9(04)     VALUE 0.
       01  schaltjahrfiller3       PIC 9(04)     VALUE 0.

      * Laufsperre: Name, unter dem dieser Lauf die Sperre
      * beansprucht, Zeitpunkt der Beanspruchung sowie Inhaber und
      * Zeitpunkt einer vorgefundenen Sperre.
       01  LAUFSPERRE-PROGRAMM     PIC X(16)     VALUE "CobolMerge".
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

      * Lauf, 4 = Lauf mit verworfenen/ausgeleiteten/leeren Zeilen,
      * 8 = Abbruch mit Checkpoint, 12 = Abbruch durch die
      * Reject-Schwelle (MAXREJECTPCT), 16 = Dateien konnten nicht
      * einmal geoeffnet werden, 20 = nicht gestartet, weil ein
      * anderes Programm die Laufsperre haelt.
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
             WHEN SCHWELLE-UEBERSCHRITTEN
               MOVE 12 TO RETURN-CODE
             WHEN VERARBEITUNG-NICHT-OK
               MOVE 16 TO RETURN-CODE
             WHEN VERARBEITUNG-NICHT-OK
               MOVE 8 TO RETURN-CODE
      * Auf eine ueberlebende Kunden-ID umgeleitete Zeilen laufen
      * ueber die Nachsortierung, sind aber kein Befund; nur darueber
      * hinaus ausgeleitete Zeilen fuehren zu Return-Code 4.
             WHEN FEHLER-COUNTER > 0
                  OR leere-zeilen-counter > 0
                  OR RESEQ-ANZAHL + RESEQ-UEBERLAUF-ANZAHL
                     > UMLEITUNG-ANZAHL
                  OR RESEQ-UEBERLAUF-ANZAHL > 0
                  OR SUSPENSE-ANZAHL > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
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

      ******************************************************************
      *                                                                *
      *    Hier werden Anweisungen durchgeführt, die am Anfang         *
      * Dateinamen ggf. über Umgebungsvariablen parametrisieren.
           PERFORM PARAMETER-EINLESEN

      * Gemeinsame Laufsperre beanspruchen: haelt ein anderes
      * Programm der Kette sie, wird dieser Lauf abgewiesen, bevor
      * irgendein Bestand beruehrt wird.
           PERFORM LAUFSPERRE-SETZEN
           IF VERARBEITUNG-NICHT-OK
             GO TO VORLAUF-ENDE
           END-IF

      * Stand der MergeOut.txt vor diesem Lauf für den späteren
      * Änderungsvergleich sichern, bevor FILEOPEN sie überschreibt.
           PERFORM MERGEOUTALT-SICHERN
      * sofern vorhanden.
           PERFORM KUNDENREF-LADEN

      * Querverweis stillgelegter Kunden-IDs fuer die Umleitung
      * laden, sofern vorhanden.
           PERFORM KUNDENXREF-LADEN

      * Variablen initialisieren
           MOVE SPACES  TO ereignis
           MOVE SPACES  TO aktuellezeile
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

      * MERGEOUTALTDD bekommt, sofern nicht selbst zugewiesen, den
      * Dateinamen, der sich soeben für MERGEOUTDD aufgelöst hat (statt
      * eines eigenen, nur zufällig gleichlautenden Standardliterals),
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
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "SUSPENSEDD"
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

      * KMASTERNEUAUFBAU ist kein DD-Name, sondern die Anweisung des
      * Operators, den Kundenstamm statt der Fortschreibung
      * vollstaendig neu aufzubauen.
           MOVE SPACES TO KMASTER-NEUAUFBAU
           ACCEPT KMASTER-NEUAUFBAU FROM ENVIRONMENT "KMASTERNEUAUFBAU"
           IF KMASTER-NEUAUFBAU NOT = "J"
             MOVE "N" TO KMASTER-NEUAUFBAU
           END-IF

      * EXPORTENCODING waehlt die Zeichenbehandlung des Exports:
      * "LATIN1" (Vorgabe) oder "ASCII". Ein unbekannter Wert wird
      * mit einer Warnung auf die Vorgabe zurueckgesetzt.
             GO TO FILEOPEN-ENDE
           END-IF

      * Die Audit-Datei wird fortgeschrieben; existiert sie noch
      * nicht (Dateistatus 35), wird sie neu angelegt.
           OPEN EXTEND auditout
           IF AUDITSTATUS = 35
             OPEN OUTPUT auditout
           END-IF
           IF AUDITSTATUS NOT = 00
           END-IF

      * Der indexierte Kundenstamm wird bei einem regulaeren Lauf
      * nur um die Unterschiede zum Vorlauf-Stand fortgeschrieben
      * (siehe CHANGELOG-SCHREIBEN), bei einem Wiederanlauf
      * satzweise durchgeschrieben. Ohne Vorlauf-Stand, mit
      * KMASTERNEUAUFBAU=J oder wenn er sich nicht zum Fortschreiben
      * oeffnen laesst, wird er wie bisher neu aufgebaut. Kann er
      * gar nicht geoeffnet werden, laeuft der Merge ohne ihn weiter
      * -- die flache MergeOut.txt bleibt die massgebliche Ausgabe.
           SET KMASTER-DURCHSCHREIBEN TO TRUE
           IF WIEDERANLAUF-JA
             OPEN I-O kundenmaster
           ELSE
             IF MERGEOUTALT-DA AND NOT KMASTER-NEUAUFBAU-JA
               OPEN I-O kundenmaster
               IF KMASTERSTATUS = 00
                 SET KMASTER-INKREMENTELL TO TRUE
               ELSE
                 DISPLAY " WARNUNG Kundenstamm konnte nicht zum"
                         " Fortschreiben geoeffnet werden, Neuaufbau."
                         KMASTERSTATUS
                 OPEN OUTPUT kundenmaster
               END-IF
             ELSE
               OPEN OUTPUT kundenmaster
             END-IF
           END-IF
           IF KMASTERSTATUS = 00
             SET KMASTER-DA TO TRUE
      * den Abgleich, statt den Merge zu blockieren.
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
      * Kunden-IDs einmalig komplett in KUNDENXREF-TABELLE ein.
      * Fehlt die Datei (Dateistatus 35), bleibt KUNDENXREF-NICHT-DA
      * gesetzt, und es wird nicht umgeleitet.
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
      * Die Pruefung auf eine abgeschnittene Querverweisdatei muss
      * vor dem CLOSE stehen, weil der CLOSE den Dateistatus neu
      * setzt.
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

       MERGEOUTALT-SICHERN SECTION.
       MERGEOUTALT-SICHERN-ANFANG.
      * Kopiert die MergeOut.txt aus dem vorherigen Lauf in die
             SET VERARBEITUNG-NICHT-OK TO TRUE
           ELSE
             ADD 1 TO MERGEOUT-GESCHRIEBEN-ANZAHL
      * Satz zusaetzlich in den indexierten Kundenstamm uebernehmen,
      * sofern er nicht erst im Aenderungsvergleich fortgeschrieben
      * wird.
             IF KMASTER-DA AND KMASTER-DURCHSCHREIBEN
               MOVE kundeoutzeile TO kundenmaster-satz
               PERFORM KUNDENMASTER-SCHREIBEN
             END-IF
             DISPLAY "Fehler vor dem Schreiben der "
                     "Audit-Datei." AUDITSTATUS
           ELSE
             MOVE LAUFPROT-START TO aud-zeitpunkt
             WRITE auditzeile
           END-IF

       KUNDENMASTER-SCHREIBEN-ANFANG.
      * Schreibt den vom Aufrufer in kundenmaster-satz gestellten
      * Satz in den indexierten Kundenstamm. Ist die Kunden-ID dort
      * schon vorhanden (Dateistatus 22, nur moeglich, wo der
      * Kundenstamm I-O geoeffnet ist: beim Wiederanlauf und beim
      * Fortschreiben im Aenderungsvergleich), wird der
      * Satz ersetzt -- im regulaeren Lauf liefert der Merge je
      * Kunden-ID nur einen Satz, und die Nachsortierung baut den
      * Kundenstamm am Ende komplett neu auf (siehe
             DISPLAY " WARNUNG Fehler beim Schreiben des"
                     " Kundenstamms, Kundenstamm wird fuer diesen"
                     " Lauf aufgegeben." KMASTERSTATUS
           ELSE
             ADD 1 TO KMASTER-SCHREIB-ANZAHL
           END-IF

           .
       KUNDENMASTER-SCHREIBEN-ENDE.
           EXIT.

       KUNDENMASTER-LOESCHEN SECTION.
       KUNDENMASTER-LOESCHEN-ANFANG.
      * Entfernt die in km-kunden-id gestellte Kunden-ID aus dem
      * Kundenstamm (nur beim Fortschreiben im Aenderungsvergleich).
      * Fehlt sie dort bereits (Dateistatus 23), ist das Ziel
      * erreicht; ein anderer Fehler gibt den Kundenstamm wie in
      * KUNDENMASTER-SCHREIBEN fuer diesen Lauf auf.
           IF KMASTER-NICHT-DA
             GO TO KUNDENMASTER-LOESCHEN-ENDE
           END-IF

           DELETE kundenmaster RECORD
           EVALUATE KMASTERSTATUS
             WHEN 00
               ADD 1 TO KMASTER-LOESCH-ANZAHL
             WHEN 23
               CONTINUE
             WHEN OTHER
               SET KMASTER-NICHT-DA TO TRUE
               DISPLAY " WARNUNG Fehler beim Entfernen aus dem"
                       " Kundenstamm, Kundenstamm wird fuer diesen"
                       " Lauf aufgegeben." KMASTERSTATUS
           END-EVALUATE

           .
       KUNDENMASTER-LOESCHEN-ENDE.
           EXIT.

       KUNDENMASTER-NEU-AUFBAUEN SECTION.
       KUNDENMASTER-NEU-AUFBAUEN-ANFANG.
      * Baut den indexierten Kundenstamm nach der Nachsortierung
      * aufgebaut: waehrend eines regulaeren Laufs ist er OUTPUT
      * geoeffnet, und ein REWRITE der verdraengten Version ist in
      * diesem Modus nicht zulaessig -- daher Neuaufbau aus der
      * Arbeitsdatei statt Einzelpflege. Wird der Kundenstamm nur
      * fortgeschrieben, erfasst der Aenderungsvergleich auch die
      * nachsortierten Saetze.
           IF VERARBEITUNG-OK AND KMASTER-DA AND KMASTER-DURCHSCHREIBEN
             PERFORM KUNDENMASTER-NEU-AUFBAUEN
           END-IF

                 MOVE letztezeile TO kunde1-zeile
                 GO TO READKUNDE1-ANFANG
               ELSE
      * Querverweis: eine Zeile mit einer stillgelegten Kunden-ID
      * wird auf die ueberlebende Kunden-ID umgeleitet. Da sie damit
      * nicht mehr in die Sortierfolge der Kundendatei passt, wird
      * sie wie eine aus der Reihenfolge gefallene Zeile ausgeleitet
      * und am Laufende nachsortiert (siehe NACHSORTIERUNG); die
      * Umleitung wird in der Audit-Datei festgehalten: "Umgeleitet"
      * mit der stillgelegten, "UmleitungZu" mit der ueberlebenden
      * Kunden-ID, beide unter derselben Datei und Zeilennummer.
                 IF KUNDENXREF-DA
                   PERFORM KUNDENXREF-CHECK
                   IF KUNDENXREF-UMGELEITET
                     MOVE SPACES             TO auditzeile
                     MOVE "Umgeleitet"       TO aud-art
                     MOVE UMLEITUNG-ALT-ID   TO aud-kunden-id
                     MOVE gueltig            TO aud-gueltig
                     MOVE 1                  TO aud-datei
                     MOVE zeilencounter1     TO aud-zeilennr
                     PERFORM AUDITWRITE
                     MOVE "UmleitungZu"      TO aud-art
                     MOVE kunden-id          TO aud-kunden-id
                     PERFORM AUDITWRITE
      * Auch die ueberlebende Kunden-ID muss im Kundenstamm bekannt
      * sein; sonst geht die Zeile wie jede unbekannte Kunden-ID
      * unveraendert in die Suspense-Datei.
                     IF KUNDENREF-DA
                       PERFORM KUNDENREF-CHECK
                       IF KUNDENREF-NICHT-GEFUNDEN
                         MOVE SPACES         TO suspenseoutzeile
                         MOVE kunde1-zeile   TO suspenseoutzeile
                         PERFORM SUSPENSEOUTWRITE
                         MOVE letztezeile TO kunde1-zeile
                         GO TO READKUNDE1-ANFANG
                       END-IF
                     END-IF
                     ADD 1 TO UMLEITUNG-ANZAHL
                     MOVE 1              TO RESEQ-QUELLE-DATEI
                     MOVE zeilencounter1 TO RESEQ-QUELLE-ZEILENNR
                     MOVE aktuellezeile  TO RESEQ-QUELLE-ZEILE
                     PERFORM RESEQ-VORMERKEN
                     MOVE letztezeile    TO kunde1-zeile
                     GO TO READKUNDE1-ANFANG
                   END-IF
                 END-IF
      * Stammabgleich: eine wohlgeformte Zeile mit unbekannter
      * Kunden-ID geht zur fachlichen Klaerung in die
      * Suspense-Datei, nicht in die Reject-Datei, und der Merge
                 MOVE letztezeile TO kunde2-zeile
                 GO TO READKUNDE2-ANFANG
               ELSE
      * Querverweis: eine Zeile mit einer stillgelegten Kunden-ID
      * wird auf die ueberlebende Kunden-ID umgeleitet. Da sie damit
      * nicht mehr in die Sortierfolge der Kundendatei passt, wird
      * sie wie eine aus der Reihenfolge gefallene Zeile ausgeleitet
      * und am Laufende nachsortiert (siehe NACHSORTIERUNG); die
      * Umleitung wird in der Audit-Datei festgehalten: "Umgeleitet"
      * mit der stillgelegten, "UmleitungZu" mit der ueberlebenden
      * Kunden-ID, beide unter derselben Datei und Zeilennummer.
                 IF KUNDENXREF-DA
                   PERFORM KUNDENXREF-CHECK
                   IF KUNDENXREF-UMGELEITET
                     MOVE SPACES             TO auditzeile
                     MOVE "Umgeleitet"       TO aud-art
                     MOVE UMLEITUNG-ALT-ID   TO aud-kunden-id
                     MOVE gueltig            TO aud-gueltig
                     MOVE 2                  TO aud-datei
                     MOVE zeilencounter2     TO aud-zeilennr
                     PERFORM AUDITWRITE
                     MOVE "UmleitungZu"      TO aud-art
                     MOVE kunden-id          TO aud-kunden-id
                     PERFORM AUDITWRITE
      * Auch die ueberlebende Kunden-ID muss im Kundenstamm bekannt
      * sein; sonst geht die Zeile wie jede unbekannte Kunden-ID
      * unveraendert in die Suspense-Datei.
                     IF KUNDENREF-DA
                       PERFORM KUNDENREF-CHECK
                       IF KUNDENREF-NICHT-GEFUNDEN
                         MOVE SPACES         TO suspenseoutzeile
                         MOVE kunde2-zeile   TO suspenseoutzeile
                         PERFORM SUSPENSEOUTWRITE
                         MOVE letztezeile TO kunde2-zeile
                         GO TO READKUNDE2-ANFANG
                       END-IF
                     END-IF
                     ADD 1 TO UMLEITUNG-ANZAHL
                     MOVE 2              TO RESEQ-QUELLE-DATEI
                     MOVE zeilencounter2 TO RESEQ-QUELLE-ZEILENNR
                     MOVE aktuellezeile  TO RESEQ-QUELLE-ZEILE
                     PERFORM RESEQ-VORMERKEN
                     MOVE letztezeile    TO kunde2-zeile
                     GO TO READKUNDE2-ANFANG
                   END-IF
                 END-IF
      * Stammabgleich: eine wohlgeformte Zeile mit unbekannter
      * Kunden-ID geht zur fachlichen Klaerung in die
      * Suspense-Datei, nicht in die Reject-Datei, und der Merge
                 MOVE letztezeile TO kunde3-zeile
                 GO TO READKUNDE3-ANFANG
               ELSE
      * Querverweis: eine Zeile mit einer stillgelegten Kunden-ID
      * wird auf die ueberlebende Kunden-ID umgeleitet. Da sie damit
      * nicht mehr in die Sortierfolge der Kundendatei passt, wird
      * sie wie eine aus der Reihenfolge gefallene Zeile ausgeleitet
      * und am Laufende nachsortiert (siehe NACHSORTIERUNG); die
      * Umleitung wird in der Audit-Datei festgehalten: "Umgeleitet"
      * mit der stillgelegten, "UmleitungZu" mit der ueberlebenden
      * Kunden-ID, beide unter derselben Datei und Zeilennummer.
                 IF KUNDENXREF-DA
                   PERFORM KUNDENXREF-CHECK
                   IF KUNDENXREF-UMGELEITET
                     MOVE SPACES             TO auditzeile
                     MOVE "Umgeleitet"       TO aud-art
                     MOVE UMLEITUNG-ALT-ID   TO aud-kunden-id
                     MOVE gueltig            TO aud-gueltig
                     MOVE 3                  TO aud-datei
                     MOVE zeilencounter3     TO aud-zeilennr
                     PERFORM AUDITWRITE
                     MOVE "UmleitungZu"      TO aud-art
                     MOVE kunden-id          TO aud-kunden-id
                     PERFORM AUDITWRITE
      * Auch die ueberlebende Kunden-ID muss im Kundenstamm bekannt
      * sein; sonst geht die Zeile wie jede unbekannte Kunden-ID
      * unveraendert in die Suspense-Datei.
                     IF KUNDENREF-DA
                       PERFORM KUNDENREF-CHECK
                       IF KUNDENREF-NICHT-GEFUNDEN
                         MOVE SPACES         TO suspenseoutzeile
                         MOVE kunde3-zeile   TO suspenseoutzeile
                         PERFORM SUSPENSEOUTWRITE
                         MOVE letztezeile TO kunde3-zeile
                         GO TO READKUNDE3-ANFANG
                       END-IF
                     END-IF
                     ADD 1 TO UMLEITUNG-ANZAHL
                     MOVE 3              TO RESEQ-QUELLE-DATEI
                     MOVE zeilencounter3 TO RESEQ-QUELLE-ZEILENNR
                     MOVE aktuellezeile  TO RESEQ-QUELLE-ZEILE
                     PERFORM RESEQ-VORMERKEN
                     MOVE letztezeile    TO kunde3-zeile
                     GO TO READKUNDE3-ANFANG
                   END-IF
                 END-IF
      * Stammabgleich: eine wohlgeformte Zeile mit unbekannter
      * Kunden-ID geht zur fachlichen Klaerung in die
      * Suspense-Datei, nicht in die Reject-Datei, und der Merge
       KUNDENREF-CHECK-ENDE.
           EXIT.

       KUNDENXREF-CHECK SECTION.
      * Sucht die Kunden-ID der aktuellen Zeile im Querverweis der
      * stillgelegten Kunden-IDs. Bei einem Treffer wird kunden-id
      * durch die ueberlebende Kunden-ID ersetzt; wurde diese ihrer-
      * seits spaeter stillgelegt, wird der Kette (hoechstens zehn
      * Stufen) bis zur heute gueltigen Kunden-ID gefolgt. Die
      * urspruengliche Kunden-ID steht danach in UMLEITUNG-ALT-ID.
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

       ZEILEN-CHECK SECTION.
      * Setzt den Switch auf ZEILE-OK, falls die Daten in aktuellezeile
      * dem erwarteten Format entsprechen, und setzt den Switch auf 
      * Satz fuer Satz nebeneinander herlaufen, braucht der
      * Vergleich keine Tabelle im Arbeitsspeicher und kennt keine
      * Bestandsobergrenze.
      * Wird der Kundenstamm in diesem Lauf fortgeschrieben (siehe
      * FILEOPEN), bringt derselbe Vergleich ihn auf den neuen
      * Stand: entfernte Kunden-IDs werden geloescht, neue und
      * abweichende Saetze geschrieben. Bricht der Vergleich vorher
      * ab, baut KUNDENMASTER-ABSCHLUSS den Kundenstamm neu auf.
           MOVE 0 TO CHANGELOG-NEU-ANZAHL
           MOVE 0 TO CHANGELOG-GEAENDERT-ANZAHL
           MOVE 0 TO CHANGELOG-ENTFERNT-ANZAHL

           OPEN EXTEND changelogout
           IF CHANGELOGSTATUS = 35
             OPEN OUTPUT changelogout
           END-IF
           IF CHANGELOGSTATUS NOT = 00
             DISPLAY " WARNUNG ChangeLog.txt konnte nicht"
                     " geschrieben werden." CHANGELOGSTATUS
      * kleiner: der Satz ist entfernt.
               WHEN CHANGELOG-NEU-FERTIG
                 PERFORM CHANGELOG-ALT-ZEILE-SCHREIBEN
                 PERFORM CHANGELOG-KMASTER-ENTFERNEN
                 PERFORM CHANGELOG-ALT-NAECHSTER
               WHEN CHANGELOG-ALT-FERTIG
                 MOVE "Neu" TO cl-art
                 PERFORM CHANGELOG-NEU-ZEILE-SCHREIBEN
                 ADD 1 TO CHANGELOG-NEU-ANZAHL
                 PERFORM CHANGELOG-KMASTER-SCHREIBEN
                 PERFORM CHANGELOG-NEU-NAECHSTER
               WHEN ca-kunden-id < kout-kunden-id
                 PERFORM CHANGELOG-ALT-ZEILE-SCHREIBEN
                 PERFORM CHANGELOG-KMASTER-ENTFERNEN
                 PERFORM CHANGELOG-ALT-NAECHSTER
               WHEN kout-kunden-id < ca-kunden-id
                 MOVE "Neu" TO cl-art
                 PERFORM CHANGELOG-NEU-ZEILE-SCHREIBEN
                 ADD 1 TO CHANGELOG-NEU-ANZAHL
                 PERFORM CHANGELOG-KMASTER-SCHREIBEN
                 PERFORM CHANGELOG-NEU-NAECHSTER
      * Gleiche Kunden-ID und gleiche Gueltigkeit: nur eine
      * Abweichung der Anschrift ist eine Aenderung; ein
      * von altem und neuem Adressstand erkennen koennen.
                   PERFORM CHANGELOG-ALTSTAND-SCHREIBEN
                 END-IF
      * Fuer den Kundenstamm zaehlt jede Abweichung des Satzes,
      * auch eine, die nicht protokolliert wird (z. B. nur die
      * Erstellzeit).
                 MOVE kout-kunden-id TO KMASTER-LETZTE-ID
                 IF changealt-zeile NOT = kundeoutzeile
                   PERFORM CHANGELOG-KMASTER-SCHREIBEN
                 END-IF
                 PERFORM CHANGELOG-ALT-NAECHSTER
                 PERFORM CHANGELOG-NEU-NAECHSTER
      * Gleiche Kunden-ID, andere Gueltigkeit: der Schluessel
                 MOVE "Neu" TO cl-art
                 PERFORM CHANGELOG-NEU-ZEILE-SCHREIBEN
                 ADD 1 TO CHANGELOG-NEU-ANZAHL
                 PERFORM CHANGELOG-KMASTER-SCHREIBEN
                 PERFORM CHANGELOG-ALT-NAECHSTER
                 PERFORM CHANGELOG-NEU-NAECHSTER
             END-EVALUATE
           END-IF
           CLOSE changelogout

      * Der Vergleich ist vollstaendig durchgelaufen: der Kunden-
      * stamm ist fortgeschrieben, sofern er nicht unterwegs
      * aufgegeben wurde.
           IF KMASTER-INKREMENTELL AND KMASTER-DA
             AND VERARBEITUNG-OK
             SET KMASTER-FORTGESCHRIEBEN TO TRUE
             DISPLAY " Kundenstamm fortgeschrieben: "
                     KMASTER-SCHREIB-ANZAHL " Saetze geschrieben, "
                     KMASTER-LOESCH-ANZAHL " entfernt."
           END-IF

           CLOSE kundeout
           OPEN EXTEND kundeout
           IF KUNDEOUTSTATUS NOT = 00
       CHANGELOG-SCHREIBEN-ENDE.
           EXIT.

       CHANGELOG-KMASTER-SCHREIBEN SECTION.
       CHANGELOG-KMASTER-SCHREIBEN-ANFANG.
      * Schreibt den aktuellen Satz der fertigen MergeOut.txt in
      * den Kundenstamm, wenn dieser in diesem Lauf fortgeschrieben
      * wird (neue Kunden-ID oder abweichender Satz).
           IF KMASTER-INKREMENTELL
             MOVE kout-kunden-id TO KMASTER-LETZTE-ID
             MOVE kundeoutzeile  TO kundenmaster-satz
             PERFORM KUNDENMASTER-SCHREIBEN
           END-IF

           .
       CHANGELOG-KMASTER-SCHREIBEN-ENDE.
           EXIT.

       CHANGELOG-KMASTER-ENTFERNEN SECTION.
       CHANGELOG-KMASTER-ENTFERNEN-ANFANG.
      * Entfernt die Kunden-ID des aktuellen Satzes der Arbeits-
      * kopie aus dem Kundenstamm, wenn dieser in diesem Lauf
      * fortgeschrieben wird -- ausser sie wurde gerade eben mit
      * einem neuen Satz geschrieben (alte Version derselben
      * Kunden-ID mit anderer Gueltigkeit).
           IF KMASTER-INKREMENTELL
             AND ca-kunden-id NOT = KMASTER-LETZTE-ID
             MOVE ca-kunden-id TO km-kunden-id
             PERFORM KUNDENMASTER-LOESCHEN
           END-IF

           .
       CHANGELOG-KMASTER-ENTFERNEN-ENDE.
           EXIT.

       CHANGELOG-ALT-NAECHSTER SECTION.
       CHANGELOG-ALT-NAECHSTER-ANFANG.
      * Liest den naechsten vergleichbaren Satz der Arbeitskopie:
           MOVE kout-wohnort   TO cl-wohnort
           MOVE kout-strasse   TO cl-strasse
           MOVE kout-hausnr    TO cl-hausnr
           MOVE LAUFPROT-START TO cl-zeitpunkt
           WRITE changelogzeile

           IF CHANGELOGSTATUS NOT = 00
           MOVE ca-wohnort     TO cl-wohnort
           MOVE ca-strasse     TO cl-strasse
           MOVE ca-hausnr      TO cl-hausnr
           MOVE LAUFPROT-START TO cl-zeitpunkt
           WRITE changelogzeile

           IF CHANGELOGSTATUS NOT = 00
           MOVE ca-wohnort     TO cl-wohnort
           MOVE ca-strasse     TO cl-strasse
           MOVE ca-hausnr      TO cl-hausnr
           MOVE LAUFPROT-START TO cl-zeitpunkt
           WRITE changelogzeile
           ADD 1 TO CHANGELOG-ENTFERNT-ANZAHL

       NACHLAUF SECTION.
       NACHLAUF-ANFANG.

      * Ein Lauf ohne Laufsperre hat keine Datei beruehrt; es gibt
      * weder Checkpoint noch Statistik fortzuschreiben.
           IF NOT LAUFSPERRE-GEHALTEN
             DISPLAY "KundenAufgabeH wird beendet."
             GO TO NACHLAUF-ENDE
           END-IF

      * Bei abnormaler Beendigung, nachdem die Verarbeitung
      * tatsächlich begonnen hat, Checkpoint für den Wiederanlauf
      * sichern, sonst einen eventuell vorhandenen alten Checkpoint
           MOVE "."                               TO ereignis (35:)
           PERFORM LOGWRITE

           MOVE SPACES TO ereignis
           MOVE " Umgeleitete Zeilen: "           TO ereignis (01:21)
           MOVE UMLEITUNG-ANZAHL                  TO ereignis (22:05)
           MOVE "."                               TO ereignis (27:)
           PERFORM LOGWRITE

           MOVE SPACES TO ereignis
           MOVE " Historisierte Versionen: "      TO ereignis (01:26)
           MOVE HISTORY-ANZAHL                    TO ereignis (27:05)
             DISPLAY " SUCCESS Alle relevanten Dateien geschlossen."
           END-IF

      * Satzzahl-Abstimmung des Kundenstamms gegen die fertige
      * MergeOut.txt, notfalls mit vollstaendigem Neuaufbau.
           IF VERARBEITUNG-OK
             PERFORM KUNDENMASTER-ABSCHLUSS
           END-IF

      * Programmende kommunizieren
           DISPLAY "KundenAufgabeH wird beendet."

       NACHLAUF-ENDE.
           EXIT.

       KUNDENMASTER-ABSCHLUSS SECTION.
       KUNDENMASTER-ABSCHLUSS-ANFANG.
      * Stellt am Laufende sicher, dass Kundenstamm und fertige
      * MergeOut.txt gleich viele Saetze enthalten. Wurde der
      * Kundenstamm unterwegs aufgegeben oder der Aenderungs-
      * vergleich nicht vollstaendig fortgeschrieben, oder weicht
      * die Satzzahl ab, wird er vollstaendig aus der MergeOut.txt
      * neu aufgebaut (siehe KUNDENMASTER-VOLLAUFBAU). Alle Dateien
      * sind zu diesem Zeitpunkt bereits geschlossen.
           MOVE 0 TO KMASTER-SOLL-ANZAHL
           OPEN INPUT kundeout
           IF KUNDEOUTSTATUS NOT = 00
             DISPLAY " WARNUNG MergeOut.txt konnte fuer die Satzzahl-"
                     "Abstimmung nicht gelesen werden." KUNDEOUTSTATUS
             GO TO KUNDENMASTER-ABSCHLUSS-ENDE
           END-IF
           PERFORM UNTIL KUNDEOUTSTATUS NOT = 00
             READ kundeout
             IF KUNDEOUTSTATUS = 00
               ADD 1 TO KMASTER-SOLL-ANZAHL
             END-IF
           END-PERFORM
           CLOSE kundeout

      * Ein durchgeschriebener Kundenstamm wird ebenso abgestimmt
      * wie ein fortgeschriebener.
           IF KMASTER-DURCHSCHREIBEN AND KMASTER-DA
             SET KMASTER-FORTGESCHRIEBEN TO TRUE
           END-IF

           IF KMASTER-FORTGESCHRIEBEN AND KMASTER-DA
             PERFORM KUNDENMASTER-ABSTIMMEN
           ELSE
             DISPLAY " WARNUNG Kundenstamm wurde in diesem Lauf nicht"
                     " vollstaendig gefuehrt."
             SET KMASTER-NEUAUFBAU-NOETIG TO TRUE
           END-IF

           IF KMASTER-NEUAUFBAU-NOETIG
             PERFORM KUNDENMASTER-VOLLAUFBAU
             SET KMASTER-NEU-AUFGEBAUT TO TRUE
             PERFORM KUNDENMASTER-ABSTIMMEN
           END-IF

           .
       KUNDENMASTER-ABSCHLUSS-ENDE.
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

       KUNDENMASTER-VOLLAUFBAU SECTION.
       KUNDENMASTER-VOLLAUFBAU-ANFANG.
      * Baut den indexierten Kundenstamm am Laufende vollstaendig
      * aus der fertigen MergeOut.txt neu auf. Schlaegt das fehl,
      * wird nur gewarnt; die flache MergeOut.txt bleibt
      * massgeblich.
           OPEN INPUT kundeout
           IF KUNDEOUTSTATUS NOT = 00
             DISPLAY " WARNUNG MergeOut.txt konnte fuer den"
                     " Kundenstamm-Aufbau nicht gelesen werden."
                     KUNDEOUTSTATUS
             GO TO KUNDENMASTER-VOLLAUFBAU-ENDE
           END-IF

           OPEN OUTPUT kundenmaster
           IF KMASTERSTATUS NOT = 00
             DISPLAY " WARNUNG Kundenstamm konnte nicht neu"
                     " aufgebaut werden." KMASTERSTATUS
             CLOSE kundeout
             GO TO KUNDENMASTER-VOLLAUFBAU-ENDE
           END-IF

           PERFORM UNTIL KUNDEOUTSTATUS NOT = 00
                       OR KMASTERSTATUS NOT = 00
             READ kundeout
             IF KUNDEOUTSTATUS = 00
               MOVE kundeoutzeile TO kundenmaster-satz
               WRITE kundenmaster-satz
             END-IF
           END-PERFORM

      * Der Kundenstamm wird auf beiden Wegen geschlossen, damit
      * KUNDENMASTER-ABSTIMMEN ihn anschliessend wieder oeffnen kann.
           MOVE KMASTERSTATUS TO KMASTER-AUFBAUSTATUS
           CLOSE kundenmaster
           CLOSE kundeout

           IF KMASTER-AUFBAUSTATUS NOT = 00
             DISPLAY " WARNUNG Fehler beim Neuaufbau des"
                     " Kundenstamms." KMASTER-AUFBAUSTATUS
           ELSE
             DISPLAY " Kundenstamm neu aufgebaut: "
                     KMASTER-SOLL-ANZAHL " Saetze."
           END-IF

           .
       KUNDENMASTER-VOLLAUFBAU-ENDE.
           EXIT.
