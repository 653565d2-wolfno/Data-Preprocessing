      **  geloeschte Versionen gehen wie ueberall in die
      **  Historiendatei, damit die Stichtagsauskunft sie kennt.
      **
      **  Vier-Augen-Prinzip: eine Korrektur wird nicht sofort
      **  durchgefuehrt, sondern als offener Auftrag in die Datei
      **  der Pflegeauftraege geschrieben (PFLEGEMODUS=ERFASSEN
      **  fuer einen Auftrag aus den Umgebungsvariablen, BATCH
      **  fuer eine ganze Transaktionsdatei mit Ergebniszeile je
      **  Transaktion). Erst ein Freigabelauf (PFLEGEMODUS=
      **  FREIGABE) eines anderen PFLEGEOPERATOR gibt die Auftraege
      **  laut Entscheidungsdatei frei oder lehnt sie ab; eine
      **  Freigabe durch den Erfasser selbst wird abgewiesen.
      **
      **  Jede durchgefuehrte Korrektur wird im Format von
      **  CobolMerge an die ChangeLog.txt angehaengt (ADD als
      **  "Neu", DELETE als "Entfernt", CHANGE als "Geaendert"
      **  mit "AltStand" bzw. bei anderer Gueltigkeit als
      **  "Entfernt"/"Neu"), damit die Aenderungslieferungen an
      **  die Abnehmer (CobolVerteilung) sie ebenfalls enthalten.
      **
      *****************************************************************
      **  01.09.2026             Erstellername: NOAH WOLFAHRT
      *****************************************************************
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
      * Historiendatei (siehe HISTORYWRITE in CobolMerge): jede
      * durch die Pflege verdraengte oder geloeschte Version wird
      * hier als vollstaendiger Satz angefuegt.
           SELECT pflegelog ASSIGN TO
           PFLEGELOGDD
           FILE STATUS IS PFLEGELOGSTATUS.
      * Aenderungsprotokoll der Kundendaten (siehe CHANGELOG-
      * SCHREIBEN in CobolMerge): jede durchgefuehrte Korrektur
      * wird angefuegt.
           SELECT changelogdatei ASSIGN TO
           CHANGELOGDD
           FILE STATUS IS CHANGELOGSTATUS.
      * Pflegeauftraege (Vier-Augen-Prinzip): jede erfasste
      * Korrektur wird hier als offener Auftrag angefuegt; der
      * Freigabelauf schreibt die Datei ueber eine eigene
      * Arbeitsdatei mit dem Entscheidungsstand neu. Erledigte
      * Auftraege bleiben als Nachweis stehen.
           SELECT pflegequeue ASSIGN TO
           PFLEGEQUEUEDD
           FILE STATUS IS PFLEGEQUEUESTATUS.
           SELECT queuearbeit ASSIGN TO
           PFLEGEQWORKDD
           FILE STATUS IS QUEUEARBEITSTATUS.
      * Transaktionsdatei fuer den Batchmodus: ein Pflegeauftrag
      * je Zeile, z. B. aus der Korrekturliste der Data Stewards.
           SELECT transdatei ASSIGN TO
           PFLEGETRANSDD
           FILE STATUS IS TRANSSTATUS.
      * Entscheidungsdatei fuer den Freigabelauf: je Zeile eine
      * Auftragsnummer mit F (freigeben) oder A (ablehnen).
           SELECT entscheiddatei ASSIGN TO
           PFLEGEENTSCHEIDDD
           FILE STATUS IS ENTSCHEIDSTATUS.
      * Ergebnisdatei fuer Batch- und Freigabelauf: eine Zeile je
      * Transaktion bzw. je offenem Auftrag.
           SELECT ergebnisdatei ASSIGN TO
           PFLEGEERGEBNISDD
           FILE STATUS IS ERGEBNISSTATUS.

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
       FD  historyout.
      * Nimmt die vollstaendige verdraengte Version eines Kunden
      * auf, im selben Format wie mergeoutzeile.
           05 pl-bildart            PIC X(04).
           05 FILLER                PIC X(01).
           05 pl-bild               PIC X(108).
       FD  changelogdatei.
      * Eine Zeile je neuem, geaendertem oder entferntem Kunden-
      * satz wie in CobolMerge; hinter jeder "Geaendert"-Zeile
      * folgt der alte Stand als "AltStand"-Zeile, am Zeilenende
      * steht der Laufzeitpunkt.
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
       FD  pflegequeue.
      * Ein Pflegeauftrag je Zeile: Auftragsnummer, Status, die
      * Kunden-ID ab Spalte 12, Aktion, Erfassung (Zeitstempel und
      * Bearbeiter), Entscheidung (Zeitstempel und Pruefer) und
      * der vollstaendige Pflegesatz (bei DELETE leer).
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
           05 pa-erfasst            PIC 9(14).
           05 FILLER                PIC X(01).
           05 pa-erfasser           PIC X(20).
           05 FILLER                PIC X(01).
           05 pa-entschieden        PIC 9(14).
           05 FILLER                PIC X(01).
           05 pa-pruefer            PIC X(20).
           05 FILLER                PIC X(01).
           05 pa-satz               PIC X(108).
       FD  queuearbeit.
       01  queuearbeitszeile        PIC X(209).
       FD  transdatei.
      * Eine Transaktion je Zeile, Felder wie die Umgebungs-
      * variablen PFLEGEAKTION, PFLEGEID und PFLEGESATZ.
       01  trans-satz.
           05 tr-aktion             PIC X(06).
           05 FILLER                PIC X(01).
           05 tr-kunden-id          PIC X(10).
           05 FILLER                PIC X(01).
           05 tr-satz               PIC X(108).
       FD  entscheiddatei.
       01  entscheid-satz.
           05 ent-auftragsnr        PIC X(08).
           05 FILLER                PIC X(01).
           05 ent-entscheid         PIC X(01).
       FD  ergebnisdatei.
      * Ergebniszeile: Transaktions- bzw. Auftragsnummer, Aktion,
      * Kunden-ID, Ergebnis, vergebene Auftragsnummer, Grund.
       01  ergebnis-satz.
           05 erg-nummer            PIC 9(08).
           05 FILLER                PIC X(01).
           05 erg-aktion            PIC X(06).
           05 FILLER                PIC X(01).
           05 erg-kunden-id         PIC X(10).
           05 FILLER                PIC X(01).
           05 erg-ergebnis          PIC X(12).
           05 FILLER                PIC X(01).
           05 erg-auftragsnr        PIC 9(08).
           05 FILLER                PIC X(01).
           05 erg-grund             PIC X(40).

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

       01  MERGEOUTSTATUS          PIC X(02).
       01  ARBEITSTATUS            PIC X(02).
       01  PLZORTSTATUS            PIC X(02).
       01  PLZSTANDSTATUS          PIC X(02).
       01  PLZVORHERSTATUS         PIC X(02).
       01  HISTORYSTATUS           PIC X(02).
       01  PFLEGELOGSTATUS         PIC X(02).
       01  CHANGELOGSTATUS         PIC X(02).
       01  PFLEGEQUEUESTATUS       PIC X(02).
       01  QUEUEARBEITSTATUS       PIC X(02).
       01  TRANSSTATUS             PIC X(02).
       01  ENTSCHEIDSTATUS         PIC X(02).
       01  ERGEBNISSTATUS          PIC X(02).
       01  LAUFSPERRESTATUS        PIC X(02).
       01  SPERRPROTSTATUS         PIC X(02).

      * Standarddateinamen, die PARAMETER-EINLESEN als DD-Zuweisung
      * hinterlegt, solange das aufrufende Skript die DD-Namen
       01  DD-STANDARD-MERGEOUT    PIC X(30)     VALUE "MergeOut.txt".
       01  DD-STANDARD-WORK        PIC X(30)     VALUE "PflegeWork.tmp".
       01  DD-STANDARD-PLZORT      PIC X(30)     VALUE "PLZOrt.txt".
       01  DD-STANDARD-PLZSTAND    PIC X(30)
                                   VALUE "PLZOrtStand.txt".
       01  DD-STANDARD-PLZVORHER   PIC X(30)
                                   VALUE "PLZOrtVorher.txt".
       01  DD-STANDARD-HISTORY     PIC X(30)
                                   VALUE "KundenHistorie.txt".
       01  DD-STANDARD-PFLEGELOG   PIC X(30)     VALUE "PflegeLog.txt".
       01  DD-STANDARD-CHANGELOG   PIC X(30)     VALUE "ChangeLog.txt".
       01  DD-STANDARD-QUEUE       PIC X(30)
                                   VALUE "PflegeAuftraege.txt".
       01  DD-STANDARD-QWORK       PIC X(30)
                                   VALUE "PflegeQueueWork.tmp".
       01  DD-STANDARD-TRANS       PIC X(30)
                                   VALUE "PflegeTransaktionen.txt".
       01  DD-STANDARD-ENTSCHEID   PIC X(30)
                                   VALUE "PflegeEntscheid.txt".
       01  DD-STANDARD-ERGEBNIS    PIC X(30)
                                   VALUE "PflegeErgebnis.txt".
       01  DD-STANDARD-LAUFSPERRE  PIC X(30)
                                   VALUE "Laufsperre.dat".
       01  DD-STANDARD-SPERRPROT   PIC X(30)
                                   VALUE "LaufsperreLog.txt".
       01  DATEINAME-HILFSFELD     PIC X(30).

      * Auftragsparameter: PFLEGEAKTION (ADD/CHANGE/DELETE),
       01  PFLEGE-SATZ-PARAM       PIC X(108).
       01  PFLEGE-BEARBEITER       PIC X(20).

      * Betriebsart aus PFLEGEMODUS: ERFASSEN (Vorgabe) nimmt den
      * Auftrag aus den Umgebungsvariablen in die Pflegeauftraege
      * auf, BATCH alle Auftraege der Transaktionsdatei, FREIGABE
      * entscheidet ueber die offenen Auftraege und fuehrt die
      * freigegebenen durch.
       01  PFLEGE-MODUS            PIC X(08).
           88 MODUS-ERFASSEN                     VALUE "ERFASSEN".
           88 MODUS-BATCH                        VALUE "BATCH   ".
           88 MODUS-FREIGABE                     VALUE "FREIGABE".

      * Ergebnis der fachlichen Pruefung bzw. Durchfuehrung eines
      * einzelnen Auftrags. Anders als VERARBEITUNG-NICHT-OK
      * beendet ein abgewiesener Auftrag den Lauf nicht; der
      * naechste Auftrag wird normal weiterbearbeitet.
       01  AUFTRAG-STATUS          PIC X(01)     VALUE 'J'.
           88 AUFTRAG-ANGENOMMEN                 VALUE 'J'.
           88 AUFTRAG-ABGEWIESEN                 VALUE 'N'.
       01  AUFTRAG-GRUND           PIC X(40).
      * Erfasser des gerade freigegebenen Auftrags, fuer die
      * Vorher-/Nachher-Bilder im Pflegeprotokoll.
       01  AUFTRAG-ERFASSER        PIC X(20).
      * Hoechste bisher vergebene Auftragsnummer.
       01  AUFTRAG-LETZTE-NR       PIC 9(08)     VALUE 0.

      * Kunden-IDs mit offenem Auftrag: je Kunde darf nur ein
      * Auftrag auf die Freigabe warten, sonst wuerde der zweite
      * freigegebene Auftrag den ersten ungesehen ueberschreiben.
       01  OFFEN-TABELLE.
           05 OFFEN-EINTRAG OCCURS 5000 TIMES.
              10 OFFEN-TAB-KUNDEN-ID PIC X(10).
       01  OFFEN-ANZAHL            PIC 9(05)     VALUE 0.
       01  OFFEN-POSITION          PIC 9(05)     VALUE 0.
       01  OFFEN-TREFFER           PIC X(01)     VALUE 'N'.
           88 OFFEN-GEFUNDEN                     VALUE 'J'.
           88 OFFEN-NICHT-GEFUNDEN               VALUE 'N'.

      * Im Arbeitsspeicher gehaltene Entscheidungen des
      * Freigabelaufs.
       01  ENTSCHEID-TABELLE.
           05 ENTSCHEID-EINTRAG OCCURS 5000 TIMES.
              10 ENT-TAB-AUFTRAGSNR  PIC 9(08).
              10 ENT-TAB-ENTSCHEID   PIC X(01).
                 88 ENT-TAB-FREIGEBEN            VALUE 'F'.
                 88 ENT-TAB-ABLEHNEN             VALUE 'A'.
       01  ENTSCHEID-ANZAHL        PIC 9(05)     VALUE 0.
       01  ENTSCHEID-POSITION      PIC 9(05)     VALUE 0.
       01  ENTSCHEID-TREFFER       PIC X(01)     VALUE 'N'.
           88 ENTSCHEID-GEFUNDEN                 VALUE 'J'.
           88 ENTSCHEID-NICHT-GEFUNDEN           VALUE 'N'.

      * Zaehler fuer Ergebnisdatei und Abschlussmeldung.
       01  TRANS-ZEILENNR          PIC 9(08)     VALUE 0.
       01  ANGENOMMEN-ANZAHL       PIC 9(05)     VALUE 0.
       01  ABGEWIESEN-ANZAHL       PIC 9(05)     VALUE 0.
       01  FREIGEGEBEN-ANZAHL      PIC 9(05)     VALUE 0.
       01  ABGELEHNT-ANZAHL        PIC 9(05)     VALUE 0.
       01  UNERLEDIGT-ANZAHL       PIC 9(05)     VALUE 0.
       01  SELBSTFREIGABE-ANZAHL   PIC 9(05)     VALUE 0.

      * Zeigt einen Fehler beim Schreiben der Auftrags-
      * Arbeitsdatei an: dann darf die Datei der Pflegeauftraege
      * nicht aus ihr neu geschrieben werden.
       01  QUEUE-KOPIE             PIC X(01)     VALUE 'J'.
           88 QUEUE-KOPIE-OK                     VALUE 'J'.
           88 QUEUE-KOPIE-FEHLER                 VALUE 'N'.

      * Vorher- und Nachher-Bild der Aenderung fuer Protokoll und
      * Historie.
       01  VORHER-BILD             PIC X(108).
       01  VORHER-FELDER REDEFINES VORHER-BILD.
           05 VORHER-KUNDEN-ID     PIC 9(10).
           05 FILLER               PIC X(16).
           05 VORHER-GUELTIG       PIC 9(08).
           05 FILLER               PIC X(01).
           05 VORHER-PLZ           PIC 9(05).
           05 FILLER               PIC X(01).
           05 VORHER-WOHNORT       PIC X(30).
           05 FILLER               PIC X(01).
           05 VORHER-STRASSE       PIC X(30).
           05 FILLER               PIC X(01).
           05 VORHER-HAUSNR        PIC X(05).
       01  NACHHER-BILD            PIC X(108).
       01  NACHHER-FELDER REDEFINES NACHHER-BILD.
           05 NACHHER-KUNDEN-ID    PIC 9(10).
           05 FILLER               PIC X(16).
           05 NACHHER-GUELTIG      PIC 9(08).
           05 FILLER               PIC X(01).
           05 NACHHER-PLZ          PIC 9(05).
           05 FILLER               PIC X(01).
           05 NACHHER-WOHNORT      PIC X(30).
           05 FILLER               PIC X(01).
           05 NACHHER-STRASSE      PIC X(30).
           05 FILLER               PIC X(01).
           05 NACHHER-HAUSNR       PIC X(05).
       01  VORHER-VORHANDEN        PIC X(01)     VALUE 'N'.
           88 VORHER-DA                          VALUE 'J'.
           88 VORHER-NICHT-DA                    VALUE 'N'.
       01  PLZORT-VORHANDEN        PIC X(01)     VALUE 'N'.
           88 PLZORT-DA                          VALUE 'J'.
           88 PLZORT-NICHT-DA                    VALUE 'N'.
      * Stichtag des zuletzt eingespielten PLZ-Ort-Stands; liegt
      * er nach dem Tag des Laufs, gilt noch der Vorgaengerstand.
       01  PLZ-STAND-GUELTIG-AB    PIC 9(08)     VALUE 0.
       01  PLZ-STAND-WAHL          PIC X(01)     VALUE 'N'.
           88 PLZ-VORHER-GILT                    VALUE 'J'.
           88 PLZ-AKTUELL-GILT                   VALUE 'N'.

       01  PLZ-ORT-TREFFER         PIC X(01)     VALUE 'N'.
           88 PLZ-ORT-GEFUNDEN                   VALUE 'J'.
       01  schaltjahrfiller2       PIC 9(04)     VALUE 0.
       01  schaltjahrfiller3       PIC 9(04)     VALUE 0.

      * Laufsperre: Name, unter dem dieser Lauf die Sperre
      * beansprucht, Zeitpunkt der Beanspruchung sowie Inhaber und
      * Zeitpunkt einer vorgefundenen Sperre.
       01  LAUFSPERRE-PROGRAMM     PIC X(16)     VALUE "CobolPflege".
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
      *    Hier werden die Auftragsparameter gelesen und die           *
             GO TO VORLAUF-ENDE
           END-IF

      * Gemeinsame Laufsperre beanspruchen: haelt ein anderes
      * Programm der Kette sie, wird dieser Lauf abgewiesen, bevor
      * irgendein Bestand beruehrt wird.
           PERFORM LAUFSPERRE-SETZEN
           IF VERARBEITUNG-NICHT-OK
             GO TO VORLAUF-ENDE
           END-IF

      * PLZ-Ort-Referenztabelle fuer ZEILEN-CHECK laden, sofern
      * vorhanden. Sie wird in jeder Betriebsart gebraucht: bei der
      * Erfassung fuer die Pruefung, bei der Freigabe fuer die
      * erneute Pruefung vor der Durchfuehrung.
           PERFORM PLZORT-LADEN

      * Bisherige Pflegeauftraege lesen: hoechste Auftragsnummer
      * und Kunden-IDs mit offenem Auftrag.
           PERFORM QUEUE-LESEN
           IF VERARBEITUNG-NICHT-OK
             GO TO VORLAUF-ENDE
           END-IF

           IF MODUS-FREIGABE
             PERFORM FREIGABE-VORBEREITEN
           ELSE
             PERFORM ERFASSUNG-VORBEREITEN
           END-IF

           .
       VORLAUF-ENDE.
           EXIT.

       FREIGABE-VORBEREITEN SECTION.
       FREIGABE-VORBEREITEN-ANFANG.
      * Der Freigabelauf fuehrt die freigegebenen Auftraege durch
      * und oeffnet dafuer alle Bestaende wie bisher die
      * Einzelkorrektur.

      * Pruefen, dass die MergeOut.txt lesbar ist, BEVOR der
      * Kundenstamm angefasst wird: eine fehlende oder gesperrte
      * Datei wuerde sonst erst nach der Stammaenderung auffallen
      * CobolReentry).
           PERFORM MERGEOUT-PRUEFEN
           IF VERARBEITUNG-NICHT-OK
             GO TO FREIGABE-VORBEREITEN-ENDE
           END-IF

      * Der Kundenstamm muss vorhanden sein; Einzelkorrekturen an
             DISPLAY " ERROR   Kundenstamm konnte nicht geoeffnet"
                     " werden." KMASTERSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO FREIGABE-VORBEREITEN-ENDE
           END-IF

      * Historiendatei und Pflegeprotokoll wachsen
             DISPLAY " ERROR   Historiendatei konnte nicht"
                     " geoeffnet werden." HISTORYSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO FREIGABE-VORBEREITEN-ENDE
           END-IF

           OPEN EXTEND pflegelog
             DISPLAY " ERROR   Pflegeprotokoll konnte nicht"
                     " geoeffnet werden." PFLEGELOGSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO FREIGABE-VORBEREITEN-ENDE
           END-IF

      * Die ChangeLog.txt wird wie in CobolMerge angefuegt. Sie wird
      * vor der ersten Korrektur geoeffnet, damit keine
      * durchgefuehrte Korrektur den Abnehmern entgeht.
           OPEN EXTEND changelogdatei
           IF CHANGELOGSTATUS = 35
             OPEN OUTPUT changelogdatei
           END-IF
           IF CHANGELOGSTATUS NOT = 00
             DISPLAY " ERROR   ChangeLog.txt konnte nicht"
                     " geoeffnet werden." CHANGELOGSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO FREIGABE-VORBEREITEN-ENDE
           END-IF

           PERFORM ENTSCHEIDE-LADEN
           IF VERARBEITUNG-NICHT-OK
             GO TO FREIGABE-VORBEREITEN-ENDE
           END-IF

           OPEN OUTPUT ergebnisdatei
           IF ERGEBNISSTATUS NOT = 00
             DISPLAY " ERROR   Ergebnisdatei konnte nicht"
                     " geoeffnet werden." ERGEBNISSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF

           .
       FREIGABE-VORBEREITEN-ENDE.
           EXIT.

       ERFASSUNG-VORBEREITEN SECTION.
       ERFASSUNG-VORBEREITEN-ANFANG.
      * Bei der Erfassung wird der Kundenstamm nur gelesen, um
      * ADD/CHANGE/DELETE schon vorab gegen den Bestand zu
      * pruefen; geschrieben wird allein die Datei der
      * Pflegeauftraege.
           OPEN INPUT kundenmaster
           IF KMASTERSTATUS NOT = 00
             DISPLAY " ERROR   Kundenstamm konnte nicht geoeffnet"
                     " werden." KMASTERSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO ERFASSUNG-VORBEREITEN-ENDE
           END-IF

           OPEN EXTEND pflegequeue
           IF PFLEGEQUEUESTATUS = 35
             OPEN OUTPUT pflegequeue
           END-IF
           IF PFLEGEQUEUESTATUS NOT = 00
             DISPLAY " ERROR   Datei der Pflegeauftraege konnte"
                     " nicht geoeffnet werden." PFLEGEQUEUESTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO ERFASSUNG-VORBEREITEN-ENDE
           END-IF

           IF MODUS-BATCH
             OPEN INPUT transdatei
             IF TRANSSTATUS NOT = 00
               DISPLAY " ERROR   Transaktionsdatei konnte nicht"
                       " geoeffnet werden." TRANSSTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
               GO TO ERFASSUNG-VORBEREITEN-ENDE
             END-IF
             OPEN OUTPUT ergebnisdatei
             IF ERGEBNISSTATUS NOT = 00
               DISPLAY " ERROR   Ergebnisdatei konnte nicht"
                       " geoeffnet werden." ERGEBNISSTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
             END-IF
           END-IF

           .
       ERFASSUNG-VORBEREITEN-ENDE.
           EXIT.

       PARAMETER-EINLESEN SECTION.
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

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "HISTORYDD"
           IF DATEINAME-HILFSFELD = SPACES
                                          UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "CHANGELOGDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "CHANGELOGDD"        UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-CHANGELOG
                                          UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "PFLEGEQUEUEDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "PFLEGEQUEUEDD"      UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-QUEUE    UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "PFLEGEQWORKDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "PFLEGEQWORKDD"      UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-QWORK    UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "PFLEGETRANSDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "PFLEGETRANSDD"      UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-TRANS    UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD
                  FROM ENVIRONMENT "PFLEGEENTSCHEIDDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "PFLEGEENTSCHEIDDD"  UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-ENTSCHEID
                                          UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD
                  FROM ENVIRONMENT "PFLEGEERGEBNISDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "PFLEGEERGEBNISDD"   UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-ERGEBNIS UPON ENVIRONMENT-VALUE
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

      * Betriebsart; ohne Angabe wird wie bisher ein einzelner
      * Auftrag aus den Umgebungsvariablen erfasst.
           MOVE SPACES TO PFLEGE-MODUS
           ACCEPT PFLEGE-MODUS FROM ENVIRONMENT "PFLEGEMODUS"
           IF PFLEGE-MODUS = SPACES
             SET MODUS-ERFASSEN TO TRUE
           END-IF
           IF NOT MODUS-ERFASSEN AND NOT MODUS-BATCH
              AND NOT MODUS-FREIGABE
             DISPLAY " ERROR   PFLEGEMODUS muss ERFASSEN, BATCH oder"
                     " FREIGABE sein: " PFLEGE-MODUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO PARAMETER-EINLESEN-ENDE
           END-IF

      * Der Bearbeiter ist in jeder Betriebsart zwingend: bei der
      * Erfassung als Erfasser, bei der Freigabe als Pruefer, der
      * nicht derselbe sein darf.
           MOVE SPACES TO PFLEGE-BEARBEITER
           ACCEPT PFLEGE-BEARBEITER FROM ENVIRONMENT "PFLEGEOPERATOR"
           IF PFLEGE-BEARBEITER = SPACES
             GO TO PARAMETER-EINLESEN-ENDE
           END-IF

      * Der Einzelauftrag kommt aus PFLEGEAKTION/PFLEGESATZ/
      * PFLEGEID; geprueft wird er in AUFTRAG-PRUEFEN wie jede
      * Transaktion des Batchmodus.
           IF MODUS-ERFASSEN
             MOVE SPACES TO PFLEGE-AKTION
             ACCEPT PFLEGE-AKTION FROM ENVIRONMENT "PFLEGEAKTION"
             MOVE SPACES TO PFLEGE-SATZ-PARAM
             ACCEPT PFLEGE-SATZ-PARAM FROM ENVIRONMENT "PFLEGESATZ"
             MOVE SPACES TO PFLEGE-ID-PARAM
             ACCEPT PFLEGE-ID-PARAM FROM ENVIRONMENT "PFLEGEID"
           END-IF

           .
      * CobolMerge.
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

           IF PLZ-STAND-GUELTIG-AB > PFLEGE-DATUM
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

       QUEUE-LESEN SECTION.
       QUEUE-LESEN-ANFANG.
      * Liest die Datei der Pflegeauftraege einmal: hoechste
      * vergebene Auftragsnummer und die Kunden-IDs mit offenem
      * Auftrag. Fehlt die Datei (Dateistatus 35), gibt es noch
      * keine Auftraege.
           MOVE 0 TO AUFTRAG-LETZTE-NR
           MOVE 0 TO OFFEN-ANZAHL

           OPEN INPUT pflegequeue
           IF PFLEGEQUEUESTATUS = 35
             DISPLAY " Noch keine Pflegeauftraege vorhanden."
             GO TO QUEUE-LESEN-ENDE
           END-IF
           IF PFLEGEQUEUESTATUS NOT = 00
             DISPLAY " ERROR   Datei der Pflegeauftraege konnte"
                     " nicht gelesen werden." PFLEGEQUEUESTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO QUEUE-LESEN-ENDE
           END-IF

           PERFORM UNTIL PFLEGEQUEUESTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ pflegequeue
             IF PFLEGEQUEUESTATUS = 00
               IF pa-auftragsnr IS NUMERIC
                 AND pa-auftragsnr > AUFTRAG-LETZTE-NR
                 MOVE pa-auftragsnr TO AUFTRAG-LETZTE-NR
               END-IF
               IF PA-OFFEN
                 PERFORM OFFEN-VORMERKEN
               END-IF
             END-IF
           END-PERFORM
           CLOSE pflegequeue

           DISPLAY " Pflegeauftraege gelesen, offen: "
                   OFFEN-ANZAHL "."

           .
       QUEUE-LESEN-ENDE.
           EXIT.

       OFFEN-VORMERKEN SECTION.
       OFFEN-VORMERKEN-ANFANG.
      * Nimmt die Kunden-ID aus pa-kunden-id in die Tabelle der
      * offenen Auftraege auf; eine volle Tabelle bricht ab, statt
      * einen zweiten Auftrag fuer denselben Kunden zuzulassen.
           IF OFFEN-ANZAHL >= 5000
             DISPLAY " ERROR   Mehr als 5000 offene Pflegeauftraege,"
                     " zuerst einen Freigabelauf durchfuehren."
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO OFFEN-VORMERKEN-ENDE
           END-IF

           ADD 1 TO OFFEN-ANZAHL
           MOVE pa-kunden-id TO OFFEN-TAB-KUNDEN-ID (OFFEN-ANZAHL)

           .
       OFFEN-VORMERKEN-ENDE.
           EXIT.

       OFFEN-SUCHEN SECTION.
       OFFEN-SUCHEN-ANFANG.
      * Sucht PFLEGE-ID-PARAM unter den Kunden-IDs mit offenem
      * Auftrag. Das Ergebnis steht in OFFEN-TREFFER.
           SET OFFEN-NICHT-GEFUNDEN TO TRUE
           MOVE 1 TO OFFEN-POSITION

           PERFORM UNTIL OFFEN-POSITION > OFFEN-ANZAHL
                       OR OFFEN-GEFUNDEN
             IF OFFEN-TAB-KUNDEN-ID (OFFEN-POSITION)
                  = PFLEGE-ID-PARAM
               SET OFFEN-GEFUNDEN TO TRUE
             ELSE
               ADD 1 TO OFFEN-POSITION
             END-IF
           END-PERFORM

           .
       OFFEN-SUCHEN-ENDE.
           EXIT.

       ENTSCHEIDE-LADEN SECTION.
       ENTSCHEIDE-LADEN-ANFANG.
      * Liest die Entscheidungen des Pruefers in ENTSCHEID-TABELLE.
      * Ohne Entscheidungsdatei (Dateistatus 35) listet der
      * Freigabelauf die offenen Auftraege nur in der
      * Ergebnisdatei auf.
           MOVE 0 TO ENTSCHEID-ANZAHL

           OPEN INPUT entscheiddatei
           IF ENTSCHEIDSTATUS = 35
             DISPLAY " Keine Entscheidungsdatei vorhanden, offene"
                     " Auftraege werden nur aufgelistet."
             GO TO ENTSCHEIDE-LADEN-ENDE
           END-IF
           IF ENTSCHEIDSTATUS NOT = 00
             DISPLAY " ERROR   Entscheidungsdatei konnte nicht"
                     " gelesen werden." ENTSCHEIDSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO ENTSCHEIDE-LADEN-ENDE
           END-IF

           PERFORM UNTIL ENTSCHEIDSTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ entscheiddatei
             IF ENTSCHEIDSTATUS = 00
               AND entscheid-satz NOT = SPACES
               EVALUATE TRUE
                 WHEN ent-auftragsnr IS NOT NUMERIC
                 WHEN ent-entscheid NOT = "F"
                      AND ent-entscheid NOT = "A"
                   DISPLAY " WARNUNG Entscheidungszeile ungueltig,"
                           " uebergangen: " entscheid-satz
                 WHEN ENTSCHEID-ANZAHL >= 5000
                   DISPLAY " ERROR   Mehr als 5000 Entscheidungen,"
                           " Lauf abgebrochen."
                   SET VERARBEITUNG-NICHT-OK TO TRUE
                 WHEN OTHER
                   ADD 1 TO ENTSCHEID-ANZAHL
                   MOVE ent-auftragsnr
                        TO ENT-TAB-AUFTRAGSNR (ENTSCHEID-ANZAHL)
                   MOVE ent-entscheid
                        TO ENT-TAB-ENTSCHEID (ENTSCHEID-ANZAHL)
               END-EVALUATE
             END-IF
           END-PERFORM
           CLOSE entscheiddatei

           DISPLAY " Entscheidungen geladen: " ENTSCHEID-ANZAHL "."

           .
       ENTSCHEIDE-LADEN-ENDE.
           EXIT.

       ENTSCHEID-SUCHEN SECTION.
       ENTSCHEID-SUCHEN-ANFANG.
      * Sucht die Entscheidung zur Auftragsnummer in pa-auftragsnr.
      * Das Ergebnis steht in ENTSCHEID-TREFFER, die Fundstelle in
      * ENTSCHEID-POSITION; bei mehreren Zeilen gilt die erste.
           SET ENTSCHEID-NICHT-GEFUNDEN TO TRUE
           MOVE 1 TO ENTSCHEID-POSITION

           PERFORM UNTIL ENTSCHEID-POSITION > ENTSCHEID-ANZAHL
                       OR ENTSCHEID-GEFUNDEN
             IF ENT-TAB-AUFTRAGSNR (ENTSCHEID-POSITION)
                  = pa-auftragsnr
               SET ENTSCHEID-GEFUNDEN TO TRUE
             ELSE
               ADD 1 TO ENTSCHEID-POSITION
             END-IF
           END-PERFORM

           .
       ENTSCHEID-SUCHEN-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    In dieser Section wird die wesentliche Programmlogik        *
       VERARBEITUNG SECTION.
       VERARBEITUNG-ANFANG.

           EVALUATE TRUE
             WHEN MODUS-ERFASSEN
      * Ein abgewiesener Einzelauftrag beendet den Lauf wie bisher
      * mit Fehler, damit der Bearbeiter ihn korrigiert.
               PERFORM AUFTRAG-ERFASSEN
               IF AUFTRAG-ABGEWIESEN
                 SET VERARBEITUNG-NICHT-OK TO TRUE
               END-IF
             WHEN MODUS-BATCH
               PERFORM TRANSAKTIONEN-VERARBEITEN
             WHEN MODUS-FREIGABE
               PERFORM FREIGABE-DURCHFUEHREN
           END-EVALUATE

           .
       VERARBEITUNG-ENDE.
           EXIT.

      ******************************************************************
      *    Erfassung: jeder Auftrag wird geprueft und, wenn er         *
      *    angenommen wird, als offener Auftrag in die Datei der       *
      *    Pflegeauftraege geschrieben. Der Kundenstamm bleibt         *
      *    unveraendert, bis ein zweiter Bearbeiter freigibt.          *
      ******************************************************************

       AUFTRAG-ERFASSEN SECTION.
       AUFTRAG-ERFASSEN-ANFANG.
           PERFORM AUFTRAG-PRUEFEN
           IF VERARBEITUNG-NICHT-OK
             GO TO AUFTRAG-ERFASSEN-ENDE
           END-IF
           IF AUFTRAG-ABGEWIESEN
             ADD 1 TO ABGEWIESEN-ANZAHL
             GO TO AUFTRAG-ERFASSEN-ENDE
           END-IF

           ADD 1 TO AUFTRAG-LETZTE-NR
           MOVE SPACES             TO pflegequeue-satz
           MOVE AUFTRAG-LETZTE-NR  TO pa-auftragsnr
           SET PA-OFFEN            TO TRUE
           MOVE PFLEGE-ID-PARAM    TO pa-kunden-id
           MOVE PFLEGE-AKTION      TO pa-aktion
           MOVE PFLEGE-ZEITSTEMPEL TO pa-erfasst
           MOVE PFLEGE-BEARBEITER  TO pa-erfasser
           MOVE 0                  TO pa-entschieden
           IF NOT AKTION-DELETE
             MOVE PFLEGE-SATZ-PARAM TO pa-satz
           END-IF

           WRITE pflegequeue-satz
           IF PFLEGEQUEUESTATUS NOT = 00
             DISPLAY " ERROR   Fehler beim Schreiben der"
                     " Pflegeauftraege." PFLEGEQUEUESTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO AUFTRAG-ERFASSEN-ENDE
           END-IF

           PERFORM OFFEN-VORMERKEN
           ADD 1 TO ANGENOMMEN-ANZAHL
           DISPLAY " Auftrag " AUFTRAG-LETZTE-NR " (" PFLEGE-AKTION
                   " Kunden-ID " PFLEGE-ID-PARAM
                   ") zur Freigabe vorgemerkt."

           .
       AUFTRAG-ERFASSEN-ENDE.
           EXIT.

       AUFTRAG-PRUEFEN SECTION.
       AUFTRAG-PRUEFEN-ANFANG.
      * Prueft einen Auftrag aus PFLEGE-AKTION, PFLEGE-ID-PARAM und
      * PFLEGE-SATZ-PARAM, gleich ob er aus den Umgebungsvariablen
      * oder aus der Transaktionsdatei stammt. Kuerzere Kunden-IDs
      * werden wie in CobolAuskunft rechtsbuendig mit fuehrenden
      * Nullen aufgefuellt.
           SET AUFTRAG-ANGENOMMEN TO TRUE
           MOVE SPACES TO AUFTRAG-GRUND

           IF NOT AKTION-ADD AND NOT AKTION-CHANGE
              AND NOT AKTION-DELETE
             MOVE "Aktion muss ADD, CHANGE oder DELETE sein"
                  TO AUFTRAG-GRUND
             PERFORM AUFTRAG-ABWEISEN
             GO TO AUFTRAG-PRUEFEN-ENDE
           END-IF

           IF (AKTION-ADD OR AKTION-CHANGE)
             AND PFLEGE-SATZ-PARAM = SPACES
             MOVE "Pflegesatz fehlt (fuer ADD/CHANGE noetig)"
                  TO AUFTRAG-GRUND
             PERFORM AUFTRAG-ABWEISEN
             GO TO AUFTRAG-PRUEFEN-ENDE
           END-IF

           IF PFLEGE-ID-PARAM NOT = SPACES
             MOVE PFLEGE-ID-PARAM TO PFLEGE-HILFSFELD
             PERFORM PARAM-NORMIEREN
             MOVE PFLEGE-HILFSFELD TO PFLEGE-ID-PARAM
           END-IF

      * Die Kunden-ID kommt bei ADD/CHANGE aus dem Pflegesatz;
      * eine zusaetzlich angegebene Kunden-ID muss dazu passen,
      * damit kein versehentlich kopierter Satz den falschen
      * Kunden trifft. Bei DELETE ist die Kunden-ID zwingend.
           IF AKTION-DELETE
             IF PFLEGE-ID-PARAM = SPACES
               MOVE "Kunden-ID fehlt (fuer DELETE noetig)"
                    TO AUFTRAG-GRUND
               PERFORM AUFTRAG-ABWEISEN
               GO TO AUFTRAG-PRUEFEN-ENDE
             END-IF
             IF PFLEGE-ID-PARAM IS NOT NUMERIC
               MOVE "Kunden-ID ist nicht numerisch"
                    TO AUFTRAG-GRUND
               PERFORM AUFTRAG-ABWEISEN
               GO TO AUFTRAG-PRUEFEN-ENDE
             END-IF
           ELSE
             IF PFLEGE-ID-PARAM NOT = SPACES
               AND PFLEGE-ID-PARAM NOT = PFLEGE-SATZ-PARAM (1:10)
               MOVE "Kunden-ID weicht vom Pflegesatz ab"
                    TO AUFTRAG-GRUND
               PERFORM AUFTRAG-ABWEISEN
               GO TO AUFTRAG-PRUEFEN-ENDE
             END-IF
             MOVE PFLEGE-SATZ-PARAM (1:10) TO PFLEGE-ID-PARAM
             PERFORM SATZ-PRUEFEN
             IF AUFTRAG-ABGEWIESEN
               GO TO AUFTRAG-PRUEFEN-ENDE
             END-IF
           END-IF

           PERFORM OFFEN-SUCHEN
           IF OFFEN-GEFUNDEN
             MOVE "Offener Auftrag fuer Kunden-ID vorhanden"
                  TO AUFTRAG-GRUND
             PERFORM AUFTRAG-ABWEISEN
             GO TO AUFTRAG-PRUEFEN-ENDE
           END-IF

           PERFORM KUNDE-VORHANDEN-PRUEFEN

           .
       AUFTRAG-PRUEFEN-ENDE.
           EXIT.

       KUNDE-VORHANDEN-PRUEFEN SECTION.
       KUNDE-VORHANDEN-PRUEFEN-ANFANG.
      * Prueft den Auftrag schon bei der Erfassung gegen den
      * Kundenstamm; bei der Durchfuehrung wird dies wiederholt,
      * weil sich der Bestand inzwischen geaendert haben kann.
           MOVE PFLEGE-ID-PARAM TO km-kunden-id
           READ kundenmaster
           EVALUATE TRUE
             WHEN KMASTERSTATUS = 00 AND AKTION-ADD
               MOVE "Kunden-ID schon vorhanden (CHANGE nutzen)"
                    TO AUFTRAG-GRUND
               PERFORM AUFTRAG-ABWEISEN
             WHEN KMASTERSTATUS = 23 AND NOT AKTION-ADD
               MOVE "Kunden-ID nicht im Kundenstamm vorhanden"
                    TO AUFTRAG-GRUND
               PERFORM AUFTRAG-ABWEISEN
             WHEN KMASTERSTATUS = 00
             WHEN KMASTERSTATUS = 23
               CONTINUE
             WHEN OTHER
               DISPLAY " ERROR   Fehler beim Lesen des"
                       " Kundenstamms." KMASTERSTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
           END-EVALUATE

           .
       KUNDE-VORHANDEN-PRUEFEN-ENDE.
           EXIT.

       AUFTRAG-ABWEISEN SECTION.
       AUFTRAG-ABWEISEN-ANFANG.
      * Weist den gerade bearbeiteten Auftrag ab; der Grund steht
      * bereits in AUFTRAG-GRUND.
           SET AUFTRAG-ABGEWIESEN TO TRUE
           DISPLAY " WARNUNG Auftrag abgewiesen (Kunden-ID "
                   PFLEGE-ID-PARAM "): " AUFTRAG-GRUND

           .
       AUFTRAG-ABWEISEN-ENDE.
           EXIT.

       TRANSAKTIONEN-VERARBEITEN SECTION.
       TRANSAKTIONEN-VERARBEITEN-ANFANG.
      * Batchmodus: jede Zeile der Transaktionsdatei wird wie ein
      * Einzelauftrag geprueft und erfasst; je Transaktion wird
      * eine Ergebniszeile geschrieben. Die Transaktionsnummer ist
      * die Zeilennummer in der Transaktionsdatei.
           MOVE 0 TO TRANS-ZEILENNR

           PERFORM UNTIL TRANSSTATUS NOT = 00
                       OR VERARBEITUNG-NICHT-OK
             READ transdatei
             IF TRANSSTATUS = 00
               ADD 1 TO TRANS-ZEILENNR
               IF trans-satz NOT = SPACES
                 MOVE tr-aktion    TO PFLEGE-AKTION
                 MOVE tr-kunden-id TO PFLEGE-ID-PARAM
                 MOVE tr-satz      TO PFLEGE-SATZ-PARAM
                 PERFORM AUFTRAG-ERFASSEN
                 IF VERARBEITUNG-OK
                   MOVE SPACES          TO ergebnis-satz
                   MOVE TRANS-ZEILENNR  TO erg-nummer
                   MOVE PFLEGE-AKTION   TO erg-aktion
                   MOVE PFLEGE-ID-PARAM TO erg-kunden-id
                   IF AUFTRAG-ANGENOMMEN
                     MOVE "ANGENOMMEN"        TO erg-ergebnis
                     MOVE AUFTRAG-LETZTE-NR   TO erg-auftragsnr
                     MOVE "Zur Freigabe vorgemerkt"
                                              TO erg-grund
                   ELSE
                     MOVE "ABGEWIESEN"        TO erg-ergebnis
                     MOVE 0                   TO erg-auftragsnr
                     MOVE AUFTRAG-GRUND       TO erg-grund
                   END-IF
                   PERFORM ERGEBNISWRITE
                 END-IF
               END-IF
             END-IF
           END-PERFORM

           DISPLAY " Transaktionen: " ANGENOMMEN-ANZAHL
                   " angenommen, " ABGEWIESEN-ANZAHL " abgewiesen."

           .
       TRANSAKTIONEN-VERARBEITEN-ENDE.
           EXIT.

      ******************************************************************
      *    Freigabe: jeder offene Auftrag wird laut Entscheidungs-     *
      *    datei freigegeben und durchgefuehrt oder abgelehnt; die     *
      *    Datei der Pflegeauftraege wird mit dem neuen Stand ueber    *
      *    die Arbeitsdatei neu geschrieben.                           *
      ******************************************************************

       FREIGABE-DURCHFUEHREN SECTION.
       FREIGABE-DURCHFUEHREN-ANFANG.
           OPEN INPUT pflegequeue
           IF PFLEGEQUEUESTATUS = 35
             DISPLAY " Keine Pflegeauftraege vorhanden, nichts"
                     " freizugeben."
             GO TO FREIGABE-DURCHFUEHREN-ENDE
           END-IF
           IF PFLEGEQUEUESTATUS NOT = 00
             DISPLAY " ERROR   Datei der Pflegeauftraege konnte"
                     " nicht gelesen werden." PFLEGEQUEUESTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO FREIGABE-DURCHFUEHREN-ENDE
           END-IF

           OPEN OUTPUT queuearbeit
           IF QUEUEARBEITSTATUS NOT = 00
             DISPLAY " ERROR   Arbeitsdatei der Pflegeauftraege"
                     " konnte nicht geoeffnet werden."
                     QUEUEARBEITSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             CLOSE pflegequeue
             GO TO FREIGABE-DURCHFUEHREN-ENDE
           END-IF

      * Nach einem Dateifehler wird nicht mehr entschieden, der
      * Rest der Auftraege aber unveraendert weiterkopiert, damit
      * der Stand der bereits durchgefuehrten Auftraege gesichert
      * wird und keiner doppelt durchgefuehrt werden kann.
           PERFORM UNTIL PFLEGEQUEUESTATUS NOT = 00
                       OR QUEUE-KOPIE-FEHLER
             READ pflegequeue
             IF PFLEGEQUEUESTATUS = 00
               IF PA-OFFEN AND VERARBEITUNG-OK
                 PERFORM AUFTRAG-ENTSCHEIDEN
               END-IF
               MOVE pflegequeue-satz TO queuearbeitszeile
               PERFORM QUEUEARBEITWRITE
             END-IF
           END-PERFORM
           CLOSE pflegequeue
           CLOSE queuearbeit

           IF QUEUE-KOPIE-FEHLER
             DISPLAY " ERROR   Entscheidungsstand konnte nicht"
                     " gesichert werden; Pflegeauftraege und"
                     " Pflegeprotokoll pruefen!"
             GO TO FREIGABE-DURCHFUEHREN-ENDE
           END-IF

      * Datei der Pflegeauftraege aus der Arbeitsdatei neu
      * schreiben.
           OPEN INPUT queuearbeit
           OPEN OUTPUT pflegequeue
           IF QUEUEARBEITSTATUS NOT = 00
              OR PFLEGEQUEUESTATUS NOT = 00
             DISPLAY " ERROR   Datei der Pflegeauftraege konnte"
                     " nicht neu geschrieben werden."
                     QUEUEARBEITSTATUS PFLEGEQUEUESTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO FREIGABE-DURCHFUEHREN-ENDE
           END-IF
           PERFORM UNTIL QUEUEARBEITSTATUS NOT = 00
                       OR QUEUE-KOPIE-FEHLER
             READ queuearbeit
             IF QUEUEARBEITSTATUS = 00
               MOVE queuearbeitszeile TO pflegequeue-satz
               WRITE pflegequeue-satz
               IF PFLEGEQUEUESTATUS NOT = 00
                 DISPLAY "Fehler beim Schreiben der "
                         "Pflegeauftraege." PFLEGEQUEUESTATUS
                 SET QUEUE-KOPIE-FEHLER TO TRUE
                 SET VERARBEITUNG-NICHT-OK TO TRUE
               END-IF
             END-IF
           END-PERFORM
           CLOSE queuearbeit
           CLOSE pflegequeue

           DISPLAY " Freigabelauf: " FREIGEGEBEN-ANZAHL
                   " freigegeben, " ABGELEHNT-ANZAHL " abgelehnt, "
                   ABGEWIESEN-ANZAHL " nicht durchfuehrbar, "
                   UNERLEDIGT-ANZAHL " weiter offen."

           .
       FREIGABE-DURCHFUEHREN-ENDE.
           EXIT.

       AUFTRAG-ENTSCHEIDEN SECTION.
       AUFTRAG-ENTSCHEIDEN-ANFANG.
      * Entscheidet ueber den offenen Auftrag in pflegequeue-satz
      * und schreibt die Ergebniszeile. Ein Auftrag ohne
      * Entscheidung oder mit einer Entscheidung seines eigenen
      * Erfassers bleibt offen.
           MOVE SPACES         TO ergebnis-satz
           MOVE pa-auftragsnr  TO erg-nummer
           MOVE pa-auftragsnr  TO erg-auftragsnr
           MOVE pa-aktion      TO erg-aktion
           MOVE pa-kunden-id   TO erg-kunden-id

           PERFORM ENTSCHEID-SUCHEN
           IF ENTSCHEID-NICHT-GEFUNDEN
             ADD 1 TO UNERLEDIGT-ANZAHL
             MOVE "OFFEN"                TO erg-ergebnis
             MOVE "Keine Entscheidung, bleibt offen"
                                         TO erg-grund
             PERFORM ERGEBNISWRITE
             GO TO AUFTRAG-ENTSCHEIDEN-ENDE
           END-IF

      * Vier-Augen-Prinzip: wer einen Auftrag erfasst hat, darf
      * weder freigeben noch ablehnen.
           IF pa-erfasser = PFLEGE-BEARBEITER
             ADD 1 TO SELBSTFREIGABE-ANZAHL
             ADD 1 TO UNERLEDIGT-ANZAHL
             DISPLAY " WARNUNG Auftrag " pa-auftragsnr " wurde von "
                     PFLEGE-BEARBEITER " selbst erfasst;"
                     " Selbstfreigabe ist nicht zulaessig."
             MOVE "OFFEN"                TO erg-ergebnis
             MOVE "Selbstfreigabe nicht zulaessig"
                                         TO erg-grund
             PERFORM ERGEBNISWRITE
             GO TO AUFTRAG-ENTSCHEIDEN-ENDE
           END-IF

           IF ENT-TAB-ABLEHNEN (ENTSCHEID-POSITION)
             SET PA-ABGELEHNT            TO TRUE
             MOVE PFLEGE-ZEITSTEMPEL     TO pa-entschieden
             MOVE PFLEGE-BEARBEITER      TO pa-pruefer
             ADD 1 TO ABGELEHNT-ANZAHL
             DISPLAY " Auftrag " pa-auftragsnr " abgelehnt."
             MOVE "ABGELEHNT"            TO erg-ergebnis
             MOVE "Vom Pruefer abgelehnt" TO erg-grund
             PERFORM ERGEBNISWRITE
             GO TO AUFTRAG-ENTSCHEIDEN-ENDE
           END-IF

      * Freigabe: der Auftrag wird jetzt durchgefuehrt, mit
      * erneuter Pruefung gegen den aktuellen Bestand.
           MOVE pa-aktion      TO PFLEGE-AKTION
           MOVE pa-kunden-id   TO PFLEGE-ID-PARAM
           MOVE pa-satz        TO PFLEGE-SATZ-PARAM
           MOVE pa-erfasser    TO AUFTRAG-ERFASSER
           PERFORM AUFTRAG-DURCHFUEHREN

           EVALUATE TRUE
             WHEN PFLEGE-DURCHGEFUEHRT
               SET PA-FREIGEGEBEN        TO TRUE
               MOVE PFLEGE-ZEITSTEMPEL   TO pa-entschieden
               MOVE PFLEGE-BEARBEITER    TO pa-pruefer
               ADD 1 TO FREIGEGEBEN-ANZAHL
               MOVE "FREIGEGEBEN"        TO erg-ergebnis
               MOVE "Freigegeben und durchgefuehrt"
                                         TO erg-grund
             WHEN AUFTRAG-ABGEWIESEN
               SET PA-NICHT-DURCHFUEHRBAR TO TRUE
               MOVE PFLEGE-ZEITSTEMPEL   TO pa-entschieden
               MOVE PFLEGE-BEARBEITER    TO pa-pruefer
               ADD 1 TO ABGEWIESEN-ANZAHL
               MOVE "ABGEWIESEN"         TO erg-ergebnis
               MOVE AUFTRAG-GRUND        TO erg-grund
             WHEN OTHER
               ADD 1 TO UNERLEDIGT-ANZAHL
               MOVE "OFFEN"              TO erg-ergebnis
               MOVE "Abbruch wegen Dateifehler"
                                         TO erg-grund
           END-EVALUATE
           PERFORM ERGEBNISWRITE

           .
       AUFTRAG-ENTSCHEIDEN-ENDE.
           EXIT.

       AUFTRAG-DURCHFUEHREN SECTION.
       AUFTRAG-DURCHFUEHREN-ANFANG.
      * Fuehrt einen freigegebenen Auftrag wie frueher die
      * Einzelkorrektur durch.
           SET AUFTRAG-ANGENOMMEN         TO TRUE
           SET PFLEGE-NICHT-DURCHGEFUEHRT TO TRUE
           SET VORHER-NICHT-DA            TO TRUE
           MOVE SPACES TO AUFTRAG-GRUND

           EVALUATE TRUE
             WHEN AKTION-ADD
               PERFORM SATZ-ANLEGEN
      * gemeldet), damit beide Bestaende nicht auseinanderlaufen.
           IF PFLEGE-DURCHGEFUEHRT
             PERFORM MERGEOUT-FORTSCHREIBEN
             PERFORM CHANGELOG-SCHREIBEN
           END-IF

           .
       AUFTRAG-DURCHFUEHREN-ENDE.
           EXIT.

       MERGEOUT-PRUEFEN SECTION.
      * Legt einen neuen Kundensatz an; eine schon vorhandene
      * Kunden-ID wird abgewiesen (dafuer gibt es CHANGE).
           PERFORM SATZ-PRUEFEN
           IF AUFTRAG-ABGEWIESEN
             GO TO SATZ-ANLEGEN-ENDE
           END-IF

           MOVE PFLEGE-ID-PARAM TO km-kunden-id
           READ kundenmaster
           IF KMASTERSTATUS = 00
             MOVE "Kunden-ID schon vorhanden (CHANGE nutzen)"
                  TO AUFTRAG-GRUND
             PERFORM AUFTRAG-ABWEISEN
             GO TO SATZ-ANLEGEN-ENDE
           END-IF
           IF KMASTERSTATUS NOT = 23
      * Ersetzt den vorhandenen Kundensatz; die verdraengte Version
      * geht in die Historiendatei.
           PERFORM SATZ-PRUEFEN
           IF AUFTRAG-ABGEWIESEN
             GO TO SATZ-AENDERN-ENDE
           END-IF

           MOVE PFLEGE-ID-PARAM TO km-kunden-id
           READ kundenmaster
           IF KMASTERSTATUS = 23
             MOVE "Kunden-ID nicht im Kundenstamm vorhanden"
                  TO AUFTRAG-GRUND
             PERFORM AUFTRAG-ABWEISEN
             GO TO SATZ-AENDERN-ENDE
           END-IF
           IF KMASTERSTATUS NOT = 00
           MOVE PFLEGE-ID-PARAM TO km-kunden-id
           READ kundenmaster
           IF KMASTERSTATUS = 23
             MOVE "Kunden-ID nicht im Kundenstamm vorhanden"
                  TO AUFTRAG-GRUND
             PERFORM AUFTRAG-ABWEISEN
             GO TO SATZ-LOESCHEN-ENDE
           END-IF
           IF KMASTERSTATUS NOT = 00
           MOVE PFLEGE-SATZ-PARAM TO aktuellezeile
           PERFORM ZEILEN-CHECK
           IF ZEILE-NICHT-OK
             MOVE SPACES            TO AUFTRAG-GRUND
             MOVE "Pruefung: "      TO AUFTRAG-GRUND (1:10)
             MOVE pruefung-art      TO AUFTRAG-GRUND (11:30)
             PERFORM AUFTRAG-ABWEISEN
           END-IF

           .
       PFLEGELOG-SCHREIBEN-ANFANG.
      * Haelt die manuelle Aenderung mit Zeitstempel, Bearbeiter,
      * Aktion sowie Vorher- und Nachher-Bild im Pflegeprotokoll
      * fest. Die Bilder tragen den Erfasser des Auftrags, eine
      * zusaetzliche Freigabezeile (Bildart FRG:) den Pruefer mit
      * Kunden-ID und Auftragsnummer.
           IF VORHER-DA
             MOVE SPACES            TO pflegelog-satz
             MOVE PFLEGE-ZEITSTEMPEL TO pl-zeitstempel
             MOVE AUFTRAG-ERFASSER  TO pl-bearbeiter
             MOVE PFLEGE-AKTION     TO pl-aktion
             MOVE "ALT:"            TO pl-bildart
             MOVE VORHER-BILD       TO pl-bild
           IF NOT AKTION-DELETE
             MOVE SPACES            TO pflegelog-satz
             MOVE PFLEGE-ZEITSTEMPEL TO pl-zeitstempel
             MOVE AUFTRAG-ERFASSER  TO pl-bearbeiter
             MOVE PFLEGE-AKTION     TO pl-aktion
             MOVE "NEU:"            TO pl-bildart
             MOVE NACHHER-BILD      TO pl-bild
             PERFORM PFLEGELOGWRITE
           END-IF

           MOVE SPACES              TO pflegelog-satz
           MOVE PFLEGE-ZEITSTEMPEL  TO pl-zeitstempel
           MOVE PFLEGE-BEARBEITER   TO pl-bearbeiter
           MOVE PFLEGE-AKTION       TO pl-aktion
           MOVE "FRG:"              TO pl-bildart
           MOVE PFLEGE-ID-PARAM     TO pl-bild (1:10)
           MOVE " Auftrag "         TO pl-bild (11:9)
           MOVE pa-auftragsnr       TO pl-bild (20:8)
           MOVE " erfasst von "     TO pl-bild (28:13)
           MOVE AUFTRAG-ERFASSER    TO pl-bild (41:20)
           PERFORM PFLEGELOGWRITE

           .
       PFLEGELOG-SCHREIBEN-ENDE.
           EXIT.
       PFLEGELOGWRITE-ENDE.
           EXIT.

       CHANGELOG-SCHREIBEN SECTION.
       CHANGELOG-SCHREIBEN-ANFANG.
      * Haengt die durchgefuehrte Korrektur nach den Regeln von
      * CHANGELOG-SCHREIBEN in CobolMerge an die ChangeLog.txt an.
      * Wie dort fuehrt ein Schreibfehler nur zu einer Warnung --
      * die Korrektur selbst ist bereits durchgefuehrt.
           EVALUATE TRUE
             WHEN AKTION-ADD
               MOVE "Neu" TO cl-art
               PERFORM CHANGELOG-NACHHER-SCHREIBEN
             WHEN AKTION-DELETE
               MOVE "Entfernt" TO cl-art
               PERFORM CHANGELOG-VORHER-SCHREIBEN
             WHEN NACHHER-GUELTIG NOT = VORHER-GUELTIG
               MOVE "Entfernt" TO cl-art
               PERFORM CHANGELOG-VORHER-SCHREIBEN
               MOVE "Neu" TO cl-art
               PERFORM CHANGELOG-NACHHER-SCHREIBEN
             WHEN NACHHER-PLZ     NOT = VORHER-PLZ
               OR NACHHER-WOHNORT NOT = VORHER-WOHNORT
               OR NACHHER-STRASSE NOT = VORHER-STRASSE
               OR NACHHER-HAUSNR  NOT = VORHER-HAUSNR
               MOVE "Geaendert" TO cl-art
               PERFORM CHANGELOG-NACHHER-SCHREIBEN
               MOVE "AltStand" TO cl-art
               PERFORM CHANGELOG-VORHER-SCHREIBEN
           END-EVALUATE

           .
       CHANGELOG-SCHREIBEN-ENDE.
           EXIT.

       CHANGELOG-NACHHER-SCHREIBEN SECTION.
       CHANGELOG-NACHHER-SCHREIBEN-ANFANG.
      * ChangeLog-Zeile aus dem Nachher-Bild; cl-art setzt der
      * Aufrufer.
           MOVE NACHHER-KUNDEN-ID  TO cl-kunden-id
           MOVE NACHHER-GUELTIG    TO cl-gueltig
           MOVE NACHHER-PLZ        TO cl-plz
           MOVE NACHHER-WOHNORT    TO cl-wohnort
           MOVE NACHHER-STRASSE    TO cl-strasse
           MOVE NACHHER-HAUSNR     TO cl-hausnr
           MOVE PFLEGE-ZEITSTEMPEL TO cl-zeitpunkt
           PERFORM CHANGELOGWRITE

           .
       CHANGELOG-NACHHER-SCHREIBEN-ENDE.
           EXIT.

       CHANGELOG-VORHER-SCHREIBEN SECTION.
       CHANGELOG-VORHER-SCHREIBEN-ANFANG.
      * ChangeLog-Zeile aus dem Vorher-Bild; cl-art setzt der
      * Aufrufer.
           MOVE VORHER-KUNDEN-ID   TO cl-kunden-id
           MOVE VORHER-GUELTIG     TO cl-gueltig
           MOVE VORHER-PLZ         TO cl-plz
           MOVE VORHER-WOHNORT     TO cl-wohnort
           MOVE VORHER-STRASSE     TO cl-strasse
           MOVE VORHER-HAUSNR      TO cl-hausnr
           MOVE PFLEGE-ZEITSTEMPEL TO cl-zeitpunkt
           PERFORM CHANGELOGWRITE

           .
       CHANGELOG-VORHER-SCHREIBEN-ENDE.
           EXIT.

       CHANGELOGWRITE SECTION.
       CHANGELOGWRITE-ANFANG.
      * Schreibt eine vorbereitete ChangeLog-Zeile.
           WRITE changelogzeile
           IF CHANGELOGSTATUS NOT = 00
             DISPLAY " WARNUNG Fehler beim Schreiben von"
                     " ChangeLog.txt." CHANGELOGSTATUS
           END-IF

           .
       CHANGELOGWRITE-ENDE.
           EXIT.

       QUEUEARBEITWRITE SECTION.
       QUEUEARBEITWRITE-ANFANG.
      * Schreibt einen Pflegeauftrag in die Arbeitsdatei.
           WRITE queuearbeitszeile
           IF QUEUEARBEITSTATUS NOT = 00
             DISPLAY "Fehler beim Schreiben der "
                     "Auftrags-Arbeitsdatei." QUEUEARBEITSTATUS
             SET QUEUE-KOPIE-FEHLER TO TRUE
             SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF

           .
       QUEUEARBEITWRITE-ENDE.
           EXIT.

       ERGEBNISWRITE SECTION.
       ERGEBNISWRITE-ANFANG.
      * Schreibt eine vorbereitete Ergebniszeile.
           WRITE ergebnis-satz
           IF ERGEBNISSTATUS NOT = 00
             DISPLAY " WARNUNG Fehler beim Schreiben der"
                     " Ergebnisdatei." ERGEBNISSTATUS
           END-IF

           .
       ERGEBNISWRITE-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    Hier werden Routinen zum Ueberpruefen des Pflegesatzes      *
       NACHLAUF SECTION.
       NACHLAUF-ANFANG.

      * Ohne Laufsperre wurde keine Datei geoeffnet.
           IF LAUFSPERRE-GEHALTEN
             CLOSE kundenmaster historyout pflegelog
             CLOSE changelogdatei
             CLOSE pflegequeue transdatei ergebnisdatei
           END-IF

      * Return-Code: 20 wenn die Laufsperre belegt war, 8 bei
      * Abbruch bzw. abgewiesenem Einzelauftrag, 4 wenn im Batch-
      * oder Freigabelauf Auftraege abgewiesen wurden oder eine
      * Selbstfreigabe versucht wurde, sonst 0.
           EVALUATE TRUE
             WHEN LAUFSPERRE-BELEGT
               DISPLAY " ERROR   Pflege nicht gestartet, Laufsperre"
                       " belegt."
               MOVE 20 TO RETURN-CODE
             WHEN VERARBEITUNG-NICHT-OK
               DISPLAY " ERROR   Pflege NICHT abgeschlossen."
               MOVE 8 TO RETURN-CODE
             WHEN ABGEWIESEN-ANZAHL > 0
                  OR SELBSTFREIGABE-ANZAHL > 0
               DISPLAY SPACES
               DISPLAY " WARNUNG Pflege abgeschlossen, nicht alle"
                       " Auftraege angenommen, siehe Ergebnisdatei."
               MOVE 4 TO RETURN-CODE
             WHEN MODUS-FREIGABE
               DISPLAY SPACES
               DISPLAY " SUCCESS Freigabelauf abgeschlossen und"
                       " protokolliert."
               MOVE 0 TO RETURN-CODE
             WHEN OTHER
               DISPLAY SPACES
               DISPLAY " SUCCESS Pflegeauftraege zur Freigabe"
                       " vorgemerkt."
               MOVE 0 TO RETURN-CODE
           END-EVALUATE

           PERFORM LAUFSPERRE-FREIGEBEN

           DISPLAY "KundenPflege wird beendet."

           .
