      **
      **  Ruecksicherung einer MergeOut-Generation: holt den mit
      **  RESTOREGEN gewaehlten vorherigen Stand (.alt1 = juengster)
      **  als aktive MergeOut.txt zurueck und bringt den indexierten
      **  Kundenstamm auf diesen Stand, damit beide Bestaende wieder
      **  uebereinstimmen. Der bis dahin aktive Stand wird vor dem
      **  Ueberschreiben als .vorrestore gesichert, damit auch eine
      **  versehentliche Ruecksicherung umkehrbar bleibt.
      **  Fortgeschrieben werden nur die Kunden-IDs, in denen sich
      **  .vorrestore und zurueckgesicherter Stand unterscheiden;
      **  eine Satzzahl-Abstimmung sichert das Ergebnis ab,
      **  KMASTERNEUAUFBAU=J oder eine Abweichung fuehren zum
      **  vollstaendigen Neuaufbau.
      **
      *****************************************************************
      **  01.09.2026             Erstellername: NOAH WOLFAHRT

      * Quelle und Ziel der Kopiervorgaenge; die DD-Namen werden je
      * Kopiervorgang zur Laufzeit umgesetzt (wie die Generationen-
      * Rotation in CobolAktivierung/CobolReentry). Beim Fort-
      * schreiben des Kundenstamms liest genquelle den .vorrestore-
      * Stand.
           SELECT genquelle ASSIGN TO
           GENQUELLEDD
           FILE STATUS IS GENQUELLESTATUS.
           SELECT genziel ASSIGN TO
           GENZIELDD
           FILE STATUS IS GENZIELSTATUS.
      * Die zurueckgesicherte MergeOut.txt fuer das Fortschreiben
      * bzw. den Neuaufbau des Kundenstamms.
           SELECT mergeout ASSIGN TO
           MERGEOUTDD
           FILE STATUS IS MERGEOUTSTATUS.
      * Indexierter Kundenstamm (siehe CobolMerge). Dynamischer
      * Zugriff, weil die Satzzahl-Abstimmung den Kundenstamm
      * sequentiell liest.
           SELECT kundenmaster ASSIGN TO
           KMASTERDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS km-kunden-id
           FILE STATUS IS KMASTERSTATUS.

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

           05 km-kunden-id          PIC 9(10).
           05 km-rest               PIC X(98).

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

       01  GENQUELLESTATUS         PIC X(02).
       01  GENZIELSTATUS           PIC X(02).
       01  MERGEOUTSTATUS          PIC X(02).
       01  KMASTERSTATUS           PIC X(02).
       01  LAUFSPERRESTATUS        PIC X(02).
       01  SPERRPROTSTATUS         PIC X(02).

      * Standarddateinamen, die PARAMETER-EINLESEN als DD-Zuweisung
      * hinterlegt, solange das aufrufende Skript die DD-Namen
       01  DD-STANDARD-MERGEOUT    PIC X(30)     VALUE "MergeOut.txt".
       01  DD-STANDARD-KMASTER     PIC X(30)
                                   VALUE "KundenMaster.dat".
       01  DD-STANDARD-LAUFSPERRE  PIC X(30)
                                   VALUE "Laufsperre.dat".
       01  DD-STANDARD-SPERRPROT   PIC X(30)
                                   VALUE "LaufsperreLog.txt".
       01  DATEINAME-HILFSFELD     PIC X(30).

      * Der tatsaechlich fuer MERGEOUTDD verwendete Dateiname: aus
       01  RESTORE-SATZ-ANZAHL     PIC 9(08)     VALUE 0.
       01  MASTER-SATZ-ANZAHL      PIC 9(08)     VALUE 0.

      * Ob vor der Ruecksicherung ein aktiver Stand vorhanden war
      * und als .vorrestore gesichert wurde: nur dann kann der
      * Kundenstamm fortgeschrieben werden.
       01  VORRESTORE-VORHANDEN    PIC X(01)     VALUE 'N'.
           88 VORRESTORE-DA                      VALUE 'J'.
           88 VORRESTORE-FEHLT                   VALUE 'N'.
      * Dateiende-Schalter des Abgleichs .vorrestore gegen die
      * zurueckgesicherte MergeOut.txt.
       01  VORRESTORE-ENDE         PIC X(01)     VALUE 'N'.
           88 VORRESTORE-FERTIG                  VALUE 'J'.
           88 VORRESTORE-NICHT-FERTIG            VALUE 'N'.
       01  RESTORE-ENDE            PIC X(01)     VALUE 'N'.
           88 RESTORE-FERTIG                     VALUE 'J'.
           88 RESTORE-NICHT-FERTIG               VALUE 'N'.

      * Fortschreibung des Kundenstamms (siehe KUNDENMASTER-
      * FORTSCHREIBEN): F = Unterschiede fortgeschrieben, N =
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
      * Satzzahlen der Abstimmung (Soll = zurueckgesicherte
      * MergeOut.txt, Ist = Kundenstamm) sowie der geschriebenen
      * und entfernten Saetze.
       01  KMASTER-SOLL-ANZAHL     PIC 9(08)     VALUE 0.
       01  KMASTER-IST-ANZAHL      PIC 9(08)     VALUE 0.
       01  KMASTER-SCHREIB-ANZAHL  PIC 9(08)     VALUE 0.
       01  KMASTER-LOESCH-ANZAHL   PIC 9(08)     VALUE 0.

      * Dieser Switch ist fuer gravierende Fehler beim Oeffnen,
      * Lesen oder Schreiben von Dateien.
       01  PROGRAMM-STATUS         PIC X(01).
           88 VERARBEITUNG-OK                    VALUE 'Y'.
           88 VERARBEITUNG-NICHT-OK              VALUE 'N'.

      * Laufsperre: Name, unter dem dieser Lauf die Sperre
      * beansprucht, Zeitpunkt der Beanspruchung sowie Inhaber und
      * Zeitpunkt einer vorgefundenen Sperre.
       01  LAUFSPERRE-PROGRAMM     PIC X(16)     VALUE "CobolRestore".
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
      *    Hier werden die Parameter gelesen und geprueft.             *
           DISPLAY "KundenRestore wird gestartet."

           PERFORM PARAMETER-EINLESEN
           IF VERARBEITUNG-NICHT-OK
             GO TO VORLAUF-ENDE
           END-IF

      * Gemeinsame Laufsperre beanspruchen: haelt ein anderes
      * Programm der Kette sie, wird dieser Lauf abgewiesen, bevor
      * irgendein Bestand beruehrt wird.
           PERFORM LAUFSPERRE-SETZEN
           IF VERARBEITUNG-NICHT-OK
             GO TO VORLAUF-ENDE
           END-IF

           .
       VORLAUF-ENDE.
             DISPLAY DD-STANDARD-KMASTER  UPON ENVIRONMENT-VALUE
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

      * RESTOREGEN muss ausdruecklich angegeben werden: eine
      * Ruecksicherung ueberschreibt den aktiven Bestand und darf
      * nicht aus Versehen mit einer Vorgabe laufen.
      *                                                                *
      *    In dieser Section wird die wesentliche Programmlogik        *
      *    durchgefuehrt: aktiven Stand sichern, Generation            *
      *    zurueckholen, Kundenstamm fortschreiben.                    *
      *                                                                *
      ******************************************************************
       VERARBEITUNG SECTION.
           IF VERARBEITUNG-NICHT-OK
             GO TO VERARBEITUNG-ENDE
           END-IF
           IF GENQUELLESTATUS = 35
             SET VORRESTORE-FEHLT TO TRUE
           ELSE
             SET VORRESTORE-DA TO TRUE
           END-IF

      * Gewaehlte Generation als aktive MergeOut.txt zurueckholen.
           MOVE SPACES TO GEN-QUELLE-NAME
           DISPLAY " MergeOut.txt zurueckgesichert: "
                   RESTORE-SATZ-ANZAHL " Saetze."

      * Kundenstamm auf den zurueckgesicherten Stand bringen,
      * damit beide Bestaende wieder uebereinstimmen.
           PERFORM KUNDENMASTER-FORTSCHREIBEN

           .
       VERARBEITUNG-ENDE.
       GENERATION-KOPIEREN-ENDE.
           EXIT.

       KUNDENMASTER-FORTSCHREIBEN SECTION.
       KUNDENMASTER-FORTSCHREIBEN-ANFANG.
      * Bringt den indexierten Kundenstamm auf den Stand der soeben
      * zurueckgesicherten MergeOut.txt. Fortgeschrieben werden nur
      * die Saetze, in denen sie sich vom .vorrestore-Stand
      * unterscheidet (siehe KUNDENMASTER-AENDERUNGEN); danach
      * muessen Kundenstamm und MergeOut.txt gleich viele Saetze
      * enthalten.
      * Mit KMASTERNEUAUFBAU=J, nach einem Fehler beim Fortschreiben
      * oder bei abweichender Satzzahl wird der Kundenstamm wie
      * bisher vollstaendig aus der MergeOut.txt neu aufgebaut.
           MOVE RESTORE-SATZ-ANZAHL TO KMASTER-SOLL-ANZAHL
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
             PERFORM KUNDENMASTER-AUFBAUEN
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
      * Gleicht den .vorrestore-Stand, auf dem der Kundenstamm
      * bisher beruhte, sequentiell gegen die zurueckgesicherte
      * MergeOut.txt ab (beide nach Kunden-ID sortiert): eine nur
      * im alten Stand vorhandene Kunden-ID wird aus dem Kunden-
      * stamm entfernt, eine nur im zurueckgesicherten Stand
      * vorhandene angelegt, ein abweichender Satz ueberschrieben.
      * Laesst sich der Kundenstamm nicht fortschreiben, wird der
      * vollstaendige Neuaufbau angefordert.
           SET KMASTER-NEUAUFBAU-NOETIG TO TRUE
           MOVE 0 TO KMASTER-SCHREIB-ANZAHL
           MOVE 0 TO KMASTER-LOESCH-ANZAHL

           IF VORRESTORE-FEHLT
             DISPLAY " WARNUNG Kein vorheriger Stand gesichert, gegen"
                     " den der Kundenstamm fortgeschrieben werden"
                     " koennte."
             GO TO KUNDENMASTER-AENDERUNGEN-ENDE
           END-IF

           MOVE SPACES TO GEN-QUELLE-NAME
           STRING MERGEOUT-AUFGELOEST DELIMITED BY SPACE
                  ".vorrestore"       DELIMITED BY SIZE
                  INTO GEN-QUELLE-NAME
           DISPLAY "GENQUELLEDD"    UPON ENVIRONMENT-NAME
           DISPLAY GEN-QUELLE-NAME  UPON ENVIRONMENT-VALUE
           OPEN INPUT genquelle
           IF GENQUELLESTATUS NOT = 00
             DISPLAY " WARNUNG " GEN-QUELLE-NAME " konnte nicht"
                     " gelesen werden." GENQUELLESTATUS
             GO TO KUNDENMASTER-AENDERUNGEN-ENDE
           END-IF

           OPEN INPUT mergeout
           IF MERGEOUTSTATUS NOT = 00
             DISPLAY " WARNUNG Zurueckgesicherte MergeOut.txt konnte"
                     " nicht gelesen werden." MERGEOUTSTATUS
             CLOSE genquelle
             GO TO KUNDENMASTER-AENDERUNGEN-ENDE
           END-IF

           OPEN I-O kundenmaster
           IF KMASTERSTATUS NOT = 00
             DISPLAY " WARNUNG Kundenstamm konnte nicht zum"
                     " Fortschreiben geoeffnet werden." KMASTERSTATUS
             CLOSE genquelle
             CLOSE mergeout
             GO TO KUNDENMASTER-AENDERUNGEN-ENDE
           END-IF

           SET KMASTER-FORTGESCHRIEBEN TO TRUE
           SET VORRESTORE-NICHT-FERTIG TO TRUE
           SET RESTORE-NICHT-FERTIG TO TRUE
           PERFORM VORRESTORE-NAECHSTER
           PERFORM RESTORE-NAECHSTER

           PERFORM UNTIL (VORRESTORE-FERTIG AND RESTORE-FERTIG)
                       OR KMASTER-NEUAUFBAU-NOETIG
             EVALUATE TRUE
               WHEN VORRESTORE-FERTIG
                 OR (RESTORE-NICHT-FERTIG
                     AND mergeoutzeile (1:10) < genquellezeile (1:10))
      * Kunden-ID nur im zurueckgesicherten Stand: anlegen.
                 MOVE mergeoutzeile TO kundenmaster-satz
                 PERFORM KUNDENMASTER-SCHREIBEN
                 PERFORM RESTORE-NAECHSTER
               WHEN RESTORE-FERTIG
                 OR genquellezeile (1:10) < mergeoutzeile (1:10)
      * Kunden-ID nur im alten Stand: entfernen.
                 MOVE genquellezeile (1:10) TO km-kunden-id
                 PERFORM KUNDENMASTER-LOESCHEN
                 PERFORM VORRESTORE-NAECHSTER
               WHEN OTHER
      * Kunden-ID in beiden Staenden: nur ein abweichender Satz
      * wird ueberschrieben.
                 IF mergeoutzeile NOT = genquellezeile
                   MOVE mergeoutzeile TO kundenmaster-satz
                   PERFORM KUNDENMASTER-SCHREIBEN
                 END-IF
                 PERFORM VORRESTORE-NAECHSTER
                 PERFORM RESTORE-NAECHSTER
             END-EVALUATE
           END-PERFORM
           CLOSE genquelle
           CLOSE mergeout
           CLOSE kundenmaster

           IF KMASTER-FORTGESCHRIEBEN
             DISPLAY " Kundenstamm fortgeschrieben: "
                     KMASTER-SCHREIB-ANZAHL " Saetze geschrieben, "
                     KMASTER-LOESCH-ANZAHL " entfernt."
           END-IF

           .
       KUNDENMASTER-AENDERUNGEN-ENDE.
           EXIT.

       VORRESTORE-NAECHSTER SECTION.
       VORRESTORE-NAECHSTER-ANFANG.
      * Liest den naechsten Satz des .vorrestore-Stands; ein
      * Lesefehler fordert den vollstaendigen Neuaufbau an.
           READ genquelle
           EVALUATE GENQUELLESTATUS
             WHEN 00
               CONTINUE
             WHEN 10
               SET VORRESTORE-FERTIG TO TRUE
             WHEN OTHER
               DISPLAY " WARNUNG Fehler beim Lesen des .vorrestore-"
                       "Stands." GENQUELLESTATUS
               SET VORRESTORE-FERTIG TO TRUE
               SET KMASTER-NEUAUFBAU-NOETIG TO TRUE
           END-EVALUATE

           .
       VORRESTORE-NAECHSTER-ENDE.
           EXIT.

       RESTORE-NAECHSTER SECTION.
       RESTORE-NAECHSTER-ANFANG.
      * Liest den naechsten Satz der zurueckgesicherten MergeOut.txt;
      * ein Lesefehler fordert den vollstaendigen Neuaufbau an.
           READ mergeout
           EVALUATE MERGEOUTSTATUS
             WHEN 00
               CONTINUE
             WHEN 10
               SET RESTORE-FERTIG TO TRUE
             WHEN OTHER
               DISPLAY " WARNUNG Fehler beim Lesen der zurueck-"
                       "gesicherten MergeOut.txt." MERGEOUTSTATUS
               SET RESTORE-FERTIG TO TRUE
               SET KMASTER-NEUAUFBAU-NOETIG TO TRUE
           END-EVALUATE

           .
       RESTORE-NAECHSTER-ENDE.
           EXIT.

       KUNDENMASTER-SCHREIBEN SECTION.
       KUNDENMASTER-SCHREIBEN-ANFANG.
      * Legt den in kundenmaster-satz gestellten Satz im Kunden-
      * stamm an; ist die Kunden-ID schon vorhanden (Dateistatus
      * 22), wird der vorhandene Satz ueberschrieben. Jeder andere
      * Fehler fordert den vollstaendigen Neuaufbau an.
           WRITE kundenmaster-satz
           IF KMASTERSTATUS = 22
             REWRITE kundenmaster-satz
           END-IF
           IF KMASTERSTATUS NOT = 00
             DISPLAY " WARNUNG Fehler beim Fortschreiben des"
                     " Kundenstamms, Kunden-ID " km-kunden-id ": "
                     KMASTERSTATUS
             SET KMASTER-NEUAUFBAU-NOETIG TO TRUE
           ELSE
             ADD 1 TO KMASTER-SCHREIB-ANZAHL
           END-IF

           .
       KUNDENMASTER-SCHREIBEN-ENDE.
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

       KUNDENMASTER-AUFBAUEN SECTION.
       KUNDENMASTER-AUFBAUEN-ANFANG.
      * Baut den indexierten Kundenstamm aus der zurueckgesicherten
       NACHLAUF SECTION.
       NACHLAUF-ANFANG.

      * Return-Code: 0 = Ruecksicherung abgeschlossen, 8 = Abbruch,
      * 20 = nicht gestartet, weil die Laufsperre belegt war.
           EVALUATE TRUE
             WHEN LAUFSPERRE-BELEGT
               DISPLAY " ERROR   Ruecksicherung nicht gestartet,"
                       " Laufsperre belegt."
               MOVE 20 TO RETURN-CODE
             WHEN VERARBEITUNG-OK
               DISPLAY SPACES
               DISPLAY " SUCCESS Ruecksicherung abgeschlossen."
               MOVE 0 TO RETURN-CODE
             WHEN OTHER
               DISPLAY " ERROR   Ruecksicherung NICHT abgeschlossen."
               MOVE 8 TO RETURN-CODE
           END-EVALUATE

           PERFORM LAUFSPERRE-FREIGEBEN

           DISPLAY "KundenRestore wird beendet."

