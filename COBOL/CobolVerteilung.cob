       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CobolVerteilung.
      *****************************************************************
      **
      **  Verteilung der Aenderungen aus ChangeLog.txt an die
      **  Abnehmer (Abrechnung, Lettershop, Aussendienst usw.). Die
      **  Abonnententabelle Abonnenten.txt legt je Abnehmer fest,
      **  welche Aenderungsarten er bezieht (Neu, Geaendert,
      **  Entfernt, Umzug) und auf welche PLZ-Praefixe oder
      **  -Bereiche seine Lieferung beschraenkt ist. Je Abnehmer
      **  wird eine Deltadatei mit Kopf- und Endesatz und einer
      **  fortlaufenden Liefernummer geschrieben. Der Lieferstand
      **  (FeedStand.txt) wird erst weitergesetzt, wenn der Abnehmer
      **  die Lieferung mit seiner Quittungsdatei bestaetigt hat;
      **  eine nicht quittierte Lieferung wird im naechsten Lauf mit
      **  derselben Liefernummer und demselben Zeitraum wiederholt.
      **  Loeschvermerke ("Geloescht" aus CobolLoeschung) gehen
      **  unabhaengig von Aenderungsarten und PLZ-Auswahl an jeden
      **  Abnehmer, damit alle Empfaenger die Loeschung nachziehen.
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
           SELECT changelogdatei ASSIGN TO
           CHANGELOGDD
           FILE STATUS IS CHANGELOGSTATUS.
           SELECT abonnentendatei ASSIGN TO
           ABONNENTENDD
           FILE STATUS IS ABONNENTENSTATUS.
           SELECT feedstanddatei ASSIGN TO
           FEEDSTANDDD
           FILE STATUS IS FEEDSTANDSTATUS.
      * Deltadatei und Quittungsdatei eines Abnehmers: der
      * Dateiname steht in der Abonnententabelle und wird vor dem
      * Oeffnen in FEEDDD bzw. QUITTUNGDD hinterlegt, wie ARCHIVDD
      * in CobolArchivierung.
           SELECT lieferdatei ASSIGN TO
           FEEDDD
           FILE STATUS IS LIEFERSTATUS.
           SELECT quittungsdatei ASSIGN TO
           QUITTUNGDD
           FILE STATUS IS QUITTUNGSTATUS.
           SELECT laufprotokoll ASSIGN TO
           LAUFPROTDD
           FILE STATUS IS LAUFPROTSTATUS.
      * Gemeinsame Laufsperre der Verarbeitungskette (siehe
      * CobolMerge): solange die Verteilung liest, darf kein
      * anderer Lauf an ChangeLog.txt anhaengen oder sie bereinigen.
           SELECT laufsperre ASSIGN TO
           LAUFSPERREDD
           FILE STATUS IS LAUFSPERRESTATUS.
           SELECT sperrprotokoll ASSIGN TO
           LAUFSPERRELOGDD
           FILE STATUS IS SPERRPROTSTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  changelogdatei.
      * Gleicher Aufbau wie changelogzeile in CobolMerge; hinter
      * jeder "Geaendert"-Zeile folgt der alte Stand als
      * "AltStand"-Zeile, ein Loeschvermerk "Geloescht" traegt nur
      * die Kunden-ID.
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
       FD  abonnentendatei.
      * Ein Satz je Abnehmer; Zeilen mit "*" in Stelle 1 sind
      * Kommentar. Die Aenderungsarten Neu, Geaendert, Entfernt und
      * Umzug werden je mit J oder N bestellt. Die PLZ-Auswahl hat
      * die Form von VERSANDPLZ in CobolVersand (Praefixe oder
      * Bereiche, durch Kommas getrennt); leer = alle PLZ.
       01  abonnentensatz.
           05 ab-name               PIC X(10).
           05 FILLER                PIC X(01).
           05 ab-neu                PIC X(01).
           05 ab-geaendert          PIC X(01).
           05 ab-entfernt           PIC X(01).
           05 ab-umzug              PIC X(01).
           05 FILLER                PIC X(01).
           05 ab-lieferdatei        PIC X(30).
           05 FILLER                PIC X(01).
           05 ab-quittungsdatei     PIC X(30).
           05 FILLER                PIC X(01).
           05 ab-plz-auswahl        PIC X(40).
       FD  feedstanddatei.
      * Ein Satz je Abnehmer: zuletzt quittierte Lieferung mit dem
      * Laufzeitpunkt, bis zu dem sie reicht, und die gelieferte,
      * aber noch nicht quittierte Lieferung (0 = keine offen).
       01  feedstandsatz.
           05 fs-name               PIC X(10).
           05 FILLER                PIC X(01).
           05 fs-quittiert-nr       PIC 9(08).
           05 FILLER                PIC X(01).
           05 fs-quittiert-bis      PIC 9(14).
           05 FILLER                PIC X(01).
           05 fs-offen-nr           PIC 9(08).
           05 FILLER                PIC X(01).
           05 fs-offen-bis          PIC 9(14).
       FD  lieferdatei.
      * Deltadatei: ein Kopfsatz "KOPF", je Aenderung ein Satz
      * "AEND" und ein Endesatz "ENDE" mit der Anzahl. Bei
      * Geaendert und Umzug steht die alte Anschrift hinter der
      * neuen; bei Entfernt steht der entfernte Satz vorn.
       01  lieferzeile.
           05 lf-satzart            PIC X(04).
           05 FILLER                PIC X(01).
           05 lf-art                PIC X(10).
           05 FILLER                PIC X(01).
           05 lf-kunden-id          PIC 9(10).
           05 FILLER                PIC X(01).
           05 lf-gueltig            PIC 9(08).
           05 FILLER                PIC X(01).
           05 lf-plz                PIC 9(05).
           05 FILLER                PIC X(01).
           05 lf-wohnort            PIC X(30).
           05 FILLER                PIC X(01).
           05 lf-strasse            PIC X(30).
           05 FILLER                PIC X(01).
           05 lf-hausnr             PIC X(05).
           05 FILLER                PIC X(01).
           05 lf-alt-plz            PIC 9(05).
           05 FILLER                PIC X(01).
           05 lf-alt-wohnort        PIC X(30).
           05 FILLER                PIC X(01).
           05 lf-alt-strasse        PIC X(30).
           05 FILLER                PIC X(01).
           05 lf-alt-hausnr         PIC X(05).
           05 FILLER                PIC X(01).
           05 lf-zeitpunkt          PIC 9(14).
       01  lieferkopf REDEFINES lieferzeile.
           05 lk-satzart            PIC X(04).
           05 FILLER                PIC X(01).
           05 lk-abnehmer           PIC X(10).
           05 FILLER                PIC X(01).
           05 lk-liefer-nr          PIC 9(08).
           05 FILLER                PIC X(01).
           05 lk-erstellt           PIC 9(14).
           05 FILLER                PIC X(01).
           05 lk-von                PIC 9(14).
           05 FILLER                PIC X(01).
           05 lk-bis                PIC 9(14).
           05 FILLER                PIC X(01).
           05 lk-wiederholung       PIC X(01).
           05 FILLER                PIC X(127).
       01  lieferende REDEFINES lieferzeile.
           05 le-satzart            PIC X(04).
           05 FILLER                PIC X(01).
           05 le-abnehmer           PIC X(10).
           05 FILLER                PIC X(01).
           05 le-liefer-nr          PIC 9(08).
           05 FILLER                PIC X(01).
           05 le-anzahl             PIC 9(08).
           05 FILLER                PIC X(165).
       FD  quittungsdatei.
      * Vom Abnehmer zurueckgegeben: sein Name und die Nummer der
      * Lieferung, die er vollstaendig uebernommen hat.
       01  quittungssatz.
           05 qt-abnehmer           PIC X(10).
           05 FILLER                PIC X(01).
           05 qt-liefer-nr          PIC X(08).
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

       01  CHANGELOGSTATUS         PIC X(02).
       01  ABONNENTENSTATUS        PIC X(02).
       01  FEEDSTANDSTATUS         PIC X(02).
       01  LIEFERSTATUS            PIC X(02).
       01  QUITTUNGSTATUS          PIC X(02).
       01  LAUFPROTSTATUS          PIC X(02).
       01  LAUFSPERRESTATUS        PIC X(02).
       01  SPERRPROTSTATUS         PIC X(02).

      * Standarddateinamen, die PARAMETER-EINLESEN als DD-Zuweisung
      * hinterlegt, solange die aufrufende JCL/das Start-Skript die
      * DD-Namen nicht selbst setzt.
       01  DD-STANDARD-CHANGELOG   PIC X(30)     VALUE "ChangeLog.txt".
       01  DD-STANDARD-ABONNENTEN  PIC X(30)
                                   VALUE "Abonnenten.txt".
       01  DD-STANDARD-FEEDSTAND   PIC X(30)     VALUE "FeedStand.txt".
       01  DD-STANDARD-LAUFPROT    PIC X(30)
                                   VALUE "Laufprotokoll.txt".
       01  DD-STANDARD-LAUFSPERRE  PIC X(30)
                                   VALUE "Laufsperre.dat".
       01  DD-STANDARD-SPERRPROT   PIC X(30)
                                   VALUE "LaufsperreLog.txt".
       01  DATEINAME-HILFSFELD     PIC X(30).

      * Abonnententabelle mit dem Lieferstand je Abnehmer. Abnehmer,
      * die nur noch im Lieferstand stehen (aus der Tabelle
      * genommen), werden nicht beliefert, ihr Stand bleibt aber
      * erhalten. Die PLZ-Auswahl ist wie in CobolVersand auf
      * fuenfstellige Grenzen aufgefuellt.
       01  ABONNENTEN-TABELLE.
           05 ABONNENT OCCURS 30 TIMES.
              10 ABO-NAME          PIC X(10).
              10 ABO-STATUS        PIC X(01).
                 88 ABO-AKTIV                    VALUE 'J'.
                 88 ABO-NUR-STAND                VALUE 'N'.
              10 ABO-NEU           PIC X(01).
              10 ABO-GEAENDERT     PIC X(01).
              10 ABO-ENTFERNT      PIC X(01).
              10 ABO-UMZUG         PIC X(01).
              10 ABO-LIEFERDATEI   PIC X(30).
              10 ABO-QUITTUNGSDATEI
                                   PIC X(30).
              10 ABO-PLZ-ANZAHL    PIC 9(02).
              10 ABO-PLZ-BEREICH OCCURS 10 TIMES.
                 15 ABO-PLZ-VON    PIC X(05).
                 15 ABO-PLZ-BIS    PIC X(05).
              10 ABO-QUITTIERT-NR  PIC 9(08).
              10 ABO-QUITTIERT-BIS PIC 9(14).
              10 ABO-OFFEN-NR      PIC 9(08).
              10 ABO-OFFEN-BIS     PIC 9(14).
       01  ABO-ANZAHL              PIC 9(02)     VALUE 0.
       01  ABO-AKTIV-ANZAHL        PIC 9(02)     VALUE 0.
       01  ABO-POSITION            PIC 9(02)     VALUE 0.
       01  ABO-SUCHPOSITION        PIC 9(02)     VALUE 0.
       01  ABO-SUCHNAME            PIC X(10).
       01  ABO-GEFUNDEN            PIC X(01)     VALUE 'N'.
           88 ABO-GEFUNDEN-JA                    VALUE 'J'.
           88 ABO-GEFUNDEN-NEIN                  VALUE 'N'.
       01  EOF-abonnenten          PIC X(01)     VALUE 'N'.
           88 EOFABO-YES                         VALUE 'Y'.
           88 EOFABO-NO                          VALUE 'N'.
       01  EOF-feedstand           PIC X(01)     VALUE 'N'.
           88 EOFSTAND-YES                       VALUE 'Y'.
           88 EOFSTAND-NO                        VALUE 'N'.
      * J = Lieferstand vollstaendig geladen; nur dann wird er am
      * Ende neu geschrieben.
       01  FEEDSTAND-GELADEN       PIC X(01)     VALUE 'N'.
           88 FEEDSTAND-GELADEN-JA               VALUE 'J'.

      * Zerlegung der PLZ-Auswahl eines Abnehmers wie
      * PLZ-AUSWAHL-ZERLEGEN in CobolVersand.
       01  PLZ-AUSWAHL             PIC X(40)     VALUE SPACES.
       01  PLZ-ZEIGER              PIC 9(03)     VALUE 1.
       01  PLZ-ELEMENT             PIC X(20).
       01  PLZ-TEIL-VON            PIC X(20).
       01  PLZ-TEIL-BIS            PIC X(20).
       01  PLZ-LAENGE-VON          PIC 9(02)     VALUE 0.
       01  PLZ-LAENGE-BIS          PIC 9(02)     VALUE 0.
       01  PLZ-GRENZE              PIC X(05).
       01  PLZ-BEREICH-POSITION    PIC 9(02)     VALUE 0.
       01  PRUEF-PLZ               PIC X(05).
       01  PLZ-TREFFER             PIC X(01)     VALUE 'N'.
           88 PLZ-IM-BEREICH                     VALUE 'J'.
           88 PLZ-NICHT-IM-BEREICH               VALUE 'N'.

      * Hoechster Laufzeitpunkt in ChangeLog.txt: Obergrenze einer
      * neuen Lieferung.
       01  CHANGELOG-HOECHSTSTAND  PIC 9(14)     VALUE 0.
       01  EOF-changelog           PIC X(01)     VALUE 'N'.
           88 EOFCL-YES                          VALUE 'Y'.
           88 EOFCL-NO                           VALUE 'N'.

      * Die gerade gebildete Lieferung: Nummer und Zeitraum der
      * Laufzeitpunkte (ausschliesslich VON, einschliesslich BIS).
       01  LIEFER-NR               PIC 9(08)     VALUE 0.
       01  LIEFER-VON              PIC 9(14)     VALUE 0.
       01  LIEFER-BIS              PIC 9(14)     VALUE 0.
       01  LIEFER-ANZAHL           PIC 9(08)     VALUE 0.
       01  LIEFER-WIEDERHOLUNG     PIC X(01)     VALUE 'N'.
           88 LIEFERUNG-WIEDERHOLT               VALUE 'J'.
           88 LIEFERUNG-NEU                      VALUE 'N'.
      * Z = erster Durchgang, der nur zaehlt; S = die Deltadatei
      * wird geschrieben.
       01  LIEFER-MODUS            PIC X(01)     VALUE 'Z'.
           88 LIEFERMODUS-ZAEHLEN                VALUE 'Z'.
           88 LIEFERMODUS-SCHREIBEN              VALUE 'S'.

      * Auswertung der Quittungsdatei.
       01  QUITTUNG-ERGEBNIS       PIC X(01)     VALUE 'K'.
           88 QUITTUNG-KEINE                     VALUE 'K'.
           88 QUITTUNG-PASST                     VALUE 'Q'.
           88 QUITTUNG-UNPASSEND                 VALUE 'U'.
       01  QUITTUNG-INHALT         PIC X(19).

      * Zeilen eines Kunden aus demselben Lauf (gleiche Kunden-ID
      * und gleicher Laufzeitpunkt); die Programme der Kette
      * schreiben sie unmittelbar hintereinander.
       01  GRUPPE-TABELLE.
           05 GRUPPE-EINTRAG OCCURS 10 TIMES.
              10 GR-ART            PIC X(10).
              10 GR-GUELTIG        PIC 9(08).
              10 GR-PLZ            PIC 9(05).
              10 GR-WOHNORT        PIC X(30).
              10 GR-STRASSE        PIC X(30).
              10 GR-HAUSNR         PIC X(05).
       01  GRUPPE-ANZAHL           PIC 9(02)     VALUE 0.
       01  GRUPPE-POSITION         PIC 9(02)     VALUE 0.
       01  GRUPPE-KUNDEN-ID        PIC 9(10)     VALUE 0.
       01  GRUPPE-ZEITPUNKT        PIC 9(14)     VALUE 0.
       01  POS-NEU                 PIC 9(02)     VALUE 0.
       01  POS-ENTFERNT            PIC 9(02)     VALUE 0.
       01  POS-GEAENDERT           PIC 9(02)     VALUE 0.
       01  POS-ALTSTAND            PIC 9(02)     VALUE 0.
       01  POS-ALT                 PIC 9(02)     VALUE 0.

      * Eine einzelne Aenderung auf dem Weg in die Deltadatei:
      * Art, Gruppenzeile des neuen und ggf. des alten Stands und
      * ob der Abnehmer diese Art bestellt hat.
       01  AENDERUNG-ART           PIC X(10).
       01  AENDERUNG-POS           PIC 9(02)     VALUE 0.
       01  AENDERUNG-ALT-POS       PIC 9(02)     VALUE 0.
       01  AENDERUNG-BESTELLT      PIC X(01)     VALUE 'N'.

      * Zaehler fuer Meldungen, Return-Code und Laufprotokoll.
       01  GELESEN-ANZAHL          PIC 9(08)     VALUE 0.
       01  UEBERGANGEN-ANZAHL      PIC 9(08)     VALUE 0.
       01  GESCHRIEBEN-GESAMT      PIC 9(08)     VALUE 0.
       01  LIEFERUNGEN-ANZAHL      PIC 9(03)     VALUE 0.
       01  WIEDERHOLT-ANZAHL       PIC 9(03)     VALUE 0.
       01  QUITTIERT-ANZAHL        PIC 9(03)     VALUE 0.
       01  WARNUNG-ANZAHL          PIC 9(03)     VALUE 0.

      * Startzeitpunkt des Laufs fuer das zentrale Laufprotokoll;
      * zugleich Erstellungszeitpunkt im Kopfsatz der Deltadateien.
       01  LAUFPROT-START.
           05 LAUFPROT-START-DATUM PIC 9(08)     VALUE 0.
           05 LAUFPROT-START-ZEIT  PIC 9(06)     VALUE 0.
       01  LAUFPROT-ENDE.
           05 LAUFPROT-ENDE-DATUM  PIC 9(08)     VALUE 0.
           05 LAUFPROT-ENDE-ZEIT   PIC 9(06)     VALUE 0.

       01  SYSTEMDATUM-VOLL        PIC 9(08).

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

      * Laufsperre: Name, unter dem dieser Lauf die Sperre
      * beansprucht, Zeitpunkt der Beanspruchung sowie Inhaber und
      * Zeitpunkt einer vorgefundenen Sperre.
       01  LAUFSPERRE-PROGRAMM     PIC X(16)
                                   VALUE "CobolVerteilung ".
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
      * Lauf, 4 = Lieferung wiederholt, Quittung unpassend oder
      * ChangeLog-Zeilen uebergangen, 8 = Abbruch, 20 = nicht
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
             WHEN VERARBEITUNG-NICHT-OK
               MOVE 8 TO RETURN-CODE
             WHEN WIEDERHOLT-ANZAHL > 0
               OR WARNUNG-ANZAHL > 0
               OR UEBERGANGEN-ANZAHL > 0
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
      * sind die gelesenen ChangeLog-Zeilen, Ausgabe die in alle
      * Deltadateien geschriebenen Aenderungen, Reject die
      * unlesbaren ChangeLog-Zeilen.
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

           MOVE SPACES              TO laufprot-satz
           MOVE "CobolVerteilung "  TO lp-programm
           MOVE LAUFPROT-START      TO lp-start
           MOVE LAUFPROT-ENDE       TO lp-ende
           MOVE GELESEN-ANZAHL      TO lp-eingabe
           MOVE GESCHRIEBEN-GESAMT  TO lp-ausgabe
           MOVE UEBERGANGEN-ANZAHL  TO lp-reject
           MOVE RETURN-CODE         TO lp-returncode

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
      *    von Bedeutung sind, wie das Setzen der DD-Zuweisungen       *
      *    und das Beanspruchen der Laufsperre.                        *
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

      * Programmbeginn kommunizieren
           DISPLAY SPACES
           DISPLAY "KundenVerteilung wird gestartet."

      * Dateinamen ggf. ueber Umgebungsvariablen parametrisieren.
           PERFORM PARAMETER-EINLESEN

      * Gemeinsame Laufsperre beanspruchen: haelt ein anderes
      * Programm der Kette sie, wird dieser Lauf abgewiesen, bevor
      * ChangeLog.txt gelesen wird.
           PERFORM LAUFSPERRE-SETZEN

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
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "CHANGELOGDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "CHANGELOGDD"        UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-CHANGELOG
                                          UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "ABONNENTENDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "ABONNENTENDD"       UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-ABONNENTEN
                                          UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "FEEDSTANDDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "FEEDSTANDDD"        UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-FEEDSTAND
                                          UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "LAUFPROTDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "LAUFPROTDD"         UPON ENVIRONMENT-NAME
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

           .
       PARAMETER-EINLESEN-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    In dieser Section wird die wesentliche Programmlogik        *
      *    durchgefuehrt: Abonnenten und Lieferstand laden,            *
      *    Quittungen auswerten, je Abnehmer die Deltadatei            *
      *    schreiben und den Lieferstand fortschreiben.                *
      *                                                                *
      ******************************************************************

       VERARBEITUNG SECTION.
       VERARBEITUNG-ANFANG.

           PERFORM ABONNENTEN-LADEN
           IF VERARBEITUNG-NICHT-OK
             GO TO VERARBEITUNG-ENDE
           END-IF

           PERFORM FEEDSTAND-LADEN
           IF VERARBEITUNG-NICHT-OK
             GO TO VERARBEITUNG-ENDE
           END-IF

           PERFORM CHANGELOG-VORLESEN
           IF VERARBEITUNG-NICHT-OK
             GO TO VERARBEITUNG-ENDE
           END-IF

      * Nach einem Fehler bei einem Abnehmer wird kein weiterer
      * beliefert; der Lieferstand der bereits bedienten Abnehmer
      * wird trotzdem fortgeschrieben.
           MOVE 0 TO ABO-POSITION
           PERFORM UNTIL ABO-POSITION >= ABO-ANZAHL
                       OR VERARBEITUNG-NICHT-OK
             ADD 1 TO ABO-POSITION
             IF ABO-AKTIV (ABO-POSITION)
               PERFORM ABNEHMER-BEDIENEN
             END-IF
           END-PERFORM

           PERFORM FEEDSTAND-SCHREIBEN

           .
       VERARBEITUNG-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    Abonnententabelle und Lieferstand einlesen.                 *
      *                                                                *
      ******************************************************************

       ABONNENTEN-LADEN SECTION.
       ABONNENTEN-LADEN-ANFANG.
      * Laedt die Abonnententabelle. Eine fehlerhafte Zeile bricht
      * den Lauf ab, damit kein Abnehmer mit einer falsch
      * verstandenen Bestellung beliefert wird.
           MOVE 0 TO ABO-ANZAHL
           MOVE 0 TO ABO-AKTIV-ANZAHL

           OPEN INPUT abonnentendatei
           IF ABONNENTENSTATUS NOT = 00
             DISPLAY " ERROR   Abonnenten.txt konnte nicht gelesen"
                     " werden." ABONNENTENSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO ABONNENTEN-LADEN-ENDE
           END-IF

           SET EOFABO-NO TO TRUE
           PERFORM UNTIL EOFABO-YES OR VERARBEITUNG-NICHT-OK
             MOVE SPACES TO abonnentensatz
             READ abonnentendatei
             EVALUATE ABONNENTENSTATUS
               WHEN 00
                 IF abonnentensatz NOT = SPACES
                   AND ab-name (1:1) NOT = "*"
                   PERFORM ABONNENT-UEBERNEHMEN
                 END-IF
               WHEN 10
                 SET EOFABO-YES TO TRUE
               WHEN OTHER
                 DISPLAY " ERROR   Fehler beim Lesen der"
                         " Abonnenten.txt." ABONNENTENSTATUS
                 SET VERARBEITUNG-NICHT-OK TO TRUE
             END-EVALUATE
           END-PERFORM

           CLOSE abonnentendatei

           IF VERARBEITUNG-OK
             DISPLAY " Abnehmer in Abonnenten.txt: " ABO-AKTIV-ANZAHL
             IF ABO-AKTIV-ANZAHL = 0
               DISPLAY " WARNUNG Abonnenten.txt enthaelt keinen"
                       " Abnehmer."
               ADD 1 TO WARNUNG-ANZAHL
             END-IF
           END-IF

           .
       ABONNENTEN-LADEN-ENDE.
           EXIT.

       ABONNENT-UEBERNEHMEN SECTION.
       ABONNENT-UEBERNEHMEN-ANFANG.
      * Prueft eine Zeile der Abonnententabelle und legt den
      * Abnehmer mit leerem Lieferstand in der Tabelle ab.
           IF ab-name = SPACES
             OR (ab-neu       NOT = "J" AND ab-neu       NOT = "N")
             OR (ab-geaendert NOT = "J" AND ab-geaendert NOT = "N")
             OR (ab-entfernt  NOT = "J" AND ab-entfernt  NOT = "N")
             OR (ab-umzug     NOT = "J" AND ab-umzug     NOT = "N")
             DISPLAY " ERROR   Ungueltige Zeile in Abonnenten.txt"
                     " (Name und Arten J/N erwartet): "
                     abonnentensatz (1:15)
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO ABONNENT-UEBERNEHMEN-ENDE
           END-IF

           IF ab-lieferdatei = SPACES
             OR ab-quittungsdatei = SPACES
             OR ab-lieferdatei = ab-quittungsdatei
             DISPLAY " ERROR   Abnehmer " ab-name " braucht eine"
                     " Deltadatei und eine davon verschiedene"
                     " Quittungsdatei."
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO ABONNENT-UEBERNEHMEN-ENDE
           END-IF

           MOVE ab-name TO ABO-SUCHNAME
           PERFORM ABNEHMER-SUCHEN
           IF ABO-GEFUNDEN-JA
             DISPLAY " ERROR   Abnehmer " ab-name " steht mehrfach"
                     " in Abonnenten.txt."
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO ABONNENT-UEBERNEHMEN-ENDE
           END-IF

           IF ABO-ANZAHL >= 30
             DISPLAY " ERROR   Abonnenten.txt enthaelt mehr als 30"
                     " Abnehmer."
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO ABONNENT-UEBERNEHMEN-ENDE
           END-IF

           ADD 1 TO ABO-ANZAHL
           ADD 1 TO ABO-AKTIV-ANZAHL
           MOVE ABO-ANZAHL        TO ABO-POSITION
           MOVE ab-name           TO ABO-NAME (ABO-POSITION)
           SET ABO-AKTIV (ABO-POSITION) TO TRUE
           MOVE ab-neu            TO ABO-NEU (ABO-POSITION)
           MOVE ab-geaendert      TO ABO-GEAENDERT (ABO-POSITION)
           MOVE ab-entfernt       TO ABO-ENTFERNT (ABO-POSITION)
           MOVE ab-umzug          TO ABO-UMZUG (ABO-POSITION)
           MOVE ab-lieferdatei    TO ABO-LIEFERDATEI (ABO-POSITION)
           MOVE ab-quittungsdatei
                                  TO ABO-QUITTUNGSDATEI (ABO-POSITION)
           MOVE 0                 TO ABO-QUITTIERT-NR (ABO-POSITION)
           MOVE 0                 TO ABO-QUITTIERT-BIS (ABO-POSITION)
           MOVE 0                 TO ABO-OFFEN-NR (ABO-POSITION)
           MOVE 0                 TO ABO-OFFEN-BIS (ABO-POSITION)

           MOVE ab-plz-auswahl    TO PLZ-AUSWAHL
           PERFORM PLZ-AUSWAHL-ZERLEGEN

           .
       ABONNENT-UEBERNEHMEN-ENDE.
           EXIT.

       ABNEHMER-SUCHEN SECTION.
       ABNEHMER-SUCHEN-ANFANG.
      * Sucht ABO-SUCHNAME unter den bereits geladenen
      * Abnehmern; Treffer in ABO-SUCHPOSITION.
           SET ABO-GEFUNDEN-NEIN TO TRUE
           MOVE 0 TO ABO-SUCHPOSITION
           PERFORM UNTIL ABO-SUCHPOSITION >= ABO-ANZAHL
                       OR ABO-GEFUNDEN-JA
             ADD 1 TO ABO-SUCHPOSITION
             IF ABO-NAME (ABO-SUCHPOSITION) = ABO-SUCHNAME
               SET ABO-GEFUNDEN-JA TO TRUE
             END-IF
           END-PERFORM

           .
       ABNEHMER-SUCHEN-ENDE.
           EXIT.

       PLZ-AUSWAHL-ZERLEGEN SECTION.
       PLZ-AUSWAHL-ZERLEGEN-ANFANG.
      * Zerlegt die PLZ-Auswahl des Abnehmers an ABO-POSITION an
      * den Kommas in einzelne Praefixe oder Bereiche und legt sie
      * als fuenfstellige Grenzen ab (wie in CobolVersand). Ohne
      * Auswahl bleibt ABO-PLZ-ANZAHL 0 und jede PLZ passt.
           MOVE 0 TO ABO-PLZ-ANZAHL (ABO-POSITION)
           MOVE 1 TO PLZ-ZEIGER

           PERFORM UNTIL PLZ-ZEIGER > 40
                       OR VERARBEITUNG-NICHT-OK
             MOVE SPACES TO PLZ-ELEMENT
             UNSTRING PLZ-AUSWAHL DELIMITED BY ","
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

           IF ABO-PLZ-ANZAHL (ABO-POSITION) >= 10
             DISPLAY " ERROR   PLZ-Auswahl von Abnehmer "
                     ABO-NAME (ABO-POSITION)
                     " enthaelt mehr als 10 Praefixe/Bereiche."
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO PLZ-ELEMENT-AUSWERTEN-ENDE
           END-IF

           ADD 1 TO ABO-PLZ-ANZAHL (ABO-POSITION)
           MOVE ABO-PLZ-ANZAHL (ABO-POSITION) TO PLZ-BEREICH-POSITION
           MOVE PLZ-TEIL-VON (1:5) TO PLZ-GRENZE
           INSPECT PLZ-GRENZE REPLACING ALL SPACE BY "0"
           MOVE PLZ-GRENZE
             TO ABO-PLZ-VON (ABO-POSITION, PLZ-BEREICH-POSITION)
           MOVE PLZ-TEIL-BIS (1:5) TO PLZ-GRENZE
           INSPECT PLZ-GRENZE REPLACING ALL SPACE BY "9"
           MOVE PLZ-GRENZE
             TO ABO-PLZ-BIS (ABO-POSITION, PLZ-BEREICH-POSITION)

           IF ABO-PLZ-VON (ABO-POSITION, PLZ-BEREICH-POSITION)
                > ABO-PLZ-BIS (ABO-POSITION, PLZ-BEREICH-POSITION)
             GO TO PLZ-ELEMENT-FEHLER
           END-IF

           GO TO PLZ-ELEMENT-AUSWERTEN-ENDE
           .
       PLZ-ELEMENT-FEHLER.
           DISPLAY " ERROR   PLZ-Auswahl von Abnehmer "
                   ABO-NAME (ABO-POSITION)
                   " enthaelt ein ungueltiges Element: " PLZ-ELEMENT
           SET VERARBEITUNG-NICHT-OK TO TRUE
           .
       PLZ-ELEMENT-AUSWERTEN-ENDE.
           EXIT.

       FEEDSTAND-LADEN SECTION.
       FEEDSTAND-LADEN-ANFANG.
      * Laedt den Lieferstand und ordnet ihn den Abnehmern zu. Fehlt
      * die Datei, beginnt jeder Abnehmer mit Lieferung 1 ueber den
      * gesamten ChangeLog-Bestand. Ein Stand ohne Abnehmer in der
      * Tabelle wird unveraendert weitergefuehrt.
           OPEN INPUT feedstanddatei
           IF FEEDSTANDSTATUS = 35
             DISPLAY " Kein Lieferstand vorhanden, erste Lieferung"
                     " fuer alle Abnehmer."
             SET FEEDSTAND-GELADEN-JA TO TRUE
             GO TO FEEDSTAND-LADEN-ENDE
           END-IF
           IF FEEDSTANDSTATUS NOT = 00
             DISPLAY " ERROR   FeedStand.txt konnte nicht gelesen"
                     " werden." FEEDSTANDSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO FEEDSTAND-LADEN-ENDE
           END-IF

           SET EOFSTAND-NO TO TRUE
           PERFORM UNTIL EOFSTAND-YES OR VERARBEITUNG-NICHT-OK
             READ feedstanddatei
             EVALUATE FEEDSTANDSTATUS
               WHEN 00
                 PERFORM FEEDSTAND-ZUORDNEN
               WHEN 10
                 SET EOFSTAND-YES TO TRUE
               WHEN OTHER
                 DISPLAY " ERROR   Fehler beim Lesen der"
                         " FeedStand.txt." FEEDSTANDSTATUS
                 SET VERARBEITUNG-NICHT-OK TO TRUE
             END-EVALUATE
           END-PERFORM

           CLOSE feedstanddatei

           IF VERARBEITUNG-OK
             SET FEEDSTAND-GELADEN-JA TO TRUE
           END-IF

           .
       FEEDSTAND-LADEN-ENDE.
           EXIT.

       FEEDSTAND-ZUORDNEN SECTION.
       FEEDSTAND-ZUORDNEN-ANFANG.
      * Ein unlesbarer Lieferstand bricht den Lauf ab; mit einem
      * geratenen Stand wuerden Liefernummern doppelt vergeben.
           IF fs-name = SPACES
             OR fs-quittiert-nr  IS NOT NUMERIC
             OR fs-quittiert-bis IS NOT NUMERIC
             OR fs-offen-nr      IS NOT NUMERIC
             OR fs-offen-bis     IS NOT NUMERIC
             DISPLAY " ERROR   Ungueltige Zeile in FeedStand.txt: "
                     feedstandsatz (1:20)
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO FEEDSTAND-ZUORDNEN-ENDE
           END-IF

           MOVE fs-name TO ABO-SUCHNAME
           PERFORM ABNEHMER-SUCHEN
           IF ABO-GEFUNDEN-JA
             MOVE ABO-SUCHPOSITION TO ABO-POSITION
             IF ABO-QUITTIERT-NR (ABO-POSITION) NOT = 0
               OR ABO-OFFEN-NR (ABO-POSITION) NOT = 0
               DISPLAY " ERROR   Abnehmer " fs-name " steht"
                       " mehrfach in FeedStand.txt."
               SET VERARBEITUNG-NICHT-OK TO TRUE
               GO TO FEEDSTAND-ZUORDNEN-ENDE
             END-IF
           ELSE
             IF ABO-ANZAHL >= 30
               DISPLAY " ERROR   FeedStand.txt und Abonnenten.txt"
                       " nennen zusammen mehr als 30 Abnehmer."
               SET VERARBEITUNG-NICHT-OK TO TRUE
               GO TO FEEDSTAND-ZUORDNEN-ENDE
             END-IF
             ADD 1 TO ABO-ANZAHL
             MOVE ABO-ANZAHL TO ABO-POSITION
             MOVE SPACES     TO ABONNENT (ABO-POSITION)
             MOVE fs-name    TO ABO-NAME (ABO-POSITION)
             SET ABO-NUR-STAND (ABO-POSITION) TO TRUE
             MOVE 0          TO ABO-PLZ-ANZAHL (ABO-POSITION)
           END-IF

           MOVE fs-quittiert-nr  TO ABO-QUITTIERT-NR (ABO-POSITION)
           MOVE fs-quittiert-bis TO ABO-QUITTIERT-BIS (ABO-POSITION)
           MOVE fs-offen-nr      TO ABO-OFFEN-NR (ABO-POSITION)
           MOVE fs-offen-bis     TO ABO-OFFEN-BIS (ABO-POSITION)

           .
       FEEDSTAND-ZUORDNEN-ENDE.
           EXIT.

       CHANGELOG-VORLESEN SECTION.
       CHANGELOG-VORLESEN-ANFANG.
      * Zaehlt die ChangeLog-Zeilen und bestimmt den hoechsten
      * Laufzeitpunkt. Unlesbare Zeilen werden hier einmal gemeldet
      * und bei den Lieferungen uebergangen.
           MOVE 0 TO CHANGELOG-HOECHSTSTAND

           OPEN INPUT changelogdatei
           IF CHANGELOGSTATUS = 35
             DISPLAY " ChangeLog.txt nicht vorhanden, keine neuen"
                     " Aenderungen."
             GO TO CHANGELOG-VORLESEN-ENDE
           END-IF
           IF CHANGELOGSTATUS NOT = 00
             DISPLAY " ERROR   ChangeLog.txt konnte nicht gelesen"
                     " werden." CHANGELOGSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO CHANGELOG-VORLESEN-ENDE
           END-IF

           SET EOFCL-NO TO TRUE
           PERFORM UNTIL EOFCL-YES OR VERARBEITUNG-NICHT-OK
             READ changelogdatei
             EVALUATE CHANGELOGSTATUS
               WHEN 00
                 ADD 1 TO GELESEN-ANZAHL
                 IF cl-kunden-id IS NUMERIC
                   AND cl-gueltig IS NUMERIC
                   AND cl-plz IS NUMERIC
                   AND cl-zeitpunkt IS NUMERIC
                   IF cl-zeitpunkt > CHANGELOG-HOECHSTSTAND
                     MOVE cl-zeitpunkt TO CHANGELOG-HOECHSTSTAND
                   END-IF
                 ELSE
                   ADD 1 TO UEBERGANGEN-ANZAHL
                 END-IF
               WHEN 10
                 SET EOFCL-YES TO TRUE
               WHEN OTHER
                 DISPLAY " ERROR   Fehler beim Lesen der"
                         " ChangeLog.txt." CHANGELOGSTATUS
                 SET VERARBEITUNG-NICHT-OK TO TRUE
             END-EVALUATE
           END-PERFORM

           CLOSE changelogdatei

           IF VERARBEITUNG-OK
             DISPLAY " ChangeLog-Zeilen: " GELESEN-ANZAHL
                     ", Stand bis: " CHANGELOG-HOECHSTSTAND
             IF UEBERGANGEN-ANZAHL > 0
               DISPLAY " WARNUNG Unlesbare ChangeLog-Zeilen"
                       " uebergangen: " UEBERGANGEN-ANZAHL
             END-IF
           END-IF

           .
       CHANGELOG-VORLESEN-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    Je Abnehmer: Quittung auswerten, Lieferung bestimmen und    *
      *    die Deltadatei schreiben.                                   *
      *                                                                *
      ******************************************************************

       ABNEHMER-BEDIENEN SECTION.
       ABNEHMER-BEDIENEN-ANFANG.

           IF ABO-OFFEN-NR (ABO-POSITION) > 0
             PERFORM QUITTUNG-PRUEFEN
           END-IF

      * Eine offene Lieferung wird unveraendert wiederholt, bis sie
      * quittiert ist; erst danach gibt es eine neue Nummer.
           EVALUATE TRUE
             WHEN ABO-OFFEN-NR (ABO-POSITION) > 0
               MOVE ABO-OFFEN-NR (ABO-POSITION)      TO LIEFER-NR
               MOVE ABO-QUITTIERT-BIS (ABO-POSITION) TO LIEFER-VON
               MOVE ABO-OFFEN-BIS (ABO-POSITION)     TO LIEFER-BIS
               SET LIEFERUNG-WIEDERHOLT TO TRUE
               DISPLAY " WARNUNG Abnehmer " ABO-NAME (ABO-POSITION)
                       ": Lieferung " LIEFER-NR
                       " nicht quittiert, wird wiederholt."
             WHEN CHANGELOG-HOECHSTSTAND
                    > ABO-QUITTIERT-BIS (ABO-POSITION)
               MOVE ABO-QUITTIERT-NR (ABO-POSITION)  TO LIEFER-NR
               ADD 1                                 TO LIEFER-NR
               MOVE ABO-QUITTIERT-BIS (ABO-POSITION) TO LIEFER-VON
               MOVE CHANGELOG-HOECHSTSTAND           TO LIEFER-BIS
               SET LIEFERUNG-NEU TO TRUE
             WHEN OTHER
               DISPLAY " Abnehmer " ABO-NAME (ABO-POSITION)
                       ": keine neuen Aenderungen."
               GO TO ABNEHMER-BEDIENEN-ENDE
           END-EVALUATE

      * Eine neue Lieferung ohne eine einzige bestellte Aenderung
      * wird nicht geschrieben; der Stand rueckt ohne Quittung vor,
      * weil es nichts zu bestaetigen gibt.
           IF LIEFERUNG-NEU
             SET LIEFERMODUS-ZAEHLEN TO TRUE
             PERFORM LIEFERUNG-DURCHLAUFEN
             IF VERARBEITUNG-NICHT-OK
               GO TO ABNEHMER-BEDIENEN-ENDE
             END-IF
             IF LIEFER-ANZAHL = 0
               MOVE LIEFER-BIS TO ABO-QUITTIERT-BIS (ABO-POSITION)
               DISPLAY " Abnehmer " ABO-NAME (ABO-POSITION)
                       ": keine bestellten Aenderungen bis "
                       LIEFER-BIS "."
               GO TO ABNEHMER-BEDIENEN-ENDE
             END-IF
           END-IF

           PERFORM LIEFERUNG-SCHREIBEN
           IF VERARBEITUNG-NICHT-OK
             GO TO ABNEHMER-BEDIENEN-ENDE
           END-IF

           ADD 1 TO LIEFERUNGEN-ANZAHL
           IF LIEFERUNG-WIEDERHOLT
             ADD 1 TO WIEDERHOLT-ANZAHL
           ELSE
             MOVE LIEFER-NR  TO ABO-OFFEN-NR (ABO-POSITION)
             MOVE LIEFER-BIS TO ABO-OFFEN-BIS (ABO-POSITION)
           END-IF
           DISPLAY " Abnehmer " ABO-NAME (ABO-POSITION)
                   ": Lieferung " LIEFER-NR " mit " LIEFER-ANZAHL
                   " Aenderungen in "
                   ABO-LIEFERDATEI (ABO-POSITION)

           .
       ABNEHMER-BEDIENEN-ENDE.
           EXIT.

       QUITTUNG-PRUEFEN SECTION.
       QUITTUNG-PRUEFEN-ANFANG.
      * Sucht in der Quittungsdatei des Abnehmers die Nummer der
      * offenen Lieferung. Passt sie, gilt die Lieferung als
      * uebernommen und der Stand rueckt vor. Eine Quittung der
      * zuletzt quittierten Lieferung ist noch die alte; alles
      * andere wird gemeldet.
           SET QUITTUNG-KEINE TO TRUE
           DISPLAY "QUITTUNGDD"        UPON ENVIRONMENT-NAME
           DISPLAY ABO-QUITTUNGSDATEI (ABO-POSITION)
                                       UPON ENVIRONMENT-VALUE

           OPEN INPUT quittungsdatei
           IF QUITTUNGSTATUS = 35
             GO TO QUITTUNG-PRUEFEN-ENDE
           END-IF
           IF QUITTUNGSTATUS NOT = 00
             DISPLAY " WARNUNG Quittungsdatei "
                     ABO-QUITTUNGSDATEI (ABO-POSITION)
                     " konnte nicht gelesen werden." QUITTUNGSTATUS
             ADD 1 TO WARNUNG-ANZAHL
             GO TO QUITTUNG-PRUEFEN-ENDE
           END-IF

           PERFORM UNTIL QUITTUNGSTATUS NOT = 00
                       OR QUITTUNG-PASST
             MOVE SPACES TO quittungssatz
             READ quittungsdatei
             IF QUITTUNGSTATUS = 00
               AND quittungssatz NOT = SPACES
               IF qt-abnehmer = ABO-NAME (ABO-POSITION)
                 AND qt-liefer-nr IS NUMERIC
                 EVALUATE TRUE
                   WHEN qt-liefer-nr = ABO-OFFEN-NR (ABO-POSITION)
                     SET QUITTUNG-PASST TO TRUE
                   WHEN qt-liefer-nr
                          = ABO-QUITTIERT-NR (ABO-POSITION)
                     CONTINUE
                   WHEN OTHER
                     SET QUITTUNG-UNPASSEND TO TRUE
                     MOVE quittungssatz TO QUITTUNG-INHALT
                 END-EVALUATE
               ELSE
                 SET QUITTUNG-UNPASSEND TO TRUE
                 MOVE quittungssatz TO QUITTUNG-INHALT
               END-IF
             END-IF
           END-PERFORM

           CLOSE quittungsdatei

           IF QUITTUNG-PASST
             MOVE ABO-OFFEN-NR (ABO-POSITION)
                                   TO ABO-QUITTIERT-NR (ABO-POSITION)
             MOVE ABO-OFFEN-BIS (ABO-POSITION)
                                   TO ABO-QUITTIERT-BIS (ABO-POSITION)
             MOVE 0                TO ABO-OFFEN-NR (ABO-POSITION)
             MOVE 0                TO ABO-OFFEN-BIS (ABO-POSITION)
             ADD 1 TO QUITTIERT-ANZAHL
             DISPLAY " Abnehmer " ABO-NAME (ABO-POSITION)
                     ": Lieferung " ABO-QUITTIERT-NR (ABO-POSITION)
                     " quittiert."
           END-IF
           IF QUITTUNG-UNPASSEND
             DISPLAY " WARNUNG Quittungsdatei von Abnehmer "
                     ABO-NAME (ABO-POSITION)
                     " passt nicht zur offenen Lieferung "
                     ABO-OFFEN-NR (ABO-POSITION) ": "
                     QUITTUNG-INHALT
             ADD 1 TO WARNUNG-ANZAHL
           END-IF

           .
       QUITTUNG-PRUEFEN-ENDE.
           EXIT.

       LIEFERUNG-SCHREIBEN SECTION.
       LIEFERUNG-SCHREIBEN-ANFANG.
      * Schreibt die Deltadatei des Abnehmers neu: Kopfsatz,
      * bestellte Aenderungen im Zeitraum, Endesatz.
           DISPLAY "FEEDDD"            UPON ENVIRONMENT-NAME
           DISPLAY ABO-LIEFERDATEI (ABO-POSITION)
                                       UPON ENVIRONMENT-VALUE

           OPEN OUTPUT lieferdatei
           IF LIEFERSTATUS NOT = 00
             DISPLAY " ERROR   Deltadatei "
                     ABO-LIEFERDATEI (ABO-POSITION)
                     " konnte nicht geoeffnet werden." LIEFERSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO LIEFERUNG-SCHREIBEN-ENDE
           END-IF

           MOVE SPACES                  TO lieferkopf
           MOVE "KOPF"                  TO lk-satzart
           MOVE ABO-NAME (ABO-POSITION) TO lk-abnehmer
           MOVE LIEFER-NR               TO lk-liefer-nr
           MOVE LAUFPROT-START          TO lk-erstellt
           MOVE LIEFER-VON              TO lk-von
           MOVE LIEFER-BIS              TO lk-bis
           MOVE LIEFER-WIEDERHOLUNG     TO lk-wiederholung
           PERFORM LIEFERZEILE-SCHREIBEN
           IF VERARBEITUNG-NICHT-OK
             CLOSE lieferdatei
             GO TO LIEFERUNG-SCHREIBEN-ENDE
           END-IF

           SET LIEFERMODUS-SCHREIBEN TO TRUE
           PERFORM LIEFERUNG-DURCHLAUFEN
           IF VERARBEITUNG-NICHT-OK
             CLOSE lieferdatei
             GO TO LIEFERUNG-SCHREIBEN-ENDE
           END-IF

           MOVE SPACES                  TO lieferende
           MOVE "ENDE"                  TO le-satzart
           MOVE ABO-NAME (ABO-POSITION) TO le-abnehmer
           MOVE LIEFER-NR               TO le-liefer-nr
           MOVE LIEFER-ANZAHL           TO le-anzahl
           PERFORM LIEFERZEILE-SCHREIBEN

           CLOSE lieferdatei
           ADD LIEFER-ANZAHL TO GESCHRIEBEN-GESAMT

           .
       LIEFERUNG-SCHREIBEN-ENDE.
           EXIT.

       LIEFERZEILE-SCHREIBEN SECTION.
       LIEFERZEILE-SCHREIBEN-ANFANG.

           WRITE lieferzeile
           IF LIEFERSTATUS NOT = 00
             DISPLAY " ERROR   Fehler beim Schreiben der Deltadatei "
                     ABO-LIEFERDATEI (ABO-POSITION) LIEFERSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF

           .
       LIEFERZEILE-SCHREIBEN-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    Durchgang durch ChangeLog.txt fuer einen Abnehmer: Zeilen   *
      *    im Lieferzeitraum je Kunde und Lauf sammeln und die         *
      *    bestellten Aenderungen zaehlen bzw. schreiben.              *
      *                                                                *
      ******************************************************************

       LIEFERUNG-DURCHLAUFEN SECTION.
       LIEFERUNG-DURCHLAUFEN-ANFANG.

           MOVE 0 TO LIEFER-ANZAHL
           MOVE 0 TO GRUPPE-ANZAHL

           OPEN INPUT changelogdatei
           IF CHANGELOGSTATUS = 35
             GO TO LIEFERUNG-DURCHLAUFEN-ENDE
           END-IF
           IF CHANGELOGSTATUS NOT = 00
             DISPLAY " ERROR   ChangeLog.txt konnte nicht gelesen"
                     " werden." CHANGELOGSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO LIEFERUNG-DURCHLAUFEN-ENDE
           END-IF

           SET EOFCL-NO TO TRUE
           PERFORM UNTIL EOFCL-YES OR VERARBEITUNG-NICHT-OK
             READ changelogdatei
             EVALUATE CHANGELOGSTATUS
               WHEN 00
                 IF cl-kunden-id IS NUMERIC
                   AND cl-gueltig IS NUMERIC
                   AND cl-plz IS NUMERIC
                   AND cl-zeitpunkt IS NUMERIC
                   AND cl-zeitpunkt > LIEFER-VON
                   AND cl-zeitpunkt NOT > LIEFER-BIS
                   PERFORM CHANGELOGZEILE-SAMMELN
                 END-IF
               WHEN 10
                 SET EOFCL-YES TO TRUE
               WHEN OTHER
                 DISPLAY " ERROR   Fehler beim Lesen der"
                         " ChangeLog.txt." CHANGELOGSTATUS
                 SET VERARBEITUNG-NICHT-OK TO TRUE
             END-EVALUATE
           END-PERFORM

           CLOSE changelogdatei

      * Letzte Gruppe nicht vergessen.
           IF VERARBEITUNG-OK
             PERFORM GRUPPE-ABSCHLIESSEN
           END-IF

           .
       LIEFERUNG-DURCHLAUFEN-ENDE.
           EXIT.

       CHANGELOGZEILE-SAMMELN SECTION.
       CHANGELOGZEILE-SAMMELN-ANFANG.

           IF GRUPPE-ANZAHL > 0
             AND (cl-kunden-id NOT = GRUPPE-KUNDEN-ID
                  OR cl-zeitpunkt NOT = GRUPPE-ZEITPUNKT
                  OR GRUPPE-ANZAHL >= 10)
             PERFORM GRUPPE-ABSCHLIESSEN
           END-IF

           MOVE cl-kunden-id TO GRUPPE-KUNDEN-ID
           MOVE cl-zeitpunkt TO GRUPPE-ZEITPUNKT
           ADD 1 TO GRUPPE-ANZAHL
           MOVE cl-art       TO GR-ART (GRUPPE-ANZAHL)
           MOVE cl-gueltig   TO GR-GUELTIG (GRUPPE-ANZAHL)
           MOVE cl-plz       TO GR-PLZ (GRUPPE-ANZAHL)
           MOVE cl-wohnort   TO GR-WOHNORT (GRUPPE-ANZAHL)
           MOVE cl-strasse   TO GR-STRASSE (GRUPPE-ANZAHL)
           MOVE cl-hausnr    TO GR-HAUSNR (GRUPPE-ANZAHL)

           .
       CHANGELOGZEILE-SAMMELN-ENDE.
           EXIT.

       GRUPPE-ABSCHLIESSEN SECTION.
       GRUPPE-ABSCHLIESSEN-ANFANG.
      * Wertet die Zeilen eines Kunden aus einem Lauf aus. Neu,
      * Geaendert und Entfernt gehen einzeln an die Abnehmer, die
      * sie bestellt haben, ein "Geaendert" mit seinem "AltStand".
      * Ein Umzug ist eine geaenderte Anschrift (PLZ, Wohnort,
      * Strasse oder Hausnummer), entweder aus Geaendert/AltStand
      * oder aus einem Entfernt/Neu-Paar bei neuer Gueltigkeit.
           IF GRUPPE-ANZAHL = 0
             GO TO GRUPPE-ABSCHLIESSEN-ENDE
           END-IF

           MOVE 0 TO POS-NEU
           MOVE 0 TO POS-ENTFERNT
           MOVE 0 TO POS-GEAENDERT
           MOVE 0 TO POS-ALTSTAND
           MOVE 0 TO GRUPPE-POSITION
           PERFORM UNTIL GRUPPE-POSITION >= GRUPPE-ANZAHL
             ADD 1 TO GRUPPE-POSITION
             EVALUATE GR-ART (GRUPPE-POSITION)
               WHEN "Neu"
                 IF POS-NEU = 0
                   MOVE GRUPPE-POSITION TO POS-NEU
                 END-IF
               WHEN "Entfernt"
                 IF POS-ENTFERNT = 0
                   MOVE GRUPPE-POSITION TO POS-ENTFERNT
                 END-IF
               WHEN "Geaendert"
                 IF POS-GEAENDERT = 0
                   MOVE GRUPPE-POSITION TO POS-GEAENDERT
                 END-IF
               WHEN "AltStand"
                 IF POS-ALTSTAND = 0
                   MOVE GRUPPE-POSITION TO POS-ALTSTAND
                 END-IF
             END-EVALUATE
           END-PERFORM

      * Die Zeilen in ihrer Reihenfolge im ChangeLog.
           MOVE 0 TO GRUPPE-POSITION
           PERFORM UNTIL GRUPPE-POSITION >= GRUPPE-ANZAHL
                       OR VERARBEITUNG-NICHT-OK
             ADD 1 TO GRUPPE-POSITION
             MOVE GR-ART (GRUPPE-POSITION) TO AENDERUNG-ART
             MOVE GRUPPE-POSITION          TO AENDERUNG-POS
             MOVE 0                        TO AENDERUNG-ALT-POS
             EVALUATE GR-ART (GRUPPE-POSITION)
               WHEN "Neu"
                 MOVE ABO-NEU (ABO-POSITION) TO AENDERUNG-BESTELLT
                 PERFORM AENDERUNG-LIEFERN
               WHEN "Entfernt"
                 MOVE ABO-ENTFERNT (ABO-POSITION)
                                             TO AENDERUNG-BESTELLT
                 PERFORM AENDERUNG-LIEFERN
               WHEN "Geaendert"
                 MOVE POS-ALTSTAND           TO AENDERUNG-ALT-POS
                 MOVE ABO-GEAENDERT (ABO-POSITION)
                                             TO AENDERUNG-BESTELLT
                 PERFORM AENDERUNG-LIEFERN
      * Loeschvermerke erhaelt jeder Abnehmer.
               WHEN "Geloescht"
                 MOVE "J"                    TO AENDERUNG-BESTELLT
                 PERFORM AENDERUNG-LIEFERN
             END-EVALUATE
           END-PERFORM

      * Umzug: neuer Stand und alter Stand mit abweichender
      * Anschrift.
           MOVE 0 TO AENDERUNG-POS
           MOVE 0 TO AENDERUNG-ALT-POS
           EVALUATE TRUE
             WHEN POS-GEAENDERT > 0 AND POS-ALTSTAND > 0
               MOVE POS-GEAENDERT TO AENDERUNG-POS
               MOVE POS-ALTSTAND  TO AENDERUNG-ALT-POS
             WHEN POS-NEU > 0 AND POS-ENTFERNT > 0
               MOVE POS-NEU       TO AENDERUNG-POS
               MOVE POS-ENTFERNT  TO AENDERUNG-ALT-POS
           END-EVALUATE
           IF AENDERUNG-POS > 0 AND VERARBEITUNG-OK
             MOVE AENDERUNG-ALT-POS TO POS-ALT
             IF GR-PLZ (AENDERUNG-POS)     NOT = GR-PLZ (POS-ALT)
               OR GR-WOHNORT (AENDERUNG-POS)
                                         NOT = GR-WOHNORT (POS-ALT)
               OR GR-STRASSE (AENDERUNG-POS)
                                         NOT = GR-STRASSE (POS-ALT)
               OR GR-HAUSNR (AENDERUNG-POS)
                                         NOT = GR-HAUSNR (POS-ALT)
               MOVE "Umzug"                 TO AENDERUNG-ART
               MOVE ABO-UMZUG (ABO-POSITION) TO AENDERUNG-BESTELLT
               PERFORM AENDERUNG-LIEFERN
             END-IF
           END-IF

           MOVE 0 TO GRUPPE-ANZAHL

           .
       GRUPPE-ABSCHLIESSEN-ENDE.
           EXIT.

       AENDERUNG-LIEFERN SECTION.
       AENDERUNG-LIEFERN-ANFANG.
      * Liefert die Aenderung, wenn der Abnehmer ihre Art bestellt
      * hat und die neue oder die alte PLZ in seiner Auswahl liegt.
      * Ein Loeschvermerk traegt nur Kunden-ID und Zeitpunkt und
      * geht ohne PLZ-Pruefung an jeden Abnehmer.
           IF AENDERUNG-BESTELLT NOT = "J"
             GO TO AENDERUNG-LIEFERN-ENDE
           END-IF

           IF AENDERUNG-ART NOT = "Geloescht"
             MOVE GR-PLZ (AENDERUNG-POS) TO PRUEF-PLZ
             PERFORM PLZ-PRUEFEN
             IF PLZ-NICHT-IM-BEREICH AND AENDERUNG-ALT-POS > 0
               MOVE GR-PLZ (AENDERUNG-ALT-POS) TO PRUEF-PLZ
               PERFORM PLZ-PRUEFEN
             END-IF
             IF PLZ-NICHT-IM-BEREICH
               GO TO AENDERUNG-LIEFERN-ENDE
             END-IF
           END-IF

           ADD 1 TO LIEFER-ANZAHL
           IF LIEFERMODUS-ZAEHLEN
             GO TO AENDERUNG-LIEFERN-ENDE
           END-IF

           MOVE SPACES           TO lieferzeile
           MOVE "AEND"           TO lf-satzart
           MOVE AENDERUNG-ART    TO lf-art
           MOVE GRUPPE-KUNDEN-ID TO lf-kunden-id
           MOVE GRUPPE-ZEITPUNKT TO lf-zeitpunkt
           MOVE 0                TO lf-alt-plz
           IF AENDERUNG-ART = "Geloescht"
             MOVE 0 TO lf-gueltig
             MOVE 0 TO lf-plz
           ELSE
             MOVE GR-GUELTIG (AENDERUNG-POS) TO lf-gueltig
             MOVE GR-PLZ (AENDERUNG-POS)     TO lf-plz
             MOVE GR-WOHNORT (AENDERUNG-POS) TO lf-wohnort
             MOVE GR-STRASSE (AENDERUNG-POS) TO lf-strasse
             MOVE GR-HAUSNR (AENDERUNG-POS)  TO lf-hausnr
           END-IF
           IF AENDERUNG-ALT-POS > 0
             MOVE GR-PLZ (AENDERUNG-ALT-POS)     TO lf-alt-plz
             MOVE GR-WOHNORT (AENDERUNG-ALT-POS) TO lf-alt-wohnort
             MOVE GR-STRASSE (AENDERUNG-ALT-POS) TO lf-alt-strasse
             MOVE GR-HAUSNR (AENDERUNG-ALT-POS)  TO lf-alt-hausnr
           END-IF
           PERFORM LIEFERZEILE-SCHREIBEN

           .
       AENDERUNG-LIEFERN-ENDE.
           EXIT.

       PLZ-PRUEFEN SECTION.
       PLZ-PRUEFEN-ANFANG.
      * Prueft PRUEF-PLZ gegen die PLZ-Auswahl des Abnehmers; ohne
      * Auswahl passt jede PLZ.
           IF ABO-PLZ-ANZAHL (ABO-POSITION) = 0
             SET PLZ-IM-BEREICH TO TRUE
             GO TO PLZ-PRUEFEN-ENDE
           END-IF

           SET PLZ-NICHT-IM-BEREICH TO TRUE
           IF PRUEF-PLZ IS NOT NUMERIC
             GO TO PLZ-PRUEFEN-ENDE
           END-IF

           MOVE 1 TO PLZ-BEREICH-POSITION
           PERFORM UNTIL PLZ-BEREICH-POSITION
                           > ABO-PLZ-ANZAHL (ABO-POSITION)
                       OR PLZ-IM-BEREICH
             IF PRUEF-PLZ NOT <
                  ABO-PLZ-VON (ABO-POSITION, PLZ-BEREICH-POSITION)
               AND PRUEF-PLZ NOT >
                  ABO-PLZ-BIS (ABO-POSITION, PLZ-BEREICH-POSITION)
               SET PLZ-IM-BEREICH TO TRUE
             END-IF
             ADD 1 TO PLZ-BEREICH-POSITION
           END-PERFORM

           .
       PLZ-PRUEFEN-ENDE.
           EXIT.

       FEEDSTAND-SCHREIBEN SECTION.
       FEEDSTAND-SCHREIBEN-ANFANG.
      * Schreibt den Lieferstand aller Abnehmer neu, auch derer,
      * die nicht mehr in der Abonnententabelle stehen.
           IF NOT FEEDSTAND-GELADEN-JA
             GO TO FEEDSTAND-SCHREIBEN-ENDE
           END-IF

           OPEN OUTPUT feedstanddatei
           IF FEEDSTANDSTATUS NOT = 00
             DISPLAY " ERROR   FeedStand.txt konnte nicht geschrieben"
                     " werden." FEEDSTANDSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO FEEDSTAND-SCHREIBEN-ENDE
           END-IF

           MOVE 0 TO ABO-POSITION
           PERFORM UNTIL ABO-POSITION >= ABO-ANZAHL
             ADD 1 TO ABO-POSITION
             MOVE SPACES TO feedstandsatz
             MOVE ABO-NAME (ABO-POSITION)          TO fs-name
             MOVE ABO-QUITTIERT-NR (ABO-POSITION)  TO fs-quittiert-nr
             MOVE ABO-QUITTIERT-BIS (ABO-POSITION) TO fs-quittiert-bis
             MOVE ABO-OFFEN-NR (ABO-POSITION)      TO fs-offen-nr
             MOVE ABO-OFFEN-BIS (ABO-POSITION)     TO fs-offen-bis
             WRITE feedstandsatz
             IF FEEDSTANDSTATUS NOT = 00
               DISPLAY " ERROR   Fehler beim Schreiben der"
                       " FeedStand.txt." FEEDSTANDSTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
             END-IF
           END-PERFORM

           CLOSE feedstanddatei

           .
       FEEDSTAND-SCHREIBEN-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    Abschlussmeldungen.                                         *
      *                                                                *
      ******************************************************************

       NACHLAUF SECTION.
       NACHLAUF-ANFANG.

           IF LAUFSPERRE-BELEGT
             DISPLAY " ERROR   Verteilung nicht gestartet,"
                     " Laufsperre belegt."
           ELSE
             DISPLAY " Quittierte Lieferungen: " QUITTIERT-ANZAHL
             DISPLAY " Geschriebene Lieferungen: " LIEFERUNGEN-ANZAHL
             DISPLAY " davon Wiederholungen:   " WIEDERHOLT-ANZAHL
             DISPLAY " Gelieferte Aenderungen: " GESCHRIEBEN-GESAMT
             IF VERARBEITUNG-OK
               DISPLAY " SUCCESS Verteilung abgeschlossen."
             ELSE
               DISPLAY " ERROR   Verteilung abgebrochen."
             END-IF
           END-IF

           DISPLAY "KundenVerteilung wird beendet."

           .
       NACHLAUF-ENDE.
           EXIT.
