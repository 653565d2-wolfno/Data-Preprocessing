       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CobolPlzAbgleich.
      *****************************************************************
      **
      **  Pflege der PLZ-Ort-Referenztabelle: vergleicht einen neuen
      **  Stand der Postleitzahlen (PLZOrtNeu.txt) mit der aktuellen
      **  PLZOrt.txt und listet im Abgleichbericht die neuen, die
      **  entfallenen und die geaenderten PLZ/Ort-Paare. Danach
      **  werden MergeOut.txt und FutureOut.txt nach Kunden durch-
      **  sucht, deren PLZ/Wohnort unter dem neuen Stand nicht mehr
      **  bestaetigt wuerde (Wohnort passt nicht mehr zur PLZ oder
      **  PLZ entfallen). Mit PLZABGLEICHMODUS=UEBERNAHME wird der
      **  neue Stand zusaetzlich eingespielt: der bisherige Stand
      **  wird als PLZOrtVorher.txt aufbewahrt und der Stichtag
      **  PLZGUELTIGAB in PLZOrtStand.txt vermerkt. PLZORT-LADEN in
      **  CobolMerge, CobolReentry und CobolPflege laedt bis zum Tag
      **  vor dem Stichtag den Vorgaengerstand und ab dem Stichtag
      **  den neuen, so dass die Umstellung zum geplanten Datum
      **  wirksam wird und nicht am Tag des Einspielens.
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
      * Aktueller Stand der Referenztabelle, wie ihn CobolMerge,
      * CobolReentry und CobolPflege lesen; bei der Uebernahme wird
      * er durch den neuen Stand ersetzt.
           SELECT plzortdatei ASSIGN TO
           PLZORTDD
           FILE STATUS IS PLZORTSTATUS.
      * Neu gelieferter Stand im selben Satzaufbau.
           SELECT plzneudatei ASSIGN TO
           PLZNEUDD
           FILE STATUS IS PLZNEUSTATUS.
      * Vorgaengerstand und Stichtag der Umstellung; beide werden
      * nur bei der Uebernahme geschrieben.
           SELECT plzortvorher ASSIGN TO
           PLZVORHERDD
           FILE STATUS IS PLZVORHERSTATUS.
           SELECT plzstanddatei ASSIGN TO
           PLZSTANDDD
           FILE STATUS IS PLZSTANDSTATUS.
           SELECT mergeout ASSIGN TO
           MERGEOUTDD
           FILE STATUS IS MERGEOUTSTATUS.
           SELECT futureout ASSIGN TO
           FUTUREOUTDD
           FILE STATUS IS FUTUREOUTSTATUS.
      * Abgleichbericht: Tabellenaenderungen, betroffene Kunden und
      * Zusammenfassung.
           SELECT berichtdatei ASSIGN TO
           PLZBERICHTDD
           FILE STATUS IS BERICHTSTATUS.
      * Zentrales Laufprotokoll der Verarbeitungskette (siehe
      * CobolMerge): ein standardisierter Satz je Lauf.
           SELECT laufprotokoll ASSIGN TO
           LAUFPROTDD
           FILE STATUS IS LAUFPROTSTATUS.
      * Sortierdatei: beide Staende werden nach PLZ und Ort
      * sortiert in den Arbeitsspeicher geladen, damit sie
      * paarweise gemischt und je Kunde binaer durchsucht werden
      * koennen.
           SELECT sortdatei ASSIGN TO
           "PlzAbgleichSort.tmp".

       DATA DIVISION.
       FILE SECTION.

       FD  plzortdatei.
      * Referenztabelle fuer den Abgleich Postleitzahl/Wohnort;
      * gleicher Aufbau wie plzort-satz in CobolMerge.
       01  plzort-satz.
           05 plzort-plz            PIC 9(05).
           05 FILLER                PIC X(01).
           05 plzort-ort            PIC X(30).
       FD  plzneudatei.
       01  plzneu-satz.
           05 plzneu-plz            PIC 9(05).
           05 FILLER                PIC X(01).
           05 plzneu-ort            PIC X(30).
       FD  plzortvorher.
       01  plzvorher-satz.
           05 pv-plz                PIC 9(05).
           05 FILLER                PIC X(01).
           05 pv-ort                PIC X(30).
       FD  plzstanddatei.
      * Ein Satz: ab ps-gueltig-ab gilt PLZOrt.txt, davor
      * PLZOrtVorher.txt; ps-uebernommen ist der Zeitpunkt der
      * Uebernahme.
       01  plzstand-satz.
           05 ps-gueltig-ab         PIC 9(08).
           05 FILLER                PIC X(01).
           05 ps-uebernommen        PIC 9(14).
       FD  mergeout.
       01  mergeoutzeile            PIC X(108).
       FD  futureout.
       01  futureoutzeile           PIC X(108).
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
       SD  sortdatei.
       01  sortsatz.
           05 sort-plz              PIC 9(05).
           05 FILLER                PIC X(01).
           05 sort-ort              PIC X(30).

       WORKING-STORAGE SECTION.

       01  PLZORTSTATUS            PIC X(02).
       01  PLZNEUSTATUS            PIC X(02).
       01  PLZVORHERSTATUS         PIC X(02).
       01  PLZSTANDSTATUS          PIC X(02).
       01  MERGEOUTSTATUS          PIC X(02).
       01  FUTUREOUTSTATUS         PIC X(02).
       01  BERICHTSTATUS           PIC X(02).
       01  LAUFPROTSTATUS          PIC X(02).

      * Standarddateinamen, die PARAMETER-EINLESEN als DD-Zuweisung
      * hinterlegt, solange die aufrufende JCL/das Start-Skript die
      * DD-Namen nicht selbst setzt.
       01  DD-STANDARD-PLZORT      PIC X(30)     VALUE "PLZOrt.txt".
       01  DD-STANDARD-PLZNEU      PIC X(30)     VALUE "PLZOrtNeu.txt".
       01  DD-STANDARD-PLZVORHER   PIC X(30)
                                   VALUE "PLZOrtVorher.txt".
       01  DD-STANDARD-PLZSTAND    PIC X(30)
                                   VALUE "PLZOrtStand.txt".
       01  DD-STANDARD-MERGEOUT    PIC X(30)     VALUE "MergeOut.txt".
       01  DD-STANDARD-FUTUREOUT   PIC X(30)     VALUE "FutureOut.txt".
       01  DD-STANDARD-BERICHT     PIC X(30)
                                   VALUE "PlzAbgleichBericht.txt".
       01  DD-STANDARD-LAUFPROT    PIC X(30)
                                   VALUE "Laufprotokoll.txt".
       01  DATEINAME-HILFSFELD     PIC X(30).

      * Betriebsart: ANALYSE (Vorgabe) erstellt nur den Bericht,
      * UEBERNAHME spielt den neuen Stand zusaetzlich ein.
       01  ABGLEICH-MODUS          PIC X(10)     VALUE SPACES.
           88 MODUS-ANALYSE                      VALUE "ANALYSE".
           88 MODUS-UEBERNAHME                   VALUE "UEBERNAHME".
      * Stichtag, ab dem der neue Stand gilt (JJJJMMTT); ohne
      * Angabe der Tag des Laufs.
       01  GUELTIG-AB-PARAMETER    PIC X(08)     VALUE SPACES.
       01  GUELTIG-AB              PIC 9(08)     VALUE 0.
       01  GUELTIG-AB-TEILE REDEFINES GUELTIG-AB.
           05 GUELTIG-AB-JAHR      PIC 9(04).
           05 GUELTIG-AB-MONAT     PIC 9(02).
           05 GUELTIG-AB-TAG       PIC 9(02).
      * Stichtag eines bereits eingespielten Stands laut
      * PLZOrtStand.txt (0 = keiner vermerkt).
       01  STAND-GUELTIG-AB        PIC 9(08)     VALUE 0.

      * Die beiden Staende der Referenztabelle, nach PLZ/Ort
      * aufsteigend und ohne doppelte Paare, dazu je die Liste der
      * vorkommenden Postleitzahlen. 9000 Eintraege wie PLZ-ORT-
      * TABELLE in CobolMerge.
       01  ALT-TABELLE.
           05 ALT-EINTRAG OCCURS 1 TO 9000 TIMES
                           DEPENDING ON ALT-ANZAHL
                           ASCENDING KEY IS ALT-SCHLUESSEL
                           INDEXED BY ALT-IDX.
              10 ALT-SCHLUESSEL.
                 15 ALT-PLZ          PIC 9(05).
                 15 ALT-ORT          PIC X(30).
       01  ALT-ANZAHL              PIC 9(05)     VALUE 0.
       01  ALT-PLZ-TABELLE.
           05 ALT-PLZ-EINTRAG OCCURS 1 TO 9000 TIMES
                           DEPENDING ON ALT-PLZ-ANZAHL
                           ASCENDING KEY IS ALT-PLZ-WERT
                           INDEXED BY ALT-PLZ-IDX.
              10 ALT-PLZ-WERT        PIC 9(05).
       01  ALT-PLZ-ANZAHL          PIC 9(05)     VALUE 0.
       01  NEU-TABELLE.
           05 NEU-EINTRAG OCCURS 1 TO 9000 TIMES
                           DEPENDING ON NEU-ANZAHL
                           ASCENDING KEY IS NEU-SCHLUESSEL
                           INDEXED BY NEU-IDX.
              10 NEU-SCHLUESSEL.
                 15 NEU-PLZ          PIC 9(05).
                 15 NEU-ORT          PIC X(30).
       01  NEU-ANZAHL              PIC 9(05)     VALUE 0.
       01  NEU-PLZ-TABELLE.
           05 NEU-PLZ-EINTRAG OCCURS 1 TO 9000 TIMES
                           DEPENDING ON NEU-PLZ-ANZAHL
                           ASCENDING KEY IS NEU-PLZ-WERT
                           INDEXED BY NEU-PLZ-IDX.
              10 NEU-PLZ-WERT        PIC 9(05).
       01  NEU-PLZ-ANZAHL          PIC 9(05)     VALUE 0.

      * Gelesene Zeilen je Stand; mehr als 9000 verschiedene Paare
      * passen nicht in die Tabelle (siehe TABELLE-UEBERLAUF).
       01  ALT-GELESEN             PIC 9(08)     VALUE 0.
       01  NEU-GELESEN             PIC 9(08)     VALUE 0.
       01  TABELLE-UEBERLAUF       PIC X(01)     VALUE 'N'.
           88 TABELLE-VOLL                       VALUE 'J'.
           88 TABELLE-NICHT-VOLL                 VALUE 'N'.

      * Welcher Stand gerade in der Ausgabeprozedur der Sortierung
      * geladen wird.
       01  LADE-STAND              PIC X(01)     VALUE 'A'.
           88 LADE-ALT                           VALUE 'A'.
           88 LADE-NEU                           VALUE 'N'.
       01  EOFSORT                 PIC X(01)     VALUE 'N'.
           88 EOFSORT-YES                        VALUE 'Y'.
           88 EOFSORT-NO                         VALUE 'N'.
       01  VORIGER-SCHLUESSEL      PIC X(35).

      * Positionen fuer das paarweise Mischen der beiden Staende.
       01  ALT-POSITION            PIC 9(05)     VALUE 0.
       01  NEU-POSITION            PIC 9(05)     VALUE 0.

      * Zu pruefendes PLZ/Ort-Paar und die Ergebnisse der Suche:
      * O = Paar bestaetigt, F = PLZ bekannt, Ort passt nicht,
      * U = PLZ im Stand nicht enthalten (wie in PLZ-ORT-CHECK
      * nicht geprueft).
       01  PRUEF-SCHLUESSEL.
           05 PRUEF-PLZ            PIC 9(05).
           05 PRUEF-ORT            PIC X(30).
       01  ERGEBNIS-ALT            PIC X(01).
           88 ALT-BESTAETIGT                     VALUE 'O'.
           88 ALT-ABWEICHEND                     VALUE 'F'.
           88 ALT-UNGEPRUEFT                     VALUE 'U'.
       01  ERGEBNIS-NEU            PIC X(01).
           88 NEU-BESTAETIGT                     VALUE 'O'.
           88 NEU-ABWEICHEND                     VALUE 'F'.
           88 NEU-UNGEPRUEFT                     VALUE 'U'.
       01  PLZ-SUCHE               PIC X(01).
           88 PLZ-GEFUNDEN                       VALUE 'J'.
           88 PLZ-NICHT-GEFUNDEN                 VALUE 'N'.

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
       01  KUNDEN-QUELLE           PIC X(10).

      * Zaehler der Tabellenaenderungen und der betroffenen Kunden.
       01  PAARE-NEU-ANZAHL        PIC 9(08)     VALUE 0.
       01  PAARE-ENTFALLEN-ANZAHL  PIC 9(08)     VALUE 0.
       01  PAARE-GEAENDERT-ANZAHL  PIC 9(08)     VALUE 0.
       01  PAARE-GLEICH-ANZAHL     PIC 9(08)     VALUE 0.
       01  MERGEOUT-ANZAHL         PIC 9(08)     VALUE 0.
       01  FUTUREOUT-ANZAHL        PIC 9(08)     VALUE 0.
       01  ORT-WEICHT-AB-ANZAHL    PIC 9(08)     VALUE 0.
       01  PLZ-ENTFALLEN-ANZAHL    PIC 9(08)     VALUE 0.
       01  BETROFFEN-ANZAHL        PIC 9(08)     VALUE 0.

      * Uebergabefelder an AENDERUNG-MELDEN und KUNDE-MELDEN.
       01  AENDERUNG-ART           PIC X(10).
       01  AENDERUNG-PLZ           PIC 9(05).
       01  AENDERUNG-ORT           PIC X(30).
       01  AENDERUNG-HINWEIS       PIC X(20).
       01  KUNDE-GRUND             PIC X(20).

      * Anzeigefelder des Berichts.
       01  ANZEIGE-ZAHL            PIC ZZZZZZZ9.

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

      * Fehlt der aktuelle Stand ganz, wird der neue als erster
      * Stand behandelt: jedes Paar ist neu.
       01  PLZORT-VORHANDEN        PIC X(01)     VALUE 'J'.
           88 PLZORT-DA                          VALUE 'J'.
           88 PLZORT-FEHLT                       VALUE 'N'.

      * Zeigt an, ob der Abgleichbericht geoeffnet wurde und ob der
      * neue Stand eingespielt wurde.
       01  BERICHT-STATUS          PIC X(01)     VALUE 'N'.
           88 BERICHT-OFFEN                      VALUE 'J'.
           88 BERICHT-GESCHLOSSEN                VALUE 'N'.
       01  UEBERNAHME-STATUS       PIC X(01)     VALUE 'N'.
           88 UEBERNAHME-ERFOLGT                 VALUE 'J'.
           88 UEBERNAHME-NICHT-ERFOLGT           VALUE 'N'.


       PROCEDURE DIVISION.

       STEUERUNG SECTION.
       STEUERUNG-ANFANG.

           PERFORM VORLAUF

           IF VERARBEITUNG-OK
             PERFORM VERARBEITUNG
           END-IF

           PERFORM NACHLAUF

      * Gestufter Return-Code fuer den Scheduler: 0 = kein Kunde
      * betroffen, 4 = Kunden betroffen (siehe Abgleichbericht),
      * 8 = Abbruch oder Uebernahme abgewiesen.
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
             WHEN BETROFFEN-ANZAHL > 0
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
      * sind die gelesenen Kundensaetze, Ausgabe die Paare des
      * neuen Stands, Reject die betroffenen Kunden.
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
           MOVE "CobolPlzAbgleich" TO lp-programm
           MOVE LAUFPROT-START     TO lp-start
           MOVE LAUFPROT-ENDE      TO lp-ende
           COMPUTE lp-eingabe = MERGEOUT-ANZAHL + FUTUREOUT-ANZAHL
           MOVE NEU-ANZAHL         TO lp-ausgabe
           MOVE BETROFFEN-ANZAHL   TO lp-reject
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
      *    das Oeffnen des Berichts.                                   *
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
           DISPLAY "KundenPlzAbgleich wird gestartet."

      * Dateinamen ggf. ueber Umgebungsvariablen parametrisieren.
           PERFORM PARAMETER-EINLESEN
           IF VERARBEITUNG-NICHT-OK
             GO TO VORLAUF-ENDE
           END-IF

      * Vermerkten Stichtag eines frueher eingespielten Stands
      * lesen; er wird im Bericht genannt und sperrt eine weitere
      * Uebernahme, solange er noch nicht erreicht ist.
           PERFORM STAND-LESEN
           IF VERARBEITUNG-NICHT-OK
             GO TO VORLAUF-ENDE
           END-IF

           OPEN OUTPUT berichtdatei
           IF BERICHTSTATUS NOT = 00
             DISPLAY " ERROR   Abgleichbericht konnte nicht"
                     " geoeffnet werden." BERICHTSTATUS
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
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "PLZORTDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "PLZORTDD"           UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-PLZORT   UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "PLZNEUDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "PLZNEUDD"           UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-PLZNEU   UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "PLZVORHERDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "PLZVORHERDD"        UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-PLZVORHER
                                          UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "PLZSTANDDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "PLZSTANDDD"         UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-PLZSTAND UPON ENVIRONMENT-VALUE
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
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "PLZBERICHTDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "PLZBERICHTDD"       UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-BERICHT  UPON ENVIRONMENT-VALUE
           END-IF

           MOVE SPACES TO DATEINAME-HILFSFELD
           ACCEPT DATEINAME-HILFSFELD FROM ENVIRONMENT "LAUFPROTDD"
           IF DATEINAME-HILFSFELD = SPACES
             DISPLAY "LAUFPROTDD"         UPON ENVIRONMENT-NAME
             DISPLAY DD-STANDARD-LAUFPROT UPON ENVIRONMENT-VALUE
           END-IF

      * PLZABGLEICHMODUS und PLZGUELTIGAB sind keine DD-Namen,
      * sondern Laufparameter.
           ACCEPT ABGLEICH-MODUS FROM ENVIRONMENT "PLZABGLEICHMODUS"
           IF ABGLEICH-MODUS = SPACES
             SET MODUS-ANALYSE TO TRUE
           END-IF
           IF NOT MODUS-ANALYSE AND NOT MODUS-UEBERNAHME
             DISPLAY " ERROR   PLZABGLEICHMODUS " ABGLEICH-MODUS
                     " ist ungueltig (ANALYSE oder UEBERNAHME)."
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO PARAMETER-EINLESEN-ENDE
           END-IF

           ACCEPT GUELTIG-AB-PARAMETER FROM ENVIRONMENT "PLZGUELTIGAB"
           IF GUELTIG-AB-PARAMETER = SPACES
             MOVE SYSTEMDATUM-VOLL TO GUELTIG-AB
           ELSE
             IF GUELTIG-AB-PARAMETER IS NOT NUMERIC
               DISPLAY " ERROR   PLZGUELTIGAB " GUELTIG-AB-PARAMETER
                       " ist kein Datum (JJJJMMTT)."
               SET VERARBEITUNG-NICHT-OK TO TRUE
               GO TO PARAMETER-EINLESEN-ENDE
             END-IF
             MOVE GUELTIG-AB-PARAMETER TO GUELTIG-AB
             IF GUELTIG-AB-MONAT < 1 OR GUELTIG-AB-MONAT > 12
               OR GUELTIG-AB-TAG < 1 OR GUELTIG-AB-TAG > 31
               DISPLAY " ERROR   PLZGUELTIGAB " GUELTIG-AB-PARAMETER
                       " ist kein Datum (JJJJMMTT)."
               SET VERARBEITUNG-NICHT-OK TO TRUE
               GO TO PARAMETER-EINLESEN-ENDE
             END-IF
           END-IF

           DISPLAY " Betriebsart: " ABGLEICH-MODUS
                   " gueltig ab: " GUELTIG-AB

           .
       PARAMETER-EINLESEN-ENDE.
           EXIT.

       STAND-LESEN SECTION.
       STAND-LESEN-ANFANG.
      * Liest den Stichtag des zuletzt eingespielten Stands. Eine
      * fehlende Datei bedeutet, dass noch nie ein Stand ueber
      * diesen Lauf eingespielt wurde.
           MOVE 0 TO STAND-GUELTIG-AB

           OPEN INPUT plzstanddatei
           IF PLZSTANDSTATUS = 35
             GO TO STAND-LESEN-ENDE
           END-IF
           IF PLZSTANDSTATUS NOT = 00
             DISPLAY " ERROR   PLZOrtStand konnte nicht gelesen"
                     " werden." PLZSTANDSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO STAND-LESEN-ENDE
           END-IF

           READ plzstanddatei
           IF PLZSTANDSTATUS = 00
             AND ps-gueltig-ab IS NUMERIC
             MOVE ps-gueltig-ab TO STAND-GUELTIG-AB
           END-IF
           CLOSE plzstanddatei

           .
       STAND-LESEN-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    Hier werden beide Staende geladen und verglichen, die       *
      *    Kundenbestaende geprueft und auf Anforderung der neue       *
      *    Stand eingespielt.                                          *
      *                                                                *
      ******************************************************************

       VERARBEITUNG SECTION.
       VERARBEITUNG-ANFANG.

           PERFORM STAENDE-LADEN
           IF VERARBEITUNG-NICHT-OK
             GO TO VERARBEITUNG-ENDE
           END-IF

           PERFORM STAENDE-VERGLEICHEN

           PERFORM BESTAENDE-PRUEFEN
           IF VERARBEITUNG-NICHT-OK
             GO TO VERARBEITUNG-ENDE
           END-IF

           IF MODUS-UEBERNAHME
             PERFORM STAND-UEBERNEHMEN
           END-IF

           .
       VERARBEITUNG-ENDE.
           EXIT.

       STAENDE-LADEN SECTION.
       STAENDE-LADEN-ANFANG.
      * Beide Staende werden ueber die Sortierung nach PLZ/Ort
      * geordnet in die Tabellen geladen. Ob die Dateien vorhanden
      * sind, wird vorher geprueft, weil SORT ... USING eine
      * fehlende Datei nicht meldet.
           OPEN INPUT plzneudatei
           IF PLZNEUSTATUS NOT = 00
             DISPLAY " ERROR   Neuer PLZ-Ort-Stand konnte nicht"
                     " gelesen werden." PLZNEUSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO STAENDE-LADEN-ENDE
           END-IF
           CLOSE plzneudatei

           OPEN INPUT plzortdatei
           IF PLZORTSTATUS = 35
             DISPLAY " WARNUNG Kein aktueller PLZ-Ort-Stand"
                     " vorhanden, der neue Stand gilt als erster."
             SET PLZORT-FEHLT TO TRUE
           ELSE
             IF PLZORTSTATUS NOT = 00
               DISPLAY " ERROR   Aktueller PLZ-Ort-Stand konnte"
                       " nicht gelesen werden." PLZORTSTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
               GO TO STAENDE-LADEN-ENDE
             END-IF
             CLOSE plzortdatei
           END-IF

           SET TABELLE-NICHT-VOLL TO TRUE

           IF PLZORT-DA
             SET LADE-ALT TO TRUE
             SORT sortdatei
                  ON ASCENDING KEY sort-plz
                                   sort-ort
                  USING plzortdatei
                  OUTPUT PROCEDURE IS TABELLE-FUELLEN
           END-IF

           SET LADE-NEU TO TRUE
           SORT sortdatei
                ON ASCENDING KEY sort-plz
                                 sort-ort
                USING plzneudatei
                OUTPUT PROCEDURE IS TABELLE-FUELLEN

           DISPLAY " Aktueller Stand: " ALT-GELESEN " Zeilen, "
                   ALT-ANZAHL " Paare, " ALT-PLZ-ANZAHL " PLZ."
           DISPLAY " Neuer Stand:     " NEU-GELESEN " Zeilen, "
                   NEU-ANZAHL " Paare, " NEU-PLZ-ANZAHL " PLZ."

      * Ein abgeschnittener Stand wuerde als lauter entfallene bzw.
      * neue Paare erscheinen; der Abgleich waere wertlos.
           IF TABELLE-VOLL
             DISPLAY " ERROR   Ein Stand enthaelt mehr als 9000"
                     " PLZ/Ort-Paare, Abgleich abgebrochen."
             SET VERARBEITUNG-NICHT-OK TO TRUE
           END-IF

           .
       STAENDE-LADEN-ENDE.
           EXIT.

       TABELLE-FUELLEN SECTION.
       TABELLE-FUELLEN-ANFANG.
      * Ausgabeprozedur der Sortierung: uebernimmt die sortierten
      * Paare ohne Doppelte in ALT- bzw. NEU-TABELLE und sammelt
      * dabei die vorkommenden Postleitzahlen. Alle Saetze werden
      * abgeholt, auch wenn die Tabelle voll ist, damit die
      * Sortierung sauber endet.
           MOVE LOW-VALUES TO VORIGER-SCHLUESSEL
           SET EOFSORT-NO TO TRUE
           PERFORM UNTIL EOFSORT-YES
             RETURN sortdatei
               AT END
                 SET EOFSORT-YES TO TRUE
               NOT AT END
                 IF LADE-ALT
                   ADD 1 TO ALT-GELESEN
                 ELSE
                   ADD 1 TO NEU-GELESEN
                 END-IF
                 MOVE sort-plz TO PRUEF-PLZ
                 MOVE sort-ort TO PRUEF-ORT
                 IF PRUEF-SCHLUESSEL NOT = VORIGER-SCHLUESSEL
                   PERFORM TABELLE-EINTRAGEN
                 END-IF
                 MOVE PRUEF-SCHLUESSEL TO VORIGER-SCHLUESSEL
             END-RETURN
           END-PERFORM

           .
       TABELLE-FUELLEN-ENDE.
           EXIT.

       TABELLE-EINTRAGEN SECTION.
       TABELLE-EINTRAGEN-ANFANG.
      * Traegt das Paar aus PRUEF-SCHLUESSEL in den gerade
      * geladenen Stand ein; eine PLZ kommt in die PLZ-Liste,
      * wenn sie sich vom vorigen Paar unterscheidet.
           IF LADE-ALT
             IF ALT-ANZAHL >= 9000
               SET TABELLE-VOLL TO TRUE
               GO TO TABELLE-EINTRAGEN-ENDE
             END-IF
             IF ALT-ANZAHL = 0
               OR PRUEF-PLZ NOT = ALT-PLZ (ALT-ANZAHL)
               ADD 1 TO ALT-PLZ-ANZAHL
               MOVE PRUEF-PLZ TO ALT-PLZ-WERT (ALT-PLZ-ANZAHL)
             END-IF
             ADD 1 TO ALT-ANZAHL
             MOVE PRUEF-SCHLUESSEL TO ALT-SCHLUESSEL (ALT-ANZAHL)
           ELSE
             IF NEU-ANZAHL >= 9000
               SET TABELLE-VOLL TO TRUE
               GO TO TABELLE-EINTRAGEN-ENDE
             END-IF
             IF NEU-ANZAHL = 0
               OR PRUEF-PLZ NOT = NEU-PLZ (NEU-ANZAHL)
               ADD 1 TO NEU-PLZ-ANZAHL
               MOVE PRUEF-PLZ TO NEU-PLZ-WERT (NEU-PLZ-ANZAHL)
             END-IF
             ADD 1 TO NEU-ANZAHL
             MOVE PRUEF-SCHLUESSEL TO NEU-SCHLUESSEL (NEU-ANZAHL)
           END-IF

           .
       TABELLE-EINTRAGEN-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    Vergleich der beiden Staende: beide Tabellen sind nach      *
      *    PLZ/Ort sortiert und werden paarweise gemischt.             *
      *                                                                *
      ******************************************************************

       STAENDE-VERGLEICHEN SECTION.
       STAENDE-VERGLEICHEN-ANFANG.
      * Ein Paar nur im neuen Stand ist "Neu", wenn seine PLZ im
      * aktuellen Stand fehlt, sonst "Geaendert" (neuer Ort zur
      * PLZ). Ein Paar nur im aktuellen Stand ist "Entfallen",
      * wenn die PLZ im neuen Stand fehlt, sonst "Geaendert"
      * (Ort zur PLZ entfaellt).
           MOVE SPACES TO berichtzeile
           PERFORM BERICHTWRITE
           MOVE "Aenderungen der PLZ-Ort-Tabelle:" TO berichtzeile
           PERFORM BERICHTWRITE
           MOVE SPACES TO berichtzeile
           MOVE "Art"         TO berichtzeile (3:10)
           MOVE "PLZ"         TO berichtzeile (14:5)
           MOVE "Ort"         TO berichtzeile (21:30)
           MOVE "Hinweis"     TO berichtzeile (53:20)
           PERFORM BERICHTWRITE

           MOVE 1 TO ALT-POSITION
           MOVE 1 TO NEU-POSITION
           PERFORM UNTIL ALT-POSITION > ALT-ANZAHL
                     AND NEU-POSITION > NEU-ANZAHL
             EVALUATE TRUE
               WHEN NEU-POSITION > NEU-ANZAHL
                 PERFORM PAAR-ALT-MELDEN
               WHEN ALT-POSITION > ALT-ANZAHL
                 PERFORM PAAR-NEU-MELDEN
               WHEN ALT-SCHLUESSEL (ALT-POSITION)
                    < NEU-SCHLUESSEL (NEU-POSITION)
                 PERFORM PAAR-ALT-MELDEN
               WHEN ALT-SCHLUESSEL (ALT-POSITION)
                    > NEU-SCHLUESSEL (NEU-POSITION)
                 PERFORM PAAR-NEU-MELDEN
               WHEN OTHER
                 ADD 1 TO PAARE-GLEICH-ANZAHL
                 ADD 1 TO ALT-POSITION
                 ADD 1 TO NEU-POSITION
             END-EVALUATE
           END-PERFORM

           IF PAARE-NEU-ANZAHL = 0
             AND PAARE-ENTFALLEN-ANZAHL = 0
             AND PAARE-GEAENDERT-ANZAHL = 0
             MOVE SPACES TO berichtzeile
             MOVE "  Keine Aenderungen." TO berichtzeile
             PERFORM BERICHTWRITE
           END-IF

           .
       STAENDE-VERGLEICHEN-ENDE.
           EXIT.

       PAAR-ALT-MELDEN SECTION.
       PAAR-ALT-MELDEN-ANFANG.
      * Paar nur im aktuellen Stand.
           MOVE ALT-PLZ (ALT-POSITION) TO AENDERUNG-PLZ
           MOVE ALT-ORT (ALT-POSITION) TO AENDERUNG-ORT

           MOVE AENDERUNG-PLZ TO PRUEF-PLZ
           PERFORM NEU-PLZ-SUCHEN
           IF PLZ-GEFUNDEN
             MOVE "Geaendert"     TO AENDERUNG-ART
             MOVE "Ort entfaellt" TO AENDERUNG-HINWEIS
             ADD 1 TO PAARE-GEAENDERT-ANZAHL
           ELSE
             MOVE "Entfallen"     TO AENDERUNG-ART
             MOVE "PLZ entfaellt" TO AENDERUNG-HINWEIS
             ADD 1 TO PAARE-ENTFALLEN-ANZAHL
           END-IF
           PERFORM AENDERUNG-MELDEN

           ADD 1 TO ALT-POSITION

           .
       PAAR-ALT-MELDEN-ENDE.
           EXIT.

       PAAR-NEU-MELDEN SECTION.
       PAAR-NEU-MELDEN-ANFANG.
      * Paar nur im neuen Stand.
           MOVE NEU-PLZ (NEU-POSITION) TO AENDERUNG-PLZ
           MOVE NEU-ORT (NEU-POSITION) TO AENDERUNG-ORT

           MOVE AENDERUNG-PLZ TO PRUEF-PLZ
           PERFORM ALT-PLZ-SUCHEN
           IF PLZ-GEFUNDEN
             MOVE "Geaendert"     TO AENDERUNG-ART
             MOVE "Ort neu"       TO AENDERUNG-HINWEIS
             ADD 1 TO PAARE-GEAENDERT-ANZAHL
           ELSE
             MOVE "Neu"           TO AENDERUNG-ART
             MOVE "PLZ neu"       TO AENDERUNG-HINWEIS
             ADD 1 TO PAARE-NEU-ANZAHL
           END-IF
           PERFORM AENDERUNG-MELDEN

           ADD 1 TO NEU-POSITION

           .
       PAAR-NEU-MELDEN-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    Pruefung der Kundenbestaende: jeder Satz aus MergeOut       *
      *    und FutureOut wird gegen beide Staende geprueft.            *
      *                                                                *
      ******************************************************************

       BESTAENDE-PRUEFEN SECTION.
       BESTAENDE-PRUEFEN-ANFANG.

           MOVE SPACES TO berichtzeile
           PERFORM BERICHTWRITE
           MOVE "Betroffene Kunden (Pruefung wie PLZ-ORT-CHECK):"
                TO berichtzeile
           PERFORM BERICHTWRITE
           MOVE SPACES TO berichtzeile
           MOVE "Datei"       TO berichtzeile (3:10)
           MOVE "Kunden-ID"   TO berichtzeile (14:10)
           MOVE "PLZ"         TO berichtzeile (26:5)
           MOVE "Wohnort"     TO berichtzeile (33:30)
           MOVE "Grund"       TO berichtzeile (65:20)
           PERFORM BERICHTWRITE

           OPEN INPUT mergeout
           IF MERGEOUTSTATUS = 35
             DISPLAY " WARNUNG Keine MergeOut.txt vorhanden."
           ELSE
             IF MERGEOUTSTATUS NOT = 00
               DISPLAY " ERROR   MergeOut.txt konnte nicht gelesen"
                       " werden." MERGEOUTSTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
               GO TO BESTAENDE-PRUEFEN-ENDE
             END-IF
             MOVE "MergeOut" TO KUNDEN-QUELLE
             PERFORM UNTIL MERGEOUTSTATUS NOT = 00
               READ mergeout
               IF MERGEOUTSTATUS = 00
                 ADD 1 TO MERGEOUT-ANZAHL
                 MOVE mergeoutzeile TO KUNDEN-SATZ
                 PERFORM KUNDE-PRUEFEN
               END-IF
             END-PERFORM
             IF MERGEOUTSTATUS NOT = 10
               DISPLAY " ERROR   Fehler beim Lesen der MergeOut.txt."
                       MERGEOUTSTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
             END-IF
             CLOSE mergeout
           END-IF
           IF VERARBEITUNG-NICHT-OK
             GO TO BESTAENDE-PRUEFEN-ENDE
           END-IF

           OPEN INPUT futureout
           IF FUTUREOUTSTATUS = 35
             DISPLAY " Keine FutureOut.txt vorhanden."
           ELSE
             IF FUTUREOUTSTATUS NOT = 00
               DISPLAY " ERROR   FutureOut.txt konnte nicht gelesen"
                       " werden." FUTUREOUTSTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
               GO TO BESTAENDE-PRUEFEN-ENDE
             END-IF
             MOVE "FutureOut" TO KUNDEN-QUELLE
             PERFORM UNTIL FUTUREOUTSTATUS NOT = 00
               READ futureout
               IF FUTUREOUTSTATUS = 00
                 ADD 1 TO FUTUREOUT-ANZAHL
                 MOVE futureoutzeile TO KUNDEN-SATZ
                 PERFORM KUNDE-PRUEFEN
               END-IF
             END-PERFORM
             IF FUTUREOUTSTATUS NOT = 10
               DISPLAY " ERROR   Fehler beim Lesen der FutureOut.txt."
                       FUTUREOUTSTATUS
               SET VERARBEITUNG-NICHT-OK TO TRUE
             END-IF
             CLOSE futureout
           END-IF

           IF BETROFFEN-ANZAHL = 0
             MOVE SPACES TO berichtzeile
             MOVE "  Keine Kunden betroffen." TO berichtzeile
             PERFORM BERICHTWRITE
           END-IF

           .
       BESTAENDE-PRUEFEN-ENDE.
           EXIT.

       KUNDE-PRUEFEN SECTION.
       KUNDE-PRUEFEN-ANFANG.
      * Betroffen ist ein Kunde, dessen PLZ/Wohnort der aktuelle
      * Stand bestaetigt oder nicht prueft, der neue aber
      * ablehnt ("Ort passt nicht mehr"), oder dessen bisher
      * bestaetigte PLZ im neuen Stand fehlt ("PLZ entfallen"):
      * solche Adressen prueft PLZ-ORT-CHECK danach nicht mehr.
      * Bereits heute abweichende Adressen sind keine Folge des
      * neuen Stands und werden nicht gemeldet.
           IF KS-PLZ IS NOT NUMERIC
             GO TO KUNDE-PRUEFEN-ENDE
           END-IF

           MOVE KS-PLZ     TO PRUEF-PLZ
           MOVE KS-WOHNORT TO PRUEF-ORT

           SET ALT-UNGEPRUEFT TO TRUE
           IF ALT-ANZAHL > 0
             SEARCH ALL ALT-EINTRAG
               WHEN ALT-SCHLUESSEL (ALT-IDX) = PRUEF-SCHLUESSEL
                 SET ALT-BESTAETIGT TO TRUE
             END-SEARCH
             IF ALT-UNGEPRUEFT
               PERFORM ALT-PLZ-SUCHEN
               IF PLZ-GEFUNDEN
                 SET ALT-ABWEICHEND TO TRUE
               END-IF
             END-IF
           END-IF

           SET NEU-UNGEPRUEFT TO TRUE
           IF NEU-ANZAHL > 0
             SEARCH ALL NEU-EINTRAG
               WHEN NEU-SCHLUESSEL (NEU-IDX) = PRUEF-SCHLUESSEL
                 SET NEU-BESTAETIGT TO TRUE
             END-SEARCH
             IF NEU-UNGEPRUEFT
               PERFORM NEU-PLZ-SUCHEN
               IF PLZ-GEFUNDEN
                 SET NEU-ABWEICHEND TO TRUE
               END-IF
             END-IF
           END-IF

           EVALUATE TRUE
             WHEN NEU-ABWEICHEND AND NOT ALT-ABWEICHEND
               MOVE "Ort passt nicht mehr" TO KUNDE-GRUND
               ADD 1 TO ORT-WEICHT-AB-ANZAHL
               PERFORM KUNDE-MELDEN
             WHEN NEU-UNGEPRUEFT AND ALT-BESTAETIGT
               MOVE "PLZ entfallen"        TO KUNDE-GRUND
               ADD 1 TO PLZ-ENTFALLEN-ANZAHL
               PERFORM KUNDE-MELDEN
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           .
       KUNDE-PRUEFEN-ENDE.
           EXIT.

       ALT-PLZ-SUCHEN SECTION.
       ALT-PLZ-SUCHEN-ANFANG.
      * Sucht PRUEF-PLZ in den Postleitzahlen des aktuellen Stands.
           SET PLZ-NICHT-GEFUNDEN TO TRUE
           IF ALT-PLZ-ANZAHL > 0
             SEARCH ALL ALT-PLZ-EINTRAG
               WHEN ALT-PLZ-WERT (ALT-PLZ-IDX) = PRUEF-PLZ
                 SET PLZ-GEFUNDEN TO TRUE
             END-SEARCH
           END-IF

           .
       ALT-PLZ-SUCHEN-ENDE.
           EXIT.

       NEU-PLZ-SUCHEN SECTION.
       NEU-PLZ-SUCHEN-ANFANG.
      * Sucht PRUEF-PLZ in den Postleitzahlen des neuen Stands.
           SET PLZ-NICHT-GEFUNDEN TO TRUE
           IF NEU-PLZ-ANZAHL > 0
             SEARCH ALL NEU-PLZ-EINTRAG
               WHEN NEU-PLZ-WERT (NEU-PLZ-IDX) = PRUEF-PLZ
                 SET PLZ-GEFUNDEN TO TRUE
             END-SEARCH
           END-IF

           .
       NEU-PLZ-SUCHEN-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    Uebernahme: der bisherige Stand wird als Vorgaengerstand    *
      *    gesichert, der neue Stand wird zur PLZOrt.txt und der       *
      *    Stichtag wird vermerkt.                                     *
      *                                                                *
      ******************************************************************

       STAND-UEBERNEHMEN SECTION.
       STAND-UEBERNEHMEN-ANFANG.
      * Ist der zuletzt eingespielte Stand noch nicht wirksam,
      * steht in PLZOrt.txt ein noch nicht gueltiger Stand und in
      * PLZOrtVorher.txt der heute gueltige; eine weitere
      * Uebernahme wuerde den heute gueltigen Stand verdraengen
      * und wird abgewiesen.
           IF STAND-GUELTIG-AB > SYSTEMDATUM-VOLL
             DISPLAY " ERROR   Der zuletzt eingespielte Stand gilt"
                     " erst ab " STAND-GUELTIG-AB
                     ", keine weitere Uebernahme vor diesem Tag."
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO STAND-UEBERNEHMEN-ENDE
           END-IF

      * Reihenfolge: zuerst den Vorgaengerstand sichern, dann den
      * Stichtag vermerken, zuletzt PLZOrt.txt ersetzen. Bricht
      * der Lauf dazwischen ab, lesen die pruefenden Programme bis
      * zum Stichtag den gesicherten Vorgaengerstand.
           OPEN OUTPUT plzortvorher
           IF PLZVORHERSTATUS NOT = 00
             DISPLAY " ERROR   Vorgaengerstand konnte nicht"
                     " geschrieben werden." PLZVORHERSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO STAND-UEBERNEHMEN-ENDE
           END-IF
           MOVE 1 TO ALT-POSITION
           PERFORM UNTIL ALT-POSITION > ALT-ANZAHL
                       OR PLZVORHERSTATUS NOT = 00
             MOVE SPACES                     TO plzvorher-satz
             MOVE ALT-PLZ (ALT-POSITION)     TO pv-plz
             MOVE ALT-ORT (ALT-POSITION)     TO pv-ort
             WRITE plzvorher-satz
             ADD 1 TO ALT-POSITION
           END-PERFORM
           IF PLZVORHERSTATUS NOT = 00
             DISPLAY " ERROR   Fehler beim Schreiben des"
                     " Vorgaengerstands." PLZVORHERSTATUS
             CLOSE plzortvorher
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO STAND-UEBERNEHMEN-ENDE
           END-IF
           CLOSE plzortvorher

           OPEN OUTPUT plzstanddatei
           IF PLZSTANDSTATUS NOT = 00
             DISPLAY " ERROR   PLZOrtStand konnte nicht geschrieben"
                     " werden." PLZSTANDSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO STAND-UEBERNEHMEN-ENDE
           END-IF
           MOVE SPACES             TO plzstand-satz
           MOVE GUELTIG-AB         TO ps-gueltig-ab
           MOVE LAUFPROT-START     TO ps-uebernommen
           WRITE plzstand-satz
           IF PLZSTANDSTATUS NOT = 00
             DISPLAY " ERROR   PLZOrtStand konnte nicht geschrieben"
                     " werden." PLZSTANDSTATUS
             CLOSE plzstanddatei
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO STAND-UEBERNEHMEN-ENDE
           END-IF
           CLOSE plzstanddatei

           OPEN OUTPUT plzortdatei
           IF PLZORTSTATUS NOT = 00
             DISPLAY " ERROR   PLZOrt.txt konnte nicht geschrieben"
                     " werden." PLZORTSTATUS
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO STAND-UEBERNEHMEN-ENDE
           END-IF
           MOVE 1 TO NEU-POSITION
           PERFORM UNTIL NEU-POSITION > NEU-ANZAHL
                       OR PLZORTSTATUS NOT = 00
             MOVE SPACES                     TO plzort-satz
             MOVE NEU-PLZ (NEU-POSITION)     TO plzort-plz
             MOVE NEU-ORT (NEU-POSITION)     TO plzort-ort
             WRITE plzort-satz
             ADD 1 TO NEU-POSITION
           END-PERFORM
           IF PLZORTSTATUS NOT = 00
             DISPLAY " ERROR   Fehler beim Schreiben der PLZOrt.txt,"
                     " Vorgaengerstand liegt in PLZOrtVorher.txt."
                     PLZORTSTATUS
             CLOSE plzortdatei
             SET VERARBEITUNG-NICHT-OK TO TRUE
             GO TO STAND-UEBERNEHMEN-ENDE
           END-IF
           CLOSE plzortdatei

           SET UEBERNAHME-ERFOLGT TO TRUE
           DISPLAY " Neuer PLZ-Ort-Stand eingespielt, gueltig ab "
                   GUELTIG-AB "."

           .
       STAND-UEBERNEHMEN-ENDE.
           EXIT.

      ******************************************************************
      *                                                                *
      *    Berichtsausgabe: Aenderungszeilen, betroffene Kunden,       *
      *    Kopf und Zusammenfassung.                                   *
      *                                                                *
      ******************************************************************

       AENDERUNG-MELDEN SECTION.
       AENDERUNG-MELDEN-ANFANG.

           MOVE SPACES TO berichtzeile
           MOVE AENDERUNG-ART      TO berichtzeile (3:10)
           MOVE AENDERUNG-PLZ      TO berichtzeile (14:5)
           MOVE AENDERUNG-ORT      TO berichtzeile (21:30)
           MOVE AENDERUNG-HINWEIS  TO berichtzeile (53:20)
           PERFORM BERICHTWRITE

           .
       AENDERUNG-MELDEN-ENDE.
           EXIT.

       KUNDE-MELDEN SECTION.
       KUNDE-MELDEN-ANFANG.

           ADD 1 TO BETROFFEN-ANZAHL

           MOVE SPACES TO berichtzeile
           MOVE KUNDEN-QUELLE      TO berichtzeile (3:10)
           MOVE KS-KUNDEN-ID       TO berichtzeile (14:10)
           MOVE KS-PLZ             TO berichtzeile (26:5)
           MOVE KS-WOHNORT         TO berichtzeile (33:30)
           MOVE KUNDE-GRUND        TO berichtzeile (65:20)
           PERFORM BERICHTWRITE

           .
       KUNDE-MELDEN-ENDE.
           EXIT.

       BERICHT-KOPF-SCHREIBEN SECTION.
       BERICHT-KOPF-SCHREIBEN-ANFANG.

           MOVE SPACES TO berichtzeile
           MOVE "Abgleich neuer PLZ-Ort-Stand gegen PLZOrt.txt"
                TO berichtzeile
           PERFORM BERICHTWRITE

           MOVE SPACES TO berichtzeile
           MOVE "Stand: "            TO berichtzeile (1:7)
           MOVE SYSTEM-TAG           TO berichtzeile (8:2)
           MOVE "."                  TO berichtzeile (10:1)
           MOVE SYSTEM-MONAT         TO berichtzeile (11:2)
           MOVE "."                  TO berichtzeile (13:1)
           MOVE SYSTEM-JAHR          TO berichtzeile (14:4)
           MOVE "Betriebsart: "      TO berichtzeile (22:13)
           MOVE ABGLEICH-MODUS       TO berichtzeile (35:10)
           PERFORM BERICHTWRITE

           MOVE SPACES TO berichtzeile
           MOVE "Neuer Stand gueltig ab: " TO berichtzeile (1:24)
           MOVE GUELTIG-AB-TAG       TO berichtzeile (25:2)
           MOVE "."                  TO berichtzeile (27:1)
           MOVE GUELTIG-AB-MONAT     TO berichtzeile (28:2)
           MOVE "."                  TO berichtzeile (30:1)
           MOVE GUELTIG-AB-JAHR      TO berichtzeile (31:4)
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
           MOVE "Zusammenfassung:" TO berichtzeile
           PERFORM BERICHTWRITE

           MOVE SPACES TO berichtzeile
           MOVE "  Paare aktuell:      " TO berichtzeile (1:22)
           MOVE ALT-ANZAHL           TO ANZEIGE-ZAHL
           MOVE ANZEIGE-ZAHL         TO berichtzeile (23:8)
           MOVE "  Paare neu:          " TO berichtzeile (33:22)
           MOVE NEU-ANZAHL           TO ANZEIGE-ZAHL
           MOVE ANZEIGE-ZAHL         TO berichtzeile (55:8)
           PERFORM BERICHTWRITE
           MOVE SPACES TO berichtzeile
           MOVE "  Unveraendert:       " TO berichtzeile (1:22)
           MOVE PAARE-GLEICH-ANZAHL  TO ANZEIGE-ZAHL
           MOVE ANZEIGE-ZAHL         TO berichtzeile (23:8)
           MOVE "  Neu:                " TO berichtzeile (33:22)
           MOVE PAARE-NEU-ANZAHL     TO ANZEIGE-ZAHL
           MOVE ANZEIGE-ZAHL         TO berichtzeile (55:8)
           PERFORM BERICHTWRITE
           MOVE SPACES TO berichtzeile
           MOVE "  Entfallen:          " TO berichtzeile (1:22)
           MOVE PAARE-ENTFALLEN-ANZAHL TO ANZEIGE-ZAHL
           MOVE ANZEIGE-ZAHL         TO berichtzeile (23:8)
           MOVE "  Geaendert:          " TO berichtzeile (33:22)
           MOVE PAARE-GEAENDERT-ANZAHL TO ANZEIGE-ZAHL
           MOVE ANZEIGE-ZAHL         TO berichtzeile (55:8)
           PERFORM BERICHTWRITE

           MOVE SPACES TO berichtzeile
           MOVE "  MergeOut geprueft:  " TO berichtzeile (1:22)
           MOVE MERGEOUT-ANZAHL      TO ANZEIGE-ZAHL
           MOVE ANZEIGE-ZAHL         TO berichtzeile (23:8)
           MOVE "  FutureOut geprueft: " TO berichtzeile (33:22)
           MOVE FUTUREOUT-ANZAHL     TO ANZEIGE-ZAHL
           MOVE ANZEIGE-ZAHL         TO berichtzeile (55:8)
           PERFORM BERICHTWRITE
           MOVE SPACES TO berichtzeile
           MOVE "  Ort passt nicht:    " TO berichtzeile (1:22)
           MOVE ORT-WEICHT-AB-ANZAHL TO ANZEIGE-ZAHL
           MOVE ANZEIGE-ZAHL         TO berichtzeile (23:8)
           MOVE "  PLZ entfallen:      " TO berichtzeile (33:22)
           MOVE PLZ-ENTFALLEN-ANZAHL TO ANZEIGE-ZAHL
           MOVE ANZEIGE-ZAHL         TO berichtzeile (55:8)
           PERFORM BERICHTWRITE

           MOVE SPACES TO berichtzeile
           PERFORM BERICHTWRITE
           MOVE SPACES TO berichtzeile
           EVALUATE TRUE
             WHEN UEBERNAHME-ERFOLGT
               MOVE "Neuer Stand eingespielt; PLZOrtVorher.txt gilt"
                    TO berichtzeile (1:47)
               MOVE " bis zum Tag vor dem Stichtag."
                    TO berichtzeile (48:30)
             WHEN MODUS-UEBERNAHME
               MOVE "Neuer Stand wurde NICHT eingespielt."
                    TO berichtzeile
             WHEN OTHER
               MOVE "Nur Analyse, PLZOrt.txt unveraendert."
                    TO berichtzeile
           END-EVALUATE
           PERFORM BERICHTWRITE

           .
       BERICHT-SUMME-SCHREIBEN-ENDE.
           EXIT.

       BERICHTWRITE SECTION.
       BERICHTWRITE-ANFANG.
      * Schreibt eine vorbereitete Zeile des Abgleichberichts.
           WRITE berichtzeile
           IF BERICHTSTATUS NOT = 00
             DISPLAY " WARNUNG Fehler beim Schreiben des"
                     " Abgleichberichts." BERICHTSTATUS
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

           IF BERICHT-OFFEN
             IF VERARBEITUNG-NICHT-OK
               MOVE SPACES TO berichtzeile
               PERFORM BERICHTWRITE
               MOVE "Abgleich abgebrochen, Angaben unvollstaendig."
                    TO berichtzeile
               PERFORM BERICHTWRITE
             END-IF
             PERFORM BERICHT-SUMME-SCHREIBEN
             CLOSE berichtdatei
           END-IF

           DISPLAY " Paare neu/entfallen/geaendert: "
                   PAARE-NEU-ANZAHL "/" PAARE-ENTFALLEN-ANZAHL "/"
                   PAARE-GEAENDERT-ANZAHL
           DISPLAY " Betroffene Kunden:             " BETROFFEN-ANZAHL
           IF VERARBEITUNG-OK
             IF BETROFFEN-ANZAHL > 0
               DISPLAY " WARNUNG Kunden vom neuen Stand betroffen,"
                       " siehe Abgleichbericht."
             ELSE
               DISPLAY " SUCCESS Kein Kunde vom neuen Stand"
                       " betroffen."
             END-IF
           END-IF

           DISPLAY "KundenPlzAbgleich wird beendet."

           .
       NACHLAUF-ENDE.
           EXIT.
