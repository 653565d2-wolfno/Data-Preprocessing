      **  bei einem Schluesselwechsel aus dem Paar "Entfernt"/
      **  "Neu" derselben Kunden-ID. Wird CHANGELOGDD auf eine
      **  ueber mehrere Laeufe angesammelte ChangeLog-Datei
      **  gelenkt, rechnet der Bericht den gesamten Zeitraum zu;
      **  gepaart werden dabei nur Zeilen derselben Kunden-ID aus
      **  demselben Lauf (gleicher Laufzeitpunkt).
      **
      *****************************************************************
      **  01.09.2026             Erstellername: NOAH WOLFAHRT
      * Eine Zeile je neuem, geaendertem oder entferntem Kunden-
      * satz, wie von CHANGELOG-SCHREIBEN in CobolMerge
      * geschrieben; hinter jeder "Geaendert"-Zeile folgt der alte
      * Stand als "AltStand"-Zeile; am Zeilenende steht der
      * Laufzeitpunkt.
       01  changelogzeile.
           05 cl-art                PIC X(10).
           05 FILLER                PIC X(01).
           05 cl-strasse            PIC X(30).
           05 FILLER                PIC X(01).
           05 cl-hausnr             PIC X(05).
           05 FILLER                PIC X(01).
           05 cl-zeitpunkt          PIC 9(14).

       FD  berichtdatei.
       01  berichtzeile             PIC X(100).
       SD  sortdatei.
       01  sortsatz.
           05 srt-kunden-id         PIC 9(10).
           05 srt-zeitpunkt         PIC 9(14).
           05 srt-art               PIC X(10).
           05 srt-plz               PIC X(05).
           05 srt-wohnort           PIC X(30).
              10 GR-WOHNORT         PIC X(30).
       01  GRUPPE-ANZAHL           PIC 9(02)     VALUE 0.
       01  GRUPPE-KUNDEN-ID        PIC 9(10)     VALUE 0.
       01  GRUPPE-ZEITPUNKT        PIC 9(14)     VALUE 0.
       01  GRUPPE-POSITION         PIC 9(02)     VALUE 0.

      * Fundstellen der vier Zeilenarten in der aktuellen Gruppe
           IF VERARBEITUNG-OK
             SORT sortdatei
                  ON ASCENDING KEY srt-kunden-id
                                   srt-zeitpunkt
                  INPUT  PROCEDURE IS CHANGELOG-EINSAMMELN
                  OUTPUT PROCEDURE IS GRUPPEN-AUSWERTEN
           END-IF
                 IF cl-kunden-id IS NUMERIC
                   AND cl-plz IS NUMERIC
                   MOVE cl-kunden-id TO srt-kunden-id
      * Zeilen ohne Laufzeitpunkt bilden je Kunden-ID eine
      * gemeinsame Gruppe vor allen Laeufen mit Zeitpunkt.
                   IF cl-zeitpunkt IS NUMERIC
                     MOVE cl-zeitpunkt TO srt-zeitpunkt
                   ELSE
                     MOVE 0            TO srt-zeitpunkt
                   END-IF
                   MOVE cl-art       TO srt-art
                   MOVE cl-plz       TO srt-plz
                   MOVE cl-wohnort   TO srt-wohnort
      ******************************************************************
      *                                                                *
      *    Ausgabeprozedur der Sortierung: Zeilen derselben            *
      *    Kunden-ID aus demselben Lauf als Gruppe auswerten.          *
      *                                                                *
      ******************************************************************

       SORTSATZ-VERARBEITEN SECTION.
       SORTSATZ-VERARBEITEN-ANFANG.

      * Gruppenwechsel bei neuer Kunden-ID oder neuem
      * Laufzeitpunkt (wie in CobolVerteilung): Zeilen
      * verschiedener Laeufe werden nie miteinander gepaart.
           IF GRUPPE-ANZAHL > 0
             AND (srt-kunden-id NOT = GRUPPE-KUNDEN-ID
                  OR srt-zeitpunkt NOT = GRUPPE-ZEITPUNKT)
             PERFORM GRUPPE-ABSCHLIESSEN
           END-IF

           MOVE srt-kunden-id TO GRUPPE-KUNDEN-ID
           MOVE srt-zeitpunkt TO GRUPPE-ZEITPUNKT
           IF GRUPPE-ANZAHL < 30
             ADD 1 TO GRUPPE-ANZAHL
             MOVE srt-art     TO GR-ART (GRUPPE-ANZAHL)
