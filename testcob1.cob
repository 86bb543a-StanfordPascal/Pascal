      *                           UEBER DAS ERRECHNETE AELTESTE JAHR;  *
      *                           HORIZONT AUF DEM ABSTIMMBERICHT,     *
      *                           IN LEISUMO UND IM LEIHIST-EINTRAG    *
      *  15/10/26 HM              KORREKTURJOURNAL LEIKORJ (LEI386K)   *
      *                           NACH DEM MISCHEN ERNEUT ANWENDEN     *
      *                           (J00, PDLEIKO); ZAEHLER AUF DEM      *
      *                           ABSTIMMBERICHT                       *
      *  15/10/26 HM              SPERRLISTE LEISPER (LEI386L): NACH   *
      *                           FRIST GELOESCHTE VERTRAEGE WERDEN    *
      *                           BEIM MISCHEN, IN DER ABSTIMMUNG (R01)*
      *                           UND IM JOURNAL (J00) UEBERGANGEN;    *
      *                           ZAEHLER ANZSPER AUF DEM ABSTIMM-     *
      *                           BERICHT, IM CHECKPOINT UND IN LEISUMO*
      * -------------------------------------------------------------- *
      ******************************************************************
       PROGRAM-ID. LEI386T.
              ORGANIZATION SEQUENTIAL
              FILE STATUS STATUS-BYTE.

      *-----------------------------------------------------------
      *    KORREKTURJOURNAL AUS LEI386K (NUR LESEN)
      *-----------------------------------------------------------

           SELECT LEIKORJ ASSIGN TO LEIKORJ
              ORGANIZATION SEQUENTIAL
              FILE STATUS STATUS-BYTE.

      *-----------------------------------------------------------
      *    SPERRLISTE GELOESCHTER VERTRAEGE AUS LEI386L (NUR LESEN)
      *-----------------------------------------------------------

           SELECT LEISPER ASSIGN TO LEISPER
              RECORD KEY SPERVERT
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              FILE STATUS STATUS-BYTE.

      *-----------------------------------------------------------
      *    LAUFPROTOKOLL (EIN SATZ JE EREIGNIS, WSLEIPR)
      *-----------------------------------------------------------
           05  CKIUEXR               PIC S9(5)     COMP-3.
           05  CKIDATUM              PIC 9(6).
           05  CKIUHRZT              PIC 9(6).
           05  CKISPER               PIC S9(9)     COMP-3.

       FD  LEICKOT
           LABEL RECORDS STANDARD.
           05  CKOUEXR               PIC S9(5)     COMP-3.
           05  CKODATUM              PIC 9(6).
           05  CKOUHRZT              PIC 9(6).
           05  CKOSPER               PIC S9(9)     COMP-3.

       FD  LEIUEX1
           LABEL RECORDS STANDARD.
           05  SUMOZCPR              PIC 9(9).
           05  SUMODATUM             PIC 9(6).
           05  SUMOJAHR              PIC 9(2).
           05  SUMOSPER              PIC 9(9).

       FD  LEIKORJ
           LABEL RECORDS STANDARD.
-INC LEIKORJX

       FD  LEISPER
           LABEL RECORDS STANDARD.
-INC LEISPERX

       FD  LEIPROT
           LABEL RECORDS STANDARD.
           05  LE1ENDE               PIC X         VALUE '0'.
           05  LE2VORGL              PIC X         VALUE '0'.
           05  LE2ENDE               PIC X         VALUE '0'.
           05  ANZKJR                PIC S9(9) COMP-3 VALUE ZERO.
           05  ANZKAN                PIC S9(9) COMP-3 VALUE ZERO.
           05  ANZKNA                PIC S9(9) COMP-3 VALUE ZERO.
           05  ANZSPER               PIC S9(9) COMP-3 VALUE ZERO.
           05  SPERDA                PIC X         VALUE '0'.
           05  SPERTREF              PIC X         VALUE '0'.
      *
      *    -----  LOGISCHER VERTRAG = STAMMSATZ + FOLGESAETZE
      *           (MAX 3 FOLGESAETZE = 1200 ZEITRAEUME)
+INC TOL.LEICWORK
-INC WSLEIPK
-INC WSLEIPR
-INC WSLEIKO

      ******************************************************************
      *    --------------------------------------------------------    *
              END-IF
           END-IF.

      *-----------------------------------------------------------
      *    SPERRLISTE VOR DEM NEUAUFBAU OEFFNEN: OHNE SIE KAEMEN
      *    GELOESCHTE VERTRAEGE AUS LEIEIN1/LEIEIN2 ZURUECK.
      *-----------------------------------------------------------

           PERFORM S00.
           IF PRORC NOT LESS 12
              CLOSE LEIEIN1 LEIEIN2
              GO TO A99X.

           IF RESTART-JA
              OPEN I-O LEIVSAM
           ELSE

           PERFORM M00.

      *-----------------------------------------------------------
      *    KORREKTUREN AUS LEI386K (JOURNAL LEIKORJ) AUF DIE NEU
      *    AUFGEBAUTE LEIVSAM ERNEUT ANWENDEN
      *-----------------------------------------------------------

           IF PRORC LESS 8
              PERFORM J00
           END-IF.

       A99.

      *-----------------------------------------------------------
           ELSE
              CLOSE LEIEIN1 LEIEIN2 LEIVSAM LEIUEX1 LEIDUPX LEICKOT
           END-IF.
           IF SPERDA = '1'
              CLOSE LEISPER.

           IF ANZDUPX GREATER ZERO OR ANZUEX1 GREATER ZERO
              MOVE 'W'    TO PROSTUFE
              PERFORM P95
              GO TO D00Z.

           PERFORM S00.
           IF PRORC NOT LESS 12
              GO TO D00Z.

           OPEN OUTPUT LEIUEX1.
           OPEN OUTPUT LEIDUPX.
           OPEN OUTPUT LEICKOT.
           MOVE GRPCNT    TO CKOGRPCNT.
           MOVE GRPOUT    TO CKOGRPOUT.
           MOVE ANZUEX1   TO CKOUEXR.
           MOVE ANZSPER   TO CKOSPER.
           ACCEPT CKODATUM FROM DATE.
           ACCEPT CKOUHRZT FROM TIME.
           WRITE LEICKSATO.
           MOVE CKIGRPCNT TO GRPCNT.
           MOVE CKIGRPOUT TO GRPOUT.
           MOVE CKIUEXR   TO ANZUEX1.
           MOVE CKISPER   TO ANZSPER.
           GO TO K02A.
       K02B.
           CLOSE LEICKIN.
           MOVE ZCPRS     TO SUMOZCPR.
           ACCEPT SUMODATUM FROM DATE.
           MOVE PARJAHR   TO SUMOJAHR.
           MOVE ANZSPER   TO SUMOSPER.
           WRITE SUMOSATZ.
           CLOSE LEISUMO.
       H02Z.
      *    R00 ABSTIMMBERICHT EINGABE GEGEN LEIVSAM                   *
      *    -----------------------------------------------------      *
      *    JEDE VERARBEITETE SCHLUESSELGRUPPE (M03/M04/M05) MUSS       *
      *    ENTWEDER GESCHRIEBEN (OUTR), ALS DUPLIKAT IGNORIERT         *
      *    (ANZDUPX) ODER ALS GESPERRT UEBERGANGEN (ANZSPER) WORDEN    *
      *    SEIN - WEICHT DAS AB, IST EIN VERTRAG SPURLOS VERLOREN-     *
      *    GEGANGEN.                                                  *
      ******************************************************************
       R00 SECTION.
       R00A.
           MOVE ANZDUPX TO RECZAHL1.
           WRITE RECAUSG FROM RECLINE.

           MOVE SPACE TO RECLINE.
           MOVE 'DAVON GESPERRT (LOESCHLAUF LEI386L)' TO RECTEXT.
           MOVE ANZSPER TO RECZAHL1.
           WRITE RECAUSG FROM RECLINE.

           MOVE SPACE TO RECLINE.
           MOVE 'DAVON UEBERLAUF > 1200 ZEITRAEUME' TO RECTEXT.
           MOVE ANZUEX1 TO RECZAHL1.
           WRITE RECAUSG FROM RECLINE.

           IF MODUS-VOLL
              MOVE SPACE TO RECLINE
              MOVE 'KORREKTURJOURNAL GELESEN / ANGEWENDET' TO RECTEXT
              MOVE ANZKJR TO RECZAHL1
              MOVE ANZKAN TO RECZAHL2
              WRITE RECAUSG FROM RECLINE
              MOVE SPACE TO RECLINE
              MOVE 'KORREKTUREN NICHT ANWENDBAR' TO RECTEXT
              MOVE ANZKNA TO RECZAHL1
              WRITE RECAUSG FROM RECLINE
           END-IF.

           MOVE SPACE TO RECLINE.
           MOVE 'SCHLUESSEL IN EINGABE, NICHT IN LEIVSAM' TO RECTEXT.
           MOVE ANZRECX TO RECZAHL1.
           WRITE RECAUSG FROM RECLINE.

           COMPUTE RECDIFF = GRPCNT - GRPOUT - ANZDUPX - ANZSPER.

           MOVE SPACE TO RECLINE.
           IF RECDIFF NOT = ZERO OR ANZRECX NOT = ZERO
      *    LIEST LEIEIN1/LEIEIN2 EIN ZWEITES MAL VON VORN UND PRUEFT   *
      *    JEDEN SCHLUESSEL PER RANDOM READ GEGEN LEIVSAM - FEHLT ER   *
      *    DORT, WIRD ER (MIT HERKUNFTSDATEI) NACH LEIRECX GESCHRIEBEN *
      *    STATT NUR IN DIE SUMME RECDIFF EINZUFLIESSEN. GESPERRTE     *
      *    VERTRAEGE (LEISPER) FEHLEN DORT ABSICHTLICH.                *
      ******************************************************************
       R01 SECTION.
       R01A.
           IF TEIL-LAUF AND
              (LE1CVERT LESS VONPACK OR
               LE1CVERT GREATER BISPACK) GO TO R01B.
           MOVE LE1CVERT TO SPERVERT.
           PERFORM S01.
           IF SPERTREF = '1' GO TO R01B.
           MOVE LE1CSCHL TO LEICSCHL.
           READ LEIVSAM KEY IS LEICSCHL
                INVALID KEY
           IF TEIL-LAUF AND
              (LE2CVERT LESS VONPACK OR
               LE2CVERT GREATER BISPACK) GO TO R01C.
           MOVE LE2CVERT TO SPERVERT.
           PERFORM S01.
           IF SPERTREF = '1' GO TO R01C.
           MOVE LE2CSCHL TO LEICSCHL.
           READ LEIVSAM KEY IS LEICSCHL
                INVALID KEY



      ******************************************************************
      *    J00 KORREKTURJOURNAL LEIKORJ ERNEUT ANWENDEN                *
      *    -----------------------------------------------------      *
      *    LEIVSAM IST NACH DEM MISCHEN NEU AUFGEBAUT; DIE VON         *
      *    LEI386K ANGEWENDETEN KARTEN WERDEN IN JOURNALFOLGE ERNEUT   *
      *    AUF DIE BETROFFENEN VERTRAEGE ANGEWENDET (PDLEIKO). IM      *
      *    TEILLAUF NUR SCHLUESSEL IM BEREICH. KARTEN, DEREN           *
      *    BISHERIGER EINTRAG FEHLT (Z.B. WEIL DIE VORSYSTEME SCHON    *
      *    KORRIGIERT SIND) ODER DEREN NEUER EINTRAG SCHON DA IST,     *
      *    WERDEN ALS NICHT ANWENDBAR GEZAEHLT (WARNUNG, KLASSE 4).    *
      *    ZU-/ABGANG VON FOLGESAETZEN FLIESST IN OUTR UND DAMIT IN    *
      *    DEN KONTROLLSATZ (W05) BZW. LEISUMO (H02).                  *
      *    SOLANGE LEI386K NOCH NIE GELAUFEN IST, GIBT ES KEIN         *
      *    JOURNAL (STATUS 35) - DANN IST NICHTS ANZUWENDEN. JEDER     *
      *    ANDERE FEHLER IST EIN DATEIFEHLER (KLASSE 12), SONST        *
      *    FEHLTEN DIE KORREKTUREN UNBEMERKT IM NEUEN LEIVSAM.         *
      ******************************************************************
       J00 SECTION.
       J00A.
           OPEN INPUT LEIKORJ.
           IF STATUS-BYTE = '35'
              DISPLAY 'KEIN KORREKTURJOURNAL LEIKORJ'
              GO TO J00Z.
           IF NOT STATUS-OK
              DISPLAY '** Fehler OPEN LEIKORJ  **' STATUS-BYTE
              MOVE 'LEIKORJ' TO PRODATEI
              PERFORM P95
              GO TO J00Z.

           CLOSE LEIVSAM.
           OPEN I-O LEIVSAM.
           IF NOT STATUS-OK
              DISPLAY '** Fehler OPEN LEIVSAM (JOURNAL) **' STATUS-BYTE
              MOVE 'LEIVSAM' TO PRODATEI
              PERFORM P95
              CLOSE LEIKORJ
              GO TO J00Z.
       J00B.
           READ LEIKORJ
                AT END GO TO J00C.
           MOVE KJRKART TO KORKARTE.

           PERFORM J10.
           IF KOFEHL = '1'
              ADD 1 TO ANZKJR
              ADD 1 TO ANZKNA
              DISPLAY '** JOURNAL UNGUELTIG: ' KORVERTX ' ' KOTEXT
              GO TO J00B.

           MOVE KORVERT  TO PACKUNVP.
           PERFORM PAK.
           IF TEIL-LAUF AND
              (PACKKOMP LESS VONPACK OR
               PACKKOMP GREATER BISPACK)
              GO TO J00B.

      *    &----- GESPERRTE VERTRAEGE SIND GELOESCHT - KEINE KORREKTUR

           MOVE PACKKOMP TO SPERVERT.
           PERFORM S01.
           IF SPERTREF = '1'
              GO TO J00B.
           ADD 1 TO ANZKJR.
           MOVE PACKKOMP TO KOWVERT.

           PERFORM J30.
           IF KOIOFEHL = '1'
              DISPLAY '** Fehler READ LEIVSAM (JOURNAL) **' STATUS-BYTE
              MOVE 'READ'    TO PROEREIG
              MOVE 'LEIVSAM' TO PRODATEI
              PERFORM P95
              GO TO J00C.
           IF KOVORH NOT = '1'
              ADD 1 TO ANZKNA
              DISPLAY 'KORREKTUR NICHT ANWENDBAR (VERTRAG FEHLT) '
                      KORVERT ' ' KORFKT
              GO TO J00B.

           PERFORM J20.
           IF KOERGB NOT = '0'
              ADD 1 TO ANZKNA
              DISPLAY 'KORREKTUR NICHT ANWENDBAR (ERGEBNIS ' KOERGB
                      ') ' KORVERT ' ' KORFKT
              GO TO J00B.

           PERFORM J40.
           IF KOIOFEHL = '1'
              DISPLAY '** Fehler WRITE LEIVSAM (JOURNAL) **' STATUS-BYTE
              MOVE 'WRIT'    TO PROEREIG
              MOVE 'LEIVSAM' TO PRODATEI
              PERFORM P95
              GO TO J00C.
           ADD KOSATZD TO OUTR.
           ADD 1 TO ANZKAN.
           GO TO J00B.
       J00C.
           CLOSE LEIKORJ.
           DISPLAY 'KORREKTURJOURNAL GELESEN     = ' ANZKJR.
           DISPLAY 'KORREKTURJOURNAL ANGEWENDET  = ' ANZKAN.

           IF ANZKNA GREATER ZERO
              MOVE 'W'       TO PROSTUFE
              MOVE 'KORR'    TO PROEREIG
              MOVE 'LEIKORJ' TO PRODATEI
              MOVE ANZKNA    TO PROZAHL1
              MOVE ANZKJR    TO PROZAHL2
              MOVE 'KORREKTUREN NICHT ANWENDBAR' TO PROTEXT
              PERFORM P90
              MOVE 4 TO PRORCNEU
              PERFORM P91.
       J00Z.
           EXIT.



      *****************************************************************
      *    W01 SCHREIBEN LOGISCHER VERTRAG (LEIWERK)                  *
      *    -----------------------------------------------------     *
      *****************************************************************
       W01 SECTION.
       W01A.

      *    &----- NACH FRIST GELOESCHT (LEI386L): NICHT WIEDER ANLEGEN

           MOVE LEIWVERT TO SPERVERT.
           PERFORM S01.
           IF SPERTREF = '1'
              ADD 1 TO ANZSPER
              GO TO W01Z.

           IF LEIWZDVA GREATER MAXZDVA MOVE LEIWZDVA TO MAXZDVA
              MOVE LEIWVERT TO MAXSCHL.

       W05Z.
           EXIT.

      *****************************************************************
      *    S00 SPERRLISTE LEISPER OEFFNEN                             *
      *    -----------------------------------------------------     *
      *    SOLANGE LEI386L NOCH NIE GELOESCHT HAT, GIBT ES KEINE      *
      *    SPERRLISTE (STATUS 35) - DANN WIRD NICHTS UEBERGANGEN.     *
      *    JEDER ANDERE FEHLER IST EIN DATEIFEHLER (KLASSE 12).       *
      *****************************************************************
       S00 SECTION.
       S00A.
           OPEN INPUT LEISPER.
           IF STATUS-BYTE = '35'
              DISPLAY 'KEINE SPERRLISTE LEISPER VORHANDEN'
              GO TO S00Z.
           IF NOT STATUS-OK
              DISPLAY '** Fehler OPEN LEISPER  **' STATUS-BYTE
              MOVE 'LEISPER' TO PRODATEI
              PERFORM P95
              GO TO S00Z.
           MOVE '1' TO SPERDA.
       S00Z.
           EXIT.



      *****************************************************************
      *    S01 VERTRAG SPERVERT IN DER SPERRLISTE ?  (SPERTREF)       *
      *****************************************************************
       S01 SECTION.
       S01A.
           MOVE '0' TO SPERTREF.
           IF SPERDA NOT = '1'
              GO TO S01Z.
           READ LEISPER KEY IS SPERVERT
                INVALID KEY CONTINUE
           END-READ.
           IF STATUS-OK
              MOVE '1' TO SPERTREF
              GO TO S01Z.
           IF NOT KEY-FEHLT
              DISPLAY '** Fehler READ LEISPER **' STATUS-BYTE
              MOVE 'READ'    TO PROEREIG
              MOVE 'LEISPER' TO PRODATEI
              PERFORM P95
              CLOSE LEISPER
              MOVE '0' TO SPERDA.
       S01Z.
           EXIT.

-INC PDLEIKO
-INC PDLEIPK
-INC PDLEIPR

