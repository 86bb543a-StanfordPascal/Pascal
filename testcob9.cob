      *                                         (KORRIGIERTER STAND)   *
      *                           VWSMAP      : KREIS/VWST-ZUORDNUNG   *
      *                           LEISTAH     : MONATSHISTORIE         *
      *                           LEISTAJ     : JAHRESABSCHLUSS        *
      *                                                                *
      *                           A U S G A B E ---------------------- *
      *                           LEISTAH     : MONATSHISTORIE,        *
      *                                         (ALT/KORREKTUR/NEU)    *
      *                           LEIREJR     : WEITERHIN OFFENE       *
      *                                         FAELLE (RESTBESTAND)   *
      *                           LEISNAP     : FALLBESTAND, UM DIE    *
      *                                         NACHGEBUCHTEN FAELLE   *
      *                                         DES MONATS ERWEITERT   *
      *                           LEIRUNS     : MONATS-LAUFSTATUS      *
      *                           LEIPROT     : LAUFPROTOKOLL          *
      * -------------------------------------------------------------- *
      *  JE LEIREJ-FALL WERDEN BZ/ADR ERNEUT AUFGELOEST; AUFLOESBARE   *
      *  FAELLE WERDEN WIE IN LEIX275-A02B JE GRUPPE (ALLE + KATEGORIE)*
      *  URSPRUNGSMONATS AUFGESCHLAGEN. JE BERICHTIGTER ZEILE WIRD     *
      *  ALT / KORREKTUR / NEU GEDRUCKT. NOCH IMMER UNAUFLOESBARE      *
      *  FAELLE WANDERN NACH LEIREJR.                                  *
      *  FAELLE EINES DURCH LEIX289 ABGESCHLOSSENEN JAHRES WERDEN NICHT*
      *  NACHGEBUCHT: SIE BLEIBEN IN LEIREJR, LEIPROT MELDET SIE MIT   *
      *  F ABLF (RC 16).                                               *
      *  NACHGEBUCHTE FAELLE DES BERICHTSMONATS WERDEN WIE IN LEIX275- *
      *  A05 AN LEISNAP ANGEHAENGT, DAMIT FALLBESTAND UND LEISTAH      *
      *  UEBEREINSTIMMEN. DER ABSCHLUSSSATZ IN LEIRUNS ZEIGT LEIX282   *
      *  UND LEIX288, DASS DIE NACHBUCHUNG GELAUFEN UND LEIREJR DER    *
      *  GUELTIGE BESTAND ZURUECKGEWIESENER FAELLE IST.                *
      *  ABLAUF JE MONAT: LEIX275, LEIX278, DANACH LEIX282/LEIX288.    *
      * -------------------------------------------------------------- *
      *  22/08/26 HM              ERSTELLUNG                           *
      *  02/09/26 HM              BERICHTSMONAT ALS PARAMETERKARTE     *
      *                           (WSLEIBM/PDLEIBM) WIE LEIX275/276;   *
      *                           GLEICHE KARTE FUER DIE GANZE KETTE,  *
      *                           MASCHINENDATUM NUR NOCH LAUFSTEMPEL  *
      *  15/10/26 HM              LAUFPROTOKOLL LEIPROT (WSLEIPR);     *
      *                           KEINE NACHBUCHUNG IN MONATE EINES    *
      *                           ABGESCHLOSSENEN JAHRES (LEISTAJ)     *
      *  15/10/26 HM              NACHGEBUCHTE FAELLE DES MONATS IN    *
      *                           LEISNAP NACHGETRAGEN (A05),          *
      *                           ABSCHLUSSSATZ IN LEIRUNS (R90)       *
      * -------------------------------------------------------------- *
      ******************************************************************
       PROGRAM-ID. LEIX278.
                          FILE STATUS  STATUS-BYTE.
           SELECT LEISTAW ASSIGN TO    LEISTAW
                          FILE STATUS  STATUS-BYTE.
           SELECT LEISTAJ ASSIGN TO    LEISTAJ
                          FILE STATUS  STATUS-BYTE.
           SELECT LEISNAP ASSIGN TO    LEISNAP
                          FILE STATUS  STATUS-BYTE.
           SELECT LEIRUNS ASSIGN TO    LEIRUNS
                          FILE STATUS  STATUS-BYTE.
           SELECT LEIPROT ASSIGN TO    LEIPROT
                          FILE STATUS  STATUS-BYTE.
       DATA DIVISION.
       FILE SECTION.
       FD         ADRDA7
           05     REJGESV         PIC S9(9)V99     COMP-3.
           05     REJGESR         PIC S9(9)V99     COMP-3.
           05     REJGESE         PIC S9(9)V99     COMP-3.
           05     REJSTUF         PIC 9.
           05     FILLER          PIC X(5).

       FD         LEIREJR
                  RECORDING     F
                  BLOCK       4000 CHARACTERS
                  LABEL RECORDS   STANDARD.
       01         STAWSATZ        PIC X(40).
      *
      *    &----- JAHRESABSCHLUSS (LEIX289), NUR GELESEN
      *
       FD         LEISTAJ
                  RECORDING     F
                  RECORD       80 CHARACTERS
                  BLOCK      8000 CHARACTERS
                  LABEL RECORDS   STANDARD.
-INC LEISTAJX
      *
      *    &----- FALLBESTAND DES BERICHTSMONATS (LEIX275), WIRD UM
      *    &----- DIE NACHGEBUCHTEN FAELLE ERWEITERT
      *
       FD         LEISNAP
                  RECORDING     F
                  RECORD       50 CHARACTERS
                  BLOCK      5000 CHARACTERS
                  LABEL RECORDS   STANDARD.
-INC LEISNAPX
      *
      *    &----- MONATS-LAUFSTATUS (ABSCHLUSSSATZ LEIX278)
      *
       FD         LEIRUNS
                  RECORDING     F
                  RECORD       40 CHARACTERS
                  BLOCK      4000 CHARACTERS
                  LABEL RECORDS   STANDARD.
-INC LEIRUNSX
      *
      *    &----- LAUFPROTOKOLL (EIN SATZ JE EREIGNIS, WSLEIPR)
      *
       FD         LEIPROT
                  RECORDING     F
                  RECORD       80 CHARACTERS
                  BLOCK      8000 CHARACTERS
                  LABEL RECORDS   STANDARD.
       01         PROAUSG         PIC X(80).

       WORKING-STORAGE SECTION.

           05      ANZKOR          PIC S9(5)        COMP-3 VALUE ZERO.
           05      ANZREST         PIC S9(5)        COMP-3 VALUE ZERO.
           05      ANZZEIL         PIC S9(5)        COMP-3 VALUE ZERO.
           05      ANZJABS         PIC S9(5)        COMP-3 VALUE ZERO.
           05      ANZSNP          PIC S9(5)        COMP-3 VALUE ZERO.
           05      REJJAHR         PIC 9(2)                VALUE ZERO.
      *
      *    &----- EIN STAHSATZ IN AUFBEREITETER FORM
      *
       01          FILLER REDEFINES WSDATSTAMP.
           05      WSDATNUM        PIC 9(4).

-INC WSLEIPR
-INC U100C80
-INC VSSTATUS
-INC WSLEIBA
-INC WSLEIBV
-INC WSDATUM
-INC WSLEIBM
-INC WSLEIJA

       PROCEDURE DIVISION.

-INC PDDATUM

           CALL  'UPRO100' USING U100SATZ.

           OPEN   EXTEND LEIPROT.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEIPROT **' STATUS-BYTE.
           MOVE  'LEIX278'      TO PROPROG.
           MOVE  'I'            TO PROSTUFE.
           MOVE  'STRT'         TO PROEREIG.
           PERFORM P90.
      *
      *    &----- BERICHTSMONAT VON DER PARAMETERKARTE (LEER =
      *    &----- MASCHINENDATUM); DIESELBE KARTE WIE LEIX275/276,
                  STOP '** BERICHTSMONAT UNPLAUSIBEL - ABBRECHEN **'
                  GO TO Z99.
           DISPLAY 'LEIX278 BERICHTSMONAT ' WSDATNUM.
      *
      *    &----- ABGESCHLOSSENE JAHRE (LEIX289): IHRE LEISTAH-
      *    &----- ZEILEN WERDEN NICHT MEHR BERICHTIGT (A01)
      *
           PERFORM B85.
           IF     JAIOFEHL      =    '1'
                  MOVE 'LEISTAJ' TO PRODATEI
                  PERFORM P95
                  MOVE PRORC     TO RETURN-CODE
                  DISPLAY '** FEHLER LESEN LEISTAJ - ABBRECHEN **'
                  GO TO Z99.

           OPEN   INPUT ADRDA7.
           IF     NOT   STATUS-OK
                  MOVE 12 TO RETURN-CODE
                  STOP '** FEHLER OPEN LEIREJR - ABBRECHEN **'
                  GO TO Z99.
           OPEN   EXTEND LEISNAP.
           IF     NOT   STATUS-OK
                  MOVE 12 TO RETURN-CODE
                  STOP '** FEHLER OPEN LEISNAP - ABBRECHEN **'
                  GO TO Z99.
           OPEN   OUTPUT LEIAUS.

           PERFORM V00.
       A01.
           READ   LEIREJ AT END                      GO TO A03.
           ADD    1 TO ANZGEL.
      *
      *    &----- URSPRUNGSMONAT IN ABGESCHLOSSENEM JAHR: NICHT
      *    &----- NACHBUCHEN, FALL BLEIBT IM RESTBESTAND
      *
           DIVIDE REJDATUM BY 100 GIVING REJJAHR.
           COMPUTE JAX = REJJAHR + 1.
           IF     JAKENN (JAX)  =    '1'
                  WRITE REJRSATZ FROM REJSATZ
                  ADD  1        TO ANZREST
                  ADD  1        TO ANZJABS
                  GO TO A01.

           MOVE   REJOVSNR TO ADBAVSNR.
           PERFORM U06.
                  ADD  1        TO ANZREST
                  GO TO A01.
           ADD    1 TO ANZKOR.
      *
      *    &----- FALL DES BERICHTSMONATS: AUCH IN DEN FALLBESTAND
      *
           IF     REJDATUM      =    WSDATNUM
                  PERFORM A05.
           GO TO A01.
      *****************************************************************
      *    A02    FALL IN MONTAB AUFADDIEREN (GRUPPE 1 + KATEGORIE)   *

       A03.
           PERFORM P00.
      *
      *    &----- LEISTAH, LEISNAP UND LEIREJR SIND JETZT BERICHTIGT:
      *    &----- ABSCHLUSSSATZ FUER LEIX282/LEIX288
      *
           PERFORM R90.

           MOVE   SPACE TO POST.
           MOVE  'GELESEN--'    TO POSTTXT1.
           MOVE  'ZEIL-BER.'    TO POSTTXT1.
           MOVE   ANZZEIL       TO POSTFERT.
           PERFORM WRT.
           MOVE   SPACE TO POST.
           MOVE  'JAHR-ABG.'    TO POSTTXT1.
           MOVE   ANZJABS       TO POSTFERT.
           PERFORM WRT.
           MOVE   SPACE TO POST.
           MOVE  'LEISNAP--'    TO POSTTXT1.
           MOVE   ANZSNP        TO POSTFERT.
           PERFORM WRT.

           MOVE   ALL '-'       TO POST.
           PERFORM WRT.
      *
      *    &----- FAELLE ABGESCHLOSSENER JAHRE: NACHBUCHUNG VERWEIGERT
      *
           IF     ANZJABS       GREATER ZERO
                  DISPLAY '** ' ANZJABS ' FAELLE IN ABGESCHLOSSENEM '
                          'JAHR - NICHT NACHGEBUCHT **'
                  MOVE 'F'       TO PROSTUFE
                  MOVE 'ABLF'    TO PROEREIG
                  MOVE 'LEISTAJ' TO PRODATEI
                  MOVE ANZJABS   TO PROZAHL1
                  MOVE ANZREST   TO PROZAHL2
                  MOVE 'JAHR BEREITS ABGESCHLOSSEN' TO PROTEXT
                  PERFORM P90
                  MOVE 16        TO PRORCNEU
                  PERFORM P91.

           IF     PRORC         LESS 8
                  MOVE 'I'       TO PROSTUFE
                  MOVE 'ENDE'    TO PROEREIG
                  MOVE ANZKOR    TO PROZAHL1
                  MOVE ANZREST   TO PROZAHL2
                  PERFORM P90.

           CLOSE  ADRDA7 BZDA8 LEIREJ LEIREJR LEIAUS LEISNAP.
           CLOSE  LEIPROT.
           MOVE   PRORC TO RETURN-CODE.
           STOP   RUN.
       Z99.
           CLOSE  LEIPROT.
           STOP   RUN.
      *****************************************************************
      *    M00    MONATSEINTRAG (REJDATUM) SUCHEN/ANLEGEN             *
       D01Z.
           EXIT.
      *****************************************************************
      *    A05    NACHGEBUCHTEN FALL AN LEISNAP ANHAENGEN             *
      *    &----- WIE LEIX275-A05; ALTERSSTUFE AUS LEIREJ (REJSTUF)   *
      *****************************************************************
       A05 SECTION.
       A05A.
           MOVE   SPACE         TO SNAPSATZ.
           MOVE   WSDATNUM      TO SNAPDATUM.
           MOVE   REJOVSNR      TO SNAPVSNR.
           MOVE   VWST          TO SNAPVWS.
           MOVE   REJKAT        TO SNAPKAT.
           MOVE   REJTYP        TO SNAPTYP.
           MOVE   REJSTUF       TO SNAPSTUF.
           MOVE   1             TO SNAPFOLG.
           MOVE   REJGESV       TO SNAPGESV.
           MOVE   REJGESR       TO SNAPGESR.
           MOVE   REJGESE       TO SNAPGESE.
           WRITE  SNAPSATZ.
           ADD    1 TO ANZSNP.
       A05Z.
           EXIT.
      *****************************************************************
      *    R90    MONATS-ABSCHLUSSSATZ NACH LEIRUNS SCHREIBEN         *
      *    &----- LEIX282/LEIX288 ERKENNEN DARAN DIE NACHBUCHUNG      *
      *****************************************************************
       R90 SECTION.
       R90A.
           OPEN   EXTEND LEIRUNS.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEIRUNS **' STATUS-BYTE
                  MOVE 'W'       TO PROSTUFE
                  MOVE 'OPEN'    TO PROEREIG
                  MOVE 'LEIRUNS' TO PRODATEI
                  MOVE STATUS-BYTE TO PROSTATB
                  PERFORM P90
                  MOVE 4         TO PRORCNEU
                  PERFORM P91
                  GO TO R90Z.
           MOVE   SPACE         TO RUNSATZ.
           MOVE   WSDATNUM      TO RUNMONAT.
           MOVE  'LEIX278'      TO RUNPROG.
           MOVE  'E'            TO RUNSTAT.
           ACCEPT RUNDATUM FROM DATE.
           ACCEPT RUNUHRZT FROM TIME.
           WRITE  RUNSATZ.
           CLOSE  LEIRUNS.
       R90Z.
           EXIT.
      *****************************************************************
      *    WRT AUSGABESATZ SCHREIBEN                                  *
      *****************************************************************
       WRT SECTION.
           EXIT.

-INC PDLEIB8
-INC PDLEIPR
-INC PDLEIBM
-INC PDLEIJA
-INC UPRO100X
       END PROGRAM LEIX278.
