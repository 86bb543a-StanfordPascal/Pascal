
 PROCESS APOST,NOADV,NODYNAM,NOFLAGSTD,WORD(RWT)
       ID DIVISION.
      *----------------------------------------------------------------
      * LEIX286   ARC=L001
      *----------------------------------------------------------------
      ******************************************************************
      * -------------------------------------------------------------- *
      *  L E I X 2 8 6         ** SOLL/IST-VERGLEICH DER MONATS-       *
      *                           STATISTIK JE VWST UND ZEILENGRUPPE   *
      * -------------------------------------------------------------- *
      *                           E I N G A B E ---------------------- *
      *                           LEIPLAN     : PLANWERTE (LEIX285)    *
      *                           LEISTAH     : MONATSHISTORIE         *
      *                           LEIRUNS     : MONATS-LAUFSTATUS      *
      *                           SYSIN       : PARAMETERKARTE         *
      *                                                                *
      *                           A U S G A B E ---------------------- *
      *                           LEIX6LS     : SOLL/IST-NACHWEIS      *
      *                           LEISOLD     : SCHNITTSTELLENDATEI    *
      *                                         (WIE LEISTAD: H/D/T)   *
      *                           LEIPROT     : LAUFPROTOKOLL          *
      * -------------------------------------------------------------- *
      *  PARAMETERKARTE:  SP 1-4   BERICHTSMONAT JJMM (WIE WSLEIBM)    *
      *                   SP 6     UEBERSTEUERUNG J (WIE WSLEIBM)      *
      *                   SP 8-10  TOLERANZ IN PROZENT (LEER = 10)     *
      * -------------------------------------------------------------- *
      *  JE ZEILENGRUPPE (ALLE/KV-MASCH/KV-MAN/AR-MASCH/AR-MAN) EIN    *
      *  ABSCHNITT FUER DEN BERICHTSMONAT UND EINER KUMULIERT VOM      *
      *  JANUAR BIS ZUM BERICHTSMONAT. JE VWST EINE ANZAHL-ZEILE       *
      *  (OFFENE FAELLE = STAHERL + STAHFEL) UND EINE RESTBETRAGS-     *
      *  ZEILE (STAHRBT) MIT SOLL, IST, DIFFERENZ (IST - SOLL) UND     *
      *  ABWEICHUNG IN PROZENT DES SOLLS. ZEILEN, DEREN ABWEICHUNG     *
      *  DIE TOLERANZ UEBERSCHREITET, SIND MIT '*' GEKENNZEICHNET,     *
      *  IST OHNE SOLL MIT 'O.PL'. OHNE LEIX275-ABSCHLUSS DES MONATS   *
      *  (LEIRUNS) WIRD DER LAUF NICHT GESTARTET.                      *
      * -------------------------------------------------------------- *
      *  15/10/26 HM              ERSTELLUNG                           *
      * -------------------------------------------------------------- *
      ******************************************************************
       PROGRAM-ID. LEIX286.
       ENVIRONMENT   DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
-INC SPECNAME
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT LEIPLAN ASSIGN TO    LEIPLAN
                          FILE STATUS  STATUS-BYTE.
           SELECT LEISTAH ASSIGN TO    LEISTAH
                          FILE STATUS  STATUS-BYTE.
           SELECT LEIRUNS ASSIGN TO    LEIRUNS
                          FILE STATUS  STATUS-BYTE.
           SELECT LEIX6LS ASSIGN TO    LEIX6LS
                          FILE STATUS  STATUS-BYTE.
           SELECT LEISOLD ASSIGN TO    LEISOLD
                          FILE STATUS  STATUS-BYTE.
           SELECT LEIPROT ASSIGN TO    LEIPROT
                          FILE STATUS  STATUS-BYTE.
       DATA DIVISION.
       FILE SECTION.
       FD         LEIPLAN
                  RECORDING     F
                  RECORD       40 CHARACTERS
                  BLOCK      4000 CHARACTERS
                  LABEL RECORDS   STANDARD.
-INC LEIPLANX
      *
      *    &----- MONATSHISTORIE JE GRPIDX/VWST (SATZAUFBAU MUSS MIT
      *    &----- LEIX275-STAHSATZ UEBEREINSTIMMEN)
      *
       FD         LEISTAH
                  RECORDING     F
                  RECORD       40 CHARACTERS
                  BLOCK       4000 CHARACTERS
                  LABEL RECORDS   STANDARD.
       01         STAHSATZ.
           05     STAHDATUM       PIC 9(4).
           05     FILLER REDEFINES STAHDATUM.
               10 STAHJJ          PIC 99.
               10 STAHMM          PIC 99.
           05     STAHGRP         PIC 9.
           05     STAHVWS         PIC 9(2).
           05     STAHBEZ         PIC X(9).
           05     STAHERL         PIC S9(5)        COMP-3.
           05     STAHFEL         PIC S9(5)        COMP-3.
           05     STAHVBT         PIC S9(9)V99     COMP-3.
           05     STAHRBT         PIC S9(9)V99     COMP-3.
           05     STAHEBT         PIC S9(9)V99     COMP-3.
      *
      *    &----- MONATS-LAUFSTATUS (ABLAUFFOLGE-PRUEFUNG)
      *
       FD         LEIRUNS
                  RECORDING     F
                  RECORD       40 CHARACTERS
                  BLOCK      4000 CHARACTERS
                  LABEL RECORDS   STANDARD.
-INC LEIRUNSX

       FD         LEIX6LS
                  RECORDING     F
                  RECORD       80 CHARACTERS
                  BLOCK      8000 CHARACTERS
                  LABEL RECORDS   STANDARD.
       01         AUSGABE         PIC X(80).
      *
      *    &----- SCHNITTSTELLENDATEI FUER CONTROLLING/DWH (AUFBAU
      *    &----- WIE LEISTAD): H = KOPF, D = DATEN JE GRPIDX/VWST,
      *    &----- T = ENDE MIT SATZZAHL UND SUMMEN; FELDER SEMIKOLON-
      *    &----- GETRENNT, BETRAEGE ALS GANZE CENT MIT VORZEICHEN
      *
       FD         LEISOLD
                  RECORDING     F
                  RECORD      120 CHARACTERS
                  BLOCK     12000 CHARACTERS
                  LABEL RECORDS   STANDARD.
       01         EXTSATZ         PIC X(120).
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

       01          FILLER.
           05      SGX             PIC S9(3)        COMP-3 VALUE ZERO.
           05      SVX             PIC S9(3)        COMP-3 VALUE ZERO.
           05      ANZPLN          PIC S9(7)        COMP-3 VALUE ZERO.
           05      ANZSTH          PIC S9(7)        COMP-3 VALUE ZERO.
           05      ANZAUM          PIC S9(5)        COMP-3 VALUE ZERO.
           05      ANZAUK          PIC S9(5)        COMP-3 VALUE ZERO.
           05      ANZOPL          PIC S9(5)        COMP-3 VALUE ZERO.
           05      RUNGEF          PIC X                   VALUE '0'.
           05      TEILART         PIC X                   VALUE 'M'.
           05      VWSNUMX         PIC 9(2)                VALUE ZERO.
           05      GRPNUMX         PIC 9                   VALUE ZERO.
           05      TOLPRZ          PIC 9(3)                VALUE 10.
      *
      *    &----- PARAMETERKARTE (SP 1-6 WIE WSLEIBM)
      *
       01          X6KARTE.
           05      FILLER          PIC X(7).
           05      X6KTOLX         PIC X(3).
           05      FILLER REDEFINES X6KTOLX.
                   10  X6KTOL      PIC 9(3).
           05      FILLER          PIC X(70).
      *
      *    &----- BERICHTSMONAT ALS JJMM (WIE LEIX275-WSDATSTAMP)
      *
       01          WSDATSTAMP.
           05      WSDATJJ         PIC 99.
           05      WSDATMM         PIC 99.
       01          FILLER REDEFINES WSDATSTAMP.
           05      WSDATNUM        PIC 9(4).
      *
      *    &----- SOLL UND IST JE GRPIDX X VWST, BERICHTSMONAT UND
      *    &----- KUMULIERT AB JANUAR; POSITION 22 = GESAMT
      *
       01          SITAB.
           05      SIGRP           OCCURS 5 TIMES.
                   10  SIVWS       OCCURS 22 TIMES.
                       15  SIVRHM  PIC X                   VALUE '0'.
                       15  SIVRHK  PIC X                   VALUE '0'.
                       15  SIBEZ   PIC X(9)                VALUE SPACE.
                       15  SMANZ   PIC S9(7)        COMP-3 VALUE ZERO.
                       15  IMANZ   PIC S9(7)        COMP-3 VALUE ZERO.
                       15  SMRBT   PIC S9(9)V99     COMP-3 VALUE ZERO.
                       15  IMRBT   PIC S9(9)V99     COMP-3 VALUE ZERO.
                       15  SKANZ   PIC S9(9)        COMP-3 VALUE ZERO.
                       15  IKANZ   PIC S9(9)        COMP-3 VALUE ZERO.
                       15  SKRBT   PIC S9(11)V99    COMP-3 VALUE ZERO.
                       15  IKRBT   PIC S9(11)V99    COMP-3 VALUE ZERO.
      *
      *    &----- ARBEITSFELDER DES VERGLEICHS (Q00)
      *
       01          FILLER.
           05      VGLART          PIC X                   VALUE '1'.
           05      VGLSOL          PIC S9(11)V99    COMP-3 VALUE ZERO.
           05      VGLIST          PIC S9(11)V99    COMP-3 VALUE ZERO.
           05      VGLDIF          PIC S9(11)V99    COMP-3 VALUE ZERO.
           05      VGLPRZ          PIC S9(7)V9      COMP-3 VALUE ZERO.
           05      VGLABS          PIC S9(7)V9      COMP-3 VALUE ZERO.
           05      VGLKNZ          PIC X(4)                VALUE SPACE.
           05      ANZED           PIC Z(12)9-.
           05      BETED           PIC Z(9)9,99-.
           05      PRZED           PIC Z(4)9,9-.
      *
      *    &----- ARBEITSFELDER SCHNITTSTELLENDATEI (X01/X02/X03)
      *
       01          FILLER.
           05      EXTCNT          PIC S9(9)        COMP-3 VALUE ZERO.
           05      EXSSAN          PIC S9(11)       COMP-3 VALUE ZERO.
           05      EXSIAN          PIC S9(11)       COMP-3 VALUE ZERO.
           05      EXSSRB          PIC S9(13)V99    COMP-3 VALUE ZERO.
           05      EXSIRB          PIC S9(13)V99    COMP-3 VALUE ZERO.
           05      EXTBETR         PIC S9(15)       COMP-3 VALUE ZERO.
           05      EXTDAT6         PIC X(6)                VALUE SPACE.
           05      EXTDAT4         PIC X(4)                VALUE SPACE.
           05      EXTGRPX         PIC X                   VALUE SPACE.
           05      EXTVWSX         PIC X(2)                VALUE SPACE.
           05      EXTTOLX         PIC X(3)                VALUE SPACE.
           05      EXTKNZ          PIC X                   VALUE SPACE.
           05      EXTSMAA         PIC +9(7).
           05      EXTIMAA         PIC +9(7).
           05      EXTSMRA         PIC +9(11).
           05      EXTIMRA         PIC +9(11).
           05      EXTSKAA         PIC +9(9).
           05      EXTIKAA         PIC +9(9).
           05      EXTSKRA         PIC +9(13).
           05      EXTIKRA         PIC +9(13).
           05      EXTCNTA         PIC +9(9).
           05      EXTSSAA         PIC +9(11).
           05      EXTSIAA         PIC +9(11).
           05      EXTSSRA         PIC +9(15).
           05      EXTSIRA         PIC +9(15).
       01          EXTZEILE        PIC X(120)              VALUE SPACE.

       01          POST            PIC X(80)               VALUE SPACE.

       01          VGLPOST.
           05      VGPVWS          PIC X(9).
           05      FILLER          PIC X.
           05      VGPART          PIC X(6).
           05      VGPSOLL         PIC X(14).
           05      VGPIST          PIC X(14).
           05      VGPDIFF         PIC X(14).
           05      FILLER          PIC X.
           05      VGPPROZ         PIC X(8).
           05      FILLER          PIC X(2).
           05      VGPKNZ          PIC X(4).
           05      FILLER          PIC X(7).

       01          GRPTXT-TAB.
           05      FILLER          PIC X(9)  VALUE 'ALLE'.
           05      FILLER          PIC X(9)  VALUE 'KV-MASCH'.
           05      FILLER          PIC X(9)  VALUE 'KV-MAN'.
           05      FILLER          PIC X(9)  VALUE 'AR-MASCH'.
           05      FILLER          PIC X(9)  VALUE 'AR-MAN'.
       01          FILLER REDEFINES GRPTXT-TAB.
           05      GRPTXT          OCCURS 5 TIMES     PIC X(9).

       01          SUMPOST.
           05      SUMTEXT         PIC X(30)               VALUE SPACE.
           05      SUMZAHL         PIC Z(6)9.
           05      FILLER          PIC X(43)               VALUE SPACE.
      *
      *    &----- SEITENSTEUERUNG UND KOEPFE (WIE LEIX275)
      *
       01          FILLER.
           05      SEITENNR        PIC S9(5)        COMP-3 VALUE ZERO.
           05      ZEILENNR        PIC S9(3)        COMP-3 VALUE 99.
           05      MAXZEIL         PIC S9(3)        COMP-3 VALUE 56.

       01          KOPF1.
           05      FILLER          PIC X(41)
                   VALUE 'LEIX286  SOLL/IST-VERGLEICH   TOLERANZ % '.
           05      KOPFTOL         PIC ZZ9.
           05      FILLER          PIC X(6)  VALUE SPACE.
           05      FILLER          PIC X(6)  VALUE 'MONAT '.
           05      KOPFMON         PIC 9(4).
           05      FILLER          PIC X(7)  VALUE '  SEITE'.
           05      KOPFSEIT        PIC ZZZZ9.
           05      FILLER          PIC X(8)  VALUE SPACE.

       01          KOPF2.
           05      FILLER          PIC X(11) VALUE 'ABSCHNITT: '.
           05      KOPFGRP         PIC X(30).
           05      FILLER          PIC X(39) VALUE SPACE.

       01          KOPF3.
           05      FILLER          PIC X(16) VALUE 'VWST      ART'.
           05      FILLER          PIC X(14) VALUE '          SOLL'.
           05      FILLER          PIC X(14) VALUE '           IST'.
           05      FILLER          PIC X(14) VALUE '     DIFFERENZ'.
           05      FILLER          PIC X(9)  VALUE '  ABW. %'.
           05      FILLER          PIC X(13) VALUE '  KNZ'.

       01          TRENNZEIL       PIC X(80) VALUE ALL '-'.
       01          LEERZEIL        PIC X(80) VALUE SPACE.

-INC WSLEIPR
-INC U100C80
-INC VSSTATUS
-INC WSDATUM
-INC WSLEIBM

       PROCEDURE DIVISION.

-INC PDDATUM

           CALL  'UPRO100' USING U100SATZ.

           OPEN   EXTEND LEIPROT.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEIPROT **' STATUS-BYTE.
           MOVE  'LEIX286'      TO PROPROG.
           MOVE  'I'            TO PROSTUFE.
           MOVE  'STRT'         TO PROEREIG.
           PERFORM P90.
      *
      *    &----- BERICHTSMONAT (SP 1-6 WIE DIE KARTE VON LEIX275)
      *    &----- UND TOLERANZ
      *
           ACCEPT X6KARTE FROM SYSIN.
           MOVE   X6KARTE       TO BMKARTE.
           PERFORM B80.
           IF     X6KTOLX  NOT  =    SPACE
                  IF   X6KTOL   NUMERIC
                       MOVE X6KTOL TO TOLPRZ
                  ELSE
                       DISPLAY '** TOLERANZ NICHT NUMERISCH: '
                               X6KTOLX ' **'
                       MOVE '1' TO BMFEHL.
           IF     BMFEHL        =    '1'
                  MOVE 'F'       TO PROSTUFE
                  MOVE 'PARM'    TO PROEREIG
                  MOVE 'PARAMETERKARTE UNPLAUSIBEL' TO PROTEXT
                  PERFORM P90
                  MOVE 16        TO PRORCNEU
                  PERFORM P91
                  GO TO Z99.
      *
      *    &----- ABLAUFFOLGE: OHNE LEIX275-ABSCHLUSS DES MONATS
      *    &----- (LEIRUNS) WIRD DER LAUF NICHT GESTARTET
      *
           PERFORM R00.
           IF     RUNGEF        NOT  =   '1'
                  DISPLAY '** LEIX275-ABSCHLUSS FUER MONAT ' WSDATNUM
                          ' FEHLT - LAUF NICHT GESTARTET **'
                  MOVE 'F'       TO PROSTUFE
                  MOVE 'ABLF'    TO PROEREIG
                  MOVE 'LEIRUNS' TO PRODATEI
                  MOVE WSDATNUM  TO PROZAHL1
                  MOVE 'LEIX275-ABSCHLUSS FEHLT' TO PROTEXT
                  PERFORM P90
                  MOVE 16        TO PRORCNEU
                  PERFORM P91
                  GO TO Z99.

           OPEN   OUTPUT LEIX6LS.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEIX6LS - ABBRECHEN **'
                  MOVE 'LEIX6LS' TO PRODATEI
                  PERFORM P95
                  GO TO Z99.
           OPEN   OUTPUT LEISOLD.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEISOLD - ABBRECHEN **'
                  MOVE 'LEISOLD' TO PRODATEI
                  PERFORM P95
                  GO TO Z99.

           PERFORM L00.
           IF     PRORC         NOT LESS 12          GO TO Z99.
           PERFORM L10.
           IF     PRORC         NOT LESS 12          GO TO Z99.

           PERFORM D00 VARYING SGX FROM 1 BY 1
                                 UNTIL SGX GREATER 5.

           PERFORM X01.
           PERFORM X00 VARYING SGX FROM 1 BY 1
                                 UNTIL SGX GREATER 5.
           PERFORM X03.

           PERFORM Z90.
           CLOSE  LEIX6LS LEISOLD.

           IF     ANZPLN        =    ZERO
                  MOVE 'W'       TO PROSTUFE
                  MOVE 'DATN'    TO PROEREIG
                  MOVE 'LEIPLAN' TO PRODATEI
                  MOVE WSDATNUM  TO PROZAHL1
                  MOVE 'KEIN PLAN FUER MONAT' TO PROTEXT
                  PERFORM P90
                  MOVE 4         TO PRORCNEU
                  PERFORM P91.
           IF     ANZAUM        GREATER ZERO OR
                  ANZAUK        GREATER ZERO
                  MOVE 'W'       TO PROSTUFE
                  MOVE 'DATN'    TO PROEREIG
                  MOVE 'LEISTAH' TO PRODATEI
                  MOVE ANZAUM    TO PROZAHL1
                  MOVE ANZAUK    TO PROZAHL2
                  MOVE 'ABWEICHUNG UEBER TOLERANZ' TO PROTEXT
                  PERFORM P90
                  MOVE 4         TO PRORCNEU
                  PERFORM P91.

           IF     PRORC         LESS 8
                  MOVE 'I'       TO PROSTUFE
                  MOVE 'ENDE'    TO PROEREIG
                  MOVE EXTCNT    TO PROZAHL1
                  MOVE ANZAUM    TO PROZAHL2
                  PERFORM P90.
       Z99.
           CLOSE  LEIPROT.
           MOVE   PRORC TO RETURN-CODE.
           STOP   RUN.
      *****************************************************************
      *    R00    LEIX275-ABSCHLUSS DES BERICHTSMONATS IN LEIRUNS     *
      *****************************************************************
       R00 SECTION.
       R00A.
           OPEN   INPUT LEIRUNS.
           IF     NOT   STATUS-OK
                  GO TO R00Z.
       R00B.
           READ   LEIRUNS AT END                    GO TO R00C.
           IF     RUNMONAT      =    WSDATNUM AND
                  RUNPROG       =   'LEIX275' AND
                  RUNSTAT       =   'E'
                  MOVE '1' TO RUNGEF.
           GO TO R00B.
       R00C.
           CLOSE  LEIRUNS.
       R00Z.
           EXIT.
      *****************************************************************
      *    L00    PLANWERTE DES JAHRES BIS ZUM BERICHTSMONAT LADEN    *
      *****************************************************************
       L00 SECTION.
       L00A.
           OPEN   INPUT LEIPLAN.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEIPLAN - ABBRECHEN **'
                  MOVE 'LEIPLAN' TO PRODATEI
                  PERFORM P95
                  GO TO L00Z.
       L00B.
           READ   LEIPLAN AT END                    GO TO L00C.
           IF     PLANMON       GREATER WSDATNUM     GO TO L00B.
           IF     PLANMON       LESS    WSDATJJ * 100 + 1
                                                     GO TO L00B.
           IF     PLANGRP       LESS 1 OR
                  PLANGRP       GREATER 5 OR
                  PLANVWS       LESS 1 OR
                  PLANVWS       GREATER 21           GO TO L00B.
           MOVE   PLANGRP       TO SGX.
           MOVE   PLANVWS       TO SVX.
           MOVE   '1'           TO SIVRHK (SGX, SVX).
           IF     SIBEZ (SGX, SVX) = SPACE
                  MOVE PLANBEZ  TO SIBEZ (SGX, SVX).
           ADD    PLANANZ       TO SKANZ (SGX, SVX).
           ADD    PLANRBT       TO SKRBT (SGX, SVX).
           IF     PLANMON       =    WSDATNUM
                  ADD  1        TO ANZPLN
                  MOVE '1'      TO SIVRHM (SGX, SVX)
                  ADD  PLANANZ  TO SMANZ (SGX, SVX)
                  ADD  PLANRBT  TO SMRBT (SGX, SVX).
           GO TO L00B.
       L00C.
           CLOSE  LEIPLAN.
       L00Z.
           EXIT.
      *****************************************************************
      *    L10    IST AUS LEISTAH (JAHR BIS BERICHTSMONAT) LADEN;     *
      *    &----- DIE LEISTAH-BEZEICHNUNG HAT VORRANG                 *
      *****************************************************************
       L10 SECTION.
       L10A.
           OPEN   INPUT LEISTAH.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEISTAH - ABBRECHEN **'
                  MOVE 'LEISTAH' TO PRODATEI
                  PERFORM P95
                  GO TO L10Z.
       L10B.
           READ   LEISTAH AT END                    GO TO L10C.
           IF     STAHJJ   NOT  =    WSDATJJ  OR
                  STAHMM        GREATER WSDATMM       GO TO L10B.
           IF     STAHGRP       LESS 1 OR
                  STAHGRP       GREATER 5 OR
                  STAHVWS       LESS 1 OR
                  STAHVWS       GREATER 21           GO TO L10B.
           MOVE   STAHGRP       TO SGX.
           MOVE   STAHVWS       TO SVX.
           MOVE   '1'           TO SIVRHK (SGX, SVX).
           IF     STAHBEZ  NOT  =    SPACE
                  MOVE STAHBEZ  TO SIBEZ (SGX, SVX).
           ADD    STAHERL STAHFEL TO IKANZ (SGX, SVX).
           ADD    STAHRBT       TO IKRBT (SGX, SVX).
           IF     STAHMM        =    WSDATMM
                  ADD  1        TO ANZSTH
                  MOVE '1'      TO SIVRHM (SGX, SVX)
                  ADD  STAHERL STAHFEL TO IMANZ (SGX, SVX)
                  ADD  STAHRBT  TO IMRBT (SGX, SVX).
           GO TO L10B.
       L10C.
           CLOSE  LEISTAH.
       L10Z.
           EXIT.
      *****************************************************************
      *    D00    EINE ZEILENGRUPPE (SGX): ABSCHNITT BERICHTSMONAT     *
      *           UND ABSCHNITT KUMULIERT                              *
      *****************************************************************
       D00 SECTION.
       D00A.
           MOVE  'M'            TO TEILART.
           MOVE   SPACE         TO KOPFGRP.
           STRING GRPTXT (SGX) DELIMITED BY SPACE
                  ' - MONAT ' WSDATNUM
                  DELIMITED BY SIZE INTO KOPFGRP.
           PERFORM D05.
           MOVE  'K'            TO TEILART.
           MOVE   SPACE         TO KOPFGRP.
           STRING GRPTXT (SGX) DELIMITED BY SPACE
                  ' - KUMULIERT ' WSDATJJ '01-' WSDATNUM
                  DELIMITED BY SIZE INTO KOPFGRP.
           PERFORM D05.
       D00Z.
           EXIT.
      *****************************************************************
      *    D05    EIN ABSCHNITT (TEILART M/K) MIT GESAMTZEILE          *
      *****************************************************************
       D05 SECTION.
       D05A.
           PERFORM N05.
           MOVE   ZERO          TO SMANZ (SGX, 22) IMANZ (SGX, 22)
                                   SMRBT (SGX, 22) IMRBT (SGX, 22)
                                   SKANZ (SGX, 22) IKANZ (SGX, 22)
                                   SKRBT (SGX, 22) IKRBT (SGX, 22).
           PERFORM D10 VARYING SVX FROM 1 BY 1
                                 UNTIL SVX GREATER 21.
           PERFORM W95.
           MOVE   22            TO SVX.
           MOVE  'GESAMT---'    TO VGPVWS.
           PERFORM D20.
       D05Z.
           EXIT.
      *****************************************************************
      *    D10    EINE VWST: NUR MIT PLAN ODER IST IM ZEITRAUM         *
      *****************************************************************
       D10 SECTION.
       D10A.
           IF     TEILART       =    'M' AND
                  SIVRHM (SGX, SVX) = '0'               GO TO D10Z.
           IF     TEILART       =    'K' AND
                  SIVRHK (SGX, SVX) = '0'               GO TO D10Z.
           PERFORM D12.
           MOVE   POST          TO VGPVWS.
           PERFORM D20.
           ADD    SMANZ (SGX, SVX) TO SMANZ (SGX, 22).
           ADD    IMANZ (SGX, SVX) TO IMANZ (SGX, 22).
           ADD    SMRBT (SGX, SVX) TO SMRBT (SGX, 22).
           ADD    IMRBT (SGX, SVX) TO IMRBT (SGX, 22).
           ADD    SKANZ (SGX, SVX) TO SKANZ (SGX, 22).
           ADD    IKANZ (SGX, SVX) TO IKANZ (SGX, 22).
           ADD    SKRBT (SGX, SVX) TO SKRBT (SGX, 22).
           ADD    IKRBT (SGX, SVX) TO IKRBT (SGX, 22).
       D10Z.
           EXIT.
      *****************************************************************
      *    D12    VWST-BEZEICHNUNG (SGX/SVX) NACH POST: AUS LEISTAH   *
      *           ODER PLAN, SONST 'VWST NN'                          *
      *****************************************************************
       D12 SECTION.
       D12A.
           MOVE   SPACE         TO POST.
           IF     SIBEZ (SGX, SVX) NOT = SPACE
                  MOVE SIBEZ (SGX, SVX) TO POST
                  GO TO D12Z.
           MOVE   SVX           TO VWSNUMX.
           STRING 'VWST ' VWSNUMX DELIMITED BY SIZE INTO POST.
       D12Z.
           EXIT.
      *****************************************************************
      *    D20    ANZAHL- UND RESTBETRAGSZEILE EINER VWST (SVX)        *
      *    &----- ZEILEN AUSSERHALB DER TOLERANZ WERDEN GEZAEHLT      *
      *    &----- (GESAMTZEILE NICHT MITGEZAEHLT)                      *
      *****************************************************************
       D20 SECTION.
       D20A.
           MOVE  'ANZAHL'       TO VGPART.
           MOVE  '1'            TO VGLART.
           IF     TEILART       =    'M'
                  MOVE SMANZ (SGX, SVX) TO VGLSOL
                  MOVE IMANZ (SGX, SVX) TO VGLIST
           ELSE
                  MOVE SKANZ (SGX, SVX) TO VGLSOL
                  MOVE IKANZ (SGX, SVX) TO VGLIST.
           PERFORM Q00.
           PERFORM D25.
           MOVE   SPACE         TO VGPVWS.
           MOVE  'REST'         TO VGPART.
           MOVE  '2'            TO VGLART.
           IF     TEILART       =    'M'
                  MOVE SMRBT (SGX, SVX) TO VGLSOL
                  MOVE IMRBT (SGX, SVX) TO VGLIST
           ELSE
                  MOVE SKRBT (SGX, SVX) TO VGLSOL
                  MOVE IKRBT (SGX, SVX) TO VGLIST.
           PERFORM Q00.
           PERFORM D25.
       D20Z.
           EXIT.
      *****************************************************************
      *    D25    VERGLEICHSZEILE SCHREIBEN UND AUSREISSER ZAEHLEN    *
      *****************************************************************
       D25 SECTION.
       D25A.
           MOVE   VGLKNZ        TO VGPKNZ.
           MOVE   VGLPOST       TO POST.
           PERFORM WRT.
           IF     SVX           =    22              GO TO D25Z.
           IF     VGLKNZ        =    'O.PL'
                  ADD  1        TO ANZOPL.
           IF     VGLKNZ        =    SPACE           GO TO D25Z.
           IF     TEILART       =    'M'
                  ADD  1        TO ANZAUM
           ELSE
                  ADD  1        TO ANZAUK.
       D25Z.
           EXIT.
      *****************************************************************
      *    Q00    SOLL/IST VERGLEICHEN: DIFFERENZ, ABWEICHUNG IN       *
      *           PROZENT DES SOLLS, KENNZEICHEN GEGEN DIE TOLERANZ    *
      *    &----- VGLART 1 = ANZAHL, 2 = BETRAG (AUFBEREITUNG)        *
      *****************************************************************
       Q00 SECTION.
       Q00A.
           COMPUTE VGLDIF = VGLIST - VGLSOL.
           MOVE   SPACE         TO VGLKNZ.
           IF     VGLART        =    '1'
                  MOVE VGLSOL   TO ANZED
                  MOVE ANZED    TO VGPSOLL
                  MOVE VGLIST   TO ANZED
                  MOVE ANZED    TO VGPIST
                  MOVE VGLDIF   TO ANZED
                  MOVE ANZED    TO VGPDIFF
           ELSE
                  MOVE VGLSOL   TO BETED
                  MOVE BETED    TO VGPSOLL
                  MOVE VGLIST   TO BETED
                  MOVE BETED    TO VGPIST
                  MOVE VGLDIF   TO BETED
                  MOVE BETED    TO VGPDIFF.
           IF     VGLSOL        =    ZERO
                  MOVE '    ----' TO VGPPROZ
                  IF   VGLIST   NOT  =    ZERO
                       MOVE 'O.PL' TO VGLKNZ
                  END-IF
                  GO TO Q00Z.
           COMPUTE VGLPRZ ROUNDED = VGLDIF * 100 / VGLSOL
                  ON SIZE ERROR
                     MOVE 9999999,9 TO VGLPRZ.
           IF     VGLPRZ        LESS ZERO
                  COMPUTE VGLABS = ZERO - VGLPRZ
           ELSE
                  MOVE VGLPRZ   TO VGLABS.
           IF     VGLABS        GREATER 99999,9
                  MOVE ' ******' TO VGPPROZ
           ELSE
                  MOVE VGLPRZ   TO PRZED
                  MOVE PRZED    TO VGPPROZ.
           IF     VGLABS        GREATER TOLPRZ
                  MOVE '*'      TO VGLKNZ.
       Q00Z.
           EXIT.
      *****************************************************************
      *    X00    DATENSAETZE EINER ZEILENGRUPPE (SGX)                 *
      *****************************************************************
       X00 SECTION.
       X00A.
           PERFORM X02 VARYING SVX FROM 1 BY 1
                                 UNTIL SVX GREATER 21.
       X00Z.
           EXIT.
      *****************************************************************
      *    X01    KOPFSATZ SCHNITTSTELLENDATEI (LAUFDATUM, PERIODE,   *
      *           TOLERANZ)                                            *
      *****************************************************************
       X01 SECTION.
       X01A.
           MOVE   WSDATUM       TO EXTDAT6.
           MOVE   WSDATNUM      TO EXTDAT4.
           MOVE   TOLPRZ        TO EXTTOLX.
           MOVE   SPACE         TO EXTZEILE.
           STRING 'H' ';' 'LEIX286' ';' EXTDAT6 ';' EXTDAT4 ';'
                  EXTTOLX
                  DELIMITED BY SIZE INTO EXTZEILE.
           WRITE  EXTSATZ FROM EXTZEILE.
       X01Z.
           EXIT.
      *****************************************************************
      *    X02    DATENSATZ JE GRPIDX/VWST MIT PLAN ODER IST IM JAHR  *
      *    &----- KENNZEICHEN AUS DEM MONATSVERGLEICH: A = AUSSERHALB *
      *    &----- DER TOLERANZ (ANZAHL ODER REST), P = IST OHNE PLAN  *
      *****************************************************************
       X02 SECTION.
       X02A.
           IF     SIVRHK (SGX, SVX) = '0'               GO TO X02Z.
           MOVE   SPACE         TO EXTKNZ.
           MOVE  '1'            TO VGLART.
           MOVE   SMANZ (SGX, SVX) TO VGLSOL.
           MOVE   IMANZ (SGX, SVX) TO VGLIST.
           PERFORM Q00.
           PERFORM X04.
           MOVE  '2'            TO VGLART.
           MOVE   SMRBT (SGX, SVX) TO VGLSOL.
           MOVE   IMRBT (SGX, SVX) TO VGLIST.
           PERFORM Q00.
           PERFORM X04.

           ADD    1             TO EXTCNT.
           ADD    SMANZ (SGX, SVX) TO EXSSAN.
           ADD    IMANZ (SGX, SVX) TO EXSIAN.
           ADD    SMRBT (SGX, SVX) TO EXSSRB.
           ADD    IMRBT (SGX, SVX) TO EXSIRB.

           MOVE   SGX           TO GRPNUMX.
           MOVE   GRPNUMX       TO EXTGRPX.
           MOVE   SVX           TO VWSNUMX.
           MOVE   VWSNUMX       TO EXTVWSX.
           PERFORM D12.
           MOVE   POST          TO VGPVWS.
           MOVE   SMANZ (SGX, SVX) TO EXTSMAA.
           MOVE   IMANZ (SGX, SVX) TO EXTIMAA.
           COMPUTE EXTBETR = SMRBT (SGX, SVX) * 100.
           MOVE   EXTBETR       TO EXTSMRA.
           COMPUTE EXTBETR = IMRBT (SGX, SVX) * 100.
           MOVE   EXTBETR       TO EXTIMRA.
           MOVE   SKANZ (SGX, SVX) TO EXTSKAA.
           MOVE   IKANZ (SGX, SVX) TO EXTIKAA.
           COMPUTE EXTBETR = SKRBT (SGX, SVX) * 100.
           MOVE   EXTBETR       TO EXTSKRA.
           COMPUTE EXTBETR = IKRBT (SGX, SVX) * 100.
           MOVE   EXTBETR       TO EXTIKRA.

           MOVE   SPACE         TO EXTZEILE.
           STRING 'D' ';' EXTDAT4 ';' EXTGRPX ';' EXTVWSX ';'
                  VGPVWS ';' EXTSMAA ';' EXTIMAA ';'
                  EXTSMRA ';' EXTIMRA ';' EXTSKAA ';' EXTIKAA ';'
                  EXTSKRA ';' EXTIKRA ';' EXTKNZ
                  DELIMITED BY SIZE INTO EXTZEILE.
           WRITE  EXTSATZ FROM EXTZEILE.
       X02Z.
           EXIT.
      *****************************************************************
      *    X03    ENDESATZ MIT SATZZAHL UND SUMMEN DES MONATS         *
      *           (KONTROLLE DES EMPFAENGERS)                         *
      *****************************************************************
       X03 SECTION.
       X03A.
           MOVE   EXTCNT        TO EXTCNTA.
           MOVE   EXSSAN        TO EXTSSAA.
           MOVE   EXSIAN        TO EXTSIAA.
           COMPUTE EXTBETR = EXSSRB * 100.
           MOVE   EXTBETR       TO EXTSSRA.
           COMPUTE EXTBETR = EXSIRB * 100.
           MOVE   EXTBETR       TO EXTSIRA.

           MOVE   SPACE         TO EXTZEILE.
           STRING 'T' ';' EXTCNTA ';' EXTSSAA ';' EXTSIAA ';'
                  EXTSSRA ';' EXTSIRA
                  DELIMITED BY SIZE INTO EXTZEILE.
           WRITE  EXTSATZ FROM EXTZEILE.
       X03Z.
           EXIT.
      *****************************************************************
      *    X04    KENNZEICHEN DES DATENSATZES FORTSCHREIBEN            *
      *****************************************************************
       X04 SECTION.
       X04A.
           IF     VGLKNZ        =    '*'
                  MOVE 'A'      TO EXTKNZ.
           IF     VGLKNZ        =    'O.PL' AND
                  EXTKNZ        =    SPACE
                  MOVE 'P'      TO EXTKNZ.
       X04Z.
           EXIT.
      *****************************************************************
      *    Z90    SCHLUSSBLATT: ZAEHLER DES LAUFS                      *
      *****************************************************************
       Z90 SECTION.
       Z90A.
           MOVE  'SCHLUSSBLATT' TO KOPFGRP.
           PERFORM N05.
           MOVE   SPACE         TO SUMPOST.
           MOVE  'PLANSAETZE BERICHTSMONAT' TO SUMTEXT.
           MOVE   ANZPLN        TO SUMZAHL.
           MOVE   SUMPOST       TO POST.
           PERFORM WRT.
           MOVE  'LEISTAH-ZEILEN BERICHTSMONAT' TO SUMTEXT.
           MOVE   ANZSTH        TO SUMZAHL.
           MOVE   SUMPOST       TO POST.
           PERFORM WRT.
           MOVE  'AUSSER TOLERANZ MONAT' TO SUMTEXT.
           MOVE   ANZAUM        TO SUMZAHL.
           MOVE   SUMPOST       TO POST.
           PERFORM WRT.
           MOVE  'AUSSER TOLERANZ KUMULIERT' TO SUMTEXT.
           MOVE   ANZAUK        TO SUMZAHL.
           MOVE   SUMPOST       TO POST.
           PERFORM WRT.
           MOVE  'DAVON IST OHNE PLAN' TO SUMTEXT.
           MOVE   ANZOPL        TO SUMZAHL.
           MOVE   SUMPOST       TO POST.
           PERFORM WRT.
           MOVE  'SAETZE LEISOLD (OHNE H/T)' TO SUMTEXT.
           MOVE   EXTCNT        TO SUMZAHL.
           MOVE   SUMPOST       TO POST.
           PERFORM WRT.
       Z90Z.
           EXIT.
      *****************************************************************
      *    WRT AUSGABESATZ SCHREIBEN (MIT SEITENSTEUERUNG)            *
      *****************************************************************
       WRT SECTION.
       WRTA.
           IF     ZEILENNR      GREATER MAXZEIL
                  PERFORM K05.
           WRITE AUSGABE FROM POST.
           ADD    1 TO ZEILENNR.
       WRTZ.
           EXIT.
      *****************************************************************
      *    W95    TRENNZEILE VOR SUMMEN/ABSCHLUESSEN SCHREIBEN        *
      *****************************************************************
       W95 SECTION.
       W95A.
           IF     ZEILENNR      GREATER MAXZEIL
                  PERFORM K05.
           WRITE  AUSGABE FROM TRENNZEIL.
           ADD    1 TO ZEILENNR.
       W95Z.
           EXIT.
      *****************************************************************
      *    N05    ABSCHNITTSWECHSEL (WIE LEIX275): SEITE AUFFUELLEN   *
      *           UND DEN SEITENKOPF FUER DIE NAECHSTE ZEILE          *
      *           ERZWINGEN; ERSTE SEITE WIRD NICHT AUFGEFUELLT        *
      *****************************************************************
       N05 SECTION.
       N05A.
           IF     SEITENNR      =    ZERO
                  MOVE 99 TO ZEILENNR
                  GO TO N05Z.
       N05B.
           IF     ZEILENNR      NOT GREATER MAXZEIL
                  WRITE AUSGABE FROM LEERZEIL
                  ADD  1 TO ZEILENNR
                  GO TO N05B.
           MOVE   99 TO ZEILENNR.
       N05Z.
           EXIT.
      *****************************************************************
      *    K05    SEITENKOPF: BERICHT, TOLERANZ, MONAT, SEITE,        *
      *           ABSCHNITT UND SPALTENUEBERSCHRIFTEN                 *
      *****************************************************************
       K05 SECTION.
       K05A.
           ADD    1 TO SEITENNR.
           MOVE   SEITENNR      TO KOPFSEIT.
           MOVE   WSDATNUM      TO KOPFMON.
           MOVE   TOLPRZ        TO KOPFTOL.
           WRITE  AUSGABE FROM KOPF1.
           WRITE  AUSGABE FROM KOPF2.
           WRITE  AUSGABE FROM KOPF3.
           WRITE  AUSGABE FROM LEERZEIL.
           MOVE   4 TO ZEILENNR.
       K05Z.
           EXIT.

-INC PDLEIPR
-INC PDLEIBM
-INC UPRO100X
       END PROGRAM LEIX286.
