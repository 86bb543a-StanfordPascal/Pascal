
 PROCESS APOST,NOADV,NODYNAM,NOFLAGSTD,WORD(RWT)
       ID DIVISION.
      *----------------------------------------------------------------
      * LEIX281   ARC=L001
      *----------------------------------------------------------------
      ******************************************************************
      * -------------------------------------------------------------- *
      *  L E I X 2 8 1         ** ABGLEICH OFFENE FAELLE (LEIEIN)      *
      *                           GEGEN VERTRAGSZEITRAEUME (LEIVSAM)   *
      * -------------------------------------------------------------- *
      *                           E I N G A B E ---------------------- *
      *                           LEIEIN      : LEIF1D-KOPIE           *
      *                           LEIVSAM     : LEIF3DX ZIELDATEI      *
      *                           BZDA8/ADRDA7: VERWALTUNGSSTELLE      *
      *                           VWSMAP      : KREIS/VWST-ZUORDNUNG   *
      *                           SYSIN       : BERICHTSMONAT (WSLEIBM)*
      *                                                                *
      *                           A U S G A B E ---------------------- *
      *                           LEIX1LS     : ABWEICHUNGSLISTE       *
      *                           LEIPROT     : LAUFPROTOKOLL          *
      * -------------------------------------------------------------- *
      *  JEDER FALL, DEN LEIX275 ZAEHLT (LEIOSART = 0, GLEICHE         *
      *  ZULAESSIGKEIT), WIRD GEGEN DEN VERTRAG IN LEIVSAM GEPRUEFT.   *
      *  DER VERTRAG IST DIE ENTPACKTE NUMMER IN LEIOVSNR STELLE 1-7.  *
      *  ABWEICHUNGSARTEN:                                             *
      *    1 = VERTRAG FEHLT IN LEIVSAM                                *
      *    2 = FALLMONAT (LEIORDAT) LIEGT AUSSERHALB ALLER VON/BIS-    *
      *        ZEITRAEUME DES VERTRAGS                                 *
      *    3 = ALLE ZEITRAEUME DES VERTRAGS ENDEN VOR DEM FALLMONAT    *
      *  JE ABWEICHUNG EINE ZEILE MIT VSNR, FALLDATUM, LETZTEM         *
      *  ZEITRAUMENDE, VWST (BZDA8/ADRDA7 UND VWSMAP WIE LEIX275) UND  *
      *  BETRAEGEN, NACH VWST UND ART SORTIERT, JE VWST EIN ABSCHNITT. *
      *  ZUM SCHLUSS ANZAHL UND RESTBETRAG JE VWST UND ART. BEI        *
      *  ABWEICHUNGEN LEIPROT-WARNUNG MIT RETURN-CODE-KLASSE 4.        *
      * -------------------------------------------------------------- *
      *  15/10/26 HM              ERSTELLUNG                           *
      * -------------------------------------------------------------- *
      ******************************************************************
       PROGRAM-ID. LEIX281.
       ENVIRONMENT   DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
-INC SPECNAME
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT ADRDA7  ASSIGN TO    ADRDA7
                          ORGANIZATION INDEXED
                          ACCESS       RANDOM
                          FILE STATUS  STATUS-BYTE
                          RECORD KEY   A-KEY.
           SELECT BZDA8   ASSIGN TO    BZDA8
                          ORGANIZATION INDEXED
                          ACCESS       RANDOM
                          FILE STATUS  STATUS-BYTE
                          RECORD KEY   BZ-KEY.
           SELECT LEIVSAM ASSIGN TO    LEIVSAM
                          ORGANIZATION INDEXED
                          ACCESS       RANDOM
                          FILE STATUS  STATUS-BYTE
                          RECORD KEY   LEICSCHL.
           SELECT LEIEIN  ASSIGN TO    LEIEIN.
           SELECT SRTWK1  ASSIGN TO    SRTWK1.
           SELECT VWSMAP  ASSIGN TO    VWSMAP
                          FILE STATUS  STATUS-BYTE.
           SELECT LEIX1LS ASSIGN TO    LEIX1LS
                          FILE STATUS  STATUS-BYTE.
           SELECT LEIPROT ASSIGN TO    LEIPROT
                          FILE STATUS  STATUS-BYTE.
       DATA DIVISION.
       FILE SECTION.
       FD         ADRDA7
                  LABEL RECORDS   STANDARD.
-INC ADRSATZN

       FD         BZDA8
                  LABEL RECORDS   STANDARD.
-INC BZSATZ8

       FD         LEIVSAM
                  LABEL RECORDS   STANDARD.
-INC LEICSATX

       FD         LEIEIN
                  RECORDING     F
                  RECORD      220 CHARACTERS
                  BLOCK      7920 CHARACTERS
                  LABEL RECORDS   STANDARD.
-INC LEIOSATX
      *
      *    &----- KONTROLLSATZ DER VORPRUEFUNG LEIX274 (SATZART 9,
      *    &----- KNZ K) WIRD UEBERLESEN
      *
       01         EINKSATZ.
           05     EINKART         PIC 9.
           05     EINKKNZ         PIC X.
           05     FILLER          PIC X(218).
      *
      *    &----- SORTIERARBEITSDATEI: EIN SATZ JE ABWEICHUNG,
      *    &----- SORTIERT NACH VWST, ART UND VSNR
      *
       SD         SRTWK1
                  RECORD       44 CHARACTERS.
       01         SRTSATZ.
           05     SRTVWS          PIC 9(2).
           05     SRTTYP          PIC 9.
           05     SRTVSNR         PIC X(10).
           05     SRTRDAT         PIC 9(6).
           05     SRTLBIS         PIC 9(6).
           05     SRTAST          PIC X.
           05     SRTGESV         PIC S9(9)V99     COMP-3.
           05     SRTGESR         PIC S9(9)V99     COMP-3.
           05     SRTGESE         PIC S9(9)V99     COMP-3.
      *
      *    &----- VERWALTUNGSSTELLEN-ZUORDNUNG (KREIS -> VWST)
      *
       FD         VWSMAP
                  RECORDING     F
                  RECORD       20 CHARACTERS
                  BLOCK      2000 CHARACTERS
                  LABEL RECORDS   STANDARD.
       01         VWSATZ.
           05     VMKREIS         PIC X(4).
           05     VMBEZTXT        PIC X(9).
           05     FILLER          PIC X(7).

       FD         LEIX1LS
                  RECORDING     F
                  RECORD       80 CHARACTERS
                  BLOCK      8000 CHARACTERS
                  LABEL RECORDS   STANDARD.
       01         AUSGABE         PIC X(80).
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
           05      VWST            PIC 9(2)                VALUE ZERO.
           05      ABWTYP          PIC 9                   VALUE ZERO.
           05      ANZEIN          PIC S9(9)        COMP-3 VALUE ZERO.
           05      ANZGEP          PIC S9(9)        COMP-3 VALUE ZERO.
           05      ANZOK           PIC S9(9)        COMP-3 VALUE ZERO.
           05      ANZABW          PIC S9(9)        COMP-3 VALUE ZERO.
           05      ANZBZA          PIC S9(9)        COMP-3 VALUE ZERO.
           05      VWSTKNT-P1      PIC S9(3)        COMP-3 VALUE ZERO.
           05      SVX             PIC S9(3)        COMP-3 VALUE ZERO.
           05      VTX             PIC S9(3)        COMP-3 VALUE ZERO.
           05      TPX             PIC S9(3)        COMP-3 VALUE ZERO.
           05      ZRX             PIC S9(5)        COMP-3 VALUE ZERO.
           05      GEDECKT         PIC X                   VALUE '0'.
           05      FALLJM          PIC 9(6)                VALUE ZERO.
           05      ZRVON           PIC 9(6)                VALUE ZERO.
           05      ZRBIS           PIC 9(6)                VALUE ZERO.
           05      MAXBIS          PIC 9(6)                VALUE ZERO.
           05      FENSTJJ         PIC 99                  VALUE ZERO.
           05      JHR2            PIC 99                  VALUE ZERO.
           05      JHR4            PIC 9(4)                VALUE ZERO.
           05      VORVWS          PIC 9(2)                VALUE 99.
           05      IOABBR          PIC X                   VALUE '0'.
      *
      *    &----- VERTRAGSNUMMER AUS DER VSNR (STELLE 1-7 ENTPACKT)
      *
       01          VSNRWERK.
           05      VSNRVERT        PIC 9(7).
           05      FILLER          PIC X(3).
      *
      *    &----- LETZTES ZEITRAUMENDE JJJJMM, GEDRUCKT ALS MMJJ
      *
       01          LBISJM          PIC 9(6)                VALUE ZERO.
       01          FILLER REDEFINES LBISJM.
           05      FILLER          PIC 99.
           05      LBISJJ          PIC 99.
           05      LBISMM          PIC 99.
       01          LBISMJ          PIC 9(4)                VALUE ZERO.
       01          FILLER REDEFINES LBISMJ.
           05      LBISMJM         PIC 99.
           05      LBISMJJ         PIC 99.
      *
      *    &----- BERICHTSMONAT ALS JJMM (WIE LEIX275-WSDATSTAMP)
      *
       01          WSDATSTAMP.
           05      WSDATJJ         PIC 99.
           05      WSDATMM         PIC 99.
       01          FILLER REDEFINES WSDATSTAMP.
           05      WSDATNUM        PIC 9(4).
      *
      *    &----- KREIS -> VERWALTUNGSSTELLE, AUS VWSMAP GELADEN
      *    &----- (INDEX 1 = SONSTIGE/FELLBACH, IMMER VORHANDEN)
      *
       01          VWSTTAB.
           05      VWSTKNT         PIC S9(3)        COMP-3 VALUE ZERO.
           05      VWSTEL          OCCURS 20 TIMES.
                   10  VTKREIS     PIC X(4).
                   10  VTBEZTXT    PIC X(9).
      *
      *    &----- ABWEICHUNGEN JE VWST UND ART (1-3)
      *
       01          ABWTAB.
           05      ABWVWS          OCCURS 21 TIMES.
                   10  ABWART      OCCURS 3 TIMES.
                       15  ABWANZ  PIC S9(5)        COMP-3 VALUE ZERO.
                       15  ABWRBT  PIC S9(9)V99     COMP-3 VALUE ZERO.
      *
      *    &----- SUMMEN JE ART UND GESAMT
      *
       01          TYPTAB.
           05      TYPSUM          OCCURS 3 TIMES.
                   10  TYPANZ      PIC S9(5)        COMP-3 VALUE ZERO.
                   10  TYPRBT      PIC S9(9)V99     COMP-3 VALUE ZERO.
       01          FILLER.
           05      GESANZ          PIC S9(5)        COMP-3 VALUE ZERO.
           05      GESRBT          PIC S9(9)V99     COMP-3 VALUE ZERO.

       01          TYPTXT-TAB.
           05      FILLER          PIC X(11) VALUE 'KEIN VERTR.'.
           05      FILLER          PIC X(11) VALUE 'AUSSERHALB '.
           05      FILLER          PIC X(11) VALUE 'ZR BEENDET '.
       01          FILLER REDEFINES TYPTXT-TAB.
           05      TYPTXT          OCCURS 3 TIMES     PIC X(11).
      *
      *    &----- ABWEICHUNGSZEILE
      *
       01          POST.
           05      POSTVSNR        PIC X(10).
           05      FILLER          PIC X.
           05      POSTRDAT        PIC 9(6).
           05      FILLER          PIC X.
           05      POSTTYP         PIC X(11).
           05      POSTLBIS        PIC X(4).
           05      FILLER          PIC X.
           05      POSTVWS         PIC X(9).
           05      POSTVBTR        PIC Z(7)9,99-.
           05      POSTRBTR        PIC Z(7)9,99-.
           05      POSTEBTR        PIC Z(7)9,99-.
           05      FILLER          PIC X.
      *
      *    &----- SUMMENZEILE JE VWST (ANZAHL JE ART, RESTBETRAG)
      *
       01          SUMPOST.
           05      SUMVWS          PIC X(9).
           05      FILLER          PIC X(3).
           05      SUMANZ1         PIC Z(6)9.
           05      FILLER          PIC X(3).
           05      SUMANZ2         PIC Z(6)9.
           05      FILLER          PIC X(3).
           05      SUMANZ3         PIC Z(6)9.
           05      FILLER          PIC X(3).
           05      SUMANZG         PIC Z(6)9.
           05      FILLER          PIC X(3).
           05      SUMRBTR         PIC Z(9)9,99-.
           05      FILLER          PIC X(14).
      *
      *    &----- ZAEHLERZEILE DES SCHLUSSBLATTS
      *
       01          ZAEPOST.
           05      ZAETEXT         PIC X(36).
           05      ZAEZAHL         PIC Z(8)9.
           05      FILLER          PIC X(3).
           05      ZAERBTR         PIC Z(9)9,99-.
           05      FILLER          PIC X(18).
      *
      *    &----- SEITENSTEUERUNG UND KOEPFE (WIE LEIX275)
      *
       01          FILLER.
           05      SEITENNR        PIC S9(5)        COMP-3 VALUE ZERO.
           05      ZEILENNR        PIC S9(3)        COMP-3 VALUE 99.
           05      MAXZEIL         PIC S9(3)        COMP-3 VALUE 56.
           05      KOPFART         PIC X                   VALUE '1'.

       01          KOPF1.
           05      FILLER          PIC X(41)
                   VALUE 'LEIX281  ABGLEICH OFFENE FAELLE / VERTRAG'.
           05      FILLER          PIC X(9)  VALUE 'SZEITR.  '.
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
           05      FILLER          PIC X(11) VALUE 'VSNR'.
           05      FILLER          PIC X(7)  VALUE 'FALLDT'.
           05      FILLER          PIC X(11) VALUE 'ABWEICHUNG'.
           05      FILLER          PIC X(5)  VALUE 'LBIS'.
           05      FILLER          PIC X(9)  VALUE 'VWST'.
           05      FILLER          PIC X(12) VALUE '   VORSCHUSS'.
           05      FILLER          PIC X(12) VALUE '        REST'.
           05      FILLER          PIC X(12) VALUE '  ERSTATTUNG'.
           05      FILLER          PIC X(1)  VALUE SPACE.

       01          KOPF4.
           05      FILLER          PIC X(12) VALUE 'VWST'.
           05      FILLER          PIC X(10) VALUE 'KEIN VERTR'.
           05      FILLER          PIC X(10) VALUE 'AUSSERHALB'.
           05      FILLER          PIC X(10) VALUE 'ZR BEENDET'.
           05      FILLER          PIC X(10) VALUE '    GESAMT'.
           05      FILLER          PIC X(14) VALUE '          REST'.
           05      FILLER          PIC X(14) VALUE SPACE.

       01          TRENNZEIL       PIC X(80) VALUE ALL '-'.
       01          LEERZEIL        PIC X(80) VALUE SPACE.

-INC WSLEIPR
-INC U100C80
-INC VSSTATUS
-INC WSLEIBA
-INC WSLEIBV
-INC WSLEIPK
-INC WSLEIKO
+INC TOL.LEICWORK
-INC WSDATUM
-INC WSLEIBM

       PROCEDURE DIVISION.

-INC PDDATUM

           CALL  'UPRO100' USING U100SATZ.

           OPEN   EXTEND LEIPROT.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEIPROT **' STATUS-BYTE.
           MOVE  'LEIX281'      TO PROPROG.
           MOVE  'I'            TO PROSTUFE.
           MOVE  'STRT'         TO PROEREIG.
           PERFORM P90.
      *
      *    &----- ZWEISTELLIGE JAHRE WIE IM LEI386-VERFAHREN: BIS
      *    &----- LAUFJAHR + 10 GILT 20JJ, DARUEBER 19JJ
      *
           COMPUTE FENSTJJ = JJ + 10.
      *
      *    &----- BERICHTSMONAT VON DER PARAMETERKARTE (DIESELBE
      *    &----- KARTE WIE LEIX275)
      *
           ACCEPT BMKARTE FROM SYSIN.
           PERFORM B80.
           IF     BMFEHL        =    '1'
                  MOVE 'F'       TO PROSTUFE
                  MOVE 'PARM'    TO PROEREIG
                  MOVE 'BERICHTSMONAT UNPLAUSIBEL' TO PROTEXT
                  PERFORM P90
                  MOVE 16        TO PRORCNEU
                  PERFORM P91
                  GO TO Z99.

           OPEN   INPUT ADRDA7.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN ADRDA7 - ABBRECHEN **'
                  MOVE 'ADRDA7'  TO PRODATEI
                  PERFORM P95
                  GO TO Z99.
           OPEN   INPUT BZDA8.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN BZDA8  - ABBRECHEN **'
                  MOVE 'BZDA8'   TO PRODATEI
                  PERFORM P95
                  GO TO Z99.
           OPEN   INPUT LEIVSAM.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEIVSAM - ABBRECHEN **'
                  MOVE 'LEIVSAM' TO PRODATEI
                  PERFORM P95
                  GO TO Z99.
           OPEN   OUTPUT LEIX1LS.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEIX1LS - ABBRECHEN **'
                  MOVE 'LEIX1LS' TO PRODATEI
                  PERFORM P95
                  GO TO Z99.

           PERFORM V00.
           COMPUTE VWSTKNT-P1 = VWSTKNT + 1.

           SORT   SRTWK1   ON ASCENDING KEY SRTVWS SRTTYP SRTVSNR
                  INPUT PROCEDURE  E00
                  OUTPUT PROCEDURE S00.

           IF     IOABBR        =    '1'             GO TO Z99.

           PERFORM Z90.

           IF     ANZABW        GREATER ZERO
                  MOVE 'W'       TO PROSTUFE
                  MOVE 'DATN'    TO PROEREIG
                  MOVE 'LEIVSAM' TO PRODATEI
                  MOVE ANZABW    TO PROZAHL1
                  MOVE ANZGEP    TO PROZAHL2
                  MOVE 'FAELLE OHNE VERTRAGSDECKUNG' TO PROTEXT
                  PERFORM P90
                  MOVE 4         TO PRORCNEU
                  PERFORM P91.

           IF     PRORC         LESS 8
                  MOVE 'I'       TO PROSTUFE
                  MOVE 'ENDE'    TO PROEREIG
                  MOVE ANZGEP    TO PROZAHL1
                  MOVE ANZABW    TO PROZAHL2
                  PERFORM P90.
      *
      *    &----- BEI DATEIFEHLERN WIRD DER BERICHTSTEIL UEBERSPRUNGEN
      *    &----- (EINSPRUNG Z99): NUR PROTOKOLL, RETURN-CODE, ENDE
      *
       Z99.
           CLOSE  ADRDA7 BZDA8 LEIVSAM LEIX1LS.
           CLOSE  LEIPROT.
           MOVE   PRORC TO RETURN-CODE.
           STOP   RUN.
      *****************************************************************
      *    E00    LEIEIN LESEN, ZULAESSIGE FAELLE PRUEFEN              *
      *****************************************************************
       E00 SECTION.
       E00A.
           OPEN   INPUT LEIEIN.
       E00B.
           READ   LEIEIN AT END                      GO TO E00Y.
           IF     EINKART       =  9          AND
                  EINKKNZ       =  'K'               GO TO E00B.
           ADD    1 TO ANZEIN.
      *
      *    &----- ZULAESSIGKEIT WIE LEIX275 (A01)
      *
           IF     LEIOSART NOT  =  ZERO              GO TO E00B.
           IF     LEIOVSNR      =  ZERO              GO TO E00B.
           IF     LEIORMON      =  WSDATMM           GO TO E00B.
           IF     LEIOINAC NOT  =  ZERO              GO TO E00B.
           IF     LEIOTRAN NOT  =  ZERO              GO TO E00B.
           IF     LEIOTDAT NOT  =  ZERO              GO TO E00B.

           ADD    1 TO ANZGEP.
           PERFORM E01.
           IF     IOABBR        =    '1'             GO TO E00Y.
           GO TO E00B.
       E00Y.
           CLOSE  LEIEIN.
       E00Z.
           EXIT.
      *****************************************************************
      *    E01    EINEN FALL GEGEN DEN VERTRAG PRUEFEN                 *
      *    &----- ABWTYP 0 = GEDECKT, SONST ABWEICHUNGSART 1-3        *
      *****************************************************************
       E01 SECTION.
       E01A.
           MOVE   ZERO          TO ABWTYP MAXBIS.
           MOVE   LEIOVSNR      TO VSNRWERK.
           IF     VSNRVERT NOT  NUMERIC
                  MOVE 1 TO ABWTYP
                  GO TO E01C.

           MOVE   VSNRVERT      TO PACKUNVP.
           PERFORM PAK.
           MOVE   PACKKOMP      TO KOWVERT.
           PERFORM J30.
           IF     KOIOFEHL      =    '1'
                  DISPLAY '** FEHLER READ LEIVSAM - ABBRECHEN **'
                          STATUS-BYTE
                  MOVE 'READ'    TO PROEREIG
                  MOVE 'LEIVSAM' TO PRODATEI
                  PERFORM P95
                  MOVE '1'       TO IOABBR
                  GO TO E01Z.
           IF     KOVORH        =    '0'
                  MOVE 1 TO ABWTYP
                  GO TO E01C.
      *
      *    &----- FALLMONAT JJJJMM GEGEN JEDEN VON/BIS-ZEITRAUM
      *    &----- (ALLE JAHRE UEBER DAS JAHRHUNDERTFENSTER T10)
      *
           MOVE   LEIORJHR      TO JHR2.
           PERFORM T10.
           COMPUTE FALLJM = JHR4 * 100 + LEIORMON.
           MOVE   '0'           TO GEDECKT.
           PERFORM E02 VARYING ZRX FROM 1 BY 1
                   UNTIL ZRX GREATER KOWZDVA OR GEDECKT = '1'.
           IF     GEDECKT       =    '1'
                  ADD 1 TO ANZOK
                  GO TO E01Z.
           IF     KOWZDVA       GREATER ZERO  AND
                  MAXBIS        LESS FALLJM
                  MOVE 3 TO ABWTYP
           ELSE
                  MOVE 2 TO ABWTYP.
       E01C.
           PERFORM E03.
       E01Z.
           EXIT.
      *****************************************************************
      *    E02    EIN ZEITRAUM: DECKUNG PRUEFEN, SPAETESTES BIS MERKEN *
      *****************************************************************
       E02 SECTION.
       E02A.
           MOVE   KOWDATN (ZRX) TO ZWISLEIC.
           MOVE   ZWISVONJ      TO JHR2.
           PERFORM T10.
           COMPUTE ZRVON = JHR4 * 100 + ZWISVONM.
           MOVE   ZWISBISJ      TO JHR2.
           PERFORM T10.
           COMPUTE ZRBIS = JHR4 * 100 + ZWISBISM.
           IF     ZRBIS         GREATER MAXBIS
                  MOVE ZRBIS    TO MAXBIS.
           IF     FALLJM        NOT LESS    ZRVON AND
                  FALLJM        NOT GREATER ZRBIS
                  MOVE '1'      TO GEDECKT.
       E02Z.
           EXIT.
      *****************************************************************
      *    E03    ABWEICHUNG: VWST AUFLOESEN, ZAEHLEN, AN DEN SORT     *
      *    &----- VWST WIE LEIX275: SONDERFALL UND NICHT AUFLOESBARE  *
      *    &----- BZ/ADR-VERWEISE GEHEN AUF SONSTIGE (1)              *
      *****************************************************************
       E03 SECTION.
       E03A.
           MOVE   1             TO VWST.
           MOVE   SPACE         TO ADBASTAT.
           IF     LEIOSOND      =    '1'             GO TO E03B.

           MOVE   LEIOVSNR      TO ADBAVSNR.
           PERFORM U06.
           IF     ADBASTAT      =    '2' OR '4'
                  ADD 1 TO ANZBZA
                  GO TO E03B.
           IF     ADBASTAT NOT  =    ZERO            GO TO E03B.
           MOVE   A-KREIS       TO BEZVERW.
           PERFORM V01.
       E03B.
           ADD    1             TO ANZABW.
           ADD    1             TO ABWANZ (VWST, ABWTYP).
           ADD    LEIOGESR      TO ABWRBT (VWST, ABWTYP).

           MOVE   VWST          TO SRTVWS.
           MOVE   ABWTYP        TO SRTTYP.
           MOVE   LEIOVSNR      TO SRTVSNR.
           MOVE   LEIORDAT      TO SRTRDAT.
           MOVE   MAXBIS        TO SRTLBIS.
           MOVE   ADBASTAT      TO SRTAST.
           MOVE   LEIOGESV      TO SRTGESV.
           MOVE   LEIOGESR      TO SRTGESR.
           MOVE   LEIOGESE      TO SRTGESE.
           RELEASE SRTSATZ.
       E03Z.
           EXIT.
      *****************************************************************
      *    T10    ZWEISTELLIGES JAHR (JHR2) -> VIERSTELLIG (JHR4)      *
      *****************************************************************
       T10 SECTION.
       T10A.
           IF     JHR2          GREATER FENSTJJ
                  COMPUTE JHR4 = 1900 + JHR2
           ELSE
                  COMPUTE JHR4 = 2000 + JHR2.
       T10Z.
           EXIT.
      *****************************************************************
      *    S00    SORTIERTE ABWEICHUNGEN DRUCKEN, JE VWST EIN ABSCHNITT*
      *****************************************************************
       S00 SECTION.
       S00A.
           RETURN SRTWK1
                  AT END                              GO TO S00Z.
           MOVE   SRTVWS        TO SVX.
           PERFORM S01.
           IF     SRTVWS   NOT  =    VORVWS
                  MOVE SRTVWS   TO VORVWS
                  MOVE POSTVWS  TO KOPFGRP
                  PERFORM N05.

           MOVE   SRTVSNR       TO POSTVSNR.
           MOVE   SRTRDAT       TO POSTRDAT.
           MOVE   TYPTXT (SRTTYP) TO POSTTYP.
           MOVE   SPACE         TO POSTLBIS.
           IF     SRTTYP   NOT  =    1
                  MOVE SRTLBIS  TO LBISJM
                  MOVE LBISMM   TO LBISMJM
                  MOVE LBISJJ   TO LBISMJJ
                  MOVE LBISMJ   TO POSTLBIS.
           IF     SRTAST        =    '2' OR '4'
                  MOVE 'BZ/ADR---' TO POSTVWS.
           MOVE   SRTGESV       TO POSTVBTR.
           MOVE   SRTGESR       TO POSTRBTR.
           MOVE   SRTGESE       TO POSTEBTR.
           PERFORM WRT.
           GO TO S00A.
       S00Z.
           EXIT.
      *****************************************************************
      *    S01    POST LEEREN UND VWST-BEZEICHNUNG (SVX) EINSTELLEN    *
      *****************************************************************
       S01 SECTION.
       S01A.
           MOVE   SPACE         TO POST.
           IF     SVX           =    1
                  MOVE  'FELLBACH'        TO POSTVWS
           ELSE
                  COMPUTE VTX = SVX - 1
                  MOVE   VTBEZTXT (VTX)   TO POSTVWS.
       S01Z.
           EXIT.
      *****************************************************************
      *    Z90    SCHLUSSBLATT: ANZAHL JE VWST UND ART, ZAEHLER        *
      *****************************************************************
       Z90 SECTION.
       Z90A.
           MOVE   '2'           TO KOPFART.
           MOVE  'ABWEICHUNGEN JE VWST UND ART' TO KOPFGRP.
           PERFORM N05.
           PERFORM Z91 VARYING SVX FROM 1 BY 1
                                 UNTIL SVX GREATER VWSTKNT-P1.
           PERFORM W95.
           MOVE   SPACE         TO SUMPOST.
           MOVE  'GESAMT---'    TO SUMVWS.
           MOVE   TYPANZ (1)    TO SUMANZ1.
           MOVE   TYPANZ (2)    TO SUMANZ2.
           MOVE   TYPANZ (3)    TO SUMANZ3.
           MOVE   GESANZ        TO SUMANZG.
           MOVE   GESRBT        TO SUMRBTR.
           PERFORM Z93.

           MOVE  'ZUSAMMENFASSUNG'     TO KOPFGRP.
           PERFORM N05.
           MOVE   SPACE         TO ZAEPOST.
           MOVE  'FAELLE GELESEN'               TO ZAETEXT.
           MOVE   ANZEIN        TO ZAEZAHL.
           PERFORM Z94.
           MOVE  'FAELLE GEPRUEFT (WIE LEIX275)' TO ZAETEXT.
           MOVE   ANZGEP        TO ZAEZAHL.
           PERFORM Z94.
           MOVE  'DURCH VERTRAGSZEITRAUM GEDECKT' TO ZAETEXT.
           MOVE   ANZOK         TO ZAEZAHL.
           PERFORM Z94.
           MOVE  'ABWEICHUNGEN GESAMT'          TO ZAETEXT.
           MOVE   ANZABW        TO ZAEZAHL.
           MOVE   GESRBT        TO ZAERBTR.
           PERFORM Z94.
           PERFORM Z95 VARYING TPX FROM 1 BY 1
                                 UNTIL TPX GREATER 3.
           MOVE   SPACE         TO ZAEPOST.
           MOVE  'DAVON VWST NICHT AUFLOESBAR'  TO ZAETEXT.
           MOVE   ANZBZA        TO ZAEZAHL.
           PERFORM Z94.
           PERFORM W95.
       Z90Z.
           EXIT.
      *****************************************************************
      *    Z91    EINE VWST-ZEILE DES SCHLUSSBLATTS, SUMMEN FORTFUEHREN*
      *****************************************************************
       Z91 SECTION.
       Z91A.
           PERFORM S01.
           MOVE   SPACE         TO SUMPOST.
           MOVE   POSTVWS       TO SUMVWS.
           PERFORM Z92 VARYING TPX FROM 1 BY 1
                                 UNTIL TPX GREATER 3.
           MOVE   ABWANZ (SVX, 1) TO SUMANZ1.
           MOVE   ABWANZ (SVX, 2) TO SUMANZ2.
           MOVE   ABWANZ (SVX, 3) TO SUMANZ3.
           COMPUTE SUMANZG = ABWANZ (SVX, 1) + ABWANZ (SVX, 2)
                           + ABWANZ (SVX, 3).
           COMPUTE SUMRBTR = ABWRBT (SVX, 1) + ABWRBT (SVX, 2)
                           + ABWRBT (SVX, 3).
           PERFORM Z93.
       Z91Z.
           EXIT.
      *****************************************************************
      *    Z92    SUMMEN JE ART UND GESAMT FORTFUEHREN                 *
      *****************************************************************
       Z92 SECTION.
       Z92A.
           ADD    ABWANZ (SVX, TPX) TO TYPANZ (TPX) GESANZ.
           ADD    ABWRBT (SVX, TPX) TO TYPRBT (TPX) GESRBT.
       Z92Z.
           EXIT.
      *****************************************************************
      *    Z93    SUMMENZEILE SCHREIBEN (MIT SEITENSTEUERUNG)          *
      *****************************************************************
       Z93 SECTION.
       Z93A.
           IF     ZEILENNR      GREATER MAXZEIL
                  PERFORM K05.
           WRITE  AUSGABE FROM SUMPOST.
           ADD    1 TO ZEILENNR.
       Z93Z.
           EXIT.
      *****************************************************************
      *    Z94    ZAEHLERZEILE SCHREIBEN UND WIEDER LEEREN            *
      *****************************************************************
       Z94 SECTION.
       Z94A.
           IF     ZEILENNR      GREATER MAXZEIL
                  PERFORM K05.
           WRITE  AUSGABE FROM ZAEPOST.
           ADD    1 TO ZEILENNR.
           MOVE   SPACE         TO ZAEPOST.
       Z94Z.
           EXIT.
      *****************************************************************
      *    Z95    ZAEHLERZEILE JE ABWEICHUNGSART                       *
      *****************************************************************
       Z95 SECTION.
       Z95A.
           MOVE   SPACE         TO ZAEPOST.
           STRING 'DAVON ' TYPTXT (TPX)
                  DELIMITED BY SIZE INTO ZAETEXT.
           MOVE   TYPANZ (TPX)  TO ZAEZAHL.
           MOVE   TYPRBT (TPX)  TO ZAERBTR.
           PERFORM Z94.
       Z95Z.
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
      *    K05    SEITENKOPF: BERICHT, MONAT, SEITE, ABSCHNITT UND    *
      *           SPALTENUEBERSCHRIFTEN (KOPFART 1 = ABWEICHUNGEN,    *
      *           2 = SCHLUSSBLATT)                                   *
      *****************************************************************
       K05 SECTION.
       K05A.
           ADD    1 TO SEITENNR.
           MOVE   SEITENNR      TO KOPFSEIT.
           MOVE   WSDATNUM      TO KOPFMON.
           WRITE  AUSGABE FROM KOPF1.
           WRITE  AUSGABE FROM KOPF2.
           IF     KOPFART       =    '2'
                  WRITE AUSGABE FROM KOPF4
           ELSE
                  WRITE AUSGABE FROM KOPF3.
           WRITE  AUSGABE FROM LEERZEIL.
           MOVE   4 TO ZEILENNR.
       K05Z.
           EXIT.
      *****************************************************************
      *    V00    VERWALTUNGSSTELLEN-TABELLE AUS VWSMAP LADEN          *
      *****************************************************************
       V00 SECTION.
       V00A.
           OPEN   INPUT VWSMAP.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN VWSMAP - ABBRECHEN **'
                  MOVE 'VWSMAP'  TO PRODATEI
                  PERFORM P95
                  GO TO Z99.
       V00B.
           READ   VWSMAP AT END                       GO TO V00Z.
           IF     VWSTKNT       NOT  LESS 20
                  DISPLAY '** WARNUNG: VWSMAP MEHR ALS 20 VERWALTUNGS'
                          'STELLEN - ' VMKREIS ' IGNORIERT **'
                  GO TO V00B.
           ADD    1 TO VWSTKNT.
           MOVE   VMKREIS       TO VTKREIS  (VWSTKNT).
           MOVE   VMBEZTXT      TO VTBEZTXT (VWSTKNT).
           GO TO V00B.
       V00Z.
           CLOSE  VWSMAP.
      *****************************************************************
      *    V01    KREIS (BEZVERW) AUF VWST ABBILDEN                   *
      *    &----- TREFFER -> VWST = TABELLENPLATZ + 1 (1 = SONSTIGE)  *
      *****************************************************************
       V01 SECTION.
       V01A.
           PERFORM V01B VARYING VTX FROM 1 BY 1
                                 UNTIL VTX GREATER VWSTKNT.
           GO TO V01Z.
       V01B.
           IF     VTKREIS (VTX) = BEZVERW
                  COMPUTE VWST = VTX + 1.
       V01Z.
           EXIT.

-INC PDLEIKO
-INC PDLEIB8
-INC PDLEIPK
-INC PDLEIPR
-INC PDLEIBM
-INC UPRO100X
       END PROGRAM LEIX281.
