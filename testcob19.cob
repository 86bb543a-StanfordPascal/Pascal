
 PROCESS APOST,NOADV,NODYNAM,NOFLAGSTD,WORD(RWT)
       ID DIVISION.
      *----------------------------------------------------------------
      * LEIX283   ARC=L001
      *----------------------------------------------------------------
      ******************************************************************
      * -------------------------------------------------------------- *
      *  L E I X 2 8 3         ** VORPRUEFUNG ADRESSBESTAND BZDA8/     *
      *                           ADRDA7 VOR LEIX275                   *
      * -------------------------------------------------------------- *
      *                           E I N G A B E ---------------------- *
      *                           BZDA8       : BEZIRKSDATEI           *
      *                           ADRDA7      : ADRESSDATEI            *
      *                           VWSMAP      : KREIS/VWST-ZUORDNUNG   *
      *                           LEIEIN      : LEIF1D-KOPIE           *
      *                           SYSIN       : BERICHTSMONAT (WSLEIBM)*
      *                                                                *
      *                           A U S G A B E ---------------------- *
      *                           LEIX3LS     : ARBEITSLISTE JE KREIS  *
      *                           LEIPROT     : LAUFPROTOKOLL          *
      * -------------------------------------------------------------- *
      *  BEFUNDARTEN:                                                  *
      *    1 = BZ-AKEY VERWEIST AUF FEHLENDEN ADRDA7-SATZ              *
      *    2 = ADRESSE GESPERRT/INAKTIV (A-STAT)                       *
      *    3 = A-KREIS OHNE VWSMAP-EINTRAG (JE KREIS EINE ZEILE)       *
      *    4 = FALL OHNE BZDA8-SATZ (NUR AUS LEIEIN)                   *
      *  ADRDA7 UND BZDA8 WERDEN GANZ GELESEN; DIE FAELLE DES MONATS   *
      *  (ZULAESSIGKEIT WIE LEIX275) WERDEN UEBER U06 DEM BEFUND       *
      *  ZUGEORDNET, DEN SIE IN LEIX275 TREFFEN WUERDEN. JE KREIS EIN  *
      *  ABSCHNITT MIT DEN BEFUNDEN, FALLZAHL UND BETRAEGEN; VON       *
      *  FAELLEN GETROFFENE BEFUNDE SIND MIT '*' GEKENNZEICHNET.       *
      *  LEIPROT: BEFUNDE OHNE FALL = RC 4, VON FAELLEN GETROFFENE     *
      *  BEFUNDE = RC 8 (DER SCHEDULER HAELT LEIX275 AN).              *
      * -------------------------------------------------------------- *
      *  15/10/26 HM              ERSTELLUNG                           *
      * -------------------------------------------------------------- *
      ******************************************************************
       PROGRAM-ID. LEIX283.
       ENVIRONMENT   DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
-INC SPECNAME
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT ADRDA7  ASSIGN TO    ADRDA7
                          ORGANIZATION INDEXED
                          ACCESS       DYNAMIC
                          FILE STATUS  STATUS-BYTE
                          RECORD KEY   A-KEY.
           SELECT BZDA8   ASSIGN TO    BZDA8
                          ORGANIZATION INDEXED
                          ACCESS       DYNAMIC
                          FILE STATUS  STATUS-BYTE
                          RECORD KEY   BZ-KEY.
           SELECT LEIEIN  ASSIGN TO    LEIEIN.
           SELECT SRTWK1  ASSIGN TO    SRTWK1.
           SELECT VWSMAP  ASSIGN TO    VWSMAP
                          FILE STATUS  STATUS-BYTE.
           SELECT LEIX3LS ASSIGN TO    LEIX3LS
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
      *    &----- SORTIERARBEITSDATEI: BEFUNDE AUS DEM ADRESSBESTAND
      *    &----- (SART A) UND DIE SIE TREFFENDEN FAELLE (SART F),
      *    &----- NACH KREIS, BEFUNDART, SCHLUESSEL, SART
      *
       SD         SRTWK1
                  RECORD       50 CHARACTERS.
       01         SRTSATZ.
           05     SRTKREIS        PIC X(4).
           05     SRTART          PIC 9.
           05     SRTKEY          PIC X(10).
           05     SRTSART         PIC X.
           05     SRTINFO         PIC X(10).
           05     SRTGESV         PIC S9(9)V99     COMP-3.
           05     SRTGESR         PIC S9(9)V99     COMP-3.
           05     FILLER          PIC X(12).
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

       FD         LEIX3LS
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
           05      VTX             PIC S9(3)        COMP-3 VALUE ZERO.
           05      TPX             PIC S9(3)        COMP-3 VALUE ZERO.
           05      ANZADR          PIC S9(9)        COMP-3 VALUE ZERO.
           05      ANZBZ           PIC S9(9)        COMP-3 VALUE ZERO.
           05      ANZEIN          PIC S9(9)        COMP-3 VALUE ZERO.
           05      ANZGEP          PIC S9(9)        COMP-3 VALUE ZERO.
           05      ANZPRB          PIC S9(9)        COMP-3 VALUE ZERO.
           05      ANZTRF          PIC S9(9)        COMP-3 VALUE ZERO.
           05      IOABBR          PIC X                   VALUE '0'.
           05      GRPAKT          PIC X                   VALUE '0'.
           05      VORKREIS        PIC X(4)                VALUE SPACE.
           05      VORART          PIC 9                   VALUE ZERO.
           05      VORKEY          PIC X(10)               VALUE SPACE.
      *
      *    &----- BEFUND IN ARBEIT (GRUPPE KREIS/ART/SCHLUESSEL)
      *
       01          FILLER.
           05      GRPINFO         PIC X(10)               VALUE SPACE.
           05      GRPADR          PIC S9(7)        COMP-3 VALUE ZERO.
           05      GRPFAE          PIC S9(7)        COMP-3 VALUE ZERO.
           05      GRPVBT          PIC S9(9)V99     COMP-3 VALUE ZERO.
           05      GRPRBT          PIC S9(9)V99     COMP-3 VALUE ZERO.
      *
      *    &----- SUMMEN JE KREIS
      *
       01          FILLER.
           05      KRSPRB          PIC S9(7)        COMP-3 VALUE ZERO.
           05      KRSTRF          PIC S9(7)        COMP-3 VALUE ZERO.
           05      KRSFAE          PIC S9(7)        COMP-3 VALUE ZERO.
           05      KRSVBT          PIC S9(9)V99     COMP-3 VALUE ZERO.
           05      KRSRBT          PIC S9(9)V99     COMP-3 VALUE ZERO.
      *
      *    &----- SUMMEN JE BEFUNDART
      *
       01          TYPTAB.
           05      TYPSUM          OCCURS 4 TIMES.
                   10  TYPPRB      PIC S9(7)        COMP-3 VALUE ZERO.
                   10  TYPTRF      PIC S9(7)        COMP-3 VALUE ZERO.
                   10  TYPFAE      PIC S9(7)        COMP-3 VALUE ZERO.
                   10  TYPVBT      PIC S9(9)V99     COMP-3 VALUE ZERO.
                   10  TYPRBT      PIC S9(9)V99     COMP-3 VALUE ZERO.

       01          TYPTXT-TAB.
           05      FILLER          PIC X(14) VALUE 'ADR FEHLT'.
           05      FILLER          PIC X(14) VALUE 'ADR GESPERRT'.
           05      FILLER          PIC X(14) VALUE 'KREIS O.VWSMAP'.
           05      FILLER          PIC X(14) VALUE 'BZ FEHLT'.
       01          FILLER REDEFINES TYPTXT-TAB.
           05      TYPTXT          OCCURS 4 TIMES     PIC X(14).

       01          STATINFO.
           05      FILLER          PIC X(7)  VALUE 'A-STAT='.
           05      STATIWRT        PIC X.
           05      FILLER          PIC X(2)  VALUE SPACE.
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
      *
       01          VWSTTAB.
           05      VWSTKNT         PIC S9(3)        COMP-3 VALUE ZERO.
           05      VWSTEL          OCCURS 20 TIMES.
                   10  VTKREIS     PIC X(4).
                   10  VTBEZTXT    PIC X(9).
      *
      *    &----- BEFUNDZEILE
      *
       01          POST.
           05      POSTART         PIC X(14).
           05      POSTKEY         PIC X(10).
           05      FILLER          PIC X.
           05      POSTINFO        PIC X(10).
           05      FILLER          PIC X.
           05      POSTADR         PIC Z(5)9.
           05      FILLER          PIC X.
           05      POSTFAE         PIC Z(5)9.
           05      POSTVBTR        PIC Z(7)9,99-.
           05      POSTRBTR        PIC Z(7)9,99-.
           05      FILLER          PIC X.
           05      POSTKNZ         PIC X(3).
           05      FILLER          PIC X(3).
      *
      *    &----- SEITENSTEUERUNG UND KOEPFE (WIE LEIX275)
      *
       01          FILLER.
           05      SEITENNR        PIC S9(5)        COMP-3 VALUE ZERO.
           05      ZEILENNR        PIC S9(3)        COMP-3 VALUE 99.
           05      MAXZEIL         PIC S9(3)        COMP-3 VALUE 56.

       01          KOPF1.
           05      FILLER          PIC X(41)
                   VALUE 'LEIX283  VORPRUEFUNG ADRESSBESTAND BZDA8/'.
           05      FILLER          PIC X(9)  VALUE 'ADRDA7   '.
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
           05      FILLER          PIC X(14) VALUE 'BEFUND'.
           05      FILLER          PIC X(11) VALUE 'SCHLUESSEL'.
           05      FILLER          PIC X(11) VALUE 'HINWEIS'.
           05      FILLER          PIC X(7)  VALUE '  ADR.'.
           05      FILLER          PIC X(6)  VALUE 'FAELLE'.
           05      FILLER          PIC X(12) VALUE '   VORSCHUSS'.
           05      FILLER          PIC X(12) VALUE '        REST'.
           05      FILLER          PIC X(7)  VALUE ' TREFF'.

       01          TRENNZEIL       PIC X(80) VALUE ALL '-'.
       01          LEERZEIL        PIC X(80) VALUE SPACE.

-INC WSLEIPR
-INC U100C80
-INC VSSTATUS
-INC WSLEIBA
-INC WSLEIBV
-INC WSDATUM
-INC WSLEIBM

       PROCEDURE DIVISION.

-INC PDDATUM

           CALL  'UPRO100' USING U100SATZ.

           OPEN   EXTEND LEIPROT.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEIPROT **' STATUS-BYTE.
           MOVE  'LEIX283'      TO PROPROG.
           MOVE  'I'            TO PROSTUFE.
           MOVE  'STRT'         TO PROEREIG.
           PERFORM P90.
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
           OPEN   OUTPUT LEIX3LS.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEIX3LS - ABBRECHEN **'
                  MOVE 'LEIX3LS' TO PRODATEI
                  PERFORM P95
                  GO TO Z99.

           PERFORM V00.

           SORT   SRTWK1   ON ASCENDING KEY SRTKREIS SRTART
                                            SRTKEY   SRTSART
                  INPUT PROCEDURE  E00
                  OUTPUT PROCEDURE S00.

           IF     IOABBR        =    '1'             GO TO Z99.

           PERFORM Z90.

           IF     ANZPRB        GREATER ZERO
                  MOVE 'W'       TO PROSTUFE
                  MOVE 'DATN'    TO PROEREIG
                  MOVE 'ADRDA7'  TO PRODATEI
                  MOVE ANZPRB    TO PROZAHL1
                  MOVE ANZTRF    TO PROZAHL2
                  MOVE 'BEFUNDE ADRESSBESTAND' TO PROTEXT
                  PERFORM P90
                  MOVE 4         TO PRORCNEU
                  PERFORM P91.
      *
      *    &----- VON FAELLEN DES MONATS GETROFFENE BEFUNDE: LEIX275
      *    &----- WUERDE ZURUECKWEISEN ODER UNTER SONSTIGE BUCHEN
      *
           IF     ANZTRF        GREATER ZERO
                  MOVE 'F'       TO PROSTUFE
                  MOVE 'DATN'    TO PROEREIG
                  MOVE 'ADRDA7'  TO PRODATEI
                  MOVE ANZTRF    TO PROZAHL1
                  MOVE TYPFAE (1) TO PROZAHL2
                  ADD  TYPFAE (2) TYPFAE (3) TYPFAE (4) TO PROZAHL2
                  MOVE 'BEFUNDE MIT FAELLEN' TO PROTEXT
                  PERFORM P90
                  MOVE 8         TO PRORCNEU
                  PERFORM P91.

           IF     PRORC         LESS 8
                  MOVE 'I'       TO PROSTUFE
                  MOVE 'ENDE'    TO PROEREIG
                  MOVE ANZADR    TO PROZAHL1
                  MOVE ANZPRB    TO PROZAHL2
                  PERFORM P90.
      *
      *    &----- BEI DATEIFEHLERN WIRD DER BERICHTSTEIL UEBERSPRUNGEN
      *    &----- (EINSPRUNG Z99): NUR PROTOKOLL, RETURN-CODE, ENDE
      *
       Z99.
           CLOSE  ADRDA7 BZDA8 LEIX3LS.
           CLOSE  LEIPROT.
           MOVE   PRORC TO RETURN-CODE.
           STOP   RUN.
      *****************************************************************
      *    E00    BEFUNDE UND FAELLE AN DEN SORT UEBERGEBEN            *
      *****************************************************************
       E00 SECTION.
       E00A.
           PERFORM E10.
           IF     IOABBR        =    '1'             GO TO E00Z.
           PERFORM E20.
           IF     IOABBR        =    '1'             GO TO E00Z.
           PERFORM E30.
       E00Z.
           EXIT.
      *****************************************************************
      *    E10    ADRDA7 GANZ LESEN: GESPERRTE ADRESSEN UND KREISE     *
      *           OHNE VWSMAP-EINTRAG                                  *
      *****************************************************************
       E10 SECTION.
       E10A.
           READ   ADRDA7 NEXT RECORD AT END          GO TO E10Z.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER READ ADRDA7 - ABBRECHEN **'
                          STATUS-BYTE
                  MOVE 'READ'    TO PROEREIG
                  MOVE 'ADRDA7'  TO PRODATEI
                  PERFORM P95
                  MOVE '1'       TO IOABBR
                  GO TO E10Z.
           ADD    1 TO ANZADR.
           MOVE   SPACE         TO SRTSATZ.
           MOVE  'A'            TO SRTSART.
           MOVE   ZERO          TO SRTGESV SRTGESR.
           MOVE   A-KREIS       TO SRTKREIS.
           IF     A-STAT NOT = SPACE AND A-STAT NOT = '0'
                  MOVE 2        TO SRTART
                  MOVE A-KEY    TO SRTKEY
                  MOVE A-STAT   TO STATIWRT
                  MOVE STATINFO TO SRTINFO
                  RELEASE SRTSATZ.
           MOVE   A-KREIS       TO BEZVERW.
           MOVE   1             TO VWST.
           PERFORM V01.
           IF     VWST          =    1
                  MOVE 3        TO SRTART
                  MOVE SPACE    TO SRTKEY SRTINFO
                  RELEASE SRTSATZ.
           GO TO E10A.
       E10Z.
           EXIT.
      *****************************************************************
      *    E20    BZDA8 GANZ LESEN: VERWEIS AUF FEHLENDE ADRESSE       *
      *****************************************************************
       E20 SECTION.
       E20A.
           READ   BZDA8 NEXT RECORD AT END           GO TO E20Z.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER READ BZDA8 - ABBRECHEN **'
                          STATUS-BYTE
                  MOVE 'READ'    TO PROEREIG
                  MOVE 'BZDA8'   TO PRODATEI
                  PERFORM P95
                  MOVE '1'       TO IOABBR
                  GO TO E20Z.
           ADD    1 TO ANZBZ.
           MOVE   BZ-AKEY       TO A-KEY.
           READ   ADRDA7
                  INVALID KEY
                     MOVE SPACE    TO SRTSATZ
                     MOVE '????'   TO SRTKREIS
                     MOVE 1        TO SRTART
                     MOVE BZ-KEY   TO SRTKEY
                     MOVE 'A'      TO SRTSART
                     MOVE BZ-AKEY  TO SRTINFO
                     MOVE ZERO     TO SRTGESV SRTGESR
                     RELEASE SRTSATZ.
           GO TO E20A.
       E20Z.
           EXIT.
      *****************************************************************
      *    E30    FAELLE DES MONATS (ZULAESSIGKEIT WIE LEIX275) DEM    *
      *           BEFUND ZUORDNEN, DEN SIE IN LEIX275 TREFFEN          *
      *****************************************************************
       E30 SECTION.
       E30A.
           OPEN   INPUT LEIEIN.
       E30B.
           READ   LEIEIN AT END                      GO TO E30Y.
           IF     EINKART       =  9          AND
                  EINKKNZ       =  'K'               GO TO E30B.
           ADD    1 TO ANZEIN.
           IF     LEIOSART NOT  =  ZERO              GO TO E30B.
           IF     LEIOVSNR      =  ZERO              GO TO E30B.
           IF     LEIORMON      =  WSDATMM           GO TO E30B.
           IF     LEIOINAC NOT  =  ZERO              GO TO E30B.
           IF     LEIOTRAN NOT  =  ZERO              GO TO E30B.
           IF     LEIOTDAT NOT  =  ZERO              GO TO E30B.
           IF     LEIOSOND      =  '1'               GO TO E30B.
           ADD    1 TO ANZGEP.

           MOVE   SPACE         TO SRTSATZ.
           MOVE  'F'            TO SRTSART.
           MOVE   LEIOVSNR      TO SRTINFO.
           MOVE   LEIOGESV      TO SRTGESV.
           MOVE   LEIOGESR      TO SRTGESR.

           MOVE   LEIOVSNR      TO ADBAVSNR.
           PERFORM U06.
           IF     ADBASTAT      =    '2'
                  MOVE '????'   TO SRTKREIS
                  MOVE 4        TO SRTART
                  MOVE LEIOVSNR TO SRTKEY
                  RELEASE SRTSATZ
                  GO TO E30B.
           IF     ADBASTAT      =    '4'
                  MOVE '????'   TO SRTKREIS
                  MOVE 1        TO SRTART
                  MOVE LEIOVSNR TO SRTKEY
                  RELEASE SRTSATZ
                  GO TO E30B.
           MOVE   A-KREIS       TO SRTKREIS.
           IF     ADBASTAT      =    '8'
                  MOVE 2        TO SRTART
                  MOVE A-KEY    TO SRTKEY
                  RELEASE SRTSATZ
                  GO TO E30B.
           MOVE   A-KREIS       TO BEZVERW.
           MOVE   1             TO VWST.
           PERFORM V01.
           IF     VWST          =    1
                  MOVE 3        TO SRTART
                  MOVE SPACE    TO SRTKEY
                  RELEASE SRTSATZ.
           GO TO E30B.
       E30Y.
           CLOSE  LEIEIN.
       E30Z.
           EXIT.
      *****************************************************************
      *    S00    SORTIERTE SAETZE ZU BEFUNDEN VERDICHTEN, JE KREIS   *
      *           EIN ABSCHNITT                                       *
      *****************************************************************
       S00 SECTION.
       S00A.
           RETURN SRTWK1
                  AT END                              GO TO S00E.
           IF     SRTKREIS      =    VORKREIS AND
                  SRTART        =    VORART   AND
                  SRTKEY        =    VORKEY           GO TO S00C.
           IF     GRPAKT        =    '1'
                  PERFORM S10.
           IF     GRPAKT        =    '1'      AND
                  SRTKREIS NOT  =    VORKREIS
                  PERFORM S20.
           IF     GRPAKT        =    '0'      OR
                  SRTKREIS NOT  =    VORKREIS
                  PERFORM S30.
           MOVE   '1'           TO GRPAKT.
           MOVE   SRTKREIS      TO VORKREIS.
           MOVE   SRTART        TO VORART.
           MOVE   SRTKEY        TO VORKEY.
           MOVE   SPACE         TO GRPINFO.
           MOVE   ZERO          TO GRPADR GRPFAE GRPVBT GRPRBT.
       S00C.
           IF     SRTSART       =    'A'
                  ADD  1        TO GRPADR
                  MOVE SRTINFO  TO GRPINFO
           ELSE
                  ADD  1        TO GRPFAE
                  ADD  SRTGESV  TO GRPVBT
                  ADD  SRTGESR  TO GRPRBT.
           GO TO S00A.
       S00E.
           IF     GRPAKT        =    '1'
                  PERFORM S10
                  PERFORM S20.
       S00Z.
           EXIT.
      *****************************************************************
      *    S10    BEFUNDZEILE DRUCKEN, SUMMEN FORTFUEHREN              *
      *    &----- FALL MIT BEFUND 2/3 OHNE PASSENDEN BESTANDSSATZ     *
      *    &----- KANN NICHT VORKOMMEN; ADRESSZAHL BLEIBT DANN 0      *
      *****************************************************************
       S10 SECTION.
       S10A.
           MOVE   SPACE         TO POST.
           MOVE   TYPTXT (VORART) TO POSTART.
           MOVE   VORKEY        TO POSTKEY.
           MOVE   GRPINFO       TO POSTINFO.
           IF     VORART        =    4 AND
                  GRPFAE        GREATER ZERO
                  MOVE 'OHNE BZ'  TO POSTINFO.
           MOVE   GRPADR        TO POSTADR.
           MOVE   GRPFAE        TO POSTFAE.
           MOVE   GRPVBT        TO POSTVBTR.
           MOVE   GRPRBT        TO POSTRBTR.
           IF     GRPFAE        GREATER ZERO
                  MOVE '*'      TO POSTKNZ
                  ADD  1        TO KRSTRF ANZTRF TYPTRF (VORART).
           PERFORM WRT.

           ADD    1             TO KRSPRB ANZPRB TYPPRB (VORART).
           ADD    GRPFAE        TO KRSFAE TYPFAE (VORART).
           ADD    GRPVBT        TO KRSVBT TYPVBT (VORART).
           ADD    GRPRBT        TO KRSRBT TYPRBT (VORART).
       S10Z.
           EXIT.
      *****************************************************************
      *    S20    SUMMENZEILE DES KREISES                              *
      *****************************************************************
       S20 SECTION.
       S20A.
           PERFORM W95.
           MOVE   SPACE         TO POST.
           MOVE  'SUMME KREIS'  TO POSTART.
           MOVE   VORKREIS      TO POSTKEY.
           MOVE   KRSPRB        TO POSTADR.
           MOVE   KRSFAE        TO POSTFAE.
           MOVE   KRSVBT        TO POSTVBTR.
           MOVE   KRSRBT        TO POSTRBTR.
           IF     KRSTRF        GREATER ZERO
                  MOVE '*'      TO POSTKNZ.
           PERFORM WRT.
           MOVE   ZERO          TO KRSPRB KRSTRF KRSFAE KRSVBT KRSRBT.
       S20Z.
           EXIT.
      *****************************************************************
      *    S30    NEUER KREIS: ABSCHNITTSWECHSEL                       *
      *****************************************************************
       S30 SECTION.
       S30A.
           MOVE   SPACE         TO KOPFGRP.
           IF     SRTKREIS      =    '????'
                  MOVE 'OHNE KREIS (BZ/ADR FEHLT)' TO KOPFGRP
           ELSE
                  STRING 'KREIS ' SRTKREIS
                         DELIMITED BY SIZE INTO KOPFGRP.
           PERFORM N05.
       S30Z.
           EXIT.
      *****************************************************************
      *    Z90    SCHLUSSBLATT: BEFUNDE JE ART, ZAEHLER                *
      *****************************************************************
       Z90 SECTION.
       Z90A.
           MOVE  'ZUSAMMENFASSUNG JE BEFUNDART' TO KOPFGRP.
           PERFORM N05.
           PERFORM Z91 VARYING TPX FROM 1 BY 1
                                 UNTIL TPX GREATER 4.
           PERFORM W95.
           MOVE   SPACE         TO POST.
           MOVE  'ADRESSEN'     TO POSTART.
           MOVE   ANZADR        TO POSTADR.
           PERFORM WRT.
           MOVE   SPACE         TO POST.
           MOVE  'BEZIRKSSAETZE' TO POSTART.
           MOVE   ANZBZ         TO POSTADR.
           PERFORM WRT.
           MOVE   SPACE         TO POST.
           MOVE  'FAELLE GELES.' TO POSTART.
           MOVE   ANZEIN        TO POSTFAE.
           PERFORM WRT.
           MOVE   SPACE         TO POST.
           MOVE  'FAELLE GEPR.' TO POSTART.
           MOVE   ANZGEP        TO POSTFAE.
           PERFORM WRT.
           PERFORM W95.
       Z90Z.
           EXIT.
      *****************************************************************
      *    Z91    ZEILE JE BEFUNDART: BEFUNDE (SPALTE ADR.), DAVON    *
      *           GETROFFEN (HINWEIS), FAELLE UND BETRAEGE            *
      *****************************************************************
       Z91 SECTION.
       Z91A.
           MOVE   SPACE         TO POST.
           MOVE   TYPTXT (TPX)  TO POSTART.
           MOVE  'BEFUNDE'      TO POSTKEY.
           MOVE   TYPTRF (TPX)  TO POSTFAE.
           MOVE   TYPPRB (TPX)  TO POSTADR.
           MOVE   TYPVBT (TPX)  TO POSTVBTR.
           MOVE   TYPRBT (TPX)  TO POSTRBTR.
           IF     TYPTRF (TPX)  GREATER ZERO
                  MOVE '*'      TO POSTKNZ.
           PERFORM WRT.
           MOVE   SPACE         TO POST.
           MOVE  'GETROFFEN'    TO POSTKEY.
           MOVE   TYPTRF (TPX)  TO POSTADR.
           MOVE   TYPFAE (TPX)  TO POSTFAE.
           PERFORM WRT.
       Z91Z.
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
      *           SPALTENUEBERSCHRIFTEN                               *
      *****************************************************************
       K05 SECTION.
       K05A.
           ADD    1 TO SEITENNR.
           MOVE   SEITENNR      TO KOPFSEIT.
           MOVE   WSDATNUM      TO KOPFMON.
           WRITE  AUSGABE FROM KOPF1.
           WRITE  AUSGABE FROM KOPF2.
           WRITE  AUSGABE FROM KOPF3.
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

-INC PDLEIB8
-INC PDLEIPR
-INC PDLEIBM
-INC UPRO100X
       END PROGRAM LEIX283.
