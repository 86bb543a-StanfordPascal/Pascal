
 PROCESS APOST,NOADV,NODYNAM,NOFLAGSTD,WORD(RWT)
       ID DIVISION.
      *----------------------------------------------------------------
      * LEIX285   ARC=L001
      *----------------------------------------------------------------
      ******************************************************************
      * -------------------------------------------------------------- *
      *  L E I X 2 8 5         ** PFLEGE PLANWERTE (SOLL) DER          *
      *                           MONATSSTATISTIK LEIPLAN              *
      * -------------------------------------------------------------- *
      *                           E I N G A B E ---------------------- *
      *                           LEIPLAN     : ALTER PLANBESTAND      *
      *                           PLANTRN     : AENDERUNGSKARTEN       *
      *                           VWSMAP      : KREIS/VWST-ZUORDNUNG   *
      *                                                                *
      *                           A U S G A B E ---------------------- *
      *                           LEIPLANN    : NEUER PLANBESTAND      *
      *                           LEIX5LS     : AENDERUNGSNACHWEIS UND *
      *                                         PLANBESTAND JE MONAT   *
      *                           LEIPROT     : LAUFPROTOKOLL          *
      * -------------------------------------------------------------- *
      *  KARTENAUFBAU PLANTRN: SP 1     FUNKTION Z=ZUGANG A=AENDERUNG *
      *                                          L=LOESCHUNG           *
      *                        SP 3-6   MONAT JJMM                     *
      *                        SP 8     GRPIDX 1-5 (1 = ALLE)          *
      *                        SP 10-11 VWST (1 = SONSTIGE, 2-21 =     *
      *                                 VWSMAP-EINTRAG 1-20)           *
      *                        SP 13-17 GEPLANTE OFFENE FAELLE (Z/A)   *
      *                        SP 19-29 GEPLANTER RESTBETRAG 9(9)V99   *
      *                                 OHNE KOMMA (Z/A)               *
      *  DIE KARTEN WERDEN NACH MONAT/GRPIDX/VWST (BEI GLEICHEM        *
      *  SCHLUESSEL IN KARTENFOLGE) SORTIERT UND GEGEN DEN ALTEN       *
      *  BESTAND GEMISCHT. PRUEFUNGEN: FUNKTION, MONAT, GRPIDX, VWST   *
      *  GEGEN DIE VWSMAP-EINTRAEGE, ZIFFERN IN DEN PLANWERTEN,        *
      *  ZUGANG AUF VORHANDENEN / AENDERUNG ODER LOESCHUNG AUF         *
      *  FEHLENDEN SATZ. ABGEWIESENE KARTEN ERSCHEINEN MIT GRUND IM    *
      *  NACHWEIS (LEIPROT RC 4), DER LAUF LAEUFT WEITER. PLANSAETZE,  *
      *  DEREN BEZEICHNUNG NICHT MEHR ZUM VWSMAP-EINTRAG PASST,        *
      *  WERDEN GEZAEHLT UND GEMELDET (RC 4). LEIPLANN WIRD IM         *
      *  NAECHSTEN LAUF ALS LEIPLAN GELESEN; FEHLT LEIPLAN (ERSTER     *
      *  LAUF), BEGINNT DER BESTAND LEER.                              *
      * -------------------------------------------------------------- *
      *  15/10/26 HM              ERSTELLUNG                           *
      * -------------------------------------------------------------- *
      ******************************************************************
       PROGRAM-ID. LEIX285.
       ENVIRONMENT   DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
-INC SPECNAME
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT LEIPLAN ASSIGN TO    LEIPLAN
                          FILE STATUS  STATUS-BYTE.
           SELECT LEIPLANN ASSIGN TO   LEIPLANN
                          FILE STATUS  STATUS-BYTE.
           SELECT PLANTRN ASSIGN TO    PLANTRN
                          FILE STATUS  STATUS-BYTE.
           SELECT SRTWK1  ASSIGN TO    SRTWK1.
           SELECT VWSMAP  ASSIGN TO    VWSMAP
                          FILE STATUS  STATUS-BYTE.
           SELECT LEIX5LS ASSIGN TO    LEIX5LS
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

       FD         LEIPLANN
                  RECORDING     F
                  RECORD       40 CHARACTERS
                  BLOCK      4000 CHARACTERS
                  LABEL RECORDS   STANDARD.
       01         PLNSATZ         PIC X(40).

       FD         PLANTRN
                  RECORDING     F
                  RECORD       80 CHARACTERS
                  BLOCK      8000 CHARACTERS
                  LABEL RECORDS   STANDARD.
       01         TRNSATZ.
           05     TRNFUNK         PIC X.
           05     FILLER          PIC X.
           05     TRNMON          PIC 9(4).
           05     FILLER REDEFINES TRNMON.
               10 TRNJJ           PIC 99.
               10 TRNMM           PIC 99.
           05     FILLER          PIC X.
           05     TRNGRP          PIC 9.
           05     FILLER          PIC X.
           05     TRNVWS          PIC 9(2).
           05     FILLER          PIC X.
           05     TRNANZ          PIC 9(5).
           05     FILLER          PIC X.
           05     TRNRBT          PIC 9(9)V99.
           05     FILLER          PIC X(51).
       01         TRNSATZX.
           05     FILLER          PIC X(2).
           05     TRNMONX         PIC X(4).
           05     FILLER          PIC X.
           05     TRNGRPX         PIC X.
           05     FILLER          PIC X.
           05     TRNVWSX         PIC X(2).
           05     FILLER          PIC X(69).
      *
      *    &----- SORTIERARBEITSDATEI: FORMAL GUELTIGE KARTEN NACH
      *    &----- PLANSCHLUESSEL UND KARTENFOLGE
      *
       SD         SRTWK1
                  RECORD       40 CHARACTERS.
       01         SRTSATZ.
           05     SRTSCHL.
               10 SRTMON          PIC 9(4).
               10 SRTGRP          PIC 9.
               10 SRTVWS          PIC 9(2).
           05     SRTLFD          PIC 9(5).
           05     SRTFUNK         PIC X.
           05     SRTANZ          PIC 9(5).
           05     SRTRBT          PIC 9(9)V99.
           05     FILLER          PIC X(11).
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

       FD         LEIX5LS
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
           05      ANZTRN          PIC S9(5)        COMP-3 VALUE ZERO.
           05      ANZANG          PIC S9(5)        COMP-3 VALUE ZERO.
           05      ANZABG          PIC S9(5)        COMP-3 VALUE ZERO.
           05      ANZALT          PIC S9(7)        COMP-3 VALUE ZERO.
           05      ANZNEU          PIC S9(7)        COMP-3 VALUE ZERO.
           05      ANZBEZ          PIC S9(5)        COMP-3 VALUE ZERO.
           05      ANZFLG          PIC S9(5)        COMP-3 VALUE ZERO.
           05      VTX             PIC S9(3)        COMP-3 VALUE ZERO.
           05      ALTGEF          PIC X                   VALUE '0'.
           05      ARBDA           PIC X                   VALUE '0'.
           05      MSTKEY          PIC X(7)                VALUE SPACE.
           05      TRNKEY          PIC X(7)                VALUE SPACE.
           05      ARBKEY          PIC X(7)                VALUE SPACE.
           05      FLGKEY          PIC X(7)       VALUE LOW-VALUE.
      *
      *    &----- PLANSATZ IN ARBEIT (ALTER SATZ ODER ZUGANG)
      *
       01          ARBSATZ.
           05      ARBSCHL.
                   10  ARBMON      PIC 9(4).
                   10  ARBGRP      PIC 9.
                   10  ARBVWS      PIC 9(2).
           05      ARBBEZ          PIC X(9).
           05      ARBANZ          PIC S9(5)        COMP-3.
           05      ARBRBT          PIC S9(9)V99     COMP-3.
           05      ARBDAT          PIC 9(6).
           05      FILLER          PIC X(9).
      *
      *    &----- PLANBESTAND JE MONAT (GRUPPENWECHSEL BEIM SCHREIBEN)
      *
       01          FILLER.
           05      MONAKT          PIC 9(4)                VALUE ZERO.
           05      MONSAE          PIC S9(5)        COMP-3 VALUE ZERO.
           05      MONANZ          PIC S9(7)        COMP-3 VALUE ZERO.
           05      MONRBT          PIC S9(11)V99    COMP-3 VALUE ZERO.

       01          MONTAB.
           05      MONKNT          PIC S9(3)        COMP-3 VALUE ZERO.
           05      MONEL           OCCURS 120 TIMES.
                   10  MTMON       PIC 9(4).
                   10  MTSAE       PIC S9(5)        COMP-3.
                   10  MTANZ       PIC S9(7)        COMP-3.
                   10  MTRBT       PIC S9(11)V99    COMP-3.
      *
      *    &----- KREIS -> VERWALTUNGSSTELLE, AUS VWSMAP GELADEN
      *
       01          VWSTTAB.
           05      VWSTKNT         PIC S9(3)        COMP-3 VALUE ZERO.
           05      VWSTEL          OCCURS 20 TIMES.
                   10  VTKREIS     PIC X(4).
                   10  VTBEZTXT    PIC X(9).

       01          GRPTXT-TAB.
           05      FILLER          PIC X(9)  VALUE 'ALLE'.
           05      FILLER          PIC X(9)  VALUE 'KV-MASCH'.
           05      FILLER          PIC X(9)  VALUE 'KV-MAN'.
           05      FILLER          PIC X(9)  VALUE 'AR-MASCH'.
           05      FILLER          PIC X(9)  VALUE 'AR-MAN'.
       01          FILLER REDEFINES GRPTXT-TAB.
           05      GRPTXT          OCCURS 5 TIMES     PIC X(9).

       01          POST.
           05      POSTFUNK        PIC X.
           05      FILLER          PIC X(2).
           05      POSTMON         PIC X(4).
           05      FILLER          PIC X.
           05      POSTGRP         PIC X(9).
           05      FILLER          PIC X.
           05      POSTVWS         PIC X(9).
           05      FILLER          PIC X.
           05      POSTANZ         PIC Z(4)9.
           05      FILLER          PIC X.
           05      POSTRBT         PIC Z(8)9,99.
           05      FILLER          PIC X(2).
           05      POSTTEXT        PIC X(30).
           05      FILLER          PIC X(2).

       01          MONPOST.
           05      FILLER          PIC X(7)  VALUE SPACE.
           05      MONPMON         PIC 9(4).
           05      FILLER          PIC X(4)  VALUE SPACE.
           05      MONPSAE         PIC Z(6)9.
           05      FILLER          PIC X(4)  VALUE SPACE.
           05      MONPANZ         PIC Z(8)9.
           05      FILLER          PIC X(4)  VALUE SPACE.
           05      MONPRBT         PIC Z(11)9,99.
           05      FILLER          PIC X(26) VALUE SPACE.

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
           05      KOPFART         PIC X                   VALUE '1'.

       01          KOPF1.
           05      FILLER          PIC X(41)
                   VALUE 'LEIX285  PFLEGE PLANWERTE LEIPLAN        '.
           05      FILLER          PIC X(9)  VALUE 'LAUF VOM '.
           05      KOPFDAT         PIC 9(6).
           05      FILLER          PIC X(11) VALUE '      SEITE'.
           05      KOPFSEIT        PIC ZZZZ9.
           05      FILLER          PIC X(8)  VALUE SPACE.

       01          KOPF2.
           05      FILLER          PIC X(11) VALUE 'ABSCHNITT: '.
           05      KOPFGRP         PIC X(30).
           05      FILLER          PIC X(39) VALUE SPACE.

       01          KOPF3.
           05      FILLER          PIC X(8)  VALUE 'F  JJMM'.
           05      FILLER          PIC X(10) VALUE 'GRUPPE'.
           05      FILLER          PIC X(10) VALUE 'VWST'.
           05      FILLER          PIC X(6)  VALUE 'FAELLE'.
           05      FILLER          PIC X(13) VALUE '   RESTBETRAG'.
           05      FILLER          PIC X(2)  VALUE SPACE.
           05      FILLER          PIC X(31) VALUE 'ERGEBNIS'.

       01          KOPF4.
           05      FILLER          PIC X(11) VALUE '      MONAT'.
           05      FILLER          PIC X(15) VALUE '    PLANSAETZE'.
           05      FILLER          PIC X(13) VALUE ' FAELLE ALLE'.
           05      FILLER          PIC X(19)
                   VALUE '    RESTBETRAG ALLE'.
           05      FILLER          PIC X(22) VALUE SPACE.

       01          TRENNZEIL       PIC X(80) VALUE ALL '-'.
       01          LEERZEIL        PIC X(80) VALUE SPACE.

-INC WSLEIPR
-INC U100C80
-INC VSSTATUS
-INC WSDATUM

       PROCEDURE DIVISION.

-INC PDDATUM

           CALL  'UPRO100' USING U100SATZ.

           OPEN   EXTEND LEIPROT.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEIPROT **' STATUS-BYTE.
           MOVE  'LEIX285'      TO PROPROG.
           MOVE  'I'            TO PROSTUFE.
           MOVE  'STRT'         TO PROEREIG.
           PERFORM P90.

           OPEN   INPUT PLANTRN.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN PLANTRN - ABBRECHEN **'
                  MOVE 'PLANTRN' TO PRODATEI
                  PERFORM P95
                  GO TO Z99.
           OPEN   OUTPUT LEIX5LS.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEIX5LS - ABBRECHEN **'
                  MOVE 'LEIX5LS' TO PRODATEI
                  PERFORM P95
                  GO TO Z99.
      *
      *    &----- OHNE ALTEN BESTAND (ERSTER LAUF, STATUS 35) BEGINNT
      *    &----- DER PLANBESTAND LEER; DAS WIRD ALS WARNUNG
      *    &----- PROTOKOLLIERT. JEDER ANDERE FEHLER BRICHT AB, SONST
      *    &----- GINGE DER GANZE PLANBESTAND VERLOREN
      *
           OPEN   INPUT LEIPLAN.
           IF     STATUS-OK
                  MOVE '1'       TO ALTGEF
           ELSE
           IF     STATUS-BYTE   =    '35'
                  DISPLAY '** LEIPLAN NICHT VORHANDEN - PLANBESTAND '
                          'BEGINNT LEER **'
                  MOVE 'LEIPLAN' TO PRODATEI
                  MOVE 'OHNE ALTEN PLANBESTAND' TO PROTEXT
                  PERFORM P94
           ELSE
                  DISPLAY '** FEHLER OPEN LEIPLAN - ABBRECHEN **'
                          STATUS-BYTE
                  MOVE 'LEIPLAN' TO PRODATEI
                  PERFORM P95
                  GO TO Z99.
           OPEN   OUTPUT LEIPLANN.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEIPLANN - ABBRECHEN **'
                  MOVE 'LEIPLANN' TO PRODATEI
                  PERFORM P95
                  GO TO Z99.

           PERFORM V00.

           MOVE  '1'            TO KOPFART.
           MOVE  'AENDERUNGSNACHWEIS' TO KOPFGRP.
           PERFORM N05.

           SORT   SRTWK1   ON ASCENDING KEY SRTSCHL SRTLFD
                  INPUT PROCEDURE  E00
                  OUTPUT PROCEDURE M00.

           IF     ALTGEF        =    '1'
                  CLOSE LEIPLAN.
           CLOSE  LEIPLANN PLANTRN.

           PERFORM Z90.
           CLOSE  LEIX5LS.

           IF     ANZABG        GREATER ZERO
                  MOVE 'W'       TO PROSTUFE
                  MOVE 'DATN'    TO PROEREIG
                  MOVE 'PLANTRN' TO PRODATEI
                  MOVE ANZTRN    TO PROZAHL1
                  MOVE ANZABG    TO PROZAHL2
                  MOVE 'KARTEN ABGEWIESEN' TO PROTEXT
                  PERFORM P90
                  MOVE 4         TO PRORCNEU
                  PERFORM P91.
           IF     ANZBEZ        GREATER ZERO
                  MOVE 'W'       TO PROSTUFE
                  MOVE 'DATN'    TO PROEREIG
                  MOVE 'VWSMAP'  TO PRODATEI
                  MOVE ANZBEZ    TO PROZAHL1
                  MOVE 'PLAN-VWST UNGLEICH VWSMAP' TO PROTEXT
                  PERFORM P90
                  MOVE 4         TO PRORCNEU
                  PERFORM P91.
           IF     ANZFLG        GREATER ZERO
                  MOVE 'F'       TO PROSTUFE
                  MOVE 'DATN'    TO PROEREIG
                  MOVE 'LEIPLAN' TO PRODATEI
                  MOVE ANZFLG    TO PROZAHL1
                  MOVE 'ALTBESTAND AUSSER FOLGE' TO PROTEXT
                  PERFORM P90
                  MOVE 8         TO PRORCNEU
                  PERFORM P91.

           IF     PRORC         LESS 8
                  MOVE 'I'       TO PROSTUFE
                  MOVE 'ENDE'    TO PROEREIG
                  MOVE ANZTRN    TO PROZAHL1
                  MOVE ANZNEU    TO PROZAHL2
                  PERFORM P90.
       Z99.
           CLOSE  LEIPROT.
           MOVE   PRORC TO RETURN-CODE.
           STOP   RUN.
      *****************************************************************
      *    E00    KARTEN FORMAL PRUEFEN UND AN DEN SORT UEBERGEBEN     *
      *****************************************************************
       E00 SECTION.
       E00A.
           READ   PLANTRN AT END                      GO TO E00Z.
           ADD    1 TO ANZTRN.
           MOVE   SPACE         TO POST.
           MOVE   TRNFUNK       TO POSTFUNK.
           MOVE   TRNMONX       TO POSTMON.
           MOVE   TRNGRPX       TO POSTGRP.
           MOVE   TRNVWSX       TO POSTVWS.

           IF     TRNFUNK  NOT  =    'Z' AND
                  TRNFUNK  NOT  =    'A' AND
                  TRNFUNK  NOT  =    'L'
                  MOVE 'ABGEWIESEN: FUNKTION UNGUELTIG' TO POSTTEXT
                  GO TO E00F.
           IF     TRNMON   NOT  NUMERIC
                  MOVE 'ABGEWIESEN: MONAT NICHT NUMER.' TO POSTTEXT
                  GO TO E00F.
           IF     TRNMM         LESS 01 OR
                  TRNMM         GREATER 12
                  MOVE 'ABGEWIESEN: MONAT UNGUELTIG' TO POSTTEXT
                  GO TO E00F.
           IF     TRNGRP   NOT  NUMERIC OR
                  TRNGRP        LESS 1   OR
                  TRNGRP        GREATER 5
                  MOVE 'ABGEWIESEN: GRPIDX NICHT 1-5' TO POSTTEXT
                  GO TO E00F.
      *
      *    &----- VWST GEGEN DIE VWSMAP-EINTRAEGE: 1 = SONSTIGE,
      *    &----- 2 BIS VWSTKNT + 1 = EINTRAG VWST - 1
      *
           IF     TRNVWS   NOT  NUMERIC OR
                  TRNVWS        LESS 1
                  MOVE 'ABGEWIESEN: VWST UNGUELTIG' TO POSTTEXT
                  GO TO E00F.
           IF     TRNVWS        GREATER VWSTKNT + 1
                  MOVE 'ABGEWIESEN: VWST NICHT VWSMAP' TO POSTTEXT
                  GO TO E00F.
           IF     TRNFUNK       =    'L'              GO TO E00R.
           IF     TRNANZ   NOT  NUMERIC OR
                  TRNRBT   NOT  NUMERIC
                  MOVE 'ABGEWIESEN: PLANWERT UNGUELTIG' TO POSTTEXT
                  GO TO E00F.
       E00R.
           MOVE   SPACE         TO SRTSATZ.
           MOVE   TRNMON        TO SRTMON.
           MOVE   TRNGRP        TO SRTGRP.
           MOVE   TRNVWS        TO SRTVWS.
           MOVE   ANZTRN        TO SRTLFD.
           MOVE   TRNFUNK       TO SRTFUNK.
           MOVE   ZERO          TO SRTANZ SRTRBT.
           IF     TRNFUNK  NOT  =    'L'
                  MOVE TRNANZ   TO SRTANZ
                  MOVE TRNRBT   TO SRTRBT.
           RELEASE SRTSATZ.
           GO TO E00A.
       E00F.
           ADD    1 TO ANZABG.
           PERFORM WRT.
           GO TO E00A.
       E00Z.
           EXIT.
      *****************************************************************
      *    M00    SORTIERTE KARTEN GEGEN DEN ALTEN BESTAND MISCHEN     *
      *    &----- DATEIENDE = HIGH-VALUE IM SCHLUESSEL; JE SCHLUESSEL *
      *    &----- WERDEN ALLE KARTEN IN KARTENFOLGE AUF DEN SATZ IN   *
      *    &----- ARBEIT ANGEWANDT, ERST DANN WIRD GESCHRIEBEN        *
      *****************************************************************
       M00 SECTION.
       M00A.
           PERFORM M01.
           PERFORM M02.
       M00B.
           IF     MSTKEY        =    HIGH-VALUE AND
                  TRNKEY        =    HIGH-VALUE      GO TO M00E.
           IF     MSTKEY        LESS TRNKEY
                  MOVE PLANSATZ TO ARBSATZ
                  PERFORM M09
                  PERFORM M01
                  GO TO M00B.
           IF     MSTKEY        =    TRNKEY
                  MOVE PLANSATZ TO ARBSATZ
                  MOVE '1'      TO ARBDA
                  PERFORM M01
           ELSE
                  MOVE SPACE    TO ARBSATZ
                  MOVE SRTSCHL  TO ARBSCHL
                  MOVE ZERO     TO ARBANZ ARBRBT ARBDAT
                  MOVE '0'      TO ARBDA.
           MOVE   TRNKEY        TO ARBKEY.
       M00C.
           PERFORM T00.
           PERFORM M02.
           IF     TRNKEY        =    ARBKEY          GO TO M00C.
           IF     ARBDA         =    '1'
                  PERFORM M09.
           GO TO M00B.
       M00E.
           IF     MONAKT   NOT  =    ZERO
                  PERFORM M10.
       M00Z.
           EXIT.
      *****************************************************************
      *    M01    NAECHSTEN SATZ DES ALTEN BESTANDS LESEN              *
      *    &----- SATZ AUSSER FOLGE WIRD UEBERLESEN UND GEMELDET      *
      *****************************************************************
       M01 SECTION.
       M01A.
           MOVE   HIGH-VALUE    TO MSTKEY.
           IF     ALTGEF   NOT  =    '1'             GO TO M01Z.
       M01B.
           READ   LEIPLAN AT END                     GO TO M01Z.
           ADD    1 TO ANZALT.
           IF     PLANSCHL NOT  GREATER FLGKEY
                  DISPLAY '** LEIPLAN AUSSER FOLGE: ' PLANSCHL
                          ' - UEBERLESEN **'
                  ADD  1 TO ANZFLG
                  GO TO M01B.
           MOVE   PLANSCHL      TO MSTKEY FLGKEY.
       M01Z.
           EXIT.
      *****************************************************************
      *    M02    NAECHSTE KARTE AUS DEM SORT HOLEN                    *
      *****************************************************************
       M02 SECTION.
       M02A.
           MOVE   HIGH-VALUE    TO TRNKEY.
           RETURN SRTWK1
                  AT END                              GO TO M02Z.
           MOVE   SRTSCHL       TO TRNKEY.
       M02Z.
           EXIT.
      *****************************************************************
      *    T00    EINE KARTE AUF DEN SATZ IN ARBEIT ANWENDEN           *
      *****************************************************************
       T00 SECTION.
       T00A.
           MOVE   SPACE         TO POST.
           MOVE   SRTFUNK       TO POSTFUNK.
           MOVE   SRTMON        TO POSTMON.
           MOVE   GRPTXT (SRTGRP) TO POSTGRP.
           PERFORM T05.
           IF     SRTFUNK  NOT  =    'L'
                  MOVE SRTANZ   TO POSTANZ
                  MOVE SRTRBT   TO POSTRBT.

           IF     SRTFUNK       =    'Z'             PERFORM T01
           ELSE
           IF     SRTFUNK       =    'A'             PERFORM T02
           ELSE
                                                     PERFORM T03.
           PERFORM WRT.
       T00Z.
           EXIT.
      *****************************************************************
      *    T01    ZUGANG                                              *
      *****************************************************************
       T01 SECTION.
       T01A.
           IF     ARBDA         =    '1'
                  MOVE 'ABGEWIESEN: PLAN BEREITS DA' TO POSTTEXT
                  ADD  1 TO ANZABG
                  GO TO T01Z.
           MOVE   POSTVWS       TO ARBBEZ.
           MOVE   SRTANZ        TO ARBANZ.
           MOVE   SRTRBT        TO ARBRBT.
           MOVE   WSDATUM       TO ARBDAT.
           MOVE   '1'           TO ARBDA.
           MOVE  'ANGEWANDT: ZUGANG'      TO POSTTEXT.
           ADD    1 TO ANZANG.
       T01Z.
           EXIT.
      *****************************************************************
      *    T02    AENDERUNG DER PLANWERTE (BEZEICHNUNG NACH VWSMAP)   *
      *****************************************************************
       T02 SECTION.
       T02A.
           IF     ARBDA    NOT  =    '1'
                  MOVE 'ABGEWIESEN: PLAN NICHT DA' TO POSTTEXT
                  ADD  1 TO ANZABG
                  GO TO T02Z.
           MOVE   POSTVWS       TO ARBBEZ.
           MOVE   SRTANZ        TO ARBANZ.
           MOVE   SRTRBT        TO ARBRBT.
           MOVE   WSDATUM       TO ARBDAT.
           MOVE  'ANGEWANDT: AENDERUNG'   TO POSTTEXT.
           ADD    1 TO ANZANG.
       T02Z.
           EXIT.
      *****************************************************************
      *    T03    LOESCHUNG                                           *
      *****************************************************************
       T03 SECTION.
       T03A.
           IF     ARBDA    NOT  =    '1'
                  MOVE 'ABGEWIESEN: PLAN NICHT DA' TO POSTTEXT
                  ADD  1 TO ANZABG
                  GO TO T03Z.
           MOVE   '0'           TO ARBDA.
           MOVE  'ANGEWANDT: LOESCHUNG'   TO POSTTEXT.
           ADD    1 TO ANZANG.
       T03Z.
           EXIT.
      *****************************************************************
      *    T05    VWST-BEZEICHNUNG DER KARTE NACH POSTVWS              *
      *****************************************************************
       T05 SECTION.
       T05A.
           IF     SRTVWS        =    1
                  MOVE 'FELLBACH' TO POSTVWS
           ELSE
                  COMPUTE VTX = SRTVWS - 1
                  MOVE VTBEZTXT (VTX) TO POSTVWS.
       T05Z.
           EXIT.
      *****************************************************************
      *    M09    SATZ IN ARBEIT NACH LEIPLANN SCHREIBEN; BEZEICHNUNG *
      *           GEGEN DEN AKTUELLEN VWSMAP-EINTRAG PRUEFEN          *
      *****************************************************************
       M09 SECTION.
       M09A.
           IF     ARBMON   NOT  =    MONAKT
                  IF   MONAKT   NOT  =    ZERO
                       PERFORM M10
                  END-IF
                  MOVE ARBMON   TO MONAKT.
           IF     ARBVWS        GREATER VWSTKNT + 1
                  ADD  1        TO ANZBEZ
           ELSE
           IF     ARBVWS        GREATER 1
                  COMPUTE VTX = ARBVWS - 1
                  IF   VTBEZTXT (VTX) NOT = ARBBEZ
                       ADD 1    TO ANZBEZ.
           WRITE  PLNSATZ FROM ARBSATZ.
           ADD    1             TO ANZNEU MONSAE.
           IF     ARBGRP        =    1
                  ADD  ARBANZ   TO MONANZ
                  ADD  ARBRBT   TO MONRBT.
       M09Z.
           EXIT.
      *****************************************************************
      *    M10    PLANBESTAND EINES MONATS VORMERKEN                  *
      *    &----- DIE ZEILEN WERDEN IN Z90 NACH DEM AENDERUNGS-       *
      *    &----- NACHWEIS GEDRUCKT (MONTAB)                          *
      *****************************************************************
       M10 SECTION.
       M10A.
           IF     MONKNT        NOT LESS 120
                  GO TO M10B.
           ADD    1             TO MONKNT.
           MOVE   MONAKT        TO MTMON (MONKNT).
           MOVE   MONSAE        TO MTSAE (MONKNT).
           MOVE   MONANZ        TO MTANZ (MONKNT).
           MOVE   MONRBT        TO MTRBT (MONKNT).
       M10B.
           MOVE   ZERO          TO MONSAE MONANZ MONRBT.
       M10Z.
           EXIT.
      *****************************************************************
      *    Z90    PLANBESTAND JE MONAT UND ZAEHLER                     *
      *****************************************************************
       Z90 SECTION.
       Z90A.
           MOVE  '2'            TO KOPFART.
           MOVE  'NEUER PLANBESTAND JE MONAT' TO KOPFGRP.
           PERFORM N05.
           PERFORM Z91 VARYING VTX FROM 1 BY 1
                                 UNTIL VTX GREATER MONKNT.
           PERFORM W95.
           MOVE  'KARTEN GELESEN'       TO SUMTEXT.
           MOVE   ANZTRN                TO SUMZAHL.
           MOVE   SUMPOST               TO POST.
           PERFORM WRT.
           MOVE  'DAVON ANGEWANDT'      TO SUMTEXT.
           MOVE   ANZANG                TO SUMZAHL.
           MOVE   SUMPOST               TO POST.
           PERFORM WRT.
           MOVE  'DAVON ABGEWIESEN'     TO SUMTEXT.
           MOVE   ANZABG                TO SUMZAHL.
           MOVE   SUMPOST               TO POST.
           PERFORM WRT.
           MOVE  'PLANSAETZE ALT'       TO SUMTEXT.
           MOVE   ANZALT                TO SUMZAHL.
           MOVE   SUMPOST               TO POST.
           PERFORM WRT.
           MOVE  'PLANSAETZE NEU'       TO SUMTEXT.
           MOVE   ANZNEU                TO SUMZAHL.
           MOVE   SUMPOST               TO POST.
           PERFORM WRT.
           MOVE  'VWST UNGLEICH VWSMAP' TO SUMTEXT.
           MOVE   ANZBEZ                TO SUMZAHL.
           MOVE   SUMPOST               TO POST.
           PERFORM WRT.
       Z90Z.
           EXIT.
      *****************************************************************
      *    Z91    EINE MONATSZEILE DES PLANBESTANDS                    *
      *****************************************************************
       Z91 SECTION.
       Z91A.
           MOVE   MTMON (VTX)   TO MONPMON.
           MOVE   MTSAE (VTX)   TO MONPSAE.
           MOVE   MTANZ (VTX)   TO MONPANZ.
           MOVE   MTRBT (VTX)   TO MONPRBT.
           MOVE   MONPOST       TO POST.
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
      *    K05    SEITENKOPF: LAUFDATUM, SEITE, ABSCHNITT UND SPALTEN- *
      *           UEBERSCHRIFTEN (KOPFART 1 = AENDERUNGSNACHWEIS,     *
      *           2 = PLANBESTAND JE MONAT)                           *
      *****************************************************************
       K05 SECTION.
       K05A.
           ADD    1 TO SEITENNR.
           MOVE   SEITENNR      TO KOPFSEIT.
           MOVE   WSDATUM       TO KOPFDAT.
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

-INC PDLEIPR
-INC UPRO100X
       END PROGRAM LEIX285.
