 PROCESS APOST,NOADV,NODYNAM,NOFLAGSTD,WORD(RWT)
       ID DIVISION.
      *----------------------------------------------------------------
      * LEIX289   ARC=L001
      *----------------------------------------------------------------
      ******************************************************************
      * -------------------------------------------------------------- *
      *  L E I X 2 8 9         ** JAHRESABSCHLUSS DER MONATSSTATISTIK  *
      *                           NICHT AUSGEZAHLTER FAELLE            *
      * -------------------------------------------------------------- *
      *                           E I N G A B E ---------------------- *
      *                           LEISTAH     : MONATSHISTORIE         *
      *                                         (LEIX275/LEIX278)      *
      *                           LEISTAJ     : JAHRESABSCHLUESSE      *
      *                           SYSIN       : ABSCHLUSSKARTE         *
      *                                                                *
      *                           A U S G A B E ---------------------- *
      *                           LEISTAJ     : JAHRESABSCHLUESSE,     *
      *                                         UM DAS JAHR ERGAENZT   *
      *                           LEIX9LS     : JAHRESNACHWEIS         *
      *                           LEIPROT     : LAUFPROTOKOLL          *
      * -------------------------------------------------------------- *
      *  ABSCHLUSSKARTE:                                               *
      *     SP  1-2   ABSCHLUSSJAHR JJ (LEER = VORJAHR DES MASCHINEN-  *
      *               DATUMS)                                          *
      *     SP  4     W = WIEDERHOLUNG: EIN SCHON ABGESCHLOSSENES JAHR *
      *               WIRD NEU GEBILDET UND ERSETZT                    *
      * -------------------------------------------------------------- *
      *  JE ZEILENGRUPPE (GRPIDX) UND VWST WERDEN DIE ZWOELF LEISTAH-  *
      *  MONATE DES JAHRES ZU EINEM LEISTAJ-SATZ VERDICHTET: SUMME     *
      *  UND MONATSDURCHSCHNITT (SUMME / 12) DER OFFENEN FAELLE, DURCH-*
      *  SCHNITTLICHER RESTBETRAG UND DER STAND ZUM JAHRESENDE (DEZEM- *
      *  BER-ZEILE). ABGESCHLOSSEN WIRD NUR, WENN ALLE ZWOELF MONATE   *
      *  IN LEISTAH STEHEN. DER JAHRESNACHWEIS VERGLEICHT JE GRUPPE    *
      *  UND VWST (NACH BEZEICHNUNG) MIT DEM VORJAHR AUS LEISTAJ.      *
      *  EIN JAHR MIT SAETZEN IN LEISTAJ GILT ALS ABGESCHLOSSEN -      *
      *  LEIX275 UND LEIX278 AENDERN SEINE LEISTAH-ZEILEN NICHT MEHR.  *
      * -------------------------------------------------------------- *
      *  15/10/26 HM              ERSTELLUNG                           *
      * -------------------------------------------------------------- *
      ******************************************************************
       PROGRAM-ID. LEIX289.
       ENVIRONMENT   DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
-INC SPECNAME
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT LEISTAH ASSIGN TO    LEISTAH
                          FILE STATUS  STATUS-BYTE.
           SELECT LEISTAJ ASSIGN TO    LEISTAJ
                          FILE STATUS  STATUS-BYTE.
           SELECT LEISTJW ASSIGN TO    LEISTJW
                          FILE STATUS  STATUS-BYTE.
           SELECT LEIX9LS ASSIGN TO    LEIX9LS
                          FILE STATUS  STATUS-BYTE.
           SELECT LEIPROT ASSIGN TO    LEIPROT
                          FILE STATUS  STATUS-BYTE.
       DATA DIVISION.
       FILE SECTION.
      *
      *    &----- MONATSHISTORIE (SATZAUFBAU MUSS MIT LEIX275-
      *    &----- STAHSATZ UEBEREINSTIMMEN)
      *
       FD         LEISTAH
                  RECORDING     F
                  RECORD       40 CHARACTERS
                  BLOCK       4000 CHARACTERS
                  LABEL RECORDS   STANDARD.
       01         STAHSATZ.
           05     STAHDATUM       PIC 9(4).
           05     STAHGRP         PIC 9.
           05     STAHVWS         PIC 9(2).
           05     STAHBEZ         PIC X(9).
           05     STAHERL         PIC S9(5)        COMP-3.
           05     STAHFEL         PIC S9(5)        COMP-3.
           05     STAHVBT         PIC S9(9)V99     COMP-3.
           05     STAHRBT         PIC S9(9)V99     COMP-3.
           05     STAHEBT         PIC S9(9)V99     COMP-3.
      *
      *    &----- JAHRESABSCHLUESSE (ALTER UND NEUER STAND)
      *
       FD         LEISTAJ
                  RECORDING     F
                  RECORD       80 CHARACTERS
                  BLOCK      8000 CHARACTERS
                  LABEL RECORDS   STANDARD.
-INC LEISTAJX
      *
      *    &----- ARBEITSDATEI FUER DAS ERGAENZEN VON LEISTAJ
      *    &----- (WIE LEIX275-P00), GLEICHE SATZLAENGE WIE STAJSATZ
      *
       FD         LEISTJW
                  RECORDING     F
                  RECORD       80 CHARACTERS
                  BLOCK      8000 CHARACTERS
                  LABEL RECORDS   STANDARD.
       01         STJWSATZ        PIC X(80).

       FD         LEIX9LS
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
           05      ABJAHR          PIC 9(2)                VALUE ZERO.
           05      VJJAHR          PIC 9(2)                VALUE ZERO.
           05      STAHJAHR        PIC 9(2)                VALUE ZERO.
           05      STAHMON         PIC 9(2)                VALUE ZERO.
           05      GRPIDX          PIC S9(3)        COMP-3 VALUE ZERO.
           05      VWST            PIC S9(3)        COMP-3 VALUE ZERO.
           05      MX              PIC S9(3)        COMP-3 VALUE ZERO.
           05      VJX             PIC S9(3)        COMP-3 VALUE ZERO.
           05      MONANZ          PIC S9(3)        COMP-3 VALUE ZERO.
           05      ANZSTAH         PIC S9(9)        COMP-3 VALUE ZERO.
           05      ANZJAHR         PIC S9(9)        COMP-3 VALUE ZERO.
           05      ANZUNG          PIC S9(9)        COMP-3 VALUE ZERO.
           05      ANZALT          PIC S9(9)        COMP-3 VALUE ZERO.
           05      ANZERS          PIC S9(9)        COMP-3 VALUE ZERO.
           05      ANZNEU          PIC S9(9)        COMP-3 VALUE ZERO.
           05      ANZVJ           PIC S9(9)        COMP-3 VALUE ZERO.
           05      ABGEF           PIC X                   VALUE '0'.
           05      VJGEF           PIC X                   VALUE '0'.
           05      VJTREF          PIC X                   VALUE '0'.
           05      KARTFEHL        PIC X                   VALUE '0'.
      *
      *    &----- ABSCHLUSSKARTE
      *
       01          JAHRKART.
           05      JKJAHRX         PIC X(2)                VALUE SPACE.
           05      JKJAHR          REDEFINES JKJAHRX  PIC 9(2).
           05      FILLER          PIC X                   VALUE SPACE.
           05      JKWDH           PIC X                   VALUE SPACE.
           05      FILLER          PIC X(76)               VALUE SPACE.
      *
      *    &----- MONATE DES ABSCHLUSSJAHRES MIT LEISTAH-ZEILEN
      *
       01          MONTAB.
           05      MONGEF          PIC X      OCCURS 12 TIMES.
      *
      *    &----- JAHRESWERTE JE GRUPPE (1 = ALLE) UND VWST
      *    &----- (1 = SONSTIGE), WIE LEIX275-STATTAB
      *
       01          JAHRTAB.
           05      JAHRGRP         OCCURS 5 TIMES.
                   10  JAHRVWS     OCCURS 21 TIMES.
                       15  JBEZ    PIC X(9)                VALUE SPACE.
                       15  JLMON   PIC 9(2)                VALUE ZERO.
                       15  JMANZ   PIC S9(3)        COMP-3 VALUE ZERO.
                       15  JSERL   PIC S9(7)        COMP-3 VALUE ZERO.
                       15  JSFEL   PIC S9(7)        COMP-3 VALUE ZERO.
                       15  JSRBT   PIC S9(11)V99    COMP-3 VALUE ZERO.
                       15  JEERL   PIC S9(5)        COMP-3 VALUE ZERO.
                       15  JEFEL   PIC S9(5)        COMP-3 VALUE ZERO.
                       15  JEVBT   PIC S9(9)V99     COMP-3 VALUE ZERO.
                       15  JERBT   PIC S9(9)V99     COMP-3 VALUE ZERO.
                       15  JEEBT   PIC S9(9)V99     COMP-3 VALUE ZERO.
      *
      *    &----- VORJAHR AUS LEISTAJ JE GRUPPE, ZUORDNUNG ZUM
      *    &----- ABSCHLUSSJAHR UEBER DIE VWST-BEZEICHNUNG (DIE
      *    &----- VWST-NUMMER FOLGT DER VWSMAP-REIHENFOLGE)
      *
       01          VJTAB.
           05      VJGRP           OCCURS 5 TIMES.
                   10  VJKNT       PIC S9(3)        COMP-3 VALUE ZERO.
                   10  VJEIN       OCCURS 21 TIMES.
                       15  VJBEZ   PIC X(9)                VALUE SPACE.
                       15  VJDOFF  PIC S9(5)V9      COMP-3 VALUE ZERO.
                       15  VJERBT  PIC S9(9)V99     COMP-3 VALUE ZERO.
                       15  VJVERW  PIC X                   VALUE '0'.
      *
      *    &----- ARBEITSFELDER NACHWEISZEILE UND GRUPPENSUMMEN
      *
       01          FILLER.
           05      AKTDOFF         PIC S9(5)V9      COMP-3 VALUE ZERO.
           05      AKTERBT         PIC S9(9)V99     COMP-3 VALUE ZERO.
           05      VORDOFF         PIC S9(5)V9      COMP-3 VALUE ZERO.
           05      VORERBT         PIC S9(9)V99     COMP-3 VALUE ZERO.
           05      GESADOFF        PIC S9(7)V9      COMP-3 VALUE ZERO.
           05      GESAERBT        PIC S9(11)V99    COMP-3 VALUE ZERO.
           05      GESVDOFF        PIC S9(7)V9      COMP-3 VALUE ZERO.
           05      GESVERBT        PIC S9(11)V99    COMP-3 VALUE ZERO.
           05      ZEILKNZ         PIC X(2)                VALUE SPACE.
           05      ZEILBEZ         PIC X(9)                VALUE SPACE.

       01          GRPTXT-TAB.
           05      FILLER          PIC X(9)  VALUE 'ALLE'.
           05      FILLER          PIC X(9)  VALUE 'KV-MASCH'.
           05      FILLER          PIC X(9)  VALUE 'KV-MAN'.
           05      FILLER          PIC X(9)  VALUE 'AR-MASCH'.
           05      FILLER          PIC X(9)  VALUE 'AR-MAN'.
       01          FILLER REDEFINES GRPTXT-TAB.
           05      GRPTXT          OCCURS 5 TIMES     PIC X(9).
      *
      *    &----- NACHWEISZEILE: DURCHSCHNITTLICH OFFENE FAELLE UND
      *    &----- RESTBETRAG ZUM JAHRESENDE, JAHR / VORJAHR / DIFF
      *
       01          POSTJ.
           05      POJBEZ          PIC X(9).
           05      FILLER          PIC X.
           05      POJADOF         PIC ZZZZ9,9.
           05      FILLER          PIC X.
           05      POJVDOF         PIC ZZZZ9,9.
           05      POJDDOF         PIC ZZZZ9,9-.
           05      FILLER          PIC X.
           05      POJAERB         PIC Z(7)9,99-.
           05      POJVERB         PIC Z(7)9,99-.
           05      POJDERB         PIC Z(7)9,99-.
           05      POJKNZ          PIC X(2).
           05      FILLER          PIC X(8).
      *
      *    &----- ZAEHLERZEILE DER ZUSAMMENFASSUNG
      *
       01          ZAEPOST.
           05      ZAETEXT         PIC X(46).
           05      ZAEZAHL         PIC Z(8)9.
           05      FILLER          PIC X(25).
      *
      *    &----- MELDUNGSZEILE
      *
       01          MELDZEIL.
           05      FILLER          PIC X(7)  VALUE '   ** '.
           05      MELDTEXT        PIC X(50)               VALUE SPACE.
           05      MELDZAHL        PIC Z(8)9               VALUE ZERO.
           05      FILLER          PIC X(14) VALUE SPACE.
      *
      *    &----- SEITENSTEUERUNG UND KOEPFE (WIE LEIX275)
      *
       01          FILLER.
           05      SEITENNR        PIC S9(5)        COMP-3 VALUE ZERO.
           05      ZEILENNR        PIC S9(3)        COMP-3 VALUE 99.
           05      MAXZEIL         PIC S9(3)        COMP-3 VALUE 56.
           05      KOPFART         PIC X                   VALUE '0'.

       01          KOPF1.
           05      FILLER          PIC X(41)
                   VALUE 'LEIX289  JAHRESNACHWEIS MONATSSTATISTIK  '.
           05      FILLER          PIC X(5)  VALUE 'JAHR '.
           05      KOPFJAHR        PIC 9(2).
           05      FILLER          PIC X(10) VALUE '  VORJAHR '.
           05      KOPFVJ          PIC 9(2).
           05      FILLER          PIC X(7)  VALUE '  SEITE'.
           05      KOPFSEIT        PIC ZZZZ9.
           05      FILLER          PIC X(8)  VALUE SPACE.

       01          KOPF2.
           05      FILLER          PIC X(11) VALUE 'ABSCHNITT: '.
           05      KOPFGRP         PIC X(30).
           05      FILLER          PIC X(39) VALUE SPACE.

       01          KOPF3A.
           05      FILLER          PIC X(10) VALUE 'VWST'.
           05      FILLER          PIC X(24)
                   VALUE 'DURCHSCHN. OFFENE FAELLE'.
           05      FILLER          PIC X(36)
                   VALUE '    RESTBETRAG JAHRESENDE (DEZEMBER)'.
           05      FILLER          PIC X(10) VALUE SPACE.

       01          KOPF3B.
           05      FILLER          PIC X(10) VALUE SPACE.
           05      FILLER          PIC X(7)  VALUE '   JAHR'.
           05      FILLER          PIC X     VALUE SPACE.
           05      FILLER          PIC X(7)  VALUE 'VORJAHR'.
           05      FILLER          PIC X(8)  VALUE '   DIFF '.
           05      FILLER          PIC X     VALUE SPACE.
           05      FILLER          PIC X(12) VALUE '       JAHR '.
           05      FILLER          PIC X(12) VALUE '    VORJAHR '.
           05      FILLER          PIC X(12) VALUE '       DIFF '.
           05      FILLER          PIC X(2)  VALUE 'KZ'.
           05      FILLER          PIC X(8)  VALUE SPACE.

       01          DRUCKZEIL       PIC X(80) VALUE SPACE.
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
           MOVE  'LEIX289'      TO PROPROG.
           MOVE  'I'            TO PROSTUFE.
           MOVE  'STRT'         TO PROEREIG.
           PERFORM P90.

           OPEN   OUTPUT LEIX9LS.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEIX9LS - ABBRECHEN **'
                  MOVE 'LEIX9LS' TO PRODATEI
                  PERFORM P95
                  GO TO Z99.
      *
      *    &----- ABSCHLUSSKARTE: JAHR UND WIEDERHOLUNGSKENNZEICHEN
      *
           ACCEPT JAHRKART FROM SYSIN.
           PERFORM B00.
           IF     KARTFEHL      =    '1'
                  MOVE 'F'       TO PROSTUFE
                  MOVE 'PARM'    TO PROEREIG
                  MOVE 'SYSIN'   TO PRODATEI
                  MOVE 'ABSCHLUSSKARTE FEHLERHAFT' TO PROTEXT
                  PERFORM P90
                  MOVE 16        TO PRORCNEU
                  PERFORM P91
                  GO TO Z99.
      *
      *    &----- BISHERIGE ABSCHLUESSE: VORJAHR LADEN, PRUEFEN OB
      *    &----- DAS JAHR SCHON ABGESCHLOSSEN IST
      *
           PERFORM L00.
           IF     PRORC         NOT LESS 8            GO TO Z99.
           IF     ABGEF         =    '1'    AND
                  JKWDH    NOT  =    'W'
                  MOVE 'JAHR BEREITS ABGESCHLOSSEN - OHNE W KEIN LAUF'
                                 TO MELDTEXT
                  MOVE ABJAHR    TO MELDZAHL
                  PERFORM M90
                  MOVE 'F'       TO PROSTUFE
                  MOVE 'ABLF'    TO PROEREIG
                  MOVE 'LEISTAJ' TO PRODATEI
                  MOVE ABJAHR    TO PROZAHL1
                  MOVE 'JAHR BEREITS ABGESCHLOSSEN' TO PROTEXT
                  PERFORM P90
                  MOVE 16        TO PRORCNEU
                  PERFORM P91
                  GO TO Z99.
      *
      *    &----- ZWOELF MONATE AUS LEISTAH VERDICHTEN
      *
           PERFORM H00.
           IF     PRORC         NOT LESS 8            GO TO Z99.
           IF     MONANZ        LESS 12
                  PERFORM M00 VARYING MX FROM 1 BY 1
                                    UNTIL MX GREATER 12
                  MOVE 'F'       TO PROSTUFE
                  MOVE 'ABLF'    TO PROEREIG
                  MOVE 'LEISTAH' TO PRODATEI
                  MOVE ABJAHR    TO PROZAHL1
                  MOVE MONANZ    TO PROZAHL2
                  MOVE 'MONATE FEHLEN IN LEISTAH' TO PROTEXT
                  PERFORM P90
                  MOVE 16        TO PRORCNEU
                  PERFORM P91
                  GO TO Z99.
      *
      *    &----- LEISTAJ UM DAS JAHR ERGAENZEN (BZW. ERSETZEN)
      *
           PERFORM J00.
           IF     PRORC         NOT LESS 8            GO TO Z99.

           PERFORM D00.
           PERFORM Z90.

           IF     ABGEF         =    '1'
                  MOVE 'W'       TO PROSTUFE
                  MOVE 'WDHL'    TO PROEREIG
                  MOVE 'LEISTAJ' TO PRODATEI
                  MOVE ABJAHR    TO PROZAHL1
                  MOVE ANZERS    TO PROZAHL2
                  MOVE 'JAHRESABSCHLUSS WIEDERHOLT' TO PROTEXT
                  PERFORM P90
                  MOVE 4         TO PRORCNEU
                  PERFORM P91.

           IF     PRORC         LESS 8
                  MOVE 'I'       TO PROSTUFE
                  MOVE 'ENDE'    TO PROEREIG
                  MOVE ANZNEU    TO PROZAHL1
                  MOVE ANZJAHR   TO PROZAHL2
                  MOVE 'LEISTAJ-SAETZE/LEISTAH' TO PROTEXT
                  PERFORM P90.
      *
      *    &----- BEI FEHLERN WIRD DER ABSCHLUSS UEBERSPRUNGEN
      *    &----- (EINSPRUNG Z99): NUR PROTOKOLL, RETURN-CODE, ENDE
      *
       Z99.
           CLOSE  LEIX9LS.
           CLOSE  LEIPROT.
           MOVE   PRORC TO RETURN-CODE.
           STOP   RUN.
      *****************************************************************
      *    B00    ABSCHLUSSKARTE PRUEFEN                               *
      *    &----- LEERES JAHR = VORJAHR DES MASCHINENDATUMS; DAS       *
      *    &----- LAUFENDE JAHR IST NOCH NICHT ZU ENDE                 *
      *****************************************************************
       B00 SECTION.
       B00A.
           MOVE  'ABSCHLUSSKARTE'  TO KOPFGRP.
           MOVE   '2'           TO KOPFART.
           PERFORM N05.
           MOVE   JAHRKART      TO DRUCKZEIL.
           PERFORM WRT.

           IF     JKJAHRX       =    SPACE
                  IF JJ         =    ZERO
                     MOVE 99    TO ABJAHR
                  ELSE
                     COMPUTE ABJAHR = JJ - 1
                  END-IF
                  GO TO B00B.
           IF     JKJAHRX  NOT  NUMERIC
                  MOVE 'ABSCHLUSSJAHR SP 1-2 NICHT NUMERISCH'
                                  TO MELDTEXT
                  MOVE ZERO     TO MELDZAHL
                  PERFORM M90
                  MOVE '1'      TO KARTFEHL
                  GO TO B00Z.
           MOVE   JKJAHR        TO ABJAHR.
       B00B.
           IF     JKWDH    NOT  =    SPACE  AND
                  JKWDH    NOT  =    'W'
                  MOVE 'SP 4 NUR LEER ODER W (WIEDERHOLUNG)'
                                  TO MELDTEXT
                  MOVE ZERO     TO MELDZAHL
                  PERFORM M90
                  MOVE '1'      TO KARTFEHL
                  GO TO B00Z.
           IF     ABJAHR        =    JJ
                  MOVE 'LAUFENDES JAHR NOCH NICHT BEENDET'
                                  TO MELDTEXT
                  MOVE ABJAHR   TO MELDZAHL
                  PERFORM M90
                  MOVE '1'      TO KARTFEHL
                  GO TO B00Z.
           IF     ABJAHR        =    ZERO
                  MOVE 99       TO VJJAHR
           ELSE
                  COMPUTE VJJAHR = ABJAHR - 1.
           MOVE   ABJAHR        TO KOPFJAHR.
           MOVE   VJJAHR        TO KOPFVJ.
       B00Z.
           EXIT.
      *****************************************************************
      *    L00    BISHERIGE ABSCHLUESSE LESEN: VORJAHR NACH VJTAB,     *
      *           ABSCHLUSSJAHR SCHON VORHANDEN -> ABGEF               *
      *    &----- STATUS 35 = NOCH KEIN JAHRESABSCHLUSS GELAUFEN      *
      *****************************************************************
       L00 SECTION.
       L00A.
           OPEN   INPUT LEISTAJ.
           IF     STATUS-BYTE   =    '35'             GO TO L00Z.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEISTAJ - ABBRECHEN **'
                  MOVE 'LEISTAJ' TO PRODATEI
                  PERFORM P95
                  GO TO L00Z.
       L00B.
           READ   LEISTAJ AT END                      GO TO L00C.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER READ LEISTAJ - ABBRECHEN **'
                          STATUS-BYTE
                  MOVE 'READ'    TO PROEREIG
                  MOVE 'LEISTAJ' TO PRODATEI
                  PERFORM P95
                  GO TO L00C.
           ADD    1             TO ANZALT.
           IF     STAJJAHR      =    ABJAHR
                  MOVE '1'      TO ABGEF
                  ADD  1        TO ANZERS
                  GO TO L00B.
           IF     STAJJAHR      =    VJJAHR
                  PERFORM L05.
           GO TO L00B.
       L00C.
           CLOSE  LEISTAJ.
       L00Z.
           EXIT.
      *****************************************************************
      *    L05    EINEN VORJAHRESSATZ IN VJTAB EINSTELLEN              *
      *****************************************************************
       L05 SECTION.
       L05A.
           MOVE   '1'           TO VJGEF.
           IF     STAJGRP       LESS 1  OR  STAJGRP GREATER 5
                                                      GO TO L05Z.
           MOVE   STAJGRP       TO GRPIDX.
           IF     VJKNT (GRPIDX) NOT LESS 21          GO TO L05Z.
           ADD    1             TO VJKNT (GRPIDX).
           MOVE   VJKNT (GRPIDX) TO VJX.
           ADD    1             TO ANZVJ.
           MOVE   STAJBEZ       TO VJBEZ  (GRPIDX, VJX).
           COMPUTE VJDOFF (GRPIDX, VJX) = STAJDERL + STAJDFEL.
           MOVE   STAJERBT      TO VJERBT (GRPIDX, VJX).
       L05Z.
           EXIT.
      *****************************************************************
      *    H00    LEISTAH LESEN, ZEILEN DES ABSCHLUSSJAHRES JE GRUPPE  *
      *           UND VWST AUFADDIEREN                                 *
      *****************************************************************
       H00 SECTION.
       H00A.
           MOVE   ALL '0'       TO MONTAB.
           OPEN   INPUT LEISTAH.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEISTAH - ABBRECHEN **'
                  MOVE 'LEISTAH' TO PRODATEI
                  PERFORM P95
                  GO TO H00Z.
       H00B.
           READ   LEISTAH AT END                      GO TO H00C.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER READ LEISTAH - ABBRECHEN **'
                          STATUS-BYTE
                  MOVE 'READ'    TO PROEREIG
                  MOVE 'LEISTAH' TO PRODATEI
                  PERFORM P95
                  GO TO H00C.
           ADD    1             TO ANZSTAH.
           DIVIDE STAHDATUM BY 100 GIVING STAHJAHR
                  REMAINDER STAHMON.
           IF     STAHJAHR NOT  =    ABJAHR           GO TO H00B.
      *
      *    &----- UNGUELTIGE ZEILEN (MONAT/GRUPPE/VWST) ZAEHLEN UND
      *    &----- UEBERGEHEN - SIE STEHEN AUF DER ZUSAMMENFASSUNG
      *
           IF     STAHMON  LESS 1    OR  STAHMON GREATER 12  OR
                  STAHGRP  LESS 1    OR  STAHGRP GREATER 5   OR
                  STAHVWS  LESS 1    OR  STAHVWS GREATER 21
                  ADD  1        TO ANZUNG
                  GO TO H00B.
           ADD    1             TO ANZJAHR.
           PERFORM H05.
           GO TO H00B.
       H00C.
           CLOSE  LEISTAH.
       H00Z.
           EXIT.
      *****************************************************************
      *    H05    EINE LEISTAH-ZEILE DES ABSCHLUSSJAHRES AUFADDIEREN   *
      *    &----- BEZEICHNUNG AUS DEM SPAETESTEN MONAT, JAHRESENDE =   *
      *    &----- DEZEMBER-ZEILE                                      *
      *****************************************************************
       H05 SECTION.
       H05A.
           IF     MONGEF (STAHMON) =  '0'
                  MOVE '1'      TO MONGEF (STAHMON)
                  ADD  1        TO MONANZ.
           MOVE   STAHGRP       TO GRPIDX.
           MOVE   STAHVWS       TO VWST.
           ADD    1             TO JMANZ (GRPIDX, VWST).
           IF     STAHMON  NOT LESS JLMON (GRPIDX, VWST)
                  MOVE STAHMON  TO JLMON (GRPIDX, VWST)
                  MOVE STAHBEZ  TO JBEZ  (GRPIDX, VWST).
           ADD    STAHERL       TO JSERL (GRPIDX, VWST).
           ADD    STAHFEL       TO JSFEL (GRPIDX, VWST).
           ADD    STAHRBT       TO JSRBT (GRPIDX, VWST).
           IF     STAHMON       =    12
                  ADD  STAHERL  TO JEERL (GRPIDX, VWST)
                  ADD  STAHFEL  TO JEFEL (GRPIDX, VWST)
                  ADD  STAHVBT  TO JEVBT (GRPIDX, VWST)
                  ADD  STAHRBT  TO JERBT (GRPIDX, VWST)
                  ADD  STAHEBT  TO JEEBT (GRPIDX, VWST).
       H05Z.
           EXIT.
      *****************************************************************
      *    M00    FEHLENDEN MONAT (MX) DES ABSCHLUSSJAHRES MELDEN      *
      *****************************************************************
       M00 SECTION.
       M00A.
           IF     MONGEF (MX)   =    '1'              GO TO M00Z.
           MOVE  'MONAT FEHLT IN LEISTAH (JJMM) - KEIN ABSCHLUSS'
                                TO MELDTEXT.
           COMPUTE MELDZAHL = ABJAHR * 100 + MX.
           PERFORM M90.
       M00Z.
           EXIT.
      *****************************************************************
      *    M90    MELDUNG AUF DEN JAHRESNACHWEIS SCHREIBEN             *
      *****************************************************************
       M90 SECTION.
       M90A.
           MOVE   MELDZEIL      TO DRUCKZEIL.
           PERFORM WRT.
       M90Z.
           EXIT.
      *****************************************************************
      *    J00    LEISTAJ ERGAENZEN: ANDERE JAHRE UEBER LEISTJW        *
      *           UEBERNEHMEN, SAETZE DES ABSCHLUSSJAHRES (NEU)        *
      *           ANHAENGEN, DANN LEISTAJ NEU SCHREIBEN                *
      *****************************************************************
       J00 SECTION.
       J00A.
           OPEN   OUTPUT LEISTJW.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEISTJW - ABBRECHEN **'
                  MOVE 'LEISTJW' TO PRODATEI
                  PERFORM P95
                  GO TO J00Z.
      *
      *    &----- NUR EIN NOCH NIE ANGELEGTES LEISTAJ (STATUS 35)
      *    &----- BEGINNT LEER; BEI JEDEM ANDEREN FEHLER WUERDEN DIE
      *    &----- FRUEHER ABGESCHLOSSENEN JAHRE UEBERSCHRIEBEN
      *
           OPEN   INPUT LEISTAJ.
           IF     STATUS-BYTE   =    '35'             GO TO J00C.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEISTAJ - ABBRECHEN **'
                          STATUS-BYTE
                  MOVE 'LEISTAJ' TO PRODATEI
                  PERFORM P95
                  CLOSE LEISTJW
                  GO TO J00Z.
       J00B.
           READ   LEISTAJ AT END                      GO TO J00BX.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER READ LEISTAJ - ABBRECHEN **'
                          STATUS-BYTE
                  MOVE 'READ'    TO PROEREIG
                  MOVE 'LEISTAJ' TO PRODATEI
                  PERFORM P95
                  CLOSE LEISTAJ LEISTJW
                  GO TO J00Z.
           IF     STAJJAHR NOT  =    ABJAHR
                  WRITE STJWSATZ FROM STAJSATZ.
           GO TO J00B.
       J00BX.
           CLOSE  LEISTAJ.
       J00C.
           PERFORM J05 VARYING GRPIDX FROM 1 BY 1
                                 UNTIL GRPIDX GREATER 5.
           CLOSE  LEISTJW.

           OPEN   OUTPUT LEISTAJ.
           IF     NOT   STATUS-OK
                  DISPLAY '** FEHLER OPEN LEISTAJ - ABBRECHEN **'
                  MOVE 'LEISTAJ' TO PRODATEI
                  PERFORM P95
                  GO TO J00Z.
           OPEN   INPUT LEISTJW.
       J00D.
           READ   LEISTJW AT END                      GO TO J00E.
           WRITE  STAJSATZ FROM STJWSATZ.
           GO TO J00D.
       J00E.
           CLOSE  LEISTAJ LEISTJW.
       J00Z.
           EXIT.

       J05 SECTION.
       J05A.
           PERFORM J06 VARYING VWST FROM 1 BY 1
                                 UNTIL VWST GREATER 21.
       J05Z.
           EXIT.
      *****************************************************************
      *    J06    JAHRESSATZ EINER GRUPPE/VWST BILDEN UND SCHREIBEN    *
      *    &----- DURCHSCHNITT = SUMME / 12 (MONAT OHNE ZEILE ZAEHLT   *
      *    &----- ALS NULL, WIE EIN MONAT OHNE OFFENE FAELLE)         *
      *****************************************************************
       J06 SECTION.
       J06A.
           IF     JMANZ (GRPIDX, VWST) = ZERO          GO TO J06Z.
           MOVE   SPACE         TO STAJSATZ.
           MOVE   ABJAHR        TO STAJJAHR.
           MOVE   GRPIDX        TO STAJGRP.
           MOVE   VWST          TO STAJVWS.
           MOVE   JBEZ  (GRPIDX, VWST) TO STAJBEZ.
           MOVE   JMANZ (GRPIDX, VWST) TO STAJMANZ.
           MOVE   JSERL (GRPIDX, VWST) TO STAJSERL.
           MOVE   JSFEL (GRPIDX, VWST) TO STAJSFEL.
           COMPUTE STAJDERL ROUNDED = JSERL (GRPIDX, VWST) / 12.
           COMPUTE STAJDFEL ROUNDED = JSFEL (GRPIDX, VWST) / 12.
           COMPUTE STAJDRBT ROUNDED = JSRBT (GRPIDX, VWST) / 12.
           MOVE   JEERL (GRPIDX, VWST) TO STAJEERL.
           MOVE   JEFEL (GRPIDX, VWST) TO STAJEFEL.
           MOVE   JEVBT (GRPIDX, VWST) TO STAJEVBT.
           MOVE   JERBT (GRPIDX, VWST) TO STAJERBT.
           MOVE   JEEBT (GRPIDX, VWST) TO STAJEEBT.
           MOVE   WSDATUM       TO STAJABDT.
           WRITE  STJWSATZ FROM STAJSATZ.
           ADD    1             TO ANZNEU.
       J06Z.
           EXIT.
      *****************************************************************
      *    D00    JAHRESNACHWEIS: JE ZEILENGRUPPE EIN ABSCHNITT MIT    *
      *           DEN VWST DES ABSCHLUSSJAHRES, DANACH DIE NUR IM      *
      *           VORJAHR VORHANDENEN VWST (KZ EN), GRUPPENSUMME       *
      *****************************************************************
       D00 SECTION.
       D00A.
           MOVE   '1'           TO KOPFART.
           PERFORM D05 VARYING GRPIDX FROM 1 BY 1
                                 UNTIL GRPIDX GREATER 5.
       D00Z.
           EXIT.

       D05 SECTION.
       D05A.
           MOVE   GRPTXT (GRPIDX) TO KOPFGRP.
           PERFORM N05.
           MOVE   ZERO          TO GESADOFF GESAERBT GESVDOFF GESVERBT.
           PERFORM D06 VARYING VWST FROM 1 BY 1
                                 UNTIL VWST GREATER 21.
           PERFORM D08 VARYING VJX FROM 1 BY 1
                                 UNTIL VJX GREATER VJKNT (GRPIDX).
           PERFORM W95.
           MOVE  'GESAMT'       TO ZEILBEZ.
           MOVE   GESADOFF      TO AKTDOFF.
           MOVE   GESAERBT      TO AKTERBT.
           MOVE   GESVDOFF      TO VORDOFF.
           MOVE   GESVERBT      TO VORERBT.
           MOVE   SPACE         TO ZEILKNZ.
           IF     VJGEF         =    '0'
                  MOVE 'NV'     TO ZEILKNZ.
           PERFORM D09.
       D05Z.
           EXIT.
      *****************************************************************
      *    D06    EINE VWST DES ABSCHLUSSJAHRES MIT DEM VORJAHR        *
      *           (GLEICHE BEZEICHNUNG IN DERSELBEN GRUPPE)            *
      *    &----- KZ NV = IM VORJAHR NICHT VORHANDEN                  *
      *****************************************************************
       D06 SECTION.
       D06A.
           IF     JMANZ (GRPIDX, VWST) = ZERO          GO TO D06Z.
           MOVE   JBEZ  (GRPIDX, VWST) TO ZEILBEZ.
           COMPUTE AKTDOFF ROUNDED = JSERL (GRPIDX, VWST) / 12.
           COMPUTE AKTDOFF ROUNDED = AKTDOFF
                                   + JSFEL (GRPIDX, VWST) / 12.
           MOVE   JERBT (GRPIDX, VWST) TO AKTERBT.
           MOVE   ZERO          TO VORDOFF VORERBT.
           MOVE   'NV'          TO ZEILKNZ.
           MOVE   '0'           TO VJTREF.
           PERFORM D07 VARYING VJX FROM 1 BY 1
                                 UNTIL VJX GREATER VJKNT (GRPIDX)
                                    OR VJTREF = '1'.
           PERFORM D09.
       D06Z.
           EXIT.

       D07 SECTION.
       D07A.
           IF     VJVERW (GRPIDX, VJX) =  '1'          GO TO D07Z.
           IF     VJBEZ  (GRPIDX, VJX) NOT = ZEILBEZ   GO TO D07Z.
           MOVE   '1'           TO VJTREF VJVERW (GRPIDX, VJX).
           MOVE   VJDOFF (GRPIDX, VJX) TO VORDOFF.
           MOVE   VJERBT (GRPIDX, VJX) TO VORERBT.
           MOVE   SPACE         TO ZEILKNZ.
       D07Z.
           EXIT.
      *****************************************************************
      *    D08    VWST NUR IM VORJAHR (KZ EN = ENTFALLEN)              *
      *****************************************************************
       D08 SECTION.
       D08A.
           IF     VJVERW (GRPIDX, VJX) =  '1'          GO TO D08Z.
           MOVE   VJBEZ  (GRPIDX, VJX) TO ZEILBEZ.
           MOVE   ZERO          TO AKTDOFF AKTERBT.
           MOVE   VJDOFF (GRPIDX, VJX) TO VORDOFF.
           MOVE   VJERBT (GRPIDX, VJX) TO VORERBT.
           MOVE   'EN'          TO ZEILKNZ.
           PERFORM D09.
       D08Z.
           EXIT.
      *****************************************************************
      *    D09    NACHWEISZEILE DRUCKEN UND IN DIE GRUPPENSUMME        *
      *****************************************************************
       D09 SECTION.
       D09A.
           MOVE   SPACE         TO POSTJ.
           MOVE   ZEILBEZ       TO POJBEZ.
           MOVE   AKTDOFF       TO POJADOF.
           MOVE   VORDOFF       TO POJVDOF.
           COMPUTE POJDDOF = AKTDOFF - VORDOFF.
           MOVE   AKTERBT       TO POJAERB.
           MOVE   VORERBT       TO POJVERB.
           COMPUTE POJDERB = AKTERBT - VORERBT.
           MOVE   ZEILKNZ       TO POJKNZ.
           MOVE   POSTJ         TO DRUCKZEIL.
           PERFORM WRT.
           IF     ZEILBEZ       =    'GESAMT'         GO TO D09Z.
           ADD    AKTDOFF       TO GESADOFF.
           ADD    AKTERBT       TO GESAERBT.
           ADD    VORDOFF       TO GESVDOFF.
           ADD    VORERBT       TO GESVERBT.
       D09Z.
           EXIT.
      *****************************************************************
      *    Z90    ZUSAMMENFASSUNG DES ABSCHLUSSLAUFS                   *
      *****************************************************************
       Z90 SECTION.
       Z90A.
           MOVE   '2'           TO KOPFART.
           MOVE  'ZUSAMMENFASSUNG'  TO KOPFGRP.
           PERFORM N05.
           MOVE   SPACE         TO ZAEPOST.
           MOVE  'ABSCHLUSSJAHR (JJ)'                    TO ZAETEXT.
           MOVE   ABJAHR        TO ZAEZAHL.
           PERFORM Z98.
           MOVE  'LEISTAH-ZEILEN GELESEN'                TO ZAETEXT.
           MOVE   ANZSTAH       TO ZAEZAHL.
           PERFORM Z98.
           MOVE  'DAVON ABSCHLUSSJAHR, VERDICHTET'       TO ZAETEXT.
           MOVE   ANZJAHR       TO ZAEZAHL.
           PERFORM Z98.
           MOVE  'DAVON ABSCHLUSSJAHR, UNGUELTIG'        TO ZAETEXT.
           MOVE   ANZUNG        TO ZAEZAHL.
           PERFORM Z98.
           MOVE  'MONATE DES ABSCHLUSSJAHRES IN LEISTAH' TO ZAETEXT.
           MOVE   MONANZ        TO ZAEZAHL.
           PERFORM Z98.
           MOVE  'LEISTAJ-SAETZE VORHER'                 TO ZAETEXT.
           MOVE   ANZALT        TO ZAEZAHL.
           PERFORM Z98.
           MOVE  'DAVON ABSCHLUSSJAHR ERSETZT (W)'       TO ZAETEXT.
           MOVE   ANZERS        TO ZAEZAHL.
           PERFORM Z98.
           MOVE  'LEISTAJ-SAETZE ABSCHLUSSJAHR NEU'      TO ZAETEXT.
           MOVE   ANZNEU        TO ZAEZAHL.
           PERFORM Z98.
           MOVE  'LEISTAJ-SAETZE VORJAHR (VERGLEICH)'    TO ZAETEXT.
           MOVE   ANZVJ         TO ZAEZAHL.
           PERFORM Z98.
           IF     VJGEF         =    '0'
                  MOVE 'VORJAHR NICHT ABGESCHLOSSEN - KEIN VERGLEICH'
                                TO MELDTEXT
                  MOVE VJJAHR   TO MELDZAHL
                  PERFORM M90.
           IF     ANZUNG        GREATER ZERO
                  MOVE 'UNGUELTIGE LEISTAH-ZEILEN UEBERGANGEN'
                                TO MELDTEXT
                  MOVE ANZUNG   TO MELDZAHL
                  PERFORM M90
                  MOVE 'W'       TO PROSTUFE
                  MOVE 'DATN'    TO PROEREIG
                  MOVE 'LEISTAH' TO PRODATEI
                  MOVE ANZUNG    TO PROZAHL1
                  MOVE 'ZEILEN UNGUELTIG' TO PROTEXT
                  PERFORM P90
                  MOVE 4         TO PRORCNEU
                  PERFORM P91.
       Z90Z.
           EXIT.
      *****************************************************************
      *    Z98    ZAEHLERZEILE SCHREIBEN UND WIEDER LEEREN             *
      *****************************************************************
       Z98 SECTION.
       Z98A.
           MOVE   ZAEPOST       TO DRUCKZEIL.
           PERFORM WRT.
           MOVE   SPACE         TO ZAEPOST.
       Z98Z.
           EXIT.
      *****************************************************************
      *    WRT    DRUCKZEILE SCHREIBEN (MIT SEITENSTEUERUNG)           *
      *****************************************************************
       WRT SECTION.
       WRTA.
           IF     ZEILENNR      GREATER MAXZEIL
                  PERFORM K05.
           WRITE  AUSGABE FROM DRUCKZEIL.
           ADD    1 TO ZEILENNR.
       WRTZ.
           EXIT.
      *****************************************************************
      *    W95    TRENNZEILE VOR SUMMEN/ABSCHLUESSEN SCHREIBEN        *
      *****************************************************************
       W95 SECTION.
       W95A.
           MOVE   TRENNZEIL     TO DRUCKZEIL.
           PERFORM WRT.
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
      *    K05    SEITENKOPF: JAHR, VORJAHR, SEITE, ABSCHNITT UND     *
      *           SPALTENUEBERSCHRIFTEN (KOPFART 1 = NACHWEIS,        *
      *           2 = OHNE)                                           *
      *****************************************************************
       K05 SECTION.
       K05A.
           ADD    1 TO SEITENNR.
           MOVE   SEITENNR      TO KOPFSEIT.
           WRITE  AUSGABE FROM KOPF1.
           WRITE  AUSGABE FROM KOPF2.
           IF     KOPFART       =    '1'
                  WRITE AUSGABE FROM KOPF3A
                  WRITE AUSGABE FROM KOPF3B
           ELSE
                  WRITE AUSGABE FROM LEERZEIL
                  WRITE AUSGABE FROM LEERZEIL.
           WRITE  AUSGABE FROM LEERZEIL.
           MOVE   5 TO ZEILENNR.
       K05Z.
           EXIT.

-INC PDLEIPR
-INC UPRO100X
       END PROGRAM LEIX289.
