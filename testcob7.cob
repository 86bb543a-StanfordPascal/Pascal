      *                           LEIHIST-EINTRAG UEBERTRAGEN;         *
      *                           ABWEICHENDE HORIZONTE DER TEIL-      *
      *                           LAEUFE GELTEN ALS ABSTIMMFEHLER      *
      *  15/10/26 HM              GESPERRTE VERTRAEGE (LEISPER, AUS    *
      *                           LEI386L) AUS LEISUMO SUMMIERT UND IN *
      *                           DER GESAMTABSTIMMUNG BERUECKSICHTIGT *
      * -------------------------------------------------------------- *
      ******************************************************************
       PROGRAM-ID. LEI386C.
           05  SUMIZCPR              PIC 9(9).
           05  SUMIDATUM             PIC 9(6).
           05  SUMIJAHR              PIC 9(2).
           05  SUMISPER              PIC 9(9).

       FD  LEIVSAM
           LABEL RECORDS STANDARD.
           05  GESDUPR               PIC S9(5) COMP-3 VALUE ZERO.
           05  GESUEXR               PIC S9(5) COMP-3 VALUE ZERO.
           05  GESZCPR               PIC S9(9) COMP-3 VALUE ZERO.
           05  GESSPER               PIC S9(9) COMP-3 VALUE ZERO.
           05  GESMAXZ               PIC 9(4)         VALUE ZERO.
           05  GESMAXS               PIC X(4)         VALUE SPACE.
           05  GESDIFF               PIC S9(9) COMP-3 VALUE ZERO.
           ADD SUMIDUPR TO GESDUPR.
           ADD SUMIUEXR TO GESUEXR.
           ADD SUMIZCPR TO GESZCPR.
           ADD SUMISPER TO GESSPER.
           IF SUMIMAXZ GREATER GESMAXZ
              MOVE SUMIMAXZ TO GESMAXZ
              MOVE SUMIMAXS TO GESMAXS.
           MOVE GESUEXR TO RECZAHL2.
           WRITE RECAUSG FROM RECLINE.

           MOVE SPACE TO RECLINE.
           MOVE 'GESAMT GESPERRT (LOESCHLAUF LEI386L)' TO RECTEXT.
           MOVE GESSPER TO RECZAHL1.
           WRITE RECAUSG FROM RECLINE.

           COMPUTE GESDIFF = GESGRPC - GESGRPO - GESDUPR - GESSPER.

      *-----------------------------------------------------------
      *    KONTROLLSATZ UND LEIHIST-EINTRAG NUR BEI SAUBERER
