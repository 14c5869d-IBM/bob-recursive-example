       PROCESS APOST.
      ****************************************************************
      *                                                              *
      *    PROGRAMME: PRO2CE                                         *
      *    NIGHTLY CREDENTIAL EXPIRY REPORT. EVERY CREDENTIAL ON     *
      *    PROCRD1 (MAINTAINED ON PRO201 OPTION 7) FOR AN ACTIVE     *
      *    PROVIDER IS LISTED IN ONE OF FOUR SECTIONS - ALREADY      *
      *    LAPSED, EXPIRING WITHIN 30 DAYS, WITHIN 60 DAYS AND       *
      *    WITHIN 90 DAYS - EARLIEST EXPIRY FIRST, WITH THE          *
      *    PROVIDER'S PRIMARY CONTACT (LOWEST PROCON1 SEQUENCE) TO   *
      *    CHASE FOR THE RENEWAL. AN INSURANCE OR LICENCE ROW        *
      *    ALREADY SUPERSEDED BY A LATER-EXPIRING ROW OF THE SAME    *
      *    TYPE IS LEFT OFF, SINCE THE RENEWAL IS ON FILE. A LAPSED  *
      *    INSURANCE OR LICENCE ALSO PUTS THE PROVIDER ON PAYMENT    *
      *    HOLD ON THE NEXT PRO2EX EXTRACT. A FIFTH SECTION LISTS    *
      *    ACTIVE PROVIDERS WITH NO DATED INSURANCE OR LICENCE ON    *
      *    FILE - THEY ARE NOT HELD BY PRO2EX, SO THEY ARE CHASED    *
      *    HERE INSTEAD.                                             *
      *                                                              *
      *    EACH RUN IS LOGGED AT START AND END, WITH ITS KEY COUNTS, *
      *    ON THE RUNCTL1 RUN-CONTROL FILE FOR THE PRO2OP OPERATIONS *
      *    REPORT.                                                   *
      *                                                              *
      ****************************************************************

       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. PRO2CE.
       AUTHOR. FORUM AS/400.

       ENVIRONMENT DIVISION.
      **********************

       CONFIGURATION SECTION.
      *---------------------*
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.

       INPUT-OUTPUT SECTION.
      *--------------------*
       FILE-CONTROL.

           SELECT PROVIDE1 ASSIGN DATABASE-PROVIDE1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   EXTERNALLY-DESCRIBED-KEY.

           SELECT PROCRD1  ASSIGN DATABASE-PROCRD1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   CRKEY.

           SELECT PROCON1  ASSIGN DATABASE-PROCON1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   PCKEY.

           SELECT SORTFILE ASSIGN DATABASE-SORTWK01.

           SELECT PRO2CEP  ASSIGN PRINTER-PRO2CEP
                           ORGANIZATION SEQUENTIAL.

           SELECT RUNCTL1  ASSIGN DATABASE-RUNCTL1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   RCKEY.

       DATA DIVISION.
      ***************

       FILE SECTION.
      *------------*

       FD  PROVIDE1.
       01  PRO-REC.
           COPY DDS-FPROV IN PROVIDE1.

       FD  PROCRD1.
       01  CRD-REC.
           COPY DDS-FPROCRD IN PROCRD1.

       FD  PROCON1.
       01  CON-REC.
           COPY DDS-FPROCON IN PROCON1.

      * ONE ROW PER CREDENTIAL TO REPORT - SORTED BY SECTION,
      * THEN EARLIEST EXPIRY FIRST
       SD  SORTFILE.
       01  SRT-REC.
      * 1 = LAPSED, 2 = WITHIN 30 DAYS, 3 = 60, 4 = 90,
      * 5 = NO DATED INSURANCE OR LICENCE ON FILE
           05  SRBAND              PIC 9(1).
           05  SREXDT              PIC 9(8).
           05  SRPRID              PIC X(6).
           05  SRSEQ               PIC 9(3).
           05  SRNAME              PIC X(30).
           05  SRTYPE              PIC X(3).
           05  SRNUMB              PIC X(20).
           05  SRDAYS              PIC 9(5).
           05  SRCNAME             PIC X(30).
           05  SRCPHONE            PIC X(15).

       FD  PRO2CEP.
       01  PRO2CEP-REC        PIC X(132).

       FD  RUNCTL1.
       01  RC-REC.
           COPY DDS-FRUNCTL    IN RUNCTL1.

       WORKING-STORAGE SECTION.
      *-----------------------*

       01  HDR01-OUT.
           COPY DDS-HDR01-O    IN PRO2CEP.
       01  DTL01-OUT.
           COPY DDS-DTL01-O    IN PRO2CEP.

       01  PROV-SW           PIC X.
              88 PROV-EOF    VALUE 'E'.
              88 PROV-NOF    VALUE 'N'.

       01  CRD-SW            PIC X.
              88 CRD-EOF     VALUE 'E'.
              88 CRD-NOF     VALUE 'N'.

       01  CON-SW            PIC X.
              88 CON-EOF     VALUE 'E'.
              88 CON-NOF     VALUE 'N'.

       01  RET-SW            PIC X.
              88 RET-EOF     VALUE 'E'.
              88 RET-NOF     VALUE 'N'.

      * LATEST INSURANCE AND LICENCE EXPIRY ON FILE FOR THE
      * PROVIDER BEING SCANNED - AN EARLIER ROW OF THE SAME
      * TYPE HAS BEEN RENEWED AND IS NOT CHASED
       01  LAST-INS-EXDT     PIC 9(8).
       01  LAST-LIC-EXDT     PIC 9(8).
      * WHETHER ANY INSURANCE OR LICENCE ROW, DATED OR NOT, IS ON
      * FILE FOR THE PROVIDER BEING SCANNED
       01  CE-HAVE-INS       PIC X.
       01  CE-HAVE-LIC       PIC X.

      * SECTION BEING PRINTED, AND ITS HEADING AND ROW COUNT
       01  CE-BAND           PIC 9(1)    VALUE 0.
       01  CE-BAND-ROWS      PIC 9(5)    COMP-3.
       01  CE-BAND-TITLE     PIC X(30).

       01  CE-TODAY-INT      PIC 9(7)    COMP-3.
       01  CE-EXP-INT        PIC 9(7)    COMP-3.
       01  CE-DAYS           PIC S9(7)   COMP-3.

       01  CE-JUDGE-SW       PIC X.
              88 CE-KEEP     VALUE 'Y'.
              88 CE-SKIP     VALUE 'N'.

       01  LAPSED-COUNT      PIC 9(5)    COMP-3    VALUE 0.
       01  DUE30-COUNT       PIC 9(5)    COMP-3    VALUE 0.
       01  DUE60-COUNT       PIC 9(5)    COMP-3    VALUE 0.
       01  DUE90-COUNT       PIC 9(5)    COMP-3    VALUE 0.
       01  MISSING-COUNT     PIC 9(5)    COMP-3    VALUE 0.

       01  CE-CURR-DATE.
           05  CE-CD-DATE8       PIC 9(8).
           05  FILLER            PIC X(13).

      * RUN CONTROL - THIS RUN'S ROW ON RUNCTL1. RC-UPD IS 'Y'
      * WHEN THE RUN UPDATES PROVIDE1; RC-CHK IS 'Y' WHEN IT MAY
      * NOT START WHILE ANOTHER PROGRAM'S PROVIDE1 UPDATE IS IN
      * FLIGHT. RC-STAT, THE COUNTS AND RC-MSG ARE SET BEFORE
      * THE ROW IS CLOSED OFF (KEPT IN STEP ACROSS THE BATCH
      * PROGRAMS)
       01  RC-SW             PIC X.
              88 RC-EOF      VALUE 'E'.
              88 RC-NOF      VALUE 'N'.
       01  RC-PGM            PIC X(10)   VALUE 'PRO2CE'.
       01  RC-UPD            PIC X       VALUE 'N'.
       01  RC-CHK            PIC X       VALUE 'N'.
       01  RC-USER           PIC X(10)   VALUE SPACES.
       01  RC-PARM           PIC X(40)   VALUE SPACES.
       01  RC-STAT           PIC X       VALUE SPACE.
       01  RC-MSG            PIC X(40)   VALUE SPACES.
       01  RC-BUSY           PIC X(10)   VALUE SPACES.
       01  RC-LBL1           PIC X(10)   VALUE SPACES.
       01  RC-CNT1           PIC 9(7)    COMP-3    VALUE 0.
       01  RC-LBL2           PIC X(10)   VALUE SPACES.
       01  RC-CNT2           PIC 9(7)    COMP-3    VALUE 0.
       01  RC-LBL3           PIC X(10)   VALUE SPACES.
       01  RC-CNT3           PIC 9(7)    COMP-3    VALUE 0.
       01  RC-START-DATE.
           05  RC-SD-DATE8       PIC 9(8).
           05  RC-SD-TIME6       PIC 9(6).
           05  FILLER            PIC X(7).
       01  RC-END-DATE.
           05  RC-ED-DATE8       PIC 9(8).
           05  RC-ED-TIME6       PIC 9(6).
           05  FILLER            PIC X(7).

       PROCEDURE DIVISION.
      ********************

       MAIN-LINE.
           PERFORM INIT-RTN
           SORT SORTFILE ON ASCENDING KEY SRBAND SREXDT SRPRID SRSEQ
                INPUT  PROCEDURE IS SEL-RTN
                OUTPUT PROCEDURE IS PRINT-RTN
           PERFORM TERM-RTN
           STOP RUN.

      * OPEN FILES AND PRINT THE REPORT HEADER -------------
       INIT-RTN.
           PERFORM RC-START-RTN
           MOVE FUNCTION CURRENT-DATE TO CE-CURR-DATE
           COMPUTE CE-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE (CE-CD-DATE8)
           OPEN INPUT  PROVIDE1
                INPUT  PROCRD1
                INPUT  PROCON1
                OUTPUT PRO2CEP
           WRITE PRO2CEP-REC FROM HDR01-O AFTER ADVANCING PAGE.

      * SORT INPUT - EVERY ACTIVE PROVIDER, ITS CREDENTIALS
      * RELEASED WHEN LAPSED OR DUE WITHIN 90 DAYS -----------
       SEL-RTN.
           MOVE LOW-VALUES TO EXTERNALLY-DESCRIBED-KEY IN PRO-REC
           START PROVIDE1 KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY     SET PROV-EOF TO TRUE
                 NOT INVALID KEY SET PROV-NOF TO TRUE
           END-START
           PERFORM UNTIL PROV-EOF
              READ PROVIDE1 NEXT
                   AT END SET PROV-EOF TO TRUE
              END-READ
              IF PROV-NOF AND PRSTAT IN PRO-REC = 'A'
                 PERFORM LATEST-RTN
                 PERFORM CRD-SCAN-RTN
                 PERFORM MISSING-RTN
              END-IF
           END-PERFORM.

      * POSITION PROCRD1 ON THE PROVIDER'S FIRST CREDENTIAL ---
       CRD-TOP-RTN.
           MOVE PRID IN PRO-REC TO CRPRID IN FPROCRD
           MOVE ZEROS           TO CRSEQ  IN FPROCRD
           START PROCRD1 KEY IS NOT LESS THAN CRKEY
                 INVALID KEY     SET CRD-EOF TO TRUE
                 NOT INVALID KEY SET CRD-NOF TO TRUE
           END-START.

      * FIRST PASS - LATEST INSURANCE AND LICENCE EXPIRY ------
       LATEST-RTN.
           MOVE 0 TO LAST-INS-EXDT LAST-LIC-EXDT
           MOVE 'N' TO CE-HAVE-INS CE-HAVE-LIC
           PERFORM CRD-TOP-RTN
           PERFORM UNTIL CRD-EOF
              READ PROCRD1 NEXT
                   AT END SET CRD-EOF TO TRUE
              END-READ
              IF CRD-NOF AND CRPRID IN FPROCRD = PRID IN PRO-REC
                 IF CRTYPE IN FPROCRD = 'INS'
                    MOVE 'Y' TO CE-HAVE-INS
                 END-IF
                 IF CRTYPE IN FPROCRD = 'LIC'
                    MOVE 'Y' TO CE-HAVE-LIC
                 END-IF
                 IF CRTYPE IN FPROCRD = 'INS'
                    AND CREXDT IN FPROCRD > LAST-INS-EXDT
                    MOVE CREXDT IN FPROCRD TO LAST-INS-EXDT
                 END-IF
                 IF CRTYPE IN FPROCRD = 'LIC'
                    AND CREXDT IN FPROCRD > LAST-LIC-EXDT
                    MOVE CREXDT IN FPROCRD TO LAST-LIC-EXDT
                 END-IF
              ELSE
                 SET CRD-EOF TO TRUE
              END-IF
           END-PERFORM.

      * SECOND PASS - RELEASE EVERY CURRENT ROW THAT IS LAPSED
      * OR DUE WITHIN 90 DAYS ---------------------------------
       CRD-SCAN-RTN.
           PERFORM CRD-TOP-RTN
           PERFORM UNTIL CRD-EOF
              READ PROCRD1 NEXT
                   AT END SET CRD-EOF TO TRUE
              END-READ
              IF CRD-NOF AND CRPRID IN FPROCRD = PRID IN PRO-REC
                 PERFORM CRD-JUDGE-RTN
              ELSE
                 SET CRD-EOF TO TRUE
              END-IF
           END-PERFORM.

      * PLACE ONE CREDENTIAL IN ITS SECTION, IF ANY. A ROW WITH
      * NO EXPIRY, OR A MANDATORY ROW ALREADY RENEWED, IS SKIPPED
       CRD-JUDGE-RTN.
           SET CE-KEEP TO TRUE
           IF CREXDT IN FPROCRD NOT NUMERIC
              OR CREXDT IN FPROCRD = 0
              SET CE-SKIP TO TRUE
           END-IF
           IF (CRTYPE IN FPROCRD = 'INS'
               AND CREXDT IN FPROCRD < LAST-INS-EXDT)
              OR (CRTYPE IN FPROCRD = 'LIC'
               AND CREXDT IN FPROCRD < LAST-LIC-EXDT)
              SET CE-SKIP TO TRUE
           END-IF
           IF CE-KEEP
              COMPUTE CE-EXP-INT =
                      FUNCTION INTEGER-OF-DATE (CREXDT IN FPROCRD)
              COMPUTE CE-DAYS = CE-EXP-INT - CE-TODAY-INT
              EVALUATE TRUE
                WHEN CE-DAYS < 0
                  MOVE 1 TO SRBAND
                  IF CE-DAYS < -99999
                     MOVE 99999 TO SRDAYS
                  ELSE
                     COMPUTE SRDAYS = 0 - CE-DAYS
                  END-IF
                  ADD 1 TO LAPSED-COUNT
                WHEN CE-DAYS <= 30
                  MOVE 2 TO SRBAND
                  MOVE CE-DAYS TO SRDAYS
                  ADD 1 TO DUE30-COUNT
                WHEN CE-DAYS <= 60
                  MOVE 3 TO SRBAND
                  MOVE CE-DAYS TO SRDAYS
                  ADD 1 TO DUE60-COUNT
                WHEN CE-DAYS <= 90
                  MOVE 4 TO SRBAND
                  MOVE CE-DAYS TO SRDAYS
                  ADD 1 TO DUE90-COUNT
                WHEN OTHER
                  SET CE-SKIP TO TRUE
              END-EVALUATE
           END-IF
           IF CE-KEEP
              MOVE CREXDT IN FPROCRD   TO SREXDT
              MOVE PRID   IN PRO-REC   TO SRPRID
              MOVE CRSEQ  IN FPROCRD   TO SRSEQ
              MOVE PRNAME IN PRO-REC   TO SRNAME
              MOVE CRTYPE IN FPROCRD   TO SRTYPE
              MOVE CRNUMB IN FPROCRD   TO SRNUMB
              PERFORM CONTACT-RTN
              RELEASE SRT-REC
           END-IF.

      * A MANDATORY TYPE WITH NO DATED ROW IS NEITHER BANDED NOR
      * HELD BY PRO2EX, SO IT IS RELEASED TO THE FIFTH SECTION -
      * ONE ROW PER MISSING TYPE ---------------------------------
       MISSING-RTN.
           IF LAST-INS-EXDT = 0
              MOVE 'INS'               TO SRTYPE
              IF CE-HAVE-INS = 'Y'
                 MOVE 'NO EXPIRY KEYED' TO SRNUMB
              ELSE
                 MOVE 'NONE ON FILE'    TO SRNUMB
              END-IF
              PERFORM MISSING-REL-RTN
           END-IF
           IF LAST-LIC-EXDT = 0
              MOVE 'LIC'               TO SRTYPE
              IF CE-HAVE-LIC = 'Y'
                 MOVE 'NO EXPIRY KEYED' TO SRNUMB
              ELSE
                 MOVE 'NONE ON FILE'    TO SRNUMB
              END-IF
              PERFORM MISSING-REL-RTN
           END-IF.

       MISSING-REL-RTN.
           MOVE 5                      TO SRBAND
           MOVE 0                      TO SREXDT SRSEQ SRDAYS
           MOVE PRID   IN PRO-REC      TO SRPRID
           MOVE PRNAME IN PRO-REC      TO SRNAME
           PERFORM CONTACT-RTN
           RELEASE SRT-REC
           ADD 1 TO MISSING-COUNT.

      * THE PROVIDER'S PRIMARY CONTACT IS ITS LOWEST-SEQUENCE
      * PROCON1 ROW - BLANK ON THE REPORT WHEN IT HAS NONE ---
       CONTACT-RTN.
           MOVE SPACES TO SRCNAME SRCPHONE
           MOVE PRID IN PRO-REC TO PCPRID IN FPROCON
           MOVE ZEROS           TO PCSEQ  IN FPROCON
           START PROCON1 KEY IS NOT LESS THAN PCKEY
                 INVALID KEY     SET CON-EOF TO TRUE
                 NOT INVALID KEY SET CON-NOF TO TRUE
           END-START
           IF CON-NOF
              READ PROCON1 NEXT
                   AT END SET CON-EOF TO TRUE
              END-READ
              IF CON-NOF AND PCPRID IN FPROCON = PRID IN PRO-REC
                 MOVE PCNAME  IN FPROCON TO SRCNAME
                 MOVE PCPHONE IN FPROCON TO SRCPHONE
              END-IF
           END-IF.

      * SORT OUTPUT - ALL FIVE SECTIONS ARE PRINTED, 'NONE'
      * UNDER A SECTION WITH NOTHING IN IT -------------------
       PRINT-RTN.
           RETURN SORTFILE
                  AT END SET RET-EOF TO TRUE
                  NOT AT END SET RET-NOF TO TRUE
           END-RETURN
           MOVE 1 TO CE-BAND
           MOVE '*** LAPSED ***'            TO CE-BAND-TITLE
           PERFORM BAND-RTN
           MOVE 2 TO CE-BAND
           MOVE '*** EXPIRING IN 30 DAYS ***' TO CE-BAND-TITLE
           PERFORM BAND-RTN
           MOVE 3 TO CE-BAND
           MOVE '*** EXPIRING IN 60 DAYS ***' TO CE-BAND-TITLE
           PERFORM BAND-RTN
           MOVE 4 TO CE-BAND
           MOVE '*** EXPIRING IN 90 DAYS ***' TO CE-BAND-TITLE
           PERFORM BAND-RTN
           MOVE 5 TO CE-BAND
           MOVE '*** NO INS/LIC EXPIRY DATE ***' TO CE-BAND-TITLE
           PERFORM BAND-RTN.

      * PRINT ONE SECTION - EVERY RETURNED ROW FOR CE-BAND ---
       BAND-RTN.
           MOVE 0                       TO CE-BAND-ROWS
           MOVE SPACES                  TO DTL01-OUT
           MOVE CE-BAND-TITLE           TO DTNAME IN DTL01-O
           WRITE PRO2CEP-REC FROM DTL01-O AFTER ADVANCING 2 LINES
           PERFORM UNTIL RET-EOF OR SRBAND NOT = CE-BAND
              ADD 1 TO CE-BAND-ROWS
              MOVE SPACES              TO DTL01-OUT
              MOVE SRPRID              TO DTPRID   IN DTL01-O
              MOVE SRNAME              TO DTNAME   IN DTL01-O
              MOVE SRTYPE              TO DTTYPE   IN DTL01-O
              MOVE SRNUMB              TO DTNUMB   IN DTL01-O
              IF SRBAND NOT = 5
                 MOVE SREXDT           TO DTEXDT   IN DTL01-O
                 MOVE SRDAYS           TO DTDAYS   IN DTL01-O
              END-IF
              MOVE SRCNAME             TO DTCNAME  IN DTL01-O
              MOVE SRCPHONE            TO DTCPHONE IN DTL01-O
              WRITE PRO2CEP-REC FROM DTL01-O AFTER ADVANCING 1 LINE
              RETURN SORTFILE
                     AT END SET RET-EOF TO TRUE
                     NOT AT END SET RET-NOF TO TRUE
              END-RETURN
           END-PERFORM
           IF CE-BAND-ROWS = 0
              MOVE SPACES              TO DTL01-OUT
              MOVE 'NONE'              TO DTNAME IN DTL01-O
              WRITE PRO2CEP-REC FROM DTL01-O AFTER ADVANCING 1 LINE
           END-IF.

      * CLOSE FILES ------------------------------------------
       TERM-RTN.
           CLOSE PROVIDE1 PROCRD1 PROCON1 PRO2CEP
           DISPLAY 'PRO2CE - LAPSED:              ' LAPSED-COUNT
           DISPLAY 'PRO2CE - EXPIRING IN 30 DAYS: ' DUE30-COUNT
           DISPLAY 'PRO2CE - EXPIRING IN 60 DAYS: ' DUE60-COUNT
           DISPLAY 'PRO2CE - EXPIRING IN 90 DAYS: ' DUE90-COUNT
           DISPLAY 'PRO2CE - NO INS/LIC EXPIRY:   ' MISSING-COUNT
           MOVE 'C'                   TO RC-STAT
           MOVE 'LAPSED'              TO RC-LBL1
           MOVE LAPSED-COUNT          TO RC-CNT1
           MOVE 'DUE 30'              TO RC-LBL2
           MOVE DUE30-COUNT           TO RC-CNT2
           MOVE 'DUE 60'              TO RC-LBL3
           MOVE DUE60-COUNT           TO RC-CNT3
           PERFORM RC-END-RTN.

      * RUN CONTROL - WRITE THIS RUN'S ROW IN FLIGHT ON RUNCTL1.
      * A ROW OF THIS PROGRAM STILL IN FLIGHT IS AN EARLIER RUN
      * THAT NEVER ENDED - IT IS CLOSED OFF AS FAILED, SO A
      * RERUN CLEARS ITS OWN ABEND. WHERE RC-CHK IS 'Y' THE RUN
      * IS REFUSED WHILE ANOTHER PROGRAM'S PROVIDE1 UPDATE IS
      * STILL IN FLIGHT --------------------------------------
       RC-START-RTN.
           MOVE FUNCTION CURRENT-DATE TO RC-START-DATE
           MOVE SPACES TO RC-BUSY
           OPEN I-O RUNCTL1
           MOVE LOW-VALUES TO RCKEY IN FRUNCTL
           START RUNCTL1 KEY IS NOT LESS THAN RCKEY IN FRUNCTL
                 INVALID KEY     SET RC-EOF TO TRUE
                 NOT INVALID KEY SET RC-NOF TO TRUE
           END-START
           PERFORM UNTIL RC-EOF
              READ RUNCTL1 NEXT
                   AT END SET RC-EOF TO TRUE
              END-READ
              IF RC-NOF AND RCSTAT IN FRUNCTL = 'A'
                 PERFORM RC-FLIGHT-RTN
              END-IF
           END-PERFORM
           MOVE SPACES          TO RC-REC
           MOVE RC-PGM          TO RCPGM   IN FRUNCTL
           MOVE RC-SD-DATE8     TO RCDATE  IN FRUNCTL
           MOVE RC-SD-TIME6     TO RCTIME  IN FRUNCTL
           MOVE 'A'             TO RCSTAT  IN FRUNCTL
           MOVE RC-UPD          TO RCUPD   IN FRUNCTL
           MOVE RC-USER         TO RCUSER  IN FRUNCTL
           MOVE RC-PARM         TO RCPARM  IN FRUNCTL
           MOVE 0               TO RCENDDT IN FRUNCTL
                                   RCENDTM IN FRUNCTL
                                   RCCNT1  IN FRUNCTL
                                   RCCNT2  IN FRUNCTL
                                   RCCNT3  IN FRUNCTL
           WRITE RC-REC
                INVALID KEY
                   REWRITE RC-REC
           END-WRITE
           IF RC-BUSY NOT = SPACES
              DISPLAY RC-PGM (1:6) ' - ' RC-BUSY
                      ' IS STILL IN FLIGHT - ENDED'
              MOVE 'R'                        TO RC-STAT
              MOVE 'PROVIDE1 UPDATE IN FLIGHT:' TO RC-MSG
              MOVE RC-BUSY                 TO RC-MSG (28:10)
              PERFORM RC-END-RTN
              STOP RUN
           END-IF.

      * AN IN-FLIGHT ROW FOUND BY THE START SCAN -------------
       RC-FLIGHT-RTN.
           IF RCPGM IN FRUNCTL = RC-PGM
              MOVE 'F'                     TO RCSTAT IN FRUNCTL
              MOVE 'NEVER ENDED - CLOSED AT NEXT START'
                                           TO RCMSG  IN FRUNCTL
              REWRITE RC-REC
           ELSE
              IF RC-CHK = 'Y' AND RCUPD IN FRUNCTL = 'Y'
                 MOVE RCPGM IN FRUNCTL     TO RC-BUSY
              END-IF
           END-IF.

      * RUN CONTROL - CLOSE OFF THIS RUN'S ROW WITH RC-STAT,
      * THE KEY COUNTS AND RC-MSG, AND CLOSE RUNCTL1 ---------
       RC-END-RTN.
           MOVE FUNCTION CURRENT-DATE TO RC-END-DATE
           MOVE RC-PGM          TO RCPGM   IN FRUNCTL
           MOVE RC-SD-DATE8     TO RCDATE  IN FRUNCTL
           MOVE RC-SD-TIME6     TO RCTIME  IN FRUNCTL
           READ RUNCTL1 RECORD
                KEY IS RCKEY IN FRUNCTL
                INVALID KEY
                   CONTINUE
           END-READ
           MOVE RC-STAT         TO RCSTAT  IN FRUNCTL
           MOVE RC-UPD          TO RCUPD   IN FRUNCTL
           MOVE RC-USER         TO RCUSER  IN FRUNCTL
           MOVE RC-PARM         TO RCPARM  IN FRUNCTL
           MOVE RC-ED-DATE8     TO RCENDDT IN FRUNCTL
           MOVE RC-ED-TIME6     TO RCENDTM IN FRUNCTL
           MOVE RC-LBL1         TO RCLBL1  IN FRUNCTL
           MOVE RC-CNT1         TO RCCNT1  IN FRUNCTL
           MOVE RC-LBL2         TO RCLBL2  IN FRUNCTL
           MOVE RC-CNT2         TO RCCNT2  IN FRUNCTL
           MOVE RC-LBL3         TO RCLBL3  IN FRUNCTL
           MOVE RC-CNT3         TO RCCNT3  IN FRUNCTL
           MOVE RC-MSG          TO RCMSG   IN FRUNCTL
           REWRITE RC-REC
                INVALID KEY
                   WRITE RC-REC
           END-REWRITE
           CLOSE RUNCTL1.
