      *    NOT REPEATED, SO EACH SUSPECTED PAIR PRINTS ONCE UNDER    *
      *    THE FIRST RULE THAT MATCHED.                              *
      *                                                              *
      *    A PAIR OF LOCATIONS OF THE SAME PARENT COMPANY ON         *
      *    PROPAR1 (OR A PARENT AND ONE OF ITS LOCATIONS) IS NOT A   *
      *    DUPLICATE - IT IS COUNTED BUT NOT PRINTED.                *
      *                                                              *
      *    EACH RUN IS LOGGED AT START AND END, WITH ITS KEY COUNTS, *
      *    ON THE RUNCTL1 RUN-CONTROL FILE FOR THE PRO2OP OPERATIONS *
      *    REPORT.                                                   *
      *                                                              *
      ****************************************************************

       IDENTIFICATION DIVISION.
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   EXTERNALLY-DESCRIBED-KEY.

           SELECT PROPAR1  ASSIGN DATABASE-PROPAR1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   PPPRID
                             ALTERNATE RECORD KEY PPPARENT
                                       WITH DUPLICATES.

           SELECT SORTFILE ASSIGN DATABASE-SORTWK01.

           SELECT PRO2DPP  ASSIGN PRINTER-PRO2DPP
                           ORGANIZATION SEQUENTIAL.

           SELECT RUNCTL1  ASSIGN DATABASE-RUNCTL1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   RCKEY.

       DATA DIVISION.
      ***************

       01  PRO-REC.
           COPY DDS-FPROV IN PROVIDE1.

       FD  PROPAR1.
       01  PAR-REC.
           COPY DDS-FPROPAR    IN PROPAR1.

       SD  SORTFILE.
       01  SRT-REC.
           05  SRPHONE             PIC X(15).
           05  SRCITY              PIC X(20).
           05  SRPRID              PIC X(6).
           05  SRNAME              PIC X(30).
      * THE PROVIDER'S PARENT ON PROPAR1, OR ITS OWN PRID WHEN IT
      * HAS NONE - TWO PROVIDERS WITH THE SAME SRGRP ARE ONE COMPANY
           05  SRGRP               PIC X(6).

       FD  PRO2DPP.
       01  PRO2DPP-REC        PIC X(132).

       FD  RUNCTL1.
       01  RC-REC.
           COPY DDS-FRUNCTL    IN RUNCTL1.

       WORKING-STORAGE SECTION.
      *-----------------------*

              88 RULE-ADDR   VALUE 3.

       01  PAIR-COUNT        PIC 9(5)    COMP-3    VALUE 0.
       01  SISTER-COUNT      PIC 9(5)    COMP-3    VALUE 0.

      * KEY OF THE GROUP BEING WALKED AND THE GROUP'S FIRST
      * MEMBER - EVERY LATER MEMBER PRINTS PAIRED WITH IT
       01  ANC-CITY          PIC X(20).
       01  ANC-ZIP           PIC X(10).
       01  ANC-PHONE         PIC X(15).
       01  ANC-GRP           PIC X(6).

      * RUN CONTROL - THIS RUN'S ROW ON RUNCTL1. RC-UPD IS 'Y'
      * WHEN THE RUN UPDATES PROVIDE1; RC-CHK IS 'Y' WHEN IT MAY
      * NOT START WHILE ANOTHER PROGRAM'S PROVIDE1 UPDATE IS IN
      * FLIGHT. RC-STAT, THE COUNTS AND RC-MSG ARE SET BEFORE
      * THE ROW IS CLOSED OFF (KEPT IN STEP ACROSS THE BATCH
      * PROGRAMS)
       01  RC-SW             PIC X.
              88 RC-EOF      VALUE 'E'.
              88 RC-NOF      VALUE 'N'.
       01  RC-PGM            PIC X(10)   VALUE 'PRO2DP'.
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

      * OPEN FILES AND PRINT THE REPORT HEADER -------------
       INIT-RTN.
           PERFORM RC-START-RTN
           OPEN INPUT  PROVIDE1
                INPUT  PROPAR1
                OUTPUT PRO2DPP
           WRITE PRO2DPP-REC FROM HDR01-O AFTER ADVANCING PAGE.

           MOVE PRCITY  IN PRO-REC      TO SRCITY
           MOVE PRID    IN PRO-REC      TO SRPRID
           MOVE PRNAME  IN PRO-REC      TO SRNAME
           MOVE PRID    IN PRO-REC      TO PPPRID IN FPROPAR
           READ PROPAR1 RECORD
                KEY IS PPPRID IN FPROPAR
                INVALID KEY
                   MOVE PRID IN PRO-REC     TO SRGRP
                NOT INVALID KEY
                   MOVE PPPARENT IN FPROPAR TO SRGRP
           END-READ
           RELEASE SRT-REC.

      * SORT OUTPUT, RULE 1 - GROUPS OF EQUAL PHONES --------
           MOVE SRADDR  TO ANC-ADDR
           MOVE SRCITY  TO ANC-CITY
           MOVE SRZIP   TO ANC-ZIP
           MOVE SRPHONE TO ANC-PHONE
           MOVE SRGRP   TO ANC-GRP.

      * PRINT A SUSPECTED PAIR - UNLESS BOTH BELONG TO THE SAME
      * PARENT COMPANY, WHICH ONLY COUNTS ----------------
       PRINT-PAIR-RTN.
           IF ANC-GRP = SRGRP
              ADD 1 TO SISTER-COUNT
           ELSE
              ADD 1 TO PAIR-COUNT
              MOVE ANC-PRID  TO DTPRID1 IN DTL01-O
              MOVE ANC-NAME  TO DTNAME1 IN DTL01-O
              MOVE SRPRID    TO DTPRID2 IN DTL01-O
              MOVE SRNAME    TO DTNAME2 IN DTL01-O
              WRITE PRO2DPP-REC FROM DTL01-O AFTER ADVANCING 1 LINE
           END-IF.

      * CLOSE FILES ------------------------------------------
       TERM-RTN.
              MOVE 'NO SUSPECTED PAIRS'  TO DTRULE IN DTL01-O
              WRITE PRO2DPP-REC FROM DTL01-O AFTER ADVANCING 1 LINE
           END-IF
           CLOSE PROVIDE1 PROPAR1 PRO2DPP
           DISPLAY 'PRO2DP - SUSPECTED PAIRS PRINTED: ' PAIR-COUNT
           DISPLAY 'PRO2DP - SAME-PARENT PAIRS SKIPPED: ' SISTER-COUNT
           MOVE 'C'                   TO RC-STAT
           MOVE 'PAIRS'               TO RC-LBL1
           MOVE PAIR-COUNT            TO RC-CNT1
           MOVE 'SAME GROUP'          TO RC-LBL2
           MOVE SISTER-COUNT          TO RC-CNT2
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
