       PROCESS APOST.
      ****************************************************************
      *                                                              *
      *    PROGRAMME: PRO2XC                                         *
      *    BATCH AP CHANGE FEED. PRO2EX ONLY TELLS AP ABOUT THE      *
      *    PROVIDERS STILL ON PROVIDE1; THIS FEED TELLS AP WHAT      *
      *    HAPPENED TO THE REST. PRO201 (OPTION 4 DELETE, STATUS     *
      *    CHANGES ON PANEL 02 AND PANEL 04 APPROVALS), PRO2MC,      *
      *    PRO2MG, PRO2AR AND PRO2RS QUEUE ONE PROCHG1 ROW PER       *
      *    EVENT - ADD, CHANGE, INACTIVATE, DELETE OR MERGE, A       *
      *    MERGE CARRYING THE SURVIVING PRID AND ITS PRVEND. THIS    *
      *    RUN SENDS EVERY ROW NOT YET SENT TO ITS OWN FLAT FILE     *
      *    FOR AP, BRACKETED BY A HEADER AND A TRAILER CARRYING THE  *
      *    RUN DATE AND THE DETAIL COUNT AS CONTROL TOTALS, AND      *
      *    STAMPS EACH ROW WITH THE DATE IT WENT OUT.                *
      *                                                              *
      *    A SECOND RUN ON THE SAME DAY REBUILDS THE WHOLE DAY'S     *
      *    FILE - ROWS ALREADY STAMPED WITH TODAY'S DATE GO OUT      *
      *    AGAIN WITH THE NEW ONES - SO A LOST OR TRUNCATED          *
      *    TRANSMISSION IS REPLACED SIMPLY BY RERUNNING.             *
      *                                                              *
      *    EACH RUN IS LOGGED AT START AND END, WITH ITS KEY COUNTS, *
      *    ON THE RUNCTL1 RUN-CONTROL FILE FOR THE PRO2OP OPERATIONS *
      *    REPORT. THE RUN IS REFUSED WHILE A PROVIDE1 UPDATE IS     *
      *    STILL IN FLIGHT ON RUNCTL1, SO A HALF-FINISHED MERGE OR   *
      *    ARCHIVE RUN NEVER GOES TO AP AS A PART-QUEUED SET OF      *
      *    CHANGES.                                                  *
      *                                                              *
      ****************************************************************

       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. PRO2XC.
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

           SELECT PROCHG1  ASSIGN DATABASE-PROCHG1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   CHKEY.

           SELECT APCHG    ASSIGN DATABASE-APCHG
                           ORGANIZATION SEQUENTIAL.

           SELECT RUNCTL1  ASSIGN DATABASE-RUNCTL1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   RCKEY.

       DATA DIVISION.
      ***************

       FILE SECTION.
      *------------*

       FD  PROCHG1.
       01  CHG-REC.
           COPY DDS-FPROCHG IN PROCHG1.

      * FLAT CHANGE-FEED RECORD FOR THE AP SYSTEM - LAYOUT IS OWNED
      * BY THIS PROGRAM, NOT BY A DDS SOURCE, SO IT IS DECLARED
      * DIRECTLY (AS APEXTR IS IN PRO2EX). HEADER AND TRAILER
      * CARRY THE RUN DATE AND THE DETAIL COUNT, SO A TRUNCATED
      * TRANSMISSION SHOWS UP ON THE AP SIDE.
       FD  APCHG.
       01  APCHG-REC.
           05  XCRTYPE             PIC X(1).
              88 XC-HEADER        VALUE 'H'.
              88 XC-DETAIL        VALUE 'D'.
              88 XC-TRAILER       VALUE 'T'.
      * A = ADD, C = CHANGE, I = INACTIVATE, D = DELETE, M = MERGE
           05  XCTYPE              PIC X(1).
           05  XCPRID              PIC X(6).
           05  XCNAME              PIC X(30).
           05  XCVEND              PIC X(10).
      * MERGE ONLY - THE PROVIDER AP SHOULD RE-POINT THE VENDOR TO
           05  XCSURV              PIC X(6).
           05  XCSVEND             PIC X(10).
           05  XCEVDT              PIC 9(8).
           05  XCEVTM              PIC 9(6).
           05  XCSNTDT             PIC 9(8).
      * HEADER/TRAILER VIEW OF THE SAME RECORD - RUN DATE AND,
      * ON THE TRAILER, THE DETAIL RECORD COUNT
       01  APCHG-CTL.
           05  XCCRTYPE            PIC X(1).
           05  XCCDATE             PIC 9(8).
           05  XCCCOUNT            PIC 9(7).
           05  FILLER              PIC X(70).

       FD  RUNCTL1.
       01  RC-REC.
           COPY DDS-FRUNCTL    IN RUNCTL1.

       WORKING-STORAGE SECTION.
      *-----------------------*

       01  CHG-SW            PIC X.
              88 CHG-EOF     VALUE 'E'.
              88 CHG-NOF     VALUE 'N'.

       01  SEND-COUNT        PIC 9(7)    COMP-3    VALUE 0.
       01  ADD-COUNT         PIC 9(7)    COMP-3    VALUE 0.
       01  CHANGE-COUNT      PIC 9(7)    COMP-3    VALUE 0.
       01  INACT-COUNT       PIC 9(7)    COMP-3    VALUE 0.
       01  DELETE-COUNT      PIC 9(7)    COMP-3    VALUE 0.
       01  MERGE-COUNT       PIC 9(7)    COMP-3    VALUE 0.

       01  XC-CURR-DATE.
           05  XC-CD-DATE8       PIC 9(8).
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
       01  RC-PGM            PIC X(10)   VALUE 'PRO2XC'.
       01  RC-UPD            PIC X       VALUE 'N'.
       01  RC-CHK            PIC X       VALUE 'Y'.
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
           PERFORM SEND-RTN
           PERFORM TERM-RTN
           STOP RUN.

      * OPEN THE FILES AND WRITE THE FILE HEADER -------------
       INIT-RTN.
           PERFORM RC-START-RTN
           MOVE FUNCTION CURRENT-DATE TO XC-CURR-DATE
           OPEN I-O    PROCHG1
                OUTPUT APCHG
           MOVE SPACES         TO APCHG-CTL
           MOVE 'H'            TO XCCRTYPE
           MOVE XC-CD-DATE8    TO XCCDATE
           MOVE 0              TO XCCCOUNT
           WRITE APCHG-CTL.

      * READ THE QUEUE IN EVENT ORDER, SENDING EVERY ROW NOT
      * SENT YET (OR SENT TODAY, ON A RERUN) AND STAMPING IT --
       SEND-RTN.
           MOVE LOW-VALUES TO CHKEY IN FPROCHG
           START PROCHG1 KEY IS NOT LESS THAN CHKEY
                 INVALID KEY     SET CHG-EOF TO TRUE
                 NOT INVALID KEY SET CHG-NOF TO TRUE
           END-START
           PERFORM UNTIL CHG-EOF
              READ PROCHG1 NEXT
                   AT END SET CHG-EOF TO TRUE
              END-READ
              IF CHG-NOF
                 IF CHSNTDT IN FPROCHG = 0
                    OR CHSNTDT IN FPROCHG = XC-CD-DATE8
                    PERFORM DETAIL-RTN
                 END-IF
              END-IF
           END-PERFORM.

      * ONE DETAIL RECORD PER EVENT, COUNTED BY TYPE ---------
       DETAIL-RTN.
           MOVE SPACES                  TO APCHG-REC
           MOVE 'D'                     TO XCRTYPE
           MOVE CHTYPE  IN FPROCHG      TO XCTYPE
           MOVE CHPRID  IN FPROCHG      TO XCPRID
           MOVE CHNAME  IN FPROCHG      TO XCNAME
           MOVE CHVEND  IN FPROCHG      TO XCVEND
           MOVE CHSURV  IN FPROCHG      TO XCSURV
           MOVE CHSVEND IN FPROCHG      TO XCSVEND
           MOVE CHDATE  IN FPROCHG      TO XCEVDT
           MOVE CHTIME  IN FPROCHG      TO XCEVTM
           MOVE XC-CD-DATE8             TO XCSNTDT
           WRITE APCHG-REC
           MOVE XC-CD-DATE8             TO CHSNTDT IN FPROCHG
           REWRITE CHG-REC
           ADD 1 TO SEND-COUNT
           EVALUATE CHTYPE IN FPROCHG
             WHEN 'A'
               ADD 1 TO ADD-COUNT
             WHEN 'C'
               ADD 1 TO CHANGE-COUNT
             WHEN 'I'
               ADD 1 TO INACT-COUNT
             WHEN 'D'
               ADD 1 TO DELETE-COUNT
             WHEN 'M'
               ADD 1 TO MERGE-COUNT
           END-EVALUATE.

      * WRITE THE TRAILER WITH THE DETAIL COUNT AND CLOSE ----
       TERM-RTN.
           MOVE SPACES         TO APCHG-CTL
           MOVE 'T'            TO XCCRTYPE
           MOVE XC-CD-DATE8    TO XCCDATE
           MOVE SEND-COUNT     TO XCCCOUNT
           WRITE APCHG-CTL
           CLOSE PROCHG1 APCHG
           DISPLAY 'PRO2XC - CHANGE TRANSACTIONS SENT: ' SEND-COUNT
           DISPLAY 'PRO2XC -   ADDS:         ' ADD-COUNT
           DISPLAY 'PRO2XC -   CHANGES:      ' CHANGE-COUNT
           DISPLAY 'PRO2XC -   INACTIVATES:  ' INACT-COUNT
           DISPLAY 'PRO2XC -   DELETES:      ' DELETE-COUNT
           DISPLAY 'PRO2XC -   MERGES:       ' MERGE-COUNT
           MOVE 'C'                   TO RC-STAT
           MOVE 'SENT'                TO RC-LBL1
           MOVE SEND-COUNT            TO RC-CNT1
           MOVE 'DELETES'             TO RC-LBL2
           MOVE DELETE-COUNT          TO RC-CNT2
           MOVE 'MERGES'              TO RC-LBL3
           MOVE MERGE-COUNT           TO RC-CNT3
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
