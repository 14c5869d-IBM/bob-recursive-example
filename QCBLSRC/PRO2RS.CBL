      *    THE PRID; THE PROARC1 ROW PRO2AR WROTE IS COPIED BACK     *
      *    ONTO PROVIDE1 (REFUSED IF THE PRID IS ALREADY ON FILE     *
      *    AGAIN) AND THE ARCHIVE ROW IS DELETED. THE RESTORED       *
      *    RECORD IS STAMPED SO THE CHANGE IS VISIBLE ON PRUPDT,     *
      *    AND QUEUED ON PROCHG1 AS AN ADD FOR THE PRO2XC AP CHANGE  *
      *    FEED.                                                     *
      *                                                              *
      *    THE CL DRIVER ALSO SUPPLIES THE SUBMITTING USER PROFILE;  *
      *    THE RESTORE IS REFUSED UNLESS THAT PROFILE HOLDS THE      *
      *    BATCH AUTHORITY ON USRREF1 (MAINTAINED ON PRO202).        *
      *                                                              *
      *    EACH RUN IS LOGGED AT START AND END, WITH ITS KEY COUNTS, *
      *    ON THE RUNCTL1 RUN-CONTROL FILE FOR THE PRO2OP OPERATIONS *
      *    REPORT, AND IS REFUSED BEFORE PROVIDE1 IS TOUCHED WHILE   *
      *    ANOTHER PROGRAM'S PROVIDE1 UPDATE IS STILL IN FLIGHT      *
      *    THERE.                                                    *
      *                                                              *
      ****************************************************************

                             ACCESS MODE  DYNAMIC
                             RECORD KEY   PAPRID.

           SELECT PROCHG1  ASSIGN DATABASE-PROCHG1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   CHKEY.

           SELECT USRREF1  ASSIGN DATABASE-USRREF1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   URUSER.

           SELECT RUNCTL1  ASSIGN DATABASE-RUNCTL1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   RCKEY.

       DATA DIVISION.
      ***************

       01  ARC-REC.
           COPY DDS-FPROARC IN PROARC1.

       FD  PROCHG1.
       01  CHG-REC.
           COPY DDS-FPROCHG IN PROCHG1.

       FD  USRREF1.
       01  USR-REC.
           COPY DDS-FUSRREF    IN USRREF1.

       FD  RUNCTL1.
       01  RC-REC.
           COPY DDS-FRUNCTL    IN RUNCTL1.

       WORKING-STORAGE SECTION.
      *-----------------------*

       01  RS-PRID           PIC X(6)    VALUE SPACES.

      * USER PROFILE THE RUN WAS SUBMITTED UNDER - CHECKED ON
      * USRREF1 BEFORE ANYTHING IS UPDATED
       01  RS-RUN-USER       PIC X(10)   VALUE SPACES.

       01  RS-CURR-DATE.
           05  RS-CD-DATE8       PIC 9(8).
           05  RS-CD-TIME6       PIC 9(6).
           05  FILLER            PIC X(7).

      * RUN CONTROL - THIS RUN'S ROW ON RUNCTL1. RC-UPD IS 'Y'
      * WHEN THE RUN UPDATES PROVIDE1; RC-CHK IS 'Y' WHEN IT MAY
      * NOT START WHILE ANOTHER PROGRAM'S PROVIDE1 UPDATE IS IN
      * FLIGHT. RC-STAT, THE COUNTS AND RC-MSG ARE SET BEFORE
      * THE ROW IS CLOSED OFF (KEPT IN STEP ACROSS THE BATCH
      * PROGRAMS)
       01  RC-SW             PIC X.
              88 RC-EOF      VALUE 'E'.
              88 RC-NOF      VALUE 'N'.
       01  RC-PGM            PIC X(10)   VALUE 'PRO2RS'.
       01  RC-UPD            PIC X       VALUE 'Y'.
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
      * PICK UP THE PRID TO RESTORE AND OPEN THE FILES -------
       INIT-RTN.
           ACCEPT RS-PRID
           ACCEPT RS-RUN-USER
           MOVE RS-RUN-USER        TO RC-USER
           MOVE RS-PRID            TO RC-PARM
           PERFORM RC-START-RTN
           IF RS-PRID = SPACES
              DISPLAY 'PRO2RS - NO PROVIDER ID SUPPLIED - ENDED'
              MOVE 'R'                        TO RC-STAT
              MOVE 'NO PROVIDER ID SUPPLIED'  TO RC-MSG
              PERFORM RC-END-RTN
              STOP RUN
           END-IF
           PERFORM USRCHK-RTN
           MOVE FUNCTION CURRENT-DATE TO RS-CURR-DATE
           OPEN I-O PROVIDE1
                I-O PROARC1
                I-O PROCHG1.

      * THE RESTORE NEEDS A SUBMITTING PROFILE HOLDING THE BATCH
      * AUTHORITY ON USRREF1 - REFUSED BEFORE ANY UPDATE -----
       USRCHK-RTN.
           IF RS-RUN-USER = SPACES
              DISPLAY 'PRO2RS - NO SUBMITTING USER SUPPLIED - ENDED'
              MOVE 'R'                        TO RC-STAT
              MOVE 'NO SUBMITTING USER SUPPLIED'
                                              TO RC-MSG
              PERFORM RC-END-RTN
              STOP RUN
           END-IF
           OPEN INPUT USRREF1
           MOVE RS-RUN-USER TO URUSER IN FUSRREF
           READ USRREF1 RECORD
                KEY IS URUSER IN FUSRREF
                INVALID KEY
                   MOVE SPACES TO USR-REC
           END-READ
           CLOSE USRREF1
           IF URBAT IN FUSRREF NOT = 'Y'
              DISPLAY 'PRO2RS - ' RS-RUN-USER
                      ' NOT AUTHORIZED TO RUN - ENDED'
              MOVE 'R'                        TO RC-STAT
              MOVE 'USER NOT AUTHORIZED TO RUN'
                                              TO RC-MSG
              PERFORM RC-END-RTN
              STOP RUN
           END-IF.

      * FETCH THE ARCHIVE ROW AND PUT IT BACK ON PROVIDE1 ----
       RESTORE-RTN.
                INVALID KEY
                   DISPLAY 'PRO2RS - ' RS-PRID
                           ' NOT IN THE ARCHIVE - NOTHING DONE'
                   MOVE 'R'                  TO RC-STAT
                   MOVE 'NOT IN THE ARCHIVE - NOTHING DONE'
                                             TO RC-MSG
                NOT INVALID KEY
                   PERFORM PUT-BACK-RTN
           END-READ.
                NOT INVALID KEY
                   DISPLAY 'PRO2RS - ' RS-PRID
                           ' ALREADY ON PROVIDE1 - NOT RESTORED'
                   MOVE 'R'                  TO RC-STAT
                   MOVE 'ALREADY ON PROVIDE1 - NOT RESTORED'
                                             TO RC-MSG
           END-READ.

       WRITE-PROV-RTN.
           MOVE 'PRO2RS'             TO PRUSER  IN FPROV
           WRITE PRO-REC
           DELETE PROARC1 RECORD
           PERFORM APCHG-RTN
           MOVE 1                     TO RC-CNT1
           DISPLAY 'PRO2RS - ' RS-PRID ' RESTORED TO PROVIDE1'.

      * QUEUE THE RESTORE FOR THE AP CHANGE FEED - TO AP THE
      * PROVIDER IS BACK, SO IT GOES OUT AS AN ADD ------------
       APCHG-RTN.
           MOVE RS-CD-DATE8          TO CHDATE  IN FPROCHG
           MOVE RS-CD-TIME6          TO CHTIME  IN FPROCHG
           MOVE RS-PRID              TO CHPRID  IN FPROCHG
           MOVE 'A'                  TO CHTYPE  IN FPROCHG
           MOVE PRNAME IN FPROV      TO CHNAME  IN FPROCHG
           MOVE PRVEND IN FPROV      TO CHVEND  IN FPROCHG
           MOVE SPACES               TO CHSURV  IN FPROCHG
           MOVE SPACES               TO CHSVEND IN FPROCHG
           MOVE 'PRO2RS'             TO CHUSER  IN FPROCHG
           MOVE ZEROS                TO CHSNTDT IN FPROCHG
           WRITE CHG-REC
                INVALID KEY
                   REWRITE CHG-REC
           END-WRITE.

      * CLOSE FILES ------------------------------------------
       TERM-RTN.
           CLOSE PROVIDE1 PROARC1 PROCHG1
           IF RC-STAT = SPACE
              MOVE 'C'                TO RC-STAT
           END-IF
           MOVE 'RESTORED'            TO RC-LBL1
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
