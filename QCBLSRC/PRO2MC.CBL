      *    BEFORE/AFTER ROWS AND PRUPDT/PRUSER STAMP A PANEL 02      *
      *    SAVE PRODUCES, SO THE MASS CHANGE IS AS TRACEABLE AS A    *
      *    KEYED ONE. A NEW PRCAT MUST BE ACTIVE ON CATREF1, AS      *
      *    THE PANEL EDIT REQUIRES. A COMMITTED STATUS CHANGE ALSO   *
      *    QUEUES AN INACTIVATE (OR, OFF INACTIVE, A CHANGE) ON      *
      *    PROCHG1 FOR THE PRO2XC AP CHANGE FEED.                    *
      *                                                              *
      *    THE CL DRIVER ALSO SUPPLIES THE SUBMITTING USER PROFILE;  *
      *    A COMMIT RUN IS REFUSED BEFORE ANYTHING IS APPLIED UNLESS *
      *    THAT PROFILE HOLDS THE BATCH AUTHORITY ON USRREF1         *
      *    (MAINTAINED ON PRO202). A PROOF RUN CHANGES NOTHING AND   *
      *    NEEDS NO AUTHORITY.                                       *
      *                                                              *
      *    EACH RUN IS LOGGED AT START AND END, WITH ITS KEY COUNTS, *
      *    ON THE RUNCTL1 RUN-CONTROL FILE FOR THE PRO2OP OPERATIONS *
      *    REPORT. A COMMIT RUN IS REFUSED BEFORE PROVIDE1 IS        *
      *    TOUCHED WHILE ANOTHER PROGRAM'S PROVIDE1 UPDATE IS STILL  *
      *    IN FLIGHT THERE.                                          *
      *                                                              *
      ****************************************************************

                             ACCESS MODE  DYNAMIC
                             RECORD KEY   HSKEY.

           SELECT PROCHG1  ASSIGN DATABASE-PROCHG1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   CHKEY.

           SELECT MCTRAN1  ASSIGN DATABASE-MCTRAN1
                           ORGANIZATION SEQUENTIAL.

           SELECT PRO2MCP  ASSIGN PRINTER-PRO2MCP
                           ORGANIZATION SEQUENTIAL.

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

       01  HST-REC.
           COPY DDS-FPROHST IN PROHST1.

       FD  PROCHG1.
       01  CHG-REC.
           COPY DDS-FPROCHG IN PROCHG1.

      * MASS CHANGE TRANSACTION - LAYOUT IS OWNED BY THIS BATCH,
      * NOT BY A DDS SOURCE, SO IT IS DECLARED DIRECTLY (AS THE
      * AP INTERFACE RECORDS ARE IN PRO2EX/PRO2AP)
       FD  PRO2MCP.
       01  PRO2MCP-REC        PIC X(132).

       FD  USRREF1.
       01  USR-REC.
           COPY DDS-FUSRREF    IN USRREF1.

       FD  RUNCTL1.
       01  RC-REC.
           COPY DDS-FRUNCTL    IN RUNCTL1.

       WORKING-STORAGE SECTION.
      *-----------------------*

              88 PROOF-RUN   VALUE 'P'.
              88 COMMIT-RUN  VALUE 'C'.

      * USER PROFILE THE RUN WAS SUBMITTED UNDER - CHECKED ON
      * USRREF1 BEFORE ANYTHING IS UPDATED
       01  MC-RUN-USER       PIC X(10)   VALUE SPACES.

       01  TRN-COUNT         PIC 9(5)    COMP-3    VALUE 0.
       01  CHG-COUNT         PIC 9(5)    COMP-3    VALUE 0.
       01  ERR-COUNT         PIC 9(5)    COMP-3    VALUE 0.
           05  MC-CD-TIME6       PIC 9(6).
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
       01  RC-PGM            PIC X(10)   VALUE 'PRO2MC'.
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

      * PICK UP THE RUN MODE AND OPEN THE FILES --------------
       INIT-RTN.
           ACCEPT MC-RUN-MODE
           ACCEPT MC-RUN-USER
      * ONLY A COMMIT RUN UPDATES PROVIDE1 - A PROOF RUN IS LOGGED
      * AS A REPORT AND MAY RUN ALONGSIDE AN UPDATE
           IF NOT COMMIT-RUN
              MOVE 'N'             TO RC-UPD
                                      RC-CHK
           END-IF
           MOVE MC-RUN-USER        TO RC-USER
           MOVE MC-RUN-MODE        TO RC-PARM
           PERFORM RC-START-RTN
           IF NOT PROOF-RUN AND NOT COMMIT-RUN
              DISPLAY 'PRO2MC - RUN MODE MUST BE P OR C - ENDED'
              MOVE 'R'                        TO RC-STAT
              MOVE 'RUN MODE MUST BE P OR C'  TO RC-MSG
              PERFORM RC-END-RTN
              STOP RUN
           END-IF
           IF COMMIT-RUN
              PERFORM USRCHK-RTN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO MC-CURR-DATE
           OPEN I-O    PROVIDE1
                INPUT  CATREF1
                I-O    PROHST1
                I-O    PROCHG1
                INPUT  MCTRAN1
                OUTPUT PRO2MCP
           WRITE PRO2MCP-REC FROM HDR01-O AFTER ADVANCING PAGE
              WRITE PRO2MCP-REC FROM DTL01-O AFTER ADVANCING 1 LINE
           END-IF.

      * A COMMIT RUN NEEDS A SUBMITTING PROFILE HOLDING THE BATCH
      * AUTHORITY ON USRREF1 - REFUSED BEFORE ANY UPDATE -----
       USRCHK-RTN.
           IF MC-RUN-USER = SPACES
              DISPLAY 'PRO2MC - NO SUBMITTING USER SUPPLIED - ENDED'
              MOVE 'R'                        TO RC-STAT
              MOVE 'NO SUBMITTING USER SUPPLIED'
                                              TO RC-MSG
              PERFORM RC-END-RTN
              STOP RUN
           END-IF
           OPEN INPUT USRREF1
           MOVE MC-RUN-USER TO URUSER IN FUSRREF
           READ USRREF1 RECORD
                KEY IS URUSER IN FUSRREF
                INVALID KEY
                   MOVE SPACES TO USR-REC
           END-READ
           CLOSE USRREF1
           IF URBAT IN FUSRREF NOT = 'Y'
              DISPLAY 'PRO2MC - ' MC-RUN-USER
                      ' NOT AUTHORIZED TO RUN - ENDED'
              MOVE 'R'                        TO RC-STAT
              MOVE 'USER NOT AUTHORIZED TO RUN'
                                              TO RC-MSG
              PERFORM RC-END-RTN
              STOP RUN
           END-IF.

      * ONE PASS PER TRANSACTION - VALIDATE IT, THEN SCAN
      * PROVIDE1 FOR THE PROVIDERS IT SELECTS ----------------
       TRAN-RTN.
              MOVE MCNEWSTS            TO PRSTAT IN PRO-REC
              PERFORM STAMP-RTN
              REWRITE PRO-REC
              PERFORM APCHG-RTN
              ADD 1 TO CHG-COUNT
              MOVE 'CHANGED'        TO DTACTION IN DTL01-O
           END-IF.

      * QUEUE THE STATUS CHANGE FOR THE AP CHANGE FEED - ONTO
      * INACTIVE IS AN INACTIVATE, ANYTHING ELSE A CHANGE, AS
      * THE PANEL 02 SAVE QUEUES IT. A KEY COLLISION KEEPS THE
      * LATER EVENT, AS HST-WRITE-RTN DOES -------------------
       APCHG-RTN.
           IF MCNEWSTS = 'I'
              MOVE 'I'                 TO CHTYPE  IN FPROCHG
           ELSE
              MOVE 'C'                 TO CHTYPE  IN FPROCHG
           END-IF
           MOVE MC-CD-DATE8            TO CHDATE  IN FPROCHG
           MOVE MC-CD-TIME6            TO CHTIME  IN FPROCHG
           MOVE PRID   IN PRO-REC      TO CHPRID  IN FPROCHG
           MOVE PRNAME IN PRO-REC      TO CHNAME  IN FPROCHG
           MOVE PRVEND IN PRO-REC      TO CHVEND  IN FPROCHG
           MOVE SPACES                 TO CHSURV  IN FPROCHG
           MOVE SPACES                 TO CHSVEND IN FPROCHG
           MOVE 'PRO2MC'               TO CHUSER  IN FPROCHG
           MOVE ZEROS                  TO CHSNTDT IN FPROCHG
           WRITE CHG-REC
                INVALID KEY
                   REWRITE CHG-REC
           END-WRITE.

      * THE SAME UPDATE STAMP A PANEL 02 SAVE PRODUCES -------
       STAMP-RTN.
           MOVE MC-CD-DATE8         TO PRUPDT IN PRO-REC

      * CLOSE FILES ------------------------------------------
       TERM-RTN.
           CLOSE PROVIDE1 CATREF1 PROHST1 PROCHG1 MCTRAN1 PRO2MCP
           DISPLAY 'PRO2MC - TRANSACTIONS READ:     ' TRN-COUNT
           DISPLAY 'PRO2MC - TRANSACTIONS IN ERROR: ' ERR-COUNT
           IF COMMIT-RUN
              DISPLAY 'PRO2MC - PROVIDERS CHANGED:     ' CHG-COUNT
           ELSE
              DISPLAY 'PRO2MC - PROOF ONLY - NOTHING CHANGED'
           END-IF
           MOVE 'C'                   TO RC-STAT
           MOVE 'READ'                TO RC-LBL1
           MOVE TRN-COUNT             TO RC-CNT1
           MOVE 'IN ERROR'             TO RC-LBL2
           MOVE ERR-COUNT             TO RC-CNT2
           MOVE 'CHANGED'             TO RC-LBL3
           MOVE CHG-COUNT             TO RC-CNT3
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
