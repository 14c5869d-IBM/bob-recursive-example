      *    THE LIVE LOG STAYS SMALL. THE REPORT SUMMARIZES THE       *
      *    ARCHIVED DETAIL BY MONTH WITH RETAINED/ARCHIVED TOTALS.   *
      *                                                              *
      *    EACH RUN IS LOGGED AT START AND END, WITH ITS KEY COUNTS, *
      *    ON THE RUNCTL1 RUN-CONTROL FILE FOR THE PRO2OP OPERATIONS *
      *    REPORT.                                                   *
      *                                                              *
      ****************************************************************

       IDENTIFICATION DIVISION.
           SELECT PRO2AGP  ASSIGN PRINTER-PRO2AGP
                           ORGANIZATION SEQUENTIAL.

           SELECT RUNCTL1  ASSIGN DATABASE-RUNCTL1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   RCKEY.

       DATA DIVISION.
      ***************

       FD  PRO2AGP.
       01  PRO2AGP-REC        PIC X(132).

       FD  RUNCTL1.
       01  RC-REC.
           COPY DDS-FRUNCTL    IN RUNCTL1.

       WORKING-STORAGE SECTION.
      *-----------------------*

               10  MT-MONTH      PIC 9(6).
               10  MT-COUNT      PIC 9(7)    COMP-3.

      * RUN CONTROL - THIS RUN'S ROW ON RUNCTL1. RC-UPD IS 'Y'
      * WHEN THE RUN UPDATES PROVIDE1; RC-CHK IS 'Y' WHEN IT MAY
      * NOT START WHILE ANOTHER PROGRAM'S PROVIDE1 UPDATE IS IN
      * FLIGHT. RC-STAT, THE COUNTS AND RC-MSG ARE SET BEFORE
      * THE ROW IS CLOSED OFF (KEPT IN STEP ACROSS THE BATCH
      * PROGRAMS)
       01  RC-SW             PIC X.
              88 RC-EOF      VALUE 'E'.
              88 RC-NOF      VALUE 'N'.
       01  RC-PGM            PIC X(10)   VALUE 'PRO2AG'.
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

      * PICK UP THE CUTOFF DATE AND OPEN THE FILES -----------
       INIT-RTN.
           ACCEPT AG-CUTOFF
           MOVE AG-CUTOFF          TO RC-PARM (1:8)
           PERFORM RC-START-RTN
           IF AG-CUTOFF = 0
              DISPLAY 'PRO2AG - NO CUTOFF DATE SUPPLIED - ENDED'
              MOVE 'R'                        TO RC-STAT
              MOVE 'NO CUTOFF DATE SUPPLIED'  TO RC-MSG
              PERFORM RC-END-RTN
              STOP RUN
           END-IF
           OPEN INPUT  AUDIT1
       TERM-RTN.
           CLOSE AUDIT1 AUDIT1A AUDIT1N PRO2AGP
           DISPLAY 'PRO2AG - ROWS ARCHIVED: ' ARCH-COUNT
           DISPLAY 'PRO2AG - ROWS RETAINED: ' KEEP-COUNT
           MOVE 'C'                   TO RC-STAT
           MOVE 'ARCHIVED'            TO RC-LBL1
           MOVE ARCH-COUNT            TO RC-CNT1
           MOVE 'RETAINED'            TO RC-LBL2
           MOVE KEEP-COUNT            TO RC-CNT2
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
