      *    EXCEPTION REPORT FOR REJECTS AND FOR PRIDS NO LONGER      *
      *    ON PROVIDE1.                                              *
      *                                                              *
      *    THE CONFIRMATION ANSWERS ONE PRO2EX EXTRACT, WHOSE DATE   *
      *    THE HEADER AND TRAILER CARRY. THE FILE IS REFUSED UNLESS  *
      *    EXTCKP1 SHOWS THAT EXTRACT COMPLETE, AND THE RUN IS       *
      *    REFUSED WHILE ANOTHER PROVIDE1 UPDATE IS STILL IN FLIGHT  *
      *    ON THE RUNCTL1 RUN-CONTROL FILE. EACH RUN IS LOGGED ON    *
      *    RUNCTL1 AT START AND END FOR THE PRO2OP OPERATIONS        *
      *    REPORT.                                                   *
      *                                                              *
      ****************************************************************

       IDENTIFICATION DIVISION.
           SELECT APCONF   ASSIGN DATABASE-APCONF
                           ORGANIZATION SEQUENTIAL.

           SELECT EXTCKP1  ASSIGN DATABASE-EXTCKP1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   EXDATE.

           SELECT PRO2APP  ASSIGN PRINTER-PRO2APP
                           ORGANIZATION SEQUENTIAL.

           SELECT RUNCTL1  ASSIGN DATABASE-RUNCTL1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   RCKEY.

       DATA DIVISION.
      ***************

           05  ACFLAG              PIC X(1).
              88 AC-ACCEPTED      VALUE 'A'.
              88 AC-REJECTED      VALUE 'R'.
      * HEADER AND TRAILER VIEW OF THE SAME RECORD - THE DATE OF
      * THE PRO2EX EXTRACT BEING CONFIRMED AND, ON THE TRAILER,
      * THE DETAIL RECORD COUNT THE FILE MUST BALANCE TO
       01  APCONF-CTL.
           05  ACCRTYPE            PIC X(1).
           05  ACCDATE             PIC 9(8).
           05  ACCCOUNT            PIC 9(7).
           05  FILLER              PIC X(2).

       FD  EXTCKP1.
       01  CKP-REC.
           COPY DDS-FEXTCKP IN EXTCKP1.

       FD  PRO2APP.
       01  PRO2APP-REC        PIC X(132).

       FD  RUNCTL1.
       01  RC-REC.
           COPY DDS-FRUNCTL    IN RUNCTL1.

       WORKING-STORAGE SECTION.
      *-----------------------*

       01  TRL-COUNT         PIC 9(7)    COMP-3    VALUE 0.
       01  BADTYPE-COUNT     PIC 9(7)    COMP-3    VALUE 0.

      * EXTRACT DATE CARRIED BY THE HEADER AND TRAILER
       01  AP-EXT-DATE       PIC 9(8)    VALUE 0.

       01  POST-CURR-DATE.
           05  POST-CD-DATE8     PIC 9(8).
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
       01  RC-PGM            PIC X(10)   VALUE 'PRO2AP'.
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

       MAIN-LINE.
           PERFORM INIT-RTN
           PERFORM BALANCE-CHK-RTN
           PERFORM EXTCHK-RTN
           PERFORM POST-RTN
           PERFORM TERM-RTN
           STOP RUN.

      * OPEN FILES AND PRINT THE REPORT HEADER -------------
       INIT-RTN.
           PERFORM RC-START-RTN
           OPEN I-O    PROVIDE1
                OUTPUT PRO2APP
           MOVE FUNCTION CURRENT-DATE TO POST-CURR-DATE
      * APCONF-CTL OVERLAYS APCONF-REC, SO ACCCOUNT ALREADY
      * HOLDS THE TRAILER'S DETAIL COUNT
                  MOVE ACCCOUNT TO TRL-COUNT
                  MOVE ACCDATE  TO AP-EXT-DATE
                WHEN AC-DETAIL
                  ADD 1 TO DETAIL-COUNT
                WHEN AC-HEADER
                  MOVE ACCDATE  TO AP-EXT-DATE
                WHEN OTHER
                  ADD 1 TO BADTYPE-COUNT
              END-EVALUATE
               DISPLAY 'PRO2AP - UNKNOWN RECORD TYPES ON APCONF: '
                       BADTYPE-COUNT
               DISPLAY 'PRO2AP - FILE REFUSED - NOTHING POSTED'
               MOVE 'F'                       TO RC-STAT
               MOVE 'APCONF REFUSED - UNKNOWN RECORD TYPE'
                                              TO RC-MSG
               PERFORM TERM-RTN
               STOP RUN
             WHEN NOT TRL-FOUND
               WRITE PRO2APP-REC FROM DTL01-O AFTER ADVANCING 1 LINE
               DISPLAY 'PRO2AP - APCONF HAS NO TRAILER'
               DISPLAY 'PRO2AP - FILE REFUSED - NOTHING POSTED'
               MOVE 'F'                       TO RC-STAT
               MOVE 'APCONF REFUSED - NO TRAILER'
                                              TO RC-MSG
               PERFORM TERM-RTN
               STOP RUN
             WHEN DETAIL-COUNT NOT = TRL-COUNT
               DISPLAY 'PRO2AP - TRAILER COUNT '   TRL-COUNT
                       ' BUT DETAIL RECORDS '      DETAIL-COUNT
               DISPLAY 'PRO2AP - FILE REFUSED - NOTHING POSTED'
               MOVE 'F'                       TO RC-STAT
               MOVE 'APCONF REFUSED - OUT OF BALANCE'
                                              TO RC-MSG
               PERFORM TERM-RTN
               STOP RUN
           END-EVALUATE.

      * THE CONFIRMATION MUST ANSWER AN EXTRACT THAT PRO2EX
      * FINISHED - NO EXTCKP1 RECORD FOR ITS DATE, OR ONE STILL
      * IN FLIGHT, REFUSES THE WHOLE FILE BEFORE ANYTHING POSTS
       EXTCHK-RTN.
           MOVE AP-EXT-DATE TO RC-PARM (1:8)
           OPEN INPUT EXTCKP1
           MOVE AP-EXT-DATE TO EXDATE IN FEXTCKP
           READ EXTCKP1 RECORD
                KEY IS EXDATE IN FEXTCKP
                INVALID KEY
                   MOVE SPACE TO EXSTAT IN FEXTCKP
           END-READ
           CLOSE EXTCKP1
           IF EXSTAT IN FEXTCKP NOT = 'C'
              SET BAL-BAD TO TRUE
              MOVE 'EXTRACT NOT COMPLETE' TO DTEXCPT IN DTL01-O
              MOVE AP-EXT-DATE           TO DTKEY   IN DTL01-O
              MOVE 'FILE REFUSED - NOTHING POSTED'
                                         TO DTDESC  IN DTL01-O
              WRITE PRO2APP-REC FROM DTL01-O AFTER ADVANCING 1 LINE
              DISPLAY 'PRO2AP - EXTRACT ' AP-EXT-DATE
                      ' NOT COMPLETE ON EXTCKP1'
              DISPLAY 'PRO2AP - FILE REFUSED - NOTHING POSTED'
              MOVE 'R'                        TO RC-STAT
              MOVE 'EXTRACT NOT COMPLETE ON EXTCKP1'
                                              TO RC-MSG
              PERFORM TERM-RTN
              STOP RUN
           END-IF.

      * SECOND PASS - POST EACH ACCEPTED VENDOR NUMBER ONTO
      * PROVIDE1. ONLY DETAIL RECORDS POST - THE HEADER AND
      * TRAILER ARE CONTROL RECORDS, AND ANYTHING ELSE WAS
           END-IF
           CLOSE PROVIDE1 PRO2APP
           DISPLAY 'PRO2AP - VENDOR NUMBERS POSTED: ' POSTED-COUNT
           DISPLAY 'PRO2AP - EXCEPTIONS PRINTED:    ' EXCEPTION-COUNT
      * A REFUSED FILE ALSO ENDS HERE, WITH RC-STAT ALREADY SET
           IF RC-STAT = SPACE
              MOVE 'C'                TO RC-STAT
           END-IF
           MOVE 'POSTED'              TO RC-LBL1
           MOVE POSTED-COUNT          TO RC-CNT1
           MOVE 'EXCEPTIONS'          TO RC-LBL2
           MOVE EXCEPTION-COUNT       TO RC-CNT2
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
