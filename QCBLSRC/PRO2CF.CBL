       PROCESS APOST.
      ****************************************************************
      *                                                              *
      *    PROGRAMME: PRO2CF                                         *
      *    PROVIDER CORRESPONDENCE FOLLOW-UP REPORT. EVERY LETTER ON *
      *    THE PROCOR1 CORRESPONDENCE LOG (WRITTEN BY THE NIGHTLY    *
      *    PRO2CO EXTRACT) THAT IS STILL OPEN - THE PROVIDER HAS NOT *
      *    YET CORRECTED WHAT IT WAS WRITTEN TO ABOUT - IS LISTED IN *
      *    ONE OF TWO SECTIONS, UNANSWERED 30 DAYS AND OVER AND      *
      *    UNANSWERED 14 TO 29 DAYS, OLDEST LETTER FIRST, WITH THE   *
      *    FIELDS TO CORRECT AND THE EMAIL IT WENT TO. LETTERS UNDER *
      *    14 DAYS OLD ARE COUNTED BUT NOT LISTED.                   *
      *                                                              *
      *    EACH RUN IS LOGGED AT START AND END, WITH ITS KEY COUNTS, *
      *    ON THE RUNCTL1 RUN-CONTROL FILE FOR THE PRO2OP OPERATIONS *
      *    REPORT.                                                   *
      *                                                              *
      ****************************************************************

       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. PRO2CF.
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

           SELECT PROCOR1  ASSIGN DATABASE-PROCOR1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   COKEY.

           SELECT SORTFILE ASSIGN DATABASE-SORTWK01.

           SELECT PRO2CFP  ASSIGN PRINTER-PRO2CFP
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

       FD  PROCOR1.
       01  COR-REC.
           COPY DDS-FPROCOR IN PROCOR1.

      * ONE ROW PER UNANSWERED LETTER TO REPORT - SORTED BY
      * SECTION, THEN OLDEST LETTER FIRST
       SD  SORTFILE.
       01  SRT-REC.
      * 1 = 30 DAYS AND OVER, 2 = 14 TO 29 DAYS
           05  SRBAND              PIC 9(1).
           05  SRSNTDT             PIC 9(8).
           05  SRPRID              PIC X(6).
           05  SRRSN               PIC X(3).
           05  SRNAME              PIC X(30).
           05  SRFIELDS            PIC X(40).
           05  SRDAYS              PIC 9(5).
           05  SRLTRS              PIC 9(3).
           05  SRCEMAIL            PIC X(40).

       FD  PRO2CFP.
       01  PRO2CFP-REC        PIC X(132).

       FD  RUNCTL1.
       01  RC-REC.
           COPY DDS-FRUNCTL    IN RUNCTL1.

       WORKING-STORAGE SECTION.
      *-----------------------*

       01  HDR01-OUT.
           COPY DDS-HDR01-O    IN PRO2CFP.
       01  DTL01-OUT.
           COPY DDS-DTL01-O    IN PRO2CFP.

       01  COR-SW            PIC X.
              88 COR-EOF     VALUE 'E'.
              88 COR-NOF     VALUE 'N'.

       01  RET-SW            PIC X.
              88 RET-EOF     VALUE 'E'.
              88 RET-NOF     VALUE 'N'.

      * SECTION BEING PRINTED, AND ITS HEADING AND ROW COUNT
       01  CF-BAND           PIC 9(1)    VALUE 0.
       01  CF-BAND-ROWS      PIC 9(5)    COMP-3.
       01  CF-BAND-TITLE     PIC X(30).

       01  CF-TODAY-INT      PIC 9(7)    COMP-3.
       01  CF-SENT-INT       PIC 9(7)    COMP-3.
       01  CF-DAYS           PIC S9(5)   COMP-3.

       01  OPEN-COUNT        PIC 9(5)    COMP-3    VALUE 0.
       01  OVER30-COUNT      PIC 9(5)    COMP-3    VALUE 0.
       01  OVER14-COUNT      PIC 9(5)    COMP-3    VALUE 0.

       01  CF-CURR-DATE.
           05  CF-CD-DATE8       PIC 9(8).
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
       01  RC-PGM            PIC X(10)   VALUE 'PRO2CF'.
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
           SORT SORTFILE ON ASCENDING KEY SRBAND SRSNTDT SRPRID SRRSN
                INPUT  PROCEDURE IS SEL-RTN
                OUTPUT PROCEDURE IS PRINT-RTN
           PERFORM TERM-RTN
           STOP RUN.

      * OPEN FILES AND PRINT THE REPORT HEADER -------------
       INIT-RTN.
           PERFORM RC-START-RTN
           MOVE FUNCTION CURRENT-DATE TO CF-CURR-DATE
           COMPUTE CF-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE (CF-CD-DATE8)
           OPEN INPUT  PROVIDE1
                INPUT  PROCOR1
                OUTPUT PRO2CFP
           WRITE PRO2CFP-REC FROM HDR01-O AFTER ADVANCING PAGE.

      * SORT INPUT - EVERY OPEN LETTER ON PROCOR1, RELEASED
      * WHEN IT WAS SENT 14 DAYS AGO OR MORE -----------------
       SEL-RTN.
           MOVE LOW-VALUES TO COKEY IN FPROCOR
           START PROCOR1 KEY IS NOT LESS THAN COKEY IN FPROCOR
                 INVALID KEY     SET COR-EOF TO TRUE
                 NOT INVALID KEY SET COR-NOF TO TRUE
           END-START
           PERFORM UNTIL COR-EOF
              READ PROCOR1 NEXT
                   AT END SET COR-EOF TO TRUE
              END-READ
              IF COR-NOF AND COSTAT IN FPROCOR = 'O'
                 ADD 1 TO OPEN-COUNT
                 PERFORM AGE-RTN
              END-IF
           END-PERFORM.

      * PLACE ONE OPEN LETTER IN ITS SECTION, IF ANY ---------
       AGE-RTN.
           COMPUTE CF-SENT-INT =
                   FUNCTION INTEGER-OF-DATE (COSNTDT IN FPROCOR)
           COMPUTE CF-DAYS = CF-TODAY-INT - CF-SENT-INT
           IF CF-DAYS >= 14
              IF CF-DAYS >= 30
                 MOVE 1 TO SRBAND
                 ADD 1 TO OVER30-COUNT
              ELSE
                 MOVE 2 TO SRBAND
                 ADD 1 TO OVER14-COUNT
              END-IF
              MOVE COSNTDT  IN FPROCOR TO SRSNTDT
              MOVE COPRID   IN FPROCOR TO SRPRID
              MOVE CORSN    IN FPROCOR TO SRRSN
              MOVE COFIELDS IN FPROCOR TO SRFIELDS
              MOVE CF-DAYS             TO SRDAYS
              MOVE COLTRS   IN FPROCOR TO SRLTRS
              MOVE COEMAIL  IN FPROCOR TO SRCEMAIL
              MOVE SPACES              TO SRNAME
              MOVE COPRID   IN FPROCOR
                                 TO EXTERNALLY-DESCRIBED-KEY IN PRO-REC
              READ PROVIDE1 RECORD
                   KEY IS EXTERNALLY-DESCRIBED-KEY IN PRO-REC
                   NOT INVALID KEY
                      MOVE PRNAME IN PRO-REC TO SRNAME
              END-READ
              RELEASE SRT-REC
           END-IF.

      * SORT OUTPUT - BOTH SECTIONS ARE PRINTED, 'NONE' UNDER
      * A SECTION WITH NOTHING IN IT -------------------------
       PRINT-RTN.
           RETURN SORTFILE
                  AT END SET RET-EOF TO TRUE
                  NOT AT END SET RET-NOF TO TRUE
           END-RETURN
           MOVE 1 TO CF-BAND
           MOVE '*** 30 DAYS AND OVER ***'  TO CF-BAND-TITLE
           PERFORM BAND-RTN
           MOVE 2 TO CF-BAND
           MOVE '*** 14 TO 29 DAYS ***'     TO CF-BAND-TITLE
           PERFORM BAND-RTN.

      * PRINT ONE SECTION - EVERY RETURNED ROW FOR CF-BAND ---
       BAND-RTN.
           MOVE 0                       TO CF-BAND-ROWS
           MOVE SPACES                  TO DTL01-OUT
           MOVE CF-BAND-TITLE           TO DTNAME IN DTL01-O
           WRITE PRO2CFP-REC FROM DTL01-O AFTER ADVANCING 2 LINES
           PERFORM UNTIL RET-EOF OR SRBAND NOT = CF-BAND
              ADD 1 TO CF-BAND-ROWS
              MOVE SPACES              TO DTL01-OUT
              MOVE SRPRID              TO DTPRID   IN DTL01-O
              MOVE SRNAME              TO DTNAME   IN DTL01-O
              MOVE SRRSN               TO DTRSN    IN DTL01-O
              MOVE SRFIELDS            TO DTFIELDS IN DTL01-O
              MOVE SRSNTDT             TO DTSNTDT  IN DTL01-O
              MOVE SRDAYS              TO DTDAYS   IN DTL01-O
              MOVE SRLTRS              TO DTLTRS   IN DTL01-O
              MOVE SRCEMAIL            TO DTCEMAIL IN DTL01-O
              WRITE PRO2CFP-REC FROM DTL01-O AFTER ADVANCING 1 LINE
              RETURN SORTFILE
                     AT END SET RET-EOF TO TRUE
                     NOT AT END SET RET-NOF TO TRUE
              END-RETURN
           END-PERFORM
           IF CF-BAND-ROWS = 0
              MOVE SPACES              TO DTL01-OUT
              MOVE 'NONE'              TO DTNAME IN DTL01-O
              WRITE PRO2CFP-REC FROM DTL01-O AFTER ADVANCING 1 LINE
           END-IF.

      * CLOSE FILES ------------------------------------------
       TERM-RTN.
           CLOSE PROVIDE1 PROCOR1 PRO2CFP
           DISPLAY 'PRO2CF - LETTERS OPEN:          ' OPEN-COUNT
           DISPLAY 'PRO2CF - OPEN 30 DAYS AND OVER: ' OVER30-COUNT
           DISPLAY 'PRO2CF - OPEN 14 TO 29 DAYS:    ' OVER14-COUNT
           MOVE 'C'                   TO RC-STAT
           MOVE 'OPEN'                TO RC-LBL1
           MOVE OPEN-COUNT            TO RC-CNT1
           MOVE 'OVER 30'             TO RC-LBL2
           MOVE OVER30-COUNT          TO RC-CNT2
           MOVE 'OVER 14'             TO RC-LBL3
           MOVE OVER14-COUNT          TO RC-CNT3
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
