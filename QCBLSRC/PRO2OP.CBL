       PROCESS APOST.
      ****************************************************************
      *                                                              *
      *    PROGRAMME: PRO2OP                                         *
      *    MORNING BATCH OPERATIONS REPORT FROM THE RUNCTL1 RUN-     *
      *    CONTROL FILE, WHICH EVERY BATCH PROGRAM WRITES AT START   *
      *    AND END. FOUR SECTIONS ARE PRINTED - RUNS STILL IN        *
      *    FLIGHT, RUNS THAT FAILED, RUNS REFUSED (SKIPPED) FOR A    *
      *    MISSING PREREQUISITE, PARAMETER OR AUTHORITY, AND RUNS    *
      *    THAT COMPLETED - EACH IN START ORDER WITH ITS USER,       *
      *    PARAMETERS, KEY COUNTS AND ANY MESSAGE.                   *
      *                                                              *
      *    THE CL DRIVER SUPPLIES THE EARLIEST START DATE TO LIST    *
      *    (YYYYMMDD); ZERO LISTS FROM YESTERDAY, WHICH COVERS THE   *
      *    NIGHTLY STREAM. A RUN STILL IN FLIGHT IS LISTED WHATEVER  *
      *    ITS DATE - ONE LEFT OVER FROM AN EARLIER DAY NEVER ENDED  *
      *    AND HOLDS UP EVERY PROVIDE1 UPDATE UNTIL THAT PROGRAM IS  *
      *    RERUN. THIS REPORT ONLY READS RUNCTL1 AND IS NOT LOGGED   *
      *    ON IT.                                                    *
      *                                                              *
      ****************************************************************

       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. PRO2OP.
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

           SELECT RUNCTL1  ASSIGN DATABASE-RUNCTL1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   RCKEY.

           SELECT SORTFILE ASSIGN DATABASE-SORTWK01.

           SELECT PRO2OPP  ASSIGN PRINTER-PRO2OPP
                           ORGANIZATION SEQUENTIAL.

       DATA DIVISION.
      ***************

       FILE SECTION.
      *------------*

       FD  RUNCTL1.
       01  RC-REC.
           COPY DDS-FRUNCTL    IN RUNCTL1.

      * ONE ROW PER RUN TO LIST - SRBAND IS THE SECTION: 1 IN
      * FLIGHT, 2 FAILED, 3 REFUSED, 4 COMPLETE
       SD  SORTFILE.
       01  SRT-REC.
           05  SRBAND              PIC 9(1).
           05  SRDATE              PIC 9(8).
           05  SRTIME              PIC 9(6).
           05  SRPGM               PIC X(10).
           05  SRENDTM             PIC 9(6).
           05  SRUSER              PIC X(10).
           05  SRPARM              PIC X(40).
           05  SRLBL1              PIC X(10).
           05  SRCNT1              PIC 9(7).
           05  SRLBL2              PIC X(10).
           05  SRCNT2              PIC 9(7).
           05  SRLBL3              PIC X(10).
           05  SRCNT3              PIC 9(7).
           05  SRMSG               PIC X(40).

       FD  PRO2OPP.
       01  PRO2OPP-REC        PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------*

       01  HDR01-OUT.
           COPY DDS-HDR01-O    IN PRO2OPP.
       01  HDR02-OUT.
           COPY DDS-HDR02-O    IN PRO2OPP.
       01  DTL01-OUT.
           COPY DDS-DTL01-O    IN PRO2OPP.
       01  DTL02-OUT.
           COPY DDS-DTL02-O    IN PRO2OPP.

       01  RC-SW             PIC X.
              88 RC-EOF      VALUE 'E'.
              88 RC-NOF      VALUE 'N'.

       01  RET-SW            PIC X.
              88 RET-EOF     VALUE 'E'.
              88 RET-NOF     VALUE 'N'.

      * EARLIEST START DATE TO LIST - ZERO FROM THE DRIVER
      * MEANS YESTERDAY
       01  OP-FROM-DATE      PIC 9(8)    VALUE 0.

       01  OP-CURR-DATE.
           05  OP-CD-DATE8       PIC 9(8).
           05  FILLER            PIC X(13).

      * SECTION BEING PRINTED, AND ITS HEADING AND ROW COUNT
       01  OP-BAND           PIC 9(1)    VALUE 0.
       01  OP-BAND-ROWS      PIC 9(5)    COMP-3.
       01  OP-BAND-TITLE     PIC X(50).

       01  FLIGHT-COUNT      PIC 9(5)    COMP-3    VALUE 0.
       01  FAIL-COUNT        PIC 9(5)    COMP-3    VALUE 0.
       01  SKIP-COUNT        PIC 9(5)    COMP-3    VALUE 0.
       01  DONE-COUNT        PIC 9(5)    COMP-3    VALUE 0.

       PROCEDURE DIVISION.
      ********************

       MAIN-LINE.
           PERFORM INIT-RTN
           SORT SORTFILE ON ASCENDING KEY SRBAND SRDATE SRTIME SRPGM
                INPUT  PROCEDURE IS SEL-RTN
                OUTPUT PROCEDURE IS PRINT-RTN
           PERFORM TERM-RTN
           STOP RUN.

      * PICK UP THE START DATE, OPEN FILES AND PRINT THE
      * REPORT HEADER ----------------------------------------
       INIT-RTN.
           ACCEPT OP-FROM-DATE
           MOVE FUNCTION CURRENT-DATE TO OP-CURR-DATE
           IF OP-FROM-DATE = 0
              COMPUTE OP-FROM-DATE = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE (OP-CD-DATE8) - 1)
           END-IF
           OPEN INPUT  RUNCTL1
                OUTPUT PRO2OPP
           MOVE OP-FROM-DATE TO HDFROM IN HDR01-O
           WRITE PRO2OPP-REC FROM HDR01-O AFTER ADVANCING PAGE
           WRITE PRO2OPP-REC FROM HDR02-O AFTER ADVANCING 2 LINES.

      * SORT INPUT - ONE PASS OVER RUNCTL1. A RUN IN FLIGHT IS
      * ALWAYS RELEASED; ANY OTHER ONLY WHEN IT STARTED ON OR
      * AFTER THE START DATE ----------------------------------
       SEL-RTN.
           MOVE LOW-VALUES TO RCKEY IN FRUNCTL
           START RUNCTL1 KEY IS NOT LESS THAN RCKEY IN FRUNCTL
                 INVALID KEY     SET RC-EOF TO TRUE
                 NOT INVALID KEY SET RC-NOF TO TRUE
           END-START
           PERFORM UNTIL RC-EOF
              READ RUNCTL1 NEXT
                   AT END SET RC-EOF TO TRUE
              END-READ
              IF RC-NOF
                 PERFORM BAND-SEL-RTN
              END-IF
           END-PERFORM.

      * PLACE ONE RUN IN ITS SECTION AND RELEASE IT ----------
       BAND-SEL-RTN.
           MOVE 0 TO SRBAND
           EVALUATE TRUE
             WHEN RCSTAT IN FRUNCTL = 'A'
               MOVE 1 TO SRBAND
               ADD 1 TO FLIGHT-COUNT
             WHEN RCDATE IN FRUNCTL < OP-FROM-DATE
               CONTINUE
             WHEN RCSTAT IN FRUNCTL = 'F'
               MOVE 2 TO SRBAND
               ADD 1 TO FAIL-COUNT
             WHEN RCSTAT IN FRUNCTL = 'R'
               MOVE 3 TO SRBAND
               ADD 1 TO SKIP-COUNT
             WHEN OTHER
               MOVE 4 TO SRBAND
               ADD 1 TO DONE-COUNT
           END-EVALUATE
           IF SRBAND NOT = 0
              MOVE RCDATE  IN FRUNCTL  TO SRDATE
              MOVE RCTIME  IN FRUNCTL  TO SRTIME
              MOVE RCPGM   IN FRUNCTL  TO SRPGM
              MOVE RCENDTM IN FRUNCTL  TO SRENDTM
              MOVE RCUSER  IN FRUNCTL  TO SRUSER
              MOVE RCPARM  IN FRUNCTL  TO SRPARM
              MOVE RCLBL1  IN FRUNCTL  TO SRLBL1
              MOVE RCCNT1  IN FRUNCTL  TO SRCNT1
              MOVE RCLBL2  IN FRUNCTL  TO SRLBL2
              MOVE RCCNT2  IN FRUNCTL  TO SRCNT2
              MOVE RCLBL3  IN FRUNCTL  TO SRLBL3
              MOVE RCCNT3  IN FRUNCTL  TO SRCNT3
              MOVE RCMSG   IN FRUNCTL  TO SRMSG
              RELEASE SRT-REC
           END-IF.

      * SORT OUTPUT - ALL FOUR SECTIONS ARE PRINTED, 'NONE'
      * UNDER A SECTION WITH NOTHING IN IT -------------------
       PRINT-RTN.
           RETURN SORTFILE
                  AT END SET RET-EOF TO TRUE
                  NOT AT END SET RET-NOF TO TRUE
           END-RETURN
           MOVE 1 TO OP-BAND
           MOVE '*** IN FLIGHT ***'                  TO OP-BAND-TITLE
           PERFORM BAND-RTN
           MOVE 2 TO OP-BAND
           MOVE '*** FAILED ***'                     TO OP-BAND-TITLE
           PERFORM BAND-RTN
           MOVE 3 TO OP-BAND
           MOVE '*** REFUSED TO START - SKIPPED ***' TO OP-BAND-TITLE
           PERFORM BAND-RTN
           MOVE 4 TO OP-BAND
           MOVE '*** COMPLETED ***'                  TO OP-BAND-TITLE
           PERFORM BAND-RTN.

      * PRINT ONE SECTION - EVERY RETURNED ROW FOR OP-BAND, WITH
      * ITS MESSAGE ON A SECOND LINE WHEN IT HAS ONE ----------
       BAND-RTN.
           MOVE 0                       TO OP-BAND-ROWS
           MOVE SPACES                  TO DTL02-OUT
           MOVE OP-BAND-TITLE           TO DTTEXT   IN DTL02-O
           WRITE PRO2OPP-REC FROM DTL02-O AFTER ADVANCING 2 LINES
           PERFORM UNTIL RET-EOF OR SRBAND NOT = OP-BAND
              ADD 1 TO OP-BAND-ROWS
              MOVE SPACES              TO DTL01-OUT
              MOVE SRPGM               TO DTPGM    IN DTL01-O
              MOVE SRDATE              TO DTSDATE  IN DTL01-O
              MOVE SRTIME              TO DTSTIME  IN DTL01-O
              IF OP-BAND NOT = 1
                 MOVE SRENDTM          TO DTETIME  IN DTL01-O
              END-IF
              MOVE SRUSER              TO DTUSER   IN DTL01-O
              MOVE SRPARM              TO DTPARM   IN DTL01-O
              IF SRLBL1 NOT = SPACES
                 MOVE SRLBL1           TO DTLBL1   IN DTL01-O
                 MOVE SRCNT1           TO DTCNT1   IN DTL01-O
              END-IF
              IF SRLBL2 NOT = SPACES
                 MOVE SRLBL2           TO DTLBL2   IN DTL01-O
                 MOVE SRCNT2           TO DTCNT2   IN DTL01-O
              END-IF
              IF SRLBL3 NOT = SPACES
                 MOVE SRLBL3           TO DTLBL3   IN DTL01-O
                 MOVE SRCNT3           TO DTCNT3   IN DTL01-O
              END-IF
              WRITE PRO2OPP-REC FROM DTL01-O AFTER ADVANCING 1 LINE
              IF SRMSG NOT = SPACES
                 MOVE SPACES           TO DTL02-OUT
                 MOVE SRMSG            TO DTTEXT   IN DTL02-O
                 WRITE PRO2OPP-REC FROM DTL02-O AFTER ADVANCING 1 LINE
              END-IF
              RETURN SORTFILE
                     AT END SET RET-EOF TO TRUE
                     NOT AT END SET RET-NOF TO TRUE
              END-RETURN
           END-PERFORM
           IF OP-BAND-ROWS = 0
              MOVE SPACES              TO DTL02-OUT
              MOVE 'NONE'              TO DTTEXT   IN DTL02-O
              WRITE PRO2OPP-REC FROM DTL02-O AFTER ADVANCING 1 LINE
           END-IF.

      * CLOSE FILES ------------------------------------------
       TERM-RTN.
           CLOSE RUNCTL1 PRO2OPP
           DISPLAY 'PRO2OP - RUNS IN FLIGHT: ' FLIGHT-COUNT
           DISPLAY 'PRO2OP - RUNS FAILED:    ' FAIL-COUNT
           DISPLAY 'PRO2OP - RUNS REFUSED:   ' SKIP-COUNT
           DISPLAY 'PRO2OP - RUNS COMPLETED: ' DONE-COUNT.
