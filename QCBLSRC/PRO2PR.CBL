       PROCESS APOST.
      ****************************************************************
      *                                                              *
      *    PROGRAMME: PRO2PR                                         *
      *    PARENT COMPANY ROLL-UP REPORT. EVERY PARENT ON THE        *
      *    PROPAR1 PARENT/LOCATION FILE (MAINTAINED ON PRO201        *
      *    OPTION 3) IS LISTED WITH ITS OWN LINE AND THEN ONE LINE   *
      *    PER LOCATION UNDER IT - STATUS, CATEGORY, AP VENDOR       *
      *    NUMBER AND THE NUMBER OF ARTMAS ARTICLES BOUGHT FROM IT - *
      *    FOLLOWED BY THE PARENT'S LOCATION AND ARTICLE TOTALS, SO  *
      *    PURCHASING CAN SEE EVERYTHING BOUGHT FROM ONE COMPANY IN  *
      *    ONE PLACE. THE CL DRIVER MAY SUPPLY ONE PRID TO REPORT    *
      *    ONLY THAT COMPANY - A LOCATION'S PRID REPORTS ITS PARENT; *
      *    BLANK REPORTS EVERY PARENT.                               *
      *                                                              *
      *    EACH RUN IS LOGGED AT START AND END, WITH ITS KEY COUNTS, *
      *    ON THE RUNCTL1 RUN-CONTROL FILE FOR THE PRO2OP OPERATIONS *
      *    REPORT.                                                   *
      *                                                              *
      ****************************************************************

       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. PRO2PR.
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

           SELECT PROPAR1  ASSIGN DATABASE-PROPAR1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   PPPRID
                             ALTERNATE RECORD KEY PPPARENT
                                       WITH DUPLICATES.

           SELECT ARTMAS   ASSIGN DATABASE-ARTMAS
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   ARTID
                             ALTERNATE RECORD KEY ARPRID
                                       WITH DUPLICATES.

           SELECT SORTFILE ASSIGN DATABASE-SORTWK01.

           SELECT PRO2PRP  ASSIGN PRINTER-PRO2PRP
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

       FD  PROPAR1.
       01  PAR-REC.
           COPY DDS-FPROPAR IN PROPAR1.

       FD  ARTMAS.
       01  ART-REC.
           COPY DDS-FARTMAS IN ARTMAS.

      * ONE ROW PER PARENT LINK - SORTED BY PARENT, THEN
      * LOCATION
       SD  SORTFILE.
       01  SRT-REC.
           05  SRPARENT            PIC X(6).
           05  SRPRID              PIC X(6).

       FD  PRO2PRP.
       01  PRO2PRP-REC        PIC X(132).

       FD  RUNCTL1.
       01  RC-REC.
           COPY DDS-FRUNCTL    IN RUNCTL1.

       WORKING-STORAGE SECTION.
      *-----------------------*

       01  HDR01-OUT.
           COPY DDS-HDR01-O    IN PRO2PRP.
       01  HDR02-OUT.
           COPY DDS-HDR02-O    IN PRO2PRP.
       01  DTL01-OUT.
           COPY DDS-DTL01-O    IN PRO2PRP.
       01  DTL02-OUT.
           COPY DDS-DTL02-O    IN PRO2PRP.

       01  PAR-SW            PIC X.
              88 PAR-EOF     VALUE 'E'.
              88 PAR-NOF     VALUE 'N'.

       01  ART-SW            PIC X.
              88 ART-EOF     VALUE 'E'.
              88 ART-NOF     VALUE 'N'.

       01  RET-SW            PIC X.
              88 RET-EOF     VALUE 'E'.
              88 RET-NOF     VALUE 'N'.

      * THE ONE COMPANY ASKED FOR BY THE CL DRIVER (BLANK = ALL)
       01  PR-PARENT         PIC X(6)    VALUE SPACES.

      * THE PARENT BEING PRINTED, THE PROVIDER ON THE LINE IN
      * HAND, AND THAT PROVIDER'S ARTICLE COUNT
       01  PR-CUR-PARENT     PIC X(6).
       01  PR-PRID           PIC X(6).
       01  PR-ARTS           PIC 9(5)    COMP-3.

       01  GRP-LOCS          PIC 9(5)    COMP-3.
       01  GRP-ARTS          PIC 9(7)    COMP-3.

       01  PARENT-COUNT      PIC 9(5)    COMP-3    VALUE 0.
       01  LOC-COUNT         PIC 9(5)    COMP-3    VALUE 0.
       01  ART-TOTAL         PIC 9(7)    COMP-3    VALUE 0.

      * RUN CONTROL - THIS RUN'S ROW ON RUNCTL1. RC-UPD IS 'Y'
      * WHEN THE RUN UPDATES PROVIDE1; RC-CHK IS 'Y' WHEN IT MAY
      * NOT START WHILE ANOTHER PROGRAM'S PROVIDE1 UPDATE IS IN
      * FLIGHT. RC-STAT, THE COUNTS AND RC-MSG ARE SET BEFORE
      * THE ROW IS CLOSED OFF (KEPT IN STEP ACROSS THE BATCH
      * PROGRAMS)
       01  RC-SW             PIC X.
              88 RC-EOF      VALUE 'E'.
              88 RC-NOF      VALUE 'N'.
       01  RC-PGM            PIC X(10)   VALUE 'PRO2PR'.
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
           SORT SORTFILE ON ASCENDING KEY SRPARENT SRPRID
                INPUT  PROCEDURE IS SEL-RTN
                OUTPUT PROCEDURE IS PRINT-RTN
           PERFORM TERM-RTN
           STOP RUN.

      * PICK UP THE OPTIONAL PRID, OPEN FILES AND PRINT THE
      * REPORT HEADER. A LOCATION'S PRID IS TURNED INTO ITS
      * PARENT'S, SO THE WHOLE COMPANY IS REPORTED -----------
       INIT-RTN.
           ACCEPT PR-PARENT
           MOVE PR-PARENT          TO RC-PARM
           PERFORM RC-START-RTN
           OPEN INPUT  PROVIDE1
                INPUT  PROPAR1
                INPUT  ARTMAS
                OUTPUT PRO2PRP
           IF PR-PARENT NOT = SPACES
              MOVE PR-PARENT TO PPPRID IN FPROPAR
              READ PROPAR1 RECORD
                   KEY IS PPPRID IN FPROPAR
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE PPPARENT IN FPROPAR TO PR-PARENT
              END-READ
           END-IF
           WRITE PRO2PRP-REC FROM HDR01-O AFTER ADVANCING PAGE
           WRITE PRO2PRP-REC FROM HDR02-O AFTER ADVANCING 2 LINES.

      * SORT INPUT - EVERY PARENT LINK ON FILE, OR ONLY THOSE
      * OF THE ONE PARENT ASKED FOR (READ ON THE PPPARENT
      * ALTERNATE KEY) ----------------------------------------
       SEL-RTN.
           IF PR-PARENT = SPACES
              MOVE LOW-VALUES TO PPPRID IN FPROPAR
              START PROPAR1 KEY IS NOT LESS THAN PPPRID IN FPROPAR
                    INVALID KEY     SET PAR-EOF TO TRUE
                    NOT INVALID KEY SET PAR-NOF TO TRUE
              END-START
           ELSE
              MOVE PR-PARENT TO PPPARENT IN FPROPAR
              START PROPAR1 KEY IS NOT LESS THAN PPPARENT IN FPROPAR
                    INVALID KEY     SET PAR-EOF TO TRUE
                    NOT INVALID KEY SET PAR-NOF TO TRUE
              END-START
           END-IF
           PERFORM UNTIL PAR-EOF
              READ PROPAR1 NEXT
                   AT END SET PAR-EOF TO TRUE
              END-READ
              IF PAR-NOF AND PR-PARENT NOT = SPACES
                 AND PPPARENT IN FPROPAR NOT = PR-PARENT
                 SET PAR-EOF TO TRUE
              END-IF
              IF PAR-NOF
                 MOVE PPPARENT IN FPROPAR TO SRPARENT
                 MOVE PPPRID   IN FPROPAR TO SRPRID
                 RELEASE SRT-REC
              END-IF
           END-PERFORM.

      * SORT OUTPUT - ONE BLOCK PER PARENT -------------------
       PRINT-RTN.
           RETURN SORTFILE
                  AT END SET RET-EOF TO TRUE
                  NOT AT END SET RET-NOF TO TRUE
           END-RETURN
           IF RET-EOF
              MOVE SPACES                TO DTL02-OUT
              IF PR-PARENT = SPACES
                 MOVE 'NO PARENT LINKS ON FILE' TO DTTEXT IN DTL02-O
              ELSE
                 MOVE 'NO LOCATIONS UNDER PARENT'
                                         TO DTTEXT IN DTL02-O
                 MOVE PR-PARENT          TO DTTEXT IN DTL02-O (27:6)
              END-IF
              WRITE PRO2PRP-REC FROM DTL02-O AFTER ADVANCING 2 LINES
           END-IF
           PERFORM UNTIL RET-EOF
              PERFORM GROUP-RTN
           END-PERFORM.

      * ONE PARENT - ITS OWN LINE, EVERY LOCATION UNDER IT AND
      * THE TOTALS OF THE WHOLE COMPANY ----------------------
       GROUP-RTN.
           ADD 1 TO PARENT-COUNT
           MOVE SRPARENT TO PR-CUR-PARENT
           MOVE 0        TO GRP-LOCS GRP-ARTS
           MOVE SPACES   TO DTL01-OUT
           WRITE PRO2PRP-REC FROM DTL01-O AFTER ADVANCING 1 LINE
           MOVE SRPARENT TO PR-PRID
           MOVE 'PARENT' TO DTROLE IN DTL01-O
           PERFORM LINE-RTN
           PERFORM UNTIL RET-EOF OR SRPARENT NOT = PR-CUR-PARENT
              ADD 1 TO GRP-LOCS
              ADD 1 TO LOC-COUNT
              MOVE SRPRID     TO PR-PRID
              MOVE 'LOCATION' TO DTROLE IN DTL01-O
              PERFORM LINE-RTN
              RETURN SORTFILE
                     AT END SET RET-EOF TO TRUE
                     NOT AT END SET RET-NOF TO TRUE
              END-RETURN
           END-PERFORM
           MOVE SPACES                   TO DTL02-OUT
           MOVE 'TOTAL FOR PARENT'       TO DTTEXT  IN DTL02-O
           MOVE PR-CUR-PARENT            TO DTTEXT  IN DTL02-O (18:6)
           MOVE GRP-LOCS                 TO DTTLOCS IN DTL02-O
           MOVE ' LOCATIONS'             TO DTTLBL  IN DTL02-O
           MOVE GRP-ARTS                 TO DTTARTS IN DTL02-O
           WRITE PRO2PRP-REC FROM DTL02-O AFTER ADVANCING 1 LINE.

      * PRINT THE PROVIDER IN PR-PRID UNDER THE ROLE ALREADY IN
      * DTROLE, WITH ITS ARTICLE COUNT -----------------------
       LINE-RTN.
           MOVE PR-PRID TO DTPRID IN DTL01-O
           MOVE PR-PRID TO EXTERNALLY-DESCRIBED-KEY IN PRO-REC
           READ PROVIDE1 RECORD
                KEY IS EXTERNALLY-DESCRIBED-KEY IN PRO-REC
                INVALID KEY
                   MOVE '*NOT ON FILE*'    TO DTNAME  IN DTL01-O
                   MOVE SPACES             TO DTCITY  IN DTL01-O
                                              DTSTATE IN DTL01-O
                                              DTSTAT  IN DTL01-O
                                              DTCAT   IN DTL01-O
                                              DTVEND  IN DTL01-O
                NOT INVALID KEY
                   MOVE PRNAME  IN PRO-REC TO DTNAME  IN DTL01-O
                   MOVE PRCITY  IN PRO-REC TO DTCITY  IN DTL01-O
                   MOVE PRSTATE IN PRO-REC TO DTSTATE IN DTL01-O
                   MOVE PRSTAT  IN PRO-REC TO DTSTAT  IN DTL01-O
                   MOVE PRCAT   IN PRO-REC TO DTCAT   IN DTL01-O
                   MOVE PRVEND  IN PRO-REC TO DTVEND  IN DTL01-O
           END-READ
           PERFORM COUNT-ARTICLES-RTN
           MOVE PR-ARTS TO DTARTS IN DTL01-O
           ADD PR-ARTS  TO GRP-ARTS
           ADD PR-ARTS  TO ART-TOTAL
           WRITE PRO2PRP-REC FROM DTL01-O AFTER ADVANCING 1 LINE.

      * COUNT ARTMAS RECORDS FOR PR-PRID --------------------
       COUNT-ARTICLES-RTN.
           MOVE 0 TO PR-ARTS
           MOVE PR-PRID TO ARPRID IN ART-REC
           START ARTMAS KEY IS NOT LESS THAN ARPRID
                 INVALID KEY     SET ART-EOF TO TRUE
                 NOT INVALID KEY SET ART-NOF TO TRUE
           END-START
           PERFORM UNTIL ART-EOF
              READ ARTMAS NEXT
                   AT END SET ART-EOF TO TRUE
              END-READ
              IF ART-NOF AND ARPRID IN ART-REC = PR-PRID
                 ADD 1 TO PR-ARTS
              ELSE
                 SET ART-EOF TO TRUE
              END-IF
           END-PERFORM.

      * CLOSE FILES ------------------------------------------
       TERM-RTN.
           CLOSE PROVIDE1 PROPAR1 ARTMAS PRO2PRP
           DISPLAY 'PRO2PR - PARENTS:   ' PARENT-COUNT
           DISPLAY 'PRO2PR - LOCATIONS: ' LOC-COUNT
           DISPLAY 'PRO2PR - ARTICLES:  ' ART-TOTAL
           MOVE 'C'                   TO RC-STAT
           MOVE 'PARENTS'             TO RC-LBL1
           MOVE PARENT-COUNT          TO RC-CNT1
           MOVE 'LOCATIONS'           TO RC-LBL2
           MOVE LOC-COUNT             TO RC-CNT2
           MOVE 'ARTICLES'            TO RC-LBL3
           MOVE ART-TOTAL             TO RC-CNT3
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
