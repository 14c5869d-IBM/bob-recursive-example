       PROCESS APOST.
      ****************************************************************
      *                                                              *
      *    PROGRAMME: PRO2ST                                         *
      *    MONTH-END PROVIDER STATISTICS. TAKES A SNAPSHOT FOR ONE   *
      *    PERIOD (YYYYMM - ZERO ON THE PARAMETER MEANS THE MONTH    *
      *    JUST ENDED) ONTO THE PROSTA1 STATISTICS FILE, KEYED BY    *
      *    PERIOD: PROVIDE1 COUNTED IN TOTAL AND BY PRSTAT, PRCAT    *
      *    AND PRSTATE AS IT STANDS AT THE RUN, AND THE MONTH'S      *
      *    ACTIVITY - ADDED, CHANGED, FIELD CHANGES AND DEACTIVATED  *
      *    FROM PROHST1, MERGED FROM THE PRO2MG PROHST1 ROWS, AUDIT  *
      *    LOG ENTRIES FROM AUDIT1, AND ARCHIVED FROM PROARC1. A     *
      *    RERUN OF A PERIOD REPLACES IT.                            *
      *                                                              *
      *    THE TREND REPORT THEN PRINTS EVERY STATISTIC ACROSS THE   *
      *    LAST TWELVE PERIODS SIDE BY SIDE, EACH WITH A LINE OF     *
      *    MONTH-OVER-MONTH CHANGES, AND THE SAME FIGURES GO TO THE  *
      *    STATFIN COMMA-DELIMITED FILE FOR THE FINANCE SPREADSHEET. *
      *                                                              *
      *    EACH RUN IS LOGGED AT START AND END, WITH ITS KEY COUNTS, *
      *    ON THE RUNCTL1 RUN-CONTROL FILE FOR THE PRO2OP OPERATIONS *
      *    REPORT. THE RUN IS REFUSED WHILE A PROVIDE1 UPDATE IS     *
      *    STILL IN FLIGHT ON RUNCTL1.                               *
      *                                                              *
      ****************************************************************

       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. PRO2ST.
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

           SELECT PROHST1  ASSIGN DATABASE-PROHST1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   HSKEY.

           SELECT AUDIT1   ASSIGN DATABASE-AUDIT1
                           ORGANIZATION SEQUENTIAL.

           SELECT PROARC1  ASSIGN DATABASE-PROARC1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   PAPRID.

           SELECT CATREF1  ASSIGN DATABASE-CATREF1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   CATCODE.

           SELECT STAREF1  ASSIGN DATABASE-STAREF1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   STCODE.

           SELECT PROSTA1  ASSIGN DATABASE-PROSTA1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   SSKEY.

           SELECT STATFIN  ASSIGN DATABASE-STATFIN
                           ORGANIZATION SEQUENTIAL.

           SELECT SORTFILE ASSIGN DATABASE-SORTWK01.

           SELECT PRO2STP  ASSIGN PRINTER-PRO2STP
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

       FD  PROHST1.
       01  HST-REC.
           COPY DDS-FPROHST IN PROHST1.

       FD  AUDIT1.
       01  AUD-REC.
           COPY DDS-FAUDIT IN AUDIT1.

       FD  PROARC1.
       01  ARC-REC.
           COPY DDS-FPROARC IN PROARC1.

       FD  CATREF1.
       01  CAT-REC.
           COPY DDS-FCATREF IN CATREF1.

       FD  STAREF1.
       01  STA-REC.
           COPY DDS-FSTAREF IN STAREF1.

       FD  PROSTA1.
       01  STS-REC.
           COPY DDS-FPROSTA IN PROSTA1.

      * COMMA-DELIMITED STATISTICS FOR THE FINANCE SPREADSHEET -
      * LAYOUT IS OWNED BY THIS PROGRAM, SO IT IS DECLARED HERE
      * (ST-FIN-HEAD AND ST-FIN-LINE BELOW). A HEADING ROW, THEN
      * ONE ROW PER STATISTIC AND PERIOD OF THE TREND.
       FD  STATFIN.
       01  STATFIN-REC        PIC X(62).

      * ONE ROW PER STATISTIC AND PERIOD ON THE TREND - SORTED
      * INTO REPORT ORDER, THEN OLDEST PERIOD FIRST
       SD  SORTFILE.
       01  SRT-REC.
      * 1 = ALL, 2 = STATUS, 3 = CATEGORY, 4 = STATE, 5 = ACTIVITY
           05  SRORD               PIC 9(1).
           05  SRSEQ               PIC 9(2).
           05  SRCODE              PIC X(3).
           05  SRPER               PIC 9(6).
           05  SRTYPE              PIC X(1).
           05  SRCOUNT             PIC 9(7).

       FD  PRO2STP.
       01  PRO2STP-REC        PIC X(132).

       FD  RUNCTL1.
       01  RC-REC.
           COPY DDS-FRUNCTL    IN RUNCTL1.

       WORKING-STORAGE SECTION.
      *-----------------------*

       01  HDR01-OUT.
           COPY DDS-HDR01-O    IN PRO2STP.
       01  HDR02-OUT.
           COPY DDS-HDR02-O    IN PRO2STP.
       01  DTL01-OUT.
           COPY DDS-DTL01-O    IN PRO2STP.

       01  PROV-SW           PIC X.
              88 PROV-EOF    VALUE 'E'.
              88 PROV-NOF    VALUE 'N'.

       01  HST-SW            PIC X.
              88 HST-EOF     VALUE 'E'.
              88 HST-NOF     VALUE 'N'.

       01  AUD-SW            PIC X.
              88 AUD-EOF     VALUE 'E'.
              88 AUD-NOF     VALUE 'N'.

       01  ARC-SW            PIC X.
              88 ARC-EOF     VALUE 'E'.
              88 ARC-NOF     VALUE 'N'.

       01  STS-SW            PIC X.
              88 STS-EOF     VALUE 'E'.
              88 STS-NOF     VALUE 'N'.

       01  RET-SW            PIC X.
              88 RET-EOF     VALUE 'E'.
              88 RET-NOF     VALUE 'N'.

      * THE PERIOD TAKEN (YYYYMM) AND ITS FIRST AND LAST DATES.
      * ZERO ON THE PARAMETER MEANS THE MONTH JUST ENDED
       01  ST-PERIOD         PIC 9(6).
       01  ST-PER-FROM       PIC 9(8).
       01  ST-PER-TO         PIC 9(8).
       01  ST-THIS-PER       PIC 9(6).
       01  ST-LAST-PER       PIC 9(6).
       01  ST-WORK-PER       PIC 9(6).
       01  ST-WORK-PER-R     REDEFINES ST-WORK-PER.
           05  ST-WORK-YY        PIC 9(4).
           05  ST-WORK-MM        PIC 9(2).
       01  ST-WORK-PER-X     REDEFINES ST-WORK-PER
                             PIC X(6).

      * THE TWELVE PERIODS OF THE TREND, OLDEST FIRST, AND
      * WHETHER A SNAPSHOT WAS TAKEN FOR EACH ('Y')
       01  PER-TBL.
           05  PER-ENT       OCCURS 12 TIMES.
               10  PER-PER       PIC 9(6).
               10  PER-HAS       PIC X(1).
       01  ST-I              PIC 9(2)    COMP-3.
       01  ST-IX             PIC 9(2)    COMP-3.

      * THE MONTH'S ACTIVITY - CODE, REPORT LABEL AND COUNT, IN
      * THE ORDER THEY ARE REPORTED
       01  ST-ACT-LIST.
           05  FILLER            PIC X(3)    VALUE 'ADD'.
           05  FILLER            PIC X(18)   VALUE 'ADDED'.
           05  FILLER            PIC X(3)    VALUE 'CHG'.
           05  FILLER            PIC X(18)   VALUE 'CHANGED'.
           05  FILLER            PIC X(3)    VALUE 'FLD'.
           05  FILLER            PIC X(18)   VALUE 'FIELD CHANGES'.
           05  FILLER            PIC X(3)    VALUE 'DEA'.
           05  FILLER            PIC X(18)   VALUE 'DEACTIVATED'.
           05  FILLER            PIC X(3)    VALUE 'ARC'.
           05  FILLER            PIC X(18)   VALUE 'ARCHIVED'.
           05  FILLER            PIC X(3)    VALUE 'MRG'.
           05  FILLER            PIC X(18)   VALUE 'MERGED'.
           05  FILLER            PIC X(3)    VALUE 'AUD'.
           05  FILLER            PIC X(18)   VALUE 'AUDIT LOG ENTRIES'.
       01  ST-ACT-LIST-R     REDEFINES ST-ACT-LIST.
           05  ST-ACT-ENT        OCCURS 7 TIMES.
               10  ST-ACT-CODE   PIC X(3).
               10  ST-ACT-LBL    PIC X(18).
       01  ST-ACT-TBL.
           05  ST-ACT-CNT        PIC 9(7)    COMP-3    OCCURS 7 TIMES.
       01  ST-ACT-MAX        PIC 9(2)    COMP-3    VALUE 7.
       01  ST-LAST-HSPRID    PIC X(6).

      * ONE PROVIDE1 COUNT OR ACTIVITY VOLUME TO ADD TO PROSTA1
       01  ST-POST-TYPE      PIC X(1).
       01  ST-POST-CODE      PIC X(3).
       01  ST-POST-ADD       PIC 9(7)    COMP-3.

      * THE STATISTIC BEING PRINTED - ITS KEY, LABEL AND ONE
      * COUNT PER PERIOD OF THE TREND
       01  GR-ORD            PIC 9(1).
       01  GR-SEQ            PIC 9(2).
       01  GR-CODE           PIC X(3).
       01  GR-TYPE           PIC X(1).
       01  GR-DESC           PIC X(30).
       01  GR-LABEL          PIC X(22).
       01  GR-TBL.
           05  GR-CNT            PIC 9(7)    COMP-3    OCCURS 12 TIMES.
       01  ST-LAST-ORD       PIC 9(1)    VALUE 0.
       01  ST-CHANGE         PIC S9(7)   COMP-3.

      * THE TWELVE REPORT COLUMNS, EDITED BEFORE THEY GO TO THE
      * PRINT LINE
       01  ST-COLS.
           05  ST-COL            PIC X(8)    OCCURS 12 TIMES.
       01  ST-ED-CNT         PIC Z(7)9.
       01  ST-ED-CHG         PIC +(7)9.

      * FINANCE FILE ROWS
       01  ST-FIN-HEAD       PIC X(62)   VALUE
           'PERIOD,TYPE,CODE,DESCRIPTION,COUNT,CHANGE'.
       01  ST-FIN-LINE.
           05  FNPER             PIC 9(6).
           05  FILLER            PIC X(1)    VALUE ','.
           05  FNTYPE            PIC X(1).
           05  FILLER            PIC X(1)    VALUE ','.
           05  FNCODE            PIC X(3).
           05  FILLER            PIC X(2)    VALUE ',"'.
           05  FNDESC            PIC X(30).
           05  FILLER            PIC X(2)    VALUE '",'.
           05  FNCOUNT           PIC 9(7).
           05  FILLER            PIC X(1)    VALUE ','.
           05  FNCHG             PIC -9(7).

       01  PROV-COUNT        PIC 9(7)    COMP-3    VALUE 0.
       01  POST-COUNT        PIC 9(7)    COMP-3    VALUE 0.
       01  FIN-COUNT         PIC 9(7)    COMP-3    VALUE 0.

       01  ST-CURR-DATE.
           05  ST-CD-DATE8       PIC 9(8).
           05  ST-CD-TIME6       PIC 9(6).
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
       01  RC-PGM            PIC X(10)   VALUE 'PRO2ST'.
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
           PERFORM CLEAR-RTN
           PERFORM COUNT-RTN
           PERFORM HIST-RTN
           PERFORM AUDIT-RTN
           PERFORM ARCH-RTN
           PERFORM ACT-POST-RTN
           SORT SORTFILE ON ASCENDING KEY SRORD SRSEQ SRCODE SRPER
                INPUT  PROCEDURE IS SEL-RTN
                OUTPUT PROCEDURE IS PRINT-RTN
           PERFORM TERM-RTN
           STOP RUN.

      * PICK UP THE PERIOD FROM THE DRIVER - ZERO TAKES THE
      * MONTH JUST ENDED. THE PROVIDE1 COUNTS ARE AS THE FILE
      * STANDS NOW, SO ONLY THIS MONTH OR LAST MAY BE TAKEN.
      * OPEN FILES AND PRINT THE REPORT HEADER ---------------
       INIT-RTN.
           ACCEPT ST-PERIOD
           MOVE FUNCTION CURRENT-DATE TO ST-CURR-DATE
           COMPUTE ST-THIS-PER = ST-CD-DATE8 / 100
           MOVE ST-THIS-PER        TO ST-WORK-PER
           PERFORM PREV-PER-RTN
           MOVE ST-WORK-PER        TO ST-LAST-PER
           IF ST-PERIOD = 0
              MOVE ST-LAST-PER     TO ST-PERIOD
           END-IF
           MOVE ST-PERIOD          TO RC-PARM (1:6)
           PERFORM RC-START-RTN
           IF ST-PERIOD NOT = ST-THIS-PER
              AND ST-PERIOD NOT = ST-LAST-PER
              DISPLAY 'PRO2ST - PERIOD ' ST-PERIOD
                      ' IS NOT THIS MONTH OR LAST - ENDED'
              MOVE 'R'                        TO RC-STAT
              MOVE 'PERIOD NOT THIS MONTH OR LAST'
                                              TO RC-MSG
              PERFORM RC-END-RTN
              STOP RUN
           END-IF
           COMPUTE ST-PER-FROM = ST-PERIOD * 100 + 1
           COMPUTE ST-PER-TO   = ST-PERIOD * 100 + 31
      * THE TREND RUNS FROM ELEVEN PERIODS BEFORE TO THIS ONE
           MOVE ST-PERIOD          TO ST-WORK-PER
           PERFORM VARYING ST-I FROM 12 BY -1 UNTIL ST-I < 1
              MOVE ST-WORK-PER     TO PER-PER (ST-I)
              MOVE 'N'             TO PER-HAS (ST-I)
              PERFORM PREV-PER-RTN
           END-PERFORM
           OPEN INPUT  PROVIDE1
                INPUT  PROHST1
                INPUT  AUDIT1
                INPUT  PROARC1
                INPUT  CATREF1
                INPUT  STAREF1
                I-O    PROSTA1
                OUTPUT STATFIN
                OUTPUT PRO2STP
           MOVE ST-PERIOD          TO HDPER IN HDR01-O
           WRITE PRO2STP-REC FROM HDR01-O AFTER ADVANCING PAGE
           PERFORM VARYING ST-I FROM 1 BY 1 UNTIL ST-I > 12
              MOVE PER-PER (ST-I)  TO ST-WORK-PER
              MOVE SPACES          TO ST-COL (ST-I)
              MOVE ST-WORK-PER-X   TO ST-COL (ST-I) (3:6)
           END-PERFORM
           PERFORM COLS-RTN
           MOVE DTC01 IN DTL01-O   TO HDP01 IN HDR02-O
           MOVE DTC02 IN DTL01-O   TO HDP02 IN HDR02-O
           MOVE DTC03 IN DTL01-O   TO HDP03 IN HDR02-O
           MOVE DTC04 IN DTL01-O   TO HDP04 IN HDR02-O
           MOVE DTC05 IN DTL01-O   TO HDP05 IN HDR02-O
           MOVE DTC06 IN DTL01-O   TO HDP06 IN HDR02-O
           MOVE DTC07 IN DTL01-O   TO HDP07 IN HDR02-O
           MOVE DTC08 IN DTL01-O   TO HDP08 IN HDR02-O
           MOVE DTC09 IN DTL01-O   TO HDP09 IN HDR02-O
           MOVE DTC10 IN DTL01-O   TO HDP10 IN HDR02-O
           MOVE DTC11 IN DTL01-O   TO HDP11 IN HDR02-O
           MOVE DTC12 IN DTL01-O   TO HDP12 IN HDR02-O
           WRITE PRO2STP-REC FROM HDR02-O AFTER ADVANCING 2 LINES
           WRITE STATFIN-REC FROM ST-FIN-HEAD.

      * STEP ST-WORK-PER BACK ONE MONTH ----------------------
       PREV-PER-RTN.
           IF ST-WORK-MM = 1
              SUBTRACT 1 FROM ST-WORK-YY
              MOVE 12 TO ST-WORK-MM
           ELSE
              SUBTRACT 1 FROM ST-WORK-MM
           END-IF.

      * A RERUN OF THE PERIOD REPLACES IT - ITS EARLIER ROWS
      * ARE REMOVED BEFORE IT IS COUNTED AGAIN ----------------
       CLEAR-RTN.
           MOVE LOW-VALUES TO SSKEY IN FPROSTA
           MOVE ST-PERIOD  TO SSPER IN FPROSTA
           START PROSTA1 KEY IS NOT LESS THAN SSKEY IN FPROSTA
                 INVALID KEY     SET STS-EOF TO TRUE
                 NOT INVALID KEY SET STS-NOF TO TRUE
           END-START
           PERFORM UNTIL STS-EOF
              READ PROSTA1 NEXT
                   AT END SET STS-EOF TO TRUE
              END-READ
              IF STS-NOF AND SSPER IN FPROSTA = ST-PERIOD
                 DELETE PROSTA1 RECORD
              ELSE
                 SET STS-EOF TO TRUE
              END-IF
           END-PERFORM.

      * COUNT PROVIDE1 IN TOTAL AND BY STATUS, CATEGORY AND
      * STATE --------------------------------------------------
       COUNT-RTN.
           MOVE 1 TO ST-POST-ADD
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
              IF PROV-NOF
                 ADD 1 TO PROV-COUNT
                 MOVE 'P'                 TO ST-POST-TYPE
                 MOVE 'ALL'               TO ST-POST-CODE
                 PERFORM POST-RTN
                 MOVE 'S'                 TO ST-POST-TYPE
                 MOVE PRSTAT  IN PRO-REC  TO ST-POST-CODE
                 PERFORM POST-RTN
                 MOVE 'C'                 TO ST-POST-TYPE
                 MOVE PRCAT   IN PRO-REC  TO ST-POST-CODE
                 PERFORM POST-RTN
                 MOVE 'T'                 TO ST-POST-TYPE
                 MOVE PRSTATE IN PRO-REC  TO ST-POST-CODE
                 PERFORM POST-RTN
              END-IF
           END-PERFORM.

      * THE MONTH'S CHANGE HISTORY. A PRID ROW WITH NO OLD VALUE
      * IS A PROVIDER CREATED (PRO201 OR PRO2OB), ONE WITH AN OLD
      * VALUE A PROVIDER MERGED AWAY BY PRO2MG. ANY OTHER ROW IS
      * A FIELD CHANGE - THE PROVIDERS CHANGED ARE COUNTED ONCE
      * EACH, AS THE FILE IS READ IN PRID ORDER - AND A PRSTAT
      * CHANGE TO 'I' IS A DEACTIVATION ------------------------
       HIST-RTN.
           MOVE SPACES     TO ST-LAST-HSPRID
           MOVE LOW-VALUES TO HSKEY IN FPROHST
           START PROHST1 KEY IS NOT LESS THAN HSKEY IN FPROHST
                 INVALID KEY     SET HST-EOF TO TRUE
                 NOT INVALID KEY SET HST-NOF TO TRUE
           END-START
           PERFORM UNTIL HST-EOF
              READ PROHST1 NEXT
                   AT END SET HST-EOF TO TRUE
              END-READ
              IF HST-NOF
                 AND HSDATE IN FPROHST NOT < ST-PER-FROM
                 AND HSDATE IN FPROHST NOT > ST-PER-TO
                 PERFORM HIST-ONE-RTN
              END-IF
           END-PERFORM.

       HIST-ONE-RTN.
           IF HSFIELD IN FPROHST = 'PRID'
              IF HSOLD IN FPROHST = SPACES
                 ADD 1 TO ST-ACT-CNT (1)
              ELSE
                 ADD 1 TO ST-ACT-CNT (6)
              END-IF
           ELSE
              ADD 1 TO ST-ACT-CNT (3)
              IF HSPRID IN FPROHST NOT = ST-LAST-HSPRID
                 ADD 1 TO ST-ACT-CNT (2)
                 MOVE HSPRID IN FPROHST TO ST-LAST-HSPRID
              END-IF
              IF HSFIELD IN FPROHST = 'PRSTAT'
                 AND HSNEW IN FPROHST = 'I'
                 ADD 1 TO ST-ACT-CNT (4)
              END-IF
           END-IF.

      * THE MONTH'S AUDIT LOG - EVERY ENTRY IS COUNTED AS PANEL
      * AND BATCH ACTIVITY. OPTION 4 IS NOT A DELETION COUNT, AS
      * IT IS LOGGED ON SELECTION AND ALSO FOR A PANEL 04
      * REJECT ------------------------------------------------
       AUDIT-RTN.
           READ AUDIT1
                AT END SET AUD-EOF TO TRUE
                NOT AT END SET AUD-NOF TO TRUE
           END-READ
           PERFORM UNTIL AUD-EOF
              IF AUDATE IN FAUDIT NOT < ST-PER-FROM
                 AND AUDATE IN FAUDIT NOT > ST-PER-TO
                 ADD 1 TO ST-ACT-CNT (7)
              END-IF
              READ AUDIT1
                   AT END SET AUD-EOF TO TRUE
                   NOT AT END SET AUD-NOF TO TRUE
              END-READ
           END-PERFORM.

      * PROVIDERS ARCHIVED IN THE MONTH AND STILL ON PROARC1 --
       ARCH-RTN.
           MOVE LOW-VALUES TO PAPRID IN FPROARC
           START PROARC1 KEY IS NOT LESS THAN PAPRID IN FPROARC
                 INVALID KEY     SET ARC-EOF TO TRUE
                 NOT INVALID KEY SET ARC-NOF TO TRUE
           END-START
           PERFORM UNTIL ARC-EOF
              READ PROARC1 NEXT
                   AT END SET ARC-EOF TO TRUE
              END-READ
              IF ARC-NOF
                 AND PAARCDT IN FPROARC NOT < ST-PER-FROM
                 AND PAARCDT IN FPROARC NOT > ST-PER-TO
                 ADD 1 TO ST-ACT-CNT (5)
              END-IF
           END-PERFORM.

      * POST THE ACTIVITY VOLUMES - A ZERO IS POSTED TOO, SO
      * THE TREND SHOWS A QUIET MONTH AS NONE RATHER THAN BLANK
       ACT-POST-RTN.
           MOVE 'A' TO ST-POST-TYPE
           PERFORM VARYING ST-I FROM 1 BY 1 UNTIL ST-I > ST-ACT-MAX
              MOVE ST-ACT-CODE (ST-I) TO ST-POST-CODE
              MOVE ST-ACT-CNT (ST-I)  TO ST-POST-ADD
              PERFORM POST-RTN
           END-PERFORM.

      * ADD ST-POST-ADD TO THE PERIOD'S ROW FOR THE TYPE AND
      * CODE, WRITING THE ROW THE FIRST TIME ------------------
       POST-RTN.
           MOVE ST-PERIOD          TO SSPER  IN FPROSTA
           MOVE ST-POST-TYPE       TO SSTYPE IN FPROSTA
           MOVE ST-POST-CODE       TO SSCODE IN FPROSTA
           READ PROSTA1 RECORD
                KEY IS SSKEY IN FPROSTA
                INVALID KEY
                   MOVE ST-POST-ADD  TO SSCOUNT IN FPROSTA
                   MOVE ST-CD-DATE8  TO SSRUNDT IN FPROSTA
                   MOVE ST-CD-TIME6  TO SSRUNTM IN FPROSTA
                   WRITE STS-REC
                   ADD 1 TO POST-COUNT
                NOT INVALID KEY
                   ADD ST-POST-ADD   TO SSCOUNT IN FPROSTA
                   REWRITE STS-REC
           END-READ.

      * SORT INPUT - EVERY PROSTA1 ROW OF THE TWELVE PERIODS,
      * PLACED IN REPORT ORDER --------------------------------
       SEL-RTN.
           MOVE LOW-VALUES     TO SSKEY IN FPROSTA
           MOVE PER-PER (1)    TO SSPER IN FPROSTA
           START PROSTA1 KEY IS NOT LESS THAN SSKEY IN FPROSTA
                 INVALID KEY     SET STS-EOF TO TRUE
                 NOT INVALID KEY SET STS-NOF TO TRUE
           END-START
           PERFORM UNTIL STS-EOF
              READ PROSTA1 NEXT
                   AT END SET STS-EOF TO TRUE
              END-READ
              IF STS-NOF AND SSPER IN FPROSTA > ST-PERIOD
                 SET STS-EOF TO TRUE
              END-IF
              IF STS-NOF
                 PERFORM SEL-ONE-RTN
              END-IF
           END-PERFORM.

       SEL-ONE-RTN.
           MOVE SSPER IN FPROSTA TO SRPER
           PERFORM PER-IDX-RTN
           IF SSTYPE IN FPROSTA = 'P'
              MOVE 'Y' TO PER-HAS (ST-IX)
           END-IF
           MOVE 0 TO SRSEQ
           EVALUATE SSTYPE IN FPROSTA
             WHEN 'P'
               MOVE 1 TO SRORD
             WHEN 'S'
               MOVE 2 TO SRORD
             WHEN 'C'
               MOVE 3 TO SRORD
             WHEN 'T'
               MOVE 4 TO SRORD
             WHEN OTHER
               MOVE 5 TO SRORD
               PERFORM VARYING ST-I FROM 1 BY 1
                       UNTIL ST-I > ST-ACT-MAX
                  IF ST-ACT-CODE (ST-I) = SSCODE IN FPROSTA
                     MOVE ST-I TO SRSEQ
                  END-IF
               END-PERFORM
           END-EVALUATE
           MOVE SSCODE  IN FPROSTA TO SRCODE
           MOVE SSTYPE  IN FPROSTA TO SRTYPE
           MOVE SSCOUNT IN FPROSTA TO SRCOUNT
           RELEASE SRT-REC.

      * ST-IX IS THE TREND COLUMN FOR PERIOD SRPER ------------
       PER-IDX-RTN.
           MOVE 0 TO ST-IX
           PERFORM VARYING ST-I FROM 1 BY 1 UNTIL ST-I > 12
              IF PER-PER (ST-I) = SRPER
                 MOVE ST-I TO ST-IX
              END-IF
           END-PERFORM.

      * SORT OUTPUT - ONE STATISTIC AT A TIME ----------------
       PRINT-RTN.
           RETURN SORTFILE
                  AT END SET RET-EOF TO TRUE
                  NOT AT END SET RET-NOF TO TRUE
           END-RETURN
           PERFORM UNTIL RET-EOF
              PERFORM GROUP-RTN
           END-PERFORM.

      * GATHER ONE STATISTIC'S COUNTS ACROSS THE PERIODS, THEN
      * PRINT IT AND WRITE IT TO THE FINANCE FILE. A NEW SECTION
      * GETS ITS HEADING FIRST ---------------------------------
       GROUP-RTN.
           IF SRORD NOT = ST-LAST-ORD
              MOVE SRORD TO ST-LAST-ORD
              PERFORM HEAD-RTN
           END-IF
           MOVE SRORD   TO GR-ORD
           MOVE SRSEQ   TO GR-SEQ
           MOVE SRCODE  TO GR-CODE
           MOVE SRTYPE  TO GR-TYPE
           PERFORM VARYING ST-I FROM 1 BY 1 UNTIL ST-I > 12
              MOVE 0 TO GR-CNT (ST-I)
           END-PERFORM
           PERFORM UNTIL RET-EOF
                      OR SRORD  NOT = GR-ORD
                      OR SRSEQ  NOT = GR-SEQ
                      OR SRCODE NOT = GR-CODE
              PERFORM PER-IDX-RTN
              IF ST-IX > 0
                 MOVE SRCOUNT TO GR-CNT (ST-IX)
              END-IF
              RETURN SORTFILE
                     AT END SET RET-EOF TO TRUE
                     NOT AT END SET RET-NOF TO TRUE
              END-RETURN
           END-PERFORM
           PERFORM LABEL-RTN
           PERFORM LINE-RTN
           PERFORM FIN-RTN.

      * SECTION HEADING ---------------------------------------
       HEAD-RTN.
           MOVE SPACES TO DTL01-OUT
           EVALUATE SRORD
             WHEN 1
               MOVE '*** PROVIDERS ***'     TO DTLABEL IN DTL01-O
             WHEN 2
               MOVE '*** BY STATUS ***'     TO DTLABEL IN DTL01-O
             WHEN 3
               MOVE '*** BY CATEGORY ***'   TO DTLABEL IN DTL01-O
             WHEN 4
               MOVE '*** BY STATE ***'      TO DTLABEL IN DTL01-O
             WHEN OTHER
               MOVE '*** MONTH ACTIVITY ***' TO DTLABEL IN DTL01-O
           END-EVALUATE
           WRITE PRO2STP-REC FROM DTL01-O AFTER ADVANCING 2 LINES.

      * DESCRIBE THE STATISTIC - THE CATEGORY AND STATE NAMES
      * COME FROM THEIR REFERENCE FILES ------------------------
       LABEL-RTN.
           MOVE SPACES TO GR-DESC GR-LABEL
           EVALUATE GR-TYPE
             WHEN 'P'
               MOVE 'ALL PROVIDERS'          TO GR-DESC
             WHEN 'S'
               EVALUATE GR-CODE
                 WHEN 'A'
                   MOVE 'ACTIVE'             TO GR-DESC
                 WHEN 'I'
                   MOVE 'INACTIVE'           TO GR-DESC
                 WHEN OTHER
                   MOVE 'OTHER STATUS'       TO GR-DESC
               END-EVALUATE
             WHEN 'C'
               MOVE GR-CODE TO CATCODE IN FCATREF
               READ CATREF1 RECORD
                    KEY IS CATCODE IN FCATREF
                    INVALID KEY
                       MOVE 'NOT ON CATREF1'  TO GR-DESC
                    NOT INVALID KEY
                       MOVE CATDESC IN FCATREF TO GR-DESC
               END-READ
             WHEN 'T'
               MOVE GR-CODE (1:2) TO STCODE IN FSTAREF
               READ STAREF1 RECORD
                    KEY IS STCODE IN FSTAREF
                    INVALID KEY
                       MOVE 'NOT ON STAREF1'  TO GR-DESC
                    NOT INVALID KEY
                       MOVE STDESC IN FSTAREF TO GR-DESC
               END-READ
             WHEN OTHER
               IF GR-SEQ > 0
                  MOVE ST-ACT-LBL (GR-SEQ)   TO GR-DESC
               ELSE
                  MOVE GR-CODE               TO GR-DESC
               END-IF
           END-EVALUATE
           IF GR-CODE = SPACES
              MOVE '(BLANK)'                 TO GR-DESC
           END-IF
           IF GR-TYPE = 'S' OR 'C' OR 'T'
              MOVE GR-CODE                   TO GR-LABEL (1:3)
              MOVE GR-DESC                   TO GR-LABEL (5:18)
           ELSE
              MOVE GR-DESC                   TO GR-LABEL
           END-IF.

      * THE COUNT LINE, THEN THE CHANGE FROM THE PERIOD BEFORE -
      * A PERIOD WITH NO SNAPSHOT IS LEFT BLANK ON BOTH ---------
       LINE-RTN.
           PERFORM VARYING ST-I FROM 1 BY 1 UNTIL ST-I > 12
              MOVE SPACES TO ST-COL (ST-I)
              IF PER-HAS (ST-I) = 'Y'
                 MOVE GR-CNT (ST-I)  TO ST-ED-CNT
                 MOVE ST-ED-CNT      TO ST-COL (ST-I)
              END-IF
           END-PERFORM
           PERFORM COLS-RTN
           MOVE GR-LABEL            TO DTLABEL IN DTL01-O
           WRITE PRO2STP-REC FROM DTL01-O AFTER ADVANCING 1 LINE
           MOVE SPACES TO ST-COL (1)
           PERFORM VARYING ST-I FROM 2 BY 1 UNTIL ST-I > 12
              MOVE SPACES TO ST-COL (ST-I)
              IF PER-HAS (ST-I) = 'Y' AND PER-HAS (ST-I - 1) = 'Y'
                 COMPUTE ST-CHANGE = GR-CNT (ST-I) - GR-CNT (ST-I - 1)
                 MOVE ST-CHANGE      TO ST-ED-CHG
                 MOVE ST-ED-CHG      TO ST-COL (ST-I)
              END-IF
           END-PERFORM
           PERFORM COLS-RTN
           MOVE '    CHANGE'        TO DTLABEL IN DTL01-O
           WRITE PRO2STP-REC FROM DTL01-O AFTER ADVANCING 1 LINE.

      * PUT THE TWELVE EDITED COLUMNS ON THE PRINT LINE --------
       COLS-RTN.
           MOVE SPACES              TO DTL01-OUT
           MOVE ST-COL (1)          TO DTC01 IN DTL01-O
           MOVE ST-COL (2)          TO DTC02 IN DTL01-O
           MOVE ST-COL (3)          TO DTC03 IN DTL01-O
           MOVE ST-COL (4)          TO DTC04 IN DTL01-O
           MOVE ST-COL (5)          TO DTC05 IN DTL01-O
           MOVE ST-COL (6)          TO DTC06 IN DTL01-O
           MOVE ST-COL (7)          TO DTC07 IN DTL01-O
           MOVE ST-COL (8)          TO DTC08 IN DTL01-O
           MOVE ST-COL (9)          TO DTC09 IN DTL01-O
           MOVE ST-COL (10)         TO DTC10 IN DTL01-O
           MOVE ST-COL (11)         TO DTC11 IN DTL01-O
           MOVE ST-COL (12)         TO DTC12 IN DTL01-O.

      * ONE FINANCE ROW PER PERIOD WITH A SNAPSHOT, CARRYING THE
      * CHANGE FROM THE PERIOD BEFORE (ZERO WHEN IT HAS NONE) --
       FIN-RTN.
           PERFORM VARYING ST-I FROM 1 BY 1 UNTIL ST-I > 12
              IF PER-HAS (ST-I) = 'Y'
                 MOVE PER-PER (ST-I)   TO FNPER
                 MOVE GR-TYPE          TO FNTYPE
                 MOVE GR-CODE          TO FNCODE
                 MOVE GR-DESC          TO FNDESC
                 MOVE GR-CNT (ST-I)    TO FNCOUNT
                 MOVE 0                TO ST-CHANGE
                 IF ST-I > 1
                    IF PER-HAS (ST-I - 1) = 'Y'
                       COMPUTE ST-CHANGE =
                               GR-CNT (ST-I) - GR-CNT (ST-I - 1)
                    END-IF
                 END-IF
                 MOVE ST-CHANGE        TO FNCHG
                 WRITE STATFIN-REC FROM ST-FIN-LINE
                 ADD 1 TO FIN-COUNT
              END-IF
           END-PERFORM.

      * CLOSE FILES ------------------------------------------
       TERM-RTN.
           CLOSE PROVIDE1 PROHST1 AUDIT1 PROARC1 CATREF1 STAREF1
                 PROSTA1 STATFIN PRO2STP
           DISPLAY 'PRO2ST - PERIOD TAKEN:        ' ST-PERIOD
           DISPLAY 'PRO2ST - PROVIDERS COUNTED:   ' PROV-COUNT
           DISPLAY 'PRO2ST - STATISTICS WRITTEN:  ' POST-COUNT
           DISPLAY 'PRO2ST - FINANCE ROWS:        ' FIN-COUNT
           MOVE 'C'                   TO RC-STAT
           MOVE 'PROVIDERS'           TO RC-LBL1
           MOVE PROV-COUNT            TO RC-CNT1
           MOVE 'STATISTICS'          TO RC-LBL2
           MOVE POST-COUNT            TO RC-CNT2
           MOVE 'FIN ROWS'            TO RC-LBL3
           MOVE FIN-COUNT             TO RC-CNT3
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
