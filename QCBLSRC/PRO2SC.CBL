       PROCESS APOST.
      ****************************************************************
      *                                                              *
      *    PROGRAMME: PRO2SC                                         *
      *    NIGHTLY DATA-QUALITY SCORECARD. EVERY PROVIDE1 RECORD IS  *
      *    SCORED AGAINST THE RULES THE SEPARATE EXCEPTION REPORTS   *
      *    APPLY, AND ONE SCORECARD RECORD PER PROVIDER GOES TO THE  *
      *    SCCARD FLAT FILE WITH A Y/N FLAG PER RULE:                *
      *                                                              *
      *      STATE  NOT ON STAREF1 OR INACTIVE       (AS PRO2VE)     *
      *      ZIP    NOT NNNNN OR NNNNN-NNNN          (AS PRO2VE)     *
      *      PHONE  NOT TEN DIGITS AND ()-./         (AS PRO2VE)     *
      *      CAT    BLANK, NOT ON CATREF1 OR         (AS PRO2CT)     *
      *             INACTIVE                                         *
      *      NOVND  ACTIVE, NO VENDOR NUMBER         (AS PRO2VN)     *
      *      APREJ  ACTIVE, REJECTED BY AP           (AS PRO2VN)     *
      *      NOART  NO ARTICLES ON ARTMAS            (AS PRO2RC)     *
      *      DUP    SUSPECTED DUPLICATE              (AS PRO2DP)     *
      *      NOCON  ACTIVE, NO PROCON1 CONTACT                       *
      *      CRED   ACTIVE, INSURANCE OR LICENCE     (AS THE PRO2EX  *
      *             LAPSED                            PAYMENT HOLD)  *
      *                                                              *
      *    BLANK STATE, ZIP AND PHONE PASS, AS THEY DO ON SAVE. THE  *
      *    DUPLICATE RULE RUNS THE THREE PRO2DP SORT PASSES FIRST    *
      *    AND FLAGS BOTH PROVIDERS OF EVERY SUSPECTED PAIR ON THE   *
      *    SCDUP1 WORK FILE, WITH THE PROVIDER IT MATCHED. A PAIR    *
      *    UNDER THE SAME PARENT ON PROPAR1 IS NOT FLAGGED, AS IT IS *
      *    NOT PRINTED BY PRO2DP.                                    *
      *                                                              *
      *    THE REPORT SUMMARIZES THE SCORECARDS BY CATEGORY AND BY   *
      *    LAST-UPDATING USER (PRUSER) - PROVIDERS SCORED, FAILING,  *
      *    AND FAILING PER RULE - FOLLOWED BY THE RUN TOTALS. THE    *
      *    TOTALS ARE ADDED TO THE PROSCH1 HISTORY FILE, AND THE     *
      *    REPORT ENDS WITH A TREND OF THE LAST RUN IN EACH OF THE   *
      *    LAST TWELVE MONTHS ON THAT FILE.                          *
      *                                                              *
      *    EACH RUN IS LOGGED AT START AND END, WITH ITS KEY COUNTS, *
      *    ON THE RUNCTL1 RUN-CONTROL FILE FOR THE PRO2OP OPERATIONS *
      *    REPORT.                                                   *
      *                                                              *
      ****************************************************************

       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. PRO2SC.
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

           SELECT STAREF1  ASSIGN DATABASE-STAREF1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   STCODE.

           SELECT CATREF1  ASSIGN DATABASE-CATREF1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   CATCODE.

           SELECT ARTMAS   ASSIGN DATABASE-ARTMAS
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   ARTID
                             ALTERNATE RECORD KEY ARPRID
                                       WITH DUPLICATES.

           SELECT PROCON1  ASSIGN DATABASE-PROCON1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   PCKEY.

           SELECT PROCRD1  ASSIGN DATABASE-PROCRD1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   CRKEY.

           SELECT PROPAR1  ASSIGN DATABASE-PROPAR1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   PPPRID
                             ALTERNATE RECORD KEY PPPARENT
                                       WITH DUPLICATES.

           SELECT PROSCH1  ASSIGN DATABASE-PROSCH1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   SHKEY.

           SELECT SCDUP1   ASSIGN DATABASE-SCDUP1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   SDPRID.

           SELECT SCCARD   ASSIGN DATABASE-SCCARD
                           ORGANIZATION SEQUENTIAL.

           SELECT SORTFILE ASSIGN DATABASE-SORTWK01.

           SELECT PRO2SCP  ASSIGN PRINTER-PRO2SCP
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

       FD  STAREF1.
       01  STA-REC.
           COPY DDS-FSTAREF IN STAREF1.

       FD  CATREF1.
       01  CAT-REC.
           COPY DDS-FCATREF IN CATREF1.

       FD  ARTMAS.
       01  ART-REC.
           COPY DDS-FARTMAS IN ARTMAS.

       FD  PROCON1.
       01  CON-REC.
           COPY DDS-FPROCON IN PROCON1.

       FD  PROCRD1.
       01  CRD-REC.
           COPY DDS-FPROCRD IN PROCRD1.

       FD  PROPAR1.
       01  PAR-REC.
           COPY DDS-FPROPAR IN PROPAR1.

       FD  PROSCH1.
       01  SCH-REC.
           COPY DDS-FPROSCH IN PROSCH1.

      * ONE ROW PER PROVIDER SUSPECTED OF DUPLICATING ANOTHER,
      * KEYED BY PRID - THE FIRST RULE TO CATCH A PROVIDER KEEPS
      * IT, AS PRO2DP PRINTS A PAIR UNDER THE FIRST RULE ONLY
       FD  SCDUP1.
       01  SCDUP-REC.
           05  SDPRID              PIC X(6).
           05  SDRULE              PIC 9(1).
           05  SDMATCH             PIC X(6).

      * ONE SCORECARD PER PROVIDER - LAYOUT IS OWNED BY THIS
      * PROGRAM, SO IT IS DECLARED HERE RATHER THAN VIA A
      * COPYBOOK. EACH FLAG IS 'Y' WHEN THE PROVIDER FAILS THE
      * RULE; SCDUPID IS THE PROVIDER A SUSPECTED DUPLICATE
      * MATCHED.
       FD  SCCARD.
       01  SCCARD-REC.
           05  SCPRID              PIC X(6).
           05  SCNAME              PIC X(30).
           05  SCSTAT              PIC X(1).
           05  SCCAT               PIC X(3).
           05  SCUSER              PIC X(10).
           05  SCRUNDT             PIC 9(8).
           05  SCFAILS             PIC 9(2).
           05  SCFLAGS.
               10  SCFSTATE        PIC X(1).
               10  SCFZIP          PIC X(1).
               10  SCFPHONE        PIC X(1).
               10  SCFCAT          PIC X(1).
               10  SCFNOVND        PIC X(1).
               10  SCFAPREJ        PIC X(1).
               10  SCFNOART        PIC X(1).
               10  SCFDUP          PIC X(1).
               10  SCFNOCON        PIC X(1).
               10  SCFCRED         PIC X(1).
      * THE SAME FLAGS AS A TABLE, IN THE ORDER ABOVE, FOR THE
      * COUNTING
           05  SCFLAGS-R           REDEFINES SCFLAGS.
               10  SCFLAG          PIC X(1)    OCCURS 10 TIMES.
           05  SCDUPID             PIC X(6).

      * THE DUPLICATE PASSES SORT PROVIDERS ON THE RULE'S KEY
      * (SRT-REC); THE SUMMARY PASSES SORT SCORECARDS ON THE
      * CATEGORY OR USER (SUM-REC)
       SD  SORTFILE.
       01  SRT-REC.
           05  SRPHONE             PIC X(15).
           05  SRZIP               PIC X(10).
           05  SRNPFX              PIC X(10).
           05  SRADDR              PIC X(30).
           05  SRCITY              PIC X(20).
           05  SRPRID              PIC X(6).
           05  SRGRP               PIC X(6).
       01  SUM-REC.
           05  SMKEY               PIC X(10).
           05  SMFAILS             PIC 9(2).
           05  SMFLAG              PIC X(1)    OCCURS 10 TIMES.

       FD  PRO2SCP.
       01  PRO2SCP-REC        PIC X(132).

       FD  RUNCTL1.
       01  RC-REC.
           COPY DDS-FRUNCTL    IN RUNCTL1.

       WORKING-STORAGE SECTION.
      *-----------------------*

       01  HDR01-OUT.
           COPY DDS-HDR01-O    IN PRO2SCP.
       01  HDR02-OUT.
           COPY DDS-HDR02-O    IN PRO2SCP.
       01  HDR03-OUT.
           COPY DDS-HDR03-O    IN PRO2SCP.
       01  DTL01-OUT.
           COPY DDS-DTL01-O    IN PRO2SCP.
       01  DTL02-OUT.
           COPY DDS-DTL02-O    IN PRO2SCP.

       01  PROV-SW           PIC X.
              88 PROV-EOF    VALUE 'E'.
              88 PROV-NOF    VALUE 'N'.

       01  RET-SW            PIC X.
              88 RET-EOF     VALUE 'E'.
              88 RET-NOF     VALUE 'N'.

       01  ART-SW            PIC X.
              88 ART-EOF     VALUE 'E'.
              88 ART-NOF     VALUE 'N'.

       01  CON-SW            PIC X.
              88 CON-EOF     VALUE 'E'.
              88 CON-NOF     VALUE 'N'.

       01  CRD-SW            PIC X.
              88 CRD-EOF     VALUE 'E'.
              88 CRD-NOF     VALUE 'N'.

       01  SCH-SW            PIC X.
              88 SCH-EOF     VALUE 'E'.
              88 SCH-NOF     VALUE 'N'.

       01  SCC-SW            PIC X.
              88 SCC-EOF     VALUE 'E'.
              88 SCC-NOF     VALUE 'N'.

      * WHICH DUPLICATE RULE THE PASS IN FLIGHT IS RUNNING
       01  CUR-RULE          PIC 9(1)    VALUE 0.
              88 RULE-PHONE  VALUE 1.
              88 RULE-ZIP    VALUE 2.
              88 RULE-ADDR   VALUE 3.

      * WHICH SUMMARY THE PASS IN FLIGHT IS BUILDING
       01  CUR-SECT          PIC X(12).
              88 SECT-CAT    VALUE 'BY CATEGORY'.
              88 SECT-USER   VALUE 'BY USER'.

      * KEY OF THE DUPLICATE GROUP BEING WALKED AND ITS FIRST
      * MEMBER, FLAGGED ONCE A SECOND MEMBER TURNS UP
       01  CUR-KEY           PIC X(50).
       01  NEW-KEY           PIC X(50).
       01  ANC-PRID          PIC X(6).
       01  ANC-GRP           PIC X(6).
       01  ANC-SW            PIC X.
              88 ANC-OPEN    VALUE 'N'.
              88 ANC-MARKED  VALUE 'Y'.

       01  SC-CURR-DATE.
           05  SC-CD-DATE8       PIC 9(8).
           05  SC-CD-TIME6       PIC 9(6).
           05  FILLER            PIC X(7).

       01  LAST-INS-EXDT     PIC 9(8).
       01  LAST-LIC-EXDT     PIC 9(8).

      * WORK FIELDS FOR THE ZIP AND PHONE FORMAT EDITS - KEPT
      * IN STEP WITH THE VAL02 EDITS IN PRO201
       01  EDT-ZIP.
           05  EDT-ZIP5        PIC X(5).
           05  EDT-ZIP-SEP     PIC X(1).
           05  EDT-ZIP4        PIC X(4).
       01  EDT-PHONE           PIC X(15).
       01  EDT-POS             PIC 9(2)    COMP-3.
       01  EDT-DIGITS          PIC 9(2)    COMP-3.
       01  EDT-SW              PIC X.
              88 EDT-OK        VALUE 'Y'.
              88 EDT-BAD       VALUE 'N'.

       01  R                 PIC 9(3)    COMP-3.

      * RUN TOTALS, AND THE SUMS FOR THE SUMMARY KEY IN HAND
       01  PROV-COUNT        PIC 9(7)    COMP-3    VALUE 0.
       01  FAIL-COUNT        PIC 9(7)    COMP-3    VALUE 0.
       01  FLS-COUNT         PIC 9(7)    COMP-3    VALUE 0.
       01  RULE-TBL.
           05  RULE-TOT      PIC 9(7)    COMP-3    OCCURS 10 TIMES.

       01  CUR-SUM-KEY       PIC X(10).
       01  SUM-PROV          PIC 9(7)    COMP-3.
       01  SUM-FAIL          PIC 9(7)    COMP-3.
       01  SUM-TBL.
           05  SUM-RULE      PIC 9(7)    COMP-3    OCCURS 10 TIMES.

      * THE ROW OF COUNTS PUT-RULES-RTN MOVES TO A DTL01 LINE
       01  PRT-TBL.
           05  PRT-RULE      PIC 9(7)    COMP-3    OCCURS 10 TIMES.

      * THE LAST RUN OF EACH MONTH ON PROSCH1, OLDEST FIRST - A
      * THIRTEENTH MONTH IS HELD SO THE FIRST OF THE TWELVE
      * PRINTED HAS A MONTH BEFORE IT TO COMPARE WITH
       01  MTH-MAX           PIC 9(3)    COMP-3    VALUE 13.
       01  MTH-CNT           PIC 9(3)    COMP-3    VALUE 0.
       01  M                 PIC 9(3)    COMP-3.
       01  M-FROM            PIC 9(3)    COMP-3.
       01  SC-MONTH          PIC 9(6).
       01  SC-MONTH-X        REDEFINES SC-MONTH
                             PIC X(6).
       01  SC-CHANGE         PIC S9(7)   COMP-3.

       01  MTH-TBL.
           05  MTH-ENT       OCCURS 13 TIMES.
               10  MT-MONTH      PIC 9(6).
               10  MT-RUNDT      PIC 9(8).
               10  MT-PROV       PIC 9(7)    COMP-3.
               10  MT-FAIL       PIC 9(7)    COMP-3.
               10  MT-FLS        PIC 9(7)    COMP-3.

      * RUN CONTROL - THIS RUN'S ROW ON RUNCTL1. RC-UPD IS 'Y'
      * WHEN THE RUN UPDATES PROVIDE1; RC-CHK IS 'Y' WHEN IT MAY
      * NOT START WHILE ANOTHER PROGRAM'S PROVIDE1 UPDATE IS IN
      * FLIGHT. RC-STAT, THE COUNTS AND RC-MSG ARE SET BEFORE
      * THE ROW IS CLOSED OFF (KEPT IN STEP ACROSS THE BATCH
      * PROGRAMS)
       01  RC-SW             PIC X.
              88 RC-EOF      VALUE 'E'.
              88 RC-NOF      VALUE 'N'.
       01  RC-PGM            PIC X(10)   VALUE 'PRO2SC'.
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
           MOVE 1 TO CUR-RULE
           SORT SORTFILE ON ASCENDING KEY SRPHONE SRPRID
                INPUT  PROCEDURE IS SEL-DUP-RTN
                OUTPUT PROCEDURE IS DUP-MARK-RTN
           MOVE 2 TO CUR-RULE
           SORT SORTFILE ON ASCENDING KEY SRZIP SRNPFX SRPRID
                INPUT  PROCEDURE IS SEL-DUP-RTN
                OUTPUT PROCEDURE IS DUP-MARK-RTN
           MOVE 3 TO CUR-RULE
           SORT SORTFILE ON ASCENDING KEY SRADDR SRCITY SRPRID
                INPUT  PROCEDURE IS SEL-DUP-RTN
                OUTPUT PROCEDURE IS DUP-MARK-RTN
           PERFORM SCORE-RTN
           SET SECT-CAT TO TRUE
           SORT SORTFILE ON ASCENDING KEY SMKEY
                INPUT  PROCEDURE IS SEL-SUM-RTN
                OUTPUT PROCEDURE IS SUM-RTN
           SET SECT-USER TO TRUE
           SORT SORTFILE ON ASCENDING KEY SMKEY
                INPUT  PROCEDURE IS SEL-SUM-RTN
                OUTPUT PROCEDURE IS SUM-RTN
           PERFORM TOTAL-RTN
           PERFORM HIST-RTN
           PERFORM TREND-RTN
           PERFORM TERM-RTN
           STOP RUN.

      * OPEN FILES AND PRINT THE REPORT HEADER -------------
       INIT-RTN.
           PERFORM RC-START-RTN
           MOVE FUNCTION CURRENT-DATE TO SC-CURR-DATE
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > 10
              MOVE 0 TO RULE-TOT (R)
           END-PERFORM
           OPEN INPUT  PROVIDE1
                INPUT  STAREF1
                INPUT  CATREF1
                INPUT  ARTMAS
                INPUT  PROCON1
                INPUT  PROCRD1
                INPUT  PROPAR1
                I-O    PROSCH1
                OUTPUT SCDUP1
                OUTPUT PRO2SCP
           MOVE SC-CD-DATE8 TO HDRUNDT IN HDR01-O
           WRITE PRO2SCP-REC FROM HDR01-O AFTER ADVANCING PAGE.

      * POSITION PROVIDE1 AT THE TOP OF THE FILE ------------
       TOP-RTN.
           MOVE LOW-VALUES TO EXTERNALLY-DESCRIBED-KEY IN PRO-REC
           START PROVIDE1 KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY     SET PROV-EOF TO TRUE
                 NOT INVALID KEY SET PROV-NOF TO TRUE
           END-START.

      * DUPLICATE SORT INPUT - RELEASE EVERY PROVIDER CARRYING
      * THE FIELD THE RULE IN FLIGHT GROUPS ON, AS PRO2DP DOES
       SEL-DUP-RTN.
           PERFORM TOP-RTN
           PERFORM UNTIL PROV-EOF
              READ PROVIDE1 NEXT
                   AT END SET PROV-EOF TO TRUE
              END-READ
              IF PROV-NOF
                 EVALUATE TRUE
                   WHEN RULE-PHONE
                     IF PRPHONE IN PRO-REC NOT = SPACES
                        PERFORM REL-DUP-RTN
                     END-IF
                   WHEN RULE-ZIP
                     IF PRZIP IN PRO-REC NOT = SPACES
                        PERFORM REL-DUP-RTN
                     END-IF
                   WHEN RULE-ADDR
                     IF PRADDR IN PRO-REC NOT = SPACES
                        PERFORM REL-DUP-RTN
                     END-IF
                 END-EVALUATE
              END-IF
           END-PERFORM.

       REL-DUP-RTN.
           MOVE PRPHONE IN PRO-REC      TO SRPHONE
           MOVE PRZIP   IN PRO-REC      TO SRZIP
           MOVE PRNAME  IN PRO-REC (1:10) TO SRNPFX
           MOVE PRADDR  IN PRO-REC      TO SRADDR
           MOVE PRCITY  IN PRO-REC      TO SRCITY
           MOVE PRID    IN PRO-REC      TO SRPRID
      * THE PARENT COMPANY'S PRID, OR THE PROVIDER'S OWN
           MOVE PRID    IN PRO-REC      TO PPPRID IN FPROPAR
           READ PROPAR1 RECORD
                KEY IS PPPRID IN FPROPAR
                INVALID KEY
                   MOVE PRID IN PRO-REC     TO SRGRP
                NOT INVALID KEY
                   MOVE PPPARENT IN FPROPAR TO SRGRP
           END-READ
           RELEASE SRT-REC.

      * DUPLICATE SORT OUTPUT - WALK THE GROUPS ON THE RULE IN
      * FLIGHT. EVERY MEMBER AFTER THE FIRST IS FLAGGED AGAINST
      * THE FIRST, AND THE FIRST AGAINST THE SECOND - EXCEPT A
      * MEMBER OF THE SAME PARENT COMPANY AS THE FIRST -------
       DUP-MARK-RTN.
           SET RET-NOF TO TRUE
           MOVE LOW-VALUES TO CUR-KEY
           RETURN SORTFILE
                AT END SET RET-EOF TO TRUE
                NOT AT END SET RET-NOF TO TRUE
           END-RETURN
           PERFORM UNTIL RET-EOF
              MOVE SPACES TO NEW-KEY
              EVALUATE TRUE
                WHEN RULE-PHONE
                  MOVE SRPHONE TO NEW-KEY
                WHEN RULE-ZIP
                  MOVE SRZIP   TO NEW-KEY (1:10)
                  MOVE SRNPFX  TO NEW-KEY (11:10)
                WHEN RULE-ADDR
                  MOVE SRADDR  TO NEW-KEY (1:30)
                  MOVE SRCITY  TO NEW-KEY (31:20)
              END-EVALUATE
              IF NEW-KEY NOT = CUR-KEY
                 MOVE NEW-KEY TO CUR-KEY
                 MOVE SRPRID  TO ANC-PRID
                 MOVE SRGRP   TO ANC-GRP
                 SET ANC-OPEN TO TRUE
              ELSE
                 IF SRGRP NOT = ANC-GRP
                    IF ANC-OPEN
                       MOVE ANC-PRID TO SDPRID
                       MOVE SRPRID   TO SDMATCH
                       PERFORM DUP-WRITE-RTN
                       SET ANC-MARKED TO TRUE
                    END-IF
                    MOVE SRPRID   TO SDPRID
                    MOVE ANC-PRID TO SDMATCH
                    PERFORM DUP-WRITE-RTN
                 END-IF
              END-IF
              RETURN SORTFILE
                   AT END SET RET-EOF TO TRUE
                   NOT AT END SET RET-NOF TO TRUE
              END-RETURN
           END-PERFORM.

      * A PROVIDER ALREADY FLAGGED BY AN EARLIER RULE KEEPS
      * THAT RULE'S MATCH -----------------------------------
       DUP-WRITE-RTN.
           MOVE CUR-RULE TO SDRULE
           WRITE SCDUP-REC
                INVALID KEY
                   CONTINUE
           END-WRITE.

      * SCORING PASS - ONE SCORECARD PER PROVIDER -----------
       SCORE-RTN.
           CLOSE SCDUP1
           OPEN INPUT SCDUP1
                OUTPUT SCCARD
           PERFORM TOP-RTN
           PERFORM UNTIL PROV-EOF
              READ PROVIDE1 NEXT
                   AT END SET PROV-EOF TO TRUE
              END-READ
              IF PROV-NOF
                 PERFORM CARD-RTN
              END-IF
           END-PERFORM
           CLOSE SCCARD.

      * SCORE ONE PROVIDER AGAINST EVERY RULE AND WRITE ITS
      * SCORECARD -------------------------------------------
       CARD-RTN.
           MOVE SPACES                TO SCCARD-REC
           MOVE PRID    IN PRO-REC    TO SCPRID
           MOVE PRNAME  IN PRO-REC    TO SCNAME
           MOVE PRSTAT  IN PRO-REC    TO SCSTAT
           MOVE PRCAT   IN PRO-REC    TO SCCAT
           MOVE PRUSER  IN PRO-REC    TO SCUSER
           MOVE SC-CD-DATE8           TO SCRUNDT
           MOVE 0                     TO SCFAILS
           MOVE ALL 'N'               TO SCFLAGS
           PERFORM STATE-CHK-RTN
           PERFORM FMT-CHK-RTN
           PERFORM CAT-CHK-RTN
           IF PRSTAT IN PRO-REC = 'A'
              IF PRAPFL IN PRO-REC = 'R'
                 MOVE 'Y' TO SCFAPREJ
              ELSE
                 IF PRVEND IN PRO-REC = SPACES
                    MOVE 'Y' TO SCFNOVND
                 END-IF
              END-IF
              PERFORM CON-CHK-RTN
              PERFORM CRD-CHK-RTN
           END-IF
           PERFORM ART-CHK-RTN
           PERFORM DUP-CHK-RTN
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > 10
              IF SCFLAG (R) = 'Y'
                 ADD 1 TO SCFAILS
                 ADD 1 TO RULE-TOT (R)
              END-IF
           END-PERFORM
           ADD 1 TO PROV-COUNT
           IF SCFAILS > 0
              ADD 1       TO FAIL-COUNT
              ADD SCFAILS TO FLS-COUNT
           END-IF
           WRITE SCCARD-REC.

      * STATE AGAINST STAREF1 - NOT ON FILE OR INACTIVE FAILS
       STATE-CHK-RTN.
           IF PRSTATE IN PRO-REC NOT = SPACES
              MOVE PRSTATE IN PRO-REC TO STCODE IN FSTAREF
              READ STAREF1 RECORD
                   KEY IS STCODE IN FSTAREF
                   INVALID KEY
                      MOVE 'Y' TO SCFSTATE
                   NOT INVALID KEY
                      IF STACT IN FSTAREF NOT = 'A'
                         MOVE 'Y' TO SCFSTATE
                      END-IF
              END-READ
           END-IF.

      * ZIP AND PHONE FORMATS ------------------------------
       FMT-CHK-RTN.
           IF PRZIP IN PRO-REC NOT = SPACES
              MOVE PRZIP IN PRO-REC TO EDT-ZIP
              PERFORM ZIPEDT-RTN
              IF EDT-BAD
                 MOVE 'Y' TO SCFZIP
              END-IF
           END-IF
           IF PRPHONE IN PRO-REC NOT = SPACES
              MOVE PRPHONE IN PRO-REC TO EDT-PHONE
              PERFORM PHNEDT-RTN
              IF EDT-BAD
                 MOVE 'Y' TO SCFPHONE
              END-IF
           END-IF.

      * CATEGORY AGAINST CATREF1 - A BLANK CATEGORY FAILS TOO,
      * AS PRO2CT REPORTS IT UNDER (NO CATEGORY) --------------
       CAT-CHK-RTN.
           IF PRCAT IN PRO-REC = SPACES
              MOVE 'Y' TO SCFCAT
           ELSE
              MOVE PRCAT IN PRO-REC TO CATCODE IN FCATREF
              READ CATREF1 RECORD
                   KEY IS CATCODE IN FCATREF
                   INVALID KEY
                      MOVE 'Y' TO SCFCAT
                   NOT INVALID KEY
                      IF CATACT IN FCATREF NOT = 'A'
                         MOVE 'Y' TO SCFCAT
                      END-IF
              END-READ
           END-IF.

      * AN ACTIVE PROVIDER NEEDS AT LEAST ONE PROCON1 CONTACT
       CON-CHK-RTN.
           MOVE PRID IN PRO-REC TO PCPRID IN FPROCON
           MOVE ZEROS           TO PCSEQ  IN FPROCON
           START PROCON1 KEY IS NOT LESS THAN PCKEY
                 INVALID KEY     SET CON-EOF TO TRUE
                 NOT INVALID KEY SET CON-NOF TO TRUE
           END-START
           IF CON-NOF
              READ PROCON1 NEXT
                   AT END SET CON-EOF TO TRUE
              END-READ
           END-IF
           IF CON-EOF
              OR PCPRID IN FPROCON NOT = PRID IN PRO-REC
              MOVE 'Y' TO SCFNOCON
           END-IF.

      * LATEST INSURANCE AND LICENCE EXPIRY - EITHER ONE ON
      * FILE AND BEFORE TODAY FAILS, AS THE PRO2EX HOLD DOES --
       CRD-CHK-RTN.
           MOVE 0 TO LAST-INS-EXDT LAST-LIC-EXDT
           MOVE PRID IN PRO-REC TO CRPRID IN FPROCRD
           MOVE ZEROS           TO CRSEQ  IN FPROCRD
           START PROCRD1 KEY IS NOT LESS THAN CRKEY
                 INVALID KEY     SET CRD-EOF TO TRUE
                 NOT INVALID KEY SET CRD-NOF TO TRUE
           END-START
           PERFORM UNTIL CRD-EOF
              READ PROCRD1 NEXT
                   AT END SET CRD-EOF TO TRUE
              END-READ
              IF CRD-NOF AND CRPRID IN FPROCRD = PRID IN PRO-REC
                 IF CRTYPE IN FPROCRD = 'INS'
                    AND CREXDT IN FPROCRD > LAST-INS-EXDT
                    MOVE CREXDT IN FPROCRD TO LAST-INS-EXDT
                 END-IF
                 IF CRTYPE IN FPROCRD = 'LIC'
                    AND CREXDT IN FPROCRD > LAST-LIC-EXDT
                    MOVE CREXDT IN FPROCRD TO LAST-LIC-EXDT
                 END-IF
              ELSE
                 SET CRD-EOF TO TRUE
              END-IF
           END-PERFORM
           IF (LAST-INS-EXDT NOT = 0
               AND LAST-INS-EXDT < SC-CD-DATE8)
              OR (LAST-LIC-EXDT NOT = 0
               AND LAST-LIC-EXDT < SC-CD-DATE8)
              MOVE 'Y' TO SCFCRED
           END-IF.

      * AT LEAST ONE ARTICLE ON ARTMAS UNDER THE PROVIDER -----
       ART-CHK-RTN.
           MOVE PRID IN PRO-REC TO ARPRID IN ART-REC
           START ARTMAS KEY IS NOT LESS THAN ARPRID
                 INVALID KEY     SET ART-EOF TO TRUE
                 NOT INVALID KEY SET ART-NOF TO TRUE
           END-START
           IF ART-NOF
              READ ARTMAS NEXT
                   AT END SET ART-EOF TO TRUE
              END-READ
           END-IF
           IF ART-EOF
              OR ARPRID IN ART-REC NOT = PRID IN PRO-REC
              MOVE 'Y' TO SCFNOART
           END-IF.

      * FLAGGED BY ONE OF THE DUPLICATE PASSES ---------------
       DUP-CHK-RTN.
           MOVE PRID IN PRO-REC TO SDPRID
           READ SCDUP1 RECORD
                KEY IS SDPRID
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE 'Y'     TO SCFDUP
                   MOVE SDMATCH TO SCDUPID
           END-READ.

      * ZIP FORMAT EDIT - FIVE DIGITS, OPTIONALLY FOLLOWED BY
      * A DASH AND FOUR MORE ---
       ZIPEDT-RTN.
           SET EDT-OK TO TRUE
           IF EDT-ZIP5 NOT NUMERIC
              SET EDT-BAD TO TRUE
           ELSE
              IF EDT-ZIP-SEP = SPACE
                 IF EDT-ZIP4 NOT = SPACES
                    SET EDT-BAD TO TRUE
                 END-IF
              ELSE
                 IF EDT-ZIP-SEP NOT = '-'
                    OR EDT-ZIP4 NOT NUMERIC
                    SET EDT-BAD TO TRUE
                 END-IF
              END-IF
           END-IF.

      * PHONE FORMAT EDIT - AT LEAST TEN DIGITS, AND NOTHING
      * BUT DIGITS, BLANKS AND ()-./ PUNCTUATION ---
       PHNEDT-RTN.
           SET EDT-OK TO TRUE
           MOVE 0 TO EDT-DIGITS
           PERFORM PHNPOS-RTN
               VARYING EDT-POS FROM 1 BY 1
               UNTIL EDT-POS > 15
                     OR EDT-BAD
           IF EDT-OK AND EDT-DIGITS < 10
              SET EDT-BAD TO TRUE
           END-IF.

       PHNPOS-RTN.
           EVALUATE TRUE
             WHEN EDT-PHONE (EDT-POS:1) >= '0'
                  AND EDT-PHONE (EDT-POS:1) <= '9'
               ADD 1 TO EDT-DIGITS
             WHEN EDT-PHONE (EDT-POS:1) = SPACE
               CONTINUE
             WHEN EDT-PHONE (EDT-POS:1) = '(' OR ')' OR '-'
                  OR '.' OR '/'
               CONTINUE
             WHEN OTHER
               SET EDT-BAD TO TRUE
           END-EVALUATE.

      * SUMMARY SORT INPUT - ONE ROW PER SCORECARD, KEYED ON
      * THE CATEGORY OR THE LAST-UPDATING USER --------------
       SEL-SUM-RTN.
           OPEN INPUT SCCARD
           SET SCC-NOF TO TRUE
           PERFORM UNTIL SCC-EOF
              READ SCCARD
                   AT END SET SCC-EOF TO TRUE
              END-READ
              IF SCC-NOF
                 IF SECT-CAT
                    MOVE SCCAT  TO SMKEY
                 ELSE
                    MOVE SCUSER TO SMKEY
                 END-IF
                 MOVE SCFAILS   TO SMFAILS
                 PERFORM VARYING R FROM 1 BY 1 UNTIL R > 10
                    MOVE SCFLAG (R) TO SMFLAG (R)
                 END-PERFORM
                 RELEASE SUM-REC
              END-IF
           END-PERFORM
           CLOSE SCCARD.

      * SUMMARY SORT OUTPUT - ONE LINE PER CATEGORY OR USER --
       SUM-RTN.
           MOVE SPACES                TO DTL01-OUT
           MOVE CUR-SECT              TO DTLABEL IN DTL01-O
           WRITE PRO2SCP-REC FROM DTL01-O AFTER ADVANCING 2 LINES
           WRITE PRO2SCP-REC FROM HDR02-O AFTER ADVANCING 1 LINE
           SET RET-NOF TO TRUE
           MOVE LOW-VALUES TO CUR-SUM-KEY
           PERFORM SUM-CLEAR-RTN
           RETURN SORTFILE
                AT END SET RET-EOF TO TRUE
                NOT AT END SET RET-NOF TO TRUE
           END-RETURN
           PERFORM UNTIL RET-EOF
              IF SMKEY NOT = CUR-SUM-KEY
                 PERFORM SUM-FLUSH-RTN
                 MOVE SMKEY TO CUR-SUM-KEY
              END-IF
              ADD 1 TO SUM-PROV
              IF SMFAILS > 0
                 ADD 1 TO SUM-FAIL
              END-IF
              PERFORM VARYING R FROM 1 BY 1 UNTIL R > 10
                 IF SMFLAG (R) = 'Y'
                    ADD 1 TO SUM-RULE (R)
                 END-IF
              END-PERFORM
              RETURN SORTFILE
                   AT END SET RET-EOF TO TRUE
                   NOT AT END SET RET-NOF TO TRUE
              END-RETURN
           END-PERFORM
           PERFORM SUM-FLUSH-RTN.

       SUM-CLEAR-RTN.
           MOVE 0 TO SUM-PROV SUM-FAIL
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > 10
              MOVE 0 TO SUM-RULE (R)
           END-PERFORM.

      * PRINT THE SUMS FOR THE KEY JUST FINISHED -----------
       SUM-FLUSH-RTN.
           IF SUM-PROV NOT = 0
              MOVE SPACES             TO DTL01-OUT
              IF CUR-SUM-KEY = SPACES
                 MOVE '(BLANK)'       TO DTKEY IN DTL01-O
              ELSE
                 MOVE CUR-SUM-KEY     TO DTKEY IN DTL01-O
              END-IF
              MOVE SUM-PROV           TO DTPROV IN DTL01-O
              MOVE SUM-FAIL           TO DTFAIL IN DTL01-O
              PERFORM VARYING R FROM 1 BY 1 UNTIL R > 10
                 MOVE SUM-RULE (R)    TO PRT-RULE (R)
              END-PERFORM
              PERFORM PUT-RULES-RTN
              WRITE PRO2SCP-REC FROM DTL01-O AFTER ADVANCING 1 LINE
              PERFORM SUM-CLEAR-RTN
           END-IF.

      * PER-RULE COUNTS ONTO THE DTL01 LINE ------------------
       PUT-RULES-RTN.
           MOVE PRT-RULE (1)          TO DTR01 IN DTL01-O
           MOVE PRT-RULE (2)          TO DTR02 IN DTL01-O
           MOVE PRT-RULE (3)          TO DTR03 IN DTL01-O
           MOVE PRT-RULE (4)          TO DTR04 IN DTL01-O
           MOVE PRT-RULE (5)          TO DTR05 IN DTL01-O
           MOVE PRT-RULE (6)          TO DTR06 IN DTL01-O
           MOVE PRT-RULE (7)          TO DTR07 IN DTL01-O
           MOVE PRT-RULE (8)          TO DTR08 IN DTL01-O
           MOVE PRT-RULE (9)          TO DTR09 IN DTL01-O
           MOVE PRT-RULE (10)         TO DTR10 IN DTL01-O.

      * THE RUN TOTALS LINE ---------------------------------
       TOTAL-RTN.
           MOVE SPACES                TO DTL01-OUT
           MOVE 'RUN TOTALS'          TO DTLABEL IN DTL01-O
           MOVE PROV-COUNT            TO DTPROV  IN DTL01-O
           MOVE FAIL-COUNT            TO DTFAIL  IN DTL01-O
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > 10
              MOVE RULE-TOT (R)       TO PRT-RULE (R)
           END-PERFORM
           PERFORM PUT-RULES-RTN
           WRITE PRO2SCP-REC FROM DTL01-O AFTER ADVANCING 2 LINES.

      * ADD THIS RUN'S TOTALS TO THE HISTORY FILE - A RERUN IN
      * THE SAME SECOND REPLACES THE EARLIER ROW ------------
       HIST-RTN.
           MOVE SC-CD-DATE8           TO SHDATE  IN FPROSCH
           MOVE SC-CD-TIME6           TO SHTIME  IN FPROSCH
           MOVE PROV-COUNT            TO SHPROV  IN FPROSCH
           MOVE FAIL-COUNT            TO SHFAIL  IN FPROSCH
           MOVE FLS-COUNT             TO SHFLS   IN FPROSCH
           MOVE RULE-TOT (1)          TO SHSTATE IN FPROSCH
           MOVE RULE-TOT (2)          TO SHZIP   IN FPROSCH
           MOVE RULE-TOT (3)          TO SHPHONE IN FPROSCH
           MOVE RULE-TOT (4)          TO SHCAT   IN FPROSCH
           MOVE RULE-TOT (5)          TO SHNOVND IN FPROSCH
           MOVE RULE-TOT (6)          TO SHAPREJ IN FPROSCH
           MOVE RULE-TOT (7)          TO SHNOART IN FPROSCH
           MOVE RULE-TOT (8)          TO SHDUP   IN FPROSCH
           MOVE RULE-TOT (9)          TO SHNOCON IN FPROSCH
           MOVE RULE-TOT (10)         TO SHCRED  IN FPROSCH
           WRITE SCH-REC
                INVALID KEY
                   REWRITE SCH-REC
           END-WRITE.

      * READ THE HISTORY OLDEST FIRST, KEEPING THE LAST RUN OF
      * EACH MONTH, THEN PRINT THE LAST TWELVE MONTHS WITH THE
      * CHANGE IN FAILING PROVIDERS FROM THE MONTH BEFORE ----
       TREND-RTN.
           MOVE LOW-VALUES TO SHKEY IN FPROSCH
           START PROSCH1 KEY IS NOT LESS THAN SHKEY
                 INVALID KEY     SET SCH-EOF TO TRUE
                 NOT INVALID KEY SET SCH-NOF TO TRUE
           END-START
           PERFORM UNTIL SCH-EOF
              READ PROSCH1 NEXT
                   AT END SET SCH-EOF TO TRUE
              END-READ
              IF SCH-NOF
                 PERFORM MONTH-POST-RTN
              END-IF
           END-PERFORM
           WRITE PRO2SCP-REC FROM HDR03-O AFTER ADVANCING 2 LINES
           MOVE 1 TO M-FROM
           IF MTH-CNT > 12
              MOVE 2 TO M-FROM
           END-IF
           PERFORM VARYING M FROM M-FROM BY 1 UNTIL M > MTH-CNT
              PERFORM TREND-LINE-RTN
           END-PERFORM.

      * THE ROW'S MONTH REPLACES THE NEWEST ENTRY WHEN IT IS
      * THE SAME MONTH, OTHERWISE IT IS ADDED - DROPPING THE
      * OLDEST WHEN THE TABLE IS FULL -----------------------
       MONTH-POST-RTN.
           COMPUTE SC-MONTH = SHDATE IN FPROSCH / 100
           IF MTH-CNT = 0
              OR MT-MONTH (MTH-CNT) NOT = SC-MONTH
              IF MTH-CNT < MTH-MAX
                 ADD 1 TO MTH-CNT
              ELSE
                 PERFORM VARYING M FROM 2 BY 1 UNTIL M > MTH-MAX
                    MOVE MTH-ENT (M) TO MTH-ENT (M - 1)
                 END-PERFORM
              END-IF
           END-IF
           MOVE SC-MONTH              TO MT-MONTH (MTH-CNT)
           MOVE SHDATE IN FPROSCH     TO MT-RUNDT (MTH-CNT)
           MOVE SHPROV IN FPROSCH     TO MT-PROV  (MTH-CNT)
           MOVE SHFAIL IN FPROSCH     TO MT-FAIL  (MTH-CNT)
           MOVE SHFLS  IN FPROSCH     TO MT-FLS   (MTH-CNT).

       TREND-LINE-RTN.
           MOVE SPACES                TO DTL02-OUT
           MOVE MT-MONTH (M)          TO SC-MONTH
           MOVE SC-MONTH-X            TO DTMONTH  IN DTL02-O
           MOVE MT-PROV (M)           TO DTTPROV  IN DTL02-O
           MOVE MT-FAIL (M)           TO DTTFAIL  IN DTL02-O
           MOVE MT-FLS (M)            TO DTTFLS   IN DTL02-O
           MOVE MT-RUNDT (M)          TO DTTRUNDT IN DTL02-O
           IF M > 1
              COMPUTE SC-CHANGE = MT-FAIL (M) - MT-FAIL (M - 1)
              MOVE SC-CHANGE          TO DTTCHG   IN DTL02-O
           END-IF
           WRITE PRO2SCP-REC FROM DTL02-O AFTER ADVANCING 1 LINE.

      * CLOSE FILES ------------------------------------------
       TERM-RTN.
           CLOSE PROVIDE1 STAREF1 CATREF1 ARTMAS PROCON1 PROCRD1
                 PROPAR1 PROSCH1 SCDUP1 PRO2SCP
           DISPLAY 'PRO2SC - PROVIDERS SCORED:  ' PROV-COUNT
           DISPLAY 'PRO2SC - PROVIDERS FAILING: ' FAIL-COUNT
           DISPLAY 'PRO2SC - RULE FAILURES:     ' FLS-COUNT
           MOVE 'C'                   TO RC-STAT
           MOVE 'SCORED'              TO RC-LBL1
           MOVE PROV-COUNT            TO RC-CNT1
           MOVE 'FAILING'             TO RC-LBL2
           MOVE FAIL-COUNT            TO RC-CNT2
           MOVE 'FAILURES'            TO RC-LBL3
           MOVE FLS-COUNT             TO RC-CNT3
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
