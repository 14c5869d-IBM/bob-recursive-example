       PROCESS APOST.
      ****************************************************************
      *                                                              *
      *    PROGRAMME: PRO2CO                                         *
      *    NIGHTLY PROVIDER CORRESPONDENCE EXTRACT. EVERY ACTIVE     *
      *    PROVIDER ON PROVIDE1 IS JUDGED FOR FOUR REASONS TO WRITE  *
      *    TO IT - REJECTED BY AP (PRAPFL 'R' FROM PRO2AP), A STATE  *
      *    OR ZIP THAT FAILS THE PRO2VE EDITS, A PHONE THAT FAILS    *
      *    THEM, AND NO CONTACT ON PROCON1 - AND ONE LETTER PER      *
      *    REASON GOES TO THE CORRESP FLAT FILE FOR THE MAIL-MERGE   *
      *    SYSTEM, CARRYING THE PROVIDER'S NAME AND ADDRESS, ITS     *
      *    PRIMARY CONTACT AND EMAIL, AND THE FIELDS TO CORRECT.     *
      *                                                              *
      *    EACH LETTER IS RECORDED ON THE PROCOR1 CORRESPONDENCE     *
      *    LOG, SO A PROVIDER IS WRITTEN TO ONCE PER REASON RATHER   *
      *    THAN EVERY NIGHT. WHEN THE REASON CLEARS ON FILE THE      *
      *    LETTER IS MARKED ANSWERED; WHEN THE PROVIDER IS NO LONGER *
      *    ACTIVE OR NO LONGER ON PROVIDE1 IT IS WITHDRAWN. A REASON *
      *    THAT COMES BACK AFTER AN ANSWER IS WRITTEN TO AGAIN.      *
      *    PRO2CF LISTS THE LETTERS STILL UNANSWERED.                *
      *                                                              *
      *    EACH RUN IS LOGGED AT START AND END, WITH ITS KEY COUNTS, *
      *    ON THE RUNCTL1 RUN-CONTROL FILE FOR THE PRO2OP OPERATIONS *
      *    REPORT. THE RUN IS REFUSED WHILE A PROVIDE1 UPDATE IS     *
      *    STILL IN FLIGHT ON RUNCTL1.                               *
      *                                                              *
      ****************************************************************

       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. PRO2CO.
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

           SELECT PROCON1  ASSIGN DATABASE-PROCON1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   PCKEY.

           SELECT PROCOR1  ASSIGN DATABASE-PROCOR1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   COKEY.

           SELECT CORRESP  ASSIGN DATABASE-CORRESP
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

       FD  PROCON1.
       01  CON-REC.
           COPY DDS-FPROCON IN PROCON1.

       FD  PROCOR1.
       01  COR-REC.
           COPY DDS-FPROCOR IN PROCOR1.

      * ONE LETTER PER PROVIDER AND REASON FOR THE MAIL-MERGE
      * SYSTEM - LAYOUT IS OWNED BY THIS PROGRAM, NOT BY A DDS
      * SOURCE, SO IT IS DECLARED DIRECTLY (AS APCHG IS IN
      * PRO2XC). CXFIELDS NAMES THE PROVIDE1 FIELDS TO CORRECT;
      * THE CONTACT IS THE PRIMARY (LOWEST SEQUENCE) PROCON1 ROW,
      * BLANK WHEN THE PROVIDER HAS NONE.
       FD  CORRESP.
       01  CORRESP-REC.
           05  CXPRID              PIC X(6).
           05  CXNAME              PIC X(30).
           05  CXADDR              PIC X(30).
           05  CXCITY              PIC X(20).
           05  CXSTATE             PIC X(2).
           05  CXZIP               PIC X(10).
           05  CXCNAME             PIC X(30).
           05  CXCEMAIL            PIC X(40).
      * APR = REJECTED BY AP, ADR = BAD STATE OR ZIP,
      * PHN = BAD PHONE, CON = ACTIVE WITH NO CONTACT ON FILE
           05  CXRSN               PIC X(3).
           05  CXFIELDS            PIC X(40).
           05  CXSNTDT             PIC 9(8).
      * 1 FOR THE FIRST LETTER ON THE REASON, HIGHER WHEN THE
      * CONDITION HAS COME BACK AFTER AN EARLIER ANSWER
           05  CXLTRS              PIC 9(3).

       FD  RUNCTL1.
       01  RC-REC.
           COPY DDS-FRUNCTL    IN RUNCTL1.

       WORKING-STORAGE SECTION.
      *-----------------------*

       01  PROV-SW           PIC X.
              88 PROV-EOF    VALUE 'E'.
              88 PROV-NOF    VALUE 'N'.

       01  CON-SW            PIC X.
              88 CON-EOF     VALUE 'E'.
              88 CON-NOF     VALUE 'N'.

       01  COR-SW            PIC X.
              88 COR-EOF     VALUE 'E'.
              88 COR-NOF     VALUE 'N'.

      * THE FOUR REASONS, IN THE ORDER THEY ARE JUDGED, AND FOR
      * THE PROVIDER BEING SCANNED WHETHER EACH ONE APPLIES ('Y')
      * AND THE FIELDS IT NAMES
       01  CO-RSN-LIST.
           05  FILLER            PIC X(3)    VALUE 'APR'.
           05  FILLER            PIC X(3)    VALUE 'ADR'.
           05  FILLER            PIC X(3)    VALUE 'PHN'.
           05  FILLER            PIC X(3)    VALUE 'CON'.
       01  CO-RSN-LIST-R         REDEFINES CO-RSN-LIST.
           05  CO-RSN-CODE       PIC X(3)    OCCURS 4 TIMES.
       01  CO-RSN-TAB.
           05  CO-RSN-ENT        OCCURS 4 TIMES.
               10  CO-RSN-FLAG   PIC X(1).
               10  CO-RSN-FLDS   PIC X(40).
       01  CO-IX             PIC 9(2)    COMP-3.

      * PRIMARY CONTACT OF THE PROVIDER BEING SCANNED
       01  CO-CNAME          PIC X(30).
       01  CO-CEMAIL         PIC X(40).

       01  LETTER-COUNT      PIC 9(7)    COMP-3    VALUE 0.
       01  ANSWER-COUNT      PIC 9(7)    COMP-3    VALUE 0.
       01  WITHDRAW-COUNT    PIC 9(7)    COMP-3    VALUE 0.
       01  WAITING-COUNT     PIC 9(7)    COMP-3    VALUE 0.

       01  CO-CURR-DATE.
           05  CO-CD-DATE8       PIC 9(8).
           05  FILLER            PIC X(13).

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

      * RUN CONTROL - THIS RUN'S ROW ON RUNCTL1. RC-UPD IS 'Y'
      * WHEN THE RUN UPDATES PROVIDE1; RC-CHK IS 'Y' WHEN IT MAY
      * NOT START WHILE ANOTHER PROGRAM'S PROVIDE1 UPDATE IS IN
      * FLIGHT. RC-STAT, THE COUNTS AND RC-MSG ARE SET BEFORE
      * THE ROW IS CLOSED OFF (KEPT IN STEP ACROSS THE BATCH
      * PROGRAMS)
       01  RC-SW             PIC X.
              88 RC-EOF      VALUE 'E'.
              88 RC-NOF      VALUE 'N'.
       01  RC-PGM            PIC X(10)   VALUE 'PRO2CO'.
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
           PERFORM SWEEP-RTN
           PERFORM SCAN-RTN
           PERFORM TERM-RTN
           STOP RUN.

      * OPEN THE FILES ----------------------------------------
       INIT-RTN.
           PERFORM RC-START-RTN
           MOVE FUNCTION CURRENT-DATE TO CO-CURR-DATE
           OPEN INPUT  PROVIDE1
                INPUT  STAREF1
                INPUT  PROCON1
                I-O    PROCOR1
                OUTPUT CORRESP.

      * AN OPEN LETTER TO A PROVIDER NO LONGER ON PROVIDE1
      * (DELETED, ARCHIVED OR MERGED AWAY) IS WITHDRAWN ------
       SWEEP-RTN.
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
                 MOVE COPRID IN FPROCOR
                                 TO EXTERNALLY-DESCRIBED-KEY IN PRO-REC
                 READ PROVIDE1 RECORD
                      KEY IS EXTERNALLY-DESCRIBED-KEY IN PRO-REC
                      INVALID KEY
                         MOVE 'W'          TO COSTAT  IN FPROCOR
                         MOVE CO-CD-DATE8  TO COANSDT IN FPROCOR
                         REWRITE COR-REC
                         ADD 1 TO WITHDRAW-COUNT
                 END-READ
              END-IF
           END-PERFORM.

      * SCAN PROVIDE1 END TO END, JUDGING EVERY PROVIDER AND
      * SETTLING EACH REASON AGAINST THE LOG ------------------
       SCAN-RTN.
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
                 PERFORM JUDGE-RTN
                 PERFORM LOG-RTN
                     VARYING CO-IX FROM 1 BY 1
                     UNTIL CO-IX > 4
              END-IF
           END-PERFORM.

      * WHICH REASONS APPLY - ONLY AN ACTIVE PROVIDER IS
      * WRITTEN TO. THE STATE, ZIP AND PHONE EDITS ARE THOSE
      * OF PRO2VE; BLANK FIELDS PASS, AS THEY DO THERE -------
       JUDGE-RTN.
           MOVE SPACES TO CO-RSN-TAB
           PERFORM CONTACT-RTN
           IF PRSTAT IN PRO-REC = 'A'
              IF PRAPFL IN PRO-REC = 'R'
                 MOVE 'Y'            TO CO-RSN-FLAG (1)
                 MOVE 'PRNAME PRADDR PRCITY PRSTATE PRZIP'
                                     TO CO-RSN-FLDS (1)
              END-IF
              IF PRSTATE IN PRO-REC NOT = SPACES
                 MOVE PRSTATE IN PRO-REC TO STCODE IN FSTAREF
                 READ STAREF1 RECORD
                      KEY IS STCODE IN FSTAREF
                      INVALID KEY
                         MOVE 'Y'        TO CO-RSN-FLAG (2)
                         MOVE 'PRSTATE'  TO CO-RSN-FLDS (2)
                      NOT INVALID KEY
                         IF STACT IN FSTAREF NOT = 'A'
                            MOVE 'Y'        TO CO-RSN-FLAG (2)
                            MOVE 'PRSTATE'  TO CO-RSN-FLDS (2)
                         END-IF
                 END-READ
              END-IF
              IF PRZIP IN PRO-REC NOT = SPACES
                 MOVE PRZIP IN PRO-REC TO EDT-ZIP
                 PERFORM ZIPEDT-RTN
                 IF EDT-BAD
                    IF CO-RSN-FLAG (2) = 'Y'
                       MOVE 'PRZIP'  TO CO-RSN-FLDS (2) (9:5)
                    ELSE
                       MOVE 'Y'      TO CO-RSN-FLAG (2)
                       MOVE 'PRZIP'  TO CO-RSN-FLDS (2)
                    END-IF
                 END-IF
              END-IF
              IF PRPHONE IN PRO-REC NOT = SPACES
                 MOVE PRPHONE IN PRO-REC TO EDT-PHONE
                 PERFORM PHNEDT-RTN
                 IF EDT-BAD
                    MOVE 'Y'         TO CO-RSN-FLAG (3)
                    MOVE 'PRPHONE'   TO CO-RSN-FLDS (3)
                 END-IF
              END-IF
              IF CON-EOF
                 MOVE 'Y'            TO CO-RSN-FLAG (4)
                 MOVE 'PCNAME PCPHONE PCEMAIL'
                                     TO CO-RSN-FLDS (4)
              END-IF
           END-IF.

      * THE PROVIDER'S PRIMARY CONTACT IS ITS LOWEST-SEQUENCE
      * PROCON1 ROW. CON-EOF IS LEFT SET WHEN IT HAS NONE ----
       CONTACT-RTN.
           MOVE SPACES TO CO-CNAME CO-CEMAIL
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
           IF CON-NOF AND PCPRID IN FPROCON = PRID IN PRO-REC
              MOVE PCNAME  IN FPROCON TO CO-CNAME
              MOVE PCEMAIL IN FPROCON TO CO-CEMAIL
           ELSE
              SET CON-EOF TO TRUE
           END-IF.

      * SETTLE ONE REASON AGAINST ITS LOG ROW. A REASON THAT
      * APPLIES IS WRITTEN TO ONCE AND THEN LEFT OPEN UNTIL IT
      * CLEARS - A RERUN ON THE SAME DAY WRITES TODAY'S LETTERS
      * AGAIN, SO A LOST FILE IS REPLACED BY RERUNNING. A
      * REASON THAT HAS CLEARED CLOSES ITS OPEN ROW AS ANSWERED,
      * OR AS WITHDRAWN WHEN THE PROVIDER IS NO LONGER ACTIVE --
       LOG-RTN.
           MOVE PRID IN PRO-REC        TO COPRID IN FPROCOR
           MOVE CO-RSN-CODE (CO-IX)    TO CORSN  IN FPROCOR
           READ PROCOR1 RECORD
                KEY IS COKEY IN FPROCOR
                INVALID KEY     SET COR-EOF TO TRUE
                NOT INVALID KEY SET COR-NOF TO TRUE
           END-READ
           IF CO-RSN-FLAG (CO-IX) = 'Y'
              IF COR-EOF
                 MOVE SPACES              TO COR-REC
                 MOVE PRID IN PRO-REC     TO COPRID IN FPROCOR
                 MOVE CO-RSN-CODE (CO-IX) TO CORSN  IN FPROCOR
                 MOVE 1                   TO COLTRS IN FPROCOR
                 PERFORM LETTER-RTN
                 WRITE COR-REC
              ELSE
                 EVALUATE TRUE
                   WHEN COSTAT IN FPROCOR NOT = 'O'
                     ADD 1 TO COLTRS IN FPROCOR
                     PERFORM LETTER-RTN
                     REWRITE COR-REC
                   WHEN COSNTDT IN FPROCOR = CO-CD-DATE8
                     PERFORM LETTER-RTN
                     REWRITE COR-REC
                   WHEN OTHER
                     ADD 1 TO WAITING-COUNT
                     IF COFIELDS IN FPROCOR
                        NOT = CO-RSN-FLDS (CO-IX)
                        MOVE CO-RSN-FLDS (CO-IX)
                                          TO COFIELDS IN FPROCOR
                        REWRITE COR-REC
                     END-IF
                 END-EVALUATE
              END-IF
           ELSE
              IF COR-NOF AND COSTAT IN FPROCOR = 'O'
                 IF PRSTAT IN PRO-REC = 'A'
                    MOVE 'A'             TO COSTAT IN FPROCOR
                    ADD 1 TO ANSWER-COUNT
                 ELSE
                    MOVE 'W'             TO COSTAT IN FPROCOR
                    ADD 1 TO WITHDRAW-COUNT
                 END-IF
                 MOVE CO-CD-DATE8        TO COANSDT IN FPROCOR
                 REWRITE COR-REC
              END-IF
           END-IF.

      * WRITE THE LETTER FOR THE MAIL-MERGE AND RECORD ON THE
      * LOG ROW WHAT WAS SENT, TO WHOM AND WHEN ---------------
       LETTER-RTN.
           MOVE 'O'                    TO COSTAT   IN FPROCOR
           MOVE CO-CD-DATE8            TO COSNTDT  IN FPROCOR
           MOVE CO-RSN-FLDS (CO-IX)    TO COFIELDS IN FPROCOR
           MOVE CO-CNAME               TO COCNAME  IN FPROCOR
           MOVE CO-CEMAIL              TO COEMAIL  IN FPROCOR
           MOVE 0                      TO COANSDT  IN FPROCOR
           MOVE SPACES                 TO CORRESP-REC
           MOVE PRID    IN PRO-REC     TO CXPRID
           MOVE PRNAME  IN PRO-REC     TO CXNAME
           MOVE PRADDR  IN PRO-REC     TO CXADDR
           MOVE PRCITY  IN PRO-REC     TO CXCITY
           MOVE PRSTATE IN PRO-REC     TO CXSTATE
           MOVE PRZIP   IN PRO-REC     TO CXZIP
           MOVE CO-CNAME               TO CXCNAME
           MOVE CO-CEMAIL              TO CXCEMAIL
           MOVE CO-RSN-CODE (CO-IX)    TO CXRSN
           MOVE CO-RSN-FLDS (CO-IX)    TO CXFIELDS
           MOVE CO-CD-DATE8            TO CXSNTDT
           MOVE COLTRS  IN FPROCOR     TO CXLTRS
           WRITE CORRESP-REC
           ADD 1 TO LETTER-COUNT.

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

      * CLOSE FILES ------------------------------------------
       TERM-RTN.
           CLOSE PROVIDE1 STAREF1 PROCON1 PROCOR1 CORRESP
           DISPLAY 'PRO2CO - LETTERS WRITTEN:     ' LETTER-COUNT
           DISPLAY 'PRO2CO - ANSWERED:            ' ANSWER-COUNT
           DISPLAY 'PRO2CO - WITHDRAWN:           ' WITHDRAW-COUNT
           DISPLAY 'PRO2CO - STILL AWAITING:      ' WAITING-COUNT
           MOVE 'C'                   TO RC-STAT
           MOVE 'LETTERS'             TO RC-LBL1
           MOVE LETTER-COUNT          TO RC-CNT1
           MOVE 'ANSWERED'            TO RC-LBL2
           MOVE ANSWER-COUNT          TO RC-CNT2
           MOVE 'AWAITING'            TO RC-LBL3
           MOVE WAITING-COUNT         TO RC-CNT3
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
