      *    REOPENS APEXTR WITH EXTEND, SO NOTHING IS EXTRACTED       *
      *    TWICE AND THE PARTIAL MEMBER NO LONGER NEEDS SCRATCHING.  *
      *                                                              *
      *    EACH DETAIL RECORD CARRIES A PAYMENT HOLD FLAG: AN        *
      *    ACTIVE PROVIDER WHOSE CERTIFICATE OF INSURANCE OR         *
      *    LICENCE ON PROCRD1 HAS LAPSED (THE LATEST EXPIRY OF THAT  *
      *    TYPE IS BEFORE THE EXTRACT DATE) GOES TO AP WITH THE HOLD *
      *    SET, AND THE HOLD CLEARS ON THE FIRST EXTRACT AFTER THE   *
      *    RENEWAL IS KEYED ON PRO201 OPTION 7.                      *
      *                                                              *
      *    EACH RUN IS LOGGED AT START AND END, WITH ITS KEY COUNTS, *
      *    ON THE RUNCTL1 RUN-CONTROL FILE FOR THE PRO2OP OPERATIONS *
      *    REPORT, AND IS REFUSED BEFORE PROVIDE1 IS TOUCHED WHILE   *
      *    ANOTHER PROGRAM'S PROVIDE1 UPDATE IS STILL IN FLIGHT      *
      *    THERE.                                                    *
      *                                                              *
      ****************************************************************

       IDENTIFICATION DIVISION.
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   EXDATE.

           SELECT PROCRD1  ASSIGN DATABASE-PROCRD1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   CRKEY.

           SELECT RUNCTL1  ASSIGN DATABASE-RUNCTL1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   RCKEY.

       DATA DIVISION.
      ***************

           05  AXCNAME             PIC X(30).
           05  AXCPHONE            PIC X(15).
           05  AXEXTDT             PIC 9(8).
      * 'Y' = A MANDATORY CREDENTIAL HAS LAPSED - AP HOLDS
      * PAYMENT UNTIL A LATER EXTRACT CLEARS IT; 'N' = NO HOLD
           05  AXHOLD              PIC X(1).
      * HEADER/TRAILER VIEW OF THE SAME RECORD - RUN DATE AND,
      * ON THE TRAILER, THE DETAIL RECORD COUNT
       01  APEXTR-CTL.
           05  AXCRTYPE            PIC X(1).
           05  AXCDATE             PIC 9(8).
           05  AXCCOUNT            PIC 9(7).
           05  FILLER              PIC X(156).

       FD  EXTCKP1.
       01  CKP-REC.
       01  CON-REC.
           COPY DDS-FPROCON IN PROCON1.

       FD  PROCRD1.
       01  CRD-REC.
           COPY DDS-FPROCRD IN PROCRD1.

       FD  RUNCTL1.
       01  RC-REC.
           COPY DDS-FRUNCTL    IN RUNCTL1.

       WORKING-STORAGE SECTION.
      *-----------------------*

              88 CON-EOF     VALUE 'E'.
              88 CON-NOF     VALUE 'N'.

       01  CRD-SW            PIC X.
              88 CRD-EOF     VALUE 'E'.
              88 CRD-NOF     VALUE 'N'.

      * LATEST INSURANCE AND LICENCE EXPIRY ON FILE FOR THE
      * PROVIDER BEING EXTRACTED - ZERO WHEN NONE IS KEYED
       01  LAST-INS-EXDT     PIC 9(8).
       01  LAST-LIC-EXDT     PIC 9(8).
       01  HOLD-COUNT        PIC 9(7)    COMP-3    VALUE 0.

       01  RUN-MODE          PIC X       VALUE SPACE.
              88 RESTART-RUN VALUE 'R'.

           05  EXT-CD-DATE8      PIC 9(8).
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
       01  RC-PGM            PIC X(10)   VALUE 'PRO2EX'.
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

      * DATE, AND POSITION FILES FOR A FRESH RUN OR A RESTART
       INIT-RTN.
           ACCEPT RUN-MODE
           MOVE RUN-MODE           TO RC-PARM
           PERFORM RC-START-RTN
           MOVE FUNCTION CURRENT-DATE TO EXTRACT-DATE
           OPEN I-O EXTCKP1
           MOVE EXT-CD-DATE8 TO EXDATE IN FEXTCKP
           WRITE CKP-REC
           OPEN I-O    PROVIDE1
                INPUT  PROCON1
                INPUT  PROCRD1
                OUTPUT APEXTR
           PERFORM HDR-WRITE-RTN
           MOVE LOW-VALUES TO EXTERNALLY-DESCRIBED-KEY IN PRO-REC
               DISPLAY 'PRO2EX - RUN FOR ' EXDATE IN FEXTCKP
                       ' ALREADY COMPLETE - NOT STARTED'
               CLOSE EXTCKP1
               MOVE 'R'                       TO RC-STAT
               MOVE 'EXTRACT ALREADY COMPLETE TODAY'
                                              TO RC-MSG
               PERFORM RC-END-RTN
               STOP RUN
             WHEN NOT RESTART-RUN
               DISPLAY 'PRO2EX - RUN FOR ' EXDATE IN FEXTCKP
                       ' IN FLIGHT - RESTART WITH MODE R'
               CLOSE EXTCKP1
               MOVE 'R'                       TO RC-STAT
               MOVE 'EXTRACT IN FLIGHT - RESTART WITH MODE R'
                                              TO RC-MSG
               PERFORM RC-END-RTN
               STOP RUN
             WHEN OTHER
               PERFORM RESUME-RTN
              DISPLAY 'PRO2EX - APEXTR HOLDS ANOTHER RUN''S DATA'
              DISPLAY 'PRO2EX - CLEAR THE MEMBER AND RESTART'
              CLOSE EXTCKP1
              MOVE 'R'                        TO RC-STAT
              MOVE 'APEXTR HOLDS ANOTHER RUN''S DATA'
                                              TO RC-MSG
              PERFORM RC-END-RTN
              STOP RUN
           END-IF
           MOVE SCAN-COUNT TO EXTRACT-COUNT
           OPEN I-O    PROVIDE1
                INPUT  PROCON1
                INPUT  PROCRD1
                EXTEND APEXTR
      * AN ABEND BEFORE THE FIRST CHECKPOINT CAN LEAVE AN EMPTY
      * MEMBER - THE HEADER STILL HAS TO OPEN THE FILE
              MOVE PRCAT   IN PRO-REC     TO AXCAT
              PERFORM CONTACT-RTN
              MOVE EXT-CD-DATE8           TO AXEXTDT
              PERFORM HOLD-RTN
              WRITE APEXTR-REC
      * STAMP THE MASTER WITH THE EXTRACT DATE SO THE VENDOR
      * ONBOARDING AGING REPORT CAN SEE HOW LONG AP HAS HAD
              END-IF
           END-IF.

      * PAYMENT HOLD - ONLY AN ACTIVE PROVIDER IS HELD, AND ONLY
      * FOR A MANDATORY TYPE WHOSE LATEST EXPIRY HAS PASSED, SO
      * A RENEWAL KEYED AS A NEW ROW CLEARS THE HOLD. A TYPE
      * WITH NO DATED ROW IS NOT HELD - IT IS CHASED IN THE
      * NO INS/LIC EXPIRY SECTION OF PRO2CE ---
       HOLD-RTN.
           MOVE 'N' TO AXHOLD
           IF PRSTAT IN PRO-REC = 'A'
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
                  AND LAST-INS-EXDT < EXT-CD-DATE8)
                 OR (LAST-LIC-EXDT NOT = 0
                  AND LAST-LIC-EXDT < EXT-CD-DATE8)
                 MOVE 'Y' TO AXHOLD
                 ADD 1 TO HOLD-COUNT
              END-IF
           END-IF.

      * CHECKPOINT THE LAST PRID WRITTEN AND THE COUNT SO FAR
       CKP-RTN.
           MOVE 0                  TO CKP-TELLER
           MOVE 'C'            TO EXSTAT  IN FEXTCKP
           MOVE EXTRACT-COUNT  TO EXCOUNT IN FEXTCKP
           REWRITE CKP-REC
           CLOSE PROVIDE1 PROCON1 PROCRD1 APEXTR EXTCKP1
           DISPLAY 'PRO2EX - PROVIDERS EXTRACTED: ' EXTRACT-COUNT
           DISPLAY 'PRO2EX - ON PAYMENT HOLD:     ' HOLD-COUNT
           MOVE 'C'                  TO RC-STAT
           MOVE 'EXTRACTED'            TO RC-LBL1
           MOVE EXTRACT-COUNT          TO RC-CNT1
           MOVE 'ON HOLD'              TO RC-LBL2
           MOVE HOLD-COUNT             TO RC-CNT2
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
