      *    VOLUME INSTEAD OF STOPPING ON A FULL IN-CORE TABLE.       *
      *    THE REPORT LISTS EVERY PROVIDER - WHAT WAS ARCHIVED AND   *
      *    WHY EACH SURVIVOR WAS KEPT. PRO2RS BRINGS AN ARCHIVED     *
      *    PROVIDER BACK BY PRID. EACH ARCHIVE IS QUEUED ON PROCHG1  *
      *    AS A DELETE FOR THE PRO2XC AP CHANGE FEED.                *
      *                                                              *
      *    THE CL DRIVER ALSO SUPPLIES THE SUBMITTING USER PROFILE;  *
      *    THE RUN IS REFUSED BEFORE ANYTHING IS ARCHIVED UNLESS     *
      *    THAT PROFILE HOLDS THE BATCH AUTHORITY ON USRREF1         *
      *    (MAINTAINED ON PRO202).                                   *
      *                                                              *
      *    AN ARCHIVED PROVIDER'S CREDENTIALS (PROCRD1) LEAVE THE    *
      *    LIVE FILE WITH IT, AS ITS CONTACTS DO.                    *
      *                                                              *
      *    A PARENT COMPANY THAT STILL HAS LOCATIONS UNDER IT ON     *
      *    PROPAR1 IS KEPT. AN ARCHIVED LOCATION'S OWN PARENT LINK   *
      *    IS DELETED WITH IT.                                       *
      *                                                              *
      *    EACH RUN IS LOGGED AT START AND END, WITH ITS KEY COUNTS, *
      *    ON THE RUNCTL1 RUN-CONTROL FILE FOR THE PRO2OP OPERATIONS *
      *    REPORT, AND IS REFUSED BEFORE PROVIDE1 IS TOUCHED WHILE   *
      *    ANOTHER PROGRAM'S PROVIDE1 UPDATE IS STILL IN FLIGHT      *
      *    THERE.                                                    *
      *                                                              *
      ****************************************************************

                             ACCESS MODE  DYNAMIC
                             RECORD KEY   PNPRID.

           SELECT PROCHG1  ASSIGN DATABASE-PROCHG1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   CHKEY.

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

           SELECT PRO2ARP  ASSIGN PRINTER-PRO2ARP
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

       01  PND-REC.
           COPY DDS-FPROPND IN PROPND1.

       FD  PROCHG1.
       01  CHG-REC.
           COPY DDS-FPROCHG IN PROCHG1.

       FD  PROCRD1.
       01  CRD-REC.
           COPY DDS-FPROCRD IN PROCRD1.

       FD  PROPAR1.
       01  PAR-REC.
           COPY DDS-FPROPAR IN PROPAR1.

       FD  PRO2ARP.
       01  PRO2ARP-REC        PIC X(132).

       FD  USRREF1.
       01  USR-REC.
           COPY DDS-FUSRREF    IN USRREF1.

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

       01  PAR-SW            PIC X.
              88 PAR-EOF     VALUE 'E'.
              88 PAR-NOF     VALUE 'N'.

       01  LOC-SW            PIC X.
              88 LOC-HIT     VALUE 'Y'.
              88 LOC-MISS    VALUE 'N'.

       01  AR-CUTOFF         PIC 9(8)    VALUE 0.

      * USER PROFILE THE RUN WAS SUBMITTED UNDER - CHECKED ON
      * USRREF1 BEFORE ANYTHING IS UPDATED
       01  AR-RUN-USER       PIC X(10)   VALUE SPACES.
       01  ART-COUNT         PIC 9(5)    COMP-3.

       01  ARCH-COUNT        PIC 9(5)    COMP-3    VALUE 0.

       01  ARC-CURR-DATE.
           05  ARC-CD-DATE8      PIC 9(8).
           05  ARC-CD-TIME6      PIC 9(6).
           05  FILLER            PIC X(7).

       01  RET-SW            PIC X.
              88 RET-EOF     VALUE 'E'.
      * DEDUPLICATION BREAK WHILE WRITING THE WORK FILE
       01  CUR-PRID          PIC X(6).

      * RUN CONTROL - THIS RUN'S ROW ON RUNCTL1. RC-UPD IS 'Y'
      * WHEN THE RUN UPDATES PROVIDE1; RC-CHK IS 'Y' WHEN IT MAY
      * NOT START WHILE ANOTHER PROGRAM'S PROVIDE1 UPDATE IS IN
      * FLIGHT. RC-STAT, THE COUNTS AND RC-MSG ARE SET BEFORE
      * THE ROW IS CLOSED OFF (KEPT IN STEP ACROSS THE BATCH
      * PROGRAMS)
       01  RC-SW             PIC X.
              88 RC-EOF      VALUE 'E'.
              88 RC-NOF      VALUE 'N'.
       01  RC-PGM            PIC X(10)   VALUE 'PRO2AR'.
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

      * PICK UP THE CUTOFF DATE AND OPEN THE FILES -----------
       INIT-RTN.
           ACCEPT AR-CUTOFF
           ACCEPT AR-RUN-USER
           MOVE AR-RUN-USER        TO RC-USER
           MOVE AR-CUTOFF          TO RC-PARM (1:8)
           PERFORM RC-START-RTN
           IF AR-CUTOFF = 0
              DISPLAY 'PRO2AR - NO CUTOFF DATE SUPPLIED - ENDED'
              MOVE 'R'                        TO RC-STAT
              MOVE 'NO CUTOFF DATE SUPPLIED'  TO RC-MSG
              PERFORM RC-END-RTN
              STOP RUN
           END-IF
           PERFORM USRCHK-RTN
           MOVE FUNCTION CURRENT-DATE TO ARC-CURR-DATE
           OPEN I-O    PROVIDE1
                INPUT  ARTMAS
                I-O    PROARC1
                I-O    PROCON1
                I-O    PROPND1
                I-O    PROCHG1
                I-O    PROCRD1
                I-O    PROPAR1
                OUTPUT PRO2ARP
           WRITE PRO2ARP-REC FROM HDR01-O AFTER ADVANCING PAGE.

      * THE RUN NEEDS A SUBMITTING PROFILE HOLDING THE BATCH
      * AUTHORITY ON USRREF1 - REFUSED BEFORE ANY UPDATE -----
       USRCHK-RTN.
           IF AR-RUN-USER = SPACES
              DISPLAY 'PRO2AR - NO SUBMITTING USER SUPPLIED - ENDED'
              MOVE 'R'                        TO RC-STAT
              MOVE 'NO SUBMITTING USER SUPPLIED'
                                              TO RC-MSG
              PERFORM RC-END-RTN
              STOP RUN
           END-IF
           OPEN INPUT USRREF1
           MOVE AR-RUN-USER TO URUSER IN FUSRREF
           READ USRREF1 RECORD
                KEY IS URUSER IN FUSRREF
                INVALID KEY
                   MOVE SPACES TO USR-REC
           END-READ
           CLOSE USRREF1
           IF URBAT IN FUSRREF NOT = 'Y'
              DISPLAY 'PRO2AR - ' AR-RUN-USER
                      ' NOT AUTHORIZED TO RUN - ENDED'
              MOVE 'R'                        TO RC-STAT
              MOVE 'USER NOT AUTHORIZED TO RUN'
                                              TO RC-MSG
              PERFORM RC-END-RTN
              STOP RUN
           END-IF.

      * SORT INPUT - ONE PASS OVER AUDIT1, RELEASING THE PRID
      * OF EVERY ROW WITH ACTIVITY ON OR AFTER THE CUTOFF ----
       SEL-AUDIT-RTN.
                   IF ACT-HIT
                      PERFORM KEEP-RTN-4
                   ELSE
                      PERFORM LOC-CHK-RTN
                      IF LOC-HIT
                         PERFORM KEEP-RTN-5
                      ELSE
                         PERFORM ARCHIVE-RTN
                      END-IF
                   END-IF
               END-EVALUATE
           END-EVALUATE.
              SET ACT-HIT TO TRUE
           END-IF.

      * DOES ANY LOCATION ON PROPAR1 NAME THIS PROVIDER AS ITS
      * PARENT ----------------------------------------------
       LOC-CHK-RTN.
           SET LOC-MISS TO TRUE
           MOVE PRID IN PRO-REC TO PPPARENT IN FPROPAR
           START PROPAR1 KEY IS NOT LESS THAN PPPARENT
                 INVALID KEY     SET PAR-EOF TO TRUE
                 NOT INVALID KEY SET PAR-NOF TO TRUE
           END-START
           IF PAR-NOF
              READ PROPAR1 NEXT
                   AT END SET PAR-EOF TO TRUE
              END-READ
              IF PAR-NOF AND PPPARENT IN FPROPAR = PRID IN PRO-REC
                 SET LOC-HIT TO TRUE
              END-IF
           END-IF.

      * THE MERGE CURSOR STAYS PUT UNTIL THE SCAN CATCHES UP
       AW-READ-RTN.
           READ ACTWRK1
                                           TO DTREASON IN DTL01-O
           PERFORM PRINT-KEEP-RTN.

       KEEP-RTN-5.
           MOVE 'LOCATIONS STILL UNDER IT' TO DTREASON IN DTL01-O
           PERFORM PRINT-KEEP-RTN.

       PRINT-KEEP-RTN.
           ADD 1 TO KEEP-COUNT
           MOVE 'KEPT'               TO DTACTION IN DTL01-O
                INVALID KEY
                   REWRITE ARC-REC
           END-WRITE
           PERFORM APCHG-RTN
           DELETE PROVIDE1 RECORD
      * THE PROVIDER'S CONTACTS LEAVE THE LIVE FILE WITH IT -
      * A CONTACT ROW WITHOUT ITS PROVIDER IS AN ORPHAN
           PERFORM DLT-CONTACTS-RTN
      * AND SO DO ITS CREDENTIALS, FOR THE SAME REASON
           PERFORM DLT-CREDS-RTN
      * AND SO DOES ITS LINK TO A PARENT COMPANY, IF IT HAS ONE
           PERFORM DLT-PARENT-RTN
      * AND SO DOES ANY PENDING CHANGE STILL QUEUED FOR
      * APPROVAL - IT WOULD SIT ON THE PRO201 REVIEW PANEL
      * WITH NO PROVIDER LEFT TO APPLY TO
                                     TO DTREASON IN DTL01-O
           WRITE PRO2ARP-REC FROM DTL01-O AFTER ADVANCING 1 LINE.

      * QUEUE THE ARCHIVE FOR THE AP CHANGE FEED - TO AP THE
      * PROVIDER IS GONE, SO IT GOES OUT AS A DELETE. A KEY
      * COLLISION KEEPS THE LATER EVENT -----------------------
       APCHG-RTN.
           MOVE ARC-CD-DATE8         TO CHDATE  IN FPROCHG
           MOVE ARC-CD-TIME6         TO CHTIME  IN FPROCHG
           MOVE PRID   IN PRO-REC    TO CHPRID  IN FPROCHG
           MOVE 'D'                  TO CHTYPE  IN FPROCHG
           MOVE PRNAME IN PRO-REC    TO CHNAME  IN FPROCHG
           MOVE PRVEND IN PRO-REC    TO CHVEND  IN FPROCHG
           MOVE SPACES               TO CHSURV  IN FPROCHG
           MOVE SPACES               TO CHSVEND IN FPROCHG
           MOVE 'PRO2AR'             TO CHUSER  IN FPROCHG
           MOVE ZEROS                TO CHSNTDT IN FPROCHG
           WRITE CHG-REC
                INVALID KEY
                   REWRITE CHG-REC
           END-WRITE.

      * DELETE EVERY CONTACT ROW OF THE ARCHIVED PROVIDER ----
       DLT-CONTACTS-RTN.
           MOVE PRID IN PRO-REC TO PCPRID IN FPROCON
              END-IF
           END-PERFORM.

      * DELETE EVERY CREDENTIAL ROW OF THE ARCHIVED PROVIDER --
       DLT-CREDS-RTN.
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
                 DELETE PROCRD1 RECORD
              ELSE
                 SET CRD-EOF TO TRUE
              END-IF
           END-PERFORM.

      * DELETE THE ARCHIVED PROVIDER'S PARENT LINK, IF ANY --
       DLT-PARENT-RTN.
           MOVE PRID IN PRO-REC TO PPPRID IN FPROPAR
           READ PROPAR1 RECORD
                KEY IS PPPRID IN FPROPAR
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   DELETE PROPAR1 RECORD
           END-READ.

      * DELETE THE ARCHIVED PROVIDER'S PENDING CHANGE, IF ANY
       DLT-PENDING-RTN.
           MOVE PRID IN PRO-REC TO PNPRID IN FPROPND
      * CLOSE FILES ------------------------------------------
       TERM-RTN.
           CLOSE PROVIDE1 ARTMAS AUDIT1 PROARC1 PROCON1 PROPND1
                 PROCHG1 PROCRD1 PROPAR1 ACTWRK1 PRO2ARP
           DISPLAY 'PRO2AR - PROVIDERS ARCHIVED: ' ARCH-COUNT
           DISPLAY 'PRO2AR - PROVIDERS KEPT:     ' KEEP-COUNT
           MOVE 'C'                   TO RC-STAT
           MOVE 'ARCHIVED'            TO RC-LBL1
           MOVE ARCH-COUNT            TO RC-CNT1
           MOVE 'KEPT'                TO RC-LBL2
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
