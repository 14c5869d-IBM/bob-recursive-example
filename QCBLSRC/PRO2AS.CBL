       PROCESS APOST.
      ****************************************************************
      *                                                              *
      *    PROGRAMME: PRO2AS                                         *
      *    BATCH AS-OF IMAGE OF A PROVIDER, FOR AUDIT QUERIES AND    *
      *    DISPUTED INVOICES. THE CL DRIVER SUPPLIES A DATE          *
      *    (YYYYMMDD) AND EITHER ONE PROVIDER ID OR A CATEGORY.      *
      *    EACH PROVIDER STARTS FROM ITS CURRENT PROVIDE1 RECORD,    *
      *    OR ITS PROARC1 ROW IF IT HAS BEEN ARCHIVED, AND EVERY     *
      *    PROHST1 ROW WRITTEN AFTER THE DATE IS UNDONE NEWEST FIRST *
      *    (PUTTING BACK ITS BEFORE VALUE), LEAVING THE RECORD AS IT *
      *    STOOD AT CLOSE OF BUSINESS THAT DAY. A CHANGE MADE ON THE *
      *    DATE ITSELF IS THEREFORE PART OF THE IMAGE.               *
      *                                                              *
      *    EACH FIELD IS PRINTED WITH ITS VALUE THEN AND NOW; A      *
      *    FIELD CHANGED SINCE IS MARKED, WITH THE USER AND TIME OF  *
      *    THE FIRST CHANGE AFTER THE DATE AND THE NUMBER OF CHANGES *
      *    SINCE. THE SAME LINES GO TO THE ASOFIMG FLAT FILE FOR     *
      *    ATTACHING TO THE AUDIT RESPONSE.                          *
      *                                                              *
      *    A CATEGORY SELECTION READS ALL OF PROVIDE1 AND PROARC1    *
      *    AND KEEPS THE PROVIDERS WHOSE CATEGORY AS OF THE DATE     *
      *    MATCHES, SO A PROVIDER SINCE MOVED TO ANOTHER CATEGORY IS *
      *    STILL LISTED UNDER THE ONE IT HAD. A PROVIDER CREATED     *
      *    AFTER THE DATE (ITS PRID CREATION ROW ON PROHST1 IS       *
      *    LATER) OR ALREADY ARCHIVED BY THEN IS LEFT OUT OF A       *
      *    CATEGORY LIST, AND NOTED ON A SINGLE-PROVIDER ONE.        *
      *                                                              *
      *    EACH RUN IS LOGGED AT START AND END, WITH ITS KEY COUNTS, *
      *    ON THE RUNCTL1 RUN-CONTROL FILE FOR THE PRO2OP OPERATIONS *
      *    REPORT.                                                   *
      *                                                              *
      ****************************************************************

       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. PRO2AS.
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

           SELECT PROARC1  ASSIGN DATABASE-PROARC1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   PAPRID.

           SELECT PROHST1  ASSIGN DATABASE-PROHST1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   HSKEY.

           SELECT ASOFIMG  ASSIGN DATABASE-ASOFIMG
                           ORGANIZATION SEQUENTIAL.

           SELECT PRO2ASP  ASSIGN PRINTER-PRO2ASP
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

       FD  PROARC1.
       01  ARC-REC.
           COPY DDS-FPROARC IN PROARC1.

       FD  PROHST1.
       01  HST-REC.
           COPY DDS-FPROHST IN PROHST1.

      * FLAT AS-OF IMAGE FOR THE AUDIT RESPONSE - ONE RECORD PER
      * PROVIDER AND FIELD, THE SAME CONTENT AS A REPORT LINE.
      * LAYOUT IS OWNED BY THIS PROGRAM, SO IT IS DECLARED HERE
      * RATHER THAN VIA A COPYBOOK. A PROVIDER NOT YET ON FILE ON
      * THE DATE GETS ONE RECORD WITH ASEXIST 'N' AND NO FIELD.
       FD  ASOFIMG.
       01  ASOFIMG-REC.
           05  ASPRID              PIC X(6).
           05  ASASOF              PIC 9(8).
      * 'P' = IMAGED FROM PROVIDE1, 'A' = FROM PROARC1
           05  ASSRC               PIC X(1).
           05  ASARCDT             PIC 9(8).
           05  ASEXIST             PIC X(1).
           05  ASFIELD             PIC X(10).
           05  ASVALUE             PIC X(30).
           05  ASCURR              PIC X(30).
      * 'Y' = CHANGED SINCE THE DATE - USER, DATE AND TIME ARE
      * THOSE OF THE FIRST CHANGE AFTER IT
           05  ASCHG               PIC X(1).
           05  ASUSER              PIC X(10).
           05  ASCHDT              PIC 9(8).
           05  ASCHTM              PIC 9(6).
           05  ASCOUNT             PIC 9(3).

       FD  PRO2ASP.
       01  PRO2ASP-REC        PIC X(132).

       FD  RUNCTL1.
       01  RC-REC.
           COPY DDS-FRUNCTL    IN RUNCTL1.

       WORKING-STORAGE SECTION.
      *-----------------------*

       01  HDR01-OUT.
           COPY DDS-HDR01-O    IN PRO2ASP.
       01  DTL01-OUT.
           COPY DDS-DTL01-O    IN PRO2ASP.

       01  PROV-SW           PIC X.
              88 PROV-EOF    VALUE 'E'.
              88 PROV-NOF    VALUE 'N'.

       01  ARC-SW            PIC X.
              88 ARC-EOF     VALUE 'E'.
              88 ARC-NOF     VALUE 'N'.

       01  HST-SW            PIC X.
              88 HST-EOF     VALUE 'E'.
              88 HST-NOF     VALUE 'N'.

       01  AS-DATE           PIC 9(8)    VALUE 0.
       01  AS-SEL-PRID       PIC X(6)    VALUE SPACES.
       01  AS-SEL-CAT        PIC X(3)    VALUE SPACES.

      * THE PROVIDER BEING IMAGED - WHERE IT CAME FROM, WHEN IT
      * WAS ARCHIVED (ZERO WHEN STILL ON PROVIDE1) AND WHETHER IT
      * WAS ON FILE AT ALL ON THE DATE
       01  AS-PRID           PIC X(6).
       01  AS-SRC            PIC X.
              88 AS-SRC-PROV VALUE 'P'.
              88 AS-SRC-ARC  VALUE 'A'.
       01  AS-ARCDT          PIC 9(8).
       01  AS-EXIST-SW       PIC X.
              88 AS-EXISTED  VALUE 'Y'.
              88 AS-NOT-YET  VALUE 'N'.
       01  AS-ROLL-CAT       PIC X(3).

       01  IMAGE-COUNT       PIC 9(5)    COMP-3    VALUE 0.
       01  ROLL-COUNT        PIC 9(7)    COMP-3    VALUE 0.

      * THE FIELDS PRO201, PRO2MC AND PRO2MG RECORD ON PROHST1,
      * BY THEIR HSFIELD NAME. PRCAT MUST STAY ENTRY 8 - THE
      * CATEGORY SELECTION READS IT FROM THERE
       01  FLD-NAMES.
           05  FILLER        PIC X(10)   VALUE 'PRNAME'.
           05  FILLER        PIC X(10)   VALUE 'PRADDR'.
           05  FILLER        PIC X(10)   VALUE 'PRCITY'.
           05  FILLER        PIC X(10)   VALUE 'PRSTATE'.
           05  FILLER        PIC X(10)   VALUE 'PRZIP'.
           05  FILLER        PIC X(10)   VALUE 'PRPHONE'.
           05  FILLER        PIC X(10)   VALUE 'PRSTAT'.
           05  FILLER        PIC X(10)   VALUE 'PRCAT'.
           05  FILLER        PIC X(10)   VALUE 'PRVEND'.
       01  FLD-NAMES-R       REDEFINES FLD-NAMES.
           05  FN-NAME       PIC X(10)   OCCURS 9 TIMES.

       01  FLD-MAX           PIC 9(3)    COMP-3    VALUE 9.
       01  F                 PIC 9(3)    COMP-3.

      * PER FIELD - THE VALUE AS OF THE DATE, THE VALUE NOW, AND
      * THE FIRST CHANGE AFTER THE DATE WITH THE COUNT SINCE
       01  FLD-TBL.
           05  FLD-ENT       OCCURS 9 TIMES.
               10  FT-ASOF       PIC X(30).
               10  FT-CURR       PIC X(30).
               10  FT-USER       PIC X(10).
               10  FT-DATE       PIC 9(8).
               10  FT-TIME       PIC 9(6).
               10  FT-COUNT      PIC 9(3)    COMP-3.

      * RUN CONTROL - THIS RUN'S ROW ON RUNCTL1. RC-UPD IS 'Y'
      * WHEN THE RUN UPDATES PROVIDE1; RC-CHK IS 'Y' WHEN IT MAY
      * NOT START WHILE ANOTHER PROGRAM'S PROVIDE1 UPDATE IS IN
      * FLIGHT. RC-STAT, THE COUNTS AND RC-MSG ARE SET BEFORE
      * THE ROW IS CLOSED OFF (KEPT IN STEP ACROSS THE BATCH
      * PROGRAMS)
       01  RC-SW             PIC X.
              88 RC-EOF      VALUE 'E'.
              88 RC-NOF      VALUE 'N'.
       01  RC-PGM            PIC X(10)   VALUE 'PRO2AS'.
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
           IF AS-SEL-PRID NOT = SPACES
              PERFORM ONE-RTN
           ELSE
              PERFORM CAT-RTN
           END-IF
           PERFORM TERM-RTN
           STOP RUN.

      * PICK UP THE DATE AND THE SELECTION FROM THE DRIVER,
      * OPEN FILES AND PRINT THE REPORT HEADER ---------------
       INIT-RTN.
           ACCEPT AS-DATE
           ACCEPT AS-SEL-PRID
           ACCEPT AS-SEL-CAT
           MOVE AS-DATE            TO RC-PARM (1:8)
           MOVE AS-SEL-PRID        TO RC-PARM (10:6)
           MOVE AS-SEL-CAT         TO RC-PARM (17:3)
           PERFORM RC-START-RTN
           IF AS-DATE = 0
              DISPLAY 'PRO2AS - NO AS-OF DATE SUPPLIED - ENDED'
              MOVE 'R'                        TO RC-STAT
              MOVE 'NO AS-OF DATE SUPPLIED'   TO RC-MSG
              PERFORM RC-END-RTN
              STOP RUN
           END-IF
           IF AS-SEL-PRID = SPACES AND AS-SEL-CAT = SPACES
              DISPLAY 'PRO2AS - NO PROVIDER OR CATEGORY SUPPLIED'
                      ' - ENDED'
              MOVE 'R'                        TO RC-STAT
              MOVE 'NO PROVIDER OR CATEGORY SUPPLIED'
                                              TO RC-MSG
              PERFORM RC-END-RTN
              STOP RUN
           END-IF
           OPEN INPUT  PROVIDE1
                INPUT  PROARC1
                INPUT  PROHST1
                OUTPUT ASOFIMG
                OUTPUT PRO2ASP
           MOVE AS-DATE TO HDASOF IN HDR01-O
           WRITE PRO2ASP-REC FROM HDR01-O AFTER ADVANCING PAGE.

      * ONE PROVIDER - FROM PROVIDE1, OR FROM THE ARCHIVE WHEN
      * IT IS NO LONGER ON PROVIDE1 ---------------------------
       ONE-RTN.
           MOVE AS-SEL-PRID TO EXTERNALLY-DESCRIBED-KEY IN FPROV
           READ PROVIDE1 RECORD
                KEY IS EXTERNALLY-DESCRIBED-KEY
                INVALID KEY
                   SET PROV-EOF TO TRUE
                NOT INVALID KEY
                   SET PROV-NOF TO TRUE
           END-READ
           IF PROV-NOF
              PERFORM LOAD-PROV-RTN
              PERFORM ROLL-RTN
              PERFORM IMAGE-RTN
           ELSE
              MOVE AS-SEL-PRID TO PAPRID IN FPROARC
              READ PROARC1 RECORD
                   KEY IS PAPRID IN FPROARC
                   INVALID KEY
                      SET ARC-EOF TO TRUE
                   NOT INVALID KEY
                      SET ARC-NOF TO TRUE
              END-READ
              IF ARC-NOF
                 PERFORM LOAD-ARC-RTN
                 PERFORM ROLL-RTN
                 PERFORM IMAGE-RTN
              ELSE
                 MOVE SPACES            TO DTL01-OUT
                 MOVE AS-SEL-PRID       TO DTPRID  IN DTL01-O
                 MOVE 'NOT ON FILE'     TO DTFIELD IN DTL01-O
                 MOVE 'NOT ON PROVIDE1 OR PROARC1'
                                        TO DTASOF  IN DTL01-O
                 WRITE PRO2ASP-REC FROM DTL01-O
                       AFTER ADVANCING 2 LINES
              END-IF
           END-IF.

      * A CATEGORY - EVERY LIVE PROVIDER, THEN EVERY ARCHIVED
      * ONE, KEPT WHEN ITS CATEGORY ON THE DATE MATCHES --------
       CAT-RTN.
           MOVE LOW-VALUES TO EXTERNALLY-DESCRIBED-KEY IN FPROV
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
                 PERFORM LOAD-PROV-RTN
                 PERFORM CAT-ONE-RTN
              END-IF
           END-PERFORM
           MOVE LOW-VALUES TO PAPRID IN FPROARC
           START PROARC1 KEY IS NOT LESS THAN PAPRID
                 INVALID KEY     SET ARC-EOF TO TRUE
                 NOT INVALID KEY SET ARC-NOF TO TRUE
           END-START
           PERFORM UNTIL ARC-EOF
              READ PROARC1 NEXT
                   AT END SET ARC-EOF TO TRUE
              END-READ
              IF ARC-NOF
                 PERFORM LOAD-ARC-RTN
                 PERFORM CAT-ONE-RTN
              END-IF
           END-PERFORM
           IF IMAGE-COUNT = 0
              MOVE SPACES               TO DTL01-OUT
              MOVE 'NO PROVIDER'        TO DTFIELD IN DTL01-O
              MOVE 'IN THIS CATEGORY ON THIS DATE'
                                        TO DTASOF  IN DTL01-O
              WRITE PRO2ASP-REC FROM DTL01-O AFTER ADVANCING 2 LINES
           END-IF.

      * ROLL ONE PROVIDER BACK AND KEEP IT WHEN IT WAS ON FILE
      * ON THE DATE UNDER THE SELECTED CATEGORY ---------------
       CAT-ONE-RTN.
           PERFORM ROLL-RTN
           IF AS-EXISTED
              AND (AS-ARCDT = 0 OR AS-ARCDT > AS-DATE)
              AND AS-ROLL-CAT = AS-SEL-CAT
              PERFORM IMAGE-RTN
           END-IF.

      * TAKE THE CURRENT VALUES FROM PROVIDE1 -----------------
       LOAD-PROV-RTN.
           SET AS-SRC-PROV TO TRUE
           MOVE 0                    TO AS-ARCDT
           MOVE PRID    IN FPROV     TO AS-PRID
           MOVE PRNAME  IN FPROV     TO FT-CURR (1)
           MOVE PRADDR  IN FPROV     TO FT-CURR (2)
           MOVE PRCITY  IN FPROV     TO FT-CURR (3)
           MOVE PRSTATE IN FPROV     TO FT-CURR (4)
           MOVE PRZIP   IN FPROV     TO FT-CURR (5)
           MOVE PRPHONE IN FPROV     TO FT-CURR (6)
           MOVE PRSTAT  IN FPROV     TO FT-CURR (7)
           MOVE PRCAT   IN FPROV     TO FT-CURR (8)
           MOVE PRVEND  IN FPROV     TO FT-CURR (9).

      * TAKE THE CURRENT VALUES FROM THE ARCHIVE ROW ----------
       LOAD-ARC-RTN.
           SET AS-SRC-ARC TO TRUE
           MOVE PAARCDT IN FPROARC   TO AS-ARCDT
           MOVE PAPRID  IN FPROARC   TO AS-PRID
           MOVE PANAME  IN FPROARC   TO FT-CURR (1)
           MOVE PAADDR  IN FPROARC   TO FT-CURR (2)
           MOVE PACITY  IN FPROARC   TO FT-CURR (3)
           MOVE PASTATE IN FPROARC   TO FT-CURR (4)
           MOVE PAZIP   IN FPROARC   TO FT-CURR (5)
           MOVE PAPHONE IN FPROARC   TO FT-CURR (6)
           MOVE PASTAT  IN FPROARC   TO FT-CURR (7)
           MOVE PACAT   IN FPROARC   TO FT-CURR (8)
           MOVE PAVEND  IN FPROARC   TO FT-CURR (9).

      * START FROM THE CURRENT VALUES AND UNDO EVERY HISTORY ROW
      * LATER THAN THE DATE. HSDATE AND HSTIME ARE DESCENDING IN
      * THE DDS KEY, SO THE PROVIDER'S ROWS COME NEWEST FIRST
      * FROM AN ALL-NINES START (AS ON PRO2HL) AND THE FIRST ROW
      * ON OR BEFORE THE DATE ENDS THE SCAN --------------------
       ROLL-RTN.
           SET AS-EXISTED TO TRUE
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > FLD-MAX
              MOVE FT-CURR (F)  TO FT-ASOF (F)
              MOVE SPACES       TO FT-USER (F)
              MOVE 0            TO FT-DATE (F)
                                   FT-TIME (F)
                                   FT-COUNT (F)
           END-PERFORM
           MOVE LOW-VALUES TO HSKEY IN FPROHST
           MOVE AS-PRID    TO HSPRID IN FPROHST
           MOVE 99999999   TO HSDATE IN FPROHST
           MOVE 999999     TO HSTIME IN FPROHST
           START PROHST1 KEY IS NOT LESS THAN HSKEY
                 INVALID KEY     SET HST-EOF TO TRUE
                 NOT INVALID KEY SET HST-NOF TO TRUE
           END-START
           PERFORM UNTIL HST-EOF
              READ PROHST1 NEXT
                   AT END SET HST-EOF TO TRUE
              END-READ
              IF HST-NOF
                 IF HSPRID IN FPROHST NOT = AS-PRID
                    OR HSDATE IN FPROHST NOT > AS-DATE
                    SET HST-EOF TO TRUE
                 ELSE
                    PERFORM UNDO-RTN
                 END-IF
              END-IF
           END-PERFORM
           MOVE FT-ASOF (8) TO AS-ROLL-CAT.

      * UNDO ONE HISTORY ROW. A PRID ROW WITH NO BEFORE VALUE IS
      * THE CREATION ROW (PRO201 CRT02, PRO2OB), SO THE PROVIDER
      * WAS NOT YET ON FILE; A PRID ROW WITH ONE IS A MERGE AND
      * IS COVERED BY THE ARCHIVE DATE. ANY OTHER ROW PUTS BACK
      * ITS BEFORE VALUE - ROWS ARRIVE NEWEST FIRST, SO THE LAST
      * ONE APPLIED IS THE FIRST CHANGE AFTER THE DATE ---------
       UNDO-RTN.
           ADD 1 TO ROLL-COUNT
           IF HSFIELD IN FPROHST = 'PRID'
              IF HSOLD IN FPROHST = SPACES
                 SET AS-NOT-YET TO TRUE
              END-IF
           ELSE
              PERFORM VARYING F FROM 1 BY 1 UNTIL F > FLD-MAX
                 IF FN-NAME (F) = HSFIELD IN FPROHST
                    MOVE HSOLD  IN FPROHST TO FT-ASOF (F)
                    MOVE HSUSER IN FPROHST TO FT-USER (F)
                    MOVE HSDATE IN FPROHST TO FT-DATE (F)
                    MOVE HSTIME IN FPROHST TO FT-TIME (F)
                    ADD 1 TO FT-COUNT (F)
                    MOVE FLD-MAX TO F
                 END-IF
              END-PERFORM
           END-IF.

      * PRINT AND WRITE THE IMAGE - A SOURCE LINE, THEN ONE LINE
      * PER FIELD ---------------------------------------------
       IMAGE-RTN.
           ADD 1 TO IMAGE-COUNT
           MOVE SPACES               TO DTL01-OUT
           MOVE AS-PRID              TO DTPRID  IN DTL01-O
           MOVE 'SOURCE'             TO DTFIELD IN DTL01-O
           IF AS-SRC-PROV
              MOVE 'PROVIDE1'        TO DTASOF  IN DTL01-O
           ELSE
              MOVE 'PROARC1'         TO DTASOF  IN DTL01-O
           END-IF
           EVALUATE TRUE
             WHEN AS-NOT-YET
               MOVE 'NOT YET ON FILE ON THIS DATE'
                                     TO DTCURR  IN DTL01-O
             WHEN AS-ARCDT NOT = 0 AND AS-ARCDT NOT > AS-DATE
               MOVE 'ALREADY ARCHIVED ON THIS DATE'
                                     TO DTCURR  IN DTL01-O
               MOVE AS-ARCDT         TO DTDATE  IN DTL01-O
             WHEN AS-ARCDT NOT = 0
               MOVE 'ARCHIVED SINCE' TO DTCURR  IN DTL01-O
               MOVE AS-ARCDT         TO DTDATE  IN DTL01-O
           END-EVALUATE
           WRITE PRO2ASP-REC FROM DTL01-O AFTER ADVANCING 2 LINES
           MOVE SPACES               TO ASOFIMG-REC
           MOVE AS-PRID              TO ASPRID
           MOVE AS-DATE              TO ASASOF
           MOVE AS-SRC               TO ASSRC
           MOVE AS-ARCDT             TO ASARCDT
           MOVE AS-EXIST-SW          TO ASEXIST
           IF AS-NOT-YET
              MOVE 'N'               TO ASCHG
              MOVE 0                 TO ASCHDT ASCHTM ASCOUNT
              WRITE ASOFIMG-REC
           ELSE
              PERFORM VARYING F FROM 1 BY 1 UNTIL F > FLD-MAX
                 PERFORM FIELD-OUT-RTN
              END-PERFORM
           END-IF.

      * ONE FIELD OF THE IMAGE, MARKED WHEN CHANGED SINCE -----
       FIELD-OUT-RTN.
           MOVE SPACES               TO DTL01-OUT
           MOVE FN-NAME (F)          TO DTFIELD IN DTL01-O
           MOVE FT-ASOF (F)          TO DTASOF  IN DTL01-O
           MOVE FT-CURR (F)          TO DTCURR  IN DTL01-O
           MOVE FN-NAME (F)          TO ASFIELD
           MOVE FT-ASOF (F)          TO ASVALUE
           MOVE FT-CURR (F)          TO ASCURR
           MOVE FT-USER (F)          TO ASUSER
           MOVE FT-DATE (F)          TO ASCHDT
           MOVE FT-TIME (F)          TO ASCHTM
           MOVE FT-COUNT (F)         TO ASCOUNT
           IF FT-COUNT (F) > 0
              MOVE '*'               TO DTMARK  IN DTL01-O
              MOVE FT-USER (F)       TO DTUSER  IN DTL01-O
              MOVE FT-DATE (F)       TO DTDATE  IN DTL01-O
              MOVE FT-TIME (F)       TO DTTIME  IN DTL01-O
              MOVE FT-COUNT (F)      TO DTCOUNT IN DTL01-O
              MOVE 'Y'               TO ASCHG
           ELSE
              MOVE 'N'               TO ASCHG
           END-IF
           WRITE PRO2ASP-REC FROM DTL01-O AFTER ADVANCING 1 LINE
           WRITE ASOFIMG-REC.

      * CLOSE FILES ------------------------------------------
       TERM-RTN.
           CLOSE PROVIDE1 PROARC1 PROHST1 ASOFIMG PRO2ASP
           DISPLAY 'PRO2AS - PROVIDERS IMAGED: ' IMAGE-COUNT
           DISPLAY 'PRO2AS - HISTORY ROWS UNDONE: ' ROLL-COUNT
           MOVE 'C'                   TO RC-STAT
           MOVE 'IMAGED'              TO RC-LBL1
           MOVE IMAGE-COUNT           TO RC-CNT1
           MOVE 'UNDONE'              TO RC-LBL2
           MOVE ROLL-COUNT            TO RC-CNT2
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
