       PROCESS APOST.
      ****************************************************************
      *                                                              *
      *    PROGRAMME: PRO2OB                                         *
      *    BATCH ONBOARDING LOAD OF NEW PROVIDERS FROM THE           *
      *    PROCUREMENT INTAKE FILE (PROINT), IN PLACE OF KEYING      *
      *    EACH ONE THROUGH PRO201 OPTION 1. EVERY INTAKE ROW GETS   *
      *    THE EDITS THE PRO201 SAVE MAKES (CATEGORY AGAINST         *
      *    CATREF1, STATE AGAINST STAREF1, ZIP AND PHONE FORMATS)    *
      *    PLUS A REQUIRED NAME AND PRIMARY CONTACT NAME, AND IS     *
      *    SCREENED FOR SUSPECTED DUPLICATES ON THE THREE PRO2DP     *
      *    RULES - SAME PHONE, SAME ZIP AND NAME PREFIX, SAME        *
      *    ADDRESS AND CITY - AGAINST PROVIDE1 AND AGAINST THE       *
      *    EARLIER ROWS OF THE SAME INTAKE FILE. ONE SORT PASS PER   *
      *    RULE (THE PRO2DP PATTERN) GROUPS THE PROVIDERS ON FILE    *
      *    WITH THE INTAKE ROWS, AND EVERY INTAKE ROW THAT IS NOT    *
      *    FIRST IN ITS GROUP IS FLAGGED ON THE DUPWRK1 WORK FILE    *
      *    UNDER THE FIRST RULE THAT CAUGHT IT.                      *
      *                                                              *
      *    A CLEAN ROW IS GIVEN THE NEXT FREE NUMERIC PRID (ABOVE    *
      *    THE HIGHEST ON PROVIDE1 OR THE ARCHIVE) AND WRITTEN TO    *
      *    PROVIDE1 ACTIVE, WITH ITS CONTACT AS SEQUENCE 001 ON      *
      *    PROCON1, A CREATION ROW ON THE CHANGE HISTORY (PROHST1)   *
      *    AND AN OPTION-1 ROW ON THE AUDIT LOG (AUDIT1). A ROW      *
      *    THAT FAILS AN EDIT OR LOOKS LIKE A DUPLICATE IS NOT       *
      *    LOADED - IT IS WRITTEN AS RECEIVED TO THE ERROR FILE      *
      *    (PROERR) WITH THE REASON AND THE MATCHING PROVIDER, FOR   *
      *    PROCUREMENT TO CORRECT AND RESUBMIT. THE REPORT LISTS     *
      *    EVERY ROW AND WHAT BECAME OF IT.                          *
      *                                                              *
      *    THE CL DRIVER SUPPLIES THE SUBMITTING USER PROFILE; THE   *
      *    LOAD IS REFUSED BEFORE ANY ROW IS READ UNLESS THAT        *
      *    PROFILE HOLDS BOTH THE BATCH AUTHORITY AND THE CREATE     *
      *    AUTHORITY ON USRREF1 (MAINTAINED ON PRO202), SINCE EVERY  *
      *    ROW LOADED IS A PROVIDER CREATED.                         *
      *                                                              *
      *    EACH RUN IS LOGGED AT START AND END, WITH ITS KEY COUNTS, *
      *    ON THE RUNCTL1 RUN-CONTROL FILE FOR THE PRO2OP OPERATIONS *
      *    REPORT, AND IS REFUSED BEFORE PROVIDE1 IS TOUCHED WHILE   *
      *    ANOTHER PROGRAM'S PROVIDE1 UPDATE IS STILL IN FLIGHT      *
      *    THERE.                                                    *
      *                                                              *
      ****************************************************************

       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. PRO2OB.
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

           SELECT PROCON1  ASSIGN DATABASE-PROCON1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   PCKEY.

           SELECT PROHST1  ASSIGN DATABASE-PROHST1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   HSKEY.

           SELECT AUDIT1   ASSIGN DATABASE-AUDIT1
                           ORGANIZATION SEQUENTIAL.

           SELECT CATREF1  ASSIGN DATABASE-CATREF1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   CATCODE.

           SELECT STAREF1  ASSIGN DATABASE-STAREF1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   STCODE.

           SELECT PROINT   ASSIGN DATABASE-PROINT
                           ORGANIZATION SEQUENTIAL.

           SELECT PROERR   ASSIGN DATABASE-PROERR
                           ORGANIZATION SEQUENTIAL.

           SELECT DUPWRK1  ASSIGN DATABASE-DUPWRK1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   DWROW.

           SELECT SORTFILE ASSIGN DATABASE-SORTWK01.

           SELECT PRO2OBP  ASSIGN PRINTER-PRO2OBP
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

       FILE SECTION.
      *------------*

       FD  PROVIDE1.
       01  PRO-REC.
           COPY DDS-FPROV IN PROVIDE1.

       FD  PROARC1.
       01  ARC-REC.
           COPY DDS-FPROARC IN PROARC1.

       FD  PROCON1.
       01  CON-REC.
           COPY DDS-FPROCON IN PROCON1.

       FD  PROHST1.
       01  HST-REC.
           COPY DDS-FPROHST IN PROHST1.

       FD  AUDIT1.
       01  AUD-REC.
           COPY DDS-FAUDIT IN AUDIT1.

       FD  CATREF1.
       01  CAT-REC.
           COPY DDS-FCATREF IN CATREF1.

       FD  STAREF1.
       01  STA-REC.
           COPY DDS-FSTAREF IN STAREF1.

      * FLAT INTAKE RECORD FROM PROCUREMENT - LAYOUT IS OWNED BY
      * THE INTERFACE, NOT BY A DDS SOURCE, SO IT IS DECLARED
      * DIRECTLY (AS APCONF IS IN PRO2AP). ONE NEW PROVIDER PER
      * ROW WITH ITS PRIMARY CONTACT; INREF IS PROCUREMENT'S OWN
      * REFERENCE, CARRIED BACK ON THE ERROR FILE.
       FD  PROINT.
       01  PROINT-REC.
           05  INREF               PIC X(10).
           05  INNAME              PIC X(30).
           05  INADDR              PIC X(30).
           05  INCITY              PIC X(20).
           05  INSTATE             PIC X(2).
           05  INZIP               PIC X(10).
           05  INPHONE             PIC X(15).
           05  INCAT               PIC X(3).
           05  INCNAME             PIC X(30).
           05  INCROLE             PIC X(15).
           05  INCPHONE            PIC X(15).
           05  INCEMAIL            PIC X(40).

      * ERROR FILE BACK TO PROCUREMENT - THE INTAKE ROW AS
      * RECEIVED, FOLLOWED BY ITS ROW NUMBER, WHY IT WAS NOT
      * LOADED AND, FOR A SUSPECTED DUPLICATE, THE PRID (OR THE
      * EARLIER INTAKE ROW) IT MATCHED
       FD  PROERR.
       01  PROERR-REC.
           05  OEDATA              PIC X(220).
           05  OEROW               PIC 9(5).
      * E = FAILED AN EDIT, D = SUSPECTED DUPLICATE
           05  OECODE              PIC X(1).
           05  OEREASON            PIC X(35).
           05  OEMATCH             PIC X(10).

      * ONE ROW PER INTAKE ROW SUSPECTED OF DUPLICATING A
      * PROVIDER ON FILE OR AN EARLIER INTAKE ROW, KEYED BY THE
      * INTAKE ROW NUMBER - THE FIRST RULE TO CATCH A ROW KEEPS
      * IT, AS PRO2DP PRINTS A PAIR UNDER THE FIRST RULE ONLY
       FD  DUPWRK1.
       01  DUPWRK-REC.
           05  DWROW               PIC 9(5).
           05  DWRULE              PIC 9(1).
           05  DWPRID              PIC X(6).
           05  DWMROW              PIC 9(5).

       SD  SORTFILE.
       01  SRT-REC.
           05  SRPHONE             PIC X(15).
           05  SRZIP               PIC X(10).
           05  SRNPFX              PIC X(10).
           05  SRADDR              PIC X(30).
           05  SRCITY              PIC X(20).
      * 1 = PROVIDER ON FILE, 2 = INTAKE ROW - THE PROVIDERS ON
      * FILE SORT FIRST IN A GROUP, SO ONE OF THEM IS THE ANCHOR
      * WHENEVER THE GROUP HAS ONE
           05  SRTAG               PIC X(1).
           05  SRROW               PIC 9(5).
           05  SRPRID              PIC X(6).

       FD  PRO2OBP.
       01  PRO2OBP-REC        PIC X(132).

       FD  USRREF1.
       01  USR-REC.
           COPY DDS-FUSRREF    IN USRREF1.

       FD  RUNCTL1.
       01  RC-REC.
           COPY DDS-FRUNCTL    IN RUNCTL1.

       WORKING-STORAGE SECTION.
      *-----------------------*

       01  HDR01-OUT.
           COPY DDS-HDR01-O    IN PRO2OBP.
       01  DTL01-OUT.
           COPY DDS-DTL01-O    IN PRO2OBP.

       01  PROV-SW           PIC X.
              88 PROV-EOF    VALUE 'E'.
              88 PROV-NOF    VALUE 'N'.

       01  ARC-SW            PIC X.
              88 ARC-EOF     VALUE 'E'.
              88 ARC-NOF     VALUE 'N'.

       01  INT-SW            PIC X.
              88 INT-EOF     VALUE 'E'.
              88 INT-NOF     VALUE 'N'.

       01  RET-SW            PIC X.
              88 RET-EOF     VALUE 'E'.
              88 RET-NOF     VALUE 'N'.

      * WHICH RULE THE PASS IN FLIGHT IS RUNNING - IT PICKS THE
      * RELEASE FILTER AND THE GROUP KEY
       01  CUR-RULE          PIC 9(1)    VALUE 0.
              88 RULE-PHONE  VALUE 1.
              88 RULE-ZIP    VALUE 2.
              88 RULE-ADDR   VALUE 3.

      * KEY OF THE GROUP BEING WALKED AND THE GROUP'S FIRST
      * MEMBER - EVERY LATER INTAKE ROW IN IT IS A SUSPECT
       01  CUR-KEY           PIC X(50).
       01  NEW-KEY           PIC X(50).
       01  ANC-TAG           PIC X(1).
       01  ANC-PRID          PIC X(6).
       01  ANC-ROW           PIC 9(5).

      * INTAKE ROW NUMBER - COUNTED THE SAME WAY ON EVERY PASS
      * OVER PROINT, SO IT IDENTIFIES A ROW ACROSS THE PASSES
       01  OB-ROW            PIC 9(5)    VALUE 0.

       01  OB-SW             PIC X.
              88 OB-OK       VALUE 'Y'.
              88 OB-BAD      VALUE 'N'.

       01  ADD-SW            PIC X.
              88 ADD-DONE    VALUE 'Y'.
              88 ADD-NOTYET  VALUE 'N'.

       01  OB-REASON         PIC X(35).
       01  OB-MATCH          PIC X(10).
       01  OB-MATCH-ROW.
           05  FILLER            PIC X(4)    VALUE 'ROW '.
           05  OB-MATCH-ROWNO    PIC 9(5).
           05  FILLER            PIC X(1)    VALUE SPACE.

      * HIGHEST NUMERIC PRID ON PROVIDE1 OR THE ARCHIVE - A NEW
      * PROVIDER TAKES THE NEXT ONE, SO A NUMBER IS NEVER REUSED
      * WHILE AN ARCHIVED PROVIDER COULD STILL BE RESTORED
       01  OB-LAST-ID        PIC 9(6)    VALUE 0.
       01  OB-NEW-PRID       PIC X(6).

      * USER PROFILE THE RUN WAS SUBMITTED UNDER - CHECKED ON
      * USRREF1 BEFORE ANYTHING IS UPDATED
       01  OB-RUN-USER       PIC X(10)   VALUE SPACES.

       01  ROW-COUNT         PIC 9(5)    COMP-3    VALUE 0.
       01  LOAD-COUNT        PIC 9(5)    COMP-3    VALUE 0.
       01  REJECT-COUNT      PIC 9(5)    COMP-3    VALUE 0.
       01  DUP-COUNT         PIC 9(5)    COMP-3    VALUE 0.

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

       01  OB-CURR-DATE.
           05  OB-CD-DATE8       PIC 9(8).
           05  OB-CD-TIME6       PIC 9(6).
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
       01  RC-PGM            PIC X(10)   VALUE 'PRO2OB'.
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
           MOVE 1 TO CUR-RULE
           SORT SORTFILE ON ASCENDING KEY SRPHONE SRTAG SRROW
                                          SRPRID
                INPUT  PROCEDURE IS SEL-RTN
                OUTPUT PROCEDURE IS DUP-SCAN-RTN
           MOVE 2 TO CUR-RULE
           SORT SORTFILE ON ASCENDING KEY SRZIP SRNPFX SRTAG SRROW
                                          SRPRID
                INPUT  PROCEDURE IS SEL-RTN
                OUTPUT PROCEDURE IS DUP-SCAN-RTN
           MOVE 3 TO CUR-RULE
           SORT SORTFILE ON ASCENDING KEY SRADDR SRCITY SRTAG SRROW
                                          SRPRID
                INPUT  PROCEDURE IS SEL-RTN
                OUTPUT PROCEDURE IS DUP-SCAN-RTN
           PERFORM LOAD-RTN
           PERFORM TERM-RTN
           STOP RUN.

      * OPEN FILES, FIND THE HIGHEST PRID IN USE AND PRINT THE
      * REPORT HEADER -------------------------------------
       INIT-RTN.
           ACCEPT OB-RUN-USER
           MOVE OB-RUN-USER        TO RC-USER
           PERFORM RC-START-RTN
           PERFORM USRCHK-RTN
           MOVE FUNCTION CURRENT-DATE TO OB-CURR-DATE
           OPEN I-O    PROVIDE1
                INPUT  PROARC1
                I-O    PROCON1
                I-O    PROHST1
                EXTEND AUDIT1
                INPUT  CATREF1
                INPUT  STAREF1
                OUTPUT PROERR
                OUTPUT DUPWRK1
                OUTPUT PRO2OBP
           PERFORM LASTID-RTN
           WRITE PRO2OBP-REC FROM HDR01-O AFTER ADVANCING PAGE.

      * THE LOAD NEEDS A SUBMITTING PROFILE HOLDING BOTH THE
      * BATCH AND THE CREATE AUTHORITY ON USRREF1 - REFUSED
      * BEFORE ANY UPDATE -----
       USRCHK-RTN.
           IF OB-RUN-USER = SPACES
              DISPLAY 'PRO2OB - NO SUBMITTING USER SUPPLIED - ENDED'
              MOVE 'R'                        TO RC-STAT
              MOVE 'NO SUBMITTING USER SUPPLIED'
                                              TO RC-MSG
              PERFORM RC-END-RTN
              STOP RUN
           END-IF
           OPEN INPUT USRREF1
           MOVE OB-RUN-USER TO URUSER IN FUSRREF
           READ USRREF1 RECORD
                KEY IS URUSER IN FUSRREF
                INVALID KEY
                   MOVE SPACES TO USR-REC
           END-READ
           CLOSE USRREF1
           IF URBAT IN FUSRREF NOT = 'Y'
              OR URCRT IN FUSRREF NOT = 'Y'
              DISPLAY 'PRO2OB - ' OB-RUN-USER
                      ' NOT AUTHORIZED TO RUN - ENDED'
              MOVE 'R'                        TO RC-STAT
              MOVE 'USER NOT AUTHORIZED TO RUN'
                                              TO RC-MSG
              PERFORM RC-END-RTN
              STOP RUN
           END-IF.

      * HIGHEST ALL-NUMERIC PRID ON PROVIDE1 AND ON PROARC1 ---
       LASTID-RTN.
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
              IF PROV-NOF AND PRID IN PRO-REC IS NUMERIC
                 IF PRID IN PRO-REC > OB-LAST-ID
                    MOVE PRID IN PRO-REC TO OB-LAST-ID
                 END-IF
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
              IF ARC-NOF AND PAPRID IN FPROARC IS NUMERIC
                 IF PAPRID IN FPROARC > OB-LAST-ID
                    MOVE PAPRID IN FPROARC TO OB-LAST-ID
                 END-IF
              END-IF
           END-PERFORM.

      * SORT INPUT - RELEASE EVERY PROVIDER ON FILE AND EVERY
      * INTAKE ROW CARRYING THE FIELD THE RULE IN FLIGHT GROUPS
      * ON (A BLANK FIELD WOULD ONLY GROUP THE BLANKS) --------
       SEL-RTN.
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
                 EVALUATE TRUE
                   WHEN RULE-PHONE
                     IF PRPHONE IN PRO-REC NOT = SPACES
                        PERFORM REL-PROV-RTN
                     END-IF
                   WHEN RULE-ZIP
                     IF PRZIP IN PRO-REC NOT = SPACES
                        PERFORM REL-PROV-RTN
                     END-IF
                   WHEN RULE-ADDR
                     IF PRADDR IN PRO-REC NOT = SPACES
                        PERFORM REL-PROV-RTN
                     END-IF
                 END-EVALUATE
              END-IF
           END-PERFORM
           MOVE 0 TO OB-ROW
           OPEN INPUT PROINT
           SET INT-NOF TO TRUE
           PERFORM UNTIL INT-EOF
              READ PROINT
                   AT END SET INT-EOF TO TRUE
              END-READ
              IF INT-NOF
                 ADD 1 TO OB-ROW
                 EVALUATE TRUE
                   WHEN RULE-PHONE
                     IF INPHONE NOT = SPACES
                        PERFORM REL-INT-RTN
                     END-IF
                   WHEN RULE-ZIP
                     IF INZIP NOT = SPACES
                        PERFORM REL-INT-RTN
                     END-IF
                   WHEN RULE-ADDR
                     IF INADDR NOT = SPACES
                        PERFORM REL-INT-RTN
                     END-IF
                 END-EVALUATE
              END-IF
           END-PERFORM
           CLOSE PROINT.

       REL-PROV-RTN.
           MOVE PRPHONE IN PRO-REC      TO SRPHONE
           MOVE PRZIP   IN PRO-REC      TO SRZIP
           MOVE PRNAME  IN PRO-REC (1:10) TO SRNPFX
           MOVE PRADDR  IN PRO-REC      TO SRADDR
           MOVE PRCITY  IN PRO-REC      TO SRCITY
           MOVE '1'                     TO SRTAG
           MOVE 0                       TO SRROW
           MOVE PRID    IN PRO-REC      TO SRPRID
           RELEASE SRT-REC.

       REL-INT-RTN.
           MOVE INPHONE                 TO SRPHONE
           MOVE INZIP                   TO SRZIP
           MOVE INNAME (1:10)           TO SRNPFX
           MOVE INADDR                  TO SRADDR
           MOVE INCITY                  TO SRCITY
           MOVE '2'                     TO SRTAG
           MOVE OB-ROW                  TO SRROW
           MOVE SPACES                  TO SRPRID
           RELEASE SRT-REC.

      * SORT OUTPUT - WALK THE GROUPS ON THE RULE IN FLIGHT.
      * AN INTAKE ROW THAT IS NOT FIRST IN ITS GROUP MATCHES
      * THE GROUP'S FIRST MEMBER - A PROVIDER ON FILE WHEN THE
      * GROUP HAS ONE, OTHERWISE THE EARLIEST INTAKE ROW -----
       DUP-SCAN-RTN.
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
                 MOVE SRTAG   TO ANC-TAG
                 MOVE SRPRID  TO ANC-PRID
                 MOVE SRROW   TO ANC-ROW
              ELSE
                 IF SRTAG = '2'
                    PERFORM DUP-FLAG-RTN
                 END-IF
              END-IF
              RETURN SORTFILE
                   AT END SET RET-EOF TO TRUE
                   NOT AT END SET RET-NOF TO TRUE
              END-RETURN
           END-PERFORM.

      * FLAG THE INTAKE ROW - A ROW ALREADY FLAGGED BY AN
      * EARLIER RULE KEEPS THAT RULE'S MATCH ----------------
       DUP-FLAG-RTN.
           MOVE SRROW    TO DWROW
           MOVE CUR-RULE TO DWRULE
           IF ANC-TAG = '1'
              MOVE ANC-PRID TO DWPRID
              MOVE 0        TO DWMROW
           ELSE
              MOVE SPACES   TO DWPRID
              MOVE ANC-ROW  TO DWMROW
           END-IF
           WRITE DUPWRK-REC
                INVALID KEY
                   CONTINUE
           END-WRITE.

      * LOAD PASS - EDIT, SCREEN AND LOAD OR REJECT EVERY
      * INTAKE ROW IN FILE ORDER --------------------------
       LOAD-RTN.
           CLOSE DUPWRK1
           OPEN INPUT DUPWRK1
           MOVE 0 TO OB-ROW
           OPEN INPUT PROINT
           SET INT-NOF TO TRUE
           PERFORM UNTIL INT-EOF
              READ PROINT
                   AT END SET INT-EOF TO TRUE
              END-READ
              IF INT-NOF
                 ADD 1 TO OB-ROW
                 ADD 1 TO ROW-COUNT
                 MOVE SPACES TO OB-REASON
                 MOVE SPACES TO OB-MATCH
                 SET OB-OK TO TRUE
                 PERFORM EDIT-RTN
                 IF OB-BAD
                    MOVE 'E' TO OECODE
                    PERFORM REJECT-RTN
                 ELSE
                    PERFORM DUPCHK-RTN
                    IF OB-BAD
                       MOVE 'D' TO OECODE
                       PERFORM REJECT-RTN
                    ELSE
                       PERFORM ADD-RTN
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           CLOSE PROINT.

      * THE PRO201 SAVE EDITS (VAL02), PLUS A NAME AND A
      * PRIMARY CONTACT NAME - BLANK CATEGORY, STATE, ZIP AND
      * PHONE STILL PASS, AS THEY DO ON SAVE. THE FIRST
      * FAILURE KEEPS ITS REASON ---
       EDIT-RTN.
           IF INNAME = SPACES
              SET OB-BAD TO TRUE
              MOVE 'PROVIDER NAME IS REQUIRED'   TO OB-REASON
           END-IF
           IF OB-OK AND INCNAME = SPACES
              SET OB-BAD TO TRUE
              MOVE 'CONTACT NAME IS REQUIRED'    TO OB-REASON
           END-IF
           IF OB-OK AND INCAT NOT = SPACES
              MOVE INCAT TO CATCODE IN FCATREF
              READ CATREF1 RECORD
                   KEY IS CATCODE IN FCATREF
                   INVALID KEY
                      SET OB-BAD TO TRUE
                      MOVE 'CATEGORY CODE NOT ON FILE' TO OB-REASON
                   NOT INVALID KEY
                      IF CATACT IN FCATREF NOT = 'A'
                         SET OB-BAD TO TRUE
                         MOVE 'CATEGORY CODE IS INACTIVE'
                                                      TO OB-REASON
                      END-IF
              END-READ
           END-IF
           IF OB-OK AND INSTATE NOT = SPACES
              MOVE INSTATE TO STCODE IN FSTAREF
              READ STAREF1 RECORD
                   KEY IS STCODE IN FSTAREF
                   INVALID KEY
                      SET OB-BAD TO TRUE
                      MOVE 'STATE CODE NOT ON FILE'    TO OB-REASON
                   NOT INVALID KEY
                      IF STACT IN FSTAREF NOT = 'A'
                         SET OB-BAD TO TRUE
                         MOVE 'STATE CODE IS INACTIVE' TO OB-REASON
                      END-IF
              END-READ
           END-IF
           IF OB-OK AND INZIP NOT = SPACES
              MOVE INZIP TO EDT-ZIP
              PERFORM ZIPEDT-RTN
              IF EDT-BAD
                 SET OB-BAD TO TRUE
                 MOVE 'ZIP MUST BE NNNNN OR NNNNN-NNNN'  TO OB-REASON
              END-IF
           END-IF
           IF OB-OK AND INPHONE NOT = SPACES
              MOVE INPHONE TO EDT-PHONE
              PERFORM PHNEDT-RTN
              IF EDT-BAD
                 SET OB-BAD TO TRUE
                 MOVE 'PHONE NEEDS 10 DIGITS, ()-./ ONLY'
                                                      TO OB-REASON
              END-IF
           END-IF.

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

      * WAS THE ROW FLAGGED BY ONE OF THE DUPLICATE PASSES -
       DUPCHK-RTN.
           MOVE OB-ROW TO DWROW
           READ DUPWRK1 RECORD
                KEY IS DWROW
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   SET OB-BAD TO TRUE
                   EVALUATE DWRULE
                     WHEN 1
                       MOVE 'SUSPECTED DUPLICATE - SAME PHONE'
                                                      TO OB-REASON
                     WHEN 2
                       MOVE 'SUSPECTED DUPLICATE - SAME ZIP/NAME'
                                                      TO OB-REASON
                     WHEN 3
                       MOVE 'SUSPECTED DUPLICATE - SAME ADDRESS'
                                                      TO OB-REASON
                   END-EVALUATE
                   IF DWPRID NOT = SPACES
                      MOVE DWPRID TO OB-MATCH
                   ELSE
                      MOVE DWMROW       TO OB-MATCH-ROWNO
                      MOVE OB-MATCH-ROW TO OB-MATCH
                   END-IF
           END-READ.

      * WRITE THE ROW TO THE ERROR FILE AND THE REPORT -----
       REJECT-RTN.
           MOVE PROINT-REC TO OEDATA
           MOVE OB-ROW     TO OEROW
           MOVE OB-REASON  TO OEREASON
           MOVE OB-MATCH   TO OEMATCH
           WRITE PROERR-REC
           IF OECODE = 'D'
              ADD 1 TO DUP-COUNT
              MOVE 'DUPLICATE'   TO DTACTION IN DTL01-O
           ELSE
              ADD 1 TO REJECT-COUNT
              MOVE 'REJECTED'    TO DTACTION IN DTL01-O
           END-IF
           MOVE SPACES    TO DTPRID   IN DTL01-O
           MOVE OB-REASON TO DTREASON IN DTL01-O
           MOVE OB-MATCH  TO DTMATCH  IN DTL01-O
           PERFORM PRINT-ROW-RTN.

      * LOAD A CLEAN ROW - THE PROVIDER UNDER THE NEXT FREE
      * PRID (A NUMBER TAKEN MEANWHILE FROM PRO201 IS STEPPED
      * OVER), ITS PRIMARY CONTACT, THE CREATION HISTORY ROW
      * AND THE AUDIT ROW -----------------------------------
       ADD-RTN.
           SET ADD-NOTYET TO TRUE
           PERFORM NEWID-RTN
               UNTIL ADD-DONE
                     OR OB-LAST-ID = 999999
           IF ADD-NOTYET
              MOVE 'E' TO OECODE
              MOVE 'NO FREE PROVIDER NUMBER LEFT' TO OB-REASON
              PERFORM REJECT-RTN
           ELSE
              MOVE OB-NEW-PRID  TO PCPRID  IN FPROCON
              MOVE 1            TO PCSEQ   IN FPROCON
              MOVE INCNAME      TO PCNAME  IN FPROCON
              MOVE INCROLE      TO PCROLE  IN FPROCON
              MOVE INCPHONE     TO PCPHONE IN FPROCON
              MOVE INCEMAIL     TO PCEMAIL IN FPROCON
              WRITE CON-REC
                   INVALID KEY
                      REWRITE CON-REC
              END-WRITE
              MOVE OB-NEW-PRID  TO HSPRID  IN FPROHST
              MOVE OB-CD-DATE8  TO HSDATE  IN FPROHST
              MOVE OB-CD-TIME6  TO HSTIME  IN FPROHST
              MOVE 'PRID'       TO HSFIELD IN FPROHST
              MOVE SPACES       TO HSOLD   IN FPROHST
              MOVE OB-NEW-PRID  TO HSNEW   IN FPROHST
              MOVE 'PRO2OB'     TO HSUSER  IN FPROHST
              WRITE HST-REC
                   INVALID KEY
                      REWRITE HST-REC
              END-WRITE
              MOVE OB-NEW-PRID  TO AUPRID  IN FAUDIT
              MOVE 1            TO AUOPT   IN FAUDIT
              MOVE 'PRO2OB'     TO AUWSID  IN FAUDIT
              MOVE OB-CD-DATE8  TO AUDATE  IN FAUDIT
              MOVE OB-CD-TIME6  TO AUTIME  IN FAUDIT
              WRITE AUD-REC
              ADD 1 TO LOAD-COUNT
              MOVE 'LOADED'     TO DTACTION IN DTL01-O
              MOVE OB-NEW-PRID  TO DTPRID   IN DTL01-O
              MOVE SPACES       TO DTREASON IN DTL01-O
              MOVE SPACES       TO DTMATCH  IN DTL01-O
              PERFORM PRINT-ROW-RTN
           END-IF.

      * ONE ATTEMPT AT THE NEXT NUMBER - NEW PROVIDERS START
      * ACTIVE, NEVER EXTRACTED, WITH NO AP REJECT ----------
       NEWID-RTN.
           ADD 1 TO OB-LAST-ID
           MOVE OB-LAST-ID  TO OB-NEW-PRID
           MOVE SPACES      TO PRO-REC
           MOVE OB-NEW-PRID TO EXTERNALLY-DESCRIBED-KEY IN PRO-REC
           MOVE INNAME      TO PRNAME  IN PRO-REC
           MOVE INADDR      TO PRADDR  IN PRO-REC
           MOVE INCITY      TO PRCITY  IN PRO-REC
           MOVE INSTATE     TO PRSTATE IN PRO-REC
           MOVE INZIP       TO PRZIP   IN PRO-REC
           MOVE INPHONE     TO PRPHONE IN PRO-REC
           MOVE 'A'         TO PRSTAT  IN PRO-REC
           MOVE INCAT       TO PRCAT   IN PRO-REC
           MOVE OB-CD-DATE8 TO PRUPDT  IN PRO-REC
           MOVE 'PRO2OB'    TO PRUSER  IN PRO-REC
           MOVE ZEROS       TO PREXTDT IN PRO-REC
           MOVE SPACE       TO PRAPFL  IN PRO-REC
           WRITE PRO-REC
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   SET ADD-DONE TO TRUE
           END-WRITE.

       PRINT-ROW-RTN.
           MOVE OB-ROW    TO DTROW  IN DTL01-O
           MOVE INNAME    TO DTNAME IN DTL01-O
           WRITE PRO2OBP-REC FROM DTL01-O AFTER ADVANCING 1 LINE.

      * CLOSE FILES ------------------------------------------
       TERM-RTN.
           IF ROW-COUNT = 0
              MOVE SPACES                TO DTL01-OUT
              MOVE 'NO INTAKE ROWS FOUND' TO DTREASON IN DTL01-O
              WRITE PRO2OBP-REC FROM DTL01-O AFTER ADVANCING 1 LINE
           END-IF
           CLOSE PROVIDE1 PROARC1 PROCON1 PROHST1 AUDIT1 CATREF1
                 STAREF1 PROERR DUPWRK1 PRO2OBP
           DISPLAY 'PRO2OB - INTAKE ROWS READ:   ' ROW-COUNT
           DISPLAY 'PRO2OB - PROVIDERS LOADED:   ' LOAD-COUNT
           DISPLAY 'PRO2OB - ROWS REJECTED:      ' REJECT-COUNT
           DISPLAY 'PRO2OB - SUSPECTED DUPLICATES: ' DUP-COUNT
           MOVE 'C'                   TO RC-STAT
           MOVE 'LOADED'              TO RC-LBL1
           MOVE LOAD-COUNT            TO RC-CNT1
           MOVE 'REJECTED'            TO RC-LBL2
           MOVE REJECT-COUNT          TO RC-CNT2
           MOVE 'DUPLICATES'          TO RC-LBL3
           MOVE DUP-COUNT             TO RC-CNT3
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
