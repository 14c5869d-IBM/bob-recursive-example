      *    WHEN ITS OWN IS STILL BLANK AND THE VICTIM'S CONTACTS     *
      *    RE-KEYED AFTER ITS OWN, AND THE VICTIM IS THEN            *
      *    RETIRED TO THE ARCHIVE (PROARC1) THE WAY PRO2AR DOES.     *
      *    THE RETIREMENT IS QUEUED ON PROCHG1 AS A MERGE CARRYING   *
      *    THE SURVIVING PRID AND ITS PRVEND, SO THE PRO2XC AP       *
      *    CHANGE FEED CAN RE-POINT THE VICTIM'S VENDOR.             *
      *    EVERY MOVE IS WRITTEN TO THE CHANGE HISTORY (PROHST1)     *
      *    AND THE AUDIT LOG (AUDIT1), AND THE REPORT LISTS WHAT     *
      *    WAS RE-POINTED, CARRIED AND RETIRED.                      *
      *                                                              *
      *    THE CL DRIVER ALSO SUPPLIES THE SUBMITTING USER PROFILE;  *
      *    THE MERGE IS REFUSED BEFORE ANYTHING IS TOUCHED UNLESS    *
      *    THAT PROFILE HOLDS THE BATCH AUTHORITY ON USRREF1         *
      *    (MAINTAINED ON PRO202).                                   *
      *                                                              *
      *    THE VICTIM'S CREDENTIALS (PROCRD1) ARE CARRIED TO THE     *
      *    SURVIVOR THE SAME WAY AS ITS CONTACTS, RE-KEYED AFTER THE *
      *    SURVIVOR'S OWN, SO AN INSURANCE OR LICENCE ALREADY ON     *
      *    FILE IS NOT LOST TO THE EXPIRY REPORT AND THE AP PAYMENT  *
      *    HOLD.                                                     *
      *                                                              *
      *    PARENT LINKS (PROPAR1) FOLLOW THE MERGE: THE VICTIM'S     *
      *    OWN LINK IS DROPPED, AND ITS PARENT PASSES TO A SURVIVOR  *
      *    THAT HAS NO PARENT AND NO LOCATIONS OF ITS OWN; A         *
      *    SURVIVOR THAT WAS A LOCATION OF THE VICTIM LOSES THAT     *
      *    LINK; AND THE VICTIM'S LOCATIONS MOVE TO THE SURVIVOR'S   *
      *    PARENT, OR TO THE SURVIVOR WHEN IT HAS NONE.              *
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

           SELECT PRO2MGP  ASSIGN PRINTER-PRO2MGP
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

       FD  PRO2MGP.
       01  PRO2MGP-REC        PIC X(132).

       FD  PROPAR1.
       01  PAR-REC.
           COPY DDS-FPROPAR    IN PROPAR1.

       FD  USRREF1.
       01  USR-REC.
           COPY DDS-FUSRREF    IN USRREF1.

       FD  RUNCTL1.
       01  RC-REC.
           COPY DDS-FRUNCTL    IN RUNCTL1.

       WORKING-STORAGE SECTION.
      *-----------------------*

       01  MG-SURV-PRID      PIC X(6)    VALUE SPACES.
       01  MG-VICT-PRID      PIC X(6)    VALUE SPACES.

      * USER PROFILE THE RUN WAS SUBMITTED UNDER - CHECKED ON
      * USRREF1 BEFORE ANYTHING IS UPDATED
       01  MG-RUN-USER       PIC X(10)   VALUE SPACES.

       01  ART-SW            PIC X.
              88 ART-EOF     VALUE 'E'.
              88 ART-NOF     VALUE 'N'.
              88 CON-EOF     VALUE 'E'.
              88 CON-NOF     VALUE 'N'.

       01  CRD-SW            PIC X.
              88 CRD-EOF     VALUE 'E'.
              88 CRD-NOF     VALUE 'N'.

       01  REPOINT-COUNT     PIC 9(5)    COMP-3    VALUE 0.
       01  CONTACT-COUNT     PIC 9(5)    COMP-3    VALUE 0.
       01  CRED-COUNT        PIC 9(5)    COMP-3    VALUE 0.
       01  LOC-COUNT         PIC 9(5)    COMP-3    VALUE 0.

       01  PAR-SW            PIC X.
              88 PAR-EOF     VALUE 'E'.
              88 PAR-NOF     VALUE 'N'.

      * PARENT LINKS OF THE PAIR AS FOUND ON PROPAR1 (BLANK = NONE)
      * AND THE PARENT THE VICTIM'S LOCATIONS MOVE TO
       01  MG-SURV-PAR       PIC X(6)    VALUE SPACES.
       01  MG-VICT-PAR       PIC X(6)    VALUE SPACES.
       01  MG-HEAD           PIC X(6)    VALUE SPACES.
       01  MG-LOC-PRID       PIC X(6)    VALUE SPACES.

      * NEXT FREE CONTACT SEQUENCE UNDER THE SURVIVOR, AND THE
      * VICTIM CONTACT IN FLIGHT WHILE ITS ROW IS RE-KEYED
       01  MG-CON-PHONE      PIC X(15).
       01  MG-CON-EMAIL      PIC X(40).

      * NEXT FREE CREDENTIAL SEQUENCE UNDER THE SURVIVOR, AND
      * THE VICTIM CREDENTIAL IN FLIGHT WHILE ITS ROW IS RE-KEYED
       01  MG-NEXT-CRD       PIC 9(3)    VALUE ZEROS.
       01  MG-CRD-SAVE.
           COPY DDS-FPROCRD IN PROCRD1.

       01  MG-CURR-DATE.
           05  MG-CD-DATE8       PIC 9(8).
           05  MG-CD-TIME6       PIC 9(6).
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
       01  RC-PGM            PIC X(10)   VALUE 'PRO2MG'.
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

           PERFORM FETCH-RTN
           PERFORM REPOINT-RTN
           PERFORM CONCARRY-RTN
           PERFORM CRDCARRY-RTN
           PERFORM PARCARRY-RTN
           PERFORM VENDOR-RTN
           PERFORM RETIRE-RTN
           PERFORM TERM-RTN
       INIT-RTN.
           ACCEPT MG-SURV-PRID
           ACCEPT MG-VICT-PRID
           ACCEPT MG-RUN-USER
           MOVE MG-RUN-USER        TO RC-USER
           MOVE MG-SURV-PRID       TO RC-PARM (1:6)
           MOVE MG-VICT-PRID       TO RC-PARM (8:6)
           PERFORM RC-START-RTN
           IF MG-SURV-PRID = SPACES
              OR MG-VICT-PRID = SPACES
              DISPLAY 'PRO2MG - SURVIVOR AND VICTIM REQUIRED - ENDED'
              MOVE 'R'                        TO RC-STAT
              MOVE 'SURVIVOR AND VICTIM REQUIRED'
                                              TO RC-MSG
              PERFORM RC-END-RTN
              STOP RUN
           END-IF
           IF MG-SURV-PRID = MG-VICT-PRID
              DISPLAY 'PRO2MG - SURVIVOR EQUALS VICTIM - ENDED'
              MOVE 'R'                        TO RC-STAT
              MOVE 'SURVIVOR EQUALS VICTIM'   TO RC-MSG
              PERFORM RC-END-RTN
              STOP RUN
           END-IF
           PERFORM USRCHK-RTN
           MOVE FUNCTION CURRENT-DATE TO MG-CURR-DATE
           OPEN I-O    PROVIDE1
                I-O    ARTMAS
                I-O    PROPND1
                EXTEND AUDIT1
                I-O    PROHST1
                I-O    PROCHG1
                I-O    PROCRD1
                I-O    PROPAR1
                OUTPUT PRO2MGP
           WRITE PRO2MGP-REC FROM HDR01-O AFTER ADVANCING PAGE.

      * THE MERGE NEEDS A SUBMITTING PROFILE HOLDING THE BATCH
      * AUTHORITY ON USRREF1 - REFUSED BEFORE ANY UPDATE -----
       USRCHK-RTN.
           IF MG-RUN-USER = SPACES
              DISPLAY 'PRO2MG - NO SUBMITTING USER SUPPLIED - ENDED'
              MOVE 'R'                        TO RC-STAT
              MOVE 'NO SUBMITTING USER SUPPLIED'
                                              TO RC-MSG
              PERFORM RC-END-RTN
              STOP RUN
           END-IF
           OPEN INPUT USRREF1
           MOVE MG-RUN-USER TO URUSER IN FUSRREF
           READ USRREF1 RECORD
                KEY IS URUSER IN FUSRREF
                INVALID KEY
                   MOVE SPACES TO USR-REC
           END-READ
           CLOSE USRREF1
           IF URBAT IN FUSRREF NOT = 'Y'
              DISPLAY 'PRO2MG - ' MG-RUN-USER
                      ' NOT AUTHORIZED TO RUN - ENDED'
              MOVE 'R'                        TO RC-STAT
              MOVE 'USER NOT AUTHORIZED TO RUN'
                                              TO RC-MSG
              PERFORM RC-END-RTN
              STOP RUN
           END-IF.

      * BOTH PROVIDERS MUST BE ON FILE - THE VICTIM IS HELD IN
      * MG-VICT FOR THE VENDOR CARRY AND THE ARCHIVE ROW ------
       FETCH-RTN.
                INVALID KEY
                   DISPLAY 'PRO2MG - VICTIM ' MG-VICT-PRID
                           ' NOT ON PROVIDE1 - ENDED'
                   MOVE 'R'                   TO RC-STAT
                   MOVE 'VICTIM NOT ON PROVIDE1'
                                             TO RC-MSG
                   PERFORM TERM-RTN
                   STOP RUN
           END-READ
                INVALID KEY
                   DISPLAY 'PRO2MG - SURVIVOR ' MG-SURV-PRID
                           ' NOT ON PROVIDE1 - ENDED'
                   MOVE 'R'                   TO RC-STAT
                   MOVE 'SURVIVOR NOT ON PROVIDE1'
                                             TO RC-MSG
                   PERFORM TERM-RTN
                   STOP RUN
           END-READ.
              END-IF
           END-PERFORM.

      * CARRY THE VICTIM'S CREDENTIALS TO THE SURVIVOR, ONE AT
      * A TIME FROM THE TOP OF THE VICTIM'S GROUP, AS
      * CONCARRY-RTN DOES FOR ITS CONTACTS -----------------
       CRDCARRY-RTN.
           PERFORM NXTCRD-RTN
           SET CRD-NOF TO TRUE
           PERFORM CRDCARRY-ONE-RTN UNTIL CRD-EOF.

       CRDCARRY-ONE-RTN.
           MOVE MG-VICT-PRID TO CRPRID IN CRD-REC
           MOVE ZEROS        TO CRSEQ  IN CRD-REC
           START PROCRD1 KEY IS NOT LESS THAN CRKEY IN CRD-REC
                 INVALID KEY     SET CRD-EOF TO TRUE
                 NOT INVALID KEY SET CRD-NOF TO TRUE
           END-START
           IF CRD-NOF
              READ PROCRD1 NEXT
                   AT END SET CRD-EOF TO TRUE
              END-READ
              IF CRD-NOF AND CRPRID IN CRD-REC NOT = MG-VICT-PRID
                 SET CRD-EOF TO TRUE
              END-IF
           END-IF
           IF CRD-NOF
              MOVE CRD-REC TO MG-CRD-SAVE
              DELETE PROCRD1 RECORD
              ADD 1 TO MG-NEXT-CRD
              MOVE MG-CRD-SAVE  TO CRD-REC
              MOVE MG-SURV-PRID TO CRPRID IN CRD-REC
              MOVE MG-NEXT-CRD  TO CRSEQ  IN CRD-REC
              MOVE MG-CD-DATE8  TO CRUPDT IN CRD-REC
              MOVE 'PRO2MG'     TO CRUSER IN CRD-REC
              WRITE CRD-REC
              ADD 1 TO CRED-COUNT
              MOVE 'CRD CARRIED'        TO DTACTION IN DTL01-O
              MOVE MG-SURV-PRID         TO DTKEY    IN DTL01-O
              MOVE CRNUMB IN CRD-REC    TO DTDESC   IN DTL01-O
              WRITE PRO2MGP-REC FROM DTL01-O AFTER ADVANCING 1 LINE
           END-IF.

      * NEXT FREE CREDENTIAL SEQUENCE UNDER THE SURVIVOR = ITS
      * HIGHEST ON FILE (ZERO WHEN IT HAS NONE) --------------
       NXTCRD-RTN.
           MOVE 0 TO MG-NEXT-CRD
           MOVE MG-SURV-PRID TO CRPRID IN CRD-REC
           MOVE ZEROS        TO CRSEQ  IN CRD-REC
           START PROCRD1 KEY IS NOT LESS THAN CRKEY IN CRD-REC
                 INVALID KEY     SET CRD-EOF TO TRUE
                 NOT INVALID KEY SET CRD-NOF TO TRUE
           END-START
           PERFORM UNTIL CRD-EOF
              READ PROCRD1 NEXT
                   AT END SET CRD-EOF TO TRUE
              END-READ
              IF CRD-NOF AND CRPRID IN CRD-REC = MG-SURV-PRID
                 MOVE CRSEQ IN CRD-REC TO MG-NEXT-CRD
              ELSE
                 SET CRD-EOF TO TRUE
              END-IF
           END-PERFORM.

      * CARRY THE PARENT LINKS - DROP THE VICTIM'S OWN LINK, AND
      * A SURVIVOR LINK THAT POINTS AT THE VICTIM. THE VICTIM'S
      * PARENT PASSES TO A SURVIVOR LEFT WITH NO PARENT AND NO
      * LOCATIONS (ONE LEVEL ONLY), THEN THE VICTIM'S LOCATIONS
      * ARE RE-POINTED ONE AT A TIME FROM THE TOP OF ITS GROUP,
      * AS THE ARTICLE RE-POINT LOOP DOES ---------------------
       PARCARRY-RTN.
           MOVE SPACES TO MG-SURV-PAR MG-VICT-PAR
           MOVE MG-VICT-PRID TO PPPRID IN FPROPAR
           READ PROPAR1 RECORD
                KEY IS PPPRID IN FPROPAR
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE PPPARENT IN FPROPAR TO MG-VICT-PAR
                   DELETE PROPAR1 RECORD
                   MOVE MG-VICT-PRID TO MG-LOC-PRID
                   MOVE 'PAR DROPPED'  TO DTACTION IN DTL01-O
                   PERFORM PARLINE-RTN
           END-READ
           MOVE MG-SURV-PRID TO PPPRID IN FPROPAR
           READ PROPAR1 RECORD
                KEY IS PPPRID IN FPROPAR
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF PPPARENT IN FPROPAR = MG-VICT-PRID
                      DELETE PROPAR1 RECORD
                      MOVE MG-SURV-PRID TO MG-LOC-PRID
                      MOVE 'PAR DROPPED'  TO DTACTION IN DTL01-O
                      PERFORM PARLINE-RTN
                      MOVE MG-SURV-PRID TO HSPRID IN FPROHST
                      MOVE MG-VICT-PRID TO HSOLD  IN FPROHST
                      MOVE SPACES       TO HSNEW  IN FPROHST
                      PERFORM PARHST-RTN
                   ELSE
                      MOVE PPPARENT IN FPROPAR TO MG-SURV-PAR
                   END-IF
           END-READ
           IF MG-VICT-PAR NOT = SPACES
              AND MG-VICT-PAR NOT = MG-SURV-PRID
              AND MG-SURV-PAR = SPACES
              MOVE MG-SURV-PRID TO PPPARENT IN FPROPAR
              START PROPAR1 KEY IS NOT LESS THAN PPPARENT
                    INVALID KEY     SET PAR-EOF TO TRUE
                    NOT INVALID KEY SET PAR-NOF TO TRUE
              END-START
              IF PAR-NOF
                 READ PROPAR1 NEXT
                      AT END SET PAR-EOF TO TRUE
                 END-READ
                 IF PAR-NOF AND PPPARENT IN FPROPAR NOT = MG-SURV-PRID
                    SET PAR-EOF TO TRUE
                 END-IF
              END-IF
              IF PAR-EOF
                 MOVE MG-SURV-PRID   TO PPPRID   IN FPROPAR
                 MOVE MG-VICT-PAR    TO PPPARENT IN FPROPAR
                 MOVE MG-CD-DATE8    TO PPUPDT   IN FPROPAR
                 MOVE 'PRO2MG'       TO PPUSER   IN FPROPAR
                 WRITE PAR-REC
                 MOVE MG-VICT-PAR    TO MG-SURV-PAR
                 MOVE MG-SURV-PRID   TO MG-LOC-PRID
                 MOVE 'PAR CARRIED'  TO DTACTION IN DTL01-O
                 PERFORM PARLINE-RTN
                 MOVE MG-SURV-PRID TO HSPRID IN FPROHST
                 MOVE SPACES       TO HSOLD  IN FPROHST
                 MOVE MG-VICT-PAR  TO HSNEW  IN FPROHST
                 PERFORM PARHST-RTN
              END-IF
           END-IF
           IF MG-SURV-PAR = SPACES
              MOVE MG-SURV-PRID TO MG-HEAD
           ELSE
              MOVE MG-SURV-PAR  TO MG-HEAD
           END-IF
           SET PAR-NOF TO TRUE
           PERFORM PARCARRY-ONE-RTN UNTIL PAR-EOF.

       PARCARRY-ONE-RTN.
           MOVE MG-VICT-PRID TO PPPARENT IN FPROPAR
           START PROPAR1 KEY IS NOT LESS THAN PPPARENT
                 INVALID KEY     SET PAR-EOF TO TRUE
                 NOT INVALID KEY SET PAR-NOF TO TRUE
           END-START
           IF PAR-NOF
              READ PROPAR1 NEXT
                   AT END SET PAR-EOF TO TRUE
              END-READ
              IF PAR-NOF AND PPPARENT IN FPROPAR NOT = MG-VICT-PRID
                 SET PAR-EOF TO TRUE
              END-IF
           END-IF
           IF PAR-NOF
              MOVE PPPRID IN FPROPAR TO MG-LOC-PRID
              MOVE MG-HEAD           TO PPPARENT IN FPROPAR
              MOVE MG-CD-DATE8       TO PPUPDT   IN FPROPAR
              MOVE 'PRO2MG'          TO PPUSER   IN FPROPAR
              REWRITE PAR-REC
              ADD 1 TO LOC-COUNT
              MOVE 'LOC MOVED'       TO DTACTION IN DTL01-O
              PERFORM PARLINE-RTN
              MOVE MG-LOC-PRID  TO HSPRID IN FPROHST
              MOVE MG-VICT-PRID TO HSOLD  IN FPROHST
              MOVE MG-HEAD      TO HSNEW  IN FPROHST
              PERFORM PARHST-RTN
           END-IF.

      * REPORT A PARENT LINK CHANGE OF MG-LOC-PRID, SHOWING THE
      * PARENT THE LOCATION NOW HAS ------------------------
       PARLINE-RTN.
           MOVE MG-LOC-PRID          TO DTKEY    IN DTL01-O
           MOVE SPACES               TO DTDESC   IN DTL01-O
           EVALUATE DTACTION IN DTL01-O
             WHEN 'PAR DROPPED'
               MOVE 'NO PARENT'      TO DTDESC   IN DTL01-O
             WHEN 'PAR CARRIED'
               MOVE 'PARENT'         TO DTDESC   IN DTL01-O
               MOVE MG-VICT-PAR      TO DTDESC   IN DTL01-O (8:6)
             WHEN OTHER
               MOVE 'PARENT'         TO DTDESC   IN DTL01-O
               MOVE MG-HEAD          TO DTDESC   IN DTL01-O (8:6)
           END-EVALUATE
           WRITE PRO2MGP-REC FROM DTL01-O AFTER ADVANCING 1 LINE.

      * WRITE A PARENT-CHANGE HISTORY ROW FOR HSPRID, AS THE
      * PRO201 PARENT PANEL DOES --------------------------
       PARHST-RTN.
           MOVE 'PRPARENT'           TO HSFIELD IN FPROHST
           PERFORM HST-STAMP-RTN
           PERFORM HST-WRITE-RTN.

      * CARRY THE BETTER VENDOR NUMBER ONTO THE SURVIVOR - THE
      * SURVIVOR'S OWN WINS WHEN BOTH ARE PRESENT, THE VICTIM'S
      * IS TAKEN ONLY WHEN THE SURVIVOR'S IS STILL BLANK ------
      * THE MERGE ITSELF GOES TO THE CHANGE HISTORY AS A PRID
      * ROW ON THE VICTIM, AND BOTH SIDES ARE AUDITED ---------
       RETIRE-RTN.
           PERFORM APCHG-RTN
           MOVE PRID    IN MG-VICT   TO PAPRID  IN FPROARC
           MOVE PRNAME  IN MG-VICT   TO PANAME  IN FPROARC
           MOVE PRADDR  IN MG-VICT   TO PAADDR  IN FPROARC
           MOVE PRNAME IN MG-VICT    TO DTDESC   IN DTL01-O
           WRITE PRO2MGP-REC FROM DTL01-O AFTER ADVANCING 1 LINE.

      * QUEUE THE MERGE FOR THE AP CHANGE FEED - PRO-REC STILL
      * HOLDS THE SURVIVOR HERE, SO ITS PRVEND (INCLUDING ONE
      * JUST CARRIED OVER BY VENDOR-RTN) IS THE ONE AP RE-POINTS
      * THE VICTIM'S VENDOR TO. A KEY COLLISION KEEPS THE LATER
      * EVENT, AS HST-WRITE-RTN DOES ------------------------
       APCHG-RTN.
           MOVE MG-CD-DATE8          TO CHDATE  IN FPROCHG
           MOVE MG-CD-TIME6          TO CHTIME  IN FPROCHG
           MOVE MG-VICT-PRID         TO CHPRID  IN FPROCHG
           MOVE 'M'                  TO CHTYPE  IN FPROCHG
           MOVE PRNAME IN MG-VICT    TO CHNAME  IN FPROCHG
           MOVE PRVEND IN MG-VICT    TO CHVEND  IN FPROCHG
           MOVE MG-SURV-PRID         TO CHSURV  IN FPROCHG
           MOVE PRVEND IN PRO-REC    TO CHSVEND IN FPROCHG
           MOVE 'PRO2MG'             TO CHUSER  IN FPROCHG
           MOVE ZEROS                TO CHSNTDT IN FPROCHG
           WRITE CHG-REC
                INVALID KEY
                   REWRITE CHG-REC
           END-WRITE.

      * STAMP THE USER, DATE AND TIME ON A HISTORY ROW --------
       HST-STAMP-RTN.
           MOVE 'PRO2MG'             TO HSUSER IN FPROHST
      * CLOSE FILES ------------------------------------------
       TERM-RTN.
           CLOSE PROVIDE1 ARTMAS AUDIT1 PROHST1 PROARC1 PROCON1
                 PROPND1 PROCHG1 PROCRD1 PROPAR1 PRO2MGP
           DISPLAY 'PRO2MG - ARTICLES RE-POINTED: ' REPOINT-COUNT
           DISPLAY 'PRO2MG - CONTACTS CARRIED:    ' CONTACT-COUNT
           DISPLAY 'PRO2MG - CREDENTIALS CARRIED: ' CRED-COUNT
           DISPLAY 'PRO2MG - LOCATIONS MOVED:     ' LOC-COUNT
      * A REFUSAL AFTER THE FILES ARE OPEN ALSO ENDS HERE, WITH
      * RC-STAT ALREADY SET
           IF RC-STAT = SPACE
              MOVE 'C'                TO RC-STAT
           END-IF
           MOVE 'ARTICLES'            TO RC-LBL1
           MOVE REPOINT-COUNT         TO RC-CNT1
           MOVE 'CONTACTS'            TO RC-LBL2
           MOVE CONTACT-COUNT         TO RC-CNT2
           MOVE 'CREDENTIAL'          TO RC-LBL3
           MOVE CRED-COUNT            TO RC-CNT3
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
