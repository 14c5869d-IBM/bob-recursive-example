                             ACCESS MODE  DYNAMIC
                             RECORD KEY   PCKEY.

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

       DATA DIVISION.
      ***************

       01  CON-REC.
           COPY DDS-FPROCON    IN PROCON1.

       FD  PROCHG1.
       01  CHG-REC.
           COPY DDS-FPROCHG    IN PROCHG1.

       FD  PROCRD1.
       01  CRD-REC.
           COPY DDS-FPROCRD    IN PROCRD1.

       FD  PROPAR1.
       01  PAR-REC.
           COPY DDS-FPROPAR    IN PROPAR1.

       WORKING-STORAGE SECTION.
      *-----------------------*

       01  SFL08-OUT.
           COPY DDS-SFL08-O    IN PRO201D.

       01  CTL09-OUT.
           COPY DDS-CTL09-O    IN PRO201D.
       01  SFL09-OUT.
           COPY DDS-SFL09-O    IN PRO201D.
       01  SFL09-IN.
           COPY DDS-SFL09-I    IN PRO201D.

       01  FMT10-OUT.
           COPY DDS-FMT10-O    IN PRO201D.
       01  FMT10-IN.
           COPY DDS-FMT10-I    IN PRO201D.

       01  CTL11-OUT.
           COPY DDS-CTL11-O    IN PRO201D.
       01  CTL11-IN.
           COPY DDS-CTL11-I    IN PRO201D.
       01  SFL11-OUT.
           COPY DDS-SFL11-O    IN PRO201D.
       01  SFL11-IN.
           COPY DDS-SFL11-I    IN PRO201D.

       01  HDR01-OUT.
           COPY DDS-HDR01-O    IN PRO201P.
       01  DTL01-OUT.
              88 SAV02-FAIL    VALUE 'N'.

      * AUTHORITY OF THIS WORKSTATION'S PROFILE, FROM USRREF1 -
      * A PROFILE NOT ON FILE IS TREATED AS JUNIOR. SUPERVISOR IS
      * THE APPROVE AUTHORITY (PANEL 04 AND UNRESTRICTED SAVES)
       01  AUTH-SW             PIC X       VALUE 'J'.
              88 SUPERVISOR    VALUE 'S'.
              88 JUNIOR        VALUE 'J'.

      * CREATE, DELETE AND CONTACT AUTHORITY OF THE SAME PROFILE,
      * MAINTAINED ON PRO202 - NOT ON FILE HOLDS NONE OF THEM.
      * THE CONTACT AUTHORITY ALSO COVERS THE CREDENTIALS
       01  AUTH-CRT-SW         PIC X       VALUE 'N'.
              88 AUTH-CRT      VALUE 'Y'.
       01  AUTH-DLT-SW         PIC X       VALUE 'N'.
              88 AUTH-DLT      VALUE 'Y'.
       01  AUTH-CON-SW         PIC X       VALUE 'N'.
              88 AUTH-CON      VALUE 'Y'.

       01  PND-SW              PIC X.
              88 PND-EOF       VALUE 'E'.
              88 PND-NOF       VALUE 'N'.
      * THIS PROVIDER IN ADD MODE
       01  CONSEQ-WRK          PIC 9(3)    VALUE ZEROS.

       01  CRD-SW              PIC X.
              88 CRD-EOF       VALUE 'E'.
              88 CRD-NOF       VALUE 'N'.

       01  MODE10              PIC X       VALUE 'C'.
              88 MODE10-ADD    VALUE 'A'.
              88 MODE10-CHG    VALUE 'C'.

       01  SAV10-SW            PIC X       VALUE 'Y'.
              88 SAV10-OK      VALUE 'Y'.
              88 SAV10-FAIL    VALUE 'N'.

      * SEQUENCE OF THE CREDENTIAL PANEL 10 IS WORKING ON, AS
      * CONSEQ-WRK IS FOR PANEL 06
       01  CRDSEQ-WRK          PIC 9(3)    VALUE ZEROS.

       01  PAR-SW              PIC X.
              88 PAR-EOF       VALUE 'E'.
              88 PAR-NOF       VALUE 'N'.

      * PANEL 11 - THE GROUP BEING LISTED (THE SELECTED PROVIDER'S
      * PARENT, OR THE PROVIDER ITSELF WHEN IT HAS NONE) AND THE
      * PARENT THE SELECTED PROVIDER HAD WHEN THE PANEL WAS BUILT
       01  PARHEAD-WRK         PIC X(6)    VALUE SPACES.
       01  SAVPAR11            PIC X(6)    VALUE SPACES.
      * LOCATION AND NEW PARENT HANDED TO PARSET-RTN (A BLANK
      * PARENT TAKES THE LOCATION OUT OF ITS GROUP), ITS VERDICT
      * AND THE REASON FOR A REFUSAL
       01  PARLOC-WRK          PIC X(6)    VALUE SPACES.
       01  PARNEW-WRK          PIC X(6)    VALUE SPACES.
       01  PAROLD-WRK          PIC X(6)    VALUE SPACES.
       01  PARCHK-SW           PIC X       VALUE 'Y'.
              88 PARCHK-OK     VALUE 'Y'.
              88 PARCHK-FAIL   VALUE 'N'.
       01  PARMSG-WRK          PIC X(40)   VALUE SPACES.
       01  PARACT-SW           PIC X       VALUE 'N'.
              88 PARACT-DONE   VALUE 'Y'.
              88 PARACT-NONE   VALUE 'N'.

      * WORK FIELDS FOR THE CREDENTIAL DATE EDITS (YYYYMMDD)
       01  EDT-DATE            PIC 9(8).
       01  EDT-DATE-R REDEFINES EDT-DATE.
           05  EDT-YYYY        PIC 9(4).
           05  EDT-MM          PIC 9(2).
           05  EDT-DD          PIC 9(2).
       01  EDT-QUOT            PIC 9(4)    COMP-3.
       01  EDT-REM             PIC 9(1)    COMP-3.

       01  HST-SW              PIC X.
              88 HST-EOF       VALUE 'E'.
              88 HST-NOF       VALUE 'N'.
      * A SAVE FROM ANOTHER WORKSTATION IN BETWEEN
       01  SAVUPDT             PIC 9(8)    VALUE ZEROS.
       01  SAVUSER             PIC X(10)   VALUE SPACES.
      * STATUS OF THE RECORD BEFORE A SAVE OR APPROVAL OVERLAYS
      * IT - A MOVE ONTO OR OFF INACTIVE GOES TO AP AS A CHANGE
      * TRANSACTION (CHGSTS-RTN)
       01  SAVSTAT             PIC X(1)    VALUE SPACE.
       01  RESTART-RRN         PIC 9(4)    COMP-3    VALUE 0.

       01  AUD-CURR-DATE.
       01  STEP06         PIC X.
       01  STEP07         PIC X.
       01  STEP08         PIC X.
       01  STEP09         PIC X.
       01  STEP10         PIC X.
       01  STEP11         PIC X.
       01  SAVRRN03       PIC 9(4)    COMP-3.
       01  SAVRRN04       PIC 9(4)    COMP-3.
       01  SAVRRN05       PIC 9(4)    COMP-3.
       01  SAVRRN07       PIC 9(4)    COMP-3.
       01  SAVRRN08       PIC 9(4)    COMP-3.
       01  SAVRRN09       PIC 9(4)    COMP-3.
       01  SAVRRN11       PIC 9(4)    COMP-3.
       01  TELLER         PIC 9(3)    COMP-3.
       01  SAVPOSPRID     PIC X(6)    VALUE SPACES.
       01  SAVFLTSTS      PIC X(1)    VALUE SPACES.
                 PERFORM PNL07
               WHEN 08
                 PERFORM PNL08
               WHEN 09
                 PERFORM PNL09
               WHEN 10
                 PERFORM PNL10
               WHEN 11
                 PERFORM PNL11
               WHEN OTHER
                 PERFORM PGM-END
             END-EVALUATE
             IF OPT01 IN SFL01-I  NOT = 0
                  AND OPT01 IN SFL01-I NOT = 1
                  AND OPT01 IN SFL01-I NOT = 2
                  AND OPT01 IN SFL01-I NOT = 3
                  AND OPT01 IN SFL01-I NOT = 4
                  AND OPT01 IN SFL01-I NOT = 5
                  AND OPT01 IN SFL01-I NOT = 6
                  AND OPT01 IN SFL01-I NOT = 7
                  AND OPT01 IN SFL01-I NOT = 8
                MOVE IND-ON TO IN35 , IN34
                MOVE DSP TO STEP01
      * THE CREATE IS AUDITED FROM CRT02 ONCE THE WRITE SUCCEEDS -
      * THE PRID ON THIS ROW IS ONLY WHERE THE 1 WAS TYPED, NOT THE
      * PROVIDER THAT ENDS UP BEING CREATED ON PANEL 02.
                   IF NOT AUTH-CRT
                      MOVE IND-ON TO IN35
                      MOVE 'NOT AUTHORIZED TO CREATE PROVIDERS'
                                          TO MSG35 IN CTL01-O
                   END-IF
                   IF IN35 NOT = IND-ON
                      SET MODE02-ADD TO TRUE
                      MOVE 2   TO PANEL
                      MOVE 2   TO PANEL
                      MOVE PRP TO STEP02
                   END-IF
      * A REFUSED DELETE IS NOT AUDITED - NOTHING WAS DONE
                WHEN 4
                   IF AUTH-DLT
                      PERFORM AUD01
                      PERFORM DLT01
                   ELSE
                      MOVE IND-ON TO IN35
                      MOVE 'NOT AUTHORIZED TO DELETE PROVIDERS'
                                          TO MSG35 IN CTL01-O
                   END-IF
                WHEN 6
                   PERFORM AUD01
                   IF IN35 NOT = IND-ON
                      MOVE 5   TO PANEL
                      MOVE PRP TO STEP05
                   END-IF
                WHEN 7
                   PERFORM AUD01
                   IF IN35 NOT = IND-ON
                      MOVE 9   TO PANEL
                      MOVE PRP TO STEP09
                   END-IF
      * PANEL 11 READS PROVIDE1 BY KEY FOR EVERY LOCATION IT
      * LISTS - SAVE THE BROWSE POSITION FOR F3/F12 TO PUT BACK,
      * AS THE SEARCH DOES
                WHEN 3
                   PERFORM AUD01
                   IF IN35 NOT = IND-ON
                      PERFORM SVP01
                      MOVE 11  TO PANEL
                      MOVE PRP TO STEP11
                   END-IF
                WHEN 8
                   PERFORM AUD01
                   IF IN35 NOT = IND-ON
                                                TO MSG35 IN CTL01-O
                      MOVE DSP TO STEP01
                   NOT INVALID KEY
      * AP IS TOLD ABOUT THE DELETE ON THE NIGHTLY CHANGE FEED,
      * QUEUED WHILE FPROV STILL HOLDS THE RECORD
                      MOVE 'D' TO CHTYPE IN FPROCHG
                      PERFORM APCHG-RTN
                      DELETE PROVIDE1 RECORD
      * A DELETED PROVIDER TAKES ITS CONTACTS ALONG - A CONTACT
      * ROW WITHOUT ITS PROVIDER IS AN ORPHAN NOTHING CAN REACH
                      PERFORM DLTCON-RTN
      * AND ITS CREDENTIALS, FOR THE SAME REASON
                      PERFORM DLTCRD-RTN
      * AND ITS PARENT LINK - ITS OWN, AND THOSE OF ANY
      * LOCATIONS UNDER IT, WHICH ARE LEFT STANDING ALONE
                      PERFORM DLTPAR-RTN
      * AND ANY PENDING CHANGE STILL QUEUED FOR APPROVAL -
      * OTHERWISE IT SITS ON PANEL 04 WITH NO PROVIDER TO
      * APPLY TO UNTIL A SUPERVISOR GUESSES TO REJECT IT
              END-IF
           END-PERFORM.

      * DELETE EVERY CREDENTIAL ROW CARRYING PRID-WRK -------
       DLTCRD-RTN.
           MOVE PRID-WRK TO CRPRID IN FPROCRD
           MOVE ZEROS    TO CRSEQ  IN FPROCRD
           START PROCRD1 KEY IS NOT LESS THAN CRKEY
                 INVALID KEY     SET CRD-EOF TO TRUE
                 NOT INVALID KEY SET CRD-NOF TO TRUE
           END-START
           PERFORM UNTIL CRD-EOF
              READ PROCRD1 NEXT
                   AT END SET CRD-EOF TO TRUE
              END-READ
              IF CRD-NOF AND CRPRID IN FPROCRD = PRID-WRK
                 DELETE PROCRD1 RECORD
              ELSE
                 SET CRD-EOF TO TRUE
              END-IF
           END-PERFORM.

      * DELETE THE PARENT LINK OF PRID-WRK AND EVERY LINK THAT
      * NAMES PRID-WRK AS THE PARENT ----------------
       DLTPAR-RTN.
           MOVE PRID-WRK TO PPPRID IN FPROPAR
           READ PROPAR1 RECORD
                KEY IS PPPRID IN FPROPAR
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   DELETE PROPAR1 RECORD
           END-READ
           MOVE PRID-WRK TO PPPARENT IN FPROPAR
           START PROPAR1 KEY IS NOT LESS THAN PPPARENT
                 INVALID KEY     SET PAR-EOF TO TRUE
                 NOT INVALID KEY SET PAR-NOF TO TRUE
           END-START
           PERFORM UNTIL PAR-EOF
              READ PROPAR1 NEXT
                   AT END SET PAR-EOF TO TRUE
              END-READ
              IF PAR-NOF AND PPPARENT IN FPROPAR = PRID-WRK
                 DELETE PROPAR1 RECORD
              ELSE
                 SET PAR-EOF TO TRUE
              END-IF
           END-PERFORM.

      * COUNT ARTMAS RECORDS FOR THE SELECTED PROVIDER ------
       ART-COUNT-RTN.
           MOVE 0 TO ART-COUNT
                            PERFORM PND02
                         ELSE
                            PERFORM HST02
                            MOVE PRSTAT IN FPROV TO SAVSTAT
                            MOVE CORRESPONDING FMT02-I TO FPROV
                            MOVE FUNCTION CURRENT-DATE
                                                 TO AUD-CURR-DATE
                            MOVE AUD-CD-DATE8    TO PRUPDT
                            MOVE WSID IN F-KEYS  TO PRUSER
                            REWRITE PRO-REC
                            PERFORM CHGSTS-RTN
                         END-IF
                      END-IF
              END-READ
                   REWRITE HST-REC
           END-WRITE.

      * A SAVE OR APPROVAL THAT MOVED THE STATUS ONTO INACTIVE
      * QUEUES AN INACTIVATE FOR AP; ONE THAT MOVED IT ANYWHERE
      * ELSE (A REACTIVATION) QUEUES A CHANGE ---
       CHGSTS-RTN.
           IF PRSTAT IN FPROV NOT = SAVSTAT
              IF PRSTAT IN FPROV = 'I'
                 MOVE 'I' TO CHTYPE IN FPROCHG
              ELSE
                 MOVE 'C' TO CHTYPE IN FPROCHG
              END-IF
              PERFORM APCHG-RTN
           END-IF.

      * QUEUE AN AP CHANGE TRANSACTION FOR THE PROVIDER IN FPROV
      * - THE CALLER SETS CHTYPE. PRO2XC SENDS IT TO AP ON THE
      * NIGHTLY CHANGE FEED. TWO EVENTS OF ONE TYPE FOR ONE
      * PROVIDER INSIDE A SECOND COLLIDE ON THE KEY, AND THE
      * REWRITE KEEPS THE LATER ONE, AS HST-WRITE-RTN DOES ---
       APCHG-RTN.
           MOVE FUNCTION CURRENT-DATE TO AUD-CURR-DATE
           MOVE AUD-CD-DATE8       TO CHDATE  IN FPROCHG
           MOVE AUD-CD-TIME6       TO CHTIME  IN FPROCHG
           MOVE PRID   IN FPROV    TO CHPRID  IN FPROCHG
           MOVE PRNAME IN FPROV    TO CHNAME  IN FPROCHG
           MOVE PRVEND IN FPROV    TO CHVEND  IN FPROCHG
           MOVE SPACES             TO CHSURV  IN FPROCHG
           MOVE SPACES             TO CHSVEND IN FPROCHG
           MOVE WSID IN F-KEYS     TO CHUSER  IN FPROCHG
           MOVE ZEROS              TO CHSNTDT IN FPROCHG
           WRITE CHG-REC
                INVALID KEY
                   REWRITE CHG-REC
           END-WRITE.

      * CREATE A NEW PROVIDER FROM PANEL 02 - ERRORS STAY ON THE
      * PANEL (SAV02-FAIL) SO THE KEYED ENTRY IS NEVER THROWN AWAY
       CRT02.
                         MOVE AUD-CD-DATE8           TO PRUPDT
                         MOVE WSID IN F-KEYS         TO PRUSER
                         WRITE PRO-REC
      * A CREATION ROW ON THE CHANGE HISTORY, AS PRO2OB WRITES
      * FOR A BATCH LOAD, SO PRO2AS CAN TELL THE PROVIDER WAS
      * NOT YET ON FILE ON AN EARLIER AS-OF DATE
                         MOVE PRID IN FMT02-I TO HSPRID IN FPROHST
                         MOVE AUD-CD-DATE8    TO HSDATE IN FPROHST
                         MOVE AUD-CD-TIME6    TO HSTIME IN FPROHST
                         MOVE 'PRID'          TO HSFIELD IN FPROHST
                         MOVE SPACES          TO HSOLD  IN FPROHST
                         MOVE PRID IN FMT02-I TO HSNEW  IN FPROHST
                         MOVE WSID IN F-KEYS  TO HSUSER IN FPROHST
                         PERFORM HST-WRITE-RTN
      * SFL01-I STILL HOLDS THE OPTION-1 ROW HERE, SO AUD01 LOGS
      * AUOPT = 1 AGAINST THE PROVIDER JUST CREATED.
                         MOVE PRID IN FMT02-I TO PRID-WRK
                                          TO MSG65 IN CTL04-O
                   ELSE
                      PERFORM HST04
                      MOVE PRSTAT  IN FPROV   TO SAVSTAT
                      MOVE PNNAME  IN FPROPND TO PRNAME  IN FPROV
                      MOVE PNADDR  IN FPROPND TO PRADDR  IN FPROV
                      MOVE PNCITY  IN FPROPND TO PRCITY  IN FPROV
                      MOVE AUD-CD-DATE8          TO PRUPDT
                      MOVE WSID IN F-KEYS        TO PRUSER
                      REWRITE PRO-REC
                      PERFORM CHGSTS-RTN
                      PERFORM AUD04
                      DELETE PROPND1 RECORD
                   END-IF
           MOVE FKEY TO STEP05

      * COMMAND KEYS 05 - F3 AND F12 DROP BACK TO THE EXISTING
      * SUBFILE BROWSE (LIKE FKEY03), F6 ADDS A CONTACT. ANY
      * PROFILE MAY VIEW THE CONTACTS; ADDING, CHANGING AND
      * DELETING THEM NEEDS THE CONTACT AUTHORITY ----
       FKEY05.
           EVALUATE TRUE
             WHEN F3
             WHEN PAGEDOWN
               MOVE LOAD TO STEP05
             WHEN FADD
               IF AUTH-CON
                  SET MODE06-ADD TO TRUE
                  MOVE 6   TO PANEL
                  MOVE PRP TO STEP06
               ELSE
                  MOVE IND-ON TO IN75
                  MOVE 'NOT AUTHORIZED TO MAINTAIN CONTACTS'
                                      TO MSG75 IN CTL05-O
                  MOVE DSP TO STEP05
               END-IF
             WHEN OTHER
               PERFORM ACT05
           END-EVALUATE.
                WHEN 0
                   CONTINUE
                WHEN 2
                   IF NOT AUTH-CON
                      MOVE IND-ON TO IN75
                      MOVE 'NOT AUTHORIZED TO MAINTAIN CONTACTS'
                                          TO MSG75 IN CTL05-O
                   END-IF
                   IF IN75 NOT = IND-ON
                      SET MODE06-CHG TO TRUE
                      MOVE S5SEQ IN SFL05-I TO CONSEQ-WRK
                      MOVE PRP TO STEP06
                   END-IF
                WHEN 4
                   IF AUTH-CON
                      PERFORM DLC05
                   ELSE
                      MOVE IND-ON TO IN75
                      MOVE 'NOT AUTHORIZED TO MAINTAIN CONTACTS'
                                          TO MSG75 IN CTL05-O
                   END-IF
                WHEN OTHER
                   MOVE IND-ON TO IN75
                   MOVE 'VALID OPTIONS ARE 2=CHANGE 4=DELETE'
               MOVE DSP TO STEP08
           END-EVALUATE.

       PNL09.

             EVALUATE STEP09
               WHEN PRP
                 PERFORM PRP09
               WHEN LOAD
                 PERFORM LOD09
               WHEN DSP
                 PERFORM DSP09
               WHEN FKEY
                 PERFORM FKEY09
           END-EVALUATE.

      * PREPARE CREDENTIAL SUBFILE - POSITION PROCRD1 ON THE
      * SELECTED PROVIDER'S FIRST CREDENTIAL -----
       PRP09.
           MOVE IND-ON TO IN20
           MOVE IND-OFF TO IN21
           WRITE PRO201D-REC FROM CTL09-O FORMAT IS 'CTL09'
           END-WRITE
           MOVE IND-OFF TO IN20
           MOVE ZERO TO SAVRRN09
           MOVE FUNCTION CURRENT-DATE TO AUD-CURR-DATE
           MOVE PRID-WRK           TO C9PRID IN CTL09-O
           MOVE PRNAME IN SFL01-I  TO C9NAME IN CTL09-O
           MOVE PRID-WRK TO CRPRID IN FPROCRD
           MOVE ZEROS    TO CRSEQ  IN FPROCRD
           START PROCRD1 KEY IS NOT LESS THAN CRKEY
                 INVALID KEY     SET CRD-EOF TO TRUE
                 NOT INVALID KEY SET CRD-NOF TO TRUE
           END-START
           IF CRD-NOF
              READ PROCRD1 NEXT
                   AT END SET CRD-EOF TO TRUE
              END-READ
              IF CRD-NOF AND CRPRID IN FPROCRD NOT = PRID-WRK
                 SET CRD-EOF TO TRUE
              END-IF
           END-IF
           MOVE LOAD TO STEP09

      * LOAD CREDENTIAL SUBFILE - A ROW PAST ITS EXPIRY DATE
      * IS MARKED LAPSED ---------------------
       LOD09.
           MOVE SAVRRN09 TO RRN01
           COMPUTE RRB09 IN CTL09-O = RRN01 + 1
           MOVE 0 TO TELLER
           MOVE 0 TO OPT09 IN SFL09-O
           PERFORM UNTIL CRD-EOF
                         OR TELLER >= SFLPAG
               ADD 1 TO RRN01
               ADD 1 TO TELLER
               MOVE CRSEQ   IN FPROCRD  TO S9SEQ   IN SFL09-O
               MOVE CRTYPE  IN FPROCRD  TO S9TYPE  IN SFL09-O
               MOVE CRNUMB  IN FPROCRD  TO S9NUMB  IN SFL09-O
               MOVE CREXDT  IN FPROCRD  TO S9EXDT  IN SFL09-O
               IF CREXDT IN FPROCRD < AUD-CD-DATE8
                  MOVE 'LAPSED'         TO S9STS   IN SFL09-O
               ELSE
                  MOVE SPACES           TO S9STS   IN SFL09-O
               END-IF
               WRITE SUBFILE PRO201D-REC FROM SFL09-O
                             FORMAT IS 'SFL09'
               READ PROCRD1 NEXT
                    AT END SET CRD-EOF TO TRUE
               END-READ
               IF CRD-NOF AND CRPRID IN FPROCRD NOT = PRID-WRK
                  SET CRD-EOF TO TRUE
               END-IF
           END-PERFORM
           MOVE RRN01 TO SAVRRN09
           MOVE DSP TO STEP09

      * DISPLAY CREDENTIAL PANEL  ---------------------
       DSP09.

           IF SAVRRN09 = ZERO
              MOVE IND-OFF TO IN21
           ELSE
              MOVE IND-ON  TO IN21
           END-IF
           MOVE IND-ON  TO IN22

           WRITE PRO201D-REC FORMAT IS 'KEY09'
           WRITE PRO201D-REC FROM CTL09-O FORMAT IS 'CTL09'
           READ PRO201D FORMAT IS 'CTL09'
           MOVE IND-OFF TO IN25
           MOVE FKEY TO STEP09

      * COMMAND KEYS 09 - AS FKEY05: F3 AND F12 DROP BACK TO
      * THE SUBFILE BROWSE, F6 ADDS A CREDENTIAL. ANY PROFILE
      * MAY VIEW THE CREDENTIALS; MAINTAINING THEM NEEDS THE
      * CONTACT AUTHORITY ----
       FKEY09.
           EVALUATE TRUE
             WHEN F3
               MOVE 1   TO PANEL
               MOVE DSP TO STEP01
               MOVE PRP TO STEP09
             WHEN F12
               MOVE 1   TO PANEL
               MOVE DSP TO STEP01
               MOVE PRP TO STEP09
             WHEN PAGEDOWN
               MOVE LOAD TO STEP09
             WHEN FADD
               IF AUTH-CON
                  SET MODE10-ADD TO TRUE
                  MOVE 10  TO PANEL
                  MOVE PRP TO STEP10
               ELSE
                  MOVE IND-ON TO IN25
                  MOVE 'NOT AUTHORIZED TO MAINTAIN CREDENTIALS'
                                      TO MSG25 IN CTL09-O
                  MOVE DSP TO STEP09
               END-IF
             WHEN OTHER
               PERFORM ACT09
           END-EVALUATE.

      * PERFORM CREDENTIAL ACTIONS - 2=CHANGE OPENS PANEL 10,
      * 4=DELETE REMOVES THE ROW ---------------------
       ACT09.
           MOVE DSP TO STEP09
           READ SUBFILE PRO201D NEXT MODIFIED
                               INTO SFL09-I FORMAT IS 'SFL09'
                 AT END SET EOF TO TRUE
                 NOT AT END SET NOF TO TRUE
           END-READ
           PERFORM UNTIL EOF
              EVALUATE OPT09 IN SFL09-I
                WHEN 0
                   CONTINUE
                WHEN 2
                   IF NOT AUTH-CON
                      MOVE IND-ON TO IN25
                      MOVE 'NOT AUTHORIZED TO MAINTAIN CREDENTIALS'
                                          TO MSG25 IN CTL09-O
                   END-IF
                   IF IN25 NOT = IND-ON
                      SET MODE10-CHG TO TRUE
                      MOVE S9SEQ IN SFL09-I TO CRDSEQ-WRK
                      MOVE 10  TO PANEL
                      MOVE PRP TO STEP10
                   END-IF
                WHEN 4
                   IF AUTH-CON
                      PERFORM DLC09
                   ELSE
                      MOVE IND-ON TO IN25
                      MOVE 'NOT AUTHORIZED TO MAINTAIN CREDENTIALS'
                                          TO MSG25 IN CTL09-O
                   END-IF
                WHEN OTHER
                   MOVE IND-ON TO IN25
                   MOVE 'VALID OPTIONS ARE 2=CHANGE 4=DELETE'
                                       TO MSG25 IN CTL09-O
              END-EVALUATE
              MOVE CORR SFL09-I TO SFL09-O
              MOVE 0 TO OPT09 IN SFL09-O
              REWRITE SUBFILE PRO201D-REC FROM SFL09-O
                   FORMAT IS 'SFL09'
              IF PANEL NOT = 9
                 SET EOF TO TRUE
              ELSE
                 READ SUBFILE PRO201D NEXT MODIFIED
                                     INTO SFL09-I FORMAT IS 'SFL09'
                       AT END SET EOF TO TRUE
                       NOT AT END SET NOF TO TRUE
                 END-READ
              END-IF
           END-PERFORM
      * A DELETE LEAVES ITS ROW ON THE DISPLAYED SUBFILE -
      * RELOAD SO THE LIST SHOWS WHAT IS STILL ON FILE
           IF PANEL = 9 AND IN25 NOT = IND-ON
              MOVE PRP TO STEP09
           END-IF.

      * DELETE THE SELECTED CREDENTIAL ---------------------
       DLC09.
           MOVE PRID-WRK        TO CRPRID IN FPROCRD
           MOVE S9SEQ IN SFL09-I TO CRSEQ  IN FPROCRD
           READ PROCRD1 RECORD
                KEY IS CRKEY IN FPROCRD
                INVALID KEY
                   MOVE IND-ON TO IN25
                   MOVE 'CREDENTIAL NOT FOUND - NOT DELETED'
                                       TO MSG25 IN CTL09-O
                NOT INVALID KEY
                   DELETE PROCRD1 RECORD
           END-READ.

       PNL10.

             EVALUATE STEP10
               WHEN PRP
                 PERFORM PRP10
               WHEN DSP
                 PERFORM DSP10
               WHEN FKEY
                 PERFORM FKEY10
           END-EVALUATE.

      * PREPARE CREDENTIAL DETAIL PANEL - BLANK FOR AN ADD, THE
      * SELECTED ROW'S FIELDS FOR A CHANGE ---------------------
       PRP10.
           IF MODE10-ADD
              MOVE SPACES TO FMT10-O
              MOVE PRID-WRK TO P10PRID IN FMT10-O
              MOVE ZEROS    TO P10SEQ  IN FMT10-O
              MOVE ZEROS    TO P10EFDT IN FMT10-O
              MOVE ZEROS    TO P10EXDT IN FMT10-O
           ELSE
              PERFORM RED10
           END-IF
           MOVE DSP TO STEP10

      * READ THE SELECTED CREDENTIAL FOR PANEL 10 ---
       RED10.
           MOVE PRID-WRK   TO CRPRID IN FPROCRD
           MOVE CRDSEQ-WRK TO CRSEQ  IN FPROCRD
           READ PROCRD1 RECORD
                KEY IS CRKEY IN FPROCRD
                INVALID KEY
                   MOVE SPACES     TO FMT10-O
                   MOVE PRID-WRK   TO P10PRID IN FMT10-O
                   MOVE CRDSEQ-WRK TO P10SEQ  IN FMT10-O
                   MOVE ZEROS      TO P10EFDT IN FMT10-O
                   MOVE ZEROS      TO P10EXDT IN FMT10-O
                NOT INVALID KEY
                   MOVE CRPRID IN FPROCRD TO P10PRID IN FMT10-O
                   MOVE CRSEQ  IN FPROCRD TO P10SEQ  IN FMT10-O
                   MOVE CRTYPE IN FPROCRD TO P10TYPE IN FMT10-O
                   MOVE CRNUMB IN FPROCRD TO P10NUMB IN FMT10-O
                   MOVE CRISSR IN FPROCRD TO P10ISSR IN FMT10-O
                   MOVE CREFDT IN FPROCRD TO P10EFDT IN FMT10-O
                   MOVE CREXDT IN FPROCRD TO P10EXDT IN FMT10-O
           END-READ.

      * DISPLAY CREDENTIAL DETAIL PANEL ---------------------
       DSP10.

           WRITE PRO201D-REC FROM FMT10-O FORMAT IS 'FMT10'
           READ PRO201D INTO FMT10-I FORMAT IS 'FMT10'
           MOVE SPACES TO MSG26 IN FMT10-O
           MOVE FKEY TO STEP10

      * COMMAND KEYS 10 - A FAILED SAVE STAYS ON THE PANEL
      * WITH THE KEYED ENTRY, LIKE FKEY06 DOES ----
       FKEY10.
           EVALUATE TRUE
             WHEN F3
               MOVE 9   TO PANEL
               MOVE PRP TO STEP09
               MOVE PRP TO STEP10
             WHEN F12
               MOVE 9   TO PANEL
               MOVE PRP TO STEP09
               MOVE PRP TO STEP10
             WHEN OTHER
               PERFORM SAV10
               IF SAV10-OK
                  MOVE 9   TO PANEL
                  MOVE PRP TO STEP09
                  MOVE PRP TO STEP10
               ELSE
                  MOVE CORRESPONDING FMT10-I TO FMT10-O
                  MOVE DSP TO STEP10
               END-IF
           END-EVALUATE.

      * SAVE THE CREDENTIAL FROM PANEL 10 - AN ADD TAKES THE
      * NEXT FREE SEQUENCE FOR THE PROVIDER ---
       SAV10.
           SET SAV10-OK TO TRUE
           PERFORM VAL10
           IF SAV10-OK
              MOVE FUNCTION CURRENT-DATE TO AUD-CURR-DATE
              IF MODE10-ADD
                 PERFORM NXTCRD-RTN
                 MOVE PRID-WRK            TO CRPRID IN FPROCRD
                 MOVE CRDSEQ-WRK          TO CRSEQ  IN FPROCRD
                 PERFORM CRDMOVE-RTN
                 WRITE CRD-REC
                      INVALID KEY
                         SET SAV10-FAIL TO TRUE
                         MOVE 'CREDENTIAL SEQUENCE ALREADY ON FILE'
                                             TO MSG26 IN FMT10-O
                 END-WRITE
              ELSE
                 MOVE PRID-WRK   TO CRPRID IN FPROCRD
                 MOVE CRDSEQ-WRK TO CRSEQ  IN FPROCRD
                 READ PROCRD1 RECORD
                      KEY IS CRKEY IN FPROCRD
                      INVALID KEY
                         SET SAV10-FAIL TO TRUE
                         MOVE 'CREDENTIAL NOT FOUND - NOT SAVED'
                                             TO MSG26 IN FMT10-O
                      NOT INVALID KEY
                         PERFORM CRDMOVE-RTN
                         REWRITE CRD-REC
                 END-READ
              END-IF
           END-IF.

      * PANEL 10 FIELDS AND THE UPDATE STAMP ONTO FPROCRD ---
       CRDMOVE-RTN.
           MOVE P10TYPE IN FMT10-I  TO CRTYPE IN FPROCRD
           MOVE P10NUMB IN FMT10-I  TO CRNUMB IN FPROCRD
           MOVE P10ISSR IN FMT10-I  TO CRISSR IN FPROCRD
           MOVE P10EFDT IN FMT10-I  TO CREFDT IN FPROCRD
           MOVE P10EXDT IN FMT10-I  TO CREXDT IN FPROCRD
           MOVE AUD-CD-DATE8        TO CRUPDT IN FPROCRD
           MOVE WSID IN F-KEYS      TO CRUSER IN FPROCRD.

      * A CREDENTIAL NEEDS A KNOWN TYPE, A NUMBER AND A VALID
      * EXPIRY DATE; AN EFFECTIVE DATE, IF KEYED, MUST BE VALID
      * AND NOT AFTER THE EXPIRY ---
       VAL10.
           IF P10TYPE IN FMT10-I NOT = 'INS'
              AND P10TYPE IN FMT10-I NOT = 'LIC'
              AND P10TYPE IN FMT10-I NOT = 'CRT'
              SET SAV10-FAIL TO TRUE
              MOVE 'TYPE MUST BE INS, LIC OR CRT'
                                        TO MSG26 IN FMT10-O
           END-IF
           IF SAV10-OK AND P10NUMB IN FMT10-I = SPACES
              SET SAV10-FAIL TO TRUE
              MOVE 'CREDENTIAL NUMBER IS REQUIRED'
                                        TO MSG26 IN FMT10-O
           END-IF
           IF SAV10-OK
              MOVE P10EXDT IN FMT10-I TO EDT-DATE
              PERFORM DATEDT-RTN
              IF EDT-BAD
                 SET SAV10-FAIL TO TRUE
                 MOVE 'EXPIRY DATE MUST BE A VALID YYYYMMDD'
                                        TO MSG26 IN FMT10-O
              END-IF
           END-IF
           IF SAV10-OK AND P10EFDT IN FMT10-I NOT = ZEROS
              MOVE P10EFDT IN FMT10-I TO EDT-DATE
              PERFORM DATEDT-RTN
              IF EDT-BAD
                 SET SAV10-FAIL TO TRUE
                 MOVE 'EFFECTIVE DATE MUST BE A VALID YYYYMMDD'
                                        TO MSG26 IN FMT10-O
              ELSE
                 IF P10EFDT IN FMT10-I > P10EXDT IN FMT10-I
                    SET SAV10-FAIL TO TRUE
                    MOVE 'EFFECTIVE DATE IS AFTER THE EXPIRY'
                                        TO MSG26 IN FMT10-O
                 END-IF
              END-IF
           END-IF.

      * EDT-DATE MUST BE A CALENDAR DATE YYYYMMDD ---
       DATEDT-RTN.
           SET EDT-OK TO TRUE
           IF EDT-DATE NOT NUMERIC
              SET EDT-BAD TO TRUE
           ELSE
              IF EDT-YYYY < 1900
                 OR EDT-MM < 1 OR EDT-MM > 12
                 OR EDT-DD < 1 OR EDT-DD > 31
                 SET EDT-BAD TO TRUE
              ELSE
                 IF (EDT-MM = 4 OR 6 OR 9 OR 11) AND EDT-DD > 30
                    SET EDT-BAD TO TRUE
                 END-IF
                 IF EDT-MM = 2
                    DIVIDE EDT-YYYY BY 4 GIVING EDT-QUOT
                           REMAINDER EDT-REM
                    IF EDT-DD > 29
                       OR (EDT-DD = 29 AND EDT-REM NOT = 0)
                       SET EDT-BAD TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.

      * NEXT FREE CREDENTIAL SEQUENCE = HIGHEST ON FILE PLUS ONE
       NXTCRD-RTN.
           MOVE 0 TO CRDSEQ-WRK
           MOVE PRID-WRK TO CRPRID IN FPROCRD
           MOVE ZEROS    TO CRSEQ  IN FPROCRD
           START PROCRD1 KEY IS NOT LESS THAN CRKEY
                 INVALID KEY     SET CRD-EOF TO TRUE
                 NOT INVALID KEY SET CRD-NOF TO TRUE
           END-START
           PERFORM UNTIL CRD-EOF
              READ PROCRD1 NEXT
                   AT END SET CRD-EOF TO TRUE
              END-READ
              IF CRD-NOF AND CRPRID IN FPROCRD = PRID-WRK
                 MOVE CRSEQ IN FPROCRD TO CRDSEQ-WRK
              ELSE
                 SET CRD-EOF TO TRUE
              END-IF
           END-PERFORM
           ADD 1 TO CRDSEQ-WRK.

       PNL11.

             EVALUATE STEP11
               WHEN PRP
                 PERFORM PRP11
               WHEN LOAD
                 PERFORM LOD11
               WHEN DSP
                 PERFORM DSP11
               WHEN FKEY
                 PERFORM FKEY11
           END-EVALUATE.

      * PREPARE PARENT/LOCATION SUBFILE - THE GROUP LISTED IS THE
      * SELECTED PROVIDER'S PARENT'S WHEN IT HAS ONE, ITS OWN
      * OTHERWISE. POSITION PROPAR1 ON THAT PARENT'S FIRST
      * LOCATION THROUGH THE PPPARENT ALTERNATE KEY -----
       PRP11.
           MOVE IND-ON TO IN90
           MOVE IND-OFF TO IN91
           WRITE PRO201D-REC FROM CTL11-O FORMAT IS 'CTL11'
           END-WRITE
           MOVE IND-OFF TO IN90
           MOVE ZERO TO SAVRRN11
           MOVE PRID-WRK           TO C11PRID IN CTL11-O
           MOVE PRNAME IN SFL01-I  TO C11NAME IN CTL11-O
           MOVE PRID-WRK TO PPPRID IN FPROPAR
           READ PROPAR1 RECORD
                KEY IS PPPRID IN FPROPAR
                INVALID KEY
                   MOVE SPACES   TO SAVPAR11
                   MOVE PRID-WRK TO PARHEAD-WRK
                NOT INVALID KEY
                   MOVE PPPARENT IN FPROPAR TO SAVPAR11
                   MOVE PPPARENT IN FPROPAR TO PARHEAD-WRK
           END-READ
           MOVE SAVPAR11 TO C11PAR  IN CTL11-O
           MOVE SAVPAR11 TO C11NEWP IN CTL11-O
           MOVE SAVPAR11 TO C11NEWP IN CTL11-I
           MOVE SPACES   TO C11PNAM IN CTL11-O
           IF SAVPAR11 NOT = SPACES
              MOVE SAVPAR11 TO EXTERNALLY-DESCRIBED-KEY IN FPROV
              READ PROVIDE1 RECORD
                   KEY IS EXTERNALLY-DESCRIBED-KEY
                   INVALID KEY
                      MOVE '*NOT ON FILE*'  TO C11PNAM IN CTL11-O
                   NOT INVALID KEY
                      MOVE PRNAME IN FPROV  TO C11PNAM IN CTL11-O
              END-READ
           END-IF
           MOVE PARHEAD-WRK TO PPPARENT IN FPROPAR
           START PROPAR1 KEY IS NOT LESS THAN PPPARENT
                 INVALID KEY     SET PAR-EOF TO TRUE
                 NOT INVALID KEY SET PAR-NOF TO TRUE
           END-START
           IF PAR-NOF
              READ PROPAR1 NEXT
                   AT END SET PAR-EOF TO TRUE
              END-READ
              IF PAR-NOF AND PPPARENT IN FPROPAR NOT = PARHEAD-WRK
                 SET PAR-EOF TO TRUE
              END-IF
           END-IF
           MOVE LOAD TO STEP11

      * LOAD PARENT/LOCATION SUBFILE - NAME, STATUS AND CATEGORY
      * OF EACH LOCATION COME FROM ITS PROVIDE1 RECORD ----------
       LOD11.
           MOVE SAVRRN11 TO RRN01
           COMPUTE RRB11 IN CTL11-O = RRN01 + 1
           MOVE 0 TO TELLER
           MOVE 0 TO OPT11 IN SFL11-O
           PERFORM UNTIL PAR-EOF
                         OR TELLER >= SFLPAG
               ADD 1 TO RRN01
               ADD 1 TO TELLER
               MOVE PPPRID IN FPROPAR TO S11PRID IN SFL11-O
               MOVE SPACES            TO S11NEWP IN SFL11-O
               MOVE PPPRID IN FPROPAR TO EXTERNALLY-DESCRIBED-KEY
                                          IN FPROV
               READ PROVIDE1 RECORD
                    KEY IS EXTERNALLY-DESCRIBED-KEY
                    INVALID KEY
                       MOVE '*NOT ON FILE*' TO S11NAME IN SFL11-O
                       MOVE SPACES          TO S11STAT IN SFL11-O
                       MOVE SPACES          TO S11CAT  IN SFL11-O
                    NOT INVALID KEY
                       MOVE PRNAME IN FPROV TO S11NAME IN SFL11-O
                       MOVE PRSTAT IN FPROV TO S11STAT IN SFL11-O
                       MOVE PRCAT  IN FPROV TO S11CAT  IN SFL11-O
               END-READ
               WRITE SUBFILE PRO201D-REC FROM SFL11-O
                             FORMAT IS 'SFL11'
               READ PROPAR1 NEXT
                    AT END SET PAR-EOF TO TRUE
               END-READ
               IF PAR-NOF AND PPPARENT IN FPROPAR NOT = PARHEAD-WRK
                  SET PAR-EOF TO TRUE
               END-IF
           END-PERFORM
           MOVE RRN01 TO SAVRRN11
           MOVE DSP TO STEP11

      * DISPLAY PARENT/LOCATION PANEL  ---------------------
       DSP11.

           IF SAVRRN11 = ZERO
              MOVE IND-OFF TO IN91
           ELSE
              MOVE IND-ON  TO IN91
           END-IF
           MOVE IND-ON  TO IN92

           WRITE PRO201D-REC FORMAT IS 'KEY11'
           WRITE PRO201D-REC FROM CTL11-O FORMAT IS 'CTL11'
           READ PRO201D INTO CTL11-I FORMAT IS 'CTL11'
           MOVE IND-OFF TO IN95
           MOVE FKEY TO STEP11

      * COMMAND KEYS 11 - F3 AND F12 PUT THE BROWSE CURSOR BACK
      * AND DROP TO THE EXISTING SUBFILE. A CHANGED PARENT IN THE
      * HEADER RE-LINKS THE SELECTED PROVIDER, OTHERWISE THE
      * SUBFILE OPTIONS ARE ACTIONED. ANY PROFILE MAY VIEW THE
      * GROUP; CHANGING IT NEEDS THE CONTACT AUTHORITY ----
       FKEY11.
           EVALUATE TRUE
             WHEN F3
               PERFORM RSP01
               MOVE 1   TO PANEL
               MOVE DSP TO STEP01
               MOVE PRP TO STEP11
             WHEN F12
               PERFORM RSP01
               MOVE 1   TO PANEL
               MOVE DSP TO STEP01
               MOVE PRP TO STEP11
             WHEN PAGEDOWN
               MOVE LOAD TO STEP11
             WHEN OTHER
               IF C11NEWP IN CTL11-I NOT = SAVPAR11
                  PERFORM SET11
               ELSE
                  PERFORM ACT11
               END-IF
           END-EVALUATE.

      * SET, CHANGE OR (BLANK) CLEAR THE SELECTED PROVIDER'S
      * PARENT FROM THE HEADER FIELD ---------------------
       SET11.
           MOVE DSP TO STEP11
           MOVE C11NEWP IN CTL11-I TO C11NEWP IN CTL11-O
           IF NOT AUTH-CON
              MOVE IND-ON TO IN95
              MOVE 'NOT AUTHORIZED TO MAINTAIN PARENT LINKS'
                                  TO MSG95 IN CTL11-O
           ELSE
              MOVE PRID-WRK           TO PARLOC-WRK
              MOVE C11NEWP IN CTL11-I TO PARNEW-WRK
              PERFORM PARSET-RTN
      * THE EDITS REPOSITION PROPAR1 UNDER THE PAGING, SO THE
      * GROUP IS RELOADED EVEN WHEN THE LINK IS REFUSED, AS ACT11
      * DOES; THE MESSAGE STILL SHOWS
              MOVE PRP TO STEP11
              IF NOT PARCHK-OK
                 MOVE IND-ON     TO IN95
                 MOVE PARMSG-WRK TO MSG95 IN CTL11-O
              END-IF
           END-IF.

      * PERFORM PARENT/LOCATION ACTIONS - 2=MOVE PUTS THE
      * LOCATION UNDER THE PARENT KEYED ON ITS ROW, 4=REMOVE
      * TAKES IT OUT OF THE GROUP ---------------------
       ACT11.
           MOVE DSP TO STEP11
           SET PARACT-NONE TO TRUE
           READ SUBFILE PRO201D NEXT MODIFIED
                               INTO SFL11-I FORMAT IS 'SFL11'
                 AT END SET EOF TO TRUE
                 NOT AT END SET NOF TO TRUE
           END-READ
           PERFORM UNTIL EOF
              EVALUATE OPT11 IN SFL11-I
                WHEN 0
                   CONTINUE
                WHEN 2
                   SET PARACT-DONE TO TRUE
                   IF NOT AUTH-CON
                      MOVE IND-ON TO IN95
                      MOVE 'NOT AUTHORIZED TO MAINTAIN PARENT LINKS'
                                          TO MSG95 IN CTL11-O
                   ELSE
                      IF S11NEWP IN SFL11-I = SPACES
                         MOVE IND-ON TO IN95
                         MOVE 'KEY THE NEW PARENT TO MOVE A LOCATION'
                                             TO MSG95 IN CTL11-O
                      ELSE
                         MOVE S11PRID IN SFL11-I TO PARLOC-WRK
                         MOVE S11NEWP IN SFL11-I TO PARNEW-WRK
                         PERFORM PARSET-RTN
                         IF PARCHK-FAIL
                            MOVE IND-ON     TO IN95
                            MOVE PARMSG-WRK TO MSG95 IN CTL11-O
                         END-IF
                      END-IF
                   END-IF
                WHEN 4
                   SET PARACT-DONE TO TRUE
                   IF NOT AUTH-CON
                      MOVE IND-ON TO IN95
                      MOVE 'NOT AUTHORIZED TO MAINTAIN PARENT LINKS'
                                          TO MSG95 IN CTL11-O
                   ELSE
                      MOVE S11PRID IN SFL11-I TO PARLOC-WRK
                      MOVE SPACES             TO PARNEW-WRK
                      PERFORM PARSET-RTN
                   END-IF
                WHEN OTHER
                   MOVE IND-ON TO IN95
                   MOVE 'VALID OPTIONS ARE 2=MOVE 4=REMOVE'
                                       TO MSG95 IN CTL11-O
              END-EVALUATE
              MOVE CORR SFL11-I TO SFL11-O
              MOVE 0 TO OPT11 IN SFL11-O
              REWRITE SUBFILE PRO201D-REC FROM SFL11-O
                   FORMAT IS 'SFL11'
              READ SUBFILE PRO201D NEXT MODIFIED
                                  INTO SFL11-I FORMAT IS 'SFL11'
                    AT END SET EOF TO TRUE
                    NOT AT END SET NOF TO TRUE
              END-READ
           END-PERFORM
      * A MOVE OR REMOVE CHANGES WHO IS IN THE GROUP, AND THE
      * EDITS REPOSITION PROPAR1 UNDER THE PAGING - RELOAD AFTER
      * ANY OF THEM, EVEN A REFUSED ONE; THE MESSAGE STILL SHOWS
           IF PARACT-DONE
              MOVE PRP TO STEP11
           END-IF.

      * LINK PARLOC-WRK TO PARNEW-WRK, OR UNLINK IT WHEN
      * PARNEW-WRK IS BLANK. ONE LEVEL ONLY: THE PARENT MUST BE
      * ON FILE, MUST NOT BE THE LOCATION ITSELF AND MUST NOT
      * HAVE A PARENT OF ITS OWN, AND A PROVIDER THAT ALREADY HAS
      * LOCATIONS UNDER IT CANNOT BE GIVEN ONE ---------------
       PARSET-RTN.
           SET PARCHK-OK TO TRUE
           MOVE SPACES TO PARMSG-WRK
           IF PARNEW-WRK NOT = SPACES
              PERFORM PARCHK-RTN
           END-IF
           IF PARCHK-OK
              PERFORM PARUPD-RTN
           END-IF.

       PARCHK-RTN.
           IF PARNEW-WRK = PARLOC-WRK
              SET PARCHK-FAIL TO TRUE
              MOVE 'A PROVIDER CANNOT BE ITS OWN PARENT'
                                        TO PARMSG-WRK
           END-IF
           IF PARCHK-OK
              MOVE PARNEW-WRK TO EXTERNALLY-DESCRIBED-KEY IN FPROV
              READ PROVIDE1 RECORD
                   KEY IS EXTERNALLY-DESCRIBED-KEY
                   INVALID KEY
                      SET PARCHK-FAIL TO TRUE
                      MOVE 'PARENT PROVIDER NOT ON FILE'
                                        TO PARMSG-WRK
              END-READ
           END-IF
           IF PARCHK-OK
              MOVE PARNEW-WRK TO PPPRID IN FPROPAR
              READ PROPAR1 RECORD
                   KEY IS PPPRID IN FPROPAR
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      SET PARCHK-FAIL TO TRUE
                      MOVE 'PARENT IS ITSELF UNDER ANOTHER PARENT'
                                        TO PARMSG-WRK
              END-READ
           END-IF
           IF PARCHK-OK
              MOVE PARLOC-WRK TO PPPARENT IN FPROPAR
              START PROPAR1 KEY IS NOT LESS THAN PPPARENT
                    INVALID KEY     SET PAR-EOF TO TRUE
                    NOT INVALID KEY SET PAR-NOF TO TRUE
              END-START
              IF PAR-NOF
                 READ PROPAR1 NEXT
                      AT END SET PAR-EOF TO TRUE
                 END-READ
                 IF PAR-NOF AND PPPARENT IN FPROPAR = PARLOC-WRK
                    SET PARCHK-FAIL TO TRUE
                    MOVE 'PROVIDER HAS LOCATIONS - CANNOT BE MOVED'
                                        TO PARMSG-WRK
                 END-IF
              END-IF
           END-IF.

      * WRITE, REWRITE OR DELETE THE LINK AND RECORD THE CHANGE
      * ON THE LOCATION'S HISTORY (PANEL 08 SHOWS IT) -----
       PARUPD-RTN.
           MOVE FUNCTION CURRENT-DATE TO AUD-CURR-DATE
           MOVE PARLOC-WRK TO PPPRID IN FPROPAR
           READ PROPAR1 RECORD
                KEY IS PPPRID IN FPROPAR
                INVALID KEY
                   MOVE SPACES TO PAROLD-WRK
                   IF PARNEW-WRK NOT = SPACES
                      MOVE PARLOC-WRK      TO PPPRID   IN FPROPAR
                      MOVE PARNEW-WRK      TO PPPARENT IN FPROPAR
                      MOVE AUD-CD-DATE8    TO PPUPDT   IN FPROPAR
                      MOVE WSID IN F-KEYS  TO PPUSER   IN FPROPAR
                      WRITE PAR-REC
                   END-IF
                NOT INVALID KEY
                   MOVE PPPARENT IN FPROPAR TO PAROLD-WRK
                   IF PARNEW-WRK = SPACES
                      DELETE PROPAR1 RECORD
                   ELSE
                      MOVE PARNEW-WRK      TO PPPARENT IN FPROPAR
                      MOVE AUD-CD-DATE8    TO PPUPDT   IN FPROPAR
                      MOVE WSID IN F-KEYS  TO PPUSER   IN FPROPAR
                      REWRITE PAR-REC
                   END-IF
           END-READ
           IF PAROLD-WRK NOT = PARNEW-WRK
              MOVE PARLOC-WRK      TO HSPRID  IN FPROHST
              MOVE AUD-CD-DATE8    TO HSDATE  IN FPROHST
              MOVE AUD-CD-TIME6    TO HSTIME  IN FPROHST
              MOVE 'PRPARENT'      TO HSFIELD IN FPROHST
              MOVE PAROLD-WRK      TO HSOLD   IN FPROHST
              MOVE PARNEW-WRK      TO HSNEW   IN FPROHST
              MOVE WSID IN F-KEYS  TO HSUSER  IN FPROHST
              PERFORM HST-WRITE-RTN
           END-IF.

        PGM-INIT.
           MOVE 1    TO PANEL
           MOVE PRP  TO STEP01
           MOVE PRP  TO STEP06
           MOVE PRP  TO STEP07
           MOVE PRP  TO STEP08
           MOVE PRP  TO STEP09
           MOVE PRP  TO STEP10
           MOVE PRP  TO STEP11
      * COPY DDS-CTL01-I CARRIES NO VALUE CLAUSE, SO POSPRID/FLTSTS
      * START AS UNDEFINED STORAGE - INITIALIZE BEFORE PRP01/SKP01
      * EVER READ THEM, THE SAME WAY SAVPOSPRID/SAVFLTSTS ARE.
                INPUT  USRREF1
                EXTEND AUDIT1
                I-O  PROHST1
                I-O  PROCHG1
                I-O  PROCRD1
                I-O  PROPAR1
           PERFORM AUTH-CHK-RTN
           PERFORM RST-INIT.

      * LOOK UP THIS PROFILE'S AUTHORITY - NOT ON FILE IS JUNIOR
      * WITH NO OTHER AUTHORITY. A PROFILE NOT YET MAINTAINED ON
      * PRO202 HAS A BLANK URAPR, AND ITS OLD 'S' MARK STILL
      * MEANS IT MAY APPROVE
       AUTH-CHK-RTN.
           MOVE WSID IN F-KEYS TO URUSER IN FUSRREF
           READ USRREF1 RECORD
                INVALID KEY
                   SET JUNIOR TO TRUE
                NOT INVALID KEY
                   IF URAPR IN FUSRREF = 'Y'
                      OR (URAPR IN FUSRREF = SPACE
                          AND URAUTH IN FUSRREF = 'S')
                      SET SUPERVISOR TO TRUE
                   ELSE
                      SET JUNIOR TO TRUE
                   END-IF
                   MOVE URCRT IN FUSRREF TO AUTH-CRT-SW
                   MOVE URDLT IN FUSRREF TO AUTH-DLT-SW
                   MOVE URCON IN FUSRREF TO AUTH-CON-SW
           END-READ.

      * RESTORE THE OPERATOR'S LAST POSITION, IF ANY --

        PGM-END.
           CLOSE  PRO201D PROVIDE1 AUDIT1 RESTART1 ARTMAS PROHST1
                  CATREF1 STAREF1 PROPND1 USRREF1 PROCON1 PROCHG1
                  PROCRD1 PROPAR1
           STOP RUN.
