       PROCESS APOST.
      ****************************************************************
      *                                                              *
      *    PROGRAMME: PRO202                                         *
      *    USER PROFILE MAINTENANCE OVER USRREF1. EACH PROFILE       *
      *    CARRIES ONE Y/N AUTHORITY PER GUARDED FUNCTION - CREATE   *
      *    A PROVIDER, DELETE A PROVIDER, APPROVE PENDING CHANGES,   *
      *    MAINTAIN CONTACTS, RUN THE COMMIT-MODE BATCHES AND        *
      *    MAINTAIN USER PROFILES - WHICH PRO201 AND THE BATCH       *
      *    PROGRAMS CHECK BEFORE DOING THE WORK. PANEL 01 LISTS      *
      *    THE PROFILES (2=CHANGE, 4=DELETE, F6=ADD), PANEL 02       *
      *    MAINTAINS ONE. EVERY AUTHORITY GRANTED OR REVOKED, AND    *
      *    EVERY PROFILE ADDED OR REMOVED, IS WRITTEN TO USRLOG1     *
      *    WITH THE PROFILE THAT MADE THE CHANGE AND WHEN. ONLY A    *
      *    PROFILE HOLDING THE PROFILE AUTHORITY MAY USE THE         *
      *    PROGRAM, AND IT MAY NOT REMOVE THAT AUTHORITY FROM        *
      *    ITSELF OR DELETE ITSELF, SO THE FILE CANNOT BE LEFT       *
      *    WITH NOBODY ABLE TO MAINTAIN IT.                          *
      *                                                              *
      ****************************************************************

       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. PRO202.
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

           SELECT USRREF1  ASSIGN DATABASE-USRREF1
                             ORGANIZATION INDEXED
                             ACCESS MODE  DYNAMIC
                             RECORD KEY   URUSER.

           SELECT PRO202D  ASSIGN WORKSTATION-PRO202D
                           ORGANIZATION TRANSACTION
                           ACCESS       DYNAMIC
                           RELATIVE KEY RRN01
                           FILE STATUS IS A
                           CONTROL-AREA F-KEYS.

           SELECT USRLOG1  ASSIGN DATABASE-USRLOG1
                           ORGANIZATION SEQUENTIAL.

       DATA DIVISION.
      ***************

       FILE SECTION.
      *------------*

       FD  USRREF1.
       01  USR-REC.
           COPY DDS-FUSRREF    IN USRREF1.

       FD  PRO202D.
       01  PRO202D-REC         PIC X(104).

       FD  USRLOG1.
       01  LOG-REC.
           COPY DDS-FUSRLOG    IN USRLOG1.

       WORKING-STORAGE SECTION.
      *-----------------------*

       01  CTL01-OUT.
           COPY DDS-CTL01-O    IN PRO202D.
       01  CTL01-IN.
           COPY DDS-CTL01-I    IN PRO202D.

       01  SFL01-OUT.
           COPY DDS-SFL01-O    IN PRO202D.
       01  SFL01-IN.
           COPY DDS-SFL01-I    IN PRO202D.

       01  FMT02-OUT.
           COPY DDS-FMT02-O    IN PRO202D.
       01  FMT02-IN.
           COPY DDS-FMT02-I    IN PRO202D.

      * THE PROFILE AS IT STOOD BEFORE A SAVE OR DELETE - THE
      * LOG COMPARES IT FLAG BY FLAG AGAINST THE NEW ONE
       01  OLD-USR.
           COPY DDS-FUSRREF    IN USRREF1.

       01  USER-WRK            PIC X(10)   VALUE SPACES.

       01  MODE02              PIC X       VALUE 'C'.
              88 MODE02-ADD    VALUE 'A'.
              88 MODE02-CHG    VALUE 'C'.

       01  SAV02-SW            PIC X       VALUE 'Y'.
              88 SAV02-OK      VALUE 'Y'.
              88 SAV02-FAIL    VALUE 'N'.

      * PROFILE AUTHORITY OF THIS WORKSTATION'S OWN PROFILE -
      * WITHOUT IT THE PROGRAM SHOWS ITS MESSAGE AND ENDS
       01  SEC-SW              PIC X       VALUE 'N'.
              88 SEC-AUTH      VALUE 'Y'.
              88 SEC-NOAUTH    VALUE 'N'.

       01  AUD-CURR-DATE.
           05 AUD-CD-DATE8      PIC 9(8).
           05 AUD-CD-TIME6      PIC 9(6).
           05 FILLER            PIC X(7).

       01  F-KEYS.
           05 F             PIC XX.
              88 F3         VALUE '03'.
              88 F12        VALUE '12'.
      *    ATTENTION PAGEDOWN = 90 AND PAGEUP = 91 ALWAYS !
              88 PAGEDOWN   VALUE '90'.
              88 FADD       VALUE '06'.
           05 WSID          PIC X(10).

       01  END-OF-FILE          PIC X.
              88 EOF            VALUE 'E'.
              88 NOF            VALUE 'N'.

       01  IND-ON           PIC 1       VALUE B'1'.
       01  IND-OFF          PIC 1       VALUE B'0'.

       01  A PIC XX.

       01  PANEL          PIC 9(2)    COMP-3    VALUE 1 .
       01  RRN01          PIC 9(4)    COMP-3.
       01  SAVRRN01       PIC 9(4)    COMP-3.
       01  SFLPAG         PIC 9(2)    COMP-3    VALUE 14.
       01  STEP01         PIC X.
       01  STEP02         PIC X.
       01  TELLER         PIC 9(3)    COMP-3.
       01  SAVPOSUSER     PIC X(10)   VALUE SPACES.

      * VARIABLES TO IDENTIFY THE PANEL STEP
       01  PRP              PIC X       VALUE 'P'.
       01  DSP              PIC X       VALUE 'D'.
       01  FKEY             PIC X       VALUE 'F'.
       01  LOAD             PIC X       VALUE 'L'.

       PROCEDURE DIVISION.
      ********************

        PRO202.
           PERFORM PGM-INIT

           PERFORM UNTIL PANEL = 0
             EVALUATE PANEL
               WHEN 01
                 PERFORM PNL01
               WHEN 02
                 PERFORM PNL02
               WHEN OTHER
                 PERFORM PGM-END
             END-EVALUATE
           END-PERFORM

           PERFORM PGM-END.


       PNL01.

           EVALUATE STEP01
             WHEN PRP
               PERFORM PRP01
             WHEN LOAD
               PERFORM LOD01
             WHEN DSP
               PERFORM DSP01
             WHEN FKEY
               PERFORM FKEY01
           END-EVALUATE.

      * PREPARE SUBFILE - POSITION USRREF1 AT THE POSITION-TO
      * PROFILE, OR THE TOP OF THE FILE --------------------
       PRP01.
           MOVE IND-ON TO IN30
           MOVE IND-OFF TO IN31
           WRITE PRO202D-REC FROM CTL01-O FORMAT IS 'CTL01'
           END-WRITE
           MOVE IND-OFF TO IN30
           MOVE ZERO TO SAVRRN01
           IF POSUSER IN CTL01-I NOT = SPACES
              MOVE POSUSER IN CTL01-I TO URUSER IN USR-REC
           ELSE
              MOVE LOW-VALUES TO URUSER IN USR-REC
           END-IF
           START USRREF1 KEY IS NOT LESS THAN URUSER IN USR-REC
                 INVALID KEY     MOVE IND-ON  TO IN80
                 NOT INVALID KEY MOVE IND-OFF TO IN80
           END-START
           IF IN80 NOT = IND-ON
              READ USRREF1 NEXT
                   AT END MOVE IND-ON TO IN80
              END-READ
           END-IF
           MOVE LOAD TO STEP01

      * LOAD SUBFILE   ---------------------
       LOD01.
           MOVE SAVRRN01 TO RRN01
           COMPUTE RRB01 IN CTL01-O = RRN01 + 1
           MOVE 0 TO TELLER
           MOVE 0 TO OPT01 IN SFL01-O
           PERFORM UNTIL IN80 = IND-ON
                         OR TELLER >= SFLPAG
               ADD 1 TO RRN01
               ADD 1 TO TELLER
               PERFORM NRM-RTN
               MOVE CORR FUSRREF IN USR-REC TO SFL01-O
               WRITE SUBFILE PRO202D-REC FROM SFL01-O
                             FORMAT IS 'SFL01'
               READ USRREF1 NEXT
                    AT END MOVE IND-ON TO IN80
               END-READ
           END-PERFORM
           MOVE RRN01 TO SAVRRN01
           MOVE DSP TO STEP01

      * DISPLAY PANEL  ---------------------
       DSP01.

           IF SAVRRN01 = ZERO
              MOVE IND-OFF TO IN31
           ELSE
              MOVE IND-ON  TO IN31
           END-IF
           MOVE IND-ON  TO IN32

           WRITE PRO202D-REC FORMAT IS 'KEY01'
           WRITE PRO202D-REC FROM CTL01-O FORMAT IS 'CTL01'
           READ PRO202D INTO CTL01-I FORMAT IS 'CTL01'
           MOVE IND-OFF TO IN35
           MOVE FKEY TO STEP01

      * COMMAND KEYS 01 - A NEW POSITION-TO PROFILE RELOADS,
      * F6 ADDS A PROFILE ----
       FKEY01.
           EVALUATE TRUE
             WHEN F3
               MOVE 0   TO PANEL
               MOVE PRP TO STEP01
             WHEN F12
               MOVE 0   TO PANEL
               MOVE PRP TO STEP01
             WHEN PAGEDOWN
               MOVE LOAD TO STEP01
             WHEN FADD
               SET MODE02-ADD TO TRUE
               MOVE 2   TO PANEL
               MOVE PRP TO STEP02
             WHEN OTHER
               IF POSUSER IN CTL01-I NOT = SAVPOSUSER
                  MOVE POSUSER IN CTL01-I TO SAVPOSUSER
                  MOVE POSUSER IN CTL01-I TO POSUSER IN CTL01-O
                  MOVE PRP TO STEP01
               ELSE
                  PERFORM ACT01
               END-IF
           END-EVALUATE.

      * PERFORM PROFILE ACTIONS - 2=CHANGE OPENS PANEL 02,
      * 4=DELETE REMOVES THE PROFILE ---------------------
       ACT01.
           MOVE DSP TO STEP01
           READ SUBFILE PRO202D NEXT MODIFIED
                               INTO SFL01-I FORMAT IS 'SFL01'
                 AT END SET EOF TO TRUE
                 NOT AT END SET NOF TO TRUE
           END-READ
           PERFORM UNTIL EOF
              MOVE URUSER IN SFL01-I TO USER-WRK
              EVALUATE OPT01 IN SFL01-I
                WHEN 0
                   CONTINUE
                WHEN 2
                   IF IN35 NOT = IND-ON
                      SET MODE02-CHG TO TRUE
                      MOVE 2   TO PANEL
                      MOVE PRP TO STEP02
                   END-IF
                WHEN 4
                   PERFORM DLT01
                WHEN OTHER
                   MOVE IND-ON TO IN35
                   MOVE 'VALID OPTIONS ARE 2=CHANGE 4=DELETE'
                                       TO MSG35 IN CTL01-O
              END-EVALUATE
              MOVE CORR SFL01-I TO SFL01-O
              MOVE 0 TO OPT01 IN SFL01-O
              REWRITE SUBFILE PRO202D-REC FROM SFL01-O
                   FORMAT IS 'SFL01'
              IF PANEL NOT = 1
                 SET EOF TO TRUE
              ELSE
                 READ SUBFILE PRO202D NEXT MODIFIED
                                     INTO SFL01-I FORMAT IS 'SFL01'
                       AT END SET EOF TO TRUE
                       NOT AT END SET NOF TO TRUE
                 END-READ
              END-IF
           END-PERFORM
      * A DELETE LEAVES ITS ROW ON THE DISPLAYED SUBFILE -
      * RELOAD SO THE LIST SHOWS WHAT IS STILL ON FILE
           IF PANEL = 1 AND IN35 NOT = IND-ON
              MOVE PRP TO STEP01
           END-IF.

      * DELETE THE SELECTED PROFILE - EVERY AUTHORITY IT HELD
      * IS LOGGED AS REVOKED, THEN THE PROFILE ITSELF --------
       DLT01.
           IF USER-WRK = WSID IN F-KEYS
              MOVE IND-ON TO IN35
              MOVE 'YOU MAY NOT DELETE YOUR OWN PROFILE'
                                     TO MSG35 IN CTL01-O
           ELSE
              MOVE USER-WRK TO URUSER IN USR-REC
              READ USRREF1 RECORD
                   KEY IS URUSER IN USR-REC
                   INVALID KEY
                      MOVE IND-ON TO IN35
                      MOVE 'USER PROFILE NOT FOUND - NOT DELETED'
                                             TO MSG35 IN CTL01-O
                   NOT INVALID KEY
                      PERFORM NRM-RTN
                      MOVE USR-REC TO OLD-USR
                      MOVE 'N' TO URCRT IN USR-REC
                      MOVE 'N' TO URDLT IN USR-REC
                      MOVE 'N' TO URAPR IN USR-REC
                      MOVE 'N' TO URCON IN USR-REC
                      MOVE 'N' TO URBAT IN USR-REC
                      MOVE 'N' TO URSEC IN USR-REC
                      PERFORM LOG-RTN
                      MOVE 'PRF' TO ULFUNC IN FUSRLOG
                      MOVE 'Y'   TO ULOLD  IN FUSRLOG
                      MOVE 'N'   TO ULNEW  IN FUSRLOG
                      PERFORM LOG-WRITE-RTN
                      DELETE USRREF1 RECORD
              END-READ
           END-IF.

       PNL02.

             EVALUATE STEP02
               WHEN PRP
                 PERFORM PRP02
               WHEN DSP
                 PERFORM DSP02
               WHEN FKEY
                 PERFORM FKEY02
           END-EVALUATE.

      * PREPARE PANEL 02 - AN ADD STARTS WITH NO AUTHORITY ---
       PRP02.
           IF MODE02-ADD
              MOVE SPACES TO FMT02-O
              MOVE 'N'    TO URCRT IN FMT02-O
              MOVE 'N'    TO URDLT IN FMT02-O
              MOVE 'N'    TO URAPR IN FMT02-O
              MOVE 'N'    TO URCON IN FMT02-O
              MOVE 'N'    TO URBAT IN FMT02-O
              MOVE 'N'    TO URSEC IN FMT02-O
              MOVE ZEROS  TO URUPDT IN FMT02-O
           ELSE
              PERFORM RED02
           END-IF
           MOVE DSP TO STEP02

      * READ THE SELECTED PROFILE FOR PANEL 02 ---
       RED02.
           MOVE USER-WRK TO URUSER IN USR-REC
           READ USRREF1 RECORD
                KEY IS URUSER IN USR-REC
                INVALID KEY
                   MOVE SPACES   TO FMT02-O
                   MOVE USER-WRK TO URUSER IN FMT02-O
                   MOVE ZEROS    TO URUPDT IN FMT02-O
                   MOVE 'USER PROFILE NO LONGER ON FILE'
                                 TO MSG35 IN FMT02-O
                NOT INVALID KEY
                   PERFORM NRM-RTN
                   MOVE SPACES TO FMT02-O
                   MOVE CORRESPONDING FUSRREF IN USR-REC TO FMT02-O
           END-READ.

      * DISPLAY PANEL 02 ---------------------
       DSP02.

           WRITE PRO202D-REC FROM FMT02-O FORMAT IS 'FMT02'
           READ PRO202D INTO FMT02-I FORMAT IS 'FMT02'
           MOVE SPACES TO MSG35 IN FMT02-O
           MOVE FKEY TO STEP02

      * COMMAND KEYS 02 - A FAILED SAVE STAYS ON THE PANEL WITH
      * THE KEYED ENTRY; A GOOD ONE RELOADS THE LIST ----
       FKEY02.
             EVALUATE TRUE
               WHEN F3
                 MOVE 1   TO PANEL
                 MOVE PRP TO STEP01
                 MOVE PRP TO STEP02
               WHEN F12
                 MOVE 1   TO PANEL
                 MOVE PRP TO STEP01
                 MOVE PRP TO STEP02
               WHEN OTHER
                 IF MODE02-ADD
                    PERFORM CRT02
                 ELSE
                    PERFORM SAV02
                 END-IF
                 IF SAV02-OK
                    MOVE 1   TO PANEL
                    MOVE PRP TO STEP01
                    MOVE PRP TO STEP02
                 ELSE
                    MOVE CORRESPONDING FMT02-I TO FMT02-O
                    MOVE DSP TO STEP02
                 END-IF
           END-EVALUATE.

      * EVERY AUTHORITY MUST BE Y OR N, AND A PROFILE MAY NOT
      * TAKE THE PROFILE AUTHORITY AWAY FROM ITSELF ---
       VAL02.
           IF (URCRT IN FMT02-I NOT = 'Y' AND NOT = 'N')
              OR (URDLT IN FMT02-I NOT = 'Y' AND NOT = 'N')
              OR (URAPR IN FMT02-I NOT = 'Y' AND NOT = 'N')
              OR (URCON IN FMT02-I NOT = 'Y' AND NOT = 'N')
              OR (URBAT IN FMT02-I NOT = 'Y' AND NOT = 'N')
              OR (URSEC IN FMT02-I NOT = 'Y' AND NOT = 'N')
              SET SAV02-FAIL TO TRUE
              MOVE 'EACH AUTHORITY MUST BE Y OR N'
                                     TO MSG35 IN FMT02-O
           END-IF
           IF SAV02-OK
              AND USER-WRK = WSID IN F-KEYS
              AND URSEC IN FMT02-I = 'N'
              SET SAV02-FAIL TO TRUE
              MOVE 'YOU MAY NOT REMOVE YOUR OWN PROFILE AUTH'
                                     TO MSG35 IN FMT02-O
           END-IF.

      * ADD A NEW PROFILE FROM PANEL 02 - THE PROFILE AND EACH
      * AUTHORITY IT STARTS WITH ARE LOGGED AS GRANTED ---
       CRT02.
           SET SAV02-OK TO TRUE
           MOVE URUSER IN FMT02-I TO USER-WRK
           IF USER-WRK = SPACES
              SET SAV02-FAIL TO TRUE
              MOVE 'USER PROFILE IS REQUIRED' TO MSG35 IN FMT02-O
           ELSE
              PERFORM VAL02
           END-IF
           IF SAV02-OK
              MOVE USER-WRK TO URUSER IN USR-REC
              READ USRREF1 RECORD
                   KEY IS URUSER IN USR-REC
                   INVALID KEY
                      MOVE SPACES TO USR-REC
                      MOVE 'N'    TO URCRT IN USR-REC
                      MOVE 'N'    TO URDLT IN USR-REC
                      MOVE 'N'    TO URAPR IN USR-REC
                      MOVE 'N'    TO URCON IN USR-REC
                      MOVE 'N'    TO URBAT IN USR-REC
                      MOVE 'N'    TO URSEC IN USR-REC
                      MOVE USR-REC TO OLD-USR
                      MOVE CORRESPONDING FMT02-I TO
                           FUSRREF IN USR-REC
                      MOVE USER-WRK TO URUSER IN USR-REC
                      PERFORM STAMP-RTN
                      WRITE USR-REC
                      MOVE 'PRF' TO ULFUNC IN FUSRLOG
                      MOVE 'N'   TO ULOLD  IN FUSRLOG
                      MOVE 'Y'   TO ULNEW  IN FUSRLOG
                      PERFORM LOG-WRITE-RTN
                      PERFORM LOG-RTN
                   NOT INVALID KEY
                      SET SAV02-FAIL TO TRUE
                      MOVE 'USER PROFILE ALREADY ON FILE'
                                         TO MSG35 IN FMT02-O
              END-READ
           END-IF.

      * SAVE CHANGES TO A PROFILE FROM PANEL 02 - EACH FLAG
      * THAT MOVED IS LOGGED AS A GRANT OR A REVOKE ---
       SAV02.
           SET SAV02-OK TO TRUE
           PERFORM VAL02
           IF SAV02-OK
              MOVE USER-WRK TO URUSER IN USR-REC
              READ USRREF1 RECORD
                   KEY IS URUSER IN USR-REC
                   INVALID KEY
                      SET SAV02-FAIL TO TRUE
                      MOVE 'USER PROFILE NOT FOUND - NOT SAVED'
                                         TO MSG35 IN FMT02-O
                   NOT INVALID KEY
                      PERFORM NRM-RTN
                      MOVE USR-REC TO OLD-USR
                      MOVE CORRESPONDING FMT02-I TO
                           FUSRREF IN USR-REC
                      MOVE USER-WRK TO URUSER IN USR-REC
                      PERFORM STAMP-RTN
                      REWRITE USR-REC
                      PERFORM LOG-RTN
              END-READ
           END-IF.

      * STAMP THE CHANGE AND KEEP THE OLD SUPERVISOR MARK IN
      * STEP WITH THE APPROVE AUTHORITY ---
       STAMP-RTN.
           IF URAPR IN USR-REC = 'Y'
              MOVE 'S' TO URAUTH IN USR-REC
           ELSE
              MOVE 'J' TO URAUTH IN USR-REC
           END-IF
           MOVE FUNCTION CURRENT-DATE TO AUD-CURR-DATE
           MOVE AUD-CD-DATE8          TO URUPDT  IN USR-REC
           MOVE WSID IN F-KEYS        TO URUPUSR IN USR-REC.

      * A FLAG THAT IS NOT Y READS AS N, EXCEPT THAT A PROFILE
      * CARRIED OVER FROM THE ONE-FLAG LAYOUT (BLANK URAPR)
      * KEEPS APPROVE WHEN URAUTH STILL MARKS IT SUPERVISOR ---
       NRM-RTN.
           IF URAPR IN USR-REC = SPACE
              AND URAUTH IN USR-REC = 'S'
              MOVE 'Y' TO URAPR IN USR-REC
           END-IF
           IF URCRT IN USR-REC NOT = 'Y'
              MOVE 'N' TO URCRT IN USR-REC
           END-IF
           IF URDLT IN USR-REC NOT = 'Y'
              MOVE 'N' TO URDLT IN USR-REC
           END-IF
           IF URAPR IN USR-REC NOT = 'Y'
              MOVE 'N' TO URAPR IN USR-REC
           END-IF
           IF URCON IN USR-REC NOT = 'Y'
              MOVE 'N' TO URCON IN USR-REC
           END-IF
           IF URBAT IN USR-REC NOT = 'Y'
              MOVE 'N' TO URBAT IN USR-REC
           END-IF
           IF URSEC IN USR-REC NOT = 'Y'
              MOVE 'N' TO URSEC IN USR-REC
           END-IF
           IF URUPDT IN USR-REC NOT NUMERIC
              MOVE ZEROS TO URUPDT IN USR-REC
           END-IF.

      * LOG EVERY AUTHORITY THAT DIFFERS BETWEEN OLD-USR AND
      * THE PROFILE NOW IN USR-REC ---
       LOG-RTN.
           MOVE 'CRT'               TO ULFUNC IN FUSRLOG
           MOVE URCRT IN OLD-USR    TO ULOLD  IN FUSRLOG
           MOVE URCRT IN USR-REC    TO ULNEW  IN FUSRLOG
           PERFORM LOG-WRITE-RTN
           MOVE 'DLT'               TO ULFUNC IN FUSRLOG
           MOVE URDLT IN OLD-USR    TO ULOLD  IN FUSRLOG
           MOVE URDLT IN USR-REC    TO ULNEW  IN FUSRLOG
           PERFORM LOG-WRITE-RTN
           MOVE 'APR'               TO ULFUNC IN FUSRLOG
           MOVE URAPR IN OLD-USR    TO ULOLD  IN FUSRLOG
           MOVE URAPR IN USR-REC    TO ULNEW  IN FUSRLOG
           PERFORM LOG-WRITE-RTN
           MOVE 'CON'               TO ULFUNC IN FUSRLOG
           MOVE URCON IN OLD-USR    TO ULOLD  IN FUSRLOG
           MOVE URCON IN USR-REC    TO ULNEW  IN FUSRLOG
           PERFORM LOG-WRITE-RTN
           MOVE 'BAT'               TO ULFUNC IN FUSRLOG
           MOVE URBAT IN OLD-USR    TO ULOLD  IN FUSRLOG
           MOVE URBAT IN USR-REC    TO ULNEW  IN FUSRLOG
           PERFORM LOG-WRITE-RTN
           MOVE 'SEC'               TO ULFUNC IN FUSRLOG
           MOVE URSEC IN OLD-USR    TO ULOLD  IN FUSRLOG
           MOVE URSEC IN USR-REC    TO ULNEW  IN FUSRLOG
           PERFORM LOG-WRITE-RTN.

      * APPEND ONE LOG ROW WHEN THE VALUE ACTUALLY MOVED -----
       LOG-WRITE-RTN.
           IF ULOLD IN FUSRLOG NOT = ULNEW IN FUSRLOG
              MOVE USER-WRK             TO ULUSER  IN FUSRLOG
              MOVE WSID IN F-KEYS       TO ULCHGBY IN FUSRLOG
              MOVE FUNCTION CURRENT-DATE TO AUD-CURR-DATE
              MOVE AUD-CD-DATE8         TO ULDATE  IN FUSRLOG
              MOVE AUD-CD-TIME6         TO ULTIME  IN FUSRLOG
              WRITE LOG-REC
           END-IF.

        PGM-INIT.
           MOVE 1    TO PANEL
           MOVE PRP  TO STEP01
           MOVE PRP  TO STEP02
           MOVE SPACES TO CTL01-IN
           OPEN I-O    USRREF1
                I-O    PRO202D
                EXTEND USRLOG1
           PERFORM AUTH-CHK-RTN
           IF SEC-NOAUTH
              PERFORM DNY01
           END-IF.

      * ONLY A PROFILE HOLDING THE PROFILE AUTHORITY MAY USE
      * THIS PROGRAM - NOT ON FILE HOLDS NO AUTHORITY ---
       AUTH-CHK-RTN.
           MOVE WSID IN F-KEYS TO URUSER IN USR-REC
           READ USRREF1 RECORD
                KEY IS URUSER IN USR-REC
                INVALID KEY
                   SET SEC-NOAUTH TO TRUE
                NOT INVALID KEY
                   IF URSEC IN USR-REC = 'Y'
                      SET SEC-AUTH TO TRUE
                   ELSE
                      SET SEC-NOAUTH TO TRUE
                   END-IF
           END-READ.

      * SHOW THE REFUSAL ON AN EMPTY LIST AND END ---
       DNY01.
           MOVE IND-ON TO IN30
           MOVE IND-OFF TO IN31
           WRITE PRO202D-REC FROM CTL01-O FORMAT IS 'CTL01'
           END-WRITE
           MOVE IND-OFF TO IN30
           MOVE IND-ON  TO IN32
           MOVE IND-ON  TO IN35
           MOVE 'NOT AUTHORIZED TO MAINTAIN USER PROFILES'
                                  TO MSG35 IN CTL01-O
           WRITE PRO202D-REC FORMAT IS 'KEY01'
           WRITE PRO202D-REC FROM CTL01-O FORMAT IS 'CTL01'
           READ PRO202D INTO CTL01-I FORMAT IS 'CTL01'
           MOVE 0 TO PANEL.

        PGM-END.
           CLOSE  PRO202D USRREF1 USRLOG1
           STOP RUN.
