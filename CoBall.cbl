         05 CFG-SHEET-PATH PIC X(80).
         05 CFG-SHEET-OUT PIC X(80).
         05 CFG-SCENE-VER PIC 9(4) COMP.
         05 CFG-JOB-TYPE PIC X(8).
         05 CFG-AFTER PIC X(200).
         05 CFG-WINDOW-END PIC X(4).
         05 CFG-HISTORY-PATH PIC X(80).
         05 CFG-PROFILE PIC X(16).
         05 CFG-PROFILE-DB PIC X(80).
         05 CFG-PROFILE-OP PIC X(8).
         05 CFG-PROFILE-IN PIC X(80).
         05 CFG-PROFILE-STATE PIC X.
         05 CFG-CAMERA-MODE PIC X(8).
         05 CFG-EYE-SEP COMP-1.
         05 CFG-STEREO-OUT PIC X(8).
         05 CFG-QA-LIMITS PIC X(80).
         05 CFG-CATALOG-PATH PIC X(80).
         05 CFG-JOB-SOURCE PIC X(100).
         05 CFG-CAT-OP PIC X(8).
         05 CFG-CAT-FILE PIC X(80).
         05 CFG-CAT-AGE PIC 9(4) COMP.
         05 CFG-STALE-OP PIC X(8).
         05 CFG-COST-CENTRE PIC X(16).
         05 CFG-REQUESTER PIC X(32).
         05 CFG-RATE-PATH PIC X(80).
         05 CFG-CHARGE-OUT PIC X(80).
         05 CFG-DATE-FROM PIC X(8).
         05 CFG-DATE-TO PIC X(8).

       01 RESULT-CODE PIC 9(4) COMP.

           EVALUATE TRUE
             WHEN CFG-QUEUE-OP NOT = SPACES
               CALL 'QUEUE-MAINT' USING JOB-CONFIG, RESULT-CODE
             WHEN CFG-STALE-OP NOT = SPACES
               CALL 'STALE-RENDERS' USING JOB-CONFIG, RESULT-CODE
             WHEN CFG-QUEUE-PATH NOT = SPACES
               CALL 'QUEUE-DRIVER' USING JOB-CONFIG, RESULT-CODE
             WHEN CFG-RATE-PATH NOT = SPACES
               CALL 'CHARGEBACK' USING JOB-CONFIG, RESULT-CODE
             WHEN CFG-STATS-LIST NOT = SPACES
               CALL 'STATS-ROLLUP' USING JOB-CONFIG, RESULT-CODE
             WHEN CFG-CMP-A NOT = SPACES
               CALL 'CONTACT-SHEET' USING JOB-CONFIG, RESULT-CODE
             WHEN CFG-SCENE-OP NOT = SPACES
               CALL 'SCENE-MAINT' USING JOB-CONFIG, RESULT-CODE
             WHEN CFG-PROFILE-OP NOT = SPACES
               CALL 'PROFILE-MAINT' USING JOB-CONFIG, RESULT-CODE
             WHEN CFG-CAT-OP NOT = SPACES
               CALL 'CATALOG-MAINT' USING JOB-CONFIG, RESULT-CODE
             WHEN CFG-MERGE-PATH NOT = SPACES
               CALL 'BAND-MERGE' USING CFG-MERGE-PATH, RESULT-CODE
             WHEN CFG-SEQUENCE-PATH NOT = SPACES
       01 TOK-KEY PIC X(20).
       01 TOK-VAL PIC X(80).
       01 ZENITH-SEEN PIC X.
       01 PROFILE-CODE PIC 9(4) COMP.

       LINKAGE SECTION.
       01 L-PARM-STRING PIC X(512).
         05 CFG-SHEET-PATH PIC X(80).
         05 CFG-SHEET-OUT PIC X(80).
         05 CFG-SCENE-VER PIC 9(4) COMP.
         05 CFG-JOB-TYPE PIC X(8).
         05 CFG-AFTER PIC X(200).
         05 CFG-WINDOW-END PIC X(4).
         05 CFG-HISTORY-PATH PIC X(80).
         05 CFG-PROFILE PIC X(16).
         05 CFG-PROFILE-DB PIC X(80).
         05 CFG-PROFILE-OP PIC X(8).
         05 CFG-PROFILE-IN PIC X(80).
         05 CFG-PROFILE-STATE PIC X.
         05 CFG-CAMERA-MODE PIC X(8).
         05 CFG-EYE-SEP COMP-1.
         05 CFG-STEREO-OUT PIC X(8).
         05 CFG-QA-LIMITS PIC X(80).
         05 CFG-CATALOG-PATH PIC X(80).
         05 CFG-JOB-SOURCE PIC X(100).
         05 CFG-CAT-OP PIC X(8).
         05 CFG-CAT-FILE PIC X(80).
         05 CFG-CAT-AGE PIC 9(4) COMP.
         05 CFG-STALE-OP PIC X(8).
         05 CFG-COST-CENTRE PIC X(16).
         05 CFG-REQUESTER PIC X(32).
         05 CFG-RATE-PATH PIC X(80).
         05 CFG-CHARGE-OUT PIC X(80).
         05 CFG-DATE-FROM PIC X(8).
         05 CFG-DATE-TO PIC X(8).

       PROCEDURE DIVISION USING L-PARM-STRING, JOB-CONFIG.
       MAIN-PROCEDURE.
           MOVE SPACES TO CFG-SHEET-PATH
           MOVE SPACES TO CFG-SHEET-OUT
           MOVE 0 TO CFG-SCENE-VER
           MOVE SPACES TO CFG-JOB-TYPE
           MOVE SPACES TO CFG-AFTER
           MOVE SPACES TO CFG-WINDOW-END
           MOVE SPACES TO CFG-HISTORY-PATH
           MOVE SPACES TO CFG-PROFILE
           MOVE SPACES TO CFG-PROFILE-DB
           MOVE SPACES TO CFG-PROFILE-OP
           MOVE SPACES TO CFG-PROFILE-IN
           MOVE SPACES TO CFG-PROFILE-STATE
           MOVE 'PERSP' TO CFG-CAMERA-MODE
           MOVE 0.065 TO CFG-EYE-SEP
           MOVE 'SINGLE' TO CFG-STEREO-OUT
           MOVE SPACES TO CFG-QA-LIMITS
           MOVE SPACES TO CFG-CATALOG-PATH
           MOVE SPACES TO CFG-JOB-SOURCE
           MOVE SPACES TO CFG-CAT-OP
           MOVE SPACES TO CFG-CAT-FILE
           MOVE 0 TO CFG-CAT-AGE
           MOVE SPACES TO CFG-STALE-OP
           MOVE SPACES TO CFG-COST-CENTRE
           MOVE SPACES TO CFG-REQUESTER
           MOVE SPACES TO CFG-RATE-PATH
           MOVE SPACES TO CFG-CHARGE-OUT
           MOVE SPACES TO CFG-DATE-FROM
           MOVE SPACES TO CFG-DATE-TO
           MOVE 'N' TO ZENITH-SEEN

           COMPUTE WS-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(L-PARM-STRING))

      *A NAMED PROFILE GOES ON FIRST, OVER THE DEFAULTS, SO THAT ANY
      *KEY GIVEN ON THE COMMAND LINE ITSELF STILL WINS. PROFILEOP=
      *MEANS PROFILE= NAMES THE PROFILE TO MAINTAIN, NOT ONE TO USE.
           PERFORM FIND-PROFILE-KEYS
           IF CFG-PROFILE NOT = SPACES AND CFG-PROFILE-OP = SPACES
             CALL 'APPLY-PROFILE' USING CFG-PROFILE-DB, CFG-PROFILE,
                 JOB-CONFIG, ZENITH-SEEN, PROFILE-CODE
             IF PROFILE-CODE = 0
               MOVE 'Y' TO CFG-PROFILE-STATE
             ELSE
               MOVE 'N' TO CFG-PROFILE-STATE
             END-IF
           END-IF

           MOVE 1 TO WS-PTR
           PERFORM UNTIL WS-PTR > WS-LEN
             MOVE SPACES TO TOKEN
               UNSTRING TOKEN DELIMITED BY '='
                   INTO TOK-KEY, TOK-VAL

               CALL 'APPLY-PARM-KEY' USING TOK-KEY, TOK-VAL,
                   JOB-CONFIG, ZENITH-SEEN
             END-IF
           END-PERFORM

             MOVE CFG-BG-HOR-G TO CFG-BG-ZEN-G
             MOVE CFG-BG-HOR-B TO CFG-BG-ZEN-B
           END-IF
           GOBACK
           .

       FIND-PROFILE-KEYS.
           MOVE 1 TO WS-PTR
           PERFORM UNTIL WS-PTR > WS-LEN
             MOVE SPACES TO TOKEN
             UNSTRING L-PARM-STRING DELIMITED BY ALL SPACE
                 INTO TOKEN
                 WITH POINTER WS-PTR

             IF TOKEN NOT = SPACES
               MOVE SPACES TO TOK-KEY
               MOVE SPACES TO TOK-VAL
               UNSTRING TOKEN DELIMITED BY '='
                   INTO TOK-KEY, TOK-VAL
               EVALUATE TOK-KEY
                 WHEN 'PROFILE'
                   MOVE TOK-VAL TO CFG-PROFILE
                 WHEN 'PROFILEDB'
                   MOVE TOK-VAL TO CFG-PROFILE-DB
                 WHEN 'PROFILEOP'
                   MOVE TOK-VAL TO CFG-PROFILE-OP
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             END-IF
           END-PERFORM
           .
       END PROGRAM PARSE-PARM.


      *APPLIES ONE KEY=VALUE SETTING TO JOB-CONFIG. SHARED BY THE
      *COMMAND-LINE PARSE AND BY APPLY-PROFILE SO A KEY MEANS THE
      *SAME THING WHEREVER IT IS WRITTEN. AN UNKNOWN KEY IS IGNORED.
      *L-ZENITH-SEEN GOES TO Y WHEN A SKYZ* KEY SETS THE ZENITH.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPLY-PARM-KEY.
       DATA DIVISION.
       LINKAGE SECTION.
       01 L-KEY PIC X(20).
       01 L-VAL PIC X(80).
       01 JOB-CONFIG.
         05 CFG-WIDTH PIC 9(9) COMP.
         05 CFG-HEIGHT PIC 9(9) COMP.
         05 CFG-FILE-PATH PIC X(80).
         05 CFG-SCENE-PATH PIC X(80).
         05 CFG-LIGHTS-PATH PIC X(80).
         05 CFG-CHECKPOINT-PATH PIC X(80).
         05 CFG-OUTPUT-FORMAT PIC X(4).
         05 CFG-BATCH-PATH PIC X(80).
         05 CFG-JOB-NAME PIC X(32).
         05 CFG-CAM-POS-X COMP-1.
         05 CFG-CAM-POS-Y COMP-1.
         05 CFG-CAM-POS-Z COMP-1.
         05 CFG-CAM-LOOK-X COMP-1.
         05 CFG-CAM-LOOK-Y COMP-1.
         05 CFG-CAM-LOOK-Z COMP-1.
         05 CFG-FOVY COMP-1.
         05 CFG-AMBIENT COMP-1.
         05 CFG-MAX-BOUNCES PIC 9(4) COMP.
         05 CFG-SEQUENCE-PATH PIC X(80).
         05 CFG-ROW-FROM PIC 9(9) COMP.
         05 CFG-ROW-TO PIC 9(9) COMP.
         05 CFG-MERGE-PATH PIC X(80).
         05 CFG-SAMPLES PIC 9(4) COMP.
         05 CFG-AUX-OUTPUTS PIC X(4).
         05 CFG-SCENE-DB PIC X(80).
         05 CFG-SCENE-ID PIC X(16).
         05 CFG-SCENE-OP PIC X(8).
         05 CFG-SCENE-IN PIC X(80).
         05 CFG-BG-HOR-R COMP-1.
         05 CFG-BG-HOR-G COMP-1.
         05 CFG-BG-HOR-B COMP-1.
         05 CFG-BG-ZEN-R COMP-1.
         05 CFG-BG-ZEN-G COMP-1.
         05 CFG-BG-ZEN-B COMP-1.
         05 CFG-FOG-DENSITY COMP-1.
         05 CFG-FOG-R COMP-1.
         05 CFG-FOG-G COMP-1.
         05 CFG-FOG-B COMP-1.
         05 CFG-EXPOSURE COMP-1.
         05 CFG-GAMMA COMP-1.
         05 CFG-AUDIT-PATH PIC X(80).
         05 CFG-FAIL-POLICY PIC X(8).
         05 CFG-QUEUE-PATH PIC X(80).
         05 CFG-QUEUE-OP PIC X(8).
         05 CFG-PRIORITY PIC 9(4) COMP.
         05 CFG-STATS-LIST PIC X(80).
         05 CFG-ROLLUP-PATH PIC X(80).
         05 CFG-CMP-A PIC X(80).
         05 CFG-CMP-B PIC X(80).
         05 CFG-CMP-OUT PIC X(80).
         05 CFG-CMP-TOL PIC 9(4) COMP.
         05 CFG-SHEET-PATH PIC X(80).
         05 CFG-SHEET-OUT PIC X(80).
         05 CFG-SCENE-VER PIC 9(4) COMP.
         05 CFG-JOB-TYPE PIC X(8).
         05 CFG-AFTER PIC X(200).
         05 CFG-WINDOW-END PIC X(4).
         05 CFG-HISTORY-PATH PIC X(80).
         05 CFG-PROFILE PIC X(16).
         05 CFG-PROFILE-DB PIC X(80).
         05 CFG-PROFILE-OP PIC X(8).
         05 CFG-PROFILE-IN PIC X(80).
         05 CFG-PROFILE-STATE PIC X.
         05 CFG-CAMERA-MODE PIC X(8).
         05 CFG-EYE-SEP COMP-1.
         05 CFG-STEREO-OUT PIC X(8).
         05 CFG-QA-LIMITS PIC X(80).
         05 CFG-CATALOG-PATH PIC X(80).
         05 CFG-JOB-SOURCE PIC X(100).
         05 CFG-CAT-OP PIC X(8).
         05 CFG-CAT-FILE PIC X(80).
         05 CFG-CAT-AGE PIC 9(4) COMP.
         05 CFG-STALE-OP PIC X(8).
         05 CFG-COST-CENTRE PIC X(16).
         05 CFG-REQUESTER PIC X(32).
         05 CFG-RATE-PATH PIC X(80).
         05 CFG-CHARGE-OUT PIC X(80).
         05 CFG-DATE-FROM PIC X(8).
         05 CFG-DATE-TO PIC X(8).
       01 L-ZENITH-SEEN PIC X.

       PROCEDURE DIVISION USING L-KEY, L-VAL, JOB-CONFIG,
           L-ZENITH-SEEN.
       MAIN-PROCEDURE.
           EVALUATE L-KEY
             WHEN 'WIDTH'
               COMPUTE CFG-WIDTH = FUNCTION NUMVAL(L-VAL)
             WHEN 'HEIGHT'
               COMPUTE CFG-HEIGHT = FUNCTION NUMVAL(L-VAL)
             WHEN 'OUT'
               MOVE L-VAL TO CFG-FILE-PATH
             WHEN 'SCENE'
               MOVE L-VAL TO CFG-SCENE-PATH
             WHEN 'LIGHTS'
               MOVE L-VAL TO CFG-LIGHTS-PATH
             WHEN 'CHECKPOINT'
               MOVE L-VAL TO CFG-CHECKPOINT-PATH
             WHEN 'FORMAT'
               MOVE L-VAL TO CFG-OUTPUT-FORMAT
             WHEN 'BATCH'
               MOVE L-VAL TO CFG-BATCH-PATH
             WHEN 'NAME'
               MOVE L-VAL TO CFG-JOB-NAME
             WHEN 'CAMX'
               COMPUTE CFG-CAM-POS-X = FUNCTION NUMVAL(L-VAL)
             WHEN 'CAMY'
               COMPUTE CFG-CAM-POS-Y = FUNCTION NUMVAL(L-VAL)
             WHEN 'CAMZ'
               COMPUTE CFG-CAM-POS-Z = FUNCTION NUMVAL(L-VAL)
             WHEN 'LOOKX'
               COMPUTE CFG-CAM-LOOK-X = FUNCTION NUMVAL(L-VAL)
             WHEN 'LOOKY'
               COMPUTE CFG-CAM-LOOK-Y = FUNCTION NUMVAL(L-VAL)
             WHEN 'LOOKZ'
               COMPUTE CFG-CAM-LOOK-Z = FUNCTION NUMVAL(L-VAL)
             WHEN 'FOVY'
               COMPUTE CFG-FOVY = FUNCTION NUMVAL(L-VAL)
             WHEN 'AMBIENT'
               COMPUTE CFG-AMBIENT = FUNCTION NUMVAL(L-VAL)
             WHEN 'BOUNCES'
               COMPUTE CFG-MAX-BOUNCES = FUNCTION NUMVAL(L-VAL)
             WHEN 'SEQUENCE'
               MOVE L-VAL TO CFG-SEQUENCE-PATH
             WHEN 'ROWFROM'
               COMPUTE CFG-ROW-FROM = FUNCTION NUMVAL(L-VAL)
             WHEN 'ROWTO'
               COMPUTE CFG-ROW-TO = FUNCTION NUMVAL(L-VAL)
             WHEN 'MERGE'
               MOVE L-VAL TO CFG-MERGE-PATH
             WHEN 'SAMPLES'
               COMPUTE CFG-SAMPLES = FUNCTION NUMVAL(L-VAL)
             WHEN 'AUX'
               MOVE L-VAL TO CFG-AUX-OUTPUTS
             WHEN 'SCENEDB'
               MOVE L-VAL TO CFG-SCENE-DB
             WHEN 'SCENEID'
               MOVE L-VAL TO CFG-SCENE-ID
             WHEN 'SCENEOP'
               MOVE L-VAL TO CFG-SCENE-OP
             WHEN 'SCENEIN'
               MOVE L-VAL TO CFG-SCENE-IN
             WHEN 'SKYR'
               COMPUTE CFG-BG-HOR-R = FUNCTION NUMVAL(L-VAL)
             WHEN 'SKYG'
               COMPUTE CFG-BG-HOR-G = FUNCTION NUMVAL(L-VAL)
             WHEN 'SKYB'
               COMPUTE CFG-BG-HOR-B = FUNCTION NUMVAL(L-VAL)
             WHEN 'SKYZR'
               COMPUTE CFG-BG-ZEN-R = FUNCTION NUMVAL(L-VAL)
               MOVE 'Y' TO L-ZENITH-SEEN
             WHEN 'SKYZG'
               COMPUTE CFG-BG-ZEN-G = FUNCTION NUMVAL(L-VAL)
               MOVE 'Y' TO L-ZENITH-SEEN
             WHEN 'SKYZB'
               COMPUTE CFG-BG-ZEN-B = FUNCTION NUMVAL(L-VAL)
               MOVE 'Y' TO L-ZENITH-SEEN
             WHEN 'FOGD'
               COMPUTE CFG-FOG-DENSITY = FUNCTION NUMVAL(L-VAL)
             WHEN 'FOGR'
               COMPUTE CFG-FOG-R = FUNCTION NUMVAL(L-VAL)
             WHEN 'FOGG'
               COMPUTE CFG-FOG-G = FUNCTION NUMVAL(L-VAL)
             WHEN 'FOGB'
               COMPUTE CFG-FOG-B = FUNCTION NUMVAL(L-VAL)
             WHEN 'EXPOSURE'
               COMPUTE CFG-EXPOSURE = FUNCTION NUMVAL(L-VAL)
             WHEN 'GAMMA'
               COMPUTE CFG-GAMMA = FUNCTION NUMVAL(L-VAL)
             WHEN 'AUDIT'
               MOVE L-VAL TO CFG-AUDIT-PATH
             WHEN 'ONFAIL'
               MOVE L-VAL TO CFG-FAIL-POLICY
             WHEN 'QUEUE'
               MOVE L-VAL TO CFG-QUEUE-PATH
             WHEN 'QUEUEOP'
               MOVE L-VAL TO CFG-QUEUE-OP
             WHEN 'PRIORITY'
               COMPUTE CFG-PRIORITY = FUNCTION NUMVAL(L-VAL)
             WHEN 'STATSLIST'
               MOVE L-VAL TO CFG-STATS-LIST
             WHEN 'ROLLUP'
               MOVE L-VAL TO CFG-ROLLUP-PATH
             WHEN 'CMPA'
               MOVE L-VAL TO CFG-CMP-A
             WHEN 'CMPB'
               MOVE L-VAL TO CFG-CMP-B
             WHEN 'CMPOUT'
               MOVE L-VAL TO CFG-CMP-OUT
             WHEN 'CMPTOL'
               COMPUTE CFG-CMP-TOL = FUNCTION NUMVAL(L-VAL)
             WHEN 'SHEET'
               MOVE L-VAL TO CFG-SHEET-PATH
             WHEN 'SHEETOUT'
               MOVE L-VAL TO CFG-SHEET-OUT
             WHEN 'SCENEVER'
               COMPUTE CFG-SCENE-VER = FUNCTION NUMVAL(L-VAL)
             WHEN 'JOBTYPE'
               MOVE L-VAL TO CFG-JOB-TYPE
             WHEN 'AFTER'
               MOVE L-VAL TO CFG-AFTER
             WHEN 'WINDOWEND'
               MOVE L-VAL TO CFG-WINDOW-END
             WHEN 'HISTORY'
               MOVE L-VAL TO CFG-HISTORY-PATH
             WHEN 'PROFILE'
               MOVE L-VAL TO CFG-PROFILE
             WHEN 'PROFILEDB'
               MOVE L-VAL TO CFG-PROFILE-DB
             WHEN 'PROFILEOP'
               MOVE L-VAL TO CFG-PROFILE-OP
             WHEN 'PROFILEIN'
               MOVE L-VAL TO CFG-PROFILE-IN
             WHEN 'CAMERA'
               MOVE L-VAL TO CFG-CAMERA-MODE
             WHEN 'EYESEP'
               COMPUTE CFG-EYE-SEP = FUNCTION NUMVAL(L-VAL)
             WHEN 'STEREOOUT'
               MOVE L-VAL TO CFG-STEREO-OUT
             WHEN 'QALIMITS'
               MOVE L-VAL TO CFG-QA-LIMITS
             WHEN 'CATALOG'
               MOVE L-VAL TO CFG-CATALOG-PATH
             WHEN 'CATOP'
               MOVE L-VAL TO CFG-CAT-OP
             WHEN 'CATFILE'
               MOVE L-VAL TO CFG-CAT-FILE
             WHEN 'CATAGE'
               COMPUTE CFG-CAT-AGE = FUNCTION NUMVAL(L-VAL)
             WHEN 'STALEOP'
               MOVE L-VAL TO CFG-STALE-OP
             WHEN 'COSTCENTRE'
               MOVE L-VAL TO CFG-COST-CENTRE
             WHEN 'REQUESTER'
               MOVE L-VAL TO CFG-REQUESTER
             WHEN 'RATES'
               MOVE L-VAL TO CFG-RATE-PATH
             WHEN 'CHARGEOUT'
               MOVE L-VAL TO CFG-CHARGE-OUT
             WHEN 'FROMDATE'
               MOVE L-VAL TO CFG-DATE-FROM
             WHEN 'TODATE'
               MOVE L-VAL TO CFG-DATE-TO
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           GOBACK
           .
       END PROGRAM APPLY-PARM-KEY.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-DRIVER.
       ENVIRONMENT DIVISION.
       01 F33 PIC X(20).
       01 F34 PIC X(20).
       01 F35 PIC X(20).
       01 F36 PIC X(20).
       01 F37 PIC X(20).
       01 F38 PIC X(20).
       01 F39 PIC X(20).
       01 F40 PIC X(80).
       01 F41 PIC X(16).
       01 F42 PIC X(32).

       01 WS-BATCH-PROFILE PIC X(16).
       01 WS-PROFILE-DB PIC X(80).
       01 WS-QA-LIMITS PIC X(80).
       01 WS-CATALOG-PATH PIC X(80).
       01 WS-COST-CENTRE PIC X(16).
       01 WS-REQUESTER PIC X(32).
       01 PROFILE-ZENITH PIC X.
       01 PROFILE-CODE PIC 9(4) COMP.

       01 TS-START PIC X(21).
       01 TS-END PIC X(21).
         05 CFG-SHEET-PATH PIC X(80).
         05 CFG-SHEET-OUT PIC X(80).
         05 CFG-SCENE-VER PIC 9(4) COMP.
         05 CFG-JOB-TYPE PIC X(8).
         05 CFG-AFTER PIC X(200).
         05 CFG-WINDOW-END PIC X(4).
         05 CFG-HISTORY-PATH PIC X(80).
         05 CFG-PROFILE PIC X(16).
         05 CFG-PROFILE-DB PIC X(80).
         05 CFG-PROFILE-OP PIC X(8).
         05 CFG-PROFILE-IN PIC X(80).
         05 CFG-PROFILE-STATE PIC X.
         05 CFG-CAMERA-MODE PIC X(8).
         05 CFG-EYE-SEP COMP-1.
         05 CFG-STEREO-OUT PIC X(8).
         05 CFG-QA-LIMITS PIC X(80).
         05 CFG-CATALOG-PATH PIC X(80).
         05 CFG-JOB-SOURCE PIC X(100).
         05 CFG-CAT-OP PIC X(8).
         05 CFG-CAT-FILE PIC X(80).
         05 CFG-CAT-AGE PIC 9(4) COMP.
         05 CFG-STALE-OP PIC X(8).
         05 CFG-COST-CENTRE PIC X(16).
         05 CFG-REQUESTER PIC X(32).
         05 CFG-RATE-PATH PIC X(80).
         05 CFG-CHARGE-OUT PIC X(80).
         05 CFG-DATE-FROM PIC X(8).
         05 CFG-DATE-TO PIC X(8).
       01 L-RESULT-CODE PIC 9(4) COMP.

       PROCEDURE DIVISION USING JOB-CONFIG, L-RESULT-CODE.

      *THE AUDIT LOG PATH AND FAILURE POLICY COME FROM THE CALLER'S
      *CONFIG AND ARE SAVED HERE BEFORE PARSE-BATCH-LINE RESETS THE
      *CONFIG FOR EACH JOB. SO DO THE PROFILE MASTER AND A PROFILE=
      *GIVEN WITH BATCH=, WHICH IS THE PROFILE FOR EVERY LINE THAT
      *DOES NOT NAME ITS OWN, AND LIKEWISE A QALIMITS= FILE. EVERY
      *LINE'S OUTPUT GOES INTO THE ONE CATALOG= GIVEN FOR THE RUN.
      *A COSTCENTRE= AND REQUESTER= GIVEN WITH BATCH= ARE CHARGED
      *FOR EVERY LINE THAT DOES NOT NAME ITS OWN.
           MOVE CFG-PROFILE TO WS-BATCH-PROFILE
           MOVE CFG-PROFILE-DB TO WS-PROFILE-DB
           MOVE CFG-QA-LIMITS TO WS-QA-LIMITS
           MOVE CFG-CATALOG-PATH TO WS-CATALOG-PATH
           MOVE CFG-COST-CENTRE TO WS-COST-CENTRE
           MOVE CFG-REQUESTER TO WS-REQUESTER
           IF CFG-AUDIT-PATH = SPACES
             MOVE './BATCH-AUDIT.LOG' TO WS-AUDIT-PATH
           ELSE
           MOVE SPACES TO F09 F10 F11 F12 F13 F14 F15 F16 F17
           MOVE SPACES TO F18 F19 F20 F21 F22 F23
           MOVE SPACES TO F24 F25 F26 F27 F28 F29
           MOVE SPACES TO F30 F31 F32 F33 F34 F35 F36
           MOVE SPACES TO F37 F38 F39 F40 F41 F42

           UNSTRING CONTROL-LINE DELIMITED BY ','
               INTO F01, F02, F03, F04, F05, F06, F07, F08,
                    F09, F10, F11, F12, F13, F14, F15, F16, F17,
                    F18, F19, F20, F21, F22, F23, F24, F25, F26,
                    F27, F28, F29, F30, F31, F32, F33, F34, F35,
                    F36, F37, F38, F39, F40, F41, F42

           MOVE 256 TO CFG-WIDTH
           MOVE 256 TO CFG-HEIGHT
           MOVE SPACES TO CFG-SHEET-PATH
           MOVE SPACES TO CFG-SHEET-OUT
           MOVE 0 TO CFG-SCENE-VER
           MOVE SPACES TO CFG-JOB-TYPE
           MOVE SPACES TO CFG-AFTER
           MOVE SPACES TO CFG-WINDOW-END
           MOVE SPACES TO CFG-HISTORY-PATH
           MOVE SPACES TO CFG-PROFILE
           MOVE SPACES TO CFG-PROFILE-DB
           MOVE SPACES TO CFG-PROFILE-OP
           MOVE SPACES TO CFG-PROFILE-IN
           MOVE SPACES TO CFG-PROFILE-STATE
           MOVE 'PERSP' TO CFG-CAMERA-MODE
           MOVE 0.065 TO CFG-EYE-SEP
           MOVE 'SINGLE' TO CFG-STEREO-OUT
           MOVE SPACES TO CFG-QA-LIMITS
           MOVE SPACES TO CFG-CATALOG-PATH
           MOVE SPACES TO CFG-JOB-SOURCE
           MOVE SPACES TO CFG-CAT-OP
           MOVE SPACES TO CFG-CAT-FILE
           MOVE 0 TO CFG-CAT-AGE
           MOVE SPACES TO CFG-STALE-OP
           MOVE SPACES TO CFG-RATE-PATH
           MOVE SPACES TO CFG-CHARGE-OUT
           MOVE SPACES TO CFG-DATE-FROM
           MOVE SPACES TO CFG-DATE-TO

      *FIELD 36 NAMES THE LINE'S PROFILE. IT GOES ON OVER THE
      *DEFAULTS BEFORE THE OTHER FIELDS, SO ANY FIELD THE LINE FILLS
      *IN STILL OVERRIDES THE PROFILE AND A BLANK ONE KEEPS IT.
           MOVE 'N' TO PROFILE-ZENITH
           MOVE WS-PROFILE-DB TO CFG-PROFILE-DB
           IF F36 NOT = SPACES
             MOVE F36 TO CFG-PROFILE
           ELSE
             MOVE WS-BATCH-PROFILE TO CFG-PROFILE
           END-IF
           IF CFG-PROFILE NOT = SPACES
             CALL 'APPLY-PROFILE' USING CFG-PROFILE-DB, CFG-PROFILE,
                 JOB-CONFIG, PROFILE-ZENITH, PROFILE-CODE
             IF PROFILE-CODE = 0
               MOVE 'Y' TO CFG-PROFILE-STATE
             ELSE
               MOVE 'N' TO CFG-PROFILE-STATE
             END-IF
           END-IF

           IF F01 NOT = SPACES MOVE F01 TO CFG-JOB-NAME END-IF
           IF F02 NOT = SPACES MOVE F02 TO CFG-FILE-PATH END-IF
           IF F26 NOT = SPACES
             COMPUTE CFG-BG-HOR-B = FUNCTION NUMVAL(F26)
           END-IF
      *BLANK ZENITH COLUMNS COPY THE HORIZON, GIVING A FLAT SKY,
      *UNLESS THE PROFILE SET A ZENITH OF ITS OWN.
           IF F27 = SPACES
             IF PROFILE-ZENITH NOT = 'Y'
               MOVE CFG-BG-HOR-R TO CFG-BG-ZEN-R
             END-IF
           ELSE
             COMPUTE CFG-BG-ZEN-R = FUNCTION NUMVAL(F27)
           END-IF
           IF F28 = SPACES
             IF PROFILE-ZENITH NOT = 'Y'
               MOVE CFG-BG-HOR-G TO CFG-BG-ZEN-G
             END-IF
           ELSE
             COMPUTE CFG-BG-ZEN-G = FUNCTION NUMVAL(F28)
           END-IF
           IF F29 = SPACES
             IF PROFILE-ZENITH NOT = 'Y'
               MOVE CFG-BG-HOR-B TO CFG-BG-ZEN-B
             END-IF
           ELSE
             COMPUTE CFG-BG-ZEN-B = FUNCTION NUMVAL(F29)
           END-IF
           IF F35 NOT = SPACES
             COMPUTE CFG-GAMMA = FUNCTION NUMVAL(F35)
           END-IF
           IF F37 NOT = SPACES
             MOVE F37 TO CFG-CAMERA-MODE
           END-IF
           IF F38 NOT = SPACES
             COMPUTE CFG-EYE-SEP = FUNCTION NUMVAL(F38)
           END-IF
           IF F39 NOT = SPACES
             MOVE F39 TO CFG-STEREO-OUT
           END-IF
           IF F40 NOT = SPACES
             MOVE F40 TO CFG-QA-LIMITS
           ELSE
             MOVE WS-QA-LIMITS TO CFG-QA-LIMITS
           END-IF
           IF F41 NOT = SPACES
             MOVE F41 TO CFG-COST-CENTRE
           ELSE
             MOVE WS-COST-CENTRE TO CFG-COST-CENTRE
           END-IF
           IF F42 NOT = SPACES
             MOVE F42 TO CFG-REQUESTER
           ELSE
             MOVE WS-REQUESTER TO CFG-REQUESTER
           END-IF

           MOVE WS-CATALOG-PATH TO CFG-CATALOG-PATH
           MOVE SPACES TO CFG-JOB-SOURCE
           STRING 'BATCH ' FUNCTION TRIM(WS-CONTROL-PATH)
               DELIMITED BY SIZE INTO CFG-JOB-SOURCE
           .
       END PROGRAM BATCH-DRIVER.

         05 CFG-SHEET-PATH PIC X(80).
         05 CFG-SHEET-OUT PIC X(80).
         05 CFG-SCENE-VER PIC 9(4) COMP.
         05 CFG-JOB-TYPE PIC X(8).
         05 CFG-AFTER PIC X(200).
         05 CFG-WINDOW-END PIC X(4).
         05 CFG-HISTORY-PATH PIC X(80).
         05 CFG-PROFILE PIC X(16).
         05 CFG-PROFILE-DB PIC X(80).
         05 CFG-PROFILE-OP PIC X(8).
         05 CFG-PROFILE-IN PIC X(80).
         05 CFG-PROFILE-STATE PIC X.
         05 CFG-CAMERA-MODE PIC X(8).
         05 CFG-EYE-SEP COMP-1.
         05 CFG-STEREO-OUT PIC X(8).
         05 CFG-QA-LIMITS PIC X(80).
         05 CFG-CATALOG-PATH PIC X(80).
         05 CFG-JOB-SOURCE PIC X(100).
         05 CFG-CAT-OP PIC X(8).
         05 CFG-CAT-FILE PIC X(80).
         05 CFG-CAT-AGE PIC 9(4) COMP.
         05 CFG-STALE-OP PIC X(8).
         05 CFG-COST-CENTRE PIC X(16).
         05 CFG-REQUESTER PIC X(32).
         05 CFG-RATE-PATH PIC X(80).
         05 CFG-CHARGE-OUT PIC X(80).
         05 CFG-DATE-FROM PIC X(8).
         05 CFG-DATE-TO PIC X(8).
       01 L-RESULT-CODE PIC 9(4) COMP.

       PROCEDURE DIVISION USING JOB-CONFIG, L-RESULT-CODE.
      *EACH FRAME GETS ITS OWN CHECKPOINT DERIVED FROM ITS OUTPUT
      *NAME; A STALE PATH FROM THE PREVIOUS FRAME MUST NOT LEAK IN.
             MOVE SPACES TO CFG-CHECKPOINT-PATH
      *RENDER-IMAGE CATALOGS THE FRAME UNDER THIS SOURCE, SO THE
      *CATALOG CAN TELL WHICH SEQUENCE AND FRAME MADE THE FILE.
             MOVE SPACES TO CFG-JOB-SOURCE
             STRING 'SEQUENCE ' FUNCTION TRIM(CFG-SEQUENCE-PATH)
                 ' FRAME ' FRAME-ED
                 DELIMITED BY SIZE INTO CFG-JOB-SOURCE

             CALL 'RENDER-IMAGE' USING JOB-CONFIG, FRAME-RESULT

      *OUTPUT, THE IMAGE DIMENSIONS AND EACH BAND IN ROW ORDER; THE
      *MERGE REFUSES TO RUN IF THE BANDS DO NOT COVER EVERY ROW
      *EXACTLY ONCE OR A BAND FILE IS MISSING OR THE WRONG SIZE.
      *A 'STEREO,PAIR' LINE MARKS THE OUTPUT AS A SIDE-BY-SIDE
      *STEREO FRAME TO BE CUT INTO LEFT AND RIGHT EYE FILES ONCE IT
      *IS WHOLE, AS A STEREOOUT=PAIR RENDER DOES. THE MERGED IMAGE
      *GOES THROUGH QA-IMAGE LIKE ANY FINISHED RENDER, AGAINST THE
      *LIMITS FILE ON A 'QALIMITS,<path>' LINE IF THERE IS ONE, AND
      *IS ENTERED IN THE OUTPUT CATALOG A 'CATALOG,<path>' LINE
      *NAMES (DEFAULT ./RENDER-CATALOG.DAT).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAND-MERGE.
       ENVIRONMENT DIVISION.
       01 M-WIDTH PIC 9(9) COMP.
       01 M-HEIGHT PIC 9(9) COMP.
       01 M-FORMAT PIC X(4).
       01 M-STEREO-OUT PIC X(8).
       01 SPLIT-CODE PIC 9(4) COMP.
       01 M-QA-LIMITS PIC X(80).
       01 M-CATALOG-PATH PIC X(80).
       01 QA-OBJID-PATH PIC X(80).
       01 QA-OBJECT-NAMES.
         05 QA-OBJ-COUNT PIC 9(4) COMP.
         05 QA-OBJ-NAME PIC X(16) OCCURS 32 TIMES.
       01 QA-CODE PIC 9(4) COMP.

      *THE MERGED IMAGE IS CATALOGED WITH THE LINEAGE OF ITS FIRST
      *BAND, WHICH RENDER-IMAGE CATALOGED WHEN IT RENDERED THE BAND.
       01 CATALOG-ENTRY.
         05 CAT-OUT-PATH PIC X(80).
         05 CAT-KIND PIC X(8).
         05 CAT-JOB-NAME PIC X(32).
         05 CAT-SOURCE PIC X(100).
         05 CAT-SCENE-ID PIC X(16).
         05 CAT-SCENE-DB PIC X(80).
         05 CAT-SCENE-SEQ PIC 9(4) COMP.
         05 CAT-SCENE-PATH PIC X(80).
         05 CAT-LIGHTS-PATH PIC X(80).
         05 CAT-WIDTH PIC 9(9) COMP.
         05 CAT-HEIGHT PIC 9(9) COMP.
         05 CAT-FORMAT PIC X(4).
         05 CAT-SAMPLES PIC 9(4) COMP.
         05 CAT-BOUNCES PIC 9(4) COMP.
         05 CAT-AUX PIC X(4).
         05 CAT-CAMERA PIC X(8).
         05 CAT-PROFILE PIC X(16).
         05 CAT-FILE-BYTES PIC 9(9) COMP.
         05 CAT-VERIFY PIC X(4).
         05 CAT-RESULT PIC 9(4) COMP.
         05 CAT-TS PIC X(21).
         05 CAT-KEEP PIC X.
         05 CAT-CONFIG PIC X(4096).
       01 CAT-IO-OP PIC X(8).
       01 CAT-CODE PIC 9(4) COMP.

       01 BAND-TABLE.
         05 BAND-COUNT PIC 9(4) COMP.
           MOVE 0 TO M-WIDTH
           MOVE 0 TO M-HEIGHT
           MOVE 'BMP' TO M-FORMAT
           MOVE SPACES TO M-STEREO-OUT
           MOVE SPACES TO M-QA-LIMITS
           MOVE SPACES TO M-CATALOG-PATH
           MOVE 'Y' TO MERGE-OK

           MOVE L-MERGE-PATH TO WS-CTL-PATH
               MOVE VERIFY-CODE TO L-RESULT-CODE
             END-IF
           END-IF

           IF M-STEREO-OUT = 'PAIR' AND L-RESULT-CODE = 0
             CALL 'SPLIT-STEREO-PAIR' USING M-OUT-PATH, M-FORMAT,
                 M-WIDTH, M-HEIGHT, SPLIT-CODE
             IF SPLIT-CODE NOT = 0
               MOVE 9 TO L-RESULT-CODE
             END-IF
           END-IF

      *BANDS CARRY NO OBJECT-ID PASS, SO THE MERGED IMAGE IS GATED
      *ON ITS TONES ALONE.
           IF L-RESULT-CODE = 0
             MOVE SPACES TO QA-OBJID-PATH
             MOVE 0 TO QA-OBJ-COUNT
             CALL 'QA-IMAGE' USING M-OUT-PATH, QA-OBJID-PATH,
                 M-QA-LIMITS, QA-OBJECT-NAMES, QA-CODE
             IF QA-CODE NOT = 0
               MOVE 16 TO L-RESULT-CODE
             END-IF
           END-IF

           PERFORM CATALOG-MERGED-IMAGE
           GOBACK
           .

      *A BAND NEVER CATALOGED (RENDERED BEFORE THE CATALOG, OR INTO
      *ANOTHER ONE) LEAVES THE MERGED ENTRY WITHOUT A LINEAGE, BUT
      *THE MERGE IS STILL RECORDED SO THE PURGE CAN FIND IT.
       CATALOG-MERGED-IMAGE.
           MOVE SPACES TO CATALOG-ENTRY
           MOVE BAND-PATH(1) TO CAT-OUT-PATH
           MOVE 'READ' TO CAT-IO-OP
           CALL 'CATALOG-IO' USING M-CATALOG-PATH, CAT-IO-OP,
               CATALOG-ENTRY, CAT-CODE
           IF CAT-CODE NOT = 0
             MOVE SPACES TO CATALOG-ENTRY
             MOVE 0 TO CAT-SCENE-SEQ
             MOVE 0 TO CAT-SAMPLES
             MOVE 0 TO CAT-BOUNCES
           END-IF

           MOVE M-OUT-PATH TO CAT-OUT-PATH
           MOVE 'MERGE' TO CAT-KIND
           MOVE SPACES TO CAT-SOURCE
           STRING 'MERGE ' FUNCTION TRIM(L-MERGE-PATH)
               DELIMITED BY SIZE INTO CAT-SOURCE
           MOVE M-WIDTH TO CAT-WIDTH
           MOVE M-HEIGHT TO CAT-HEIGHT
           MOVE M-FORMAT TO CAT-FORMAT
           MOVE 'NO' TO CAT-AUX
           CALL 'COUNT-FILE-BYTES' USING M-OUT-PATH, CAT-FILE-BYTES
           IF M-FORMAT = 'PPM'
             MOVE 'NONE' TO CAT-VERIFY
           ELSE
             IF VERIFY-CODE = 0
               MOVE 'PASS' TO CAT-VERIFY
             ELSE
               MOVE 'FAIL' TO CAT-VERIFY
             END-IF
           END-IF
           MOVE L-RESULT-CODE TO CAT-RESULT
           MOVE FUNCTION CURRENT-DATE TO CAT-TS
           MOVE 'N' TO CAT-KEEP

           MOVE 'WRITE' TO CAT-IO-OP
           CALL 'CATALOG-IO' USING M-CATALOG-PATH, CAT-IO-OP,
               CATALOG-ENTRY, CAT-CODE
           IF CAT-CODE NOT = 0
             DISPLAY 'BAND-MERGE: ' FUNCTION TRIM(M-OUT-PATH)
                 ' written but not cataloged'
           END-IF
           .

       PARSE-MERGE-LINE.
           MOVE SPACES TO M-TAG M01 M02 M03

               COMPUTE M-HEIGHT = FUNCTION NUMVAL(M01)
             WHEN 'FORMAT'
               MOVE M01 TO M-FORMAT
             WHEN 'STEREO'
               MOVE M01 TO M-STEREO-OUT
             WHEN 'QALIMITS'
               MOVE M01 TO M-QA-LIMITS
             WHEN 'CATALOG'
               MOVE M01 TO M-CATALOG-PATH
             WHEN 'BAND'
               IF BAND-COUNT < 16
                 ADD 1 TO BAND-COUNT
             DISPLAY 'BAND-MERGE: control file has no BAND lines'
             MOVE 'N' TO MERGE-OK
           END-IF
           IF M-STEREO-OUT NOT = SPACES AND
              M-STEREO-OUT NOT = 'SINGLE' AND
              M-STEREO-OUT NOT = 'PAIR'
             DISPLAY 'BAND-MERGE: STEREO must be SINGLE or PAIR'
             MOVE 'N' TO MERGE-OK
           END-IF
           IF M-STEREO-OUT = 'PAIR' AND
              FUNCTION MOD(M-WIDTH, 2) NOT = 0
             DISPLAY 'BAND-MERGE: a stereo pair needs an even WIDTH'
             MOVE 'N' TO MERGE-OK
           END-IF

           IF MERGE-OK NOT = 'Y'
             EXIT PARAGRAPH
       01 WIDTH-F COMP-1.
       01 HEIGHT-F COMP-1.

      *CAMERA MODE: PERSP IS THE ONE PINHOLE VIEW, PANORAMA A FULL
      *360 X 180 EQUIRECTANGULAR SWEEP FROM THE CAMERA POSITION,
      *STEREO TWO PINHOLE VIEWS SIDE BY SIDE FROM EYES SET EYE-SEP
      *APART ALONG THE CAMERA'S RIGHT VECTOR.
       01 CAMERA-MODE PIC X(8).
       01 STEREO-OUT PIC X(8).
       01 HALF-WIDTH PIC 9(9) COMP.
       01 PIX-COL PIC 9(9) COMP.
       01 VIEW-WIDTH-F COMP-1.
       01 EYE-SHIFT COMP-1.
       01 PANO-LON COMP-1.
       01 PANO-LAT COMP-1.
       01 PANO-CX COMP-1.
       01 PANO-CY COMP-1.
       01 PANO-CZ COMP-1.
       01 SPLIT-CODE PIC 9(4) COMP.

       01 QA-OBJID-PATH PIC X(80).
       01 QA-OBJECT-NAMES.
         05 QA-OBJ-COUNT PIC 9(4) COMP.
         05 QA-OBJ-NAME PIC X(16) OCCURS 32 TIMES.
       01 QA-IDX PIC 9(4) COMP.
       01 QA-CODE PIC 9(4) COMP.
       01 QA-RESULT PIC X(4).

       01 TEMP-COLOR PIC XXX.
       01 COLOR_OUT.
         02 COLOR-R PIC 9(9) COMP.
           10 OBJ-SIZE-X COMP-1.
           10 OBJ-SIZE-Y COMP-1.
           10 OBJ-SIZE-Z COMP-1.
      *AN OBJECT WITH A COMBINE OP IS NOT A SOLID OF ITS OWN: IT IS
      *UNIONED INTO, SUBTRACTED FROM OR INTERSECTED WITH THE OBJECT
      *NAMED BY ITS TARGET. RESOLVE-COMBINES FILLS IN THE TARGET'S
      *SUBSCRIPT AND HOW MANY LINKS DOWN THE CHAIN THE OBJECT SITS
      *(ZERO FOR A STAND-ALONE SOLID) WHEN THE SCENE IS LOADED.
      *A TEXTURE PATH NAMES A BMP OR PPM THAT REPLACES THE FLAT
      *COLOR; THE REPEAT COUNT SAYS HOW OFTEN IT TILES.
           10 OBJ-COMBINE-OP PIC X(10).
           10 OBJ-COMBINE-TARGET PIC X(16).
           10 OBJ-COMBINE-INDEX PIC 9(4) COMP.
           10 OBJ-COMBINE-DEPTH PIC 9(4) COMP.
           10 OBJ-TEXTURE-PATH PIC X(80).
           10 OBJ-TEXTURE-REPEAT COMP-1.

       01 TEXTURE-SET EXTERNAL.
         05 TEX-COUNT PIC 9(4) COMP.
         05 TEX-OBJ-SLOT PIC 9(4) COMP OCCURS 32 TIMES.
         05 TEX-ENTRY OCCURS 4 TIMES.
           10 TEX-PATH PIC X(80).
           10 TEX-W PIC 9(9) COMP.
           10 TEX-H PIC 9(9) COMP.
           10 TEX-ROWS OCCURS 512 TIMES.
             15 TEX-COLS OCCURS 512 TIMES.
               20 TEX-PIXEL PIC XXX.
       01 TEX-IDX PIC 9(4) COMP.
       01 TEX-SLOT PIC 9(4) COMP.
       01 TEX-OK PIC X.

      *FOR A 'POINT' LIGHT THE DIR FIELDS HOLD ITS WORLD POSITION,
      *NOT A DIRECTION, THE SAME WAY A PLANE'S SIZE FIELDS HOLD ITS
         02 WORLD-UP-VALS COMP-1 OCCURS 3 TIMES.
       01 RIGHT-LEN COMP-1.
       01 LOOK-LEN COMP-1.
       01 LEFT-EYE.
         02 LEFT-EYE-VALS COMP-1 OCCURS 3 TIMES.
       01 RIGHT-EYE.
         02 RIGHT-EYE-VALS COMP-1 OCCURS 3 TIMES.
       01 EYE-OFFSET.
         02 EYE-OFFSET-VALS COMP-1 OCCURS 3 TIMES.
       01 PANO-PART-1.
         02 PANO-PART-1-VALS COMP-1 OCCURS 3 TIMES.
       01 PANO-PART-2.
         02 PANO-PART-2-VALS COMP-1 OCCURS 3 TIMES.
       01 PANO-PART-3.
         02 PANO-PART-3-VALS COMP-1 OCCURS 3 TIMES.
       01 RAY-ORIGIN.
         02 RAY-ORIGIN-VALS COMP-1 OCCURS 3 TIMES.
       01 RAY-FORWARD.
         02 RAY-FORWARD-VALS COMP-1 OCCURS 3 TIMES.

       01 VERIFY-CODE PIC 9(4) COMP.
       01 VALIDATE-CODE PIC 9(4) COMP.
       01 MASTER-CODE PIC 9(4) COMP.
       01 NO-SCENE-PATH PIC X(80) VALUE SPACES.

      *WHAT THE OUTPUT CATALOG IS TOLD ABOUT THIS RENDER.
       01 CATALOG-ENTRY.
         05 CAT-OUT-PATH PIC X(80).
         05 CAT-KIND PIC X(8).
         05 CAT-JOB-NAME PIC X(32).
         05 CAT-SOURCE PIC X(100).
         05 CAT-SCENE-ID PIC X(16).
         05 CAT-SCENE-DB PIC X(80).
         05 CAT-SCENE-SEQ PIC 9(4) COMP.
         05 CAT-SCENE-PATH PIC X(80).
         05 CAT-LIGHTS-PATH PIC X(80).
         05 CAT-WIDTH PIC 9(9) COMP.
         05 CAT-HEIGHT PIC 9(9) COMP.
         05 CAT-FORMAT PIC X(4).
         05 CAT-SAMPLES PIC 9(4) COMP.
         05 CAT-BOUNCES PIC 9(4) COMP.
         05 CAT-AUX PIC X(4).
         05 CAT-CAMERA PIC X(8).
         05 CAT-PROFILE PIC X(16).
         05 CAT-FILE-BYTES PIC 9(9) COMP.
         05 CAT-VERIFY PIC X(4).
         05 CAT-RESULT PIC 9(4) COMP.
         05 CAT-TS PIC X(21).
         05 CAT-KEEP PIC X.
         05 CAT-CONFIG PIC X(4096).
       01 CAT-IO-OP PIC X(8).
       01 CAT-CODE PIC 9(4) COMP.
       01 SCENE-SEQ PIC 9(4) COMP.

      *PER-JOB SHADING KNOBS HANDED TO RENDER-PIXEL AS ONE GROUP,
      *THE SAME WAY THE SCENE AND LIGHT TABLES TRAVEL.
       01 SHADE-SETTINGS.
         05 CFG-SHEET-PATH PIC X(80).
         05 CFG-SHEET-OUT PIC X(80).
         05 CFG-SCENE-VER PIC 9(4) COMP.
         05 CFG-JOB-TYPE PIC X(8).
         05 CFG-AFTER PIC X(200).
         05 CFG-WINDOW-END PIC X(4).
         05 CFG-HISTORY-PATH PIC X(80).
         05 CFG-PROFILE PIC X(16).
         05 CFG-PROFILE-DB PIC X(80).
         05 CFG-PROFILE-OP PIC X(8).
         05 CFG-PROFILE-IN PIC X(80).
         05 CFG-PROFILE-STATE PIC X.
         05 CFG-CAMERA-MODE PIC X(8).
         05 CFG-EYE-SEP COMP-1.
         05 CFG-STEREO-OUT PIC X(8).
         05 CFG-QA-LIMITS PIC X(80).
         05 CFG-CATALOG-PATH PIC X(80).
         05 CFG-JOB-SOURCE PIC X(100).
         05 CFG-CAT-OP PIC X(8).
         05 CFG-CAT-FILE PIC X(80).
         05 CFG-CAT-AGE PIC 9(4) COMP.
         05 CFG-STALE-OP PIC X(8).
         05 CFG-COST-CENTRE PIC X(16).
         05 CFG-REQUESTER PIC X(32).
         05 CFG-RATE-PATH PIC X(80).
         05 CFG-CHARGE-OUT PIC X(80).
         05 CFG-DATE-FROM PIC X(8).
         05 CFG-DATE-TO PIC X(8).
       01 RESULT-CODE PIC 9(4) COMP.

       PROCEDURE DIVISION USING JOB-CONFIG, RESULT-CODE.
       MAIN-PROCEDURE.
           MOVE 0 TO RESULT-CODE
           MOVE SPACES TO QA-RESULT
           MOVE 0 TO VERIFY-CODE
           MOVE 0 TO SCENE-SEQ

      *A JOB WHOSE PROFILE COULD NOT BE APPLIED WOULD COME OUT IN THE
      *DEFAULT LOOK INSTEAD OF THE ONE ASKED FOR; REFUSE IT.
           IF CFG-PROFILE NOT = SPACES AND CFG-PROFILE-STATE NOT = 'Y'
             DISPLAY 'RENDER-IMAGE: profile '
                 FUNCTION TRIM(CFG-PROFILE)
                 ' could not be applied, job not run'
             MOVE 15 TO RESULT-CODE
             GOBACK
           END-IF

           MOVE CFG-WIDTH TO IMAGE-WIDTH
           MOVE CFG-HEIGHT TO IMAGE-HEIGHT

           MOVE SAMPLE-N TO SAMPLE-F
           COMPUTE SAMPLE-TOTAL = SAMPLE-N * SAMPLE-N

      *A STEREO FRAME SPLITS ITS WIDTH EVENLY BETWEEN THE TWO EYES.
      *STEREOOUT=PAIR ALSO CUTS THE FINISHED FRAME INTO SEPARATE
      *LEFT AND RIGHT EYE FILES.
           MOVE CFG-CAMERA-MODE TO CAMERA-MODE
           IF CAMERA-MODE = SPACES
             MOVE 'PERSP' TO CAMERA-MODE
           END-IF
           MOVE CFG-STEREO-OUT TO STEREO-OUT
           IF STEREO-OUT = SPACES
             MOVE 'SINGLE' TO STEREO-OUT
           END-IF
           IF CAMERA-MODE NOT = 'PERSP' AND
              CAMERA-MODE NOT = 'PANORAMA' AND
              CAMERA-MODE NOT = 'STEREO'
             DISPLAY 'RENDER-IMAGE: CAMERA must be PERSP, PANORAMA '
                 'or STEREO: ' CAMERA-MODE
             MOVE 6 TO RESULT-CODE
             GOBACK
           END-IF
           IF STEREO-OUT NOT = 'SINGLE' AND STEREO-OUT NOT = 'PAIR'
             DISPLAY 'RENDER-IMAGE: STEREOOUT must be SINGLE or PAIR: '
                 STEREO-OUT
             MOVE 6 TO RESULT-CODE
             GOBACK
           END-IF
           IF STEREO-OUT = 'PAIR' AND CAMERA-MODE NOT = 'STEREO'
             DISPLAY 'RENDER-IMAGE: STEREOOUT=PAIR needs CAMERA=STEREO'
             MOVE 6 TO RESULT-CODE
             GOBACK
           END-IF
           IF CAMERA-MODE = 'STEREO'
             DIVIDE IMAGE-WIDTH BY 2 GIVING HALF-WIDTH
             IF HALF-WIDTH * 2 NOT = IMAGE-WIDTH
               DISPLAY 'RENDER-IMAGE: CAMERA=STEREO needs an even '
                   'WIDTH, one half per eye: ' IMAGE-WIDTH
               MOVE 6 TO RESULT-CODE
               GOBACK
             END-IF
             IF CFG-EYE-SEP < 0.0
               DISPLAY 'RENDER-IMAGE: EYESEP must not be negative'
               MOVE 6 TO RESULT-CODE
               GOBACK
             END-IF
           END-IF

      *REJECT A BAD SCENE OR LIGHTS FILE UP FRONT RATHER THAN
      *RENDERING THE FALLBACK SCENE AND SHIPPING A WRONG IMAGE. A
      *SCENEID JOB DRAWS ITS SCENE FROM THE CONTROLLED MASTER, SO
               MOVE 10 TO RESULT-CODE
               GOBACK
             END-IF
             CALL 'SCENE-JOURNAL-SEQ' USING CFG-SCENE-DB,
                 CFG-SCENE-ID, SCENE-SEQ
           ELSE
             CALL 'LOAD-SCENE' USING CFG-SCENE-PATH, SCENE-DATA
           END-IF
           CALL 'LOAD-LIGHTS' USING CFG-LIGHTS-PATH, LIGHT-SET

           PERFORM LOAD-OBJECT-TEXTURES
           IF RESULT-CODE NOT = 0
             GOBACK
           END-IF

      *A PARTIAL BAND FILE HAS NO HEADER TO RECONCILE AGAINST, SO
      *BAND JOBS ALWAYS RENDER THEIR SLICE FROM SCRATCH.
           IF BAND-MODE = 'Y'
           MOVE IMAGE-WIDTH TO WIDTH-F
           MOVE IMAGE-HEIGHT TO HEIGHT-F

      *EACH STEREO EYE SEES ONLY ITS OWN HALF OF THE FRAME, SO ITS
      *HORIZONTAL FIELD OF VIEW FOLLOWS THE HALF-FRAME ASPECT.
           IF CAMERA-MODE = 'STEREO'
             MOVE HALF-WIDTH TO VIEW-WIDTH-F
           ELSE
             MOVE WIDTH-F TO VIEW-WIDTH-F
           END-IF

           MOVE CFG-FOVY TO FOVY
           DIVIDE HEIGHT-F INTO VIEW-WIDTH-F GIVING FOVX
           MULTIPLY FOVY BY FOVX GIVING FOVX

           MULTIPLY 0.5 BY FOVX
           MOVE FUNCTION TAN(FOVY) TO FOVY

           PERFORM BUILD-CAMERA-BASIS
           IF CAMERA-MODE = 'STEREO'
             PERFORM BUILD-EYE-POSITIONS
           END-IF

           MOVE CFG-BG-HOR-R TO SET-BG-HOR-R
           MOVE CFG-BG-HOR-G TO SET-BG-HOR-G
                 MOVE VERIFY-CODE TO RESULT-CODE
               END-IF
             END-IF

      *THE EYE FILES ARE CUT FROM THE FINISHED FRAME ON DISK RATHER
      *THAN FROM MEMORY, SO A RESUMED RENDER SPLITS THE ROWS IT DID
      *NOT RENDER THIS TIME AS WELL. A BAND JOB LEAVES THIS TO
      *BAND-MERGE.
             IF STEREO-OUT = 'PAIR' AND RESULT-CODE = 0
               CALL 'SPLIT-STEREO-PAIR' USING CFG-FILE-PATH,
                   CFG-OUTPUT-FORMAT, IMAGE-WIDTH, IMAGE-HEIGHT,
                   SPLIT-CODE
               IF SPLIT-CODE NOT = 0
                 MOVE 7 TO RESULT-CODE
               END-IF
             END-IF
           END-IF

      *A RESUMED RENDER NEVER RAN THE PRE-CRASH ROWS THROUGH THIS
             END-IF
           END-IF

      *THE QUALITY GATE LOOKS AT THE WHOLE FRAME, SO A BAND JOB
      *LEAVES IT TO BAND-MERGE. OBJECT COVERAGE COMES FROM THE
      *OBJECT-ID PASS JUST WRITTEN; AN OLDER ONE LEFT BESIDE A
      *RESUMED RENDER IS NOT TRUSTED.
           IF BAND-MODE NOT = 'Y' AND RESULT-CODE = 0
             PERFORM RUN-QUALITY-GATE
           END-IF

           PERFORM WRITE-STATS-REPORT
           PERFORM CATALOG-OUTPUT
           GOBACK
           .

      *RECORD THE FINISHED FILE IN THE OUTPUT CATALOG: WHO MADE IT,
      *FROM WHICH SCENE VERSION OR FILES, WITH WHICH SETTINGS, AND
      *THE CONFIG TO MAKE IT AGAIN. THE IMAGE IS ALREADY ON DISK, SO
      *A CATALOG THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT
      *FAIL THE RENDER.
       CATALOG-OUTPUT.
           MOVE SPACES TO CATALOG-ENTRY
           MOVE CFG-FILE-PATH TO CAT-OUT-PATH
           IF BAND-MODE = 'Y'
             MOVE 'BAND' TO CAT-KIND
           ELSE
             MOVE 'RENDER' TO CAT-KIND
           END-IF
           MOVE CFG-JOB-NAME TO CAT-JOB-NAME
           IF CFG-JOB-SOURCE = SPACES
             MOVE 'COMMAND' TO CAT-SOURCE
           ELSE
             MOVE CFG-JOB-SOURCE TO CAT-SOURCE
           END-IF
           IF CFG-SCENE-ID NOT = SPACES
             MOVE CFG-SCENE-ID TO CAT-SCENE-ID
             IF CFG-SCENE-DB = SPACES
               MOVE './SCENE-MASTER.DAT' TO CAT-SCENE-DB
             ELSE
               MOVE CFG-SCENE-DB TO CAT-SCENE-DB
             END-IF
           ELSE
             MOVE CFG-SCENE-PATH TO CAT-SCENE-PATH
           END-IF
           MOVE SCENE-SEQ TO CAT-SCENE-SEQ
           MOVE CFG-LIGHTS-PATH TO CAT-LIGHTS-PATH
           MOVE IMAGE-WIDTH TO CAT-WIDTH
           MOVE IMAGE-HEIGHT TO CAT-HEIGHT
           MOVE CFG-OUTPUT-FORMAT TO CAT-FORMAT
           MOVE SAMPLE-N TO CAT-SAMPLES
           MOVE CFG-MAX-BOUNCES TO CAT-BOUNCES
           MOVE CFG-AUX-OUTPUTS TO CAT-AUX
           MOVE CAMERA-MODE TO CAT-CAMERA
           MOVE CFG-PROFILE TO CAT-PROFILE
           CALL 'COUNT-FILE-BYTES' USING CFG-FILE-PATH,
               CAT-FILE-BYTES
           IF BAND-MODE = 'Y' OR CFG-OUTPUT-FORMAT = 'PPM'
             MOVE 'NONE' TO CAT-VERIFY
           ELSE
             IF VERIFY-CODE = 0
               MOVE 'PASS' TO CAT-VERIFY
             ELSE
               MOVE 'FAIL' TO CAT-VERIFY
             END-IF
           END-IF
           MOVE RESULT-CODE TO CAT-RESULT
           MOVE FUNCTION CURRENT-DATE TO CAT-TS
           MOVE 'N' TO CAT-KEEP
           MOVE JOB-CONFIG TO CAT-CONFIG

           MOVE 'WRITE' TO CAT-IO-OP
           CALL 'CATALOG-IO' USING CFG-CATALOG-PATH, CAT-IO-OP,
               CATALOG-ENTRY, CAT-CODE
           IF CAT-CODE NOT = 0
             DISPLAY 'RENDER-IMAGE: ' FUNCTION TRIM(CFG-FILE-PATH)
                 ' written but not cataloged'
           END-IF
           .

       RUN-QUALITY-GATE.
           MOVE SPACES TO QA-OBJID-PATH
           IF CFG-AUX-OUTPUTS = 'YES' AND RESUMED NOT = 'Y'
             IF CFG-OUTPUT-FORMAT = 'PPM'
               STRING FUNCTION TRIM(CFG-FILE-PATH) '.objid.ppm'
                   DELIMITED BY SIZE INTO QA-OBJID-PATH
             ELSE
               STRING FUNCTION TRIM(CFG-FILE-PATH) '.objid.bmp'
                   DELIMITED BY SIZE INTO QA-OBJID-PATH
             END-IF
           END-IF

           MOVE SCENE-OBJECT-COUNT TO QA-OBJ-COUNT
           PERFORM VARYING QA-IDX FROM 1 BY 1
           UNTIL QA-IDX > QA-OBJ-COUNT
             MOVE OBJ-ID(QA-IDX) TO QA-OBJ-NAME(QA-IDX)
           END-PERFORM

           CALL 'QA-IMAGE' USING CFG-FILE-PATH, QA-OBJID-PATH,
               CFG-QA-LIMITS, QA-OBJECT-NAMES, QA-CODE
           IF QA-CODE = 0
             MOVE 'PASS' TO QA-RESULT
           ELSE
             MOVE 'FAIL' TO QA-RESULT
             MOVE 16 TO RESULT-CODE
           END-IF
           .

      *THE AUXILIARY PASSES REUSE THE MAIN IMAGE'S HEADER FIELDS
      *AND FORMAT AND LAND NEXT TO IT AS <OUT>.depth.* AND
      *<OUT>.objid.*. BAND JOBS SKIP THEM; BAND-MERGE ONLY STITCHES
           MOVE 0 TO SUM-G
           MOVE 0 TO SUM-B

      *IN A STEREO FRAME THE LEFT HALF OF EACH ROW LOOKS FROM THE
      *LEFT EYE AND THE RIGHT HALF FROM THE RIGHT EYE, EACH HALF
      *MAPPING ITS OWN COLUMNS ACROSS THE WHOLE FIELD OF VIEW.
           MOVE X TO PIX-COL
           MOVE CAM-POS TO RAY-ORIGIN
           MOVE CAM-FORWARD TO RAY-FORWARD
           IF CAMERA-MODE = 'STEREO'
             IF X > HALF-WIDTH
               SUBTRACT HALF-WIDTH FROM X GIVING PIX-COL
               MOVE RIGHT-EYE TO RAY-ORIGIN
             ELSE
               MOVE LEFT-EYE TO RAY-ORIGIN
             END-IF
           END-IF

           PERFORM VARYING SJ FROM 1 BY 1 UNTIL SJ > SAMPLE-N
             COMPUTE SUB-Y = SJ
             COMPUTE SUB-Y = SUB-Y / SAMPLE-F
             PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > SAMPLE-N
               COMPUTE SUB-X = SI
               COMPUTE SUB-X = SUB-X / SAMPLE-F
               IF CAMERA-MODE = 'PANORAMA'
                 PERFORM PANORAMA-RAY
               ELSE
                 COMPUTE XF = PIX-COL - 1
                 COMPUTE XF = XF + SUB-X
                 COMPUTE XF = XF / VIEW-WIDTH-F
                 COMPUTE XF = XF * 2.0
                 COMPUTE XF = XF - 1.0
                 COMPUTE XF = XF * FOVX
               END-IF

               CALL 'RENDER-PIXEL' USING XF, YF, RAY-ORIGIN,
                   CAM-RIGHT, CAM-UP, RAY-FORWARD, SCENE-DATA,
                   LIGHT-SET, CFG-AMBIENT, CFG-MAX-BOUNCES,
                   SHADE-SETTINGS, COLOR_OUT, HIT-T-OUT,
                   HIT-INDEX-OUT
           END-IF
           .

      *EQUIRECTANGULAR MAPPING: THE COLUMNS SWEEP 360 DEGREES OF
      *LONGITUDE CENTERED ON THE LOOK DIRECTION AND THE ROWS 180
      *DEGREES OF LATITUDE FROM STRAIGHT UP TO STRAIGHT DOWN. THE
      *WHOLE RAY DIRECTION GOES TO RENDER-PIXEL AS ITS FORWARD
      *VECTOR WITH ZERO SCREEN OFFSETS, SO IT IS CAST AS IT STANDS.
       PANORAMA-RAY.
           COMPUTE PANO-LON = X - 1
           COMPUTE PANO-LON = PANO-LON + SUB-X
           COMPUTE PANO-LON = PANO-LON / WIDTH-F
           COMPUTE PANO-LON = PANO-LON * 2.0
           COMPUTE PANO-LON = PANO-LON - 1.0
           COMPUTE PANO-LON = PANO-LON * FUNCTION PI

           COMPUTE PANO-LAT = Y - 1
           COMPUTE PANO-LAT = PANO-LAT + SUB-Y
           COMPUTE PANO-LAT = PANO-LAT / HEIGHT-F
           COMPUTE PANO-LAT = 1.0 - PANO-LAT
           COMPUTE PANO-LAT = PANO-LAT * 2.0
           COMPUTE PANO-LAT = PANO-LAT - 1.0
           COMPUTE PANO-LAT = PANO-LAT * FUNCTION PI / 2.0

           COMPUTE PANO-CX =
               FUNCTION COS(PANO-LAT) * FUNCTION SIN(PANO-LON)
           COMPUTE PANO-CY = FUNCTION SIN(PANO-LAT)
           COMPUTE PANO-CZ =
               FUNCTION COS(PANO-LAT) * FUNCTION COS(PANO-LON)

           CALL 'V3-MUL-S' USING CAM-RIGHT, PANO-CX, PANO-PART-1
           CALL 'V3-MUL-S' USING CAM-UP, PANO-CY, PANO-PART-2
           CALL 'V3-ADD' USING PANO-PART-1, PANO-PART-2, PANO-PART-3
           CALL 'V3-MUL-S' USING CAM-FORWARD, PANO-CZ, PANO-PART-1
           CALL 'V3-ADD' USING PANO-PART-3, PANO-PART-1, RAY-FORWARD

           MOVE 0.0 TO XF
           MOVE 0.0 TO YF
           .

      *MAP THE PRIMARY HIT INTO THE TWO AUXILIARY BUFFERS: HIT
      *DISTANCE AS A NEAR-IS-BRIGHT GRAY RAMP OVER THE 0..100
      *MARCH RANGE, AND THE STRUCK OBJECT AS ONE FLAT PALETTE
               DELIMITED BY SIZE INTO STATS-LINE
           WRITE STATS-LINE

           MOVE SAMPLE-N TO COUNT-ED
           MOVE SPACES TO STATS-LINE
           STRING 'SAMPLES ' FUNCTION TRIM(COUNT-ED)
               DELIMITED BY SIZE INTO STATS-LINE
           WRITE STATS-LINE

           MOVE SPACES TO STATS-LINE
           STRING 'CAMERA ' FUNCTION TRIM(CAMERA-MODE)
               DELIMITED BY SIZE INTO STATS-LINE
           WRITE STATS-LINE

      *WHAT THE CHARGEBACK PRICES THE JOB ON, AND WHO PAYS FOR IT.
           MOVE CFG-MAX-BOUNCES TO COUNT-ED
           MOVE SPACES TO STATS-LINE
           STRING 'BOUNCES ' FUNCTION TRIM(COUNT-ED)
               DELIMITED BY SIZE INTO STATS-LINE
           WRITE STATS-LINE

      *AUX SAYS WHETHER THE DEPTH AND OBJECT-ID PASSES WERE ACTUALLY
      *WRITTEN, WHICH A BAND OR A RESUMED RENDER SKIPS.
           MOVE SPACES TO STATS-LINE
           IF CFG-AUX-OUTPUTS = 'YES' AND BAND-MODE NOT = 'Y' AND
              RESUMED NOT = 'Y'
             MOVE 'AUX YES' TO STATS-LINE
           ELSE
             MOVE 'AUX NO' TO STATS-LINE
           END-IF
           WRITE STATS-LINE

           IF CFG-COST-CENTRE NOT = SPACES
             MOVE SPACES TO STATS-LINE
             STRING 'COST-CENTRE ' FUNCTION TRIM(CFG-COST-CENTRE)
                 DELIMITED BY SIZE INTO STATS-LINE
             WRITE STATS-LINE
           END-IF

           IF CFG-REQUESTER NOT = SPACES
             MOVE SPACES TO STATS-LINE
             STRING 'REQUESTER ' FUNCTION TRIM(CFG-REQUESTER)
                 DELIMITED BY SIZE INTO STATS-LINE
             WRITE STATS-LINE
           END-IF

           MOVE SPACES TO STATS-LINE
           STRING 'RENDERED ' TS-END(1:8) ' ' TS-END(9:6)
               DELIMITED BY SIZE INTO STATS-LINE
           WRITE STATS-LINE

           MOVE RESULT-CODE TO COUNT-ED
           MOVE SPACES TO STATS-LINE
           IF RESULT-CODE = 0
             STRING 'RESULT PASS ' FUNCTION TRIM(COUNT-ED)
                 DELIMITED BY SIZE INTO STATS-LINE
           ELSE
             STRING 'RESULT FAIL ' FUNCTION TRIM(COUNT-ED)
                 DELIMITED BY SIZE INTO STATS-LINE
           END-IF
           WRITE STATS-LINE

           IF QA-RESULT NOT = SPACES
             MOVE SPACES TO STATS-LINE
             STRING 'QA-RESULT ' QA-RESULT
                 DELIMITED BY SIZE INTO STATS-LINE
             WRITE STATS-LINE
           END-IF

      *ROWS THIS RUN ACTUALLY RENDERED: A BAND OR A RESUMED RENDER
      *COVERS LESS THAN THE FULL IMAGE, AND THE RUNTIME FORECAST
      *MUST NOT SCALE ITS ELAPSED TIME AS IF IT HAD DONE THE LOT.
           IF ROW-END < START-ROW
             MOVE 0 TO COUNT-ED
           ELSE
             COMPUTE COUNT-ED = ROW-END - START-ROW + 1
           END-IF
           MOVE SPACES TO STATS-LINE
           STRING 'ROWS-RENDERED ' FUNCTION TRIM(COUNT-ED)
               DELIMITED BY SIZE INTO STATS-LINE
           WRITE STATS-LINE

           MOVE SPACES TO STATS-LINE
           STRING 'ELAPSED-SECONDS ' FUNCTION TRIM(ELAPSED-ED)
               DELIMITED BY SIZE INTO STATS-LINE
           WRITE STATS-LINE

           MOVE STAT-PRIMARY-HITS TO COUNT-ED
           MOVE SPACES TO STATS-LINE
           STRING 'RAYS-HIT ' FUNCTION TRIM(COUNT-ED)
               DELIMITED BY SIZE INTO STATS-LINE
           WRITE STATS-LINE

           MOVE STAT-PRIMARY-MISSES TO COUNT-ED
           MOVE SPACES TO STATS-LINE
           STRING 'RAYS-MISSED ' FUNCTION TRIM(COUNT-ED)
               DELIMITED BY SIZE INTO STATS-LINE
           WRITE STATS-LINE

           MOVE STAT-MARCH-CALLS TO COUNT-ED
           MOVE SPACES TO STATS-LINE
           STRING 'MARCH-CALLS ' FUNCTION TRIM(COUNT-ED)
               DELIMITED BY SIZE INTO STATS-LINE
           WRITE STATS-LINE

           MOVE STAT-MARCH-STEPS TO COUNT-ED
           MOVE SPACES TO STATS-LINE
           STRING 'MARCH-STEPS-TOTAL ' FUNCTION TRIM(COUNT-ED)
               DELIMITED BY SIZE INTO STATS-LINE
           WRITE STATS-LINE

           MOVE STAT-MARCH-MAX TO COUNT-ED
           MOVE SPACES TO STATS-LINE
           STRING 'MARCH-STEPS-MAX ' FUNCTION TRIM(COUNT-ED)
               DELIMITED BY SIZE INTO STATS-LINE
           WRITE STATS-LINE

           PERFORM VARYING STAT-IDX FROM 1 BY 1
           UNTIL STAT-IDX > SCENE-OBJECT-COUNT
             MOVE STAT-OBJ-HITS(STAT-IDX) TO COUNT-ED
             MOVE SPACES TO STATS-LINE
      *A COMBINED OBJECT'S HITS BELONG TO ITS ROOT SOLID; ITS LINE
      *SAYS WHERE THEY WENT.
             IF OBJ-COMBINE-DEPTH(STAT-IDX) > 0
               STRING 'OBJECT ' FUNCTION TRIM(OBJ-ID(STAT-IDX))
                   ' HITS ' FUNCTION TRIM(COUNT-ED) ' '
                   FUNCTION TRIM(OBJ-COMBINE-OP(STAT-IDX)) ' '
                   FUNCTION TRIM(OBJ-COMBINE-TARGET(STAT-IDX))
                   DELIMITED BY SIZE INTO STATS-LINE
             ELSE
               STRING 'OBJECT ' FUNCTION TRIM(OBJ-ID(STAT-IDX))
                   ' HITS ' FUNCTION TRIM(COUNT-ED)
                   DELIMITED BY SIZE INTO STATS-LINE
             END-IF
             WRITE STATS-LINE
           END-PERFORM

           CLOSE STATS-FILE
           .

       WRITE-BMP-HEADER.
           MOVE 'B' TO BINARY-DATA
           WRITE BINARY-DATA
           END-WRITE
           MOVE 'M' TO BINARY-DATA
           WRITE BINARY-DATA

           CALL 'V3-CROSS' USING CAM-RIGHT, CAM-FORWARD, CAM-UP
           .

      *THE TWO STEREO EYES SIT HALF THE EYE SEPARATION EITHER SIDE
      *OF THE CAMERA POSITION ALONG ITS RIGHT VECTOR AND LOOK ALONG
      *PARALLEL AXES, SO NEITHER VIEW IS TOED IN.
       BUILD-EYE-POSITIONS.
           COMPUTE EYE-SHIFT = CFG-EYE-SEP / 2.0
           CALL 'V3-MUL-S' USING CAM-RIGHT, EYE-SHIFT, EYE-OFFSET
           CALL 'V3-SUB' USING CAM-POS, EYE-OFFSET, LEFT-EYE
           CALL 'V3-ADD' USING CAM-POS, EYE-OFFSET, RIGHT-EYE
           .

      *PULL EVERY TEXTURE THE SCENE NAMES INTO THE SHARED TEXTURE
      *SET BEFORE THE FIRST PIXEL. OBJECTS THAT NAME THE SAME FILE
      *SHARE ONE SLOT. VALIDATE-INPUTS HAS ALREADY PROVED A LOOSE
      *CSV'S TEXTURES, BUT A MASTER SCENE'S FILES MAY HAVE GONE
      *SINCE IT WAS STORED, SO A FAILURE HERE STOPS THE JOB RATHER
      *THAN PAINTING THE OBJECT BLACK.
       LOAD-OBJECT-TEXTURES.
           MOVE 0 TO TEX-COUNT
           PERFORM VARYING TEX-IDX FROM 1 BY 1 UNTIL TEX-IDX > 32
             MOVE 0 TO TEX-OBJ-SLOT(TEX-IDX)
           END-PERFORM

           PERFORM VARYING TEX-IDX FROM 1 BY 1
           UNTIL TEX-IDX > SCENE-OBJECT-COUNT
             IF OBJ-TEXTURE-PATH(TEX-IDX) NOT = SPACES
               PERFORM VARYING TEX-SLOT FROM 1 BY 1
               UNTIL TEX-SLOT > TEX-COUNT
                 IF TEX-PATH(TEX-SLOT) = OBJ-TEXTURE-PATH(TEX-IDX)
                   EXIT PERFORM
                 END-IF
               END-PERFORM

               IF TEX-SLOT > TEX-COUNT
                 IF TEX-COUNT >= 4
                   DISPLAY 'RENDER-IMAGE: more than 4 textures in '
                       'scene, job not run'
                   MOVE 8 TO RESULT-CODE
                   EXIT PARAGRAPH
                 END-IF
                 ADD 1 TO TEX-COUNT
                 MOVE TEX-COUNT TO TEX-SLOT
                 CALL 'LOAD-TEXTURE' USING OBJ-TEXTURE-PATH(TEX-IDX),
                     TEX-SLOT, TEX-OK
                 IF TEX-OK NOT = 'Y'
                   DISPLAY 'RENDER-IMAGE: texture '
                       FUNCTION TRIM(OBJ-TEXTURE-PATH(TEX-IDX))
                       ' not loadable, job not run'
                   MOVE 8 TO RESULT-CODE
                   EXIT PARAGRAPH
                 END-IF
               END-IF

               MOVE TEX-SLOT TO TEX-OBJ-SLOT(TEX-IDX)
             END-IF
           END-PERFORM
           .
       END PROGRAM RENDER-IMAGE.


       DATA DIVISION.
       FILE SECTION.
       FD SCENE-FILE.
       01 SCENE-LINE PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-SCENE-PATH PIC X(80).
       01 T-SX PIC X(20).
       01 T-SY PIC X(20).
       01 T-SZ PIC X(20).
       01 T-OP PIC X(20).
       01 T-TARGET PIC X(20).
       01 T-TEXTURE PIC X(80).
       01 T-REPEAT PIC X(20).

       01 NORM-IN.
         02 NORM-IN-VALS COMP-1 OCCURS 3 TIMES.
           10 OBJ-SIZE-X COMP-1.
           10 OBJ-SIZE-Y COMP-1.
           10 OBJ-SIZE-Z COMP-1.
           10 OBJ-COMBINE-OP PIC X(10).
           10 OBJ-COMBINE-TARGET PIC X(16).
           10 OBJ-COMBINE-INDEX PIC 9(4) COMP.
           10 OBJ-COMBINE-DEPTH PIC 9(4) COMP.
           10 OBJ-TEXTURE-PATH PIC X(80).
           10 OBJ-TEXTURE-REPEAT COMP-1.

       PROCEDURE DIVISION USING L-SCENE-PATH, SCENE-DATA.
       MAIN-PROCEDURE.
                   MOVE SPACES TO T-ID T-CX T-CY T-CZ T-RAD
                   MOVE SPACES TO T-RR T-GG T-BB T-REFLECT
                   MOVE SPACES TO T-SHAPE T-SX T-SY T-SZ
                   MOVE SPACES TO T-OP T-TARGET
                   MOVE SPACES TO T-TEXTURE T-REPEAT

                   UNSTRING SCENE-LINE DELIMITED BY ','
                       INTO T-ID, T-CX, T-CY, T-CZ, T-RAD,
                            T-RR, T-GG, T-BB, T-REFLECT,
                            T-SHAPE, T-SX, T-SY, T-SZ,
                            T-OP, T-TARGET, T-TEXTURE, T-REPEAT

                   ADD 1 TO SCENE-OBJECT-COUNT
                   MOVE SCENE-OBJECT-COUNT TO IDX
                       MOVE NORM-OUT-VALS(3) TO OBJ-SIZE-Z(IDX)
                     END-IF
                   END-IF

      *OLDER SCENE FILES CARRY NO COMBINE FIELDS EITHER; THOSE
      *OBJECTS ARE PLAIN SOLIDS, UNIONED WITH THE REST AS ALWAYS.
                   MOVE T-OP TO OBJ-COMBINE-OP(IDX)
                   MOVE T-TARGET TO OBJ-COMBINE-TARGET(IDX)

      *NO TEXTURE MEANS THE FLAT COLOR; A TEXTURE WITH NO REPEAT
      *COUNT IS LAID ON ONCE.
                   MOVE T-TEXTURE TO OBJ-TEXTURE-PATH(IDX)
                   MOVE 1.0 TO OBJ-TEXTURE-REPEAT(IDX)
                   IF T-REPEAT NOT = SPACES
                     COMPUTE OBJ-TEXTURE-REPEAT(IDX) =
                         FUNCTION NUMVAL(T-REPEAT)
                   END-IF
                 END-IF
               END-PERFORM
             END-IF
             MOVE 0.0 TO OBJ-SIZE-X(1)
             MOVE 0.0 TO OBJ-SIZE-Y(1)
             MOVE 0.0 TO OBJ-SIZE-Z(1)
             MOVE SPACES TO OBJ-COMBINE-OP(1)
             MOVE SPACES TO OBJ-COMBINE-TARGET(1)
             MOVE SPACES TO OBJ-TEXTURE-PATH(1)
             MOVE 1.0 TO OBJ-TEXTURE-REPEAT(1)
           END-IF

           CALL 'RESOLVE-COMBINES' USING SCENE-DATA
           .
       END PROGRAM LOAD-SCENE.


      *SETTLES THE COMBINE LINKS OF A LOADED SCENE ONCE, SO SCENE-SDF
      *CAN FOLD THE OBJECTS TOGETHER ON EVERY MARCH STEP WITHOUT
      *LOOKING ANY IDS UP. EACH OBJECT GETS THE SUBSCRIPT OF THE
      *OBJECT ITS OPERATION APPLIES TO AND ITS DEPTH BELOW ITS ROOT
      *SOLID. VALIDATE-INPUTS REJECTS A MISSING TARGET OR A LOOP
      *BEFORE A SCENE GETS THIS FAR; ANY LINK THAT STILL CANNOT BE
      *SETTLED LEAVES THE OBJECT A PLAIN SOLID RATHER THAN HANGING
      *THE MARCH.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESOLVE-COMBINES.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 IDX PIC 9(4) COMP.
       01 JDX PIC 9(4) COMP.
       01 LINKS PIC 9(4) COMP.

       LINKAGE SECTION.
       01 SCENE-DATA.
         05 SCENE-OBJECT-COUNT PIC 9(4) COMP.
         05 SCENE-OBJECTS OCCURS 1 TO 32 TIMES
             DEPENDING ON SCENE-OBJECT-COUNT.
           10 OBJ-ID PIC X(16).
           10 OBJ-CENTER-X COMP-1.
           10 OBJ-CENTER-Y COMP-1.
           10 OBJ-CENTER-Z COMP-1.
           10 OBJ-RADIUS COMP-1.
           10 OBJ-COLOR-R PIC 9(3) COMP.
           10 OBJ-COLOR-G PIC 9(3) COMP.
           10 OBJ-COLOR-B PIC 9(3) COMP.
           10 OBJ-REFLECT COMP-1.
           10 OBJ-SHAPE PIC X(8).
           10 OBJ-SIZE-X COMP-1.
           10 OBJ-SIZE-Y COMP-1.
           10 OBJ-SIZE-Z COMP-1.
           10 OBJ-COMBINE-OP PIC X(10).
           10 OBJ-COMBINE-TARGET PIC X(16).
           10 OBJ-COMBINE-INDEX PIC 9(4) COMP.
           10 OBJ-COMBINE-DEPTH PIC 9(4) COMP.
           10 OBJ-TEXTURE-PATH PIC X(80).
           10 OBJ-TEXTURE-REPEAT COMP-1.

       PROCEDURE DIVISION USING SCENE-DATA.
       MAIN-PROCEDURE.
           PERFORM VARYING IDX FROM 1 BY 1
           UNTIL IDX > SCENE-OBJECT-COUNT
             MOVE 0 TO OBJ-COMBINE-INDEX(IDX)
             MOVE 0 TO OBJ-COMBINE-DEPTH(IDX)
             IF (OBJ-COMBINE-OP(IDX) = 'UNION' OR
                 OBJ-COMBINE-OP(IDX) = 'SUBTRACT' OR
                 OBJ-COMBINE-OP(IDX) = 'INTERSECT') AND
                OBJ-COMBINE-TARGET(IDX) NOT = SPACES
               PERFORM FIND-TARGET
             END-IF
           END-PERFORM

      *WALK EACH CHAIN DOWN TO ITS ROOT. A CHAIN LONGER THAN THE
      *SCENE ITSELF CAN ONLY BE A LOOP, WHICH IS BROKEN AT THE FIRST
      *OBJECT FOUND ON IT.
           PERFORM VARYING IDX FROM 1 BY 1
           UNTIL IDX > SCENE-OBJECT-COUNT
             MOVE 0 TO LINKS
             MOVE IDX TO JDX
             PERFORM UNTIL OBJ-COMBINE-INDEX(JDX) = 0 OR
                           LINKS > SCENE-OBJECT-COUNT
               ADD 1 TO LINKS
               MOVE OBJ-COMBINE-INDEX(JDX) TO JDX
             END-PERFORM
             IF LINKS > SCENE-OBJECT-COUNT
               MOVE 0 TO OBJ-COMBINE-INDEX(IDX)
             END-IF
           END-PERFORM

      *WITH EVERY LOOP BROKEN EACH CHAIN ENDS, AND ITS LENGTH IS THE
      *OBJECT'S DEPTH.
           PERFORM VARYING IDX FROM 1 BY 1
           UNTIL IDX > SCENE-OBJECT-COUNT
             MOVE 0 TO LINKS
             MOVE IDX TO JDX
             PERFORM UNTIL OBJ-COMBINE-INDEX(JDX) = 0
               ADD 1 TO LINKS
               MOVE OBJ-COMBINE-INDEX(JDX) TO JDX
             END-PERFORM
             MOVE LINKS TO OBJ-COMBINE-DEPTH(IDX)
           END-PERFORM
           GOBACK
           .

       FIND-TARGET.
           PERFORM VARYING JDX FROM 1 BY 1
           UNTIL JDX > SCENE-OBJECT-COUNT
             IF OBJ-ID(JDX) = OBJ-COMBINE-TARGET(IDX) AND
                JDX NOT = IDX
               MOVE JDX TO OBJ-COMBINE-INDEX(IDX)
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           .
       END PROGRAM RESOLVE-COMBINES.


      *READS ONE SCENE OUT OF THE INDEXED SCENE MASTER INTO THE SAME
      *SCENE-DATA LAYOUT LOAD-SCENE FILLS FROM A LOOSE CSV. A SCENE
      *THAT CANNOT BE READ IS AN ERROR, NEVER A SILENT FALLBACK.
           10 MST-SIZE-X COMP-1.
           10 MST-SIZE-Y COMP-1.
           10 MST-SIZE-Z COMP-1.
           10 MST-COMBINE-OP PIC X(10).
           10 MST-COMBINE-TARGET PIC X(16).
           10 MST-TEXTURE-PATH PIC X(80).
           10 MST-TEXTURE-REPEAT COMP-1.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-PATH PIC X(80).
           10 OBJ-SIZE-X COMP-1.
           10 OBJ-SIZE-Y COMP-1.
           10 OBJ-SIZE-Z COMP-1.
           10 OBJ-COMBINE-OP PIC X(10).
           10 OBJ-COMBINE-TARGET PIC X(16).
           10 OBJ-COMBINE-INDEX PIC 9(4) COMP.
           10 OBJ-COMBINE-DEPTH PIC 9(4) COMP.
           10 OBJ-TEXTURE-PATH PIC X(80).
           10 OBJ-TEXTURE-REPEAT COMP-1.
       01 L-LOAD-CODE PIC 9(4) COMP.

       PROCEDURE DIVISION USING L-MASTER-PATH, L-SCENE-ID,
                   MOVE MST-SIZE-X(IDX) TO OBJ-SIZE-X(IDX)
                   MOVE MST-SIZE-Y(IDX) TO OBJ-SIZE-Y(IDX)
                   MOVE MST-SIZE-Z(IDX) TO OBJ-SIZE-Z(IDX)
                   MOVE MST-COMBINE-OP(IDX) TO OBJ-COMBINE-OP(IDX)
                   MOVE MST-COMBINE-TARGET(IDX)
                       TO OBJ-COMBINE-TARGET(IDX)
                   MOVE MST-TEXTURE-PATH(IDX) TO OBJ-TEXTURE-PATH(IDX)
                   MOVE MST-TEXTURE-REPEAT(IDX)
                       TO OBJ-TEXTURE-REPEAT(IDX)
                 END-PERFORM
                 CALL 'RESOLVE-COMBINES' USING SCENE-DATA
               END-IF
           END-READ

       END PROGRAM LOAD-SCENE-MASTER.


      *RETURNS THE SCENE'S CURRENT VERSION: THE HIGHEST JRN-SEQ THE
      *SCENE-MASTER JOURNAL HOLDS FOR IT, OR 0 WHEN IT HAS NONE (A
      *SCENE STORED BEFORE THE JOURNAL WAS KEPT). THE OUTPUT CATALOG
      *STAMPS EACH RENDER WITH IT SO A LATER REPLACE OR RESTORE SHOWS
      *WHICH IMAGES ARE OUT OF DATE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCENE-JOURNAL-SEQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-JRN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
         05 JRN-TS PIC X(21).
         05 JRN-OP PIC X(8).
         05 JRN-SCENE-ID PIC X(16).
         05 JRN-SEQ PIC 9(4) COMP.
         05 JRN-BEFORE-FLAG PIC X.
         05 JRN-BEFORE PIC X(6144).
         05 JRN-AFTER-FLAG PIC X.
         05 JRN-AFTER PIC X(6144).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-PATH PIC X(80).
       01 WS-JOURNAL-PATH PIC X(80).
       01 WS-JRN-FS PIC XX.
       01 WS-EOF PIC X.

       LINKAGE SECTION.
       01 L-MASTER-PATH PIC X(80).
       01 L-SCENE-ID PIC X(16).
       01 L-SEQ PIC 9(4) COMP.

       PROCEDURE DIVISION USING L-MASTER-PATH, L-SCENE-ID, L-SEQ.
       MAIN-PROCEDURE.
           MOVE 0 TO L-SEQ

           IF L-MASTER-PATH = SPACES
             MOVE './SCENE-MASTER.DAT' TO WS-MASTER-PATH
           ELSE
             MOVE L-MASTER-PATH TO WS-MASTER-PATH
           END-IF
           MOVE SPACES TO WS-JOURNAL-PATH
           STRING FUNCTION TRIM(WS-MASTER-PATH) '.jrn'
               DELIMITED BY SIZE INTO WS-JOURNAL-PATH

           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-FS NOT = '00' AND WS-JRN-FS NOT = '05'
             GOBACK
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
             READ JOURNAL-FILE
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 IF JRN-SCENE-ID = L-SCENE-ID AND
                    JRN-SEQ > L-SEQ
                   MOVE JRN-SEQ TO L-SEQ
                 END-IF
             END-READ
           END-PERFORM

           CLOSE JOURNAL-FILE
           GOBACK
           .
       END PROGRAM SCENE-JOURNAL-SEQ.


      *MAINTENANCE FOR THE INDEXED SCENE MASTER: SCENEOP=ADD,
      *REPLACE, DELETE OR LIST, WITH SCENEID= NAMING THE SCENE AND
      *SCENEIN= THE CSV TO LOAD FOR ADD/REPLACE. THE CSV GOES
           10 MST-SIZE-X COMP-1.
           10 MST-SIZE-Y COMP-1.
           10 MST-SIZE-Z COMP-1.
           10 MST-COMBINE-OP PIC X(10).
           10 MST-COMBINE-TARGET PIC X(16).
           10 MST-TEXTURE-PATH PIC X(80).
           10 MST-TEXTURE-REPEAT COMP-1.

      *EVERY CHANGE TO THE MASTER LANDS HERE FIRST AS A FULL
      *BEFORE/AFTER PAIR; A FLAG OF 'N' MEANS THE RECORD DID NOT
         05 JRN-SCENE-ID PIC X(16).
         05 JRN-SEQ PIC 9(4) COMP.
         05 JRN-BEFORE-FLAG PIC X.
         05 JRN-BEFORE PIC X(6144).
         05 JRN-AFTER-FLAG PIC X.
         05 JRN-AFTER PIC X(6144).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-PATH PIC X(80).
       01 WS-JRN-FS PIC XX.

       01 BEFORE-FLAG PIC X.
       01 BEFORE-IMAGE PIC X(6144).
       01 AFTER-FLAG PIC X.
       01 AFTER-IMAGE PIC X(6144).
       01 JE-OP PIC X(8).
       01 NEXT-SEQ PIC 9(4) COMP.
       01 FOUND-VER PIC X.
       01 RESTORE-FLAG PIC X.
       01 RESTORE-IMAGE PIC X(6144).
       01 HISTORY-SEEN PIC X.
       01 SEQ-ED PIC ZZZ9.
       01 OBJ-ED PIC ZZZ9.
       01 DECODE-RECORD.
         05 DEC-SCENE-ID PIC X(16).
         05 DEC-OBJECT-COUNT PIC 9(4) COMP.
         05 FILLER PIC X(6126).
       01 IDX PIC 9(4) COMP.
       01 VALIDATE-CODE PIC 9(4) COMP.
       01 NO-LIGHTS-PATH PIC X(80) VALUE SPACES.
           10 OBJ-SIZE-X COMP-1.
           10 OBJ-SIZE-Y COMP-1.
           10 OBJ-SIZE-Z COMP-1.
           10 OBJ-COMBINE-OP PIC X(10).
           10 OBJ-COMBINE-TARGET PIC X(16).
           10 OBJ-COMBINE-INDEX PIC 9(4) COMP.
           10 OBJ-COMBINE-DEPTH PIC 9(4) COMP.
           10 OBJ-TEXTURE-PATH PIC X(80).
           10 OBJ-TEXTURE-REPEAT COMP-1.

       LINKAGE SECTION.
       01 JOB-CONFIG.
         05 CFG-SHEET-PATH PIC X(80).
         05 CFG-SHEET-OUT PIC X(80).
         05 CFG-SCENE-VER PIC 9(4) COMP.
         05 CFG-JOB-TYPE PIC X(8).
         05 CFG-AFTER PIC X(200).
         05 CFG-WINDOW-END PIC X(4).
         05 CFG-HISTORY-PATH PIC X(80).
         05 CFG-PROFILE PIC X(16).
         05 CFG-PROFILE-DB PIC X(80).
         05 CFG-PROFILE-OP PIC X(8).
         05 CFG-PROFILE-IN PIC X(80).
         05 CFG-PROFILE-STATE PIC X.
         05 CFG-CAMERA-MODE PIC X(8).
         05 CFG-EYE-SEP COMP-1.
         05 CFG-STEREO-OUT PIC X(8).
         05 CFG-QA-LIMITS PIC X(80).
         05 CFG-CATALOG-PATH PIC X(80).
         05 CFG-JOB-SOURCE PIC X(100).
         05 CFG-CAT-OP PIC X(8).
         05 CFG-CAT-FILE PIC X(80).
         05 CFG-CAT-AGE PIC 9(4) COMP.
         05 CFG-STALE-OP PIC X(8).
         05 CFG-COST-CENTRE PIC X(16).
         05 CFG-REQUESTER PIC X(32).
         05 CFG-RATE-PATH PIC X(80).
         05 CFG-CHARGE-OUT PIC X(80).
         05 CFG-DATE-FROM PIC X(8).
         05 CFG-DATE-TO PIC X(8).
       01 L-RESULT-CODE PIC 9(4) COMP.

       PROCEDURE DIVISION USING JOB-CONFIG, L-RESULT-CODE.
             MOVE OBJ-SIZE-X(IDX) TO MST-SIZE-X(IDX)
             MOVE OBJ-SIZE-Y(IDX) TO MST-SIZE-Y(IDX)
             MOVE OBJ-SIZE-Z(IDX) TO MST-SIZE-Z(IDX)
             MOVE OBJ-COMBINE-OP(IDX) TO MST-COMBINE-OP(IDX)
             MOVE OBJ-COMBINE-TARGET(IDX) TO MST-COMBINE-TARGET(IDX)
             MOVE OBJ-TEXTURE-PATH(IDX) TO MST-TEXTURE-PATH(IDX)
             MOVE OBJ-TEXTURE-REPEAT(IDX) TO MST-TEXTURE-REPEAT(IDX)
           END-PERFORM

           IF BEFORE-FLAG = 'Y'
           .
       END PROGRAM SCENE-MAINT.

      *APPLIES A NAMED RENDER PROFILE FROM THE INDEXED PROFILE
      *MASTER TO JOB-CONFIG, ONE KEY=VALUE SETTING AT A TIME THROUGH
      *APPLY-PARM-KEY. THE CALLER APPLIES THE JOB'S OWN KEYS AFTER
      *THIS, SO THEY OVERRIDE THE PROFILE. A PROFILE THAT CANNOT BE
      *READ IS AN ERROR, NEVER A SILENT FALLBACK TO THE DEFAULTS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPLY-PROFILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-MASTER ASSIGN DYNAMIC WS-PROFILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PRF-NAME
               FILE STATUS IS WS-PRF-FS.

       DATA DIVISION.
       FILE SECTION.
       FD PROFILE-MASTER.
       01 PROFILE-RECORD.
         05 PRF-NAME PIC X(16).
         05 PRF-UPDATED-TS PIC X(21).
         05 PRF-SETTINGS.
           10 PRF-SETTING-COUNT PIC 9(4) COMP.
           10 PRF-SETTING OCCURS 40 TIMES.
             15 PRF-KEY PIC X(20).
             15 PRF-VAL PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-PROFILE-PATH PIC X(80).
       01 WS-PRF-FS PIC XX.
       01 IDX PIC 9(4) COMP.

       LINKAGE SECTION.
       01 L-PROFILE-DB PIC X(80).
       01 L-PROFILE PIC X(16).
       01 JOB-CONFIG.
         05 CFG-WIDTH PIC 9(9) COMP.
         05 CFG-HEIGHT PIC 9(9) COMP.
         05 CFG-SHEET-PATH PIC X(80).
         05 CFG-SHEET-OUT PIC X(80).
         05 CFG-SCENE-VER PIC 9(4) COMP.
         05 CFG-JOB-TYPE PIC X(8).
         05 CFG-AFTER PIC X(200).
         05 CFG-WINDOW-END PIC X(4).
         05 CFG-HISTORY-PATH PIC X(80).
         05 CFG-PROFILE PIC X(16).
         05 CFG-PROFILE-DB PIC X(80).
         05 CFG-PROFILE-OP PIC X(8).
         05 CFG-PROFILE-IN PIC X(80).
         05 CFG-PROFILE-STATE PIC X.
         05 CFG-CAMERA-MODE PIC X(8).
         05 CFG-EYE-SEP COMP-1.
         05 CFG-STEREO-OUT PIC X(8).
         05 CFG-QA-LIMITS PIC X(80).
         05 CFG-CATALOG-PATH PIC X(80).
         05 CFG-JOB-SOURCE PIC X(100).
         05 CFG-CAT-OP PIC X(8).
         05 CFG-CAT-FILE PIC X(80).
         05 CFG-CAT-AGE PIC 9(4) COMP.
         05 CFG-STALE-OP PIC X(8).
         05 CFG-COST-CENTRE PIC X(16).
         05 CFG-REQUESTER PIC X(32).
         05 CFG-RATE-PATH PIC X(80).
         05 CFG-CHARGE-OUT PIC X(80).
         05 CFG-DATE-FROM PIC X(8).
         05 CFG-DATE-TO PIC X(8).
       01 L-ZENITH-SEEN PIC X.
       01 L-LOAD-CODE PIC 9(4) COMP.

       PROCEDURE DIVISION USING L-PROFILE-DB, L-PROFILE, JOB-CONFIG,
           L-ZENITH-SEEN, L-LOAD-CODE.
       MAIN-PROCEDURE.
           MOVE 0 TO L-LOAD-CODE

           IF L-PROFILE-DB = SPACES
             MOVE './PROFILE-MASTER.DAT' TO WS-PROFILE-PATH
           ELSE
             MOVE L-PROFILE-DB TO WS-PROFILE-PATH
           END-IF

           OPEN INPUT PROFILE-MASTER
           IF WS-PRF-FS NOT = '00'
             DISPLAY 'APPLY-PROFILE: cannot open profile master '
                 FUNCTION TRIM(WS-PROFILE-PATH)
                 ' (status ' WS-PRF-FS ')'
             MOVE 1 TO L-LOAD-CODE
             GOBACK
           END-IF

           MOVE L-PROFILE TO PRF-NAME
           READ PROFILE-MASTER
             INVALID KEY
               DISPLAY 'APPLY-PROFILE: profile '
                   FUNCTION TRIM(L-PROFILE) ' not in master'
               MOVE 1 TO L-LOAD-CODE
             NOT INVALID KEY
               IF PRF-SETTING-COUNT > 40
                 DISPLAY 'APPLY-PROFILE: profile '
                     FUNCTION TRIM(L-PROFILE)
                     ' has a bad setting count'
                 MOVE 1 TO L-LOAD-CODE
               ELSE
                 PERFORM VARYING IDX FROM 1 BY 1
                 UNTIL IDX > PRF-SETTING-COUNT
                   CALL 'APPLY-PARM-KEY' USING PRF-KEY(IDX),
                       PRF-VAL(IDX), JOB-CONFIG, L-ZENITH-SEEN
                 END-PERFORM
               END-IF
           END-READ

           CLOSE PROFILE-MASTER
           GOBACK
           .
       END PROGRAM APPLY-PROFILE.


      *MAINTENANCE FOR THE INDEXED RENDER PROFILE MASTER, KEPT IN
      *THE SAME STYLE AS THE SCENE MASTER: PROFILEOP=ADD, REPLACE,
      *DELETE OR LIST, WITH PROFILE= NAMING THE PROFILE, PROFILEDB=
      *THE MASTER AND PROFILEIN= A FILE OF KEY=VALUE SETTINGS FOR
      *ADD/REPLACE (ANY NUMBER PER LINE, '*' LINES ARE COMMENTS).
      *ONLY RENDERING KEYS BELONG IN A PROFILE, AND EVERY NUMBER IS
      *CHECKED HERE SO A TYPO IS CAUGHT ONCE, AT THE DOOR, INSTEAD
      *OF QUIETLY SPOILING EVERY JOB THAT USES THE PROFILE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFILE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-MASTER ASSIGN DYNAMIC WS-PROFILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PRF-NAME
               FILE STATUS IS WS-PRF-FS.
           SELECT SETTINGS-FILE ASSIGN DYNAMIC WS-SETTINGS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTINGS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD PROFILE-MASTER.
       01 PROFILE-RECORD.
         05 PRF-NAME PIC X(16).
         05 PRF-UPDATED-TS PIC X(21).
         05 PRF-SETTINGS.
           10 PRF-SETTING-COUNT PIC 9(4) COMP.
           10 PRF-SETTING OCCURS 40 TIMES.
             15 PRF-KEY PIC X(20).
             15 PRF-VAL PIC X(80).
       FD SETTINGS-FILE.
       01 SETTINGS-LINE PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-PROFILE-PATH PIC X(80).
       01 WS-PRF-FS PIC XX.
       01 WS-SETTINGS-PATH PIC X(80).
       01 WS-SETTINGS-FS PIC XX.
       01 WS-EOF PIC X.

      *THE KEYS A PROFILE MAY CARRY. N MARKS A NUMERIC SETTING.
       01 PROFILE-KEY-LIST.
         05 FILLER PIC X(11) VALUE 'WIDTH     N'.
         05 FILLER PIC X(11) VALUE 'HEIGHT    N'.
         05 FILLER PIC X(11) VALUE 'FORMAT    X'.
         05 FILLER PIC X(11) VALUE 'LIGHTS    X'.
         05 FILLER PIC X(11) VALUE 'CAMX      N'.
         05 FILLER PIC X(11) VALUE 'CAMY      N'.
         05 FILLER PIC X(11) VALUE 'CAMZ      N'.
         05 FILLER PIC X(11) VALUE 'LOOKX     N'.
         05 FILLER PIC X(11) VALUE 'LOOKY     N'.
         05 FILLER PIC X(11) VALUE 'LOOKZ     N'.
         05 FILLER PIC X(11) VALUE 'FOVY      N'.
         05 FILLER PIC X(11) VALUE 'AMBIENT   N'.
         05 FILLER PIC X(11) VALUE 'BOUNCES   N'.
         05 FILLER PIC X(11) VALUE 'SAMPLES   N'.
         05 FILLER PIC X(11) VALUE 'AUX       X'.
         05 FILLER PIC X(11) VALUE 'SKYR      N'.
         05 FILLER PIC X(11) VALUE 'SKYG      N'.
         05 FILLER PIC X(11) VALUE 'SKYB      N'.
         05 FILLER PIC X(11) VALUE 'SKYZR     N'.
         05 FILLER PIC X(11) VALUE 'SKYZG     N'.
         05 FILLER PIC X(11) VALUE 'SKYZB     N'.
         05 FILLER PIC X(11) VALUE 'FOGD      N'.
         05 FILLER PIC X(11) VALUE 'FOGR      N'.
         05 FILLER PIC X(11) VALUE 'FOGG      N'.
         05 FILLER PIC X(11) VALUE 'FOGB      N'.
         05 FILLER PIC X(11) VALUE 'EXPOSURE  N'.
         05 FILLER PIC X(11) VALUE 'GAMMA     N'.
         05 FILLER PIC X(11) VALUE 'CAMERA    X'.
         05 FILLER PIC X(11) VALUE 'EYESEP    N'.
         05 FILLER PIC X(11) VALUE 'STEREOOUT X'.
       01 PROFILE-KEY-TAB REDEFINES PROFILE-KEY-LIST.
         05 PK-ENTRY OCCURS 30 TIMES.
           10 PK-KEY PIC X(10).
           10 PK-TYPE PIC X.
       01 PK-COUNT PIC 9(4) COMP VALUE 30.

       01 NEW-SETTINGS.
         05 NEW-COUNT PIC 9(4) COMP.
         05 NEW-ENTRY OCCURS 40 TIMES.
           10 NEW-KEY PIC X(20).
           10 NEW-VAL PIC X(80).

       01 WS-PTR PIC 9(4) COMP.
       01 WS-LEN PIC 9(4) COMP.
       01 TOKEN PIC X(100).
       01 TOK-KEY PIC X(20).
       01 TOK-VAL PIC X(80).
       01 NUM-FIELD PIC X(20).
       01 NUM-OK PIC X.
       01 KEY-TYPE PIC X.
       01 IDX PIC 9(4) COMP.
       01 KIDX PIC 9(4) COMP.
       01 FOUND-FLAG PIC X.
       01 SETTING-COUNT-ED PIC ZZZ9.
       01 PROFILES-LISTED PIC 9(4) COMP.

       LINKAGE SECTION.
       01 JOB-CONFIG.
         05 CFG-SHEET-PATH PIC X(80).
         05 CFG-SHEET-OUT PIC X(80).
         05 CFG-SCENE-VER PIC 9(4) COMP.
         05 CFG-JOB-TYPE PIC X(8).
         05 CFG-AFTER PIC X(200).
         05 CFG-WINDOW-END PIC X(4).
         05 CFG-HISTORY-PATH PIC X(80).
         05 CFG-PROFILE PIC X(16).
         05 CFG-PROFILE-DB PIC X(80).
         05 CFG-PROFILE-OP PIC X(8).
         05 CFG-PROFILE-IN PIC X(80).
         05 CFG-PROFILE-STATE PIC X.
         05 CFG-CAMERA-MODE PIC X(8).
         05 CFG-EYE-SEP COMP-1.
         05 CFG-STEREO-OUT PIC X(8).
         05 CFG-QA-LIMITS PIC X(80).
         05 CFG-CATALOG-PATH PIC X(80).
         05 CFG-JOB-SOURCE PIC X(100).
         05 CFG-CAT-OP PIC X(8).
         05 CFG-CAT-FILE PIC X(80).
         05 CFG-CAT-AGE PIC 9(4) COMP.
         05 CFG-STALE-OP PIC X(8).
         05 CFG-COST-CENTRE PIC X(16).
         05 CFG-REQUESTER PIC X(32).
         05 CFG-RATE-PATH PIC X(80).
         05 CFG-CHARGE-OUT PIC X(80).
         05 CFG-DATE-FROM PIC X(8).
         05 CFG-DATE-TO PIC X(8).
       01 L-RESULT-CODE PIC 9(4) COMP.

       PROCEDURE DIVISION USING JOB-CONFIG, L-RESULT-CODE.
       MAIN-PROCEDURE.
           MOVE 0 TO L-RESULT-CODE

           IF CFG-PROFILE-DB = SPACES
             MOVE './PROFILE-MASTER.DAT' TO WS-PROFILE-PATH
           ELSE
             MOVE CFG-PROFILE-DB TO WS-PROFILE-PATH
           END-IF

           EVALUATE CFG-PROFILE-OP
             WHEN 'ADD'
               PERFORM STORE-PROFILE
             WHEN 'REPLACE'
               PERFORM STORE-PROFILE
             WHEN 'DELETE'
               PERFORM DELETE-PROFILE
             WHEN 'LIST'
               PERFORM LIST-PROFILES
             WHEN OTHER
               DISPLAY 'PROFILE-MAINT: PROFILEOP must be ADD, '
                   'REPLACE, DELETE or LIST'
               MOVE 15 TO L-RESULT-CODE
           END-EVALUATE
           GOBACK
           .

       STORE-PROFILE.
           IF CFG-PROFILE = SPACES OR CFG-PROFILE-IN = SPACES
             DISPLAY 'PROFILE-MAINT: ' FUNCTION TRIM(CFG-PROFILE-OP)
                 ' needs PROFILE= and PROFILEIN='
             MOVE 15 TO L-RESULT-CODE
             EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-SETTINGS-FILE
           IF L-RESULT-CODE NOT = 0
             DISPLAY 'PROFILE-MAINT: settings file rejected, '
                 'master not updated'
             EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-MASTER-IO
           IF L-RESULT-CODE NOT = 0
             EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO FOUND-FLAG
           MOVE CFG-PROFILE TO PRF-NAME
           READ PROFILE-MASTER
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 'Y' TO FOUND-FLAG
           END-READ

           IF FOUND-FLAG = 'Y' AND CFG-PROFILE-OP = 'ADD'
             DISPLAY 'PROFILE-MAINT: profile '
                 FUNCTION TRIM(CFG-PROFILE)
                 ' already in master, use PROFILEOP=REPLACE'
             MOVE 15 TO L-RESULT-CODE
             CLOSE PROFILE-MASTER
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PROFILE-RECORD
           MOVE CFG-PROFILE TO PRF-NAME
           MOVE FUNCTION CURRENT-DATE TO PRF-UPDATED-TS
           MOVE NEW-SETTINGS TO PRF-SETTINGS

           IF FOUND-FLAG = 'Y'
             REWRITE PROFILE-RECORD
               INVALID KEY
                 DISPLAY 'PROFILE-MAINT: cannot replace profile '
                     FUNCTION TRIM(CFG-PROFILE)
                 MOVE 15 TO L-RESULT-CODE
             END-REWRITE
           ELSE
             WRITE PROFILE-RECORD
               INVALID KEY
                 DISPLAY 'PROFILE-MAINT: cannot store profile '
                     FUNCTION TRIM(CFG-PROFILE)
                 MOVE 15 TO L-RESULT-CODE
             END-WRITE
           END-IF

           IF L-RESULT-CODE = 0
             MOVE PRF-SETTING-COUNT TO SETTING-COUNT-ED
             DISPLAY 'PROFILE-MAINT: stored profile '
                 FUNCTION TRIM(CFG-PROFILE) ' ('
                 FUNCTION TRIM(SETTING-COUNT-ED) ' settings)'
           END-IF

           CLOSE PROFILE-MASTER
           .

      *READ THE PROFILEIN= FILE INTO NEW-SETTINGS, CHECKING EVERY
      *SETTING. ALL BAD SETTINGS ARE REPORTED, NOT JUST THE FIRST.
       LOAD-SETTINGS-FILE.
           MOVE SPACES TO NEW-SETTINGS
           MOVE 0 TO NEW-COUNT

           MOVE CFG-PROFILE-IN TO WS-SETTINGS-PATH
           OPEN INPUT SETTINGS-FILE
           IF WS-SETTINGS-FS NOT = '00'
             DISPLAY 'PROFILE-MAINT: cannot open settings file '
                 FUNCTION TRIM(WS-SETTINGS-PATH)
                 ' (status ' WS-SETTINGS-FS ')'
             MOVE 15 TO L-RESULT-CODE
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
             READ SETTINGS-FILE
               AT END
                 EXIT PERFORM
             END-READ

             IF SETTINGS-LINE NOT = SPACES AND
                SETTINGS-LINE(1:1) NOT = '*'
               COMPUTE WS-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(SETTINGS-LINE
                       TRAILING))
               MOVE 1 TO WS-PTR
               PERFORM UNTIL WS-PTR > WS-LEN
                 MOVE SPACES TO TOKEN
                 UNSTRING SETTINGS-LINE DELIMITED BY ALL SPACE
                     INTO TOKEN
                     WITH POINTER WS-PTR
                 IF TOKEN NOT = SPACES
                   PERFORM CHECK-SETTING
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM

           CLOSE SETTINGS-FILE

           IF NEW-COUNT = 0 AND L-RESULT-CODE = 0
             DISPLAY 'PROFILE-MAINT: settings file '
                 FUNCTION TRIM(WS-SETTINGS-PATH)
                 ' holds no settings'
             MOVE 15 TO L-RESULT-CODE
           END-IF
           .

       CHECK-SETTING.
           MOVE SPACES TO TOK-KEY
           MOVE SPACES TO TOK-VAL
           UNSTRING TOKEN DELIMITED BY '='
               INTO TOK-KEY, TOK-VAL

           MOVE SPACES TO KEY-TYPE
           PERFORM VARYING KIDX FROM 1 BY 1 UNTIL KIDX > PK-COUNT
             IF PK-KEY(KIDX) = TOK-KEY
               MOVE PK-TYPE(KIDX) TO KEY-TYPE
             END-IF
           END-PERFORM

           IF KEY-TYPE = SPACES
             DISPLAY 'PROFILE-MAINT: ' FUNCTION TRIM(TOKEN)
                 ' is not a render setting'
             MOVE 15 TO L-RESULT-CODE
             EXIT PARAGRAPH
           END-IF

           IF TOK-VAL = SPACES
             DISPLAY 'PROFILE-MAINT: ' FUNCTION TRIM(TOK-KEY)
                 ' has no value'
             MOVE 15 TO L-RESULT-CODE
             EXIT PARAGRAPH
           END-IF

           IF KEY-TYPE = 'N'
             MOVE TOK-VAL TO NUM-FIELD
             CALL 'CHECK-NUMERIC' USING NUM-FIELD, NUM-OK
             IF NUM-OK NOT = 'Y'
               DISPLAY 'PROFILE-MAINT: ' FUNCTION TRIM(TOK-KEY)
                   ' value ' FUNCTION TRIM(TOK-VAL)
                   ' is not a number'
               MOVE 15 TO L-RESULT-CODE
               EXIT PARAGRAPH
             END-IF
           END-IF

           IF TOK-KEY = 'FORMAT' AND
              TOK-VAL NOT = 'BMP' AND TOK-VAL NOT = 'PPM'
             DISPLAY 'PROFILE-MAINT: FORMAT must be BMP or PPM'
             MOVE 15 TO L-RESULT-CODE
             EXIT PARAGRAPH
           END-IF
           IF TOK-KEY = 'AUX' AND
              TOK-VAL NOT = 'YES' AND TOK-VAL NOT = 'NO'
             DISPLAY 'PROFILE-MAINT: AUX must be YES or NO'
             MOVE 15 TO L-RESULT-CODE
             EXIT PARAGRAPH
           END-IF

           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > NEW-COUNT
             IF NEW-KEY(IDX) = TOK-KEY
               DISPLAY 'PROFILE-MAINT: ' FUNCTION TRIM(TOK-KEY)
                   ' is set more than once'
               MOVE 15 TO L-RESULT-CODE
               EXIT PARAGRAPH
             END-IF
           END-PERFORM

           IF NEW-COUNT NOT < 40
             DISPLAY 'PROFILE-MAINT: more than 40 settings'
             MOVE 15 TO L-RESULT-CODE
             EXIT PARAGRAPH
           END-IF

           ADD 1 TO NEW-COUNT
           MOVE TOK-KEY TO NEW-KEY(NEW-COUNT)
           MOVE TOK-VAL TO NEW-VAL(NEW-COUNT)
           .

       DELETE-PROFILE.
           IF CFG-PROFILE = SPACES
             DISPLAY 'PROFILE-MAINT: DELETE needs PROFILE='
             MOVE 15 TO L-RESULT-CODE
             EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-MASTER-IO
           IF L-RESULT-CODE NOT = 0
             EXIT PARAGRAPH
           END-IF

           MOVE CFG-PROFILE TO PRF-NAME
           DELETE PROFILE-MASTER RECORD
             INVALID KEY
               DISPLAY 'PROFILE-MAINT: profile '
                   FUNCTION TRIM(CFG-PROFILE) ' not in master'
               MOVE 15 TO L-RESULT-CODE
             NOT INVALID KEY
               DISPLAY 'PROFILE-MAINT: deleted profile '
                   FUNCTION TRIM(CFG-PROFILE)
           END-DELETE

           CLOSE PROFILE-MASTER
           .

      *LIST EVERY PROFILE WITH ITS SETTINGS, OR JUST THE ONE NAMED
      *BY PROFILE=.
       LIST-PROFILES.
           OPEN INPUT PROFILE-MASTER
           IF WS-PRF-FS NOT = '00'
             DISPLAY 'PROFILE-MAINT: cannot open profile master '
                 FUNCTION TRIM(WS-PROFILE-PATH)
                 ' (status ' WS-PRF-FS ')'
             MOVE 15 TO L-RESULT-CODE
             EXIT PARAGRAPH
           END-IF

           MOVE 0 TO PROFILES-LISTED
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
             READ PROFILE-MASTER NEXT RECORD
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 IF CFG-PROFILE = SPACES OR CFG-PROFILE = PRF-NAME
                   PERFORM SHOW-PROFILE
                 END-IF
             END-READ
           END-PERFORM

           IF CFG-PROFILE NOT = SPACES AND PROFILES-LISTED = 0
             DISPLAY 'PROFILE-MAINT: profile '
                 FUNCTION TRIM(CFG-PROFILE) ' not in master'
             MOVE 15 TO L-RESULT-CODE
           END-IF

           CLOSE PROFILE-MASTER
           .

       SHOW-PROFILE.
           ADD 1 TO PROFILES-LISTED
           MOVE PRF-SETTING-COUNT TO SETTING-COUNT-ED
           DISPLAY FUNCTION TRIM(PRF-NAME) ' '
               FUNCTION TRIM(SETTING-COUNT-ED) ' settings, updated '
               PRF-UPDATED-TS(1:8) '-' PRF-UPDATED-TS(9:6)
           PERFORM VARYING IDX FROM 1 BY 1
           UNTIL IDX > PRF-SETTING-COUNT OR IDX > 40
             DISPLAY '    ' FUNCTION TRIM(PRF-KEY(IDX)) '='
                 FUNCTION TRIM(PRF-VAL(IDX))
           END-PERFORM
           .

      *OPEN THE MASTER FOR UPDATE, CREATING IT ON FIRST USE.
       OPEN-MASTER-IO.
           OPEN I-O PROFILE-MASTER
           IF WS-PRF-FS = '35'
             OPEN OUTPUT PROFILE-MASTER
             IF WS-PRF-FS = '00'
               CLOSE PROFILE-MASTER
               OPEN I-O PROFILE-MASTER
             END-IF
           END-IF
           IF WS-PRF-FS NOT = '00'
             DISPLAY 'PROFILE-MAINT: cannot open profile master '
                 FUNCTION TRIM(WS-PROFILE-PATH)
                 ' (status ' WS-PRF-FS ')'
             MOVE 15 TO L-RESULT-CODE
           END-IF
           .
       END PROGRAM PROFILE-MAINT.


      *MAINTENANCE FOR THE INDEXED RENDER JOB QUEUE, KEPT IN THE
      *SAME STYLE AS THE SCENE MASTER: QUEUEOP=SUBMIT, LIST, HOLD
      *OR REQUEUE, WITH QUEUE= NAMING THE QUEUE FILE AND NAME= THE
      *JOB. SUBMIT CAPTURES THE REST OF THE PARSED CONFIG AS THE
      *JOB TO RUN LATER; QUEUE-DRIVER WORKS THE ENTRIES OFF IN
      *PRIORITY ORDER. JOBTYPE= MAKES THE ENTRY A RENDER (THE
      *DEFAULT), MERGE, SHEET, ROLLUP OR COMPARE STEP, AND
      *AFTER=NAME1,NAME2,... NAMES UP TO EIGHT PREDECESSOR JOBS
      *THAT MUST ALL BE DONE BEFORE THIS ONE MAY START, SO A BAND
      *SPLIT, ITS MERGE AND THE MORNING SHEET CAN GO IN AS ONE CHAIN.
      *COSTCENTRE= AND REQUESTER= RIDE IN THE QUEUED CONFIG TO THE
      *JOB'S .stats FILE, WHERE CHARGEBACK FINDS WHO TO BILL.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUEUE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-QUEUE ASSIGN DYNAMIC WS-QUEUE-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS QUE-JOB-NAME
               FILE STATUS IS WS-QUE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD JOB-QUEUE.
       01 QUEUE-RECORD.
         05 QUE-JOB-NAME PIC X(32).
         05 QUE-PRIORITY PIC 9(4) COMP.
         05 QUE-STATUS PIC X(8).
         05 QUE-SUBMIT-TS PIC X(21).
         05 QUE-START-TS PIC X(21).
         05 QUE-END-TS PIC X(21).
         05 QUE-RESULT PIC 9(4) COMP.
         05 QUE-JOB-TYPE PIC X(8).
         05 QUE-PREDECESSORS.
           10 QUE-PRED-COUNT PIC 9(4) COMP.
           10 QUE-PRED-NAME PIC X(32) OCCURS 8 TIMES.
         05 QUE-CONFIG PIC X(4096).

       WORKING-STORAGE SECTION.
       01 WS-QUEUE-PATH PIC X(80).
       01 WS-QUE-FS PIC XX.
       01 WS-EOF PIC X.
       01 PRIO-ED PIC ZZZ9.
       01 RESULT-ED PIC ZZZ9.
       01 AFTER-PTR PIC 9(4) COMP.
       01 AFTER-NAME PIC X(32).
       01 PRED-IDX PIC 9(4) COMP.
       01 AFTER-TEXT PIC X(300).
       01 AFTER-TEXT-PTR PIC 9(4) COMP.
       01 SUBMIT-PREDECESSORS.
         05 SUB-PRED-COUNT PIC 9(4) COMP.
         05 SUB-PRED-NAME PIC X(32) OCCURS 8 TIMES.

      *NAMES PUT BACK INTO PLAY BY A REQUEUE; ANY BLOCKED ENTRY
      *WAITING ON ONE OF THEM IS RELEASED IN TURN.
       01 RELEASE-TABLE.
         05 RELEASE-COUNT PIC 9(4) COMP.
         05 RELEASE-NAME PIC X(32) OCCURS 500 TIMES.
       01 RIDX PIC 9(4) COMP.
       01 RELEASE-CHANGED PIC X.
       01 RELEASE-HIT PIC X.

       LINKAGE SECTION.
       01 JOB-CONFIG.
         05 CFG-WIDTH PIC 9(9) COMP.
         05 CFG-HEIGHT PIC 9(9) COMP.
         05 CFG-FILE-PATH PIC X(80).
         05 CFG-SCENE-PATH PIC X(80).
         05 CFG-LIGHTS-PATH PIC X(80).
         05 CFG-CHECKPOINT-PATH PIC X(80).
         05 CFG-OUTPUT-FORMAT PIC X(4).
         05 CFG-BATCH-PATH PIC X(80).
         05 CFG-JOB-NAME PIC X(32).
         05 CFG-CAM-POS-X COMP-1.
         05 CFG-CAM-POS-Y COMP-1.
         05 CFG-CAM-POS-Z COMP-1.
         05 CFG-CAM-LOOK-X COMP-1.
         05 CFG-CAM-LOOK-Y COMP-1.
         05 CFG-CAM-LOOK-Z COMP-1.
         05 CFG-FOVY COMP-1.
         05 CFG-AMBIENT COMP-1.
         05 CFG-MAX-BOUNCES PIC 9(4) COMP.
         05 CFG-SEQUENCE-PATH PIC X(80).
         05 CFG-ROW-FROM PIC 9(9) COMP.
         05 CFG-ROW-TO PIC 9(9) COMP.
         05 CFG-MERGE-PATH PIC X(80).
         05 CFG-SAMPLES PIC 9(4) COMP.
         05 CFG-AUX-OUTPUTS PIC X(4).
         05 CFG-SCENE-DB PIC X(80).
         05 CFG-SCENE-ID PIC X(16).
         05 CFG-SCENE-OP PIC X(8).
         05 CFG-SCENE-IN PIC X(80).
         05 CFG-BG-HOR-R COMP-1.
         05 CFG-BG-HOR-G COMP-1.
         05 CFG-BG-HOR-B COMP-1.
         05 CFG-BG-ZEN-R COMP-1.
         05 CFG-BG-ZEN-G COMP-1.
         05 CFG-BG-ZEN-B COMP-1.
         05 CFG-FOG-DENSITY COMP-1.
         05 CFG-FOG-R COMP-1.
         05 CFG-FOG-G COMP-1.
         05 CFG-FOG-B COMP-1.
         05 CFG-EXPOSURE COMP-1.
         05 CFG-GAMMA COMP-1.
         05 CFG-AUDIT-PATH PIC X(80).
         05 CFG-FAIL-POLICY PIC X(8).
         05 CFG-QUEUE-PATH PIC X(80).
         05 CFG-QUEUE-OP PIC X(8).
         05 CFG-PRIORITY PIC 9(4) COMP.
         05 CFG-STATS-LIST PIC X(80).
         05 CFG-ROLLUP-PATH PIC X(80).
         05 CFG-CMP-A PIC X(80).
         05 CFG-CMP-B PIC X(80).
         05 CFG-CMP-OUT PIC X(80).
         05 CFG-CMP-TOL PIC 9(4) COMP.
         05 CFG-SHEET-PATH PIC X(80).
         05 CFG-SHEET-OUT PIC X(80).
         05 CFG-SCENE-VER PIC 9(4) COMP.
         05 CFG-JOB-TYPE PIC X(8).
         05 CFG-AFTER PIC X(200).
         05 CFG-WINDOW-END PIC X(4).
         05 CFG-HISTORY-PATH PIC X(80).
         05 CFG-PROFILE PIC X(16).
         05 CFG-PROFILE-DB PIC X(80).
         05 CFG-PROFILE-OP PIC X(8).
         05 CFG-PROFILE-IN PIC X(80).
         05 CFG-PROFILE-STATE PIC X.
         05 CFG-CAMERA-MODE PIC X(8).
         05 CFG-EYE-SEP COMP-1.
         05 CFG-STEREO-OUT PIC X(8).
         05 CFG-QA-LIMITS PIC X(80).
         05 CFG-CATALOG-PATH PIC X(80).
         05 CFG-JOB-SOURCE PIC X(100).
         05 CFG-CAT-OP PIC X(8).
         05 CFG-CAT-FILE PIC X(80).
         05 CFG-CAT-AGE PIC 9(4) COMP.
         05 CFG-STALE-OP PIC X(8).
         05 CFG-COST-CENTRE PIC X(16).
         05 CFG-REQUESTER PIC X(32).
         05 CFG-RATE-PATH PIC X(80).
         05 CFG-CHARGE-OUT PIC X(80).
         05 CFG-DATE-FROM PIC X(8).
         05 CFG-DATE-TO PIC X(8).
       01 L-RESULT-CODE PIC 9(4) COMP.

       PROCEDURE DIVISION USING JOB-CONFIG, L-RESULT-CODE.
       MAIN-PROCEDURE.
           MOVE 0 TO L-RESULT-CODE

           IF CFG-QUEUE-PATH = SPACES
             MOVE './JOB-QUEUE.DAT' TO WS-QUEUE-PATH
           ELSE
             MOVE CFG-QUEUE-PATH TO WS-QUEUE-PATH
           END-IF

           EVALUATE CFG-QUEUE-OP
             WHEN 'SUBMIT'
               PERFORM SUBMIT-JOB
             WHEN 'LIST'
               PERFORM LIST-QUEUE
             WHEN 'HOLD'
               PERFORM HOLD-JOB
             WHEN 'REQUEUE'
               PERFORM REQUEUE-JOB
             WHEN OTHER
               DISPLAY 'QUEUE-MAINT: QUEUEOP must be SUBMIT, LIST, '
                   'HOLD or REQUEUE'
               MOVE 11 TO L-RESULT-CODE
           END-EVALUATE
           GOBACK
           .

       SUBMIT-JOB.
           IF CFG-JOB-NAME = SPACES
             DISPLAY 'QUEUE-MAINT: SUBMIT needs NAME='
             MOVE 11 TO L-RESULT-CODE
             EXIT PARAGRAPH
           END-IF

      *THE PROFILE WAS APPLIED WHEN THE COMMAND LINE WAS PARSED, SO
      *THE QUEUED CONFIG CARRIES ITS SETTINGS AS THEY STOOD AT
      *SUBMIT TIME. ONE THAT DID NOT LOAD IS NOT QUEUED AT ALL.
           IF CFG-PROFILE NOT = SPACES AND CFG-PROFILE-STATE NOT = 'Y'
             DISPLAY 'QUEUE-MAINT: profile '
                 FUNCTION TRIM(CFG-PROFILE)
                 ' could not be applied, job not queued'
             MOVE 11 TO L-RESULT-CODE
             EXIT PARAGRAPH
           END-IF

           IF CFG-JOB-TYPE = SPACES
             MOVE 'RENDER' TO CFG-JOB-TYPE
           END-IF
           PERFORM CHECK-JOB-TYPE
           IF L-RESULT-CODE NOT = 0
             EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-PREDECESSORS
           IF L-RESULT-CODE NOT = 0
             EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-QUEUE-IO
           IF L-RESULT-CODE NOT = 0
             EXIT PARAGRAPH
           END-IF

      *THE STORED CONFIG IS WHAT QUEUE-DRIVER WILL HAND STRAIGHT TO
      *THE JOB'S STEP PROGRAM; STRIP THE DISPATCH FIELDS SO THE
      *QUEUED JOB IS A PLAIN STEP AND NOT A NESTED DRIVER. A MERGE
      *STEP KEEPS ITS MERGE PLAN, WHICH IS THE WHOLE OF ITS WORK.
           MOVE SPACES TO CFG-QUEUE-PATH
           MOVE SPACES TO CFG-QUEUE-OP
           MOVE SPACES TO CFG-BATCH-PATH
           MOVE SPACES TO CFG-SEQUENCE-PATH
           IF CFG-JOB-TYPE NOT = 'MERGE'
             MOVE SPACES TO CFG-MERGE-PATH
           END-IF
           MOVE SPACES TO CFG-SCENE-OP
           MOVE SPACES TO CFG-CAT-OP
           MOVE SPACES TO CFG-STALE-OP

      *THE OUTPUT CATALOG RECORDS WHICH QUEUE A RENDER CAME FROM.
           MOVE SPACES TO CFG-JOB-SOURCE
           STRING 'QUEUE ' FUNCTION TRIM(WS-QUEUE-PATH)
               DELIMITED BY SIZE INTO CFG-JOB-SOURCE

           MOVE SPACES TO QUEUE-RECORD
           MOVE CFG-JOB-NAME TO QUE-JOB-NAME
           MOVE CFG-PRIORITY TO QUE-PRIORITY
           MOVE 'PENDING' TO QUE-STATUS
           MOVE FUNCTION CURRENT-DATE TO QUE-SUBMIT-TS
           MOVE SPACES TO QUE-START-TS
           MOVE SPACES TO QUE-END-TS
           MOVE 0 TO QUE-RESULT
           MOVE CFG-JOB-TYPE TO QUE-JOB-TYPE
           MOVE SUBMIT-PREDECESSORS TO QUE-PREDECESSORS
           MOVE JOB-CONFIG TO QUE-CONFIG

           WRITE QUEUE-RECORD
             INVALID KEY
               DISPLAY 'QUEUE-MAINT: job '
                   FUNCTION TRIM(CFG-JOB-NAME)
                   ' already queued, use QUEUEOP=REQUEUE'
               MOVE 11 TO L-RESULT-CODE
             NOT INVALID KEY
               DISPLAY 'QUEUE-MAINT: queued '
                   FUNCTION TRIM(CFG-JOB-TYPE) ' job '
                   FUNCTION TRIM(CFG-JOB-NAME)
                   ' priority ' CFG-PRIORITY
           END-WRITE

           CLOSE JOB-QUEUE
           .

      *EACH STEP TYPE NEEDS ITS OWN INPUT NAMED AT SUBMIT TIME; A
      *STEP QUEUED WITHOUT IT COULD ONLY FAIL IN THE NIGHT.
       CHECK-JOB-TYPE.
           EVALUATE CFG-JOB-TYPE
             WHEN 'RENDER'
               CONTINUE
             WHEN 'MERGE'
               IF CFG-MERGE-PATH = SPACES
                 DISPLAY 'QUEUE-MAINT: a MERGE job needs MERGE='
                 MOVE 11 TO L-RESULT-CODE
               END-IF
             WHEN 'SHEET'
               IF CFG-SHEET-PATH = SPACES
                 DISPLAY 'QUEUE-MAINT: a SHEET job needs SHEET='
                 MOVE 11 TO L-RESULT-CODE
               END-IF
             WHEN 'ROLLUP'
               IF CFG-STATS-LIST = SPACES
                 DISPLAY 'QUEUE-MAINT: a ROLLUP job needs STATSLIST='
                 MOVE 11 TO L-RESULT-CODE
               END-IF
             WHEN 'COMPARE'
               IF CFG-CMP-A = SPACES OR CFG-CMP-B = SPACES
                 DISPLAY 'QUEUE-MAINT: a COMPARE job needs CMPA= '
                     'and CMPB='
                 MOVE 11 TO L-RESULT-CODE
               END-IF
             WHEN OTHER
               DISPLAY 'QUEUE-MAINT: JOBTYPE must be RENDER, MERGE, '
                   'SHEET, ROLLUP or COMPARE'
               MOVE 11 TO L-RESULT-CODE
           END-EVALUATE
           .

      *SPLIT THE COMMA LIST IN AFTER= INTO THE RECORD'S PREDECESSOR
      *TABLE. THE NAMED JOBS NEED NOT BE QUEUED YET, SO A CHAIN CAN
      *BE SUBMITTED IN ANY ORDER; QUEUE-DRIVER BLOCKS AN ENTRY WHOSE
      *PREDECESSOR IS STILL MISSING WHEN IT COMES TO RUN IT.
       LOAD-PREDECESSORS.
           MOVE SPACES TO SUBMIT-PREDECESSORS
           MOVE 0 TO SUB-PRED-COUNT
           MOVE 1 TO AFTER-PTR
           PERFORM UNTIL AFTER-PTR > FUNCTION LENGTH(CFG-AFTER)
             MOVE SPACES TO AFTER-NAME
             UNSTRING CFG-AFTER DELIMITED BY ','
                 INTO AFTER-NAME
                 WITH POINTER AFTER-PTR
             MOVE FUNCTION TRIM(AFTER-NAME) TO AFTER-NAME
             IF AFTER-NAME NOT = SPACES
               IF AFTER-NAME = CFG-JOB-NAME
                 DISPLAY 'QUEUE-MAINT: job '
                     FUNCTION TRIM(CFG-JOB-NAME)
                     ' cannot wait on itself'
                 MOVE 11 TO L-RESULT-CODE
                 EXIT PERFORM
               END-IF
               IF SUB-PRED-COUNT NOT < 8
                 DISPLAY 'QUEUE-MAINT: AFTER= names more than 8 jobs'
                 MOVE 11 TO L-RESULT-CODE
                 EXIT PERFORM
               END-IF
               ADD 1 TO SUB-PRED-COUNT
               MOVE AFTER-NAME TO SUB-PRED-NAME(SUB-PRED-COUNT)
             END-IF
           END-PERFORM
           .

       LIST-QUEUE.
           OPEN INPUT JOB-QUEUE
           IF WS-QUE-FS NOT = '00'
             DISPLAY 'QUEUE-MAINT: cannot open queue '
                 FUNCTION TRIM(WS-QUEUE-PATH)
                 ' (status ' WS-QUE-FS ')'
             MOVE 11 TO L-RESULT-CODE
             EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
             READ JOB-QUEUE NEXT RECORD
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 MOVE QUE-PRIORITY TO PRIO-ED
                 MOVE QUE-RESULT TO RESULT-ED
                 DISPLAY FUNCTION TRIM(QUE-JOB-NAME) ' '
                     QUE-STATUS ' ' QUE-JOB-TYPE ' prio '
                     FUNCTION TRIM(PRIO-ED)
                     ' submitted ' QUE-SUBMIT-TS(1:14)
                     ' ended ' QUE-END-TS(1:14)
                     ' rc ' FUNCTION TRIM(RESULT-ED)
                 IF QUE-PRED-COUNT > 0
                   PERFORM BUILD-AFTER-TEXT
                   DISPLAY '    after ' FUNCTION TRIM(AFTER-TEXT)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE JOB-QUEUE
           .

       BUILD-AFTER-TEXT.
           MOVE SPACES TO AFTER-TEXT
           MOVE 1 TO AFTER-TEXT-PTR
           PERFORM VARYING PRED-IDX FROM 1 BY 1
           UNTIL PRED-IDX > QUE-PRED-COUNT
             IF PRED-IDX > 1
               STRING ',' DELIMITED BY SIZE
                   INTO AFTER-TEXT WITH POINTER AFTER-TEXT-PTR
             END-IF
             STRING FUNCTION TRIM(QUE-PRED-NAME(PRED-IDX))
                 DELIMITED BY SIZE
                 INTO AFTER-TEXT WITH POINTER AFTER-TEXT-PTR
           END-PERFORM
           .

       HOLD-JOB.
           IF CFG-JOB-NAME = SPACES
             DISPLAY 'QUEUE-MAINT: HOLD needs NAME='
             MOVE 11 TO L-RESULT-CODE
             EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-QUEUE-IO
           IF L-RESULT-CODE NOT = 0
             EXIT PARAGRAPH
           END-IF

           MOVE CFG-JOB-NAME TO QUE-JOB-NAME
           READ JOB-QUEUE
             INVALID KEY
               DISPLAY 'QUEUE-MAINT: job '
                   FUNCTION TRIM(CFG-JOB-NAME) ' not in queue'
               MOVE 11 TO L-RESULT-CODE
             NOT INVALID KEY
      *ONLY WORK THAT HAS NOT STARTED CAN BE HELD BACK; A RUNNING,
      *FINISHED OR FAILED ENTRY IS HISTORY, NOT A PLAN.
               IF QUE-STATUS NOT = 'PENDING'
                 DISPLAY 'QUEUE-MAINT: job '
                     FUNCTION TRIM(CFG-JOB-NAME) ' is '
                     QUE-STATUS ' and cannot be held'
                 MOVE 11 TO L-RESULT-CODE
               ELSE
                 MOVE 'HOLD' TO QUE-STATUS
                 REWRITE QUEUE-RECORD
                   INVALID KEY
                     DISPLAY 'QUEUE-MAINT: cannot rewrite job '
                         FUNCTION TRIM(CFG-JOB-NAME)
                     MOVE 11 TO L-RESULT-CODE
                 END-REWRITE
                 IF L-RESULT-CODE = 0
                   DISPLAY 'QUEUE-MAINT: held job '
                       FUNCTION TRIM(CFG-JOB-NAME)
                 END-IF
               END-IF
           END-READ

           CLOSE JOB-QUEUE
           .

      *PUTS A HELD, FAILED, BLOCKED, FINISHED OR CRASH-STRANDED
      *RUNNING ENTRY BACK INTO CONTENTION FOR THE NEXT DRIVER PASS.
      *REQUEUING A FAILED JOB ALSO RELEASES THE CHAIN THAT WAS
      *BLOCKED BEHIND IT.
       REQUEUE-JOB.
           IF CFG-JOB-NAME = SPACES
             DISPLAY 'QUEUE-MAINT: REQUEUE needs NAME='
             MOVE 11 TO L-RESULT-CODE
             EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-QUEUE-IO
           IF L-RESULT-CODE NOT = 0
             EXIT PARAGRAPH
           END-IF

           MOVE CFG-JOB-NAME TO QUE-JOB-NAME
           READ JOB-QUEUE
             INVALID KEY
               DISPLAY 'QUEUE-MAINT: job '
                   FUNCTION TRIM(CFG-JOB-NAME) ' not in queue'
               MOVE 11 TO L-RESULT-CODE
             NOT INVALID KEY
               MOVE 'PENDING' TO QUE-STATUS
               MOVE SPACES TO QUE-START-TS
               MOVE SPACES TO QUE-END-TS
               MOVE 0 TO QUE-RESULT
               REWRITE QUEUE-RECORD
                 INVALID KEY
                   DISPLAY 'QUEUE-MAINT: cannot rewrite job '
                       FUNCTION TRIM(CFG-JOB-NAME)
                   MOVE 11 TO L-RESULT-CODE
               END-REWRITE
               IF L-RESULT-CODE = 0
                 DISPLAY 'QUEUE-MAINT: requeued job '
                     FUNCTION TRIM(CFG-JOB-NAME)
               END-IF
           END-READ

           IF L-RESULT-CODE = 0
             PERFORM RELEASE-DEPENDENTS
           END-IF

           CLOSE JOB-QUEUE
           .

      *SWEEP THE QUEUE UNTIL NO MORE BLOCKED ENTRIES WAIT ON A NAME
      *IN THE RELEASE TABLE. EACH ENTRY RELEASED JOINS THE TABLE, SO
      *A WHOLE CHAIN BEHIND THE REQUEUED JOB COMES BACK TOGETHER; IF
      *THE JOB FAILS AGAIN QUEUE-DRIVER SIMPLY BLOCKS THEM AGAIN.
       RELEASE-DEPENDENTS.
           MOVE 1 TO RELEASE-COUNT
           MOVE CFG-JOB-NAME TO RELEASE-NAME(1)
           MOVE 'Y' TO RELEASE-CHANGED

           PERFORM UNTIL RELEASE-CHANGED NOT = 'Y'
             MOVE 'N' TO RELEASE-CHANGED
             MOVE LOW-VALUES TO QUE-JOB-NAME
             START JOB-QUEUE KEY NOT < QUE-JOB-NAME
               INVALID KEY
                 EXIT PERFORM
             END-START

             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
               READ JOB-QUEUE NEXT RECORD
                 AT END
                   MOVE 'Y' TO WS-EOF
                 NOT AT END
                   IF QUE-STATUS = 'BLOCKED'
                     PERFORM RELEASE-IF-WAITING
                   END-IF
               END-READ
             END-PERFORM
           END-PERFORM
           .

       RELEASE-IF-WAITING.
           MOVE 'N' TO RELEASE-HIT
           PERFORM VARYING PRED-IDX FROM 1 BY 1
           UNTIL PRED-IDX > QUE-PRED-COUNT
             PERFORM VARYING RIDX FROM 1 BY 1
             UNTIL RIDX > RELEASE-COUNT
               IF QUE-PRED-NAME(PRED-IDX) = RELEASE-NAME(RIDX)
                 MOVE 'Y' TO RELEASE-HIT
               END-IF
             END-PERFORM
           END-PERFORM

           IF RELEASE-HIT = 'Y'
             MOVE 'PENDING' TO QUE-STATUS
             MOVE SPACES TO QUE-START-TS
             MOVE SPACES TO QUE-END-TS
             MOVE 0 TO QUE-RESULT
             REWRITE QUEUE-RECORD
               INVALID KEY
                 DISPLAY 'QUEUE-MAINT: cannot rewrite job '
                     FUNCTION TRIM(QUE-JOB-NAME)
             END-REWRITE
             DISPLAY 'QUEUE-MAINT: released blocked job '
                 FUNCTION TRIM(QUE-JOB-NAME)
             MOVE 'Y' TO RELEASE-CHANGED
             IF RELEASE-COUNT < 500
               ADD 1 TO RELEASE-COUNT
               MOVE QUE-JOB-NAME TO RELEASE-NAME(RELEASE-COUNT)
             END-IF
           END-IF
           .

      *OPEN THE QUEUE FOR UPDATE, CREATING IT ON FIRST USE.
       OPEN-QUEUE-IO.
           OPEN I-O JOB-QUEUE
           IF WS-QUE-FS = '35'
             OPEN OUTPUT JOB-QUEUE
             IF WS-QUE-FS = '00'
               CLOSE JOB-QUEUE
               OPEN I-O JOB-QUEUE
             END-IF
           END-IF
           IF WS-QUE-FS NOT = '00'
             DISPLAY 'QUEUE-MAINT: cannot open queue '
                 FUNCTION TRIM(WS-QUEUE-PATH)
                 ' (status ' WS-QUE-FS ')'
             MOVE 11 TO L-RESULT-CODE
           END-IF
           .
       END PROGRAM QUEUE-MAINT.


      *WORKS THE INDEXED JOB QUEUE OFF IN PRIORITY ORDER (LOWEST
      *NUMBER FIRST, KEY ORDER BREAKING TIES), MARKING EACH ENTRY
      *RUNNING AND THEN DONE OR FAIL AS IT GOES. A CRASH LEAVES THE
      *ENTRY RUNNING; QUEUE-MAINT REQUEUE PUTS IT BACK IN PLAY.
      *ONFAIL=ABORT STOPS THE WINDOW AT THE FIRST FAILURE, OTHERWISE
      *THE DRIVER PRESSES ON AND RETURNS THE LAST NONZERO RESULT.
      *AN ENTRY IS ONLY RUNNABLE ONCE EVERY PREDECESSOR IT NAMES IS
      *DONE. A PREDECESSOR THAT FAILED, IS ITSELF BLOCKED OR IS NOT
      *IN THE QUEUE AT ALL MARKS THE ENTRY BLOCKED, SO A BROKEN
      *CHAIN SHOWS UP IN QUEUE-MAINT LIST INSTEAD OF SITTING PENDING.
      *WINDOWEND=HHMM CLOSES THE WINDOW: EACH JOB IS FORECAST BY
      *RUNTIME-FORECAST FROM THE HISTORY= LIST OF PAST .stats FILES
      *AND ONE THAT WOULD NOT FINISH IN TIME STAYS PENDING FOR THE
      *NEXT WINDOW. <QUEUE>.rpt SAYS WHAT WAS DEFERRED AND WHY AND
      *HOW EACH FORECAST COMPARED WITH THE ACTUAL RUN.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUEUE-DRIVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-QUEUE ASSIGN DYNAMIC WS-QUEUE-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS QUE-JOB-NAME
               FILE STATUS IS WS-QUE-FS.
           SELECT RPT-FILE ASSIGN DYNAMIC WS-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD JOB-QUEUE.
       01 QUEUE-RECORD.
         05 QUE-JOB-NAME PIC X(32).
         05 QUE-PRIORITY PIC 9(4) COMP.
         05 QUE-STATUS PIC X(8).
         05 QUE-SUBMIT-TS PIC X(21).
         05 QUE-START-TS PIC X(21).
         05 QUE-END-TS PIC X(21).
         05 QUE-RESULT PIC 9(4) COMP.
         05 QUE-JOB-TYPE PIC X(8).
         05 QUE-PREDECESSORS.
           10 QUE-PRED-COUNT PIC 9(4) COMP.
           10 QUE-PRED-NAME PIC X(32) OCCURS 8 TIMES.
         05 QUE-CONFIG PIC X(4096).

       FD RPT-FILE.
       01 RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-QUEUE-PATH PIC X(80).
       01 WS-QUE-FS PIC XX.
       01 WS-EOF PIC X.
       01 WS-FAIL-POLICY PIC X(8).
       01 WS-RPT-PATH PIC X(80).
       01 WS-RPT-FS PIC XX.

       01 BEST-NAME PIC X(32).
       01 BEST-PRIORITY PIC 9(4) COMP.
       01 HAVE-PENDING PIC X.
       01 JOBS-RUN PIC 9(4) COMP.
       01 JOBS-RUN-ED PIC ZZZ9.
       01 JOB-RESULT-CODE PIC 9(4) COMP.
       01 RUN-JOB-TYPE PIC X(8).

      *ONE SWEEP OF THE QUEUE HELD IN KEY ORDER, SO PREDECESSOR
      *STATES CAN BE LOOKED UP WITHOUT LOSING THE FILE POSITION.
       01 QUEUE-TABLE.
         05 QT-COUNT PIC 9(4) COMP.
         05 QT-ENTRY OCCURS 500 TIMES.
           10 QT-NAME PIC X(32).
           10 QT-STATUS PIC X(8).
           10 QT-PRIORITY PIC 9(4) COMP.
           10 QT-PRED-COUNT PIC 9(4) COMP.
           10 QT-PRED-NAME PIC X(32) OCCURS 8 TIMES.
       01 QT-FULL-SHOWN PIC X VALUE 'N'.
       01 QIDX PIC 9(4) COMP.
       01 PIDX PIC 9(4) COMP.
       01 FIDX PIC 9(4) COMP.
       01 PRED-STATE PIC X(8).
       01 CUR-STATE PIC X(8).
       01 DEPS-MET PIC X.
       01 DEPS-DEAD PIC X.
       01 BLOCK-CHANGED PIC X.
       01 BLOCK-PRED PIC X(32).

      *BATCH WINDOW. TIMES ARE HELD AS HUNDREDTHS OF A SECOND SINCE
      *THE COBOL EPOCH SO A WINDOW THAT CLOSES AFTER MIDNIGHT NEEDS
      *NO SPECIAL CASE.
       01 WINDOW-ACTIVE PIC X.
       01 WINDOW-HHMM PIC X(4).
       01 WINDOW-TIME REDEFINES WINDOW-HHMM.
         05 WINDOW-HH PIC 99.
         05 WINDOW-MM PIC 99.
       01 WINDOW-END-HUND PIC 9(15) COMP.
       01 CLOCK-STAMP PIC X(21).
       01 CLOCK-HUND PIC 9(15) COMP.
       01 JOB-START-HUND PIC 9(15) COMP.
       01 SECS-LEFT PIC 9(7)V99.
       01 FORECAST-SECS PIC 9(7)V99.
       01 FORECAST-BASIS PIC X(24).
       01 ACTUAL-SECS PIC 9(7)V99.
       01 DEFERRED-THIS PIC X.

      *JOBS HELD BACK BECAUSE THEY WOULD OVERRUN THE WINDOW. THEY
      *STAY PENDING ON FILE FOR THE NEXT WINDOW; THIS TABLE ONLY
      *STOPS THE SAME JOB BEING OFFERED AGAIN IN THIS ONE.
       01 DEFER-TABLE.
         05 DT-COUNT PIC 9(4) COMP.
         05 DT-ENTRY OCCURS 500 TIMES.
           10 DT-NAME PIC X(32).
           10 DT-FORECAST PIC 9(7)V99.
           10 DT-LEFT PIC 9(7)V99.
           10 DT-BASIS PIC X(24).
       01 DIDX PIC 9(4) COMP.
       01 IS-DEFERRED PIC X.

      *EVERY JOB STARTED IN THE WINDOW, FOR THE FORECAST-VERSUS-
      *ACTUAL SECTION OF THE WINDOW REPORT.
       01 RAN-TABLE.
         05 RT-COUNT PIC 9(4) COMP.
         05 RT-ENTRY OCCURS 500 TIMES.
           10 RT-NAME PIC X(32).
           10 RT-TYPE PIC X(8).
           10 RT-STATUS PIC X(8).
           10 RT-FORECAST PIC 9(7)V99.
           10 RT-ACTUAL PIC 9(7)V99.
           10 RT-BASIS PIC X(24).

       01 RUN-STAMP PIC X(21).
       01 COUNT-ED PIC Z(11)9.
       01 COUNT-ED-2 PIC Z(11)9.
       01 SECS-ED PIC Z(9)9.99.
       01 SECS-ED-2 PIC Z(9)9.99.
       01 PCT-ED PIC Z(5)9.
       01 PCT-OF-FORECAST PIC 9(6).

      *THE QUEUED CONFIG IS STORED AS A RAW IMAGE OF JOB-CONFIG AND
      *HANDED TO THE STEP PROGRAM AS-IS. THE IMAGE MUST BE AT LEAST
      *AS LONG AS JOB-CONFIG ITSELF OR THE TAIL FIELDS WOULD BE
      *TRUNCATED ON SUBMIT AND READ OUT OF BOUNDS ON RUN; X(4096)
      *LEAVES HEADROOM NOW THAT JOB-CONFIG HAS OUTGROWN 2K.
       01 RUN-CONFIG PIC X(4096).

       LINKAGE SECTION.
       01 JOB-CONFIG.
         05 CFG-WIDTH PIC 9(9) COMP.
         05 CFG-HEIGHT PIC 9(9) COMP.
         05 CFG-FILE-PATH PIC X(80).
         05 CFG-SCENE-PATH PIC X(80).
         05 CFG-LIGHTS-PATH PIC X(80).
         05 CFG-CHECKPOINT-PATH PIC X(80).
         05 CFG-OUTPUT-FORMAT PIC X(4).
         05 CFG-BATCH-PATH PIC X(80).
         05 CFG-JOB-NAME PIC X(32).
         05 CFG-CAM-POS-X COMP-1.
         05 CFG-CAM-POS-Y COMP-1.
         05 CFG-CAM-POS-Z COMP-1.
         05 CFG-CAM-LOOK-X COMP-1.
         05 CFG-CAM-LOOK-Y COMP-1.
         05 CFG-CAM-LOOK-Z COMP-1.
         05 CFG-FOVY COMP-1.
         05 CFG-AMBIENT COMP-1.
         05 CFG-MAX-BOUNCES PIC 9(4) COMP.
         05 CFG-SEQUENCE-PATH PIC X(80).
         05 CFG-ROW-FROM PIC 9(9) COMP.
         05 CFG-ROW-TO PIC 9(9) COMP.
         05 CFG-MERGE-PATH PIC X(80).
         05 CFG-SAMPLES PIC 9(4) COMP.
         05 CFG-AUX-OUTPUTS PIC X(4).
         05 CFG-SCENE-DB PIC X(80).
         05 CFG-SCENE-ID PIC X(16).
         05 CFG-SCENE-OP PIC X(8).
         05 CFG-SCENE-IN PIC X(80).
         05 CFG-BG-HOR-R COMP-1.
         05 CFG-BG-HOR-G COMP-1.
         05 CFG-BG-HOR-B COMP-1.
         05 CFG-BG-ZEN-R COMP-1.
         05 CFG-BG-ZEN-G COMP-1.
         05 CFG-BG-ZEN-B COMP-1.
         05 CFG-FOG-DENSITY COMP-1.
         05 CFG-FOG-R COMP-1.
         05 CFG-FOG-G COMP-1.
         05 CFG-FOG-B COMP-1.
         05 CFG-EXPOSURE COMP-1.
         05 CFG-GAMMA COMP-1.
         05 CFG-AUDIT-PATH PIC X(80).
         05 CFG-FAIL-POLICY PIC X(8).
         05 CFG-QUEUE-PATH PIC X(80).
         05 CFG-QUEUE-OP PIC X(8).
         05 CFG-PRIORITY PIC 9(4) COMP.
         05 CFG-STATS-LIST PIC X(80).
         05 CFG-ROLLUP-PATH PIC X(80).
         05 CFG-CMP-A PIC X(80).
         05 CFG-CMP-B PIC X(80).
         05 CFG-CMP-OUT PIC X(80).
         05 CFG-CMP-TOL PIC 9(4) COMP.
         05 CFG-SHEET-PATH PIC X(80).
         05 CFG-SHEET-OUT PIC X(80).
         05 CFG-SCENE-VER PIC 9(4) COMP.
         05 CFG-JOB-TYPE PIC X(8).
         05 CFG-AFTER PIC X(200).
         05 CFG-WINDOW-END PIC X(4).
         05 CFG-HISTORY-PATH PIC X(80).
         05 CFG-PROFILE PIC X(16).
         05 CFG-PROFILE-DB PIC X(80).
         05 CFG-PROFILE-OP PIC X(8).
         05 CFG-PROFILE-IN PIC X(80).
         05 CFG-PROFILE-STATE PIC X.
         05 CFG-CAMERA-MODE PIC X(8).
         05 CFG-EYE-SEP COMP-1.
         05 CFG-STEREO-OUT PIC X(8).
         05 CFG-QA-LIMITS PIC X(80).
         05 CFG-CATALOG-PATH PIC X(80).
         05 CFG-JOB-SOURCE PIC X(100).
         05 CFG-CAT-OP PIC X(8).
         05 CFG-CAT-FILE PIC X(80).
         05 CFG-CAT-AGE PIC 9(4) COMP.
         05 CFG-STALE-OP PIC X(8).
         05 CFG-COST-CENTRE PIC X(16).
         05 CFG-REQUESTER PIC X(32).
         05 CFG-RATE-PATH PIC X(80).
         05 CFG-CHARGE-OUT PIC X(80).
         05 CFG-DATE-FROM PIC X(8).
         05 CFG-DATE-TO PIC X(8).
       01 L-RESULT-CODE PIC 9(4) COMP.

       PROCEDURE DIVISION USING JOB-CONFIG, L-RESULT-CODE.
       MAIN-PROCEDURE.
           MOVE 0 TO L-RESULT-CODE
           MOVE 0 TO JOBS-RUN

           IF CFG-QUEUE-PATH = SPACES
             MOVE './JOB-QUEUE.DAT' TO WS-QUEUE-PATH
           ELSE
             MOVE CFG-QUEUE-PATH TO WS-QUEUE-PATH
           END-IF
           IF CFG-FAIL-POLICY = SPACES
             MOVE 'CONT' TO WS-FAIL-POLICY
           ELSE
             MOVE CFG-FAIL-POLICY TO WS-FAIL-POLICY
           END-IF
           IF WS-FAIL-POLICY NOT = 'CONT' AND
              WS-FAIL-POLICY NOT = 'ABORT'
             DISPLAY 'QUEUE-DRIVER: ONFAIL must be CONT or ABORT'
             MOVE 11 TO L-RESULT-CODE
             GOBACK
           END-IF

           MOVE 0 TO DT-COUNT
           MOVE 0 TO RT-COUNT
           PERFORM SET-WINDOW-END
           IF L-RESULT-CODE NOT = 0
             GOBACK
           END-IF

           OPEN I-O JOB-QUEUE
           IF WS-QUE-FS NOT = '00'
             DISPLAY 'QUEUE-DRIVER: cannot open queue '
                 FUNCTION TRIM(WS-QUEUE-PATH)
                 ' (status ' WS-QUE-FS ')'
             MOVE 11 TO L-RESULT-CODE
             GOBACK
           END-IF

           PERFORM UNTIL 1 = 2
             PERFORM FIND-NEXT-PENDING
             IF HAVE-PENDING NOT = 'Y'
               EXIT PERFORM
             END-IF

             PERFORM RUN-QUEUED-JOB

             IF JOB-RESULT-CODE NOT = 0 AND
                WS-FAIL-POLICY = 'ABORT'
               DISPLAY 'QUEUE-DRIVER: job '
                   FUNCTION TRIM(BEST-NAME)
                   ' failed and ONFAIL=ABORT, window stopped'
               EXIT PERFORM
             END-IF
           END-PERFORM

      *WHATEVER IS STILL PENDING NOW IS WAITING ON A HELD JOB OR ON
      *A PREDECESSOR LOOP; SAY WHICH SO THE MORNING SHIFT CAN ACT.
           PERFORM LOAD-QUEUE-TABLE
           PERFORM BLOCK-BROKEN-CHAINS
           PERFORM VARYING QIDX FROM 1 BY 1 UNTIL QIDX > QT-COUNT
             IF QT-STATUS(QIDX) = 'PENDING'
               PERFORM CHECK-PREDECESSORS
               IF DEPS-MET NOT = 'Y'
                 DISPLAY 'QUEUE-DRIVER: job '
                     FUNCTION TRIM(QT-NAME(QIDX))
                     ' still waiting on its predecessors'
               END-IF
             END-IF
           END-PERFORM

           CLOSE JOB-QUEUE

           MOVE JOBS-RUN TO JOBS-RUN-ED
           DISPLAY 'QUEUE-DRIVER: ' FUNCTION TRIM(JOBS-RUN-ED)
               ' job(s) run'
           IF DT-COUNT > 0
             MOVE DT-COUNT TO JOBS-RUN-ED
             DISPLAY 'QUEUE-DRIVER: ' FUNCTION TRIM(JOBS-RUN-ED)
                 ' job(s) deferred to the next window'
           END-IF
           PERFORM WRITE-WINDOW-REPORT
           GOBACK
           .

      *WINDOWEND=HHMM IS THE WALL-CLOCK TIME THE BATCH WINDOW
      *CLOSES. A TIME AT OR BEFORE NOW IS TOMORROW'S. WITHOUT IT
      *THE DRIVER RUNS EVERYTHING RUNNABLE, AS IT ALWAYS HAS, BUT
      *STILL FORECASTS SO THE REPORT CAN SHOW HOW GOOD THE GUESSES
      *WERE.
       SET-WINDOW-END.
           MOVE 'N' TO WINDOW-ACTIVE
           MOVE 0 TO WINDOW-END-HUND
           IF CFG-WINDOW-END = SPACES
             EXIT PARAGRAPH
           END-IF

           MOVE CFG-WINDOW-END TO WINDOW-HHMM
           IF WINDOW-HHMM IS NOT NUMERIC
             DISPLAY 'QUEUE-DRIVER: WINDOWEND must be HHMM'
             MOVE 11 TO L-RESULT-CODE
             EXIT PARAGRAPH
           END-IF
           IF WINDOW-HH > 23 OR WINDOW-MM > 59
             DISPLAY 'QUEUE-DRIVER: WINDOWEND must be HHMM'
             MOVE 11 TO L-RESULT-CODE
             EXIT PARAGRAPH
           END-IF

           PERFORM READ-CLOCK
           COMPUTE WINDOW-END-HUND =
               (FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(CLOCK-STAMP(1:8))) * 8640000) +
               (WINDOW-HH * 360000) + (WINDOW-MM * 6000)
           IF WINDOW-END-HUND NOT > CLOCK-HUND
             ADD 8640000 TO WINDOW-END-HUND
           END-IF
           MOVE 'Y' TO WINDOW-ACTIVE
           .

       READ-CLOCK.
           MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP
           COMPUTE CLOCK-HUND =
               (FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(CLOCK-STAMP(1:8))) * 8640000) +
               (FUNCTION NUMVAL(CLOCK-STAMP(9:2)) * 360000) +
               (FUNCTION NUMVAL(CLOCK-STAMP(11:2)) * 6000) +
               (FUNCTION NUMVAL(CLOCK-STAMP(13:2)) * 100) +
               FUNCTION NUMVAL(CLOCK-STAMP(15:2))
           .

      *SWEEP THE WHOLE QUEUE FOR THE RUNNABLE ENTRY WITH THE LOWEST
      *PRIORITY NUMBER. THE FIRST RUNNABLE ENTRY SEEN IS TAKEN AS
      *THE CANDIDATE OUTRIGHT (NO SENTINEL PRIORITY, SO EVEN 9999
      *IS A RUNNABLE VALUE) AND THE STRICT COMPARE AFTER THAT KEEPS
      *THE FIRST ENTRY IN KEY ORDER WHEN PRIORITIES TIE. A PENDING
      *ENTRY WAITING ON A PREDECESSOR THAT IS STILL PENDING, HELD
      *OR RUNNING IS PASSED OVER FOR NOW, AS IS ONE ALREADY DEFERRED
      *IN THIS WINDOW.
       FIND-NEXT-PENDING.
           MOVE 'N' TO HAVE-PENDING
           MOVE SPACES TO BEST-NAME
           MOVE 0 TO BEST-PRIORITY

           PERFORM LOAD-QUEUE-TABLE
           PERFORM BLOCK-BROKEN-CHAINS

           PERFORM VARYING QIDX FROM 1 BY 1 UNTIL QIDX > QT-COUNT
             IF QT-STATUS(QIDX) = 'PENDING'
               PERFORM CHECK-PREDECESSORS
               PERFORM CHECK-DEFERRED
               IF DEPS-MET = 'Y' AND IS-DEFERRED NOT = 'Y'
                 IF HAVE-PENDING NOT = 'Y' OR
                    QT-PRIORITY(QIDX) < BEST-PRIORITY
                   MOVE QT-PRIORITY(QIDX) TO BEST-PRIORITY
                   MOVE QT-NAME(QIDX) TO BEST-NAME
                   MOVE 'Y' TO HAVE-PENDING
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .

       CHECK-DEFERRED.
           MOVE 'N' TO IS-DEFERRED
           PERFORM VARYING DIDX FROM 1 BY 1 UNTIL DIDX > DT-COUNT
             IF DT-NAME(DIDX) = QT-NAME(QIDX)
               MOVE 'Y' TO IS-DEFERRED
             END-IF
           END-PERFORM
           .

       LOAD-QUEUE-TABLE.
           MOVE 0 TO QT-COUNT

           MOVE LOW-VALUES TO QUE-JOB-NAME
           START JOB-QUEUE KEY NOT < QUE-JOB-NAME
             INVALID KEY
               EXIT PARAGRAPH
           END-START

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
             READ JOB-QUEUE NEXT RECORD
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 IF QT-COUNT < 500
                   ADD 1 TO QT-COUNT
                   MOVE QUE-JOB-NAME TO QT-NAME(QT-COUNT)
                   MOVE QUE-STATUS TO QT-STATUS(QT-COUNT)
                   MOVE QUE-PRIORITY TO QT-PRIORITY(QT-COUNT)
                   MOVE QUE-PRED-COUNT TO QT-PRED-COUNT(QT-COUNT)
                   PERFORM VARYING PIDX FROM 1 BY 1 UNTIL PIDX > 8
                     MOVE QUE-PRED-NAME(PIDX)
                       TO QT-PRED-NAME(QT-COUNT, PIDX)
                   END-PERFORM
                 ELSE
                   IF QT-FULL-SHOWN NOT = 'Y'
                     DISPLAY 'QUEUE-DRIVER: more than 500 queue '
                         'entries, the rest wait for a later pass'
                     MOVE 'Y' TO QT-FULL-SHOWN
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .

      *SETS DEPS-MET TO Y WHEN EVERY PREDECESSOR OF ENTRY QIDX IS
      *DONE. DEPS-DEAD GOES TO Y WHEN ONE OF THEM FAILED, IS ITSELF
      *BLOCKED OR IS NOT QUEUED, WITH ITS NAME IN BLOCK-PRED AND ITS
      *STATE (OR MISSING) IN PRED-STATE.
       CHECK-PREDECESSORS.
           MOVE 'Y' TO DEPS-MET
           MOVE 'N' TO DEPS-DEAD
           MOVE SPACES TO BLOCK-PRED
           MOVE SPACES TO PRED-STATE
           PERFORM VARYING PIDX FROM 1 BY 1
           UNTIL PIDX > QT-PRED-COUNT(QIDX)
             MOVE 'MISSING' TO CUR-STATE
             PERFORM VARYING FIDX FROM 1 BY 1
             UNTIL FIDX > QT-COUNT
               IF QT-NAME(FIDX) = QT-PRED-NAME(QIDX, PIDX)
                 MOVE QT-STATUS(FIDX) TO CUR-STATE
               END-IF
             END-PERFORM
             IF CUR-STATE NOT = 'DONE'
               MOVE 'N' TO DEPS-MET
             END-IF
             IF (CUR-STATE = 'FAIL' OR CUR-STATE = 'BLOCKED' OR
                 CUR-STATE = 'MISSING') AND DEPS-DEAD = 'N'
               MOVE 'Y' TO DEPS-DEAD
               MOVE QT-PRED-NAME(QIDX, PIDX) TO BLOCK-PRED
               MOVE CUR-STATE TO PRED-STATE
             END-IF
           END-PERFORM
           .

      *A PENDING ENTRY WHOSE PREDECESSOR CAN NEVER FINISH IS MARKED
      *BLOCKED ON FILE. REPEAT UNTIL NOTHING CHANGES SO THE BLOCK
      *RUNS DOWN THE WHOLE CHAIN IN ONE PASS.
       BLOCK-BROKEN-CHAINS.
           MOVE 'Y' TO BLOCK-CHANGED
           PERFORM UNTIL BLOCK-CHANGED NOT = 'Y'
             MOVE 'N' TO BLOCK-CHANGED
             PERFORM VARYING QIDX FROM 1 BY 1 UNTIL QIDX > QT-COUNT
               IF QT-STATUS(QIDX) = 'PENDING'
                 PERFORM CHECK-PREDECESSORS
                 IF DEPS-DEAD = 'Y'
                   MOVE 'BLOCKED' TO QT-STATUS(QIDX)
                   MOVE 'Y' TO BLOCK-CHANGED
                   PERFORM MARK-ENTRY-BLOCKED
                 END-IF
               END-IF
             END-PERFORM
           END-PERFORM
           .

       MARK-ENTRY-BLOCKED.
           MOVE QT-NAME(QIDX) TO QUE-JOB-NAME
           READ JOB-QUEUE
             INVALID KEY
               EXIT PARAGRAPH
           END-READ

           MOVE 'BLOCKED' TO QUE-STATUS
           MOVE FUNCTION CURRENT-DATE TO QUE-END-TS
           REWRITE QUEUE-RECORD
             INVALID KEY
               DISPLAY 'QUEUE-DRIVER: cannot mark job '
                   FUNCTION TRIM(QT-NAME(QIDX)) ' BLOCKED'
           END-REWRITE
           DISPLAY 'QUEUE-DRIVER: job ' FUNCTION TRIM(QT-NAME(QIDX))
               ' blocked, predecessor ' FUNCTION TRIM(BLOCK-PRED)
               ' is ' FUNCTION TRIM(PRED-STATE)
           .

       RUN-QUEUED-JOB.
           MOVE BEST-NAME TO QUE-JOB-NAME
           READ JOB-QUEUE
             INVALID KEY
               DISPLAY 'QUEUE-DRIVER: job '
                   FUNCTION TRIM(BEST-NAME)
                   ' vanished from the queue'
               MOVE 0 TO JOB-RESULT-CODE
               EXIT PARAGRAPH
           END-READ

      *ENTRIES QUEUED BEFORE JOB TYPES EXISTED ARE RENDERS.
           IF QUE-JOB-TYPE = SPACES
             MOVE 'RENDER' TO RUN-JOB-TYPE
           ELSE
             MOVE QUE-JOB-TYPE TO RUN-JOB-TYPE
           END-IF
           MOVE QUE-CONFIG TO RUN-CONFIG

           CALL 'RUNTIME-FORECAST' USING RUN-CONFIG, RUN-JOB-TYPE,
               CFG-HISTORY-PATH, FORECAST-SECS, FORECAST-BASIS
           PERFORM CHECK-WINDOW-FIT
           IF DEFERRED-THIS = 'Y'
             MOVE 0 TO JOB-RESULT-CODE
             EXIT PARAGRAPH
           END-IF

           MOVE 'RUNNING' TO QUE-STATUS
           MOVE FUNCTION CURRENT-DATE TO QUE-START-TS
           REWRITE QUEUE-RECORD
             INVALID KEY
               DISPLAY 'QUEUE-DRIVER: cannot mark job '
                   FUNCTION TRIM(BEST-NAME) ' RUNNING'
           END-REWRITE

           DISPLAY 'QUEUE-DRIVER: running '
               FUNCTION TRIM(RUN-JOB-TYPE) ' job '
               FUNCTION TRIM(BEST-NAME)
           ADD 1 TO JOBS-RUN

           PERFORM READ-CLOCK
           MOVE CLOCK-HUND TO JOB-START-HUND
           CALL 'QUEUE-STEP' USING RUN-CONFIG, RUN-JOB-TYPE,
               JOB-RESULT-CODE
           PERFORM RECORD-RAN-JOB

           MOVE BEST-NAME TO QUE-JOB-NAME
           READ JOB-QUEUE
             INVALID KEY
               DISPLAY 'QUEUE-DRIVER: job '
                   FUNCTION TRIM(BEST-NAME)
                   ' vanished from the queue'
               EXIT PARAGRAPH
           END-READ

           MOVE FUNCTION CURRENT-DATE TO QUE-END-TS
           MOVE JOB-RESULT-CODE TO QUE-RESULT
           IF JOB-RESULT-CODE = 0
             MOVE 'DONE' TO QUE-STATUS
           ELSE
             MOVE 'FAIL' TO QUE-STATUS
             MOVE JOB-RESULT-CODE TO L-RESULT-CODE
           END-IF
           REWRITE QUEUE-RECORD
             INVALID KEY
               DISPLAY 'QUEUE-DRIVER: cannot record result for job '
                   FUNCTION TRIM(BEST-NAME)
           END-REWRITE
           .

      *A JOB WHOSE FORECAST RUNS PAST THE END OF THE WINDOW IS LEFT
      *PENDING. A ZERO FORECAST (NO HISTORY, OR NOT A RENDER) ALWAYS
      *FITS.
       CHECK-WINDOW-FIT.
           MOVE 'N' TO DEFERRED-THIS
           IF WINDOW-ACTIVE NOT = 'Y'
             EXIT PARAGRAPH
           END-IF

           PERFORM READ-CLOCK
           IF CLOCK-HUND < WINDOW-END-HUND
             COMPUTE SECS-LEFT = (WINDOW-END-HUND - CLOCK-HUND) / 100
           ELSE
             MOVE 0 TO SECS-LEFT
           END-IF
           IF FORECAST-SECS = 0 OR FORECAST-SECS NOT > SECS-LEFT
             EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO DEFERRED-THIS
           IF DT-COUNT < 500
             ADD 1 TO DT-COUNT
             MOVE BEST-NAME TO DT-NAME(DT-COUNT)
             MOVE FORECAST-SECS TO DT-FORECAST(DT-COUNT)
             MOVE SECS-LEFT TO DT-LEFT(DT-COUNT)
             MOVE FORECAST-BASIS TO DT-BASIS(DT-COUNT)
           END-IF
           MOVE FORECAST-SECS TO SECS-ED
           MOVE SECS-LEFT TO SECS-ED-2
           DISPLAY 'QUEUE-DRIVER: job ' FUNCTION TRIM(BEST-NAME)
               ' deferred, forecast ' FUNCTION TRIM(SECS-ED)
               's but ' FUNCTION TRIM(SECS-ED-2)
               's left in the window'
           .

       RECORD-RAN-JOB.
           PERFORM READ-CLOCK
           IF CLOCK-HUND > JOB-START-HUND
             COMPUTE ACTUAL-SECS = (CLOCK-HUND - JOB-START-HUND) / 100
           ELSE
             MOVE 0 TO ACTUAL-SECS
           END-IF
           IF RT-COUNT < 500
             ADD 1 TO RT-COUNT
             MOVE BEST-NAME TO RT-NAME(RT-COUNT)
             MOVE RUN-JOB-TYPE TO RT-TYPE(RT-COUNT)
             IF JOB-RESULT-CODE = 0
               MOVE 'DONE' TO RT-STATUS(RT-COUNT)
             ELSE
               MOVE 'FAIL' TO RT-STATUS(RT-COUNT)
             END-IF
             MOVE FORECAST-SECS TO RT-FORECAST(RT-COUNT)
             MOVE ACTUAL-SECS TO RT-ACTUAL(RT-COUNT)
             MOVE FORECAST-BASIS TO RT-BASIS(RT-COUNT)
           END-IF
           .

      *THE WINDOW REPORT GOES NEXT TO THE QUEUE FILE AS <QUEUE>.rpt:
      *WHAT WAS HELD BACK AND WHY, THEN EVERY JOB THAT RAN WITH ITS
      *FORECAST, ACTUAL AND ACTUAL AS A PERCENTAGE OF FORECAST.
       WRITE-WINDOW-REPORT.
           MOVE SPACES TO WS-RPT-PATH
           STRING FUNCTION TRIM(WS-QUEUE-PATH) '.rpt'
               DELIMITED BY SIZE INTO WS-RPT-PATH
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-FS NOT = '00'
             DISPLAY 'QUEUE-DRIVER: cannot write window report '
                 FUNCTION TRIM(WS-RPT-PATH)
                 ' (status ' WS-RPT-FS ')'
             EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
           MOVE SPACES TO RPT-LINE
           STRING 'QUEUE WINDOW REPORT ' RUN-STAMP(1:8) '-'
               RUN-STAMP(9:6)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING 'QUEUE ' FUNCTION TRIM(WS-QUEUE-PATH)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           IF WINDOW-ACTIVE = 'Y'
             STRING 'WINDOW-END ' WINDOW-HHMM
                 DELIMITED BY SIZE INTO RPT-LINE
           ELSE
             MOVE 'WINDOW-END NONE' TO RPT-LINE
           END-IF
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           IF CFG-HISTORY-PATH = SPACES
             MOVE 'HISTORY NONE' TO RPT-LINE
           ELSE
             STRING 'HISTORY ' FUNCTION TRIM(CFG-HISTORY-PATH)
                 DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE

           MOVE RT-COUNT TO COUNT-ED
           MOVE DT-COUNT TO COUNT-ED-2
           MOVE SPACES TO RPT-LINE
           STRING 'JOBS-RUN ' FUNCTION TRIM(COUNT-ED)
               ' JOBS-DEFERRED ' FUNCTION TRIM(COUNT-ED-2)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE 'DEFERRED JOBS' TO RPT-LINE
           WRITE RPT-LINE
           IF DT-COUNT = 0
             MOVE '  NONE' TO RPT-LINE
             WRITE RPT-LINE
           END-IF
           PERFORM VARYING DIDX FROM 1 BY 1 UNTIL DIDX > DT-COUNT
             MOVE DT-FORECAST(DIDX) TO SECS-ED
             MOVE DT-LEFT(DIDX) TO SECS-ED-2
             MOVE SPACES TO RPT-LINE
             STRING '  ' FUNCTION TRIM(DT-NAME(DIDX))
                 ' FORECAST ' FUNCTION TRIM(SECS-ED)
                 ' EXCEEDS WINDOW-LEFT ' FUNCTION TRIM(SECS-ED-2)
                 ' BASIS ' FUNCTION TRIM(DT-BASIS(DIDX))
                 DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
           END-PERFORM

           MOVE 'FORECAST VERSUS ACTUAL SECONDS' TO RPT-LINE
           WRITE RPT-LINE
           IF RT-COUNT = 0
             MOVE '  NONE' TO RPT-LINE
             WRITE RPT-LINE
           END-IF
           PERFORM VARYING DIDX FROM 1 BY 1 UNTIL DIDX > RT-COUNT
             MOVE RT-FORECAST(DIDX) TO SECS-ED
             MOVE RT-ACTUAL(DIDX) TO SECS-ED-2
             MOVE SPACES TO RPT-LINE
             IF RT-FORECAST(DIDX) > 0
               COMPUTE PCT-OF-FORECAST ROUNDED =
                   RT-ACTUAL(DIDX) * 100 / RT-FORECAST(DIDX)
                 ON SIZE ERROR
                   MOVE 999999 TO PCT-OF-FORECAST
               END-COMPUTE
               MOVE PCT-OF-FORECAST TO PCT-ED
               STRING '  ' FUNCTION TRIM(RT-NAME(DIDX)) ' '
                   FUNCTION TRIM(RT-TYPE(DIDX)) ' '
                   FUNCTION TRIM(RT-STATUS(DIDX))
                   ' FORECAST ' FUNCTION TRIM(SECS-ED)
                   ' ACTUAL ' FUNCTION TRIM(SECS-ED-2)
                   ' PCT ' FUNCTION TRIM(PCT-ED)
                   ' BASIS ' FUNCTION TRIM(RT-BASIS(DIDX))
                   DELIMITED BY SIZE INTO RPT-LINE
             ELSE
               STRING '  ' FUNCTION TRIM(RT-NAME(DIDX)) ' '
                   FUNCTION TRIM(RT-TYPE(DIDX)) ' '
                   FUNCTION TRIM(RT-STATUS(DIDX))
                   ' FORECAST NONE ACTUAL ' FUNCTION TRIM(SECS-ED-2)
                   ' BASIS ' FUNCTION TRIM(RT-BASIS(DIDX))
                   DELIMITED BY SIZE INTO RPT-LINE
             END-IF
             WRITE RPT-LINE
           END-PERFORM

           CLOSE RPT-FILE
           DISPLAY 'QUEUE-DRIVER: window report in '
               FUNCTION TRIM(WS-RPT-PATH)
           .
       END PROGRAM QUEUE-DRIVER.

      *RUNS ONE QUEUED ENTRY BY ITS JOB TYPE. THE QUEUED CONFIG IS
      *ALREADY A COMPLETE JOB-CONFIG, SO EACH STEP PROGRAM IS CALLED
      *EXACTLY AS THE COMMAND LINE DISPATCH WOULD CALL IT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUEUE-STEP.
       DATA DIVISION.
       LINKAGE SECTION.
       01 JOB-CONFIG.
         05 CFG-WIDTH PIC 9(9) COMP.
         05 CFG-HEIGHT PIC 9(9) COMP.
         05 CFG-FILE-PATH PIC X(80).
         05 CFG-SCENE-PATH PIC X(80).
         05 CFG-LIGHTS-PATH PIC X(80).
         05 CFG-CHECKPOINT-PATH PIC X(80).
         05 CFG-OUTPUT-FORMAT PIC X(4).
         05 CFG-BATCH-PATH PIC X(80).
         05 CFG-JOB-NAME PIC X(32).
         05 CFG-CAM-POS-X COMP-1.
         05 CFG-CAM-POS-Y COMP-1.
         05 CFG-CAM-POS-Z COMP-1.
         05 CFG-CAM-LOOK-X COMP-1.
         05 CFG-CAM-LOOK-Y COMP-1.
         05 CFG-CAM-LOOK-Z COMP-1.
         05 CFG-FOVY COMP-1.
         05 CFG-AMBIENT COMP-1.
         05 CFG-MAX-BOUNCES PIC 9(4) COMP.
         05 CFG-SEQUENCE-PATH PIC X(80).
         05 CFG-ROW-FROM PIC 9(9) COMP.
         05 CFG-ROW-TO PIC 9(9) COMP.
         05 CFG-MERGE-PATH PIC X(80).
         05 CFG-SAMPLES PIC 9(4) COMP.
         05 CFG-AUX-OUTPUTS PIC X(4).
         05 CFG-SCENE-DB PIC X(80).
         05 CFG-SCENE-ID PIC X(16).
         05 CFG-SCENE-OP PIC X(8).
         05 CFG-SCENE-IN PIC X(80).
         05 CFG-BG-HOR-R COMP-1.
         05 CFG-BG-HOR-G COMP-1.
         05 CFG-BG-HOR-B COMP-1.
         05 CFG-BG-ZEN-R COMP-1.
         05 CFG-BG-ZEN-G COMP-1.
         05 CFG-BG-ZEN-B COMP-1.
         05 CFG-FOG-DENSITY COMP-1.
         05 CFG-FOG-R COMP-1.
         05 CFG-FOG-G COMP-1.
         05 CFG-FOG-B COMP-1.
         05 CFG-EXPOSURE COMP-1.
         05 CFG-GAMMA COMP-1.
         05 CFG-AUDIT-PATH PIC X(80).
         05 CFG-FAIL-POLICY PIC X(8).
         05 CFG-QUEUE-PATH PIC X(80).
         05 CFG-QUEUE-OP PIC X(8).
         05 CFG-PRIORITY PIC 9(4) COMP.
         05 CFG-STATS-LIST PIC X(80).
         05 CFG-ROLLUP-PATH PIC X(80).
         05 CFG-CMP-A PIC X(80).
         05 CFG-CMP-B PIC X(80).
         05 CFG-CMP-OUT PIC X(80).
         05 CFG-CMP-TOL PIC 9(4) COMP.
         05 CFG-SHEET-PATH PIC X(80).
         05 CFG-SHEET-OUT PIC X(80).
         05 CFG-SCENE-VER PIC 9(4) COMP.
         05 CFG-JOB-TYPE PIC X(8).
         05 CFG-AFTER PIC X(200).
         05 CFG-WINDOW-END PIC X(4).
         05 CFG-HISTORY-PATH PIC X(80).
         05 CFG-PROFILE PIC X(16).
         05 CFG-PROFILE-DB PIC X(80).
         05 CFG-PROFILE-OP PIC X(8).
         05 CFG-PROFILE-IN PIC X(80).
         05 CFG-PROFILE-STATE PIC X.
         05 CFG-CAMERA-MODE PIC X(8).
         05 CFG-EYE-SEP COMP-1.
         05 CFG-STEREO-OUT PIC X(8).
         05 CFG-QA-LIMITS PIC X(80).
         05 CFG-CATALOG-PATH PIC X(80).
         05 CFG-JOB-SOURCE PIC X(100).
         05 CFG-CAT-OP PIC X(8).
         05 CFG-CAT-FILE PIC X(80).
         05 CFG-CAT-AGE PIC 9(4) COMP.
         05 CFG-STALE-OP PIC X(8).
         05 CFG-COST-CENTRE PIC X(16).
         05 CFG-REQUESTER PIC X(32).
         05 CFG-RATE-PATH PIC X(80).
         05 CFG-CHARGE-OUT PIC X(80).
         05 CFG-DATE-FROM PIC X(8).
         05 CFG-DATE-TO PIC X(8).
       01 L-JOB-TYPE PIC X(8).
       01 L-RESULT-CODE PIC 9(4) COMP.

       PROCEDURE DIVISION USING JOB-CONFIG, L-JOB-TYPE,
           L-RESULT-CODE.
       MAIN-PROCEDURE.
           MOVE 0 TO L-RESULT-CODE

           EVALUATE L-JOB-TYPE
             WHEN 'RENDER'
               CALL 'RENDER-IMAGE' USING JOB-CONFIG, L-RESULT-CODE
             WHEN 'MERGE'
               CALL 'BAND-MERGE' USING CFG-MERGE-PATH, L-RESULT-CODE
             WHEN 'SHEET'
               CALL 'CONTACT-SHEET' USING JOB-CONFIG, L-RESULT-CODE
             WHEN 'ROLLUP'
               CALL 'STATS-ROLLUP' USING JOB-CONFIG, L-RESULT-CODE
             WHEN 'COMPARE'
               CALL 'IMAGE-COMPARE' USING JOB-CONFIG, L-RESULT-CODE
             WHEN OTHER
               DISPLAY 'QUEUE-STEP: unknown job type '
                   FUNCTION TRIM(L-JOB-TYPE)
               MOVE 11 TO L-RESULT-CODE
           END-EVALUATE
           GOBACK
           .
       END PROGRAM QUEUE-STEP.

      *FORECASTS HOW LONG A QUEUED JOB WILL RUN, FROM THE .stats
      *FILES EARLIER RENDERS LEFT BEHIND. THE WORK IN A RENDER IS
      *TAKEN AS PIXELS X SUB-PIXEL RAYS (SAMPLES SQUARED) X SCENE
      *OBJECTS. THE SHOP HISTORY (THE HISTORY= LIST OF .stats FILES,
      *ONE PER LINE, '*' COMMENTS ALLOWED) GIVES THE MACHINE'S SPEED
      *AS SECONDS PER MARCH STEP; THE JOB'S OWN <OUT>.stats FROM A
      *PRIOR RUN, WHEN THERE IS ONE, GIVES ITS SCENE'S MARCH STEPS
      *PER UNIT OF WORK. WITHOUT AN OWN RUN THE SHOP AVERAGE STANDS
      *IN FOR BOTH. NON-RENDER STEPS AND JOBS WITH NO HISTORY AT ALL
      *FORECAST ZERO AND ARE NEVER HELD BACK ON A GUESS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNTIME-FORECAST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-FILE ASSIGN DYNAMIC WS-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-FS.
           SELECT STATS-IN ASSIGN DYNAMIC WS-STATS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD LIST-FILE.
       01 LIST-LINE PIC X(200).

       FD STATS-IN.
       01 STATS-IN-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-LIST-PATH PIC X(80).
       01 WS-LIST-FS PIC XX.
       01 WS-STATS-PATH PIC X(80).
       01 WS-STATS-FS PIC XX.

       01 S-TOK1 PIC X(20).
       01 S-TOK2 PIC X(32).
       01 S-TOK3 PIC X(20).
       01 S-TOK4 PIC X(20).

      *THE SHOP HISTORY IS READ ONCE PER QUEUE RUN AND KEPT HERE
      *BETWEEN CALLS.
       01 HISTORY-LOADED PIC X VALUE 'N'.
       01 LOADED-HISTORY-PATH PIC X(80) VALUE SPACES.
       01 SHOP-FILES PIC 9(4) COMP.
       01 SHOP-ELAPSED PIC 9(10)V99.
       01 SHOP-UNITS PIC 9(15) COMP.
       01 SHOP-STEPS PIC 9(15) COMP.

       01 CUR-FOUND PIC X.
       01 ROWS-SEEN PIC X.
       01 CUR-ELAPSED PIC 9(7)V99.
       01 CUR-WIDTH PIC 9(9) COMP.
       01 CUR-HEIGHT PIC 9(9) COMP.
       01 CUR-ROWS PIC 9(9) COMP.
       01 CUR-SAMPLES PIC 9(4) COMP.
       01 CUR-OBJECTS PIC 9(4) COMP.
       01 CUR-STEPS PIC 9(12) COMP.
       01 CUR-UNITS PIC 9(15) COMP.

       01 JOB-ROWS PIC 9(9) COMP.
       01 JOB-SAMPLES PIC 9(4) COMP.
       01 JOB-OBJECTS PIC 9(4) COMP.
       01 JOB-UNITS PIC 9(15) COMP.
       01 STEPS-PER-UNIT COMP-1.
       01 SECS-PER-STEP COMP-1.
       01 SECS-PER-UNIT COMP-1.
       01 FORECAST-F COMP-1.
       01 MASTER-CODE PIC 9(4) COMP.

       01 SCENE-DATA.
         05 SCENE-OBJECT-COUNT PIC 9(4) COMP.
         05 SCENE-OBJECTS OCCURS 1 TO 32 TIMES
             DEPENDING ON SCENE-OBJECT-COUNT.
           10 OBJ-ID PIC X(16).
           10 OBJ-CENTER-X COMP-1.
           10 OBJ-CENTER-Y COMP-1.
           10 OBJ-CENTER-Z COMP-1.
           10 OBJ-RADIUS COMP-1.
           10 OBJ-COLOR-R PIC 9(3) COMP.
           10 OBJ-COLOR-G PIC 9(3) COMP.
           10 OBJ-COLOR-B PIC 9(3) COMP.
           10 OBJ-REFLECT COMP-1.
           10 OBJ-SHAPE PIC X(8).
           10 OBJ-SIZE-X COMP-1.
           10 OBJ-SIZE-Y COMP-1.
           10 OBJ-SIZE-Z COMP-1.
           10 OBJ-COMBINE-OP PIC X(10).
           10 OBJ-COMBINE-TARGET PIC X(16).
           10 OBJ-COMBINE-INDEX PIC 9(4) COMP.
           10 OBJ-COMBINE-DEPTH PIC 9(4) COMP.
           10 OBJ-TEXTURE-PATH PIC X(80).
           10 OBJ-TEXTURE-REPEAT COMP-1.

       LINKAGE SECTION.
       01 JOB-CONFIG.
         05 CFG-WIDTH PIC 9(9) COMP.
         05 CFG-HEIGHT PIC 9(9) COMP.
         05 CFG-FILE-PATH PIC X(80).
         05 CFG-SCENE-PATH PIC X(80).
         05 CFG-LIGHTS-PATH PIC X(80).
         05 CFG-CHECKPOINT-PATH PIC X(80).
         05 CFG-OUTPUT-FORMAT PIC X(4).
         05 CFG-BATCH-PATH PIC X(80).
         05 CFG-JOB-NAME PIC X(32).
         05 CFG-CAM-POS-X COMP-1.
         05 CFG-CAM-POS-Y COMP-1.
         05 CFG-CAM-POS-Z COMP-1.
         05 CFG-CAM-LOOK-X COMP-1.
         05 CFG-CAM-LOOK-Y COMP-1.
         05 CFG-CAM-LOOK-Z COMP-1.
         05 CFG-FOVY COMP-1.
         05 CFG-AMBIENT COMP-1.
         05 CFG-MAX-BOUNCES PIC 9(4) COMP.
         05 CFG-SEQUENCE-PATH PIC X(80).
         05 CFG-ROW-FROM PIC 9(9) COMP.
         05 CFG-ROW-TO PIC 9(9) COMP.
         05 CFG-MERGE-PATH PIC X(80).
         05 CFG-SAMPLES PIC 9(4) COMP.
         05 CFG-AUX-OUTPUTS PIC X(4).
         05 CFG-SCENE-DB PIC X(80).
         05 CFG-SCENE-ID PIC X(16).
         05 CFG-SCENE-OP PIC X(8).
         05 CFG-SCENE-IN PIC X(80).
         05 CFG-BG-HOR-R COMP-1.
         05 CFG-BG-HOR-G COMP-1.
         05 CFG-BG-HOR-B COMP-1.
         05 CFG-BG-ZEN-R COMP-1.
         05 CFG-BG-ZEN-G COMP-1.
         05 CFG-BG-ZEN-B COMP-1.
         05 CFG-FOG-DENSITY COMP-1.
         05 CFG-FOG-R COMP-1.
         05 CFG-FOG-G COMP-1.
         05 CFG-FOG-B COMP-1.
         05 CFG-EXPOSURE COMP-1.
         05 CFG-GAMMA COMP-1.
         05 CFG-AUDIT-PATH PIC X(80).
         05 CFG-FAIL-POLICY PIC X(8).
         05 CFG-QUEUE-PATH PIC X(80).
         05 CFG-QUEUE-OP PIC X(8).
         05 CFG-PRIORITY PIC 9(4) COMP.
         05 CFG-STATS-LIST PIC X(80).
         05 CFG-ROLLUP-PATH PIC X(80).
         05 CFG-CMP-A PIC X(80).
         05 CFG-CMP-B PIC X(80).
         05 CFG-CMP-OUT PIC X(80).
         05 CFG-CMP-TOL PIC 9(4) COMP.
         05 CFG-SHEET-PATH PIC X(80).
         05 CFG-SHEET-OUT PIC X(80).
         05 CFG-SCENE-VER PIC 9(4) COMP.
         05 CFG-JOB-TYPE PIC X(8).
         05 CFG-AFTER PIC X(200).
         05 CFG-WINDOW-END PIC X(4).
         05 CFG-HISTORY-PATH PIC X(80).
         05 CFG-PROFILE PIC X(16).
         05 CFG-PROFILE-DB PIC X(80).
         05 CFG-PROFILE-OP PIC X(8).
         05 CFG-PROFILE-IN PIC X(80).
         05 CFG-PROFILE-STATE PIC X.
         05 CFG-CAMERA-MODE PIC X(8).
         05 CFG-EYE-SEP COMP-1.
         05 CFG-STEREO-OUT PIC X(8).
         05 CFG-QA-LIMITS PIC X(80).
         05 CFG-CATALOG-PATH PIC X(80).
         05 CFG-JOB-SOURCE PIC X(100).
         05 CFG-CAT-OP PIC X(8).
         05 CFG-CAT-FILE PIC X(80).
         05 CFG-CAT-AGE PIC 9(4) COMP.
         05 CFG-STALE-OP PIC X(8).
         05 CFG-COST-CENTRE PIC X(16).
         05 CFG-REQUESTER PIC X(32).
         05 CFG-RATE-PATH PIC X(80).
         05 CFG-CHARGE-OUT PIC X(80).
         05 CFG-DATE-FROM PIC X(8).
         05 CFG-DATE-TO PIC X(8).
       01 L-JOB-TYPE PIC X(8).
       01 L-HISTORY-PATH PIC X(80).
       01 L-FORECAST-SECS PIC 9(7)V99.
       01 L-BASIS PIC X(24).

       PROCEDURE DIVISION USING JOB-CONFIG, L-JOB-TYPE,
           L-HISTORY-PATH, L-FORECAST-SECS, L-BASIS.
       MAIN-PROCEDURE.
           MOVE 0 TO L-FORECAST-SECS
           MOVE SPACES TO L-BASIS

           IF L-JOB-TYPE NOT = 'RENDER'
             MOVE 'NOT A RENDER' TO L-BASIS
             GOBACK
           END-IF

           IF HISTORY-LOADED NOT = 'Y' OR
              LOADED-HISTORY-PATH NOT = L-HISTORY-PATH
             PERFORM LOAD-SHOP-HISTORY
           END-IF

           PERFORM COUNT-JOB-UNITS

           IF SHOP-STEPS > 0
             COMPUTE SECS-PER-STEP = SHOP-ELAPSED / SHOP-STEPS
           ELSE
             MOVE 0.0 TO SECS-PER-STEP
           END-IF

           MOVE SPACES TO WS-STATS-PATH
           STRING FUNCTION TRIM(CFG-FILE-PATH) '.stats'
               DELIMITED BY SIZE INTO WS-STATS-PATH
           PERFORM READ-ONE-STATS-FILE

           EVALUATE TRUE
             WHEN CUR-FOUND = 'Y' AND CUR-UNITS > 0 AND
                  CUR-STEPS > 0 AND SECS-PER-STEP > 0.0
               COMPUTE STEPS-PER-UNIT = CUR-STEPS / CUR-UNITS
               COMPUTE FORECAST-F = JOB-UNITS * STEPS-PER-UNIT
               COMPUTE FORECAST-F = FORECAST-F * SECS-PER-STEP
               MOVE 'OWN SCENE, SHOP SPEED' TO L-BASIS
             WHEN CUR-FOUND = 'Y' AND CUR-UNITS > 0
               COMPUTE SECS-PER-UNIT = CUR-ELAPSED / CUR-UNITS
               COMPUTE FORECAST-F = JOB-UNITS * SECS-PER-UNIT
               MOVE 'OWN LAST RUN' TO L-BASIS
             WHEN SHOP-UNITS > 0 AND SECS-PER-STEP > 0.0
               COMPUTE STEPS-PER-UNIT = SHOP-STEPS / SHOP-UNITS
               COMPUTE FORECAST-F = JOB-UNITS * STEPS-PER-UNIT
               COMPUTE FORECAST-F = FORECAST-F * SECS-PER-STEP
               MOVE 'SHOP AVERAGE' TO L-BASIS
             WHEN SHOP-UNITS > 0
               COMPUTE SECS-PER-UNIT = SHOP-ELAPSED / SHOP-UNITS
               COMPUTE FORECAST-F = JOB-UNITS * SECS-PER-UNIT
               MOVE 'SHOP AVERAGE' TO L-BASIS
             WHEN OTHER
               MOVE 0.0 TO FORECAST-F
               MOVE 'NO HISTORY' TO L-BASIS
           END-EVALUATE

           IF FORECAST-F > 9999999.0
             MOVE 9999999.0 TO FORECAST-F
           END-IF
           COMPUTE L-FORECAST-SECS ROUNDED = FORECAST-F
           GOBACK
           .

      *UNITS OF WORK IN THE JOB AS QUEUED: ROWS IN ITS BAND (OR THE
      *WHOLE HEIGHT) X WIDTH X SAMPLES SQUARED X SCENE OBJECTS.
       COUNT-JOB-UNITS.
           IF CFG-ROW-TO > 0 AND CFG-ROW-TO NOT < CFG-ROW-FROM
             COMPUTE JOB-ROWS = CFG-ROW-TO - CFG-ROW-FROM + 1
           ELSE
             MOVE CFG-HEIGHT TO JOB-ROWS
           END-IF

           MOVE CFG-SAMPLES TO JOB-SAMPLES
           IF JOB-SAMPLES < 1
             MOVE 1 TO JOB-SAMPLES
           END-IF

           IF CFG-SCENE-ID NOT = SPACES
             CALL 'LOAD-SCENE-MASTER' USING CFG-SCENE-DB,
                 CFG-SCENE-ID, SCENE-DATA, MASTER-CODE
             IF MASTER-CODE NOT = 0
               MOVE 1 TO SCENE-OBJECT-COUNT
             END-IF
           ELSE
             CALL 'LOAD-SCENE' USING CFG-SCENE-PATH, SCENE-DATA
           END-IF
           MOVE SCENE-OBJECT-COUNT TO JOB-OBJECTS
           IF JOB-OBJECTS < 1
             MOVE 1 TO JOB-OBJECTS
           END-IF

           COMPUTE JOB-UNITS = CFG-WIDTH * JOB-ROWS *
               JOB-SAMPLES * JOB-SAMPLES * JOB-OBJECTS
           .

       LOAD-SHOP-HISTORY.
           MOVE 'Y' TO HISTORY-LOADED
           MOVE L-HISTORY-PATH TO LOADED-HISTORY-PATH
           MOVE 0 TO SHOP-FILES
           MOVE 0 TO SHOP-ELAPSED
           MOVE 0 TO SHOP-UNITS
           MOVE 0 TO SHOP-STEPS

           IF L-HISTORY-PATH = SPACES
             EXIT PARAGRAPH
           END-IF

           MOVE L-HISTORY-PATH TO WS-LIST-PATH
           OPEN INPUT LIST-FILE
           IF WS-LIST-FS NOT = '00'
             DISPLAY 'RUNTIME-FORECAST: cannot open history list '
                 FUNCTION TRIM(L-HISTORY-PATH)
                 ' (status ' WS-LIST-FS '), forecasting without it'
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
             READ LIST-FILE
               AT END
                 EXIT PERFORM
             END-READ

             IF LIST-LINE NOT = SPACES AND
                LIST-LINE(1:1) NOT = '*'
               MOVE LIST-LINE TO WS-STATS-PATH
               PERFORM READ-ONE-STATS-FILE
               IF CUR-FOUND = 'Y' AND CUR-UNITS > 0
                 ADD 1 TO SHOP-FILES
                 ADD CUR-ELAPSED TO SHOP-ELAPSED
                 ADD CUR-UNITS TO SHOP-UNITS
                 ADD CUR-STEPS TO SHOP-STEPS
               END-IF
             END-IF
           END-PERFORM

           CLOSE LIST-FILE
           .

      *PULL ONE .stats FILE INTO THE CUR- FIELDS. FILES WRITTEN
      *BEFORE THE SAMPLES AND ROWS-RENDERED LINES EXISTED COUNT AS
      *ONE SAMPLE OVER THE FULL IMAGE HEIGHT.
       READ-ONE-STATS-FILE.
           MOVE 'N' TO CUR-FOUND
           MOVE 0 TO CUR-ELAPSED
           MOVE 0 TO CUR-WIDTH
           MOVE 0 TO CUR-HEIGHT
           MOVE 0 TO CUR-ROWS
           MOVE 1 TO CUR-SAMPLES
           MOVE 0 TO CUR-OBJECTS
           MOVE 0 TO CUR-STEPS
           MOVE 0 TO CUR-UNITS
           MOVE 'N' TO ROWS-SEEN

           OPEN INPUT STATS-IN
           IF WS-STATS-FS NOT = '00'
             EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO CUR-FOUND

           PERFORM UNTIL 1 = 2
             READ STATS-IN
               AT END
                 EXIT PERFORM
             END-READ

             MOVE SPACES TO S-TOK1 S-TOK2 S-TOK3 S-TOK4
             UNSTRING STATS-IN-LINE DELIMITED BY ALL SPACE
                 INTO S-TOK1, S-TOK2, S-TOK3, S-TOK4

             EVALUATE S-TOK1
               WHEN 'IMAGE'
                 COMPUTE CUR-WIDTH = FUNCTION NUMVAL(S-TOK2)
                 COMPUTE CUR-HEIGHT = FUNCTION NUMVAL(S-TOK4)
               WHEN 'SAMPLES'
                 COMPUTE CUR-SAMPLES = FUNCTION NUMVAL(S-TOK2)
               WHEN 'ROWS-RENDERED'
                 COMPUTE CUR-ROWS = FUNCTION NUMVAL(S-TOK2)
                 MOVE 'Y' TO ROWS-SEEN
               WHEN 'ELAPSED-SECONDS'
                 COMPUTE CUR-ELAPSED = FUNCTION NUMVAL(S-TOK2)
               WHEN 'MARCH-STEPS-TOTAL'
                 COMPUTE CUR-STEPS = FUNCTION NUMVAL(S-TOK2)
               WHEN 'OBJECT'
                 ADD 1 TO CUR-OBJECTS
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-PERFORM

           CLOSE STATS-IN

           IF ROWS-SEEN NOT = 'Y'
             MOVE CUR-HEIGHT TO CUR-ROWS
           END-IF
           IF CUR-SAMPLES < 1
             MOVE 1 TO CUR-SAMPLES
           END-IF
           IF CUR-OBJECTS < 1
             MOVE 1 TO CUR-OBJECTS
           END-IF
           COMPUTE CUR-UNITS = CUR-WIDTH * CUR-ROWS *
               CUR-SAMPLES * CUR-SAMPLES * CUR-OBJECTS
           .
       END PROGRAM RUNTIME-FORECAST.


      *SHOP-LEVEL ROLL-UP OF THE PER-RENDER .stats FILES THAT
      *WRITE-STATS-REPORT LEAVES NEXT TO EACH OUTPUT IMAGE. THE
      *STATSLIST= FILE NAMES ONE .stats FILE PER LINE ('*' COMMENTS
      *ALLOWED); THE SUMMARY GOES OUT TWICE, AS A READABLE REPORT
      *AND AS A CSV FOR CAPACITY PLANNING, UNDER THE ROLLUP= PREFIX.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATS-ROLLUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-FILE ASSIGN DYNAMIC WS-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-FS.
           SELECT STATS-IN ASSIGN DYNAMIC WS-STATS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-FS.
           SELECT RPT-FILE ASSIGN DYNAMIC WS-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT CSV-FILE ASSIGN DYNAMIC WS-CSV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FS.

       DATA DIVISION.
       FILE SECTION.
       FD LIST-FILE.
       01 LIST-LINE PIC X(200).

       FD STATS-IN.
       01 STATS-IN-LINE PIC X(100).

       FD RPT-FILE.
       01 RPT-LINE PIC X(132).

       FD CSV-FILE.
       01 CSV-LINE PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-LIST-PATH PIC X(80).
       01 WS-LIST-FS PIC XX.
       01 WS-STATS-PATH PIC X(80).
       01 WS-STATS-FS PIC XX.
       01 WS-RPT-PATH PIC X(80).
       01 WS-RPT-FS PIC XX.
       01 WS-CSV-PATH PIC X(80).
       01 WS-CSV-FS PIC XX.
       01 WS-EOF PIC X.

       01 S-TOK1 PIC X(20).
       01 S-TOK2 PIC X(32).
       01 S-TOK3 PIC X(20).
       01 S-TOK4 PIC X(20).

       01 CUR-NAME PIC X(32).
       01 CUR-ELAPSED PIC 9(7)V99.
       01 CUR-WIDTH PIC 9(9) COMP.
       01 CUR-HEIGHT PIC 9(9) COMP.
       01 CUR-PIXELS PIC 9(12) COMP.
       01 CUR-STEPS PIC 9(12) COMP.
       01 CUR-HITS PIC 9(9) COMP.
       01 CUR-MISSES PIC 9(9) COMP.
       01 CUR-CALLS PIC 9(9) COMP.

       01 TOTAL-JOBS PIC 9(4) COMP.
       01 TOTAL-ELAPSED PIC 9(10)V99.
       01 AVG-ELAPSED PIC 9(10)V99.
       01 TOTAL-PIXELS PIC 9(15) COMP.
       01 TOTAL-STEPS PIC 9(15) COMP.
       01 TOTAL-CALLS PIC 9(15) COMP.
       01 TOTAL-HITS PIC 9(15) COMP.
       01 TOTAL-MISSES PIC 9(15) COMP.
       01 MEGAPIXELS PIC 9(9)V999.
       01 STEPS-PER-MPIX PIC 9(12)V99.

       01 JOB-TABLE.
         05 JOB-COUNT PIC 9(4) COMP.
         05 JOB-ENTRY OCCURS 200 TIMES.
           10 JT-NAME PIC X(32).
           10 JT-ELAPSED PIC 9(7)V99.
           10 JT-PIXELS PIC 9(12) COMP.
           10 JT-STEPS PIC 9(12) COMP.
           10 JT-HITS PIC 9(9) COMP.
           10 JT-MISSES PIC 9(9) COMP.

       01 OBJ-TABLE.
         05 OBJ-COUNT PIC 9(4) COMP.
         05 OBJ-ENTRY OCCURS 64 TIMES.
           10 OT-ID PIC X(16).
           10 OT-HITS PIC 9(12) COMP.

       01 JT-HOLD.
         05 JT-HOLD-NAME PIC X(32).
         05 JT-HOLD-ELAPSED PIC 9(7)V99.
         05 JT-HOLD-PIXELS PIC 9(12) COMP.
         05 JT-HOLD-STEPS PIC 9(12) COMP.
         05 JT-HOLD-HITS PIC 9(9) COMP.
         05 JT-HOLD-MISSES PIC 9(9) COMP.
       01 OT-HOLD.
         05 OT-HOLD-ID PIC X(16).
         05 OT-HOLD-HITS PIC 9(12) COMP.

       01 I PIC 9(4) COMP.
       01 J PIC 9(4) COMP.
       01 RANK-LIMIT PIC 9(4) COMP.
       01 FILES-MISSING PIC 9(4) COMP.
       01 CSV-PTR PIC 9(4) COMP.

       01 RUN-STAMP PIC X(21).
       01 COUNT-ED PIC Z(11)9.
       01 COUNT-ED-2 PIC Z(11)9.
       01 ELAPSED-ED PIC Z(9)9.99.
       01 MPIX-ED PIC Z(8)9.999.
       01 RANK-ED PIC ZZ9.

       LINKAGE SECTION.
       01 JOB-CONFIG.
         05 CFG-WIDTH PIC 9(9) COMP.
         05 CFG-HEIGHT PIC 9(9) COMP.
         05 CFG-FILE-PATH PIC X(80).
         05 CFG-SCENE-PATH PIC X(80).
         05 CFG-LIGHTS-PATH PIC X(80).
         05 CFG-CHECKPOINT-PATH PIC X(80).
         05 CFG-OUTPUT-FORMAT PIC X(4).
         05 CFG-BATCH-PATH PIC X(80).
         05 CFG-JOB-NAME PIC X(32).
         05 CFG-CAM-POS-X COMP-1.
         05 CFG-CAM-POS-Y COMP-1.
         05 CFG-CAM-POS-Z COMP-1.
         05 CFG-CAM-LOOK-X COMP-1.
         05 CFG-CAM-LOOK-Y COMP-1.
         05 CFG-CAM-LOOK-Z COMP-1.
         05 CFG-FOVY COMP-1.
         05 CFG-AMBIENT COMP-1.
         05 CFG-MAX-BOUNCES PIC 9(4) COMP.
         05 CFG-SEQUENCE-PATH PIC X(80).
         05 CFG-ROW-FROM PIC 9(9) COMP.
         05 CFG-ROW-TO PIC 9(9) COMP.
         05 CFG-MERGE-PATH PIC X(80).
         05 CFG-SAMPLES PIC 9(4) COMP.
         05 CFG-AUX-OUTPUTS PIC X(4).
         05 CFG-SCENE-DB PIC X(80).
         05 CFG-SCENE-ID PIC X(16).
         05 CFG-SCENE-OP PIC X(8).
         05 CFG-SCENE-IN PIC X(80).
         05 CFG-BG-HOR-R COMP-1.
         05 CFG-BG-HOR-G COMP-1.
         05 CFG-BG-HOR-B COMP-1.
         05 CFG-BG-ZEN-R COMP-1.
         05 CFG-BG-ZEN-G COMP-1.
         05 CFG-BG-ZEN-B COMP-1.
         05 CFG-FOG-DENSITY COMP-1.
         05 CFG-FOG-R COMP-1.
         05 CFG-FOG-G COMP-1.
         05 CFG-FOG-B COMP-1.
         05 CFG-EXPOSURE COMP-1.
         05 CFG-GAMMA COMP-1.
         05 CFG-AUDIT-PATH PIC X(80).
         05 CFG-FAIL-POLICY PIC X(8).
         05 CFG-QUEUE-PATH PIC X(80).
         05 CFG-QUEUE-OP PIC X(8).
         05 CFG-PRIORITY PIC 9(4) COMP.
         05 CFG-STATS-LIST PIC X(80).
         05 CFG-ROLLUP-PATH PIC X(80).
         05 CFG-CMP-A PIC X(80).
         05 CFG-CMP-B PIC X(80).
         05 CFG-CMP-OUT PIC X(80).
         05 CFG-CMP-TOL PIC 9(4) COMP.
         05 CFG-SHEET-PATH PIC X(80).
         05 CFG-SHEET-OUT PIC X(80).
         05 CFG-SCENE-VER PIC 9(4) COMP.
         05 CFG-JOB-TYPE PIC X(8).
         05 CFG-AFTER PIC X(200).
         05 CFG-WINDOW-END PIC X(4).
         05 CFG-HISTORY-PATH PIC X(80).
         05 CFG-PROFILE PIC X(16).
         05 CFG-PROFILE-DB PIC X(80).
         05 CFG-PROFILE-OP PIC X(8).
         05 CFG-PROFILE-IN PIC X(80).
         05 CFG-PROFILE-STATE PIC X.
         05 CFG-CAMERA-MODE PIC X(8).
         05 CFG-EYE-SEP COMP-1.
         05 CFG-STEREO-OUT PIC X(8).
         05 CFG-QA-LIMITS PIC X(80).
         05 CFG-CATALOG-PATH PIC X(80).
         05 CFG-JOB-SOURCE PIC X(100).
         05 CFG-CAT-OP PIC X(8).
         05 CFG-CAT-FILE PIC X(80).
         05 CFG-CAT-AGE PIC 9(4) COMP.
         05 CFG-STALE-OP PIC X(8).
         05 CFG-COST-CENTRE PIC X(16).
         05 CFG-REQUESTER PIC X(32).
         05 CFG-RATE-PATH PIC X(80).
         05 CFG-CHARGE-OUT PIC X(80).
         05 CFG-DATE-FROM PIC X(8).
         05 CFG-DATE-TO PIC X(8).
       01 L-RESULT-CODE PIC 9(4) COMP.

       PROCEDURE DIVISION USING JOB-CONFIG, L-RESULT-CODE.
       MAIN-PROCEDURE.
           MOVE 0 TO L-RESULT-CODE
           MOVE 0 TO TOTAL-JOBS
           MOVE 0 TO TOTAL-ELAPSED
           MOVE 0 TO TOTAL-PIXELS
           MOVE 0 TO TOTAL-STEPS
           MOVE 0 TO TOTAL-CALLS
           MOVE 0 TO TOTAL-HITS
           MOVE 0 TO TOTAL-MISSES
           MOVE 0 TO JOB-COUNT
           MOVE 0 TO OBJ-COUNT
           MOVE 0 TO FILES-MISSING

           MOVE CFG-STATS-LIST TO WS-LIST-PATH
           IF CFG-ROLLUP-PATH = SPACES
             MOVE './STATS-ROLLUP' TO WS-RPT-PATH
           ELSE
             MOVE CFG-ROLLUP-PATH TO WS-RPT-PATH
           END-IF
           MOVE SPACES TO WS-CSV-PATH
           STRING FUNCTION TRIM(WS-RPT-PATH) '.csv'
               DELIMITED BY SIZE INTO WS-CSV-PATH
           MOVE WS-RPT-PATH TO WS-STATS-PATH
           MOVE SPACES TO WS-RPT-PATH
           STRING FUNCTION TRIM(WS-STATS-PATH) '.rpt'
               DELIMITED BY SIZE INTO WS-RPT-PATH

           OPEN INPUT LIST-FILE
           IF WS-LIST-FS NOT = '00'
             DISPLAY 'STATS-ROLLUP: cannot open stats list '
                 CFG-STATS-LIST
             MOVE 12 TO L-RESULT-CODE
             GOBACK
           END-IF

           PERFORM UNTIL 1 = 2
             READ LIST-FILE
               AT END
                 EXIT PERFORM
             END-READ

             IF LIST-LINE NOT = SPACES AND
                LIST-LINE(1:1) NOT = '*'
               MOVE LIST-LINE TO WS-STATS-PATH
               PERFORM TALLY-ONE-STATS-FILE
             END-IF
           END-PERFORM

           CLOSE LIST-FILE

           IF TOTAL-JOBS = 0
             DISPLAY 'STATS-ROLLUP: no stats files could be read'
             MOVE 12 TO L-RESULT-CODE
             GOBACK
           END-IF

           COMPUTE AVG-ELAPSED = TOTAL-ELAPSED / TOTAL-JOBS
           COMPUTE MEGAPIXELS = TOTAL-PIXELS / 1000000
           IF MEGAPIXELS > 0
             COMPUTE STEPS-PER-MPIX = TOTAL-STEPS / MEGAPIXELS
           ELSE
             MOVE 0 TO STEPS-PER-MPIX
           END-IF

           PERFORM SORT-JOBS-BY-ELAPSED
           PERFORM SORT-OBJECTS-BY-HITS
           PERFORM WRITE-ROLLUP-REPORT
           IF L-RESULT-CODE NOT = 0
             GOBACK
           END-IF
           PERFORM WRITE-ROLLUP-CSV
           GOBACK
           .

      *PULL ONE .stats FILE INTO THE RUNNING TOTALS AND THE PER-JOB
      *AND PER-OBJECT TABLES. A FILE THAT CANNOT BE OPENED IS
      *COUNTED AND REPORTED BUT DOES NOT SINK THE ROLL-UP.
       TALLY-ONE-STATS-FILE.
           MOVE SPACES TO CUR-NAME
           MOVE 0 TO CUR-ELAPSED
           MOVE 0 TO CUR-WIDTH
           MOVE 0 TO CUR-HEIGHT
           MOVE 0 TO CUR-PIXELS
           MOVE 0 TO CUR-STEPS
           MOVE 0 TO CUR-HITS
           MOVE 0 TO CUR-MISSES
           MOVE 0 TO CUR-CALLS

           OPEN INPUT STATS-IN
           IF WS-STATS-FS NOT = '00'
             DISPLAY 'STATS-ROLLUP: cannot read '
                 FUNCTION TRIM(WS-STATS-PATH)
                 ' (status ' WS-STATS-FS '), skipped'
             ADD 1 TO FILES-MISSING
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
             READ STATS-IN
               AT END
                 EXIT PERFORM
             END-READ
             PERFORM TALLY-STATS-LINE
           END-PERFORM

           CLOSE STATS-IN

           IF CUR-NAME = SPACES
             MOVE WS-STATS-PATH TO CUR-NAME
           END-IF
           MULTIPLY CUR-WIDTH BY CUR-HEIGHT GIVING CUR-PIXELS

           ADD 1 TO TOTAL-JOBS
           ADD CUR-ELAPSED TO TOTAL-ELAPSED
           ADD CUR-PIXELS TO TOTAL-PIXELS
           ADD CUR-STEPS TO TOTAL-STEPS
           ADD CUR-CALLS TO TOTAL-CALLS
           ADD CUR-HITS TO TOTAL-HITS
           ADD CUR-MISSES TO TOTAL-MISSES

           IF JOB-COUNT < 200
             ADD 1 TO JOB-COUNT
             MOVE CUR-NAME TO JT-NAME(JOB-COUNT)
             MOVE CUR-ELAPSED TO JT-ELAPSED(JOB-COUNT)
             MOVE CUR-PIXELS TO JT-PIXELS(JOB-COUNT)
             MOVE CUR-STEPS TO JT-STEPS(JOB-COUNT)
             MOVE CUR-HITS TO JT-HITS(JOB-COUNT)
             MOVE CUR-MISSES TO JT-MISSES(JOB-COUNT)
           ELSE
             DISPLAY 'STATS-ROLLUP: more than 200 jobs, '
                 FUNCTION TRIM(CUR-NAME)
                 ' kept in the totals but not the ranking'
           END-IF
           .

       TALLY-STATS-LINE.
           MOVE SPACES TO S-TOK1 S-TOK2 S-TOK3 S-TOK4

           UNSTRING STATS-IN-LINE DELIMITED BY ALL SPACE
               INTO S-TOK1, S-TOK2, S-TOK3, S-TOK4

           EVALUATE S-TOK1
             WHEN 'JOB'
               MOVE S-TOK2 TO CUR-NAME
             WHEN 'IMAGE'
               COMPUTE CUR-WIDTH = FUNCTION NUMVAL(S-TOK2)
               COMPUTE CUR-HEIGHT = FUNCTION NUMVAL(S-TOK4)
             WHEN 'ELAPSED-SECONDS'
               COMPUTE CUR-ELAPSED = FUNCTION NUMVAL(S-TOK2)
             WHEN 'RAYS-HIT'
               COMPUTE CUR-HITS = FUNCTION NUMVAL(S-TOK2)
             WHEN 'RAYS-MISSED'
               COMPUTE CUR-MISSES = FUNCTION NUMVAL(S-TOK2)
             WHEN 'MARCH-CALLS'
               COMPUTE CUR-CALLS = FUNCTION NUMVAL(S-TOK2)
             WHEN 'MARCH-STEPS-TOTAL'
               COMPUTE CUR-STEPS = FUNCTION NUMVAL(S-TOK2)
             WHEN 'OBJECT'
               PERFORM TALLY-OBJECT-HITS
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

      *OBJECT LINES READ 'OBJECT <id> HITS <n>'; HIT COUNTS FOR THE
      *SAME OBJ-ID ACCUMULATE ACROSS EVERY STATS FILE IN THE LIST.
       TALLY-OBJECT-HITS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > OBJ-COUNT
             IF OT-ID(I) = S-TOK2(1:16)
               COMPUTE OT-HITS(I) =
                   OT-HITS(I) + FUNCTION NUMVAL(S-TOK4)
               EXIT PARAGRAPH
             END-IF
           END-PERFORM

           IF OBJ-COUNT < 64
             ADD 1 TO OBJ-COUNT
             MOVE S-TOK2(1:16) TO OT-ID(OBJ-COUNT)
             COMPUTE OT-HITS(OBJ-COUNT) = FUNCTION NUMVAL(S-TOK4)
           END-IF
           .

       SORT-JOBS-BY-ELAPSED.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > JOB-COUNT
             PERFORM VARYING J FROM 1 BY 1
             UNTIL J > JOB-COUNT - I
               IF JT-ELAPSED(J) < JT-ELAPSED(J + 1)
                 MOVE JOB-ENTRY(J) TO JT-HOLD
                 MOVE JOB-ENTRY(J + 1) TO JOB-ENTRY(J)
                 MOVE JT-HOLD TO JOB-ENTRY(J + 1)
               END-IF
             END-PERFORM
           END-PERFORM
           .

       SORT-OBJECTS-BY-HITS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > OBJ-COUNT
             PERFORM VARYING J FROM 1 BY 1
             UNTIL J > OBJ-COUNT - I
               IF OT-HITS(J) < OT-HITS(J + 1)
                 MOVE OBJ-ENTRY(J) TO OT-HOLD
                 MOVE OBJ-ENTRY(J + 1) TO OBJ-ENTRY(J)
                 MOVE OT-HOLD TO OBJ-ENTRY(J + 1)
               END-IF
             END-PERFORM
           END-PERFORM
           .

       WRITE-ROLLUP-REPORT.
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-FS NOT = '00'
             DISPLAY 'STATS-ROLLUP: cannot write report '
                 FUNCTION TRIM(WS-RPT-PATH)
                 ' (status ' WS-RPT-FS ')'
             MOVE 12 TO L-RESULT-CODE
             EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
           MOVE SPACES TO RPT-LINE
           STRING 'RENDER FLEET ROLL-UP ' RUN-STAMP(1:8) '-'
               RUN-STAMP(9:6)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE TOTAL-JOBS TO COUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'JOBS ' FUNCTION TRIM(COUNT-ED)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           IF FILES-MISSING > 0
             MOVE FILES-MISSING TO COUNT-ED
             MOVE SPACES TO RPT-LINE
             STRING 'STATS-FILES-MISSING ' FUNCTION TRIM(COUNT-ED)
                 DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
           END-IF

           MOVE TOTAL-ELAPSED TO ELAPSED-ED
           MOVE SPACES TO RPT-LINE
           STRING 'TOTAL-ELAPSED-SECONDS ' FUNCTION TRIM(ELAPSED-ED)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE AVG-ELAPSED TO ELAPSED-ED
           MOVE SPACES TO RPT-LINE
           STRING 'AVG-ELAPSED-SECONDS ' FUNCTION TRIM(ELAPSED-ED)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE MEGAPIXELS TO MPIX-ED
           MOVE SPACES TO RPT-LINE
           STRING 'TOTAL-MEGAPIXELS ' FUNCTION TRIM(MPIX-ED)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE STEPS-PER-MPIX TO ELAPSED-ED
           MOVE SPACES TO RPT-LINE
           STRING 'MARCH-STEPS-PER-MEGAPIXEL '
               FUNCTION TRIM(ELAPSED-ED)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE TOTAL-CALLS TO COUNT-ED
           MOVE TOTAL-STEPS TO COUNT-ED-2
           MOVE SPACES TO RPT-LINE
           STRING 'MARCH-CALLS ' FUNCTION TRIM(COUNT-ED)
               ' MARCH-STEPS-TOTAL ' FUNCTION TRIM(COUNT-ED-2)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE TOTAL-HITS TO COUNT-ED
           MOVE TOTAL-MISSES TO COUNT-ED-2
           MOVE SPACES TO RPT-LINE
           STRING 'RAYS-HIT ' FUNCTION TRIM(COUNT-ED)
               ' RAYS-MISSED ' FUNCTION TRIM(COUNT-ED-2)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE 'HEAVIEST JOBS BY ELAPSED SECONDS' TO RPT-LINE
           WRITE RPT-LINE

           MOVE JOB-COUNT TO RANK-LIMIT
           IF RANK-LIMIT > 10
             MOVE 10 TO RANK-LIMIT
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > RANK-LIMIT
             MOVE I TO RANK-ED
             MOVE JT-ELAPSED(I) TO ELAPSED-ED
             MOVE JT-STEPS(I) TO COUNT-ED
             MOVE SPACES TO RPT-LINE
             STRING FUNCTION TRIM(RANK-ED) '. '
                 FUNCTION TRIM(JT-NAME(I)) ' '
                 FUNCTION TRIM(ELAPSED-ED) 's march-steps '
                 FUNCTION TRIM(COUNT-ED)
                 DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           MOVE 'MOST-HIT OBJECTS' TO RPT-LINE
           WRITE RPT-LINE

           MOVE OBJ-COUNT TO RANK-LIMIT
           IF RANK-LIMIT > 10
             MOVE 10 TO RANK-LIMIT
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > RANK-LIMIT
             MOVE I TO RANK-ED
             MOVE OT-HITS(I) TO COUNT-ED
             MOVE SPACES TO RPT-LINE
             STRING FUNCTION TRIM(RANK-ED) '. '
                 FUNCTION TRIM(OT-ID(I)) ' HITS '
                 FUNCTION TRIM(COUNT-ED)
                 DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
           END-PERFORM

           CLOSE RPT-FILE
           .

      *ONE ROW PER JOB, HEAVIEST FIRST, PLUS THE OBJECT TOTALS AT
      *THE BOTTOM SO ONE FILE CARRIES THE WHOLE PICTURE.
       WRITE-ROLLUP-CSV.
           OPEN OUTPUT CSV-FILE
           IF WS-CSV-FS NOT = '00'
             DISPLAY 'STATS-ROLLUP: cannot write csv '
                 FUNCTION TRIM(WS-CSV-PATH)
                 ' (status ' WS-CSV-FS ')'
             MOVE 12 TO L-RESULT-CODE
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CSV-LINE
           STRING 'JOB,ELAPSED-SECONDS,PIXELS,MARCH-STEPS,'
               'RAYS-HIT,RAYS-MISSED'
               DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > JOB-COUNT
             MOVE SPACES TO CSV-LINE
             MOVE 1 TO CSV-PTR
             MOVE JT-ELAPSED(I) TO ELAPSED-ED
             MOVE JT-PIXELS(I) TO COUNT-ED
             STRING FUNCTION TRIM(JT-NAME(I)) ','
                 FUNCTION TRIM(ELAPSED-ED) ','
                 FUNCTION TRIM(COUNT-ED) ','
                 DELIMITED BY SIZE INTO CSV-LINE
                 WITH POINTER CSV-PTR
             MOVE JT-STEPS(I) TO COUNT-ED
             MOVE JT-HITS(I) TO COUNT-ED-2
             STRING FUNCTION TRIM(COUNT-ED) ','
                 FUNCTION TRIM(COUNT-ED-2) ','
                 DELIMITED BY SIZE INTO CSV-LINE
                 WITH POINTER CSV-PTR
             MOVE JT-MISSES(I) TO COUNT-ED
             STRING FUNCTION TRIM(COUNT-ED)
                 DELIMITED BY SIZE INTO CSV-LINE
                 WITH POINTER CSV-PTR
             WRITE CSV-LINE
           END-PERFORM

      *OBJECT TOTALS RIDE ALONG AT THE BOTTOM OF THE SAME CSV.
           MOVE SPACES TO CSV-LINE
           MOVE 'OBJECT,TOTAL-HITS' TO CSV-LINE
           WRITE CSV-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > OBJ-COUNT
             MOVE OT-HITS(I) TO COUNT-ED
             MOVE SPACES TO CSV-LINE
             STRING FUNCTION TRIM(OT-ID(I)) ','
                 FUNCTION TRIM(COUNT-ED)
                 DELIMITED BY SIZE INTO CSV-LINE
             WRITE CSV-LINE
           END-PERFORM

           CLOSE CSV-FILE
           .
       END PROGRAM STATS-ROLLUP.


      *PRICES FINISHED RENDERS BACK TO THE COST CENTRES THAT ASKED
      *FOR THEM. STATSLIST= NAMES THE .stats FILES AS FOR
      *STATS-ROLLUP; RATES= NAMES A 'KEY,VALUE' RATE FILE ('*'
      *COMMENTS ALLOWED):
      *  CPU-SECOND     CHARGE PER SECOND OF ELAPSED-SECONDS
      *  SAMPLE-SECOND  SURCHARGE PER SECOND FOR EACH SAMPLE ABOVE 1
      *  BOUNCE-SECOND  SURCHARGE PER SECOND FOR EACH BOUNCE
      *  AUX-SECOND     SURCHARGE PER SECOND WHEN AUX PASSES WERE
      *                 WRITTEN
      *  FAILED-JOBS    BILL OR WRITEOFF (THE DEFAULT): WHETHER A JOB
      *                 THAT RENDERED BUT ENDED FAIL IS CHARGED
      *ONLY JOBS RENDERED FROMDATE= TO TODATE= (YYYYMMDD, EITHER
      *END OPEN) COUNT. UNDER THE CHARGEOUT= PREFIX (DEFAULT
      *./CHARGEBACK) GO THE STATEMENT (.rpt, ONE SECTION PER COST
      *CENTRE WITH ITS JOBS), THE LEDGER FEED (.csv, ONE ROW PER
      *COST CENTRE) AND THE EXCEPTIONS (.exc): JOBS WITH NO COST
      *CENTRE, PRICED BUT NOT BILLED, AND .stats FILES THAT COULD
      *NOT BE READ OR CARRY NO RENDER DATE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGEBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-FILE ASSIGN DYNAMIC WS-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-FS.
           SELECT RATE-FILE ASSIGN DYNAMIC WS-RATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FS.
           SELECT STATS-IN ASSIGN DYNAMIC WS-STATS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-FS.
           SELECT RPT-FILE ASSIGN DYNAMIC WS-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT CSV-FILE ASSIGN DYNAMIC WS-CSV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FS.
           SELECT EXC-FILE ASSIGN DYNAMIC WS-EXC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FS.

       DATA DIVISION.
       FILE SECTION.
       FD LIST-FILE.
       01 LIST-LINE PIC X(200).

       FD RATE-FILE.
       01 RATE-LINE PIC X(100).

       FD STATS-IN.
       01 STATS-IN-LINE PIC X(100).

       FD RPT-FILE.
       01 RPT-LINE PIC X(170).

       FD CSV-FILE.
       01 CSV-LINE PIC X(200).

       FD EXC-FILE.
       01 EXC-LINE PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-LIST-PATH PIC X(80).
       01 WS-LIST-FS PIC XX.
       01 WS-RATE-PATH PIC X(80).
       01 WS-RATE-FS PIC XX.
       01 WS-STATS-PATH PIC X(80).
       01 WS-STATS-FS PIC XX.
       01 WS-OUT-PREFIX PIC X(80).
       01 WS-RPT-PATH PIC X(80).
       01 WS-RPT-FS PIC XX.
       01 WS-CSV-PATH PIC X(80).
       01 WS-CSV-FS PIC XX.
       01 WS-EXC-PATH PIC X(80).
       01 WS-EXC-FS PIC XX.

      *THE RATE CARD. MONEY RATES ARE PER CPU-SECOND.
       01 RATE-CPU PIC 9(3)V9(6).
       01 RATE-SAMPLE PIC 9(3)V9(6).
       01 RATE-BOUNCE PIC 9(3)V9(6).
       01 RATE-AUX PIC 9(3)V9(6).
       01 FAILED-POLICY PIC X(8).
       01 R-KEY PIC X(20).
       01 R-VAL PIC X(20).
       01 NUM-OK PIC X.

       01 DATE-FROM PIC X(8).
       01 DATE-TO PIC X(8).

       01 S-TOK1 PIC X(20).
       01 S-TOK2 PIC X(32).
       01 S-TOK3 PIC X(20).

      *THE JOB BEING READ FROM ITS .stats FILE.
       01 CUR-NAME PIC X(32).
       01 CUR-CENTRE PIC X(16).
       01 CUR-REQUESTER PIC X(32).
       01 CUR-DATE PIC X(8).
       01 CUR-ELAPSED PIC 9(7)V99.
       01 CUR-SAMPLES PIC 9(4) COMP.
       01 CUR-BOUNCES PIC 9(4) COMP.
       01 CUR-AUX PIC X(4).
       01 CUR-RESULT PIC X(4).
       01 CUR-BASE PIC 9(9)V99.
       01 CUR-SURCHARGE PIC 9(9)V99.
       01 CUR-AMOUNT PIC 9(9)V99.
       01 CUR-EXTRA-SAMPLES PIC 9(4) COMP.
       01 PRICE-PART PIC 9(9)V9(8).
       01 SURCHARGE-WORK PIC 9(9)V9(8).

      *EVERY JOB IN THE PERIOD THAT HAS A COST CENTRE.
       01 CHARGE-TABLE.
         05 CHARGE-COUNT PIC 9(4) COMP.
         05 CHARGE-ENTRY OCCURS 2000 TIMES.
           10 CJ-CENTRE PIC X(16).
           10 CJ-NAME PIC X(32).
           10 CJ-REQUESTER PIC X(32).
           10 CJ-DATE PIC X(8).
           10 CJ-ELAPSED PIC 9(7)V99.
           10 CJ-SAMPLES PIC 9(4) COMP.
           10 CJ-BOUNCES PIC 9(4) COMP.
           10 CJ-AUX PIC X(4).
           10 CJ-RESULT PIC X(4).
           10 CJ-BASE PIC 9(9)V99.
           10 CJ-SURCHARGE PIC 9(9)V99.
           10 CJ-AMOUNT PIC 9(9)V99.
           10 CJ-BILLED PIC X.

      *ONE ROW PER COST CENTRE, SORTED BEFORE THE STATEMENT IS
      *WRITTEN.
       01 CENTRE-TABLE.
         05 CENTRE-COUNT PIC 9(4) COMP.
         05 CENTRE-ENTRY OCCURS 200 TIMES.
           10 CC-CENTRE PIC X(16).
           10 CC-JOBS PIC 9(4) COMP.
           10 CC-ELAPSED PIC 9(9)V99.
           10 CC-BILLED PIC 9(11)V99.
           10 CC-WRITTEN-OFF PIC 9(11)V99.
       01 CC-HOLD.
         05 CC-HOLD-CENTRE PIC X(16).
         05 CC-HOLD-JOBS PIC 9(4) COMP.
         05 CC-HOLD-ELAPSED PIC 9(9)V99.
         05 CC-HOLD-BILLED PIC 9(11)V99.
         05 CC-HOLD-WRITTEN-OFF PIC 9(11)V99.

       01 I PIC 9(4) COMP.
       01 J PIC 9(4) COMP.
       01 CENTRE-HIT PIC 9(4) COMP.
       01 CSV-PTR PIC 9(4) COMP.

       01 TOTAL-FILES PIC 9(9) COMP.
       01 OUT-OF-PERIOD PIC 9(9) COMP.
       01 EXCEPTION-COUNT PIC 9(9) COMP.
       01 TOTAL-ELAPSED PIC 9(11)V99.
       01 TOTAL-BILLED PIC 9(11)V99.
       01 TOTAL-WRITTEN-OFF PIC 9(11)V99.
       01 TOTAL-UNASSIGNED PIC 9(11)V99.

       01 RUN-STAMP PIC X(21).
       01 COUNT-ED PIC Z(8)9.
       01 SECS-ED PIC Z(8)9.99.
       01 MONEY-ED PIC Z(10)9.99.
       01 MONEY-ED-2 PIC Z(10)9.99.
       01 MONEY-ED-3 PIC Z(10)9.99.
       01 SMALL-ED PIC ZZZ9.
       01 SMALL-ED-2 PIC ZZZ9.

       LINKAGE SECTION.
       01 JOB-CONFIG.
         05 CFG-WIDTH PIC 9(9) COMP.
         05 CFG-HEIGHT PIC 9(9) COMP.
         05 CFG-FILE-PATH PIC X(80).
         05 CFG-SCENE-PATH PIC X(80).
         05 CFG-LIGHTS-PATH PIC X(80).
         05 CFG-CHECKPOINT-PATH PIC X(80).
         05 CFG-OUTPUT-FORMAT PIC X(4).
         05 CFG-BATCH-PATH PIC X(80).
         05 CFG-JOB-NAME PIC X(32).
         05 CFG-CAM-POS-X COMP-1.
         05 CFG-CAM-POS-Y COMP-1.
         05 CFG-CAM-POS-Z COMP-1.
         05 CFG-CAM-LOOK-X COMP-1.
         05 CFG-CAM-LOOK-Y COMP-1.
         05 CFG-CAM-LOOK-Z COMP-1.
         05 CFG-FOVY COMP-1.
         05 CFG-AMBIENT COMP-1.
         05 CFG-MAX-BOUNCES PIC 9(4) COMP.
         05 CFG-SEQUENCE-PATH PIC X(80).
         05 CFG-ROW-FROM PIC 9(9) COMP.
         05 CFG-ROW-TO PIC 9(9) COMP.
         05 CFG-MERGE-PATH PIC X(80).
         05 CFG-SAMPLES PIC 9(4) COMP.
         05 CFG-AUX-OUTPUTS PIC X(4).
         05 CFG-SCENE-DB PIC X(80).
         05 CFG-SCENE-ID PIC X(16).
         05 CFG-SCENE-OP PIC X(8).
         05 CFG-SCENE-IN PIC X(80).
         05 CFG-BG-HOR-R COMP-1.
         05 CFG-BG-HOR-G COMP-1.
         05 CFG-BG-HOR-B COMP-1.
         05 CFG-BG-ZEN-R COMP-1.
         05 CFG-BG-ZEN-G COMP-1.
         05 CFG-BG-ZEN-B COMP-1.
         05 CFG-FOG-DENSITY COMP-1.
         05 CFG-FOG-R COMP-1.
         05 CFG-FOG-G COMP-1.
         05 CFG-FOG-B COMP-1.
         05 CFG-EXPOSURE COMP-1.
         05 CFG-GAMMA COMP-1.
         05 CFG-AUDIT-PATH PIC X(80).
         05 CFG-FAIL-POLICY PIC X(8).
         05 CFG-QUEUE-PATH PIC X(80).
         05 CFG-QUEUE-OP PIC X(8).
         05 CFG-PRIORITY PIC 9(4) COMP.
         05 CFG-STATS-LIST PIC X(80).
         05 CFG-ROLLUP-PATH PIC X(80).
         05 CFG-CMP-A PIC X(80).
         05 CFG-CMP-B PIC X(80).
         05 CFG-CMP-OUT PIC X(80).
         05 CFG-CMP-TOL PIC 9(4) COMP.
         05 CFG-SHEET-PATH PIC X(80).
         05 CFG-SHEET-OUT PIC X(80).
         05 CFG-SCENE-VER PIC 9(4) COMP.
         05 CFG-JOB-TYPE PIC X(8).
         05 CFG-AFTER PIC X(200).
         05 CFG-WINDOW-END PIC X(4).
         05 CFG-HISTORY-PATH PIC X(80).
         05 CFG-PROFILE PIC X(16).
         05 CFG-PROFILE-DB PIC X(80).
         05 CFG-PROFILE-OP PIC X(8).
         05 CFG-PROFILE-IN PIC X(80).
         05 CFG-PROFILE-STATE PIC X.
         05 CFG-CAMERA-MODE PIC X(8).
         05 CFG-EYE-SEP COMP-1.
         05 CFG-STEREO-OUT PIC X(8).
         05 CFG-QA-LIMITS PIC X(80).
         05 CFG-CATALOG-PATH PIC X(80).
         05 CFG-JOB-SOURCE PIC X(100).
         05 CFG-CAT-OP PIC X(8).
         05 CFG-CAT-FILE PIC X(80).
         05 CFG-CAT-AGE PIC 9(4) COMP.
         05 CFG-STALE-OP PIC X(8).
         05 CFG-COST-CENTRE PIC X(16).
         05 CFG-REQUESTER PIC X(32).
         05 CFG-RATE-PATH PIC X(80).
         05 CFG-CHARGE-OUT PIC X(80).
         05 CFG-DATE-FROM PIC X(8).
         05 CFG-DATE-TO PIC X(8).
       01 L-RESULT-CODE PIC 9(4) COMP.

       PROCEDURE DIVISION USING JOB-CONFIG, L-RESULT-CODE.
       MAIN-PROCEDURE.
           MOVE 0 TO L-RESULT-CODE
           MOVE 0 TO CHARGE-COUNT
           MOVE 0 TO CENTRE-COUNT
           MOVE 0 TO TOTAL-FILES
           MOVE 0 TO OUT-OF-PERIOD
           MOVE 0 TO EXCEPTION-COUNT
           MOVE 0 TO TOTAL-ELAPSED
           MOVE 0 TO TOTAL-BILLED
           MOVE 0 TO TOTAL-WRITTEN-OFF
           MOVE 0 TO TOTAL-UNASSIGNED

           IF CFG-STATS-LIST = SPACES
             DISPLAY 'CHARGEBACK: RATES= needs STATSLIST= as well'
             MOVE 19 TO L-RESULT-CODE
             GOBACK
           END-IF
           MOVE CFG-STATS-LIST TO WS-LIST-PATH
           MOVE CFG-RATE-PATH TO WS-RATE-PATH

           IF CFG-DATE-FROM = SPACES
             MOVE '00000000' TO DATE-FROM
           ELSE
             MOVE CFG-DATE-FROM TO DATE-FROM
           END-IF
           IF CFG-DATE-TO = SPACES
             MOVE '99999999' TO DATE-TO
           ELSE
             MOVE CFG-DATE-TO TO DATE-TO
           END-IF
           IF DATE-FROM IS NOT NUMERIC OR DATE-TO IS NOT NUMERIC
             DISPLAY 'CHARGEBACK: FROMDATE and TODATE must be '
                 'YYYYMMDD'
             MOVE 19 TO L-RESULT-CODE
             GOBACK
           END-IF

           IF CFG-CHARGE-OUT = SPACES
             MOVE './CHARGEBACK' TO WS-OUT-PREFIX
           ELSE
             MOVE CFG-CHARGE-OUT TO WS-OUT-PREFIX
           END-IF
           MOVE SPACES TO WS-RPT-PATH
           STRING FUNCTION TRIM(WS-OUT-PREFIX) '.rpt'
               DELIMITED BY SIZE INTO WS-RPT-PATH
           MOVE SPACES TO WS-CSV-PATH
           STRING FUNCTION TRIM(WS-OUT-PREFIX) '.csv'
               DELIMITED BY SIZE INTO WS-CSV-PATH
           MOVE SPACES TO WS-EXC-PATH
           STRING FUNCTION TRIM(WS-OUT-PREFIX) '.exc'
               DELIMITED BY SIZE INTO WS-EXC-PATH

           PERFORM LOAD-RATES
           IF L-RESULT-CODE NOT = 0
             GOBACK
           END-IF

           OPEN INPUT LIST-FILE
           IF WS-LIST-FS NOT = '00'
             DISPLAY 'CHARGEBACK: cannot open stats list '
                 FUNCTION TRIM(WS-LIST-PATH)
             MOVE 19 TO L-RESULT-CODE
             GOBACK
           END-IF

      *THE EXCEPTIONS ARE WRITTEN AS THEY ARE FOUND.
           OPEN OUTPUT EXC-FILE
           IF WS-EXC-FS NOT = '00'
             DISPLAY 'CHARGEBACK: cannot write exceptions '
                 FUNCTION TRIM(WS-EXC-PATH)
                 ' (status ' WS-EXC-FS ')'
             CLOSE LIST-FILE
             MOVE 19 TO L-RESULT-CODE
             GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
           MOVE SPACES TO EXC-LINE
           STRING 'CHARGEBACK EXCEPTIONS ' RUN-STAMP(1:8) '-'
               RUN-STAMP(9:6) ' PERIOD ' DATE-FROM ' TO ' DATE-TO
               DELIMITED BY SIZE INTO EXC-LINE
           WRITE EXC-LINE

           PERFORM UNTIL 1 = 2
             READ LIST-FILE
               AT END
                 EXIT PERFORM
             END-READ

             IF LIST-LINE NOT = SPACES AND
                LIST-LINE(1:1) NOT = '*'
               MOVE LIST-LINE TO WS-STATS-PATH
               PERFORM PRICE-ONE-STATS-FILE
             END-IF
           END-PERFORM

           CLOSE LIST-FILE

           MOVE EXCEPTION-COUNT TO COUNT-ED
           MOVE TOTAL-UNASSIGNED TO MONEY-ED
           MOVE SPACES TO EXC-LINE
           WRITE EXC-LINE
           MOVE SPACES TO EXC-LINE
           STRING 'EXCEPTIONS ' FUNCTION TRIM(COUNT-ED)
               ' UNASSIGNED CHARGES ' FUNCTION TRIM(MONEY-ED)
               DELIMITED BY SIZE INTO EXC-LINE
           WRITE EXC-LINE
           CLOSE EXC-FILE

           PERFORM SORT-CENTRES
           PERFORM WRITE-STATEMENT
           IF L-RESULT-CODE NOT = 0
             GOBACK
           END-IF
           PERFORM WRITE-LEDGER-CSV
           IF L-RESULT-CODE NOT = 0
             GOBACK
           END-IF

           MOVE CENTRE-COUNT TO COUNT-ED
           MOVE TOTAL-BILLED TO MONEY-ED
           DISPLAY 'CHARGEBACK: ' FUNCTION TRIM(COUNT-ED)
               ' cost centre(s) billed ' FUNCTION TRIM(MONEY-ED)
               ', statement in ' FUNCTION TRIM(WS-RPT-PATH)
           IF EXCEPTION-COUNT > 0
             MOVE EXCEPTION-COUNT TO COUNT-ED
             DISPLAY 'CHARGEBACK: ' FUNCTION TRIM(COUNT-ED)
                 ' exception(s) in ' FUNCTION TRIM(WS-EXC-PATH)
           END-IF
           GOBACK
           .

      *A RATE FILE THAT CANNOT BE READ, OR HOLDS A KEY OR VALUE
      *THIS PROGRAM DOES NOT KNOW, STOPS THE RUN: A STATEMENT
      *PRICED ON A MISREAD RATE IS WORSE THAN NONE.
       LOAD-RATES.
           MOVE 0 TO RATE-CPU
           MOVE 0 TO RATE-SAMPLE
           MOVE 0 TO RATE-BOUNCE
           MOVE 0 TO RATE-AUX
           MOVE 'WRITEOFF' TO FAILED-POLICY

           OPEN INPUT RATE-FILE
           IF WS-RATE-FS NOT = '00'
             DISPLAY 'CHARGEBACK: cannot open rate file '
                 FUNCTION TRIM(WS-RATE-PATH)
                 ' (status ' WS-RATE-FS ')'
             MOVE 19 TO L-RESULT-CODE
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
             READ RATE-FILE
               AT END
                 EXIT PERFORM
             END-READ

             IF RATE-LINE NOT = SPACES AND
                RATE-LINE(1:1) NOT = '*'
               PERFORM APPLY-RATE-LINE
             END-IF
           END-PERFORM

           CLOSE RATE-FILE
           .

       APPLY-RATE-LINE.
           MOVE SPACES TO R-KEY R-VAL
           UNSTRING RATE-LINE DELIMITED BY ','
               INTO R-KEY, R-VAL
           MOVE FUNCTION TRIM(R-KEY) TO R-KEY
           MOVE FUNCTION TRIM(R-VAL) TO R-VAL

           IF R-KEY = 'FAILED-JOBS'
             IF R-VAL = 'BILL' OR R-VAL = 'WRITEOFF'
               MOVE R-VAL TO FAILED-POLICY
             ELSE
               DISPLAY 'CHARGEBACK: FAILED-JOBS must be BILL or '
                   'WRITEOFF'
               MOVE 19 TO L-RESULT-CODE
             END-IF
             EXIT PARAGRAPH
           END-IF

           CALL 'CHECK-NUMERIC' USING R-VAL, NUM-OK
           IF NUM-OK NOT = 'Y'
             DISPLAY 'CHARGEBACK: rate ' FUNCTION TRIM(R-KEY)
                 ' is not a number: ' FUNCTION TRIM(R-VAL)
             MOVE 19 TO L-RESULT-CODE
             EXIT PARAGRAPH
           END-IF

           EVALUATE R-KEY
             WHEN 'CPU-SECOND'
               COMPUTE RATE-CPU = FUNCTION NUMVAL(R-VAL)
             WHEN 'SAMPLE-SECOND'
               COMPUTE RATE-SAMPLE = FUNCTION NUMVAL(R-VAL)
             WHEN 'BOUNCE-SECOND'
               COMPUTE RATE-BOUNCE = FUNCTION NUMVAL(R-VAL)
             WHEN 'AUX-SECOND'
               COMPUTE RATE-AUX = FUNCTION NUMVAL(R-VAL)
             WHEN OTHER
               DISPLAY 'CHARGEBACK: unknown rate '
                   FUNCTION TRIM(R-KEY)
               MOVE 19 TO L-RESULT-CODE
           END-EVALUATE
           .

      *READ ONE .stats FILE, PRICE THE JOB AND FILE IT UNDER ITS
      *COST CENTRE, OR ON THE EXCEPTIONS LIST WHEN IT HAS NONE.
       PRICE-ONE-STATS-FILE.
           MOVE SPACES TO CUR-NAME
           MOVE SPACES TO CUR-CENTRE
           MOVE SPACES TO CUR-REQUESTER
           MOVE SPACES TO CUR-DATE
           MOVE 0 TO CUR-ELAPSED
           MOVE 1 TO CUR-SAMPLES
           MOVE 0 TO CUR-BOUNCES
           MOVE 'NO' TO CUR-AUX
           MOVE 'PASS' TO CUR-RESULT

           OPEN INPUT STATS-IN
           IF WS-STATS-FS NOT = '00'
             ADD 1 TO EXCEPTION-COUNT
             MOVE SPACES TO EXC-LINE
             STRING 'UNREADABLE  ' FUNCTION TRIM(WS-STATS-PATH)
                 ' (status ' WS-STATS-FS ')'
                 DELIMITED BY SIZE INTO EXC-LINE
             WRITE EXC-LINE
             EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
             READ STATS-IN
               AT END
                 EXIT PERFORM
             END-READ
             PERFORM TAKE-STATS-LINE
           END-PERFORM

           CLOSE STATS-IN
           ADD 1 TO TOTAL-FILES

           IF CUR-NAME = SPACES
             MOVE WS-STATS-PATH TO CUR-NAME
           END-IF

      *A .stats FILE FROM BEFORE RENDER DATES WERE RECORDED CANNOT BE
      *PLACED IN ANY PERIOD.
           IF CUR-DATE IS NOT NUMERIC
             ADD 1 TO EXCEPTION-COUNT
             MOVE SPACES TO EXC-LINE
             STRING 'NO DATE     ' FUNCTION TRIM(CUR-NAME) ' '
                 FUNCTION TRIM(WS-STATS-PATH)
                 DELIMITED BY SIZE INTO EXC-LINE
             WRITE EXC-LINE
             EXIT PARAGRAPH
           END-IF

           IF CUR-DATE < DATE-FROM OR CUR-DATE > DATE-TO
             ADD 1 TO OUT-OF-PERIOD
             EXIT PARAGRAPH
           END-IF

           PERFORM PRICE-CURRENT-JOB

           IF CUR-CENTRE = SPACES
             ADD 1 TO EXCEPTION-COUNT
             ADD CUR-AMOUNT TO TOTAL-UNASSIGNED
             MOVE CUR-ELAPSED TO SECS-ED
             MOVE CUR-AMOUNT TO MONEY-ED
             MOVE SPACES TO EXC-LINE
             STRING 'NO CENTRE   ' FUNCTION TRIM(CUR-NAME) ' '
                 CUR-DATE ' REQUESTER '
                 FUNCTION TRIM(CUR-REQUESTER) ' '
                 FUNCTION TRIM(SECS-ED) 's ' CUR-RESULT ' '
                 FUNCTION TRIM(MONEY-ED) ' '
                 FUNCTION TRIM(WS-STATS-PATH)
                 DELIMITED BY SIZE INTO EXC-LINE
             WRITE EXC-LINE
             EXIT PARAGRAPH
           END-IF

           IF CHARGE-COUNT NOT < 2000
             ADD 1 TO EXCEPTION-COUNT
             MOVE SPACES TO EXC-LINE
             STRING 'NOT BILLED  ' FUNCTION TRIM(CUR-NAME)
                 ' more than 2000 jobs in the period'
                 DELIMITED BY SIZE INTO EXC-LINE
             WRITE EXC-LINE
             EXIT PARAGRAPH
           END-IF

           PERFORM FIND-CENTRE
           IF CENTRE-HIT = 0
             ADD 1 TO EXCEPTION-COUNT
             MOVE SPACES TO EXC-LINE
             STRING 'NOT BILLED  ' FUNCTION TRIM(CUR-NAME)
                 ' more than 200 cost centres'
                 DELIMITED BY SIZE INTO EXC-LINE
             WRITE EXC-LINE
             EXIT PARAGRAPH
           END-IF

           ADD 1 TO CHARGE-COUNT
           MOVE CUR-CENTRE TO CJ-CENTRE(CHARGE-COUNT)
           MOVE CUR-NAME TO CJ-NAME(CHARGE-COUNT)
           MOVE CUR-REQUESTER TO CJ-REQUESTER(CHARGE-COUNT)
           MOVE CUR-DATE TO CJ-DATE(CHARGE-COUNT)
           MOVE CUR-ELAPSED TO CJ-ELAPSED(CHARGE-COUNT)
           MOVE CUR-SAMPLES TO CJ-SAMPLES(CHARGE-COUNT)
           MOVE CUR-BOUNCES TO CJ-BOUNCES(CHARGE-COUNT)
           MOVE CUR-AUX TO CJ-AUX(CHARGE-COUNT)
           MOVE CUR-RESULT TO CJ-RESULT(CHARGE-COUNT)
           MOVE CUR-BASE TO CJ-BASE(CHARGE-COUNT)
           MOVE CUR-SURCHARGE TO CJ-SURCHARGE(CHARGE-COUNT)
           MOVE CUR-AMOUNT TO CJ-AMOUNT(CHARGE-COUNT)

           ADD 1 TO CC-JOBS(CENTRE-HIT)
           ADD CUR-ELAPSED TO CC-ELAPSED(CENTRE-HIT)
           ADD CUR-ELAPSED TO TOTAL-ELAPSED
           IF CUR-RESULT = 'FAIL' AND FAILED-POLICY = 'WRITEOFF'
             MOVE 'N' TO CJ-BILLED(CHARGE-COUNT)
             ADD CUR-AMOUNT TO CC-WRITTEN-OFF(CENTRE-HIT)
             ADD CUR-AMOUNT TO TOTAL-WRITTEN-OFF
           ELSE
             MOVE 'Y' TO CJ-BILLED(CHARGE-COUNT)
             ADD CUR-AMOUNT TO CC-BILLED(CENTRE-HIT)
             ADD CUR-AMOUNT TO TOTAL-BILLED
           END-IF
           .

       TAKE-STATS-LINE.
           MOVE SPACES TO S-TOK1 S-TOK2 S-TOK3

           UNSTRING STATS-IN-LINE DELIMITED BY ALL SPACE
               INTO S-TOK1, S-TOK2, S-TOK3

           EVALUATE S-TOK1
             WHEN 'JOB'
               MOVE S-TOK2 TO CUR-NAME
             WHEN 'SAMPLES'
               COMPUTE CUR-SAMPLES = FUNCTION NUMVAL(S-TOK2)
             WHEN 'BOUNCES'
               COMPUTE CUR-BOUNCES = FUNCTION NUMVAL(S-TOK2)
             WHEN 'AUX'
               MOVE S-TOK2 TO CUR-AUX
             WHEN 'COST-CENTRE'
               MOVE S-TOK2 TO CUR-CENTRE
      *A REQUESTER MAY BE A NAME WITH SPACES IN IT.
             WHEN 'REQUESTER'
               MOVE STATS-IN-LINE(11:32) TO CUR-REQUESTER
             WHEN 'RENDERED'
               MOVE S-TOK2 TO CUR-DATE
             WHEN 'RESULT'
               MOVE S-TOK2 TO CUR-RESULT
             WHEN 'ELAPSED-SECONDS'
               COMPUTE CUR-ELAPSED = FUNCTION NUMVAL(S-TOK2)
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

      *BASE TIME PLUS A SURCHARGE PER SECOND FOR EACH SAMPLE ABOVE
      *ONE, FOR EACH BOUNCE AND FOR THE AUX PASSES. EACH PART IS
      *CARRIED TO EIGHT PLACES AND ONLY BASE AND SURCHARGE ARE
      *ROUNDED TO THE CENT, SO THE LINES ADD UP TO THE TOTALS.
       PRICE-CURRENT-JOB.
           MULTIPLY CUR-ELAPSED BY RATE-CPU GIVING CUR-BASE ROUNDED
           IF CUR-SAMPLES > 1
             COMPUTE CUR-EXTRA-SAMPLES = CUR-SAMPLES - 1
           ELSE
             MOVE 0 TO CUR-EXTRA-SAMPLES
           END-IF

           MULTIPLY CUR-ELAPSED BY RATE-SAMPLE GIVING PRICE-PART
           MULTIPLY CUR-EXTRA-SAMPLES BY PRICE-PART
           MOVE PRICE-PART TO SURCHARGE-WORK
           MULTIPLY CUR-ELAPSED BY RATE-BOUNCE GIVING PRICE-PART
           MULTIPLY CUR-BOUNCES BY PRICE-PART
           ADD PRICE-PART TO SURCHARGE-WORK
           IF CUR-AUX = 'YES'
             MULTIPLY CUR-ELAPSED BY RATE-AUX GIVING PRICE-PART
             ADD PRICE-PART TO SURCHARGE-WORK
           END-IF
           MOVE 0 TO CUR-SURCHARGE
           ADD SURCHARGE-WORK TO CUR-SURCHARGE ROUNDED

           ADD CUR-BASE CUR-SURCHARGE GIVING CUR-AMOUNT
           .

       FIND-CENTRE.
           MOVE 0 TO CENTRE-HIT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CENTRE-COUNT
             IF CC-CENTRE(I) = CUR-CENTRE
               MOVE I TO CENTRE-HIT
               EXIT PARAGRAPH
             END-IF
           END-PERFORM

           IF CENTRE-COUNT < 200
             ADD 1 TO CENTRE-COUNT
             MOVE CENTRE-COUNT TO CENTRE-HIT
             MOVE CUR-CENTRE TO CC-CENTRE(CENTRE-HIT)
             MOVE 0 TO CC-JOBS(CENTRE-HIT)
             MOVE 0 TO CC-ELAPSED(CENTRE-HIT)
             MOVE 0 TO CC-BILLED(CENTRE-HIT)
             MOVE 0 TO CC-WRITTEN-OFF(CENTRE-HIT)
           END-IF
           .

       SORT-CENTRES.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CENTRE-COUNT
             PERFORM VARYING J FROM 1 BY 1
             UNTIL J > CENTRE-COUNT - I
               IF CC-CENTRE(J) > CC-CENTRE(J + 1)
                 MOVE CENTRE-ENTRY(J) TO CC-HOLD
                 MOVE CENTRE-ENTRY(J + 1) TO CENTRE-ENTRY(J)
                 MOVE CC-HOLD TO CENTRE-ENTRY(J + 1)
               END-IF
             END-PERFORM
           END-PERFORM
           .

      *ONE SECTION PER COST CENTRE: ITS JOBS IN THE ORDER THE STATS
      *LIST GAVE THEM, THEN WHAT IS BILLED AND WHAT WAS WRITTEN OFF.
       WRITE-STATEMENT.
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-FS NOT = '00'
             DISPLAY 'CHARGEBACK: cannot write statement '
                 FUNCTION TRIM(WS-RPT-PATH)
                 ' (status ' WS-RPT-FS ')'
             MOVE 19 TO L-RESULT-CODE
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RPT-LINE
           STRING 'RENDER CHARGEBACK STATEMENT ' RUN-STAMP(1:8) '-'
               RUN-STAMP(9:6) ' PERIOD ' DATE-FROM ' TO ' DATE-TO
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'RATES ' FUNCTION TRIM(WS-RATE-PATH)
               ', FAILED JOBS ' FUNCTION TRIM(FAILED-POLICY)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CENTRE-COUNT
             PERFORM WRITE-CENTRE-SECTION
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE CHARGE-COUNT TO COUNT-ED
           MOVE TOTAL-ELAPSED TO SECS-ED
           MOVE SPACES TO RPT-LINE
           STRING 'ALL CENTRES JOBS ' FUNCTION TRIM(COUNT-ED)
               ' CPU-SECONDS ' FUNCTION TRIM(SECS-ED)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE TOTAL-BILLED TO MONEY-ED
           MOVE TOTAL-WRITTEN-OFF TO MONEY-ED-2
           MOVE TOTAL-UNASSIGNED TO MONEY-ED-3
           MOVE SPACES TO RPT-LINE
           STRING 'BILLED ' FUNCTION TRIM(MONEY-ED)
               ' WRITTEN OFF ' FUNCTION TRIM(MONEY-ED-2)
               ' UNASSIGNED (SEE EXCEPTIONS) '
               FUNCTION TRIM(MONEY-ED-3)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE TOTAL-FILES TO COUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'STATS FILES READ ' FUNCTION TRIM(COUNT-ED)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE OUT-OF-PERIOD TO COUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'OUTSIDE THE PERIOD ' FUNCTION TRIM(COUNT-ED)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           CLOSE RPT-FILE
           .

       WRITE-CENTRE-SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'COST CENTRE ' CC-CENTRE(I)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '  DATE     JOB                              REQU'
               'ESTER                             SECONDS SPP BN'
               'C AUX RESULT         BASE      SURCHARGE        '
               ' AMOUNT'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > CHARGE-COUNT
             IF CJ-CENTRE(J) = CC-CENTRE(I)
               PERFORM WRITE-JOB-LINE
             END-IF
           END-PERFORM

           MOVE CC-JOBS(I) TO COUNT-ED
           MOVE CC-ELAPSED(I) TO SECS-ED
           MOVE CC-BILLED(I) TO MONEY-ED
           MOVE CC-WRITTEN-OFF(I) TO MONEY-ED-2
           MOVE SPACES TO RPT-LINE
           STRING '  TOTAL ' FUNCTION TRIM(CC-CENTRE(I))
               ' JOBS ' FUNCTION TRIM(COUNT-ED)
               ' CPU-SECONDS ' FUNCTION TRIM(SECS-ED)
               ' BILLED ' FUNCTION TRIM(MONEY-ED)
               ' WRITTEN OFF ' FUNCTION TRIM(MONEY-ED-2)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           .

       WRITE-JOB-LINE.
           MOVE CJ-ELAPSED(J) TO SECS-ED
           MOVE CJ-SAMPLES(J) TO SMALL-ED
           MOVE CJ-BOUNCES(J) TO SMALL-ED-2
           MOVE CJ-BASE(J) TO MONEY-ED
           MOVE CJ-SURCHARGE(J) TO MONEY-ED-2
           MOVE CJ-AMOUNT(J) TO MONEY-ED-3
           MOVE SPACES TO RPT-LINE
           STRING '  ' CJ-DATE(J) ' ' CJ-NAME(J) ' '
               CJ-REQUESTER(J) ' ' SECS-ED ' ' SMALL-ED(2:3) ' '
               SMALL-ED-2(2:3) ' ' CJ-AUX(J)(1:3) ' '
               CJ-RESULT(J) ' ' MONEY-ED ' ' MONEY-ED-2 ' '
               MONEY-ED-3
               DELIMITED BY SIZE INTO RPT-LINE
           IF CJ-BILLED(J) = 'N'
             MOVE 'WRITTEN OFF' TO RPT-LINE(153:11)
           END-IF
           WRITE RPT-LINE
           .

      *THE LEDGER FEED: ONE ROW PER COST CENTRE FOR THE PERIOD.
      *UNASSIGNED CHARGES STAY ON THE EXCEPTIONS LIST UNTIL SOMEONE
      *OWNS THEM.
       WRITE-LEDGER-CSV.
           OPEN OUTPUT CSV-FILE
           IF WS-CSV-FS NOT = '00'
             DISPLAY 'CHARGEBACK: cannot write csv '
                 FUNCTION TRIM(WS-CSV-PATH)
                 ' (status ' WS-CSV-FS ')'
             MOVE 19 TO L-RESULT-CODE
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CSV-LINE
           STRING 'COST-CENTRE,PERIOD-FROM,PERIOD-TO,JOBS,'
               'CPU-SECONDS,BILLED,WRITTEN-OFF'
               DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CENTRE-COUNT
             MOVE SPACES TO CSV-LINE
             MOVE 1 TO CSV-PTR
             MOVE CC-JOBS(I) TO COUNT-ED
             MOVE CC-ELAPSED(I) TO SECS-ED
             STRING FUNCTION TRIM(CC-CENTRE(I)) ','
                 DATE-FROM ',' DATE-TO ','
                 FUNCTION TRIM(COUNT-ED) ','
                 FUNCTION TRIM(SECS-ED) ','
                 DELIMITED BY SIZE INTO CSV-LINE
                 WITH POINTER CSV-PTR
             MOVE CC-BILLED(I) TO MONEY-ED
             MOVE CC-WRITTEN-OFF(I) TO MONEY-ED-2
             STRING FUNCTION TRIM(MONEY-ED) ','
                 FUNCTION TRIM(MONEY-ED-2)
                 DELIMITED BY SIZE INTO CSV-LINE
                 WITH POINTER CSV-PTR
             WRITE CSV-LINE
           END-PERFORM

           CLOSE CSV-FILE
           .
       END PROGRAM CHARGEBACK.


      *PIXEL-LEVEL COMPARISON OF TWO RENDERS FOR THE GOLDEN-IMAGE
      *REGRESSION SUITE. CMPA= AND CMPB= NAME TWO IMAGES OF THE
      *SAME DIMENSIONS, BMP OR PPM AS THIS SYSTEM WRITES THEM (THE
      *FORMAT IS SNIFFED FROM THE FIRST BYTES, NOT THE FILE NAME).
      *THE COUNT OF PIXELS WHOSE PER-CHANNEL DELTA EXCEEDS CMPTOL=
      *AND THE LARGEST DELTA SEEN ARE REPORTED, A DIFFERENCE IMAGE
      *MARKING DIVERGENT PIXELS WHITE GOES TO CMPOUT=, AND THE
      *RESULT CODE IS NONZERO WHEN ANY PIXEL EXCEEDS THE TOLERANCE
      *SO A BATCH STEP CAN FAIL HONESTLY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMAGE-COMPARE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMP-A-FILE ASSIGN DYNAMIC WS-A-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-A-FS.
           SELECT CMP-B-FILE ASSIGN DYNAMIC WS-B-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-B-FS.
           SELECT BINARY-FILE ASSIGN DYNAMIC BIN-FILE-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CMP-A-FILE.
       01 CMP-A-BYTE PIC X.

       FD CMP-B-FILE.
       01 CMP-B-BYTE PIC X.

       FD BINARY-FILE EXTERNAL.
       01 BINARY-DATA PIC X.

       WORKING-STORAGE SECTION.
       01 WS-A-PATH PIC X(80).
       01 WS-A-FS PIC XX.
       01 WS-B-PATH PIC X(80).
       01 WS-B-FS PIC XX.
       01 BIN-FILE-PATH PIC X(80) EXTERNAL.
       01 WS-OUT-FS PIC XX.

       01 CUR-FILE PIC X.
       01 CUR-BYTE PIC X.
       01 CUR-EOF PIC X.

       01 IMG-FORMAT PIC X(4).
       01 A-FORMAT PIC X(4).
       01 B-FORMAT PIC X(4).
       01 HDR-BUF PIC X(54).
       01 HDR-I PIC 9(4) COMP.
       01 NL-COUNT PIC 9(4) COMP.
       01 PPM-DIMS PIC X(20).
       01 DIM-I PIC 9(4) COMP.
       01 W-TXT PIC X(10).
       01 H-TXT PIC X(10).
       01 IMG-WIDTH PIC 9(9) COMP.
       01 IMG-HEIGHT PIC 9(9) COMP.
       01 A-WIDTH PIC 9(9) COMP.
       01 A-HEIGHT PIC 9(9) COMP.
       01 B-WIDTH PIC 9(9) COMP.
       01 B-HEIGHT PIC 9(9) COMP.
       01 HEADER-OK PIC X.

       01 PIXEL-TOTAL PIC 9(9) COMP.
       01 PIXEL-NO PIC 9(9) COMP.
       01 CHAN PIC 9(4) COMP.
       01 A-VAL PIC 9(4) COMP.
       01 B-VAL PIC 9(4) COMP.
       01 CH-DELTA PIC S9(4) COMP.
       01 PIXEL-DIFFERS PIC X.
       01 DIFF-COUNT PIC 9(9) COMP.
       01 MAX-DELTA PIC 9(4) COMP.
       01 TRUNCATED PIC X.

       01 HEADER-SIZE PIC 9(9) COMP.
       01 FILE-SIZE PIC 9(9) COMP.
       01 FIX-BROKEN-GARBAGE PIC 9(9) COMP.
       01 FIX-BROKEN-GARBAGE-SHORT PIC 9(4) COMP.

       01 COUNT-ED PIC Z(8)9.
       01 DELTA-ED PIC ZZZ9.

       LINKAGE SECTION.
       01 JOB-CONFIG.
         05 CFG-WIDTH PIC 9(9) COMP.
         05 CFG-HEIGHT PIC 9(9) COMP.
         05 CFG-FILE-PATH PIC X(80).
         05 CFG-SCENE-PATH PIC X(80).
         05 CFG-LIGHTS-PATH PIC X(80).
         05 CFG-CHECKPOINT-PATH PIC X(80).
         05 CFG-OUTPUT-FORMAT PIC X(4).
         05 CFG-BATCH-PATH PIC X(80).
         05 CFG-JOB-NAME PIC X(32).
         05 CFG-CAM-POS-X COMP-1.
         05 CFG-CAM-POS-Y COMP-1.
         05 CFG-CAM-POS-Z COMP-1.
         05 CFG-CAM-LOOK-X COMP-1.
         05 CFG-CAM-LOOK-Y COMP-1.
         05 CFG-CAM-LOOK-Z COMP-1.
         05 CFG-FOVY COMP-1.
         05 CFG-AMBIENT COMP-1.
         05 CFG-MAX-BOUNCES PIC 9(4) COMP.
         05 CFG-SEQUENCE-PATH PIC X(80).
         05 CFG-ROW-FROM PIC 9(9) COMP.
         05 CFG-ROW-TO PIC 9(9) COMP.
         05 CFG-MERGE-PATH PIC X(80).
         05 CFG-SAMPLES PIC 9(4) COMP.
         05 CFG-AUX-OUTPUTS PIC X(4).
         05 CFG-SCENE-DB PIC X(80).
         05 CFG-SCENE-ID PIC X(16).
         05 CFG-SCENE-OP PIC X(8).
         05 CFG-SCENE-IN PIC X(80).
         05 CFG-BG-HOR-R COMP-1.
         05 CFG-BG-HOR-G COMP-1.
         05 CFG-BG-HOR-B COMP-1.
         05 CFG-BG-ZEN-R COMP-1.
         05 CFG-BG-ZEN-G COMP-1.
         05 CFG-BG-ZEN-B COMP-1.
         05 CFG-FOG-DENSITY COMP-1.
         05 CFG-FOG-R COMP-1.
         05 CFG-FOG-G COMP-1.
         05 CFG-FOG-B COMP-1.
         05 CFG-EXPOSURE COMP-1.
         05 CFG-GAMMA COMP-1.
         05 CFG-AUDIT-PATH PIC X(80).
         05 CFG-FAIL-POLICY PIC X(8).
         05 CFG-QUEUE-PATH PIC X(80).
         05 CFG-QUEUE-OP PIC X(8).
         05 CFG-PRIORITY PIC 9(4) COMP.
         05 CFG-STATS-LIST PIC X(80).
         05 CFG-ROLLUP-PATH PIC X(80).
         05 CFG-CMP-A PIC X(80).
         05 CFG-CMP-B PIC X(80).
         05 CFG-CMP-OUT PIC X(80).
         05 CFG-CMP-TOL PIC 9(4) COMP.
         05 CFG-SHEET-PATH PIC X(80).
         05 CFG-SHEET-OUT PIC X(80).
         05 CFG-SCENE-VER PIC 9(4) COMP.
         05 CFG-JOB-TYPE PIC X(8).
         05 CFG-AFTER PIC X(200).
         05 CFG-WINDOW-END PIC X(4).
         05 CFG-HISTORY-PATH PIC X(80).
         05 CFG-PROFILE PIC X(16).
         05 CFG-PROFILE-DB PIC X(80).
         05 CFG-PROFILE-OP PIC X(8).
         05 CFG-PROFILE-IN PIC X(80).
         05 CFG-PROFILE-STATE PIC X.
         05 CFG-CAMERA-MODE PIC X(8).
         05 CFG-EYE-SEP COMP-1.
         05 CFG-STEREO-OUT PIC X(8).
         05 CFG-QA-LIMITS PIC X(80).
         05 CFG-CATALOG-PATH PIC X(80).
         05 CFG-JOB-SOURCE PIC X(100).
         05 CFG-CAT-OP PIC X(8).
         05 CFG-CAT-FILE PIC X(80).
         05 CFG-CAT-AGE PIC 9(4) COMP.
         05 CFG-STALE-OP PIC X(8).
         05 CFG-COST-CENTRE PIC X(16).
         05 CFG-REQUESTER PIC X(32).
         05 CFG-RATE-PATH PIC X(80).
         05 CFG-CHARGE-OUT PIC X(80).
         05 CFG-DATE-FROM PIC X(8).
         05 CFG-DATE-TO PIC X(8).
       01 L-RESULT-CODE PIC 9(4) COMP.

       PROCEDURE DIVISION USING JOB-CONFIG, L-RESULT-CODE.
       MAIN-PROCEDURE.
           MOVE 0 TO L-RESULT-CODE
           MOVE 0 TO DIFF-COUNT
           MOVE 0 TO MAX-DELTA
           MOVE 'N' TO TRUNCATED

           IF CFG-CMP-B = SPACES
             DISPLAY 'IMAGE-COMPARE: CMPA= needs CMPB='
             MOVE 13 TO L-RESULT-CODE
             GOBACK
           END-IF

           MOVE CFG-CMP-A TO WS-A-PATH
           MOVE CFG-CMP-B TO WS-B-PATH

           OPEN INPUT CMP-A-FILE
           IF WS-A-FS NOT = '00'
             DISPLAY 'IMAGE-COMPARE: cannot open ' CFG-CMP-A
             MOVE 13 TO L-RESULT-CODE
             GOBACK
           END-IF
           OPEN INPUT CMP-B-FILE
           IF WS-B-FS NOT = '00'
             DISPLAY 'IMAGE-COMPARE: cannot open ' CFG-CMP-B
             CLOSE CMP-A-FILE
             MOVE 13 TO L-RESULT-CODE
             GOBACK
           END-IF

           MOVE 'A' TO CUR-FILE
           PERFORM GET-IMAGE-HEADER
           MOVE IMG-FORMAT TO A-FORMAT
           MOVE IMG-WIDTH TO A-WIDTH
           MOVE IMG-HEIGHT TO A-HEIGHT
           IF HEADER-OK NOT = 'Y'
             DISPLAY 'IMAGE-COMPARE: ' FUNCTION TRIM(CFG-CMP-A)
                 ' is not a BMP or PPM this shop writes'
             PERFORM CLOSE-INPUTS
             MOVE 13 TO L-RESULT-CODE
             GOBACK
           END-IF

           MOVE 'B' TO CUR-FILE
           PERFORM GET-IMAGE-HEADER
           MOVE IMG-FORMAT TO B-FORMAT
           MOVE IMG-WIDTH TO B-WIDTH
           MOVE IMG-HEIGHT TO B-HEIGHT
           IF HEADER-OK NOT = 'Y'
             DISPLAY 'IMAGE-COMPARE: ' FUNCTION TRIM(CFG-CMP-B)
                 ' is not a BMP or PPM this shop writes'
             PERFORM CLOSE-INPUTS
             MOVE 13 TO L-RESULT-CODE
             GOBACK
           END-IF

           IF A-WIDTH NOT = B-WIDTH OR A-HEIGHT NOT = B-HEIGHT
             DISPLAY 'IMAGE-COMPARE: dimensions differ: '
                 A-WIDTH ' x ' A-HEIGHT ' vs '
                 B-WIDTH ' x ' B-HEIGHT
             PERFORM CLOSE-INPUTS
             MOVE 13 TO L-RESULT-CODE
             GOBACK
           END-IF

      *BOTH FILES STORE A PIXEL AS THREE CHANNEL BYTES AND THE TWO
      *WRITERS ONLY DIFFER IN CHANNEL ORDER, WHICH A PER-CHANNEL
      *DELTA OF SAME-FORMAT FILES NEVER SEES. MIXED FORMATS ARE
      *REFUSED RATHER THAN QUIETLY COMPARING RED AGAINST BLUE.
           IF A-FORMAT NOT = B-FORMAT
             DISPLAY 'IMAGE-COMPARE: cannot compare '
                 A-FORMAT ' against ' B-FORMAT
             PERFORM CLOSE-INPUTS
             MOVE 13 TO L-RESULT-CODE
             GOBACK
           END-IF

           IF CFG-CMP-OUT = SPACES
             STRING FUNCTION TRIM(CFG-CMP-A) '.diff'
                 DELIMITED BY SIZE INTO CFG-CMP-OUT
           END-IF
           MOVE CFG-CMP-OUT TO BIN-FILE-PATH
           OPEN OUTPUT BINARY-FILE
           IF WS-OUT-FS NOT = '00'
             DISPLAY 'IMAGE-COMPARE: cannot write difference image '
                 CFG-CMP-OUT ' (status ' WS-OUT-FS ')'
             PERFORM CLOSE-INPUTS
             MOVE 13 TO L-RESULT-CODE
             GOBACK
           END-IF

           MOVE A-WIDTH TO IMG-WIDTH
           MOVE A-HEIGHT TO IMG-HEIGHT
           IF A-FORMAT = 'PPM'
             CALL 'WRITE-PPM-HEADER' USING IMG-WIDTH, IMG-HEIGHT
           ELSE
             PERFORM DIFF-BMP-HEADER
           END-IF

           MULTIPLY IMG-WIDTH BY IMG-HEIGHT GIVING PIXEL-TOTAL

           PERFORM VARYING PIXEL-NO FROM 1 BY 1
           UNTIL PIXEL-NO > PIXEL-TOTAL OR TRUNCATED = 'Y'
             PERFORM COMPARE-ONE-PIXEL
           END-PERFORM

           CLOSE BINARY-FILE
           PERFORM CLOSE-INPUTS

           IF TRUNCATED = 'Y'
             DISPLAY 'IMAGE-COMPARE: a file ended before its header '
                 'said it would; comparison abandoned'
             MOVE 13 TO L-RESULT-CODE
             GOBACK
           END-IF

           MOVE DIFF-COUNT TO COUNT-ED
           MOVE MAX-DELTA TO DELTA-ED
           DISPLAY 'IMAGE-COMPARE: ' FUNCTION TRIM(COUNT-ED)
               ' differing pixel(s), max channel delta '
               FUNCTION TRIM(DELTA-ED)

           IF DIFF-COUNT > 0
             MOVE 13 TO L-RESULT-CODE
           END-IF
           GOBACK
           .

       CLOSE-INPUTS.
           CLOSE CMP-A-FILE
           CLOSE CMP-B-FILE
           .

       READ-CUR-BYTE.
           MOVE 'N' TO CUR-EOF
           IF CUR-FILE = 'A'
             READ CMP-A-FILE
               AT END
                 MOVE 'Y' TO CUR-EOF
               NOT AT END
                 MOVE CMP-A-BYTE TO CUR-BYTE
             END-READ
           ELSE
             READ CMP-B-FILE
               AT END
                 MOVE 'Y' TO CUR-EOF
               NOT AT END
                 MOVE CMP-B-BYTE TO CUR-BYTE
             END-READ
           END-IF
           .

      *SNIFF AND CONSUME ONE IMAGE HEADER FROM THE CURRENT FILE:
      *'BM' MEANS THE FIXED 54-BYTE HEADER WRITE-BMP-HEADER LAYS
      *DOWN, 'P6' THE THREE-LINE TEXT HEADER FROM WRITE-PPM-HEADER.
      *LEAVES THE FILE POSITIONED AT ITS FIRST PIXEL BYTE.
       GET-IMAGE-HEADER.
           MOVE 'N' TO HEADER-OK
           MOVE SPACES TO IMG-FORMAT
           MOVE 0 TO IMG-WIDTH
           MOVE 0 TO IMG-HEIGHT

           PERFORM READ-CUR-BYTE
           IF CUR-EOF = 'Y'
             EXIT PARAGRAPH
           END-IF

           EVALUATE CUR-BYTE
             WHEN 'B'
               PERFORM GET-BMP-HEADER
             WHEN 'P'
               PERFORM GET-PPM-HEADER
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

       GET-BMP-HEADER.
           MOVE SPACES TO HDR-BUF
           MOVE 'B' TO HDR-BUF(1:1)
           PERFORM VARYING HDR-I FROM 2 BY 1 UNTIL HDR-I > 54
             PERFORM READ-CUR-BYTE
             IF CUR-EOF = 'Y'
               EXIT PARAGRAPH
             END-IF
             MOVE CUR-BYTE TO HDR-BUF(HDR-I:1)
           END-PERFORM

           IF HDR-BUF(2:1) NOT = 'M'
             EXIT PARAGRAPH
           END-IF

           COMPUTE IMG-WIDTH =
               (FUNCTION ORD(HDR-BUF(19:1)) - 1) +
               ((FUNCTION ORD(HDR-BUF(20:1)) - 1) * 256) +
               ((FUNCTION ORD(HDR-BUF(21:1)) - 1) * 65536) +
               ((FUNCTION ORD(HDR-BUF(22:1)) - 1) * 16777216)
           COMPUTE IMG-HEIGHT =
               (FUNCTION ORD(HDR-BUF(23:1)) - 1) +
               ((FUNCTION ORD(HDR-BUF(24:1)) - 1) * 256) +
               ((FUNCTION ORD(HDR-BUF(25:1)) - 1) * 65536) +
               ((FUNCTION ORD(HDR-BUF(26:1)) - 1) * 16777216)

           IF IMG-WIDTH < 1 OR IMG-WIDTH > 512 OR
              IMG-HEIGHT < 1 OR IMG-HEIGHT > 512
             EXIT PARAGRAPH
           END-IF

           MOVE 'BMP' TO IMG-FORMAT
           MOVE 'Y' TO HEADER-OK
           .

       GET-PPM-HEADER.
           PERFORM READ-CUR-BYTE
           IF CUR-EOF = 'Y' OR CUR-BYTE NOT = '6'
             EXIT PARAGRAPH
           END-IF

      *CONSUME UP TO THE THIRD NEWLINE, KEEPING THE DIMENSIONS LINE.
           MOVE 0 TO NL-COUNT
           MOVE SPACES TO PPM-DIMS
           MOVE 0 TO DIM-I
           PERFORM UNTIL NL-COUNT >= 3
             PERFORM READ-CUR-BYTE
             IF CUR-EOF = 'Y'
               EXIT PARAGRAPH
             END-IF
             IF CUR-BYTE = X'0A'
               ADD 1 TO NL-COUNT
             ELSE
               IF NL-COUNT = 1 AND DIM-I < 20
                 ADD 1 TO DIM-I
                 MOVE CUR-BYTE TO PPM-DIMS(DIM-I:1)
               END-IF
             END-IF
           END-PERFORM

           MOVE SPACES TO W-TXT
           MOVE SPACES TO H-TXT
           UNSTRING PPM-DIMS DELIMITED BY ALL SPACE
               INTO W-TXT, H-TXT
           IF W-TXT = SPACES OR H-TXT = SPACES
             EXIT PARAGRAPH
           END-IF
           COMPUTE IMG-WIDTH = FUNCTION NUMVAL(W-TXT)
           COMPUTE IMG-HEIGHT = FUNCTION NUMVAL(H-TXT)

           IF IMG-WIDTH < 1 OR IMG-WIDTH > 512 OR
              IMG-HEIGHT < 1 OR IMG-HEIGHT > 512
             EXIT PARAGRAPH
           END-IF

           MOVE 'PPM' TO IMG-FORMAT
           MOVE 'Y' TO HEADER-OK
           .

      *A PIXEL IS THREE CHANNEL BYTES IN BOTH FORMATS. ANY CHANNEL
      *DIFFERING BY MORE THAN THE TOLERANCE MARKS THE PIXEL WHITE
      *IN THE DIFFERENCE IMAGE; MATCHING PIXELS STAY BLACK.
       COMPARE-ONE-PIXEL.
           MOVE 'N' TO PIXEL-DIFFERS

           PERFORM VARYING CHAN FROM 1 BY 1 UNTIL CHAN > 3
             MOVE 'A' TO CUR-FILE
             PERFORM READ-CUR-BYTE
             IF CUR-EOF = 'Y'
               MOVE 'Y' TO TRUNCATED
               EXIT PARAGRAPH
             END-IF
             COMPUTE A-VAL = FUNCTION ORD(CUR-BYTE) - 1

             MOVE 'B' TO CUR-FILE
             PERFORM READ-CUR-BYTE
             IF CUR-EOF = 'Y'
               MOVE 'Y' TO TRUNCATED
               EXIT PARAGRAPH
             END-IF
             COMPUTE B-VAL = FUNCTION ORD(CUR-BYTE) - 1

             COMPUTE CH-DELTA = A-VAL - B-VAL
             IF CH-DELTA < 0
               COMPUTE CH-DELTA = 0 - CH-DELTA
             END-IF
             IF CH-DELTA > MAX-DELTA
               MOVE CH-DELTA TO MAX-DELTA
             END-IF
             IF CH-DELTA > CFG-CMP-TOL
               MOVE 'Y' TO PIXEL-DIFFERS
             END-IF
           END-PERFORM

           IF PIXEL-DIFFERS = 'Y'
             ADD 1 TO DIFF-COUNT
             MOVE X'FF' TO BINARY-DATA
             WRITE BINARY-DATA
             MOVE X'FF' TO BINARY-DATA
             WRITE BINARY-DATA
             MOVE X'FF' TO BINARY-DATA
             WRITE BINARY-DATA
           ELSE
             MOVE X'00' TO BINARY-DATA
             WRITE BINARY-DATA
             MOVE X'00' TO BINARY-DATA
             WRITE BINARY-DATA
             MOVE X'00' TO BINARY-DATA
             WRITE BINARY-DATA
           END-IF
           .

       DIFF-BMP-HEADER.
           MOVE 54 TO HEADER-SIZE
           MULTIPLY IMG-WIDTH BY IMG-HEIGHT GIVING FILE-SIZE
           MULTIPLY FILE-SIZE BY 3 GIVING FILE-SIZE
           ADD HEADER-SIZE TO FILE-SIZE

           MOVE 'B' TO BINARY-DATA
           WRITE BINARY-DATA
           END-WRITE
           MOVE 'M' TO BINARY-DATA
           WRITE BINARY-DATA
           END-WRITE
           CALL 'WRITE-INT-TO-FILE' USING FILE-SIZE
           CALL 'WRITE-INT-TO-FILE' USING 0
           CALL 'WRITE-INT-TO-FILE' USING HEADER-SIZE

           MOVE 40 TO FIX-BROKEN-GARBAGE
           CALL 'WRITE-INT-TO-FILE' USING FIX-BROKEN-GARBAGE

           CALL 'WRITE-INT-TO-FILE' USING IMG-WIDTH
           CALL 'WRITE-INT-TO-FILE' USING IMG-HEIGHT
           MOVE 1 TO FIX-BROKEN-GARBAGE-SHORT
           CALL 'WRITE-SHORT-TO-FILE' USING FIX-BROKEN-GARBAGE-SHORT
           MOVE 24 TO FIX-BROKEN-GARBAGE-SHORT
           CALL 'WRITE-SHORT-TO-FILE' USING FIX-BROKEN-GARBAGE-SHORT
           MOVE 0 TO FIX-BROKEN-GARBAGE
           CALL 'WRITE-INT-TO-FILE' USING FIX-BROKEN-GARBAGE
           CALL 'WRITE-INT-TO-FILE' USING FIX-BROKEN-GARBAGE
           MOVE 1024 TO FIX-BROKEN-GARBAGE
           CALL 'WRITE-INT-TO-FILE' USING FIX-BROKEN-GARBAGE
           CALL 'WRITE-INT-TO-FILE' USING FIX-BROKEN-GARBAGE
           MOVE 16777216 TO FIX-BROKEN-GARBAGE
           CALL 'WRITE-INT-TO-FILE' USING FIX-BROKEN-GARBAGE
           MOVE 0 TO FIX-BROKEN-GARBAGE
           CALL 'WRITE-INT-TO-FILE' USING FIX-BROKEN-GARBAGE
           .
       END PROGRAM IMAGE-COMPARE.


      *QUALITY GATE RUN ON EVERY FINISHED BMP OR PPM. A FILE CAN
      *PASS VERIFY-BMP-OUTPUT AND STILL BE USELESS: ALL BLACK, BLOWN
      *OUT TO WHITE, OR ONE OBJECT FILLING THE FRAME. THIS READS THE
      *IMAGE BACK AND WRITES <IMAGE>.qa: A 16-BAND LUMINANCE
      *HISTOGRAM, THE SHARE OF CLIPPED-WHITE AND CRUSHED-BLACK
      *PIXELS, THE MEAN OF EACH CHANNEL AND, WHEN AN OBJECT-ID PASS
      *IS HANDED IN, THE SHARE OF FRAME EACH SCENE OBJECT COVERS.
      *LIMITS COME FROM A 'KEY,VALUE' FILE ('*' COMMENTS ALLOWED);
      *A LIMIT LEFT OUT IS NOT CHECKED. WITH NO LIMITS FILE NAMED,
      *./QA-LIMITS.CSV IS USED IF IT EXISTS AND THE REPORT IS
      *WRITTEN UNGATED IF IT DOES NOT. A BROKEN LIMIT, AN
      *UNREADABLE LIMITS FILE OR AN UNREADABLE IMAGE RETURNS 16.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QA-IMAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QA-IMG-FILE ASSIGN DYNAMIC WS-IMG-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-IMG-FS.
           SELECT QA-ID-FILE ASSIGN DYNAMIC WS-ID-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-ID-FS.
           SELECT QA-LIMITS-FILE ASSIGN DYNAMIC WS-LIM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIM-FS.
           SELECT QA-REPORT-FILE ASSIGN DYNAMIC WS-QA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QA-FS.

       DATA DIVISION.
       FILE SECTION.
       FD QA-IMG-FILE.
       01 QA-IMG-BYTE PIC X.

       FD QA-ID-FILE.
       01 QA-ID-BYTE PIC X.

       FD QA-LIMITS-FILE.
       01 QA-LIMITS-LINE PIC X(100).

       FD QA-REPORT-FILE.
       01 QA-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-IMG-PATH PIC X(80).
       01 WS-IMG-FS PIC XX.
       01 WS-ID-PATH PIC X(80).
       01 WS-ID-FS PIC XX.
       01 WS-LIM-PATH PIC X(80).
       01 WS-LIM-FS PIC XX.
       01 WS-QA-PATH PIC X(80).
       01 WS-QA-FS PIC XX.

       01 CUR-FILE PIC X.
       01 CUR-BYTE PIC X.
       01 CUR-EOF PIC X.

       01 IMG-FORMAT PIC X(4).
       01 HDR-BUF PIC X(54).
       01 HDR-I PIC 9(4) COMP.
       01 NL-COUNT PIC 9(4) COMP.
       01 PPM-DIMS PIC X(20).
       01 DIM-I PIC 9(4) COMP.
       01 W-TXT PIC X(10).
       01 H-TXT PIC X(10).
       01 IMG-WIDTH PIC 9(9) COMP.
       01 IMG-HEIGHT PIC 9(9) COMP.
       01 HEADER-OK PIC X.

       01 MAIN-FORMAT PIC X(4).
       01 MAIN-WIDTH PIC 9(9) COMP.
       01 MAIN-HEIGHT PIC 9(9) COMP.
       01 ID-FORMAT PIC X(4).
       01 USE-OBJID PIC X.
       01 TRUNCATED PIC X.

      *LIMITS-STATE: Y A LIMITS FILE WAS READ, N NONE IN FORCE,
      *E THE FILE NAMED COULD NOT BE READ OR HOLDS A BAD LINE.
       01 LIMITS-STATE PIC X.
       01 LIMITS-USED PIC X(80).
       01 LIM-TAG PIC X(20).
       01 LIM-VAL PIC X(20).
       01 NUM-OK PIC X.
       01 LIM-CLIP-LEVEL PIC 9(3) COMP.
       01 LIM-CRUSH-LEVEL PIC 9(3) COMP.
       01 LIM-MAX-CLIPPED PIC 9(3)V99.
       01 LIM-MAX-CLIPPED-SET PIC X.
       01 LIM-MAX-CRUSHED PIC 9(3)V99.
       01 LIM-MAX-CRUSHED-SET PIC X.
       01 LIM-MIN-MEAN PIC 9(3)V99.
       01 LIM-MIN-MEAN-SET PIC X.
       01 LIM-MAX-MEAN PIC 9(3)V99.
       01 LIM-MAX-MEAN-SET PIC X.
       01 LIM-MAX-OBJECT PIC 9(3)V99.
       01 LIM-MAX-OBJECT-SET PIC X.
       01 LIM-MIN-HIT PIC 9(3)V99.
       01 LIM-MIN-HIT-SET PIC X.

       01 PIXEL-TOTAL PIC 9(9) COMP.
       01 PIXEL-NO PIC 9(9) COMP.
       01 CHAN PIC 9(4) COMP.
       01 PIX-BYTES PIC XXX.
       01 ID-BYTES PIC XXX.
       01 PIX-R PIC 9(4) COMP.
       01 PIX-G PIC 9(4) COMP.
       01 PIX-B PIC 9(4) COMP.
       01 ID-RED PIC 9(4) COMP.
       01 LUMA PIC 9(4) COMP.
       01 SUM-R PIC 9(12) COMP.
       01 SUM-G PIC 9(12) COMP.
       01 SUM-B PIC 9(12) COMP.
       01 SUM-LUMA PIC 9(12) COMP.
       01 CLIPPED-COUNT PIC 9(9) COMP.
       01 CRUSHED-COUNT PIC 9(9) COMP.

       01 HIST-TABLE.
         05 HIST-COUNT PIC 9(9) COMP OCCURS 16 TIMES.
       01 HIST-IDX PIC 9(4) COMP.
       01 HIST-LOW PIC 9(4) COMP.
       01 HIST-HIGH PIC 9(4) COMP.

      *RENDER-IMAGE PAINTS OBJECT SLOT N IN THE OBJECT-ID PASS WITH
      *RED = MOD(N * 97, 200) + 55, WHICH IS DISTINCT FOR EVERY ONE
      *OF THE 32 SLOTS, SO THE RED BYTE ALONE NAMES THE OBJECT. A
      *BLACK PIXEL IS A RAY THAT HIT NOTHING.
       01 SLOT-FOR-RED PIC 9(4) COMP OCCURS 256 TIMES.
       01 COVER-TABLE.
         05 COVER-COUNT PIC 9(9) COMP OCCURS 32 TIMES.
       01 NO-HIT-COUNT PIC 9(9) COMP.
       01 COVER-IDX PIC 9(4) COMP.
       01 COVER-PCT PIC 9(3)V99.
       01 HIT-PCT PIC 9(3)V99.
       01 MAX-COVER-PCT PIC 9(3)V99.
       01 MAX-COVER-IDX PIC 9(4) COMP.

       01 MEAN-R PIC 9(3)V99.
       01 MEAN-G PIC 9(3)V99.
       01 MEAN-B PIC 9(3)V99.
       01 MEAN-LUMA PIC 9(3)V99.
       01 CLIPPED-PCT PIC 9(3)V99.
       01 CRUSHED-PCT PIC 9(3)V99.

       01 BREACH-TABLE.
         05 BREACH-COUNT PIC 9(4) COMP.
         05 BREACH-LINE PIC X(100) OCCURS 8 TIMES.
       01 BREACH-TEXT PIC X(100).

       01 PCT-ED PIC ZZ9.99.
       01 LIMIT-ED PIC ZZ9.99.
       01 COUNT-ED PIC Z(8)9.
       01 LOW-ED PIC 999.
       01 HIGH-ED PIC 999.
       01 DIM-W-ED PIC ZZZZ9.
       01 DIM-H-ED PIC ZZZZ9.

       LINKAGE SECTION.
       01 L-IMAGE-PATH PIC X(80).
       01 L-OBJID-PATH PIC X(80).
       01 L-LIMITS-PATH PIC X(80).
       01 L-OBJECT-NAMES.
         05 L-OBJ-COUNT PIC 9(4) COMP.
         05 L-OBJ-NAME PIC X(16) OCCURS 32 TIMES.
       01 L-QA-CODE PIC 9(4) COMP.

       PROCEDURE DIVISION USING L-IMAGE-PATH, L-OBJID-PATH,
           L-LIMITS-PATH, L-OBJECT-NAMES, L-QA-CODE.
       MAIN-PROCEDURE.
           MOVE 0 TO L-QA-CODE
           MOVE 0 TO SUM-R
           MOVE 0 TO SUM-G
           MOVE 0 TO SUM-B
           MOVE 0 TO SUM-LUMA
           MOVE 0 TO CLIPPED-COUNT
           MOVE 0 TO CRUSHED-COUNT
           MOVE 0 TO NO-HIT-COUNT
           MOVE 0 TO BREACH-COUNT
           MOVE 'N' TO TRUNCATED
           PERFORM VARYING HIST-IDX FROM 1 BY 1 UNTIL HIST-IDX > 16
             MOVE 0 TO HIST-COUNT(HIST-IDX)
           END-PERFORM
           PERFORM VARYING COVER-IDX FROM 1 BY 1 UNTIL COVER-IDX > 32
             MOVE 0 TO COVER-COUNT(COVER-IDX)
           END-PERFORM
           PERFORM VARYING HIST-IDX FROM 1 BY 1 UNTIL HIST-IDX > 256
             MOVE 0 TO SLOT-FOR-RED(HIST-IDX)
           END-PERFORM
           PERFORM VARYING COVER-IDX FROM 1 BY 1 UNTIL COVER-IDX > 32
             COMPUTE ID-RED = FUNCTION MOD(COVER-IDX * 97, 200)
             ADD 56 TO ID-RED
             MOVE COVER-IDX TO SLOT-FOR-RED(ID-RED)
           END-PERFORM

           PERFORM LOAD-QA-LIMITS

           MOVE L-IMAGE-PATH TO WS-IMG-PATH
           OPEN INPUT QA-IMG-FILE
           IF WS-IMG-FS NOT = '00'
             DISPLAY 'QA-IMAGE: cannot open '
                 FUNCTION TRIM(L-IMAGE-PATH)
             MOVE 16 TO L-QA-CODE
             GOBACK
           END-IF
           MOVE 'A' TO CUR-FILE
           PERFORM GET-IMAGE-HEADER
           IF HEADER-OK NOT = 'Y'
             DISPLAY 'QA-IMAGE: ' FUNCTION TRIM(L-IMAGE-PATH)
                 ' is not a BMP or PPM this shop writes'
             CLOSE QA-IMG-FILE
             MOVE 16 TO L-QA-CODE
             GOBACK
           END-IF
           MOVE IMG-FORMAT TO MAIN-FORMAT
           MOVE IMG-WIDTH TO MAIN-WIDTH
           MOVE IMG-HEIGHT TO MAIN-HEIGHT

      *THE OBJECT-ID PASS IS OPTIONAL; ONE THAT CANNOT BE READ OR
      *DOES NOT MATCH THE IMAGE IS LEFT OUT OF THE REPORT RATHER
      *THAN FAILING AN OTHERWISE GOOD RENDER.
           MOVE 'N' TO USE-OBJID
           IF L-OBJID-PATH NOT = SPACES
             MOVE L-OBJID-PATH TO WS-ID-PATH
             OPEN INPUT QA-ID-FILE
             IF WS-ID-FS = '00'
               MOVE 'B' TO CUR-FILE
               PERFORM GET-IMAGE-HEADER
               IF HEADER-OK = 'Y' AND IMG-WIDTH = MAIN-WIDTH AND
                  IMG-HEIGHT = MAIN-HEIGHT
                 MOVE 'Y' TO USE-OBJID
                 MOVE IMG-FORMAT TO ID-FORMAT
               ELSE
                 DISPLAY 'QA-IMAGE: object-id pass '
                     FUNCTION TRIM(L-OBJID-PATH)
                     ' does not match the image, coverage skipped'
                 CLOSE QA-ID-FILE
               END-IF
             END-IF
           END-IF

           MULTIPLY MAIN-WIDTH BY MAIN-HEIGHT GIVING PIXEL-TOTAL
           PERFORM VARYING PIXEL-NO FROM 1 BY 1
           UNTIL PIXEL-NO > PIXEL-TOTAL OR TRUNCATED = 'Y'
             PERFORM QA-ONE-PIXEL
           END-PERFORM

           CLOSE QA-IMG-FILE
           IF USE-OBJID = 'Y'
             CLOSE QA-ID-FILE
           END-IF

           IF TRUNCATED = 'Y'
             DISPLAY 'QA-IMAGE: ' FUNCTION TRIM(L-IMAGE-PATH)
                 ' ended before its header said it would'
             MOVE 16 TO L-QA-CODE
             GOBACK
           END-IF

           COMPUTE MEAN-R ROUNDED = SUM-R / PIXEL-TOTAL
           COMPUTE MEAN-G ROUNDED = SUM-G / PIXEL-TOTAL
           COMPUTE MEAN-B ROUNDED = SUM-B / PIXEL-TOTAL
           COMPUTE MEAN-LUMA ROUNDED = SUM-LUMA / PIXEL-TOTAL
           COMPUTE CLIPPED-PCT ROUNDED =
               CLIPPED-COUNT * 100 / PIXEL-TOTAL
           COMPUTE CRUSHED-PCT ROUNDED =
               CRUSHED-COUNT * 100 / PIXEL-TOTAL

           MOVE 0 TO MAX-COVER-PCT
           MOVE 0 TO MAX-COVER-IDX
           IF USE-OBJID = 'Y'
             COMPUTE HIT-PCT ROUNDED =
                 (PIXEL-TOTAL - NO-HIT-COUNT) * 100 / PIXEL-TOTAL
             PERFORM VARYING COVER-IDX FROM 1 BY 1
             UNTIL COVER-IDX > 32
               COMPUTE COVER-PCT ROUNDED =
                   COVER-COUNT(COVER-IDX) * 100 / PIXEL-TOTAL
               IF COVER-PCT > MAX-COVER-PCT
                 MOVE COVER-PCT TO MAX-COVER-PCT
                 MOVE COVER-IDX TO MAX-COVER-IDX
               END-IF
             END-PERFORM
           END-IF

           IF LIMITS-STATE = 'Y'
             PERFORM CHECK-QA-LIMITS
           END-IF

           PERFORM WRITE-QA-REPORT

           IF LIMITS-STATE = 'E'
             DISPLAY 'QA-IMAGE: limits file '
                 FUNCTION TRIM(LIMITS-USED)
                 ' unusable, image not passed'
             MOVE 16 TO L-QA-CODE
           END-IF
           IF BREACH-COUNT > 0
             MOVE BREACH-COUNT TO COUNT-ED
             DISPLAY 'QA-IMAGE: ' FUNCTION TRIM(L-IMAGE-PATH)
                 ' breaks ' FUNCTION TRIM(COUNT-ED)
                 ' quality limit(s), see '
                 FUNCTION TRIM(WS-QA-PATH)
             MOVE 16 TO L-QA-CODE
           END-IF
           GOBACK
           .

      *READ THE LIMITS FILE INTO THE LIM- FIELDS. THE CLIP AND CRUSH
      *LEVELS SAY WHICH LUMINANCE COUNTS AS BLOWN WHITE OR CRUSHED
      *BLACK AND ALWAYS HAVE A VALUE; EVERY OTHER LIMIT IS CHECKED
      *ONLY WHEN THE FILE GIVES IT.
       LOAD-QA-LIMITS.
           MOVE 250 TO LIM-CLIP-LEVEL
           MOVE 5 TO LIM-CRUSH-LEVEL
           MOVE 'N' TO LIM-MAX-CLIPPED-SET
           MOVE 'N' TO LIM-MAX-CRUSHED-SET
           MOVE 'N' TO LIM-MIN-MEAN-SET
           MOVE 'N' TO LIM-MAX-MEAN-SET
           MOVE 'N' TO LIM-MAX-OBJECT-SET
           MOVE 'N' TO LIM-MIN-HIT-SET

           IF L-LIMITS-PATH = SPACES
             MOVE './QA-LIMITS.CSV' TO LIMITS-USED
           ELSE
             MOVE L-LIMITS-PATH TO LIMITS-USED
           END-IF
           MOVE LIMITS-USED TO WS-LIM-PATH

           OPEN INPUT QA-LIMITS-FILE
           IF WS-LIM-FS NOT = '00'
             IF L-LIMITS-PATH = SPACES
               MOVE 'N' TO LIMITS-STATE
             ELSE
               DISPLAY 'QA-IMAGE: cannot open limits file '
                   FUNCTION TRIM(LIMITS-USED)
               MOVE 'E' TO LIMITS-STATE
             END-IF
             EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO LIMITS-STATE

           PERFORM UNTIL 1 = 2
             READ QA-LIMITS-FILE
               AT END
                 EXIT PERFORM
             END-READ

             IF QA-LIMITS-LINE NOT = SPACES AND
                QA-LIMITS-LINE(1:1) NOT = '*'
               PERFORM PARSE-LIMIT-LINE
             END-IF
           END-PERFORM

           CLOSE QA-LIMITS-FILE
           .

       PARSE-LIMIT-LINE.
           MOVE SPACES TO LIM-TAG LIM-VAL
           UNSTRING QA-LIMITS-LINE DELIMITED BY ','
               INTO LIM-TAG, LIM-VAL

           CALL 'CHECK-NUMERIC' USING LIM-VAL, NUM-OK
           IF NUM-OK NOT = 'Y'
             DISPLAY 'QA-IMAGE: limit ' FUNCTION TRIM(LIM-TAG)
                 ' has a bad value: ' FUNCTION TRIM(LIM-VAL)
             MOVE 'E' TO LIMITS-STATE
             EXIT PARAGRAPH
           END-IF

           EVALUATE LIM-TAG
             WHEN 'CLIP-LEVEL'
               COMPUTE LIM-CLIP-LEVEL = FUNCTION NUMVAL(LIM-VAL)
             WHEN 'CRUSH-LEVEL'
               COMPUTE LIM-CRUSH-LEVEL = FUNCTION NUMVAL(LIM-VAL)
             WHEN 'MAX-CLIPPED-PCT'
               COMPUTE LIM-MAX-CLIPPED = FUNCTION NUMVAL(LIM-VAL)
               MOVE 'Y' TO LIM-MAX-CLIPPED-SET
             WHEN 'MAX-CRUSHED-PCT'
               COMPUTE LIM-MAX-CRUSHED = FUNCTION NUMVAL(LIM-VAL)
               MOVE 'Y' TO LIM-MAX-CRUSHED-SET
             WHEN 'MIN-MEAN-LUMA'
               COMPUTE LIM-MIN-MEAN = FUNCTION NUMVAL(LIM-VAL)
               MOVE 'Y' TO LIM-MIN-MEAN-SET
             WHEN 'MAX-MEAN-LUMA'
               COMPUTE LIM-MAX-MEAN = FUNCTION NUMVAL(LIM-VAL)
               MOVE 'Y' TO LIM-MAX-MEAN-SET
             WHEN 'MAX-OBJECT-PCT'
               COMPUTE LIM-MAX-OBJECT = FUNCTION NUMVAL(LIM-VAL)
               MOVE 'Y' TO LIM-MAX-OBJECT-SET
             WHEN 'MIN-HIT-PCT'
               COMPUTE LIM-MIN-HIT = FUNCTION NUMVAL(LIM-VAL)
               MOVE 'Y' TO LIM-MIN-HIT-SET
      *A MISSPELT KEY WOULD QUIETLY SWITCH ITS CHECK OFF.
             WHEN OTHER
               DISPLAY 'QA-IMAGE: unknown limit '
                   FUNCTION TRIM(LIM-TAG)
               MOVE 'E' TO LIMITS-STATE
           END-EVALUATE
           .

      *ONE PIXEL OF THE IMAGE, AND OF THE OBJECT-ID PASS WHEN IN USE.
      *A BMP STORES BLUE, GREEN, RED; A PPM RED, GREEN, BLUE.
       QA-ONE-PIXEL.
           MOVE 'A' TO CUR-FILE
           PERFORM VARYING CHAN FROM 1 BY 1 UNTIL CHAN > 3
             PERFORM READ-CUR-BYTE
             IF CUR-EOF = 'Y'
               MOVE 'Y' TO TRUNCATED
               EXIT PARAGRAPH
             END-IF
             MOVE CUR-BYTE TO PIX-BYTES(CHAN:1)
           END-PERFORM

           IF MAIN-FORMAT = 'PPM'
             COMPUTE PIX-R = FUNCTION ORD(PIX-BYTES(1:1)) - 1
             COMPUTE PIX-B = FUNCTION ORD(PIX-BYTES(3:1)) - 1
           ELSE
             COMPUTE PIX-R = FUNCTION ORD(PIX-BYTES(3:1)) - 1
             COMPUTE PIX-B = FUNCTION ORD(PIX-BYTES(1:1)) - 1
           END-IF
           COMPUTE PIX-G = FUNCTION ORD(PIX-BYTES(2:1)) - 1

           ADD PIX-R TO SUM-R
           ADD PIX-G TO SUM-G
           ADD PIX-B TO SUM-B

      *REC. 601 LUMA WEIGHTS, IN WHOLE THOUSANDTHS.
           COMPUTE LUMA ROUNDED =
               ((PIX-R * 299) + (PIX-G * 587) + (PIX-B * 114)) / 1000
           ADD LUMA TO SUM-LUMA
           DIVIDE LUMA BY 16 GIVING HIST-IDX
           ADD 1 TO HIST-IDX
           ADD 1 TO HIST-COUNT(HIST-IDX)
           IF LUMA NOT < LIM-CLIP-LEVEL
             ADD 1 TO CLIPPED-COUNT
           END-IF
           IF LUMA NOT > LIM-CRUSH-LEVEL
             ADD 1 TO CRUSHED-COUNT
           END-IF

           IF USE-OBJID NOT = 'Y'
             EXIT PARAGRAPH
           END-IF

           MOVE 'B' TO CUR-FILE
           PERFORM VARYING CHAN FROM 1 BY 1 UNTIL CHAN > 3
             PERFORM READ-CUR-BYTE
             IF CUR-EOF = 'Y'
               MOVE 'Y' TO TRUNCATED
               EXIT PARAGRAPH
             END-IF
             MOVE CUR-BYTE TO ID-BYTES(CHAN:1)
           END-PERFORM

           IF ID-FORMAT = 'PPM'
             COMPUTE ID-RED = FUNCTION ORD(ID-BYTES(1:1))
           ELSE
             COMPUTE ID-RED = FUNCTION ORD(ID-BYTES(3:1))
           END-IF
           IF SLOT-FOR-RED(ID-RED) = 0
             ADD 1 TO NO-HIT-COUNT
           ELSE
             ADD 1 TO COVER-COUNT(SLOT-FOR-RED(ID-RED))
           END-IF
           .

       CHECK-QA-LIMITS.
           IF LIM-MAX-CLIPPED-SET = 'Y' AND
              CLIPPED-PCT > LIM-MAX-CLIPPED
             MOVE CLIPPED-PCT TO PCT-ED
             MOVE LIM-MAX-CLIPPED TO LIMIT-ED
             MOVE SPACES TO BREACH-TEXT
             STRING 'BREACH MAX-CLIPPED-PCT ' FUNCTION TRIM(PCT-ED)
                 ' LIMIT ' FUNCTION TRIM(LIMIT-ED)
                 DELIMITED BY SIZE INTO BREACH-TEXT
             PERFORM ADD-BREACH
           END-IF
           IF LIM-MAX-CRUSHED-SET = 'Y' AND
              CRUSHED-PCT > LIM-MAX-CRUSHED
             MOVE CRUSHED-PCT TO PCT-ED
             MOVE LIM-MAX-CRUSHED TO LIMIT-ED
             MOVE SPACES TO BREACH-TEXT
             STRING 'BREACH MAX-CRUSHED-PCT ' FUNCTION TRIM(PCT-ED)
                 ' LIMIT ' FUNCTION TRIM(LIMIT-ED)
                 DELIMITED BY SIZE INTO BREACH-TEXT
             PERFORM ADD-BREACH
           END-IF
           IF LIM-MIN-MEAN-SET = 'Y' AND
              MEAN-LUMA < LIM-MIN-MEAN
             MOVE MEAN-LUMA TO PCT-ED
             MOVE LIM-MIN-MEAN TO LIMIT-ED
             MOVE SPACES TO BREACH-TEXT
             STRING 'BREACH MIN-MEAN-LUMA ' FUNCTION TRIM(PCT-ED)
                 ' LIMIT ' FUNCTION TRIM(LIMIT-ED)
                 DELIMITED BY SIZE INTO BREACH-TEXT
             PERFORM ADD-BREACH
           END-IF
           IF LIM-MAX-MEAN-SET = 'Y' AND
              MEAN-LUMA > LIM-MAX-MEAN
             MOVE MEAN-LUMA TO PCT-ED
             MOVE LIM-MAX-MEAN TO LIMIT-ED
             MOVE SPACES TO BREACH-TEXT
             STRING 'BREACH MAX-MEAN-LUMA ' FUNCTION TRIM(PCT-ED)
                 ' LIMIT ' FUNCTION TRIM(LIMIT-ED)
                 DELIMITED BY SIZE INTO BREACH-TEXT
             PERFORM ADD-BREACH
           END-IF

      *THE COVERAGE LIMITS NEED THE OBJECT-ID PASS; WITHOUT IT THEY
      *ARE NOT CHECKED, AND THE REPORT SAYS SO.
           IF USE-OBJID NOT = 'Y'
             EXIT PARAGRAPH
           END-IF
           IF LIM-MAX-OBJECT-SET = 'Y' AND
              MAX-COVER-PCT > LIM-MAX-OBJECT
             MOVE MAX-COVER-PCT TO PCT-ED
             MOVE LIM-MAX-OBJECT TO LIMIT-ED
             MOVE SPACES TO BREACH-TEXT
             IF MAX-COVER-IDX > L-OBJ-COUNT
               STRING 'BREACH MAX-OBJECT-PCT ' FUNCTION TRIM(PCT-ED)
                   ' LIMIT ' FUNCTION TRIM(LIMIT-ED)
                   DELIMITED BY SIZE INTO BREACH-TEXT
             ELSE
               STRING 'BREACH MAX-OBJECT-PCT ' FUNCTION TRIM(PCT-ED)
                   ' LIMIT ' FUNCTION TRIM(LIMIT-ED) ' OBJECT '
                   FUNCTION TRIM(L-OBJ-NAME(MAX-COVER-IDX))
                   DELIMITED BY SIZE INTO BREACH-TEXT
             END-IF
             PERFORM ADD-BREACH
           END-IF
           IF LIM-MIN-HIT-SET = 'Y' AND
              HIT-PCT < LIM-MIN-HIT
             MOVE HIT-PCT TO PCT-ED
             MOVE LIM-MIN-HIT TO LIMIT-ED
             MOVE SPACES TO BREACH-TEXT
             STRING 'BREACH MIN-HIT-PCT ' FUNCTION TRIM(PCT-ED)
                 ' LIMIT ' FUNCTION TRIM(LIMIT-ED)
                 DELIMITED BY SIZE INTO BREACH-TEXT
             PERFORM ADD-BREACH
           END-IF
           .

       ADD-BREACH.
           IF BREACH-COUNT < 8
             ADD 1 TO BREACH-COUNT
             MOVE BREACH-TEXT TO BREACH-LINE(BREACH-COUNT)
           END-IF
           .

       WRITE-QA-REPORT.
           MOVE SPACES TO WS-QA-PATH
           STRING FUNCTION TRIM(L-IMAGE-PATH) '.qa'
               DELIMITED BY SIZE INTO WS-QA-PATH

           OPEN OUTPUT QA-REPORT-FILE
           IF WS-QA-FS NOT = '00'
             DISPLAY 'QA-IMAGE: cannot write QA report '
                 FUNCTION TRIM(WS-QA-PATH) ' (status ' WS-QA-FS ')'
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO QA-REPORT-LINE
           STRING 'QA ' FUNCTION TRIM(L-IMAGE-PATH)
               DELIMITED BY SIZE INTO QA-REPORT-LINE
           WRITE QA-REPORT-LINE

           MOVE MAIN-WIDTH TO DIM-W-ED
           MOVE MAIN-HEIGHT TO DIM-H-ED
           MOVE SPACES TO QA-REPORT-LINE
           STRING 'IMAGE ' FUNCTION TRIM(DIM-W-ED) ' x '
               FUNCTION TRIM(DIM-H-ED) ' ' MAIN-FORMAT
               DELIMITED BY SIZE INTO QA-REPORT-LINE
           WRITE QA-REPORT-LINE

           MOVE SPACES TO QA-REPORT-LINE
           IF LIMITS-STATE = 'N'
             MOVE 'LIMITS NONE' TO QA-REPORT-LINE
           ELSE
             STRING 'LIMITS ' FUNCTION TRIM(LIMITS-USED)
                 DELIMITED BY SIZE INTO QA-REPORT-LINE
           END-IF
           WRITE QA-REPORT-LINE

           MOVE MEAN-R TO PCT-ED
           MOVE SPACES TO QA-REPORT-LINE
           STRING 'MEAN-R ' FUNCTION TRIM(PCT-ED)
               DELIMITED BY SIZE INTO QA-REPORT-LINE
           WRITE QA-REPORT-LINE
           MOVE MEAN-G TO PCT-ED
           MOVE SPACES TO QA-REPORT-LINE
           STRING 'MEAN-G ' FUNCTION TRIM(PCT-ED)
               DELIMITED BY SIZE INTO QA-REPORT-LINE
           WRITE QA-REPORT-LINE
           MOVE MEAN-B TO PCT-ED
           MOVE SPACES TO QA-REPORT-LINE
           STRING 'MEAN-B ' FUNCTION TRIM(PCT-ED)
               DELIMITED BY SIZE INTO QA-REPORT-LINE
           WRITE QA-REPORT-LINE
           MOVE MEAN-LUMA TO PCT-ED
           MOVE SPACES TO QA-REPORT-LINE
           STRING 'MEAN-LUMA ' FUNCTION TRIM(PCT-ED)
               DELIMITED BY SIZE INTO QA-REPORT-LINE
           WRITE QA-REPORT-LINE

           MOVE CLIPPED-PCT TO PCT-ED
           MOVE LIM-CLIP-LEVEL TO LOW-ED
           MOVE SPACES TO QA-REPORT-LINE
           STRING 'CLIPPED-PCT ' FUNCTION TRIM(PCT-ED)
               ' AT LUMA ' LOW-ED ' AND OVER'
               DELIMITED BY SIZE INTO QA-REPORT-LINE
           WRITE QA-REPORT-LINE
           MOVE CRUSHED-PCT TO PCT-ED
           MOVE LIM-CRUSH-LEVEL TO LOW-ED
           MOVE SPACES TO QA-REPORT-LINE
           STRING 'CRUSHED-PCT ' FUNCTION TRIM(PCT-ED)
               ' AT LUMA ' LOW-ED ' AND UNDER'
               DELIMITED BY SIZE INTO QA-REPORT-LINE
           WRITE QA-REPORT-LINE

           PERFORM VARYING HIST-IDX FROM 1 BY 1 UNTIL HIST-IDX > 16
             COMPUTE HIST-LOW = (HIST-IDX - 1) * 16
             COMPUTE HIST-HIGH = HIST-LOW + 15
             MOVE HIST-LOW TO LOW-ED
             MOVE HIST-HIGH TO HIGH-ED
             MOVE HIST-COUNT(HIST-IDX) TO COUNT-ED
             COMPUTE COVER-PCT ROUNDED =
                 HIST-COUNT(HIST-IDX) * 100 / PIXEL-TOTAL
             MOVE COVER-PCT TO PCT-ED
             MOVE SPACES TO QA-REPORT-LINE
             STRING 'HIST ' LOW-ED '-' HIGH-ED ' '
                 FUNCTION TRIM(COUNT-ED) ' ' FUNCTION TRIM(PCT-ED)
                 DELIMITED BY SIZE INTO QA-REPORT-LINE
             WRITE QA-REPORT-LINE
           END-PERFORM

           IF USE-OBJID = 'Y'
             MOVE SPACES TO QA-REPORT-LINE
             COMPUTE COVER-PCT ROUNDED =
                 NO-HIT-COUNT * 100 / PIXEL-TOTAL
             MOVE COVER-PCT TO PCT-ED
             STRING 'COVERAGE NO-HIT ' FUNCTION TRIM(PCT-ED)
                 DELIMITED BY SIZE INTO QA-REPORT-LINE
             WRITE QA-REPORT-LINE
             PERFORM VARYING COVER-IDX FROM 1 BY 1
             UNTIL COVER-IDX > L-OBJ-COUNT
               COMPUTE COVER-PCT ROUNDED =
                   COVER-COUNT(COVER-IDX) * 100 / PIXEL-TOTAL
               MOVE COVER-PCT TO PCT-ED
               MOVE SPACES TO QA-REPORT-LINE
               STRING 'COVERAGE ' FUNCTION TRIM(L-OBJ-NAME(COVER-IDX))
                   ' ' FUNCTION TRIM(PCT-ED)
                   DELIMITED BY SIZE INTO QA-REPORT-LINE
               WRITE QA-REPORT-LINE
             END-PERFORM
           ELSE
             MOVE 'COVERAGE NOT AVAILABLE (NO OBJECT-ID PASS)'
                 TO QA-REPORT-LINE
             WRITE QA-REPORT-LINE
           END-IF

           PERFORM VARYING COVER-IDX FROM 1 BY 1
           UNTIL COVER-IDX > BREACH-COUNT
             MOVE BREACH-LINE(COVER-IDX) TO QA-REPORT-LINE
             WRITE QA-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO QA-REPORT-LINE
           IF BREACH-COUNT > 0 OR LIMITS-STATE = 'E'
             MOVE 'RESULT FAIL' TO QA-REPORT-LINE
           ELSE
             MOVE 'RESULT PASS' TO QA-REPORT-LINE
           END-IF
           WRITE QA-REPORT-LINE

           CLOSE QA-REPORT-FILE
           .

       READ-CUR-BYTE.
           MOVE 'N' TO CUR-EOF
           IF CUR-FILE = 'A'
             READ QA-IMG-FILE
               AT END
                 MOVE 'Y' TO CUR-EOF
               NOT AT END
                 MOVE QA-IMG-BYTE TO CUR-BYTE
             END-READ
           ELSE
             READ QA-ID-FILE
               AT END
                 MOVE 'Y' TO CUR-EOF
               NOT AT END
                 MOVE QA-ID-BYTE TO CUR-BYTE
             END-READ
           END-IF
           .

      *SNIFF AND CONSUME ONE IMAGE HEADER FROM THE CURRENT FILE:
      *'BM' MEANS THE FIXED 54-BYTE HEADER WRITE-BMP-HEADER LAYS
      *DOWN, 'P6' THE THREE-LINE TEXT HEADER FROM WRITE-PPM-HEADER.
      *LEAVES THE FILE POSITIONED AT ITS FIRST PIXEL BYTE.
       GET-IMAGE-HEADER.
           MOVE 'N' TO HEADER-OK
           MOVE SPACES TO IMG-FORMAT
           MOVE 0 TO IMG-WIDTH
           MOVE 0 TO IMG-HEIGHT

           PERFORM READ-CUR-BYTE
           IF CUR-EOF = 'Y'
             EXIT PARAGRAPH
           END-IF

           EVALUATE CUR-BYTE
             WHEN 'B'
               PERFORM GET-BMP-HEADER
             WHEN 'P'
               PERFORM GET-PPM-HEADER
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

       GET-BMP-HEADER.
           MOVE SPACES TO HDR-BUF
           MOVE 'B' TO HDR-BUF(1:1)
           PERFORM VARYING HDR-I FROM 2 BY 1 UNTIL HDR-I > 54
             PERFORM READ-CUR-BYTE
             IF CUR-EOF = 'Y'
               EXIT PARAGRAPH
             END-IF
             MOVE CUR-BYTE TO HDR-BUF(HDR-I:1)
           END-PERFORM

           IF HDR-BUF(2:1) NOT = 'M'
             EXIT PARAGRAPH
           END-IF

           COMPUTE IMG-WIDTH =
               (FUNCTION ORD(HDR-BUF(19:1)) - 1) +
               ((FUNCTION ORD(HDR-BUF(20:1)) - 1) * 256) +
               ((FUNCTION ORD(HDR-BUF(21:1)) - 1) * 65536) +
               ((FUNCTION ORD(HDR-BUF(22:1)) - 1) * 16777216)
           COMPUTE IMG-HEIGHT =
               (FUNCTION ORD(HDR-BUF(23:1)) - 1) +
               ((FUNCTION ORD(HDR-BUF(24:1)) - 1) * 256) +
               ((FUNCTION ORD(HDR-BUF(25:1)) - 1) * 65536) +
               ((FUNCTION ORD(HDR-BUF(26:1)) - 1) * 16777216)

           IF IMG-WIDTH < 1 OR IMG-WIDTH > 512 OR
              IMG-HEIGHT < 1 OR IMG-HEIGHT > 512
             EXIT PARAGRAPH
           END-IF

           MOVE 'BMP' TO IMG-FORMAT
           MOVE 'Y' TO HEADER-OK
           .

       GET-PPM-HEADER.
           PERFORM READ-CUR-BYTE
           IF CUR-EOF = 'Y' OR CUR-BYTE NOT = '6'
             EXIT PARAGRAPH
           END-IF

      *CONSUME UP TO THE THIRD NEWLINE, KEEPING THE DIMENSIONS LINE.
           MOVE 0 TO NL-COUNT
           MOVE SPACES TO PPM-DIMS
           MOVE 0 TO DIM-I
           PERFORM UNTIL NL-COUNT >= 3
             PERFORM READ-CUR-BYTE
             IF CUR-EOF = 'Y'
               EXIT PARAGRAPH
             END-IF
             IF CUR-BYTE = X'0A'
               ADD 1 TO NL-COUNT
             ELSE
               IF NL-COUNT = 1 AND DIM-I < 20
                 ADD 1 TO DIM-I
                 MOVE CUR-BYTE TO PPM-DIMS(DIM-I:1)
               END-IF
             END-IF
           END-PERFORM

           MOVE SPACES TO W-TXT
           MOVE SPACES TO H-TXT
           UNSTRING PPM-DIMS DELIMITED BY ALL SPACE
               INTO W-TXT, H-TXT
           IF W-TXT = SPACES OR H-TXT = SPACES
             EXIT PARAGRAPH
           END-IF
           COMPUTE IMG-WIDTH = FUNCTION NUMVAL(W-TXT)
           COMPUTE IMG-HEIGHT = FUNCTION NUMVAL(H-TXT)

           IF IMG-WIDTH < 1 OR IMG-WIDTH > 512 OR
              IMG-HEIGHT < 1 OR IMG-HEIGHT > 512
             EXIT PARAGRAPH
           END-IF

           MOVE 'PPM' TO IMG-FORMAT
           MOVE 'Y' TO HEADER-OK
           .
       END PROGRAM QA-IMAGE.


      *READS OR STORES ONE ENTRY OF THE INDEXED RENDER OUTPUT
      *CATALOG, KEYED BY OUTPUT PATH. RENDER-IMAGE, BAND-MERGE AND
      *(THROUGH RENDER-IMAGE) SEQUENCE-DRIVER CALL IT FOR EVERY FILE
      *THEY FINISH; CATALOG-MAINT READS THE CATALOG BACK. A 'WRITE'
      *OF A PATH ALREADY CATALOGED REPLACES THE ENTRY, SINCE THE FILE
      *ON DISK HAS BEEN REPLACED, BUT KEEPS ITS KEEP FLAG SO A
      *RE-RENDER DOES NOT EXPOSE A PROTECTED IMAGE TO THE PURGE.
      *L-CAT-CODE IS 0 ON SUCCESS, 1 IF A 'READ' FINDS NO ENTRY AND
      *2 IF THE CATALOG CANNOT BE OPENED OR WRITTEN.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATALOG-IO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTPUT-CATALOG ASSIGN DYNAMIC WS-CATALOG-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CAT-OUT-PATH
               FILE STATUS IS WS-CAT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD OUTPUT-CATALOG.
       01 CATALOG-RECORD.
         05 CAT-OUT-PATH PIC X(80).
         05 CAT-KIND PIC X(8).
         05 CAT-JOB-NAME PIC X(32).
         05 CAT-SOURCE PIC X(100).
         05 CAT-SCENE-ID PIC X(16).
         05 CAT-SCENE-DB PIC X(80).
         05 CAT-SCENE-SEQ PIC 9(4) COMP.
         05 CAT-SCENE-PATH PIC X(80).
         05 CAT-LIGHTS-PATH PIC X(80).
         05 CAT-WIDTH PIC 9(9) COMP.
         05 CAT-HEIGHT PIC 9(9) COMP.
         05 CAT-FORMAT PIC X(4).
         05 CAT-SAMPLES PIC 9(4) COMP.
         05 CAT-BOUNCES PIC 9(4) COMP.
         05 CAT-AUX PIC X(4).
         05 CAT-CAMERA PIC X(8).
         05 CAT-PROFILE PIC X(16).
         05 CAT-FILE-BYTES PIC 9(9) COMP.
         05 CAT-VERIFY PIC X(4).
         05 CAT-RESULT PIC 9(4) COMP.
         05 CAT-TS PIC X(21).
         05 CAT-KEEP PIC X.
         05 CAT-CONFIG PIC X(4096).

       WORKING-STORAGE SECTION.
       01 WS-CATALOG-PATH PIC X(80).
       01 WS-CAT-FS PIC XX.
       01 HAD-ENTRY PIC X.
       01 OLD-KEEP PIC X.

       LINKAGE SECTION.
       01 L-CATALOG-PATH PIC X(80).
       01 L-CAT-OP PIC X(8).
       01 L-CATALOG-ENTRY PIC X(4650).
       01 L-CAT-CODE PIC 9(4) COMP.

       PROCEDURE DIVISION USING L-CATALOG-PATH, L-CAT-OP,
           L-CATALOG-ENTRY, L-CAT-CODE.
       MAIN-PROCEDURE.
           MOVE 0 TO L-CAT-CODE

           IF L-CATALOG-PATH = SPACES
             MOVE './RENDER-CATALOG.DAT' TO WS-CATALOG-PATH
           ELSE
             MOVE L-CATALOG-PATH TO WS-CATALOG-PATH
           END-IF

           IF L-CAT-OP = 'READ'
             PERFORM READ-CATALOG-ENTRY
           ELSE
             PERFORM WRITE-CATALOG-ENTRY
           END-IF
           GOBACK
           .

       READ-CATALOG-ENTRY.
           OPEN INPUT OUTPUT-CATALOG
           IF WS-CAT-FS NOT = '00'
             MOVE 2 TO L-CAT-CODE
             EXIT PARAGRAPH
           END-IF

           MOVE L-CATALOG-ENTRY TO CATALOG-RECORD
           READ OUTPUT-CATALOG
             INVALID KEY
               MOVE 1 TO L-CAT-CODE
             NOT INVALID KEY
               MOVE CATALOG-RECORD TO L-CATALOG-ENTRY
           END-READ

           CLOSE OUTPUT-CATALOG
           .

       WRITE-CATALOG-ENTRY.
      *OPEN FOR UPDATE, CREATING THE CATALOG ON FIRST USE.
           OPEN I-O OUTPUT-CATALOG
           IF WS-CAT-FS = '35'
             OPEN OUTPUT OUTPUT-CATALOG
             IF WS-CAT-FS = '00'
               CLOSE OUTPUT-CATALOG
               OPEN I-O OUTPUT-CATALOG
             END-IF
           END-IF
           IF WS-CAT-FS NOT = '00'
             DISPLAY 'CATALOG-IO: cannot open catalog '
                 FUNCTION TRIM(WS-CATALOG-PATH)
                 ' (status ' WS-CAT-FS ')'
             MOVE 2 TO L-CAT-CODE
             EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO HAD-ENTRY
           MOVE 'N' TO OLD-KEEP
           MOVE L-CATALOG-ENTRY TO CATALOG-RECORD
           READ OUTPUT-CATALOG
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 'Y' TO HAD-ENTRY
               MOVE CAT-KEEP TO OLD-KEEP
           END-READ

           MOVE L-CATALOG-ENTRY TO CATALOG-RECORD
           IF OLD-KEEP = 'Y'
             MOVE 'Y' TO CAT-KEEP
           END-IF
           IF CAT-KEEP NOT = 'Y'
             MOVE 'N' TO CAT-KEEP
           END-IF

           IF HAD-ENTRY = 'Y'
             REWRITE CATALOG-RECORD
               INVALID KEY
                 MOVE 2 TO L-CAT-CODE
             END-REWRITE
           ELSE
             WRITE CATALOG-RECORD
               INVALID KEY
                 MOVE 2 TO L-CAT-CODE
             END-WRITE
           END-IF
           IF L-CAT-CODE NOT = 0
             DISPLAY 'CATALOG-IO: cannot catalog '
                 FUNCTION TRIM(CAT-OUT-PATH)
                 ' (status ' WS-CAT-FS ')'
           END-IF

           CLOSE OUTPUT-CATALOG
           .
       END PROGRAM CATALOG-IO.


      *MAINTENANCE FOR THE RENDER OUTPUT CATALOG, CATALOG= NAMING IT
      *(DEFAULT ./RENDER-CATALOG.DAT). CATOP=
      *  WHAT     WHAT PRODUCED THE FILE CATFILE= NAMES: JOB, SOURCE,
      *           SCENE AND VERSION OR SCENE/LIGHTS FILES, SETTINGS.
      *  LIST     ONE LINE PER OUTPUT, LIMITED TO SCENEID=, SCENE=
      *           AND/OR NAME= WHEN GIVEN.
      *  KEEP     FLAG CATFILE= SO THE PURGE NEVER TAKES IT;
      *  RELEASE  CLEARS THE FLAG AGAIN.
      *  PURGE    DELETE EVERY UNKEPT OUTPUT MORE THAN CATAGE= DAYS
      *           OLD, WITH ITS AUX PASSES, EYE FILES, .stats, .qa,
      *           .diff AND LEFTOVER .ckpt, AND DROP ITS ENTRY. WHAT
      *           WAS FREED GOES TO <CATALOG>.rpt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATALOG-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTPUT-CATALOG ASSIGN DYNAMIC WS-CATALOG-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CAT-OUT-PATH
               FILE STATUS IS WS-CAT-FS.
           SELECT RPT-FILE ASSIGN DYNAMIC WS-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD OUTPUT-CATALOG.
       01 CATALOG-RECORD.
         05 CAT-OUT-PATH PIC X(80).
         05 CAT-KIND PIC X(8).
         05 CAT-JOB-NAME PIC X(32).
         05 CAT-SOURCE PIC X(100).
         05 CAT-SCENE-ID PIC X(16).
         05 CAT-SCENE-DB PIC X(80).
         05 CAT-SCENE-SEQ PIC 9(4) COMP.
         05 CAT-SCENE-PATH PIC X(80).
         05 CAT-LIGHTS-PATH PIC X(80).
         05 CAT-WIDTH PIC 9(9) COMP.
         05 CAT-HEIGHT PIC 9(9) COMP.
         05 CAT-FORMAT PIC X(4).
         05 CAT-SAMPLES PIC 9(4) COMP.
         05 CAT-BOUNCES PIC 9(4) COMP.
         05 CAT-AUX PIC X(4).
         05 CAT-CAMERA PIC X(8).
         05 CAT-PROFILE PIC X(16).
         05 CAT-FILE-BYTES PIC 9(9) COMP.
         05 CAT-VERIFY PIC X(4).
         05 CAT-RESULT PIC 9(4) COMP.
         05 CAT-TS PIC X(21).
         05 CAT-KEEP PIC X.
         05 CAT-CONFIG PIC X(4096).

       FD RPT-FILE.
       01 RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CATALOG-PATH PIC X(80).
       01 WS-CAT-FS PIC XX.
       01 WS-RPT-PATH PIC X(80).
       01 WS-RPT-FS PIC XX.
       01 WS-EOF PIC X.

       01 LIST-COUNT PIC 9(9) COMP.
       01 SEQ-ED PIC ZZZ9.
       01 DIM-W-ED PIC ZZZZ9.
       01 DIM-H-ED PIC ZZZZ9.
       01 COUNT-ED PIC Z(11)9.
       01 RESULT-ED PIC ZZZ9.
       01 SCENE-TEXT PIC X(100).

      *PURGE. AGES ARE WHOLE DAYS BETWEEN THE ENTRY'S DATE AND
      *TODAY.
       01 TODAY-STAMP PIC X(21).
       01 TODAY-DAY PIC 9(9) COMP.
       01 ENTRY-DAY PIC 9(9) COMP.
       01 ENTRY-AGE PIC S9(9) COMP.
       01 PURGE-EXT PIC X(4).
       01 PURGE-PATH PIC X(80).
       01 PURGE-BYTES PIC 9(9) COMP.
       01 PURGE-SUFFIX-IDX PIC 9(4) COMP.
       01 ENTRY-FILES PIC 9(4) COMP.
       01 ENTRY-FREED PIC 9(12) COMP.
       01 TOTAL-ENTRIES PIC 9(9) COMP.
       01 TOTAL-FILES PIC 9(9) COMP.
       01 TOTAL-FREED PIC 9(12) COMP.
       01 TOTAL-KEPT PIC 9(9) COMP.

      *EVERYTHING A RENDER LEAVES NEXT TO ITS OUTPUT. 'E' MEANS THE
      *SUFFIX IS FOLLOWED BY THE IMAGE'S OWN EXTENSION.
       01 SIBLING-LIST.
         05 FILLER PIC X(9) VALUE '.depth  E'.
         05 FILLER PIC X(9) VALUE '.objid  E'.
         05 FILLER PIC X(9) VALUE '.left   E'.
         05 FILLER PIC X(9) VALUE '.right  E'.
         05 FILLER PIC X(9) VALUE '.stats   '.
         05 FILLER PIC X(9) VALUE '.qa      '.
         05 FILLER PIC X(9) VALUE '.diff    '.
         05 FILLER PIC X(9) VALUE '.ckpt    '.
       01 SIBLING-TAB REDEFINES SIBLING-LIST.
         05 SIB-ENTRY OCCURS 8 TIMES.
           10 SIB-SUFFIX PIC X(8).
           10 SIB-EXT PIC X.
       01 SIB-COUNT PIC 9(4) COMP VALUE 8.

       LINKAGE SECTION.
       01 JOB-CONFIG.
         05 CFG-SHEET-PATH PIC X(80).
         05 CFG-SHEET-OUT PIC X(80).
         05 CFG-SCENE-VER PIC 9(4) COMP.
         05 CFG-JOB-TYPE PIC X(8).
         05 CFG-AFTER PIC X(200).
         05 CFG-WINDOW-END PIC X(4).
         05 CFG-HISTORY-PATH PIC X(80).
         05 CFG-PROFILE PIC X(16).
         05 CFG-PROFILE-DB PIC X(80).
         05 CFG-PROFILE-OP PIC X(8).
         05 CFG-PROFILE-IN PIC X(80).
         05 CFG-PROFILE-STATE PIC X.
         05 CFG-CAMERA-MODE PIC X(8).
         05 CFG-EYE-SEP COMP-1.
         05 CFG-STEREO-OUT PIC X(8).
         05 CFG-QA-LIMITS PIC X(80).
         05 CFG-CATALOG-PATH PIC X(80).
         05 CFG-JOB-SOURCE PIC X(100).
         05 CFG-CAT-OP PIC X(8).
         05 CFG-CAT-FILE PIC X(80).
         05 CFG-CAT-AGE PIC 9(4) COMP.
         05 CFG-STALE-OP PIC X(8).
         05 CFG-COST-CENTRE PIC X(16).
         05 CFG-REQUESTER PIC X(32).
         05 CFG-RATE-PATH PIC X(80).
         05 CFG-CHARGE-OUT PIC X(80).
         05 CFG-DATE-FROM PIC X(8).
         05 CFG-DATE-TO PIC X(8).
       01 L-RESULT-CODE PIC 9(4) COMP.

       PROCEDURE DIVISION USING JOB-CONFIG, L-RESULT-CODE.
       MAIN-PROCEDURE.
           MOVE 0 TO L-RESULT-CODE

           IF CFG-CATALOG-PATH = SPACES
             MOVE './RENDER-CATALOG.DAT' TO WS-CATALOG-PATH
           ELSE
             MOVE CFG-CATALOG-PATH TO WS-CATALOG-PATH
           END-IF

           EVALUATE CFG-CAT-OP
             WHEN 'WHAT'
               PERFORM SHOW-LINEAGE
             WHEN 'LIST'
               PERFORM LIST-CATALOG
             WHEN 'KEEP'
               PERFORM SET-KEEP-FLAG
             WHEN 'RELEASE'
               PERFORM SET-KEEP-FLAG
             WHEN 'PURGE'
               PERFORM PURGE-CATALOG
             WHEN OTHER
               DISPLAY 'CATALOG-MAINT: CATOP must be WHAT, LIST, '
                   'KEEP, RELEASE or PURGE'
               MOVE 17 TO L-RESULT-CODE
           END-EVALUATE
           GOBACK
           .

      *ANSWERS "WHAT PRODUCED THIS FILE".
       SHOW-LINEAGE.
           IF CFG-CAT-FILE = SPACES
             DISPLAY 'CATALOG-MAINT: WHAT needs CATFILE='
             MOVE 17 TO L-RESULT-CODE
             EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-CATALOG-INPUT
           IF L-RESULT-CODE NOT = 0
             EXIT PARAGRAPH
           END-IF

           MOVE CFG-CAT-FILE TO CAT-OUT-PATH
           READ OUTPUT-CATALOG
             INVALID KEY
               DISPLAY 'CATALOG-MAINT: '
                   FUNCTION TRIM(CFG-CAT-FILE) ' is not cataloged'
               MOVE 17 TO L-RESULT-CODE
             NOT INVALID KEY
               PERFORM SHOW-ENTRY-DETAIL
           END-READ

           CLOSE OUTPUT-CATALOG
           .

       SHOW-ENTRY-DETAIL.
           PERFORM BUILD-SCENE-TEXT
           MOVE CAT-WIDTH TO DIM-W-ED
           MOVE CAT-HEIGHT TO DIM-H-ED
           DISPLAY 'FILE     ' FUNCTION TRIM(CAT-OUT-PATH)
           DISPLAY 'MADE BY  ' FUNCTION TRIM(CAT-KIND) ' job '
               FUNCTION TRIM(CAT-JOB-NAME) ' at '
               CAT-TS(1:4) '-' CAT-TS(5:2) '-' CAT-TS(7:2) ' '
               CAT-TS(9:2) ':' CAT-TS(11:2) ':' CAT-TS(13:2)
           DISPLAY 'SOURCE   ' FUNCTION TRIM(CAT-SOURCE)
           DISPLAY 'SCENE    ' FUNCTION TRIM(SCENE-TEXT)
           IF CAT-SCENE-ID NOT = SPACES
             DISPLAY 'MASTER   ' FUNCTION TRIM(CAT-SCENE-DB)
           END-IF
           IF CAT-LIGHTS-PATH NOT = SPACES
             DISPLAY 'LIGHTS   ' FUNCTION TRIM(CAT-LIGHTS-PATH)
           END-IF
           MOVE CAT-SAMPLES TO SEQ-ED
           MOVE CAT-BOUNCES TO RESULT-ED
           DISPLAY 'SETTINGS ' FUNCTION TRIM(DIM-W-ED) ' x '
               FUNCTION TRIM(DIM-H-ED) ' ' FUNCTION TRIM(CAT-FORMAT)
               ' SAMPLES ' FUNCTION TRIM(SEQ-ED)
               ' BOUNCES ' FUNCTION TRIM(RESULT-ED)
               ' AUX ' FUNCTION TRIM(CAT-AUX)
               ' CAMERA ' FUNCTION TRIM(CAT-CAMERA)
           IF CAT-PROFILE NOT = SPACES
             DISPLAY 'PROFILE  ' FUNCTION TRIM(CAT-PROFILE)
           END-IF
           MOVE CAT-FILE-BYTES TO COUNT-ED
           MOVE CAT-RESULT TO RESULT-ED
           DISPLAY 'RESULT   ' FUNCTION TRIM(COUNT-ED) ' bytes, '
               'verify ' FUNCTION TRIM(CAT-VERIFY)
               ', result code ' FUNCTION TRIM(RESULT-ED)
           IF CAT-KEEP = 'Y'
             DISPLAY 'KEPT     yes, exempt from the purge'
           END-IF
           .

       BUILD-SCENE-TEXT.
           MOVE SPACES TO SCENE-TEXT
           IF CAT-SCENE-ID NOT = SPACES
             MOVE CAT-SCENE-SEQ TO SEQ-ED
             STRING FUNCTION TRIM(CAT-SCENE-ID) ' v'
                 FUNCTION TRIM(SEQ-ED)
                 DELIMITED BY SIZE INTO SCENE-TEXT
           ELSE
             IF CAT-SCENE-PATH = SPACES
               MOVE '(none recorded)' TO SCENE-TEXT
             ELSE
               MOVE CAT-SCENE-PATH TO SCENE-TEXT
             END-IF
           END-IF
           .

      *ONE LINE PER OUTPUT IN PATH ORDER. SCENEID=, SCENE= AND
      *NAME= EACH NARROW THE LIST; WITH NONE OF THEM IT IS THE LOT.
       LIST-CATALOG.
           PERFORM OPEN-CATALOG-INPUT
           IF L-RESULT-CODE NOT = 0
             EXIT PARAGRAPH
           END-IF

           MOVE 0 TO LIST-COUNT
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
             READ OUTPUT-CATALOG NEXT RECORD
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 IF (CFG-SCENE-ID = SPACES OR
                     CAT-SCENE-ID = CFG-SCENE-ID) AND
                    (CFG-SCENE-PATH = SPACES OR
                     CAT-SCENE-PATH = CFG-SCENE-PATH) AND
                    (CFG-JOB-NAME = SPACES OR
                     CAT-JOB-NAME = CFG-JOB-NAME)
                   PERFORM SHOW-ENTRY-LINE
                 END-IF
             END-READ
           END-PERFORM

           CLOSE OUTPUT-CATALOG

           MOVE LIST-COUNT TO COUNT-ED
           DISPLAY 'CATALOG-MAINT: ' FUNCTION TRIM(COUNT-ED)
               ' output(s) listed'
           .

       SHOW-ENTRY-LINE.
           ADD 1 TO LIST-COUNT
           PERFORM BUILD-SCENE-TEXT
           MOVE CAT-WIDTH TO DIM-W-ED
           MOVE CAT-HEIGHT TO DIM-H-ED
           MOVE CAT-RESULT TO RESULT-ED
           IF CAT-KEEP = 'Y'
             DISPLAY FUNCTION TRIM(CAT-OUT-PATH) ' '
                 FUNCTION TRIM(CAT-KIND) ' '
                 FUNCTION TRIM(CAT-JOB-NAME) ' '
                 FUNCTION TRIM(SCENE-TEXT) ' '
                 FUNCTION TRIM(DIM-W-ED) 'x' FUNCTION TRIM(DIM-H-ED)
                 ' ' CAT-TS(1:8) ' rc ' FUNCTION TRIM(RESULT-ED)
                 ' KEPT'
           ELSE
             DISPLAY FUNCTION TRIM(CAT-OUT-PATH) ' '
                 FUNCTION TRIM(CAT-KIND) ' '
                 FUNCTION TRIM(CAT-JOB-NAME) ' '
                 FUNCTION TRIM(SCENE-TEXT) ' '
                 FUNCTION TRIM(DIM-W-ED) 'x' FUNCTION TRIM(DIM-H-ED)
                 ' ' CAT-TS(1:8) ' rc ' FUNCTION TRIM(RESULT-ED)
           END-IF
           .

       SET-KEEP-FLAG.
           IF CFG-CAT-FILE = SPACES
             DISPLAY 'CATALOG-MAINT: ' FUNCTION TRIM(CFG-CAT-OP)
                 ' needs CATFILE='
             MOVE 17 TO L-RESULT-CODE
             EXIT PARAGRAPH
           END-IF

           OPEN I-O OUTPUT-CATALOG
           IF WS-CAT-FS NOT = '00'
             DISPLAY 'CATALOG-MAINT: cannot open catalog '
                 FUNCTION TRIM(WS-CATALOG-PATH)
                 ' (status ' WS-CAT-FS ')'
             MOVE 17 TO L-RESULT-CODE
             EXIT PARAGRAPH
           END-IF

           MOVE CFG-CAT-FILE TO CAT-OUT-PATH
           READ OUTPUT-CATALOG
             INVALID KEY
               DISPLAY 'CATALOG-MAINT: '
                   FUNCTION TRIM(CFG-CAT-FILE) ' is not cataloged'
               MOVE 17 TO L-RESULT-CODE
             NOT INVALID KEY
               IF CFG-CAT-OP = 'KEEP'
                 MOVE 'Y' TO CAT-KEEP
               ELSE
                 MOVE 'N' TO CAT-KEEP
               END-IF
               REWRITE CATALOG-RECORD
                 INVALID KEY
                   DISPLAY 'CATALOG-MAINT: cannot rewrite entry for '
                       FUNCTION TRIM(CFG-CAT-FILE)
                   MOVE 17 TO L-RESULT-CODE
               END-REWRITE
               IF L-RESULT-CODE = 0 AND CAT-KEEP = 'Y'
                 DISPLAY 'CATALOG-MAINT: '
                     FUNCTION TRIM(CFG-CAT-FILE)
                     ' kept, the purge will leave it alone'
               END-IF
               IF L-RESULT-CODE = 0 AND CAT-KEEP NOT = 'Y'
                 DISPLAY 'CATALOG-MAINT: '
                     FUNCTION TRIM(CFG-CAT-FILE)
                     ' released for the purge'
               END-IF
           END-READ

           CLOSE OUTPUT-CATALOG
           .

      *RETENTION PURGE. AN ENTRY IS DUE ONCE IT IS MORE THAN CATAGE=
      *WHOLE DAYS OLD; A KEPT ENTRY IS COUNTED BUT NEVER TOUCHED.
      *EACH FILE IS SIZED BEFORE IT GOES, SO THE REPORT CAN SAY WHAT
      *WAS FREED. A FILE ALREADY GONE FROM DISK SIMPLY ADDS NOTHING.
       PURGE-CATALOG.
           IF CFG-CAT-AGE < 1
             DISPLAY 'CATALOG-MAINT: PURGE needs CATAGE= days, '
                 '1 or more'
             MOVE 17 TO L-RESULT-CODE
             EXIT PARAGRAPH
           END-IF

           OPEN I-O OUTPUT-CATALOG
           IF WS-CAT-FS NOT = '00'
             DISPLAY 'CATALOG-MAINT: cannot open catalog '
                 FUNCTION TRIM(WS-CATALOG-PATH)
                 ' (status ' WS-CAT-FS ')'
             MOVE 17 TO L-RESULT-CODE
             EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-RPT-PATH
           STRING FUNCTION TRIM(WS-CATALOG-PATH) '.rpt'
               DELIMITED BY SIZE INTO WS-RPT-PATH
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-FS NOT = '00'
             DISPLAY 'CATALOG-MAINT: cannot write purge report '
                 FUNCTION TRIM(WS-RPT-PATH)
                 ' (status ' WS-RPT-FS ')'
             CLOSE OUTPUT-CATALOG
             MOVE 17 TO L-RESULT-CODE
             EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO TODAY-STAMP
           COMPUTE TODAY-DAY = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(TODAY-STAMP(1:8)))
           MOVE 0 TO TOTAL-ENTRIES
           MOVE 0 TO TOTAL-FILES
           MOVE 0 TO TOTAL-FREED
           MOVE 0 TO TOTAL-KEPT

           MOVE CFG-CAT-AGE TO SEQ-ED
           MOVE SPACES TO RPT-LINE
           STRING 'RETENTION PURGE ' TODAY-STAMP(1:8) ' '
               TODAY-STAMP(9:6) ' CATALOG '
               FUNCTION TRIM(WS-CATALOG-PATH) ' OLDER THAN '
               FUNCTION TRIM(SEQ-ED) ' DAYS'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
             READ OUTPUT-CATALOG NEXT RECORD
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 PERFORM PURGE-IF-DUE
             END-READ
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE TOTAL-ENTRIES TO COUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'ENTRIES PURGED ' FUNCTION TRIM(COUNT-ED)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE TOTAL-FILES TO COUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'FILES DELETED ' FUNCTION TRIM(COUNT-ED)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE TOTAL-FREED TO COUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'BYTES FREED ' FUNCTION TRIM(COUNT-ED)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE TOTAL-KEPT TO COUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'DUE BUT KEPT ' FUNCTION TRIM(COUNT-ED)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           CLOSE RPT-FILE
           CLOSE OUTPUT-CATALOG

           MOVE TOTAL-FREED TO COUNT-ED
           MOVE TOTAL-FILES TO DIM-W-ED
           DISPLAY 'CATALOG-MAINT: ' FUNCTION TRIM(DIM-W-ED)
               ' file(s) deleted, ' FUNCTION TRIM(COUNT-ED)
               ' bytes freed, report in ' FUNCTION TRIM(WS-RPT-PATH)
           .

       PURGE-IF-DUE.
           IF CAT-TS(1:8) IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
           COMPUTE ENTRY-DAY = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(CAT-TS(1:8)))
           COMPUTE ENTRY-AGE = TODAY-DAY - ENTRY-DAY
           IF ENTRY-AGE NOT > CFG-CAT-AGE
             EXIT PARAGRAPH
           END-IF

           IF CAT-KEEP = 'Y'
             ADD 1 TO TOTAL-KEPT
             MOVE SPACES TO RPT-LINE
             STRING 'KEPT    ' FUNCTION TRIM(CAT-OUT-PATH)
                 ' (' CAT-TS(1:8) ')'
                 DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
             EXIT PARAGRAPH
           END-IF

           IF CAT-FORMAT = 'PPM'
             MOVE '.ppm' TO PURGE-EXT
           ELSE
             MOVE '.bmp' TO PURGE-EXT
           END-IF
           MOVE 0 TO ENTRY-FILES
           MOVE 0 TO ENTRY-FREED

           MOVE SPACES TO RPT-LINE
           STRING 'PURGED  ' FUNCTION TRIM(CAT-OUT-PATH)
               ' (' CAT-TS(1:8) ' ' FUNCTION TRIM(CAT-KIND) ' job '
               FUNCTION TRIM(CAT-JOB-NAME) ')'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE CAT-OUT-PATH TO PURGE-PATH
           PERFORM DELETE-PURGE-FILE
           PERFORM VARYING PURGE-SUFFIX-IDX FROM 1 BY 1
           UNTIL PURGE-SUFFIX-IDX > SIB-COUNT
             MOVE SPACES TO PURGE-PATH
             IF SIB-EXT(PURGE-SUFFIX-IDX) = 'E'
               STRING FUNCTION TRIM(CAT-OUT-PATH)
                   FUNCTION TRIM(SIB-SUFFIX(PURGE-SUFFIX-IDX))
                   PURGE-EXT
                   DELIMITED BY SIZE INTO PURGE-PATH
             ELSE
               STRING FUNCTION TRIM(CAT-OUT-PATH)
                   FUNCTION TRIM(SIB-SUFFIX(PURGE-SUFFIX-IDX))
                   DELIMITED BY SIZE INTO PURGE-PATH
             END-IF
             PERFORM DELETE-PURGE-FILE
           END-PERFORM

           DELETE OUTPUT-CATALOG RECORD
             INVALID KEY
               DISPLAY 'CATALOG-MAINT: cannot drop entry for '
                   FUNCTION TRIM(CAT-OUT-PATH)
           END-DELETE

           ADD 1 TO TOTAL-ENTRIES
           ADD ENTRY-FILES TO TOTAL-FILES
           ADD ENTRY-FREED TO TOTAL-FREED
           MOVE ENTRY-FREED TO COUNT-ED
           MOVE ENTRY-FILES TO SEQ-ED
           MOVE SPACES TO RPT-LINE
           STRING '  TOTAL ' FUNCTION TRIM(SEQ-ED) ' file(s) '
               FUNCTION TRIM(COUNT-ED) ' bytes'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           .

       DELETE-PURGE-FILE.
           CALL 'COUNT-FILE-BYTES' USING PURGE-PATH, PURGE-BYTES
           CALL 'CBL_DELETE_FILE' USING PURGE-PATH
           IF RETURN-CODE = 0
             ADD 1 TO ENTRY-FILES
             ADD PURGE-BYTES TO ENTRY-FREED
             MOVE PURGE-BYTES TO COUNT-ED
             MOVE SPACES TO RPT-LINE
             STRING '  FREED ' FUNCTION TRIM(PURGE-PATH) ' '
                 FUNCTION TRIM(COUNT-ED)
                 DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
           END-IF
           MOVE 0 TO RETURN-CODE
           .

       OPEN-CATALOG-INPUT.
           OPEN INPUT OUTPUT-CATALOG
           IF WS-CAT-FS NOT = '00'
             DISPLAY 'CATALOG-MAINT: cannot open catalog '
                 FUNCTION TRIM(WS-CATALOG-PATH)
                 ' (status ' WS-CAT-FS ')'
             MOVE 17 TO L-RESULT-CODE
           END-IF
           .
       END PROGRAM CATALOG-MAINT.


      *FINDS RENDERS LEFT OUT OF DATE BY A LATER SCENE-MASTER
      *CHANGE. THE MASTER'S JOURNAL (SCENEDB=, DEFAULT
      *./SCENE-MASTER.DAT, JOURNAL <MASTER>.jrn) GIVES EACH SCENE'S
      *CURRENT VERSION AND THE CHANGE THAT MADE IT; THE OUTPUT
      *CATALOG (CATALOG=) GIVES THE VERSION EACH OUTPUT WAS RENDERED
      *FROM. EVERY OUTPUT BEHIND ITS SCENE IS LISTED, GROUPED BY
      *SCENE, IN <CATALOG>.stale; SCENEID= LIMITS THE RUN TO ONE
      *SCENE. STALEOP=
      *  LIST      REPORT ONLY.
      *  RESUBMIT  ALSO PUT EACH ONE BACK ON THE JOB QUEUE (QUEUE=,
      *            DEFAULT ./JOB-QUEUE.DAT) AT PRIORITY=. A RENDER
      *            THAT CAME FROM THAT QUEUE IS REQUEUED UNDER ITS
      *            OWN ENTRY AND QUE-CONFIG; ANY OTHER IS SUBMITTED
      *            AS A NEW RENDER JOB FROM THE CONFIG THE CATALOG
      *            KEPT. A MERGED IMAGE GOES BACK AS ONE FULL-FRAME
      *            RENDER, SO ITS BANDS ARE LISTED BUT NOT SENT. A
      *            SCENE SINCE DELETED HAS NOTHING TO RENDER FROM.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STALE-RENDERS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-JRN-FS.
           SELECT OUTPUT-CATALOG ASSIGN DYNAMIC WS-CATALOG-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CAT-OUT-PATH
               FILE STATUS IS WS-CAT-FS.
           SELECT JOB-QUEUE ASSIGN DYNAMIC WS-QUEUE-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS QUE-JOB-NAME
               FILE STATUS IS WS-QUE-FS.
           SELECT RPT-FILE ASSIGN DYNAMIC WS-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
         05 JRN-TS PIC X(21).
         05 JRN-OP PIC X(8).
         05 JRN-SCENE-ID PIC X(16).
         05 JRN-SEQ PIC 9(4) COMP.
         05 JRN-BEFORE-FLAG PIC X.
         05 JRN-BEFORE PIC X(6144).
         05 JRN-AFTER-FLAG PIC X.
         05 JRN-AFTER PIC X(6144).

       FD OUTPUT-CATALOG.
       01 CATALOG-RECORD.
         05 CAT-OUT-PATH PIC X(80).
         05 CAT-KIND PIC X(8).
         05 CAT-JOB-NAME PIC X(32).
         05 CAT-SOURCE PIC X(100).
         05 CAT-SCENE-ID PIC X(16).
         05 CAT-SCENE-DB PIC X(80).
         05 CAT-SCENE-SEQ PIC 9(4) COMP.
         05 CAT-SCENE-PATH PIC X(80).
         05 CAT-LIGHTS-PATH PIC X(80).
         05 CAT-WIDTH PIC 9(9) COMP.
         05 CAT-HEIGHT PIC 9(9) COMP.
         05 CAT-FORMAT PIC X(4).
         05 CAT-SAMPLES PIC 9(4) COMP.
         05 CAT-BOUNCES PIC 9(4) COMP.
         05 CAT-AUX PIC X(4).
         05 CAT-CAMERA PIC X(8).
         05 CAT-PROFILE PIC X(16).
         05 CAT-FILE-BYTES PIC 9(9) COMP.
         05 CAT-VERIFY PIC X(4).
         05 CAT-RESULT PIC 9(4) COMP.
         05 CAT-TS PIC X(21).
         05 CAT-KEEP PIC X.
         05 CAT-CONFIG PIC X(4096).
       FD JOB-QUEUE.
       01 QUEUE-RECORD.
         05 QUE-JOB-NAME PIC X(32).
         05 QUE-PRIORITY PIC 9(4) COMP.
         05 QUE-STATUS PIC X(8).
         05 QUE-SUBMIT-TS PIC X(21).
         05 QUE-START-TS PIC X(21).
         05 QUE-END-TS PIC X(21).
         05 QUE-RESULT PIC 9(4) COMP.
         05 QUE-JOB-TYPE PIC X(8).
         05 QUE-PREDECESSORS.
           10 QUE-PRED-COUNT PIC 9(4) COMP.
           10 QUE-PRED-NAME PIC X(32) OCCURS 8 TIMES.
         05 QUE-CONFIG PIC X(4096).

       FD RPT-FILE.
       01 RPT-LINE PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-PATH PIC X(80).
       01 WS-JOURNAL-PATH PIC X(80).
       01 WS-JRN-FS PIC XX.
       01 WS-CATALOG-PATH PIC X(80).
       01 WS-CAT-FS PIC XX.
       01 WS-QUEUE-PATH PIC X(80).
       01 WS-QUE-FS PIC XX.
       01 WS-RPT-PATH PIC X(80).
       01 WS-RPT-FS PIC XX.
       01 WS-EOF PIC X.

      *THE CALLER'S SETTINGS, HELD WHILE JOB-CONFIG IS BORROWED TO
      *BUILD EACH RESUBMITTED JOB'S CONFIG.
       01 SAVED-CONFIG PIC X(4096).
       01 STALE-OP PIC X(8).
       01 ONLY-SCENE-ID PIC X(16).
       01 NEW-PRIORITY PIC 9(4) COMP.
       01 QUEUE-OPEN PIC X.

      *ONE ROW PER SCENE THE JOURNAL KNOWS: ITS CURRENT VERSION AND
      *THE CHANGE THAT MADE IT.
       01 SCENE-TABLE.
         05 SCENE-COUNT PIC 9(4) COMP.
         05 SCENE-ROW OCCURS 500 TIMES.
           10 SCN-ID PIC X(16).
           10 SCN-SEQ PIC 9(4) COMP.
           10 SCN-OP PIC X(8).
           10 SCN-TS PIC X(21).
           10 SCN-STALE PIC 9(4) COMP.
       01 SIDX PIC 9(4) COMP.
       01 SCENE-HIT PIC 9(4) COMP.

      *EVERY OUTPUT FOUND BEHIND ITS SCENE.
       01 STALE-TABLE.
         05 STALE-COUNT PIC 9(4) COMP.
         05 STALE-ROW OCCURS 2000 TIMES.
           10 STL-PATH PIC X(80).
           10 STL-KIND PIC X(8).
           10 STL-JOB-NAME PIC X(32).
           10 STL-SEQ PIC 9(4) COMP.
           10 STL-SCENE PIC 9(4) COMP.
       01 TIDX PIC 9(4) COMP.
       01 STALE-FULL PIC X.

       01 SOURCE-QUEUE PIC X(80).
       01 NEW-JOB-NAME PIC X(32).
       01 NAME-BASE PIC X(26).
       01 NAME-TRY PIC 9(4) COMP.
       01 NAME-TRY-ED PIC 9999.
       01 NAME-WRITTEN PIC X.
       01 SEND-NOTE PIC X(60).
       01 SENT-COUNT PIC 9(9) COMP.
       01 SCENES-CHANGED PIC 9(9) COMP.

       01 TODAY-STAMP PIC X(21).
       01 OLD-SEQ-ED PIC ZZZ9.
       01 NEW-SEQ-ED PIC ZZZ9.
       01 COUNT-ED PIC ZZZZZZZZ9.

       LINKAGE SECTION.
       01 JOB-CONFIG.
         05 CFG-SHEET-PATH PIC X(80).
         05 CFG-SHEET-OUT PIC X(80).
         05 CFG-SCENE-VER PIC 9(4) COMP.
         05 CFG-JOB-TYPE PIC X(8).
         05 CFG-AFTER PIC X(200).
         05 CFG-WINDOW-END PIC X(4).
         05 CFG-HISTORY-PATH PIC X(80).
         05 CFG-PROFILE PIC X(16).
         05 CFG-PROFILE-DB PIC X(80).
         05 CFG-PROFILE-OP PIC X(8).
         05 CFG-PROFILE-IN PIC X(80).
         05 CFG-PROFILE-STATE PIC X.
         05 CFG-CAMERA-MODE PIC X(8).
         05 CFG-EYE-SEP COMP-1.
         05 CFG-STEREO-OUT PIC X(8).
         05 CFG-QA-LIMITS PIC X(80).
         05 CFG-CATALOG-PATH PIC X(80).
         05 CFG-JOB-SOURCE PIC X(100).
         05 CFG-CAT-OP PIC X(8).
         05 CFG-CAT-FILE PIC X(80).
         05 CFG-CAT-AGE PIC 9(4) COMP.
         05 CFG-STALE-OP PIC X(8).
         05 CFG-COST-CENTRE PIC X(16).
         05 CFG-REQUESTER PIC X(32).
         05 CFG-RATE-PATH PIC X(80).
         05 CFG-CHARGE-OUT PIC X(80).
         05 CFG-DATE-FROM PIC X(8).
         05 CFG-DATE-TO PIC X(8).
       01 L-RESULT-CODE PIC 9(4) COMP.

       PROCEDURE DIVISION USING JOB-CONFIG, L-RESULT-CODE.
       MAIN-PROCEDURE.
           MOVE 0 TO L-RESULT-CODE
           MOVE JOB-CONFIG TO SAVED-CONFIG

           IF CFG-STALE-OP NOT = 'LIST' AND
              CFG-STALE-OP NOT = 'RESUBMIT'
             DISPLAY 'STALE-RENDERS: STALEOP must be LIST or RESUBMIT'
             MOVE 18 TO L-RESULT-CODE
             GOBACK
           END-IF

           MOVE CFG-STALE-OP TO STALE-OP
           MOVE CFG-SCENE-ID TO ONLY-SCENE-ID
           MOVE CFG-PRIORITY TO NEW-PRIORITY
           IF CFG-SCENE-DB = SPACES
             MOVE './SCENE-MASTER.DAT' TO WS-MASTER-PATH
           ELSE
             MOVE CFG-SCENE-DB TO WS-MASTER-PATH
           END-IF
           MOVE SPACES TO WS-JOURNAL-PATH
           STRING FUNCTION TRIM(WS-MASTER-PATH) '.jrn'
               DELIMITED BY SIZE INTO WS-JOURNAL-PATH
           IF CFG-CATALOG-PATH = SPACES
             MOVE './RENDER-CATALOG.DAT' TO WS-CATALOG-PATH
           ELSE
             MOVE CFG-CATALOG-PATH TO WS-CATALOG-PATH
           END-IF
           IF CFG-QUEUE-PATH = SPACES
             MOVE './JOB-QUEUE.DAT' TO WS-QUEUE-PATH
           ELSE
             MOVE CFG-QUEUE-PATH TO WS-QUEUE-PATH
           END-IF
           MOVE SPACES TO WS-RPT-PATH
           STRING FUNCTION TRIM(WS-CATALOG-PATH) '.stale'
               DELIMITED BY SIZE INTO WS-RPT-PATH

           PERFORM LOAD-SCENE-VERSIONS
           IF L-RESULT-CODE NOT = 0
             GOBACK
           END-IF

           OPEN INPUT OUTPUT-CATALOG
           IF WS-CAT-FS NOT = '00'
             DISPLAY 'STALE-RENDERS: cannot open catalog '
                 FUNCTION TRIM(WS-CATALOG-PATH)
                 ' (status ' WS-CAT-FS ')'
             MOVE 18 TO L-RESULT-CODE
             GOBACK
           END-IF

           PERFORM FIND-STALE-OUTPUTS

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-FS NOT = '00'
             DISPLAY 'STALE-RENDERS: cannot write report '
                 FUNCTION TRIM(WS-RPT-PATH)
                 ' (status ' WS-RPT-FS ')'
             CLOSE OUTPUT-CATALOG
             MOVE 18 TO L-RESULT-CODE
             GOBACK
           END-IF

           MOVE 'N' TO QUEUE-OPEN
           IF STALE-OP = 'RESUBMIT' AND STALE-COUNT > 0
             PERFORM OPEN-QUEUE-IO
           END-IF

           PERFORM WRITE-STALE-REPORT

           IF QUEUE-OPEN = 'Y'
             CLOSE JOB-QUEUE
           END-IF
           CLOSE RPT-FILE
           CLOSE OUTPUT-CATALOG

           MOVE SAVED-CONFIG TO JOB-CONFIG

           MOVE STALE-COUNT TO COUNT-ED
           DISPLAY 'STALE-RENDERS: ' FUNCTION TRIM(COUNT-ED)
               ' stale output(s), report in '
               FUNCTION TRIM(WS-RPT-PATH)
           IF STALE-OP = 'RESUBMIT'
             MOVE SENT-COUNT TO COUNT-ED
             DISPLAY 'STALE-RENDERS: ' FUNCTION TRIM(COUNT-ED)
                 ' job(s) put back on queue '
                 FUNCTION TRIM(WS-QUEUE-PATH)
           END-IF
           GOBACK
           .

      *ONE PASS OVER THE JOURNAL. THE HIGHEST JRN-SEQ SEEN FOR A
      *SCENE IS ITS CURRENT VERSION, AS SCENE-JOURNAL-SEQ STAMPED IT
      *ON EACH RENDER.
       LOAD-SCENE-VERSIONS.
           MOVE 0 TO SCENE-COUNT
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-FS NOT = '00' AND WS-JRN-FS NOT = '05'
             DISPLAY 'STALE-RENDERS: cannot open journal '
                 FUNCTION TRIM(WS-JOURNAL-PATH)
                 ' (status ' WS-JRN-FS ')'
             MOVE 18 TO L-RESULT-CODE
             EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
             READ JOURNAL-FILE
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 IF ONLY-SCENE-ID = SPACES OR
                    JRN-SCENE-ID = ONLY-SCENE-ID
                   PERFORM NOTE-SCENE-VERSION
                 END-IF
             END-READ
           END-PERFORM

           CLOSE JOURNAL-FILE
           .

       NOTE-SCENE-VERSION.
           PERFORM FIND-SCENE-ROW
           IF SCENE-HIT = 0
             IF SCENE-COUNT NOT < 500
               DISPLAY 'STALE-RENDERS: more than 500 scenes in the '
                   'journal, ' FUNCTION TRIM(JRN-SCENE-ID)
                   ' not checked'
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO SCENE-COUNT
             MOVE SCENE-COUNT TO SCENE-HIT
             MOVE JRN-SCENE-ID TO SCN-ID(SCENE-HIT)
             MOVE 0 TO SCN-SEQ(SCENE-HIT)
             MOVE 0 TO SCN-STALE(SCENE-HIT)
           END-IF
           IF JRN-SEQ > SCN-SEQ(SCENE-HIT)
             MOVE JRN-SEQ TO SCN-SEQ(SCENE-HIT)
             MOVE JRN-OP TO SCN-OP(SCENE-HIT)
             MOVE JRN-TS TO SCN-TS(SCENE-HIT)
           END-IF
           .

       FIND-SCENE-ROW.
           MOVE 0 TO SCENE-HIT
           PERFORM VARYING SIDX FROM 1 BY 1
           UNTIL SIDX > SCENE-COUNT OR SCENE-HIT > 0
             IF SCN-ID(SIDX) = JRN-SCENE-ID
               MOVE SIDX TO SCENE-HIT
             END-IF
           END-PERFORM
           .

      *AN OUTPUT IS STALE WHEN IT CAME FROM THIS MASTER AND FROM A
      *VERSION OF ITS SCENE OLDER THAN THE CURRENT ONE. VERSION 0
      *MEANS THE SCENE HAD NO JOURNAL WHEN IT WAS RENDERED, SO ANY
      *CHANGE JOURNALED SINCE COUNTS AGAINST IT.
       FIND-STALE-OUTPUTS.
           MOVE 0 TO STALE-COUNT
           MOVE 'N' TO STALE-FULL
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
             READ OUTPUT-CATALOG NEXT RECORD
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 IF CAT-SCENE-ID NOT = SPACES AND
                    CAT-SCENE-DB = WS-MASTER-PATH
                   PERFORM CHECK-OUTPUT-VERSION
                 END-IF
             END-READ
           END-PERFORM
           .

       CHECK-OUTPUT-VERSION.
           MOVE CAT-SCENE-ID TO JRN-SCENE-ID
           PERFORM FIND-SCENE-ROW
           IF SCENE-HIT = 0
             EXIT PARAGRAPH
           END-IF
           IF CAT-SCENE-SEQ NOT < SCN-SEQ(SCENE-HIT)
             EXIT PARAGRAPH
           END-IF

           IF STALE-COUNT NOT < 2000
             IF STALE-FULL = 'N'
               DISPLAY 'STALE-RENDERS: more than 2000 stale outputs, '
                   'the rest are left for the next run'
               MOVE 'Y' TO STALE-FULL
             END-IF
             EXIT PARAGRAPH
           END-IF

           ADD 1 TO STALE-COUNT
           MOVE CAT-OUT-PATH TO STL-PATH(STALE-COUNT)
           MOVE CAT-KIND TO STL-KIND(STALE-COUNT)
           MOVE CAT-JOB-NAME TO STL-JOB-NAME(STALE-COUNT)
           MOVE CAT-SCENE-SEQ TO STL-SEQ(STALE-COUNT)
           MOVE SCENE-HIT TO STL-SCENE(STALE-COUNT)
           ADD 1 TO SCN-STALE(SCENE-HIT)
           .

      *ONE GROUP PER CHANGED SCENE, EACH OUTPUT UNDER IT WITH THE
      *VERSION IT SHOWS AND, ON A RESUBMIT, WHAT BECAME OF IT.
       WRITE-STALE-REPORT.
           MOVE 0 TO SENT-COUNT
           MOVE 0 TO SCENES-CHANGED
           MOVE FUNCTION CURRENT-DATE TO TODAY-STAMP

           MOVE SPACES TO RPT-LINE
           STRING 'STALE RENDERS ' TODAY-STAMP(1:8) ' '
               TODAY-STAMP(9:6) ' MASTER '
               FUNCTION TRIM(WS-MASTER-PATH) ' CATALOG '
               FUNCTION TRIM(WS-CATALOG-PATH) ' '
               FUNCTION TRIM(STALE-OP)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           PERFORM VARYING SIDX FROM 1 BY 1
           UNTIL SIDX > SCENE-COUNT
             IF SCN-STALE(SIDX) > 0
               PERFORM WRITE-SCENE-GROUP
             END-IF
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SCENES-CHANGED TO COUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'SCENES WITH STALE OUTPUTS ' FUNCTION TRIM(COUNT-ED)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE STALE-COUNT TO COUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING 'STALE OUTPUTS ' FUNCTION TRIM(COUNT-ED)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF STALE-OP = 'RESUBMIT'
             MOVE SENT-COUNT TO COUNT-ED
             MOVE SPACES TO RPT-LINE
             STRING 'JOBS RESUBMITTED ' FUNCTION TRIM(COUNT-ED)
                 DELIMITED BY SIZE INTO RPT-LINE
             WRITE RPT-LINE
           END-IF
           .

       WRITE-SCENE-GROUP.
           ADD 1 TO SCENES-CHANGED
           MOVE SCN-SEQ(SIDX) TO NEW-SEQ-ED
           MOVE SCN-STALE(SIDX) TO COUNT-ED
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'SCENE ' FUNCTION TRIM(SCN-ID(SIDX))
               ' NOW V' FUNCTION TRIM(NEW-SEQ-ED) ' BY '
               FUNCTION TRIM(SCN-OP(SIDX)) ' '
               SCN-TS(SIDX)(1:8) ' ' SCN-TS(SIDX)(9:6) ', '
               FUNCTION TRIM(COUNT-ED) ' STALE OUTPUT(S)'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           PERFORM VARYING TIDX FROM 1 BY 1
           UNTIL TIDX > STALE-COUNT
             IF STL-SCENE(TIDX) = SIDX
               PERFORM WRITE-STALE-LINE
             END-IF
           END-PERFORM
           .

       WRITE-STALE-LINE.
           MOVE SPACES TO SEND-NOTE
           IF STALE-OP = 'RESUBMIT'
             PERFORM RESUBMIT-OUTPUT
           END-IF

           MOVE STL-SEQ(TIDX) TO OLD-SEQ-ED
           MOVE SPACES TO RPT-LINE
           STRING '  ' FUNCTION TRIM(STL-PATH(TIDX))
               ' V' FUNCTION TRIM(OLD-SEQ-ED)
               ' -> V' FUNCTION TRIM(NEW-SEQ-ED) ' '
               FUNCTION TRIM(SCN-OP(SIDX)) ' '
               FUNCTION TRIM(STL-KIND(TIDX)) ' JOB '
               FUNCTION TRIM(STL-JOB-NAME(TIDX)) ' '
               FUNCTION TRIM(SEND-NOTE)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           .

      *PUT ONE STALE OUTPUT BACK ON THE QUEUE. THE CATALOG ENTRY IS
      *READ AGAIN FOR THE SOURCE AND CONFIG IT KEPT.
       RESUBMIT-OUTPUT.
           IF QUEUE-OPEN NOT = 'Y'
             MOVE 'NOT RESUBMITTED, NO QUEUE' TO SEND-NOTE
             EXIT PARAGRAPH
           END-IF
           IF SCN-OP(SIDX) = 'DELETE'
             MOVE 'NOT RESUBMITTED, SCENE DELETED' TO SEND-NOTE
             EXIT PARAGRAPH
           END-IF
           IF STL-KIND(TIDX) = 'BAND'
             MOVE 'NOT RESUBMITTED, BAND' TO SEND-NOTE
             EXIT PARAGRAPH
           END-IF

           MOVE STL-PATH(TIDX) TO CAT-OUT-PATH
           READ OUTPUT-CATALOG
             INVALID KEY
               MOVE 'NOT RESUBMITTED, ENTRY GONE' TO SEND-NOTE
               EXIT PARAGRAPH
           END-READ

      *A RENDER THE QUEUE RAN IS STILL ON IT AS HISTORY; RUNNING THAT
      *ENTRY AGAIN KEEPS ITS NAME, TYPE AND QUE-CONFIG AS SUBMITTED.
           MOVE SPACES TO SOURCE-QUEUE
           IF CAT-SOURCE(1:6) = 'QUEUE '
             MOVE CAT-SOURCE(7:80) TO SOURCE-QUEUE
           END-IF
           IF SOURCE-QUEUE = WS-QUEUE-PATH AND CAT-JOB-NAME NOT = SPACES
             MOVE CAT-JOB-NAME TO QUE-JOB-NAME
             READ JOB-QUEUE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 PERFORM REQUEUE-ORIGINAL
                 EXIT PARAGRAPH
             END-READ
           END-IF

           PERFORM SUBMIT-FROM-CATALOG
           .

       REQUEUE-ORIGINAL.
           IF QUE-STATUS = 'PENDING' OR QUE-STATUS = 'RUNNING' OR
              QUE-STATUS = 'HOLD'
             STRING 'ALREADY ' FUNCTION TRIM(QUE-STATUS) ' AS '
                 FUNCTION TRIM(QUE-JOB-NAME)
                 DELIMITED BY SIZE INTO SEND-NOTE
             EXIT PARAGRAPH
           END-IF

           MOVE 'PENDING' TO QUE-STATUS
           MOVE NEW-PRIORITY TO QUE-PRIORITY
           MOVE FUNCTION CURRENT-DATE TO QUE-SUBMIT-TS
           MOVE SPACES TO QUE-START-TS
           MOVE SPACES TO QUE-END-TS
           MOVE 0 TO QUE-RESULT
           REWRITE QUEUE-RECORD
             INVALID KEY
               STRING 'NOT RESUBMITTED, CANNOT REWRITE '
                   FUNCTION TRIM(QUE-JOB-NAME)
                   DELIMITED BY SIZE INTO SEND-NOTE
             NOT INVALID KEY
               ADD 1 TO SENT-COUNT
               STRING 'REQUEUED ' FUNCTION TRIM(QUE-JOB-NAME)
                   DELIMITED BY SIZE INTO SEND-NOTE
           END-REWRITE
           .

      *A NEW RENDER JOB FROM THE CATALOG'S CONFIG, STRIPPED OF ITS
      *DISPATCH FIELDS THE WAY QUEUE-MAINT SUBMIT STRIPS THEM. THE
      *NAME IS THE ORIGINAL JOB NAME WITH A RUN NUMBER, SINCE THE
      *FRAMES OF A SEQUENCE ALL SHARE ONE.
       SUBMIT-FROM-CATALOG.
           IF CAT-CONFIG = SPACES
             MOVE 'NOT RESUBMITTED, NO CONFIG KEPT' TO SEND-NOTE
             EXIT PARAGRAPH
           END-IF

           MOVE CAT-CONFIG TO JOB-CONFIG
           IF CAT-KIND = 'MERGE'
             MOVE CAT-OUT-PATH TO CFG-FILE-PATH
             MOVE 0 TO CFG-ROW-FROM
             MOVE 0 TO CFG-ROW-TO
             MOVE SPACES TO CFG-CHECKPOINT-PATH
           END-IF
           MOVE SPACES TO CFG-QUEUE-PATH
           MOVE SPACES TO CFG-QUEUE-OP
           MOVE SPACES TO CFG-BATCH-PATH
           MOVE SPACES TO CFG-SEQUENCE-PATH
           MOVE SPACES TO CFG-MERGE-PATH
           MOVE SPACES TO CFG-SCENE-OP
           MOVE SPACES TO CFG-PROFILE-OP
           MOVE SPACES TO CFG-CAT-OP
           MOVE SPACES TO CFG-STALE-OP
           MOVE 'RENDER' TO CFG-JOB-TYPE
           MOVE SPACES TO CFG-AFTER
           MOVE NEW-PRIORITY TO CFG-PRIORITY
           MOVE SPACES TO CFG-JOB-SOURCE
           STRING 'QUEUE ' FUNCTION TRIM(WS-QUEUE-PATH)
               DELIMITED BY SIZE INTO CFG-JOB-SOURCE

           IF CAT-JOB-NAME = SPACES
             MOVE 'STALE' TO NAME-BASE
           ELSE
             MOVE CAT-JOB-NAME TO NAME-BASE
           END-IF

           MOVE SPACES TO QUEUE-RECORD
           MOVE NEW-PRIORITY TO QUE-PRIORITY
           MOVE 'PENDING' TO QUE-STATUS
           MOVE FUNCTION CURRENT-DATE TO QUE-SUBMIT-TS
           MOVE 0 TO QUE-RESULT
           MOVE 'RENDER' TO QUE-JOB-TYPE
           MOVE 0 TO QUE-PRED-COUNT

           MOVE 'N' TO NAME-WRITTEN
           MOVE 0 TO NAME-TRY
           PERFORM UNTIL NAME-WRITTEN = 'Y' OR NAME-TRY NOT < 9999
             ADD 1 TO NAME-TRY
             MOVE NAME-TRY TO NAME-TRY-ED
             MOVE SPACES TO NEW-JOB-NAME
             STRING FUNCTION TRIM(NAME-BASE) '-R' NAME-TRY-ED
                 DELIMITED BY SIZE INTO NEW-JOB-NAME
             MOVE NEW-JOB-NAME TO CFG-JOB-NAME
             MOVE NEW-JOB-NAME TO QUE-JOB-NAME
             MOVE JOB-CONFIG TO QUE-CONFIG
             WRITE QUEUE-RECORD
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 'Y' TO NAME-WRITTEN
             END-WRITE
           END-PERFORM

           IF NAME-WRITTEN = 'Y'
             ADD 1 TO SENT-COUNT
             STRING 'SUBMITTED ' FUNCTION TRIM(NEW-JOB-NAME)
                 DELIMITED BY SIZE INTO SEND-NOTE
           ELSE
             MOVE 'NOT RESUBMITTED, NO FREE JOB NAME' TO SEND-NOTE
           END-IF
           .

      *OPEN THE QUEUE FOR UPDATE, CREATING IT ON FIRST USE. A QUEUE
      *THAT CANNOT BE OPENED STILL LEAVES THE LIST TO REPORT.
       OPEN-QUEUE-IO.
           OPEN I-O JOB-QUEUE
           IF WS-QUE-FS = '35'
             OPEN OUTPUT JOB-QUEUE
             IF WS-QUE-FS = '00'
               CLOSE JOB-QUEUE
               OPEN I-O JOB-QUEUE
             END-IF
           END-IF
           IF WS-QUE-FS = '00'
             MOVE 'Y' TO QUEUE-OPEN
           ELSE
             DISPLAY 'STALE-RENDERS: cannot open queue '
                 FUNCTION TRIM(WS-QUEUE-PATH)
                 ' (status ' WS-QUE-FS ')'
             MOVE 18 TO L-RESULT-CODE
           END-IF
           .
       END PROGRAM STALE-RENDERS.


      *COMPOSES ONE TILED CONTACT-SHEET BMP FROM A CONTROL FILE OF
         05 CFG-SHEET-PATH PIC X(80).
         05 CFG-SHEET-OUT PIC X(80).
         05 CFG-SCENE-VER PIC 9(4) COMP.
         05 CFG-JOB-TYPE PIC X(8).
         05 CFG-AFTER PIC X(200).
         05 CFG-WINDOW-END PIC X(4).
         05 CFG-HISTORY-PATH PIC X(80).
         05 CFG-PROFILE PIC X(16).
         05 CFG-PROFILE-DB PIC X(80).
         05 CFG-PROFILE-OP PIC X(8).
         05 CFG-PROFILE-IN PIC X(80).
         05 CFG-PROFILE-STATE PIC X.
         05 CFG-CAMERA-MODE PIC X(8).
         05 CFG-EYE-SEP COMP-1.
         05 CFG-STEREO-OUT PIC X(8).
         05 CFG-QA-LIMITS PIC X(80).
         05 CFG-CATALOG-PATH PIC X(80).
         05 CFG-JOB-SOURCE PIC X(100).
         05 CFG-CAT-OP PIC X(8).
         05 CFG-CAT-FILE PIC X(80).
         05 CFG-CAT-AGE PIC 9(4) COMP.
         05 CFG-STALE-OP PIC X(8).
         05 CFG-COST-CENTRE PIC X(16).
         05 CFG-REQUESTER PIC X(32).
         05 CFG-RATE-PATH PIC X(80).
         05 CFG-CHARGE-OUT PIC X(80).
         05 CFG-DATE-FROM PIC X(8).
         05 CFG-DATE-TO PIC X(8).
       01 L-RESULT-CODE PIC 9(4) COMP.

       PROCEDURE DIVISION USING JOB-CONFIG, L-RESULT-CODE.
             END-PERFORM
           END-PERFORM

           CLOSE BINARY-FILE
           .
       END PROGRAM CONTACT-SHEET.


      *READS ONE TEXTURE IMAGE FOR A SCENE OBJECT. THE FILE MAY BE A
      *BMP OR A PPM OF THE KIND THIS SHOP WRITES, UP TO 512 X 512,
      *AND IS PARSED THE SAME WAY CONTACT-SHEET PARSES ITS SOURCES:
      *ROWS IN FILE ORDER, CHANNELS NORMALIZED TO THE BMP ORDER.
      *SLOT 1-4 KEEPS THE PIXELS IN THE SHARED TEXTURE SET FOR
      *RENDER-PIXEL; SLOT 0 ONLY PROVES THE WHOLE FILE CAN BE READ,
      *WHICH IS ALL VALIDATE-INPUTS NEEDS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAD-TEXTURE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SRC-FILE ASSIGN DYNAMIC WS-SRC-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-SRC-FS.

       DATA DIVISION.
       FILE SECTION.
       FD SRC-FILE.
       01 SRC-BYTE PIC X.

       WORKING-STORAGE SECTION.
       01 WS-SRC-PATH PIC X(80).
       01 WS-SRC-FS PIC XX.

       01 CUR-BYTE PIC X.
       01 CUR-EOF PIC X.
       01 IMG-FORMAT PIC X(4).
       01 HDR-BUF PIC X(54).
       01 HDR-I PIC 9(4) COMP.
       01 NL-COUNT PIC 9(4) COMP.
       01 PPM-DIMS PIC X(20).
       01 DIM-I PIC 9(4) COMP.
       01 W-TXT PIC X(10).
       01 H-TXT PIC X(10).
       01 SRC-W PIC 9(9) COMP.
       01 SRC-H PIC 9(9) COMP.
       01 HEADER-OK PIC X.
       01 PIXEL-BUF PIC XXX.
       01 SWAP-BYTE PIC X.
       01 X PIC 9(9) COMP.
       01 Y PIC 9(9) COMP.

      *EVERY PROGRAM THAT NAMES THIS SET MUST DECLARE IT EXACTLY SO.
      *TEX-OBJ-SLOT MAPS A SCENE OBJECT TO THE SLOT HOLDING ITS
      *IMAGE, ZERO FOR AN UNTEXTURED OBJECT.
       01 TEXTURE-SET EXTERNAL.
         05 TEX-COUNT PIC 9(4) COMP.
         05 TEX-OBJ-SLOT PIC 9(4) COMP OCCURS 32 TIMES.
         05 TEX-ENTRY OCCURS 4 TIMES.
           10 TEX-PATH PIC X(80).
           10 TEX-W PIC 9(9) COMP.
           10 TEX-H PIC 9(9) COMP.
           10 TEX-ROWS OCCURS 512 TIMES.
             15 TEX-COLS OCCURS 512 TIMES.
               20 TEX-PIXEL PIC XXX.

       LINKAGE SECTION.
       01 L-TEX-PATH PIC X(80).
       01 L-TEX-SLOT PIC 9(4) COMP.
       01 L-LOAD-OK PIC X.

       PROCEDURE DIVISION USING L-TEX-PATH, L-TEX-SLOT, L-LOAD-OK.
       MAIN-PROCEDURE.
           MOVE 'N' TO L-LOAD-OK
           MOVE L-TEX-PATH TO WS-SRC-PATH

           OPEN INPUT SRC-FILE
           IF WS-SRC-FS NOT = '00'
             GOBACK
           END-IF

           PERFORM GET-SRC-HEADER
           IF HEADER-OK NOT = 'Y'
             CLOSE SRC-FILE
             GOBACK
           END-IF

           MOVE 'Y' TO L-LOAD-OK
           PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > SRC-H
             PERFORM VARYING X FROM 1 BY 1 UNTIL X > SRC-W
               PERFORM READ-SRC-BYTE
               IF CUR-EOF = 'Y'
                 MOVE 'N' TO L-LOAD-OK
                 EXIT PERFORM
               END-IF
               MOVE CUR-BYTE TO PIXEL-BUF(1:1)
               PERFORM READ-SRC-BYTE
               IF CUR-EOF = 'Y'
                 MOVE 'N' TO L-LOAD-OK
                 EXIT PERFORM
               END-IF
               MOVE CUR-BYTE TO PIXEL-BUF(2:1)
               PERFORM READ-SRC-BYTE
               IF CUR-EOF = 'Y'
                 MOVE 'N' TO L-LOAD-OK
                 EXIT PERFORM
               END-IF
               MOVE CUR-BYTE TO PIXEL-BUF(3:1)

               IF IMG-FORMAT = 'PPM'
                 MOVE PIXEL-BUF(1:1) TO SWAP-BYTE
                 MOVE PIXEL-BUF(3:1) TO PIXEL-BUF(1:1)
                 MOVE SWAP-BYTE TO PIXEL-BUF(3:1)
               END-IF

               IF L-TEX-SLOT > 0
                 MOVE PIXEL-BUF TO TEX-PIXEL(L-TEX-SLOT, Y, X)
               END-IF
             END-PERFORM
             IF L-LOAD-OK NOT = 'Y'
               EXIT PERFORM
             END-IF
           END-PERFORM

           CLOSE SRC-FILE

           IF L-LOAD-OK = 'Y' AND L-TEX-SLOT > 0
             MOVE L-TEX-PATH TO TEX-PATH(L-TEX-SLOT)
             MOVE SRC-W TO TEX-W(L-TEX-SLOT)
             MOVE SRC-H TO TEX-H(L-TEX-SLOT)
           END-IF
           GOBACK
           .

       READ-SRC-BYTE.
           MOVE 'N' TO CUR-EOF
           READ SRC-FILE
             AT END
               MOVE 'Y' TO CUR-EOF
             NOT AT END
               MOVE SRC-BYTE TO CUR-BYTE
           END-READ
           .

       GET-SRC-HEADER.
           MOVE 'N' TO HEADER-OK
           MOVE SPACES TO IMG-FORMAT
           MOVE 0 TO SRC-W
           MOVE 0 TO SRC-H

           PERFORM READ-SRC-BYTE
           IF CUR-EOF = 'Y'
             EXIT PARAGRAPH
           END-IF

           EVALUATE CUR-BYTE
             WHEN 'B'
               PERFORM GET-SRC-BMP-HEADER
             WHEN 'P'
               PERFORM GET-SRC-PPM-HEADER
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

       GET-SRC-BMP-HEADER.
           MOVE SPACES TO HDR-BUF
           MOVE 'B' TO HDR-BUF(1:1)
           PERFORM VARYING HDR-I FROM 2 BY 1 UNTIL HDR-I > 54
             PERFORM READ-SRC-BYTE
             IF CUR-EOF = 'Y'
               EXIT PARAGRAPH
             END-IF
             MOVE CUR-BYTE TO HDR-BUF(HDR-I:1)
           END-PERFORM

           IF HDR-BUF(2:1) NOT = 'M'
             EXIT PARAGRAPH
           END-IF

           COMPUTE SRC-W =
               (FUNCTION ORD(HDR-BUF(19:1)) - 1) +
               ((FUNCTION ORD(HDR-BUF(20:1)) - 1) * 256) +
               ((FUNCTION ORD(HDR-BUF(21:1)) - 1) * 65536) +
               ((FUNCTION ORD(HDR-BUF(22:1)) - 1) * 16777216)
           COMPUTE SRC-H =
               (FUNCTION ORD(HDR-BUF(23:1)) - 1) +
               ((FUNCTION ORD(HDR-BUF(24:1)) - 1) * 256) +
               ((FUNCTION ORD(HDR-BUF(25:1)) - 1) * 65536) +
               ((FUNCTION ORD(HDR-BUF(26:1)) - 1) * 16777216)

           IF SRC-W < 1 OR SRC-W > 512 OR
              SRC-H < 1 OR SRC-H > 512
             EXIT PARAGRAPH
           END-IF

           MOVE 'BMP' TO IMG-FORMAT
           MOVE 'Y' TO HEADER-OK
           .

       GET-SRC-PPM-HEADER.
           PERFORM READ-SRC-BYTE
           IF CUR-EOF = 'Y' OR CUR-BYTE NOT = '6'
             EXIT PARAGRAPH
           END-IF

           MOVE 0 TO NL-COUNT
           MOVE SPACES TO PPM-DIMS
           MOVE 0 TO DIM-I
           PERFORM UNTIL NL-COUNT >= 3
             PERFORM READ-SRC-BYTE
             IF CUR-EOF = 'Y'
               EXIT PARAGRAPH
             END-IF
             IF CUR-BYTE = X'0A'
               ADD 1 TO NL-COUNT
             ELSE
               IF NL-COUNT = 1 AND DIM-I < 20
                 ADD 1 TO DIM-I
                 MOVE CUR-BYTE TO PPM-DIMS(DIM-I:1)
               END-IF
             END-IF
           END-PERFORM

           MOVE SPACES TO W-TXT
           MOVE SPACES TO H-TXT
           UNSTRING PPM-DIMS DELIMITED BY ALL SPACE
               INTO W-TXT, H-TXT
           IF W-TXT = SPACES OR H-TXT = SPACES
             EXIT PARAGRAPH
           END-IF
           COMPUTE SRC-W = FUNCTION NUMVAL(W-TXT)
           COMPUTE SRC-H = FUNCTION NUMVAL(H-TXT)

           IF SRC-W < 1 OR SRC-W > 512 OR
              SRC-H < 1 OR SRC-H > 512
             EXIT PARAGRAPH
           END-IF

           MOVE 'PPM' TO IMG-FORMAT
           MOVE 'Y' TO HEADER-OK
           .
       END PROGRAM LOAD-TEXTURE.



       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
       01 INPUT-LINE PIC X(300).

       FD REJECT-FILE.
       01 REJECT-LINE PIC X(200).
       01 LINE-NO PIC 9(4) COMP.
       01 LINE-NO-ED PIC ZZZ9.
       01 RECORD-COUNT PIC 9(4) COMP.
       01 REJECT-TEXT PIC X(120).

       01 T-ID PIC X(16).
       01 T-CX PIC X(20).
       01 T-SX PIC X(20).
       01 T-SY PIC X(20).
       01 T-SZ PIC X(20).
       01 T-OP PIC X(20).
       01 T-TARGET PIC X(20).
       01 T-TEXTURE PIC X(80).
       01 T-REPEAT PIC X(20).

       01 T-DX PIC X(20).
       01 T-DY PIC X(20).
       01 SIZE-VALUE COMP-1.
       01 EFF-SHAPE PIC X(8).

      *EACH OBJECT'S COMBINE LINK IS HELD UNTIL THE WHOLE FILE HAS
      *BEEN READ, SINCE A TARGET MAY APPEAR AFTER THE OBJECT THAT
      *NAMES IT.
       01 COMBINE-TABLE.
         05 CMB-ENTRY OCCURS 32 TIMES.
           10 CMB-ID PIC X(16).
           10 CMB-OP PIC X(10).
           10 CMB-TARGET PIC X(16).
           10 CMB-LINE PIC 9(4) COMP.
           10 CMB-INDEX PIC 9(4) COMP.
       01 CMB-COUNT PIC 9(4) COMP.
       01 CMB-IDX PIC 9(4) COMP.
       01 CMB-JDX PIC 9(4) COMP.
       01 CMB-LINKS PIC 9(4) COMP.

      *EACH DISTINCT TEXTURE FILE IS READ THROUGH ONCE; RENDER-IMAGE
      *HOLDS AT MOST 4 OF THEM FOR A SCENE.
       01 TEXTURE-CHECKS.
         05 TXC-COUNT PIC 9(4) COMP.
         05 TXC-ENTRY OCCURS 4 TIMES.
           10 TXC-PATH PIC X(80).
           10 TXC-OK PIC X.
       01 TXC-IDX PIC 9(4) COMP.
       01 TXC-CHECK-SLOT PIC 9(4) COMP VALUE 0.
       01 TXC-LOAD-OK PIC X.

       LINKAGE SECTION.
       01 L-SCENE-PATH PIC X(80).
       01 L-LIGHTS-PATH PIC X(80).
           MOVE L-SCENE-PATH TO WS-INPUT-PATH
           MOVE 0 TO LINE-NO
           MOVE 0 TO RECORD-COUNT
           MOVE 0 TO CMB-COUNT
           MOVE 0 TO TXC-COUNT

           OPEN INPUT INPUT-FILE
           IF WS-INPUT-FS NOT = '00'
             MOVE 0 TO LINE-NO
             MOVE 'no scene objects in file' TO REJECT-TEXT
             PERFORM WRITE-SCENE-REJECT
           ELSE
             PERFORM VALIDATE-COMBINE-LINKS
           END-IF
           .

           MOVE SPACES TO T-ID T-CX T-CY T-CZ T-RAD
           MOVE SPACES TO T-RR T-GG T-BB T-REFLECT
           MOVE SPACES TO T-SHAPE T-SX T-SY T-SZ
           MOVE SPACES TO T-OP T-TARGET
           MOVE SPACES TO T-TEXTURE T-REPEAT

           UNSTRING INPUT-LINE DELIMITED BY ','
               INTO T-ID, T-CX, T-CY, T-CZ, T-RAD,
                    T-RR, T-GG, T-BB, T-REFLECT,
                    T-SHAPE, T-SX, T-SY, T-SZ,
                    T-OP, T-TARGET, T-TEXTURE, T-REPEAT

           IF T-ID = SPACES
             MOVE 'object id is blank' TO REJECT-TEXT
             MOVE 'reflect is not numeric' TO REJECT-TEXT
             PERFORM WRITE-SCENE-REJECT
           END-IF

           PERFORM CHECK-COMBINE-FIELDS
           PERFORM CHECK-TEXTURE-FIELDS
           .

      *A TEXTURE THAT CANNOT BE READ END TO END IS REJECTED HERE;
      *LEFT TO THE RENDER IT WOULD ONLY EVER COME OUT AS A BLACK
      *OBJECT.
       CHECK-TEXTURE-FIELDS.
           IF T-TEXTURE = SPACES
             IF T-REPEAT NOT = SPACES
               MOVE 'texture repeat given without a texture'
                   TO REJECT-TEXT
               PERFORM WRITE-SCENE-REJECT
             END-IF
             EXIT PARAGRAPH
           END-IF

           IF T-REPEAT NOT = SPACES
             MOVE T-REPEAT TO NUM-FIELD
             PERFORM CHECK-SCENE-NUMBER
             IF NUM-OK = 'Y'
               COMPUTE SIZE-VALUE = FUNCTION NUMVAL(T-REPEAT)
               IF SIZE-VALUE NOT > 0.0
                 MOVE 'N' TO NUM-OK
               END-IF
             END-IF
             IF NUM-OK NOT = 'Y'
               MOVE 'texture repeat must be a number greater than zero'
                   TO REJECT-TEXT
               PERFORM WRITE-SCENE-REJECT
             END-IF
           END-IF

           PERFORM VARYING TXC-IDX FROM 1 BY 1
           UNTIL TXC-IDX > TXC-COUNT
             IF TXC-PATH(TXC-IDX) = T-TEXTURE
               EXIT PERFORM
             END-IF
           END-PERFORM

           IF TXC-IDX > TXC-COUNT
             IF TXC-COUNT >= 4
               MOVE 'texture limit of 4 per scene exceeded'
                   TO REJECT-TEXT
               PERFORM WRITE-SCENE-REJECT
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO TXC-COUNT
             MOVE TXC-COUNT TO TXC-IDX
             MOVE T-TEXTURE TO TXC-PATH(TXC-IDX)
             CALL 'LOAD-TEXTURE' USING T-TEXTURE, TXC-CHECK-SLOT,
                 TXC-LOAD-OK
             MOVE TXC-LOAD-OK TO TXC-OK(TXC-IDX)
           END-IF

           IF TXC-OK(TXC-IDX) NOT = 'Y'
             MOVE SPACES TO REJECT-TEXT
             STRING 'texture ' FUNCTION TRIM(T-TEXTURE)
                 ' is missing or not a readable BMP/PPM'
                 DELIMITED BY SIZE INTO REJECT-TEXT
             PERFORM WRITE-SCENE-REJECT
           END-IF
           .

      *THE COMBINE FIELDS ARE OPTIONAL. UNION MAY STAND ALONE (IT IS
      *WHAT EVERY OBJECT ALREADY DOES WITH THE REST OF THE SCENE),
      *BUT SUBTRACT AND INTERSECT MEAN NOTHING WITHOUT A TARGET.
       CHECK-COMBINE-FIELDS.
           MOVE RECORD-COUNT TO CMB-COUNT
           MOVE T-ID TO CMB-ID(CMB-COUNT)
           MOVE SPACES TO CMB-OP(CMB-COUNT)
           MOVE SPACES TO CMB-TARGET(CMB-COUNT)
           MOVE LINE-NO TO CMB-LINE(CMB-COUNT)
           MOVE 0 TO CMB-INDEX(CMB-COUNT)

           IF T-OP = SPACES
             IF T-TARGET NOT = SPACES
               MOVE 'combine target given without a combine op'
                   TO REJECT-TEXT
               PERFORM WRITE-SCENE-REJECT
             END-IF
             EXIT PARAGRAPH
           END-IF

           IF T-OP NOT = 'UNION' AND T-OP NOT = 'SUBTRACT' AND
              T-OP NOT = 'INTERSECT'
             MOVE 'combine op must be UNION, SUBTRACT or INTERSECT'
                 TO REJECT-TEXT
             PERFORM WRITE-SCENE-REJECT
             EXIT PARAGRAPH
           END-IF

           IF T-TARGET = SPACES
             IF T-OP NOT = 'UNION'
               MOVE 'SUBTRACT and INTERSECT need a target object'
                   TO REJECT-TEXT
               PERFORM WRITE-SCENE-REJECT
             END-IF
             EXIT PARAGRAPH
           END-IF

           MOVE T-OP TO CMB-OP(CMB-COUNT)
           MOVE T-TARGET TO CMB-TARGET(CMB-COUNT)
           .

      *EVERY TARGET MUST BE ANOTHER OBJECT IN THE SAME FILE, AND
      *FOLLOWING THE TARGETS FROM ANY OBJECT MUST END AT A SOLID OF
      *ITS OWN; A CHAIN LONGER THAN THE SCENE CAN ONLY BE A LOOP.
       VALIDATE-COMBINE-LINKS.
           PERFORM VARYING CMB-IDX FROM 1 BY 1
           UNTIL CMB-IDX > CMB-COUNT
             IF CMB-TARGET(CMB-IDX) NOT = SPACES
               PERFORM FIND-COMBINE-TARGET
             END-IF
           END-PERFORM

           PERFORM VARYING CMB-IDX FROM 1 BY 1
           UNTIL CMB-IDX > CMB-COUNT
             MOVE 0 TO CMB-LINKS
             MOVE CMB-IDX TO CMB-JDX
             PERFORM UNTIL CMB-INDEX(CMB-JDX) = 0 OR
                           CMB-LINKS > CMB-COUNT
               ADD 1 TO CMB-LINKS
               MOVE CMB-INDEX(CMB-JDX) TO CMB-JDX
             END-PERFORM
             IF CMB-LINKS > CMB-COUNT
               MOVE CMB-LINE(CMB-IDX) TO LINE-NO
               MOVE 'combine targets form a loop' TO REJECT-TEXT
               PERFORM WRITE-SCENE-REJECT
             END-IF
           END-PERFORM
           .

       FIND-COMBINE-TARGET.
           MOVE CMB-LINE(CMB-IDX) TO LINE-NO
           IF CMB-TARGET(CMB-IDX) = CMB-ID(CMB-IDX)
             MOVE 'object cannot combine with itself' TO REJECT-TEXT
             PERFORM WRITE-SCENE-REJECT
             EXIT PARAGRAPH
           END-IF

           PERFORM VARYING CMB-JDX FROM 1 BY 1
           UNTIL CMB-JDX > CMB-COUNT
             IF CMB-ID(CMB-JDX) = CMB-TARGET(CMB-IDX)
               MOVE CMB-JDX TO CMB-INDEX(CMB-IDX)
               EXIT PARAGRAPH
             END-IF
           END-PERFORM

           MOVE SPACES TO REJECT-TEXT
           STRING 'combine target ' FUNCTION TRIM(CMB-TARGET(CMB-IDX))
               ' is not in the scene'
               DELIMITED BY SIZE INTO REJECT-TEXT
           PERFORM WRITE-SCENE-REJECT
           .

      *PLANES AND BOXES DO NOT USE THE RADIUS FIELD FOR THEIR OWN
       END PROGRAM COUNT-FILE-BYTES.


      *CUTS A FINISHED SIDE-BY-SIDE STEREO FRAME INTO ITS TWO EYE
      *IMAGES, <FRAME>.left.<EXT> AND <FRAME>.right.<EXT>, EACH HALF
      *THE FRAME'S WIDTH AND IN THE FRAME'S OWN FORMAT. THE FRAME IS
      *READ ONCE PER EYE BECAUSE THE SHARED OUTPUT FILE HOLDS ONLY
      *ONE IMAGE OPEN AT A TIME. A NON-ZERO L-SPLIT-CODE MEANS AN
      *EYE FILE IS MISSING OR INCOMPLETE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLIT-STEREO-PAIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRAME-FILE ASSIGN DYNAMIC WS-FRAME-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FRAME-FS.
           SELECT BINARY-FILE ASSIGN DYNAMIC BIN-FILE-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-BIN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FRAME-FILE.
       01 FRAME-BYTE PIC X.

       FD BINARY-FILE EXTERNAL.
       01 BINARY-DATA PIC X.

       WORKING-STORAGE SECTION.
       01 WS-FRAME-PATH PIC X(80).
       01 WS-FRAME-FS PIC XX.
       01 BIN-FILE-PATH PIC X(80) EXTERNAL.
       01 WS-BIN-FS PIC XX.
       01 WS-EOF PIC X.

       01 EYE-SIDE PIC X.
       01 EYE-PATH PIC X(80).
       01 EYE-SUFFIX PIC X(4).
       01 EYE-WIDTH PIC 9(9) COMP.
       01 FRAME-HEADER-SIZE PIC 9(9) COMP.
       01 ROW-IDX PIC 9(9) COMP.
       01 COL-IDX PIC 9(9) COMP.
       01 BYTE-IDX PIC 9(9) COMP.
       01 PIXEL-BYTES PIC XXX.

       01 HEADER-SIZE PIC 9(9) COMP.
       01 FILE-SIZE PIC 9(9) COMP.
       01 FIX-BROKEN-GARBAGE PIC 9(9) COMP.
       01 FIX-BROKEN-GARBAGE-SHORT PIC 9(4) COMP.
       01 VERIFY-CODE PIC 9(4) COMP.

       LINKAGE SECTION.
       01 L-FRAME-PATH PIC X(80).
       01 L-FORMAT PIC X(4).
       01 L-WIDTH PIC 9(9) COMP.
       01 L-HEIGHT PIC 9(9) COMP.
       01 L-SPLIT-CODE PIC 9(4) COMP.

       PROCEDURE DIVISION USING L-FRAME-PATH, L-FORMAT, L-WIDTH,
           L-HEIGHT, L-SPLIT-CODE.
       MAIN-PROCEDURE.
           MOVE 0 TO L-SPLIT-CODE
           DIVIDE L-WIDTH BY 2 GIVING EYE-WIDTH

           IF L-FORMAT = 'PPM'
             CALL 'PPM-HEADER-LENGTH' USING L-WIDTH, L-HEIGHT,
                 FRAME-HEADER-SIZE
             MOVE '.ppm' TO EYE-SUFFIX
           ELSE
             MOVE 54 TO FRAME-HEADER-SIZE
             MOVE '.bmp' TO EYE-SUFFIX
           END-IF

           MOVE 'L' TO EYE-SIDE
           MOVE SPACES TO EYE-PATH
           STRING FUNCTION TRIM(L-FRAME-PATH) '.left' EYE-SUFFIX
               DELIMITED BY SIZE INTO EYE-PATH
           PERFORM WRITE-EYE-IMAGE

           IF L-SPLIT-CODE = 0
             MOVE 'R' TO EYE-SIDE
             MOVE SPACES TO EYE-PATH
             STRING FUNCTION TRIM(L-FRAME-PATH) '.right' EYE-SUFFIX
                 DELIMITED BY SIZE INTO EYE-PATH
             PERFORM WRITE-EYE-IMAGE
           END-IF
           GOBACK
           .

      *COPY ONE EYE'S HALF OF EVERY FRAME ROW, LEFT HALF FOR THE
      *LEFT EYE AND RIGHT HALF FOR THE RIGHT, BEHIND A HEADER SIZED
      *FOR THE HALF-WIDTH IMAGE. ROW ORDER IS KEPT AS IT STANDS, SO
      *A BOTTOM-UP BMP FRAME GIVES BOTTOM-UP EYE FILES.
       WRITE-EYE-IMAGE.
           MOVE L-FRAME-PATH TO WS-FRAME-PATH
           OPEN INPUT FRAME-FILE
           IF WS-FRAME-FS NOT = '00'
             DISPLAY 'SPLIT-STEREO-PAIR: cannot read stereo frame '
                 FUNCTION TRIM(L-FRAME-PATH)
                 ' (status ' WS-FRAME-FS ')'
             MOVE 4 TO L-SPLIT-CODE
             EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM VARYING BYTE-IDX FROM 1 BY 1
           UNTIL BYTE-IDX > FRAME-HEADER-SIZE
             READ FRAME-FILE
               AT END
                 MOVE 'Y' TO WS-EOF
             END-READ
           END-PERFORM

           MOVE EYE-PATH TO BIN-FILE-PATH
           OPEN OUTPUT BINARY-FILE
           IF WS-BIN-FS NOT = '00'
             DISPLAY 'SPLIT-STEREO-PAIR: cannot open eye image '
                 FUNCTION TRIM(EYE-PATH) ' (status ' WS-BIN-FS ')'
             CLOSE FRAME-FILE
             MOVE 4 TO L-SPLIT-CODE
             EXIT PARAGRAPH
           END-IF

           IF L-FORMAT = 'PPM'
             CALL 'WRITE-PPM-HEADER' USING EYE-WIDTH, L-HEIGHT
           ELSE
             MOVE 54 TO HEADER-SIZE
             COMPUTE FILE-SIZE =
                 HEADER-SIZE + (EYE-WIDTH * L-HEIGHT * 3)
             PERFORM EYE-BMP-HEADER
           END-IF

           PERFORM VARYING ROW-IDX FROM 1 BY 1
           UNTIL ROW-IDX > L-HEIGHT
             PERFORM VARYING COL-IDX FROM 1 BY 1
             UNTIL COL-IDX > L-WIDTH
               PERFORM VARYING BYTE-IDX FROM 1 BY 1
               UNTIL BYTE-IDX > 3
                 READ FRAME-FILE
                   AT END
                     MOVE 'Y' TO WS-EOF
                     MOVE LOW-VALUE TO PIXEL-BYTES(BYTE-IDX:1)
                   NOT AT END
                     MOVE FRAME-BYTE TO PIXEL-BYTES(BYTE-IDX:1)
                 END-READ
               END-PERFORM

               IF (EYE-SIDE = 'L' AND COL-IDX NOT > EYE-WIDTH) OR
                  (EYE-SIDE = 'R' AND COL-IDX > EYE-WIDTH)
                 PERFORM VARYING BYTE-IDX FROM 1 BY 1
                 UNTIL BYTE-IDX > 3
                   MOVE PIXEL-BYTES(BYTE-IDX:1) TO BINARY-DATA
                   WRITE BINARY-DATA
                 END-PERFORM
               END-IF
             END-PERFORM
           END-PERFORM

           CLOSE BINARY-FILE
           CLOSE FRAME-FILE

           IF WS-EOF = 'Y'
             DISPLAY 'SPLIT-STEREO-PAIR: stereo frame '
                 FUNCTION TRIM(L-FRAME-PATH)
                 ' is shorter than its size, eye image '
                 FUNCTION TRIM(EYE-PATH) ' is incomplete'
             MOVE 4 TO L-SPLIT-CODE
             EXIT PARAGRAPH
           END-IF

           IF L-FORMAT NOT = 'PPM'
             CALL 'VERIFY-BMP-OUTPUT' USING EYE-PATH, EYE-WIDTH,
                 L-HEIGHT, VERIFY-CODE
             IF VERIFY-CODE NOT = 0
               MOVE VERIFY-CODE TO L-SPLIT-CODE
             END-IF
           END-IF
           .

       EYE-BMP-HEADER.
           MOVE 'B' TO BINARY-DATA
           WRITE BINARY-DATA
           END-WRITE
           MOVE 'M' TO BINARY-DATA
           WRITE BINARY-DATA
           END-WRITE
           CALL 'WRITE-INT-TO-FILE' USING FILE-SIZE
           CALL 'WRITE-INT-TO-FILE' USING 0
           CALL 'WRITE-INT-TO-FILE' USING HEADER-SIZE

           MOVE 40 TO FIX-BROKEN-GARBAGE
           CALL 'WRITE-INT-TO-FILE' USING FIX-BROKEN-GARBAGE

           CALL 'WRITE-INT-TO-FILE' USING EYE-WIDTH
           CALL 'WRITE-INT-TO-FILE' USING L-HEIGHT
           MOVE 1 TO FIX-BROKEN-GARBAGE-SHORT
           CALL 'WRITE-SHORT-TO-FILE' USING FIX-BROKEN-GARBAGE-SHORT
           MOVE 24 TO FIX-BROKEN-GARBAGE-SHORT
           CALL 'WRITE-SHORT-TO-FILE' USING FIX-BROKEN-GARBAGE-SHORT
           MOVE 0 TO FIX-BROKEN-GARBAGE
           CALL 'WRITE-INT-TO-FILE' USING FIX-BROKEN-GARBAGE
           CALL 'WRITE-INT-TO-FILE' USING FIX-BROKEN-GARBAGE
           MOVE 1024 TO FIX-BROKEN-GARBAGE
           CALL 'WRITE-INT-TO-FILE' USING FIX-BROKEN-GARBAGE
           CALL 'WRITE-INT-TO-FILE' USING FIX-BROKEN-GARBAGE
           MOVE 16777216 TO FIX-BROKEN-GARBAGE
           CALL 'WRITE-INT-TO-FILE' USING FIX-BROKEN-GARBAGE
           MOVE 0 TO FIX-BROKEN-GARBAGE
           CALL 'WRITE-INT-TO-FILE' USING FIX-BROKEN-GARBAGE
           .
       END PROGRAM SPLIT-STEREO-PAIR.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITE-INT-TO-FILE.
       ENVIRONMENT DIVISION.
       01 TEMP2.
         02 TEMP2-VALS COMP-1 OCCURS 3 TIMES.

       01 TEXTURE-SET EXTERNAL.
         05 TEX-COUNT PIC 9(4) COMP.
         05 TEX-OBJ-SLOT PIC 9(4) COMP OCCURS 32 TIMES.
         05 TEX-ENTRY OCCURS 4 TIMES.
           10 TEX-PATH PIC X(80).
           10 TEX-W PIC 9(9) COMP.
           10 TEX-H PIC 9(9) COMP.
           10 TEX-ROWS OCCURS 512 TIMES.
             15 TEX-COLS OCCURS 512 TIMES.
               20 TEX-PIXEL PIC XXX.
       01 SURF-R COMP-1.
       01 SURF-G COMP-1.
       01 SURF-B COMP-1.
       01 TEX-SLOT PIC 9(4) COMP.
       01 TEX-DX COMP-1.
       01 TEX-DY COMP-1.
       01 TEX-DZ COMP-1.
       01 TEX-AX COMP-1.
       01 TEX-AY COMP-1.
       01 TEX-AZ COMP-1.
       01 TEX-LEN COMP-1.
       01 TEX-COS COMP-1.
       01 TEX-U COMP-1.
       01 TEX-V COMP-1.
       01 TEX-COL PIC 9(9) COMP.
       01 TEX-ROW PIC 9(9) COMP.
       01 TEX-TEXEL PIC XXX.

       LINKAGE SECTION.
       01 L-XF COMP-1.
       01 L-YF COMP-1.
           10 OBJ-SIZE-X COMP-1.
           10 OBJ-SIZE-Y COMP-1.
           10 OBJ-SIZE-Z COMP-1.
           10 OBJ-COMBINE-OP PIC X(10).
           10 OBJ-COMBINE-TARGET PIC X(16).
           10 OBJ-COMBINE-INDEX PIC 9(4) COMP.
           10 OBJ-COMBINE-DEPTH PIC 9(4) COMP.
           10 OBJ-TEXTURE-PATH PIC X(80).
           10 OBJ-TEXTURE-REPEAT COMP-1.
      *FOR A 'POINT' LIGHT THE DIR FIELDS HOLD ITS WORLD POSITION,
      *NOT A DIRECTION, THE SAME WAY A PLANE'S SIZE FIELDS HOLD ITS
      *NORMAL.
           COMPUTE COLOR-R ROUNDED = ACCUM-R
           COMPUTE COLOR-G ROUNDED = ACCUM-G
           COMPUTE COLOR-B ROUNDED = ACCUM-B
           GOBACK
           .

      *DIFFUSE-SHADE THE CURRENT HIT POINT INTO LOCAL-R/G/B USING
             MOVE 0.0 TO DIFFUSE-SUM-B
           END-IF

           MOVE OBJ-COLOR-R(NEAREST-INDEX) TO SURF-R
           MOVE OBJ-COLOR-G(NEAREST-INDEX) TO SURF-G
           MOVE OBJ-COLOR-B(NEAREST-INDEX) TO SURF-B
           MOVE TEX-OBJ-SLOT(NEAREST-INDEX) TO TEX-SLOT
           IF TEX-SLOT > 0
             PERFORM SAMPLE-TEXTURE
           END-IF

           COMPUTE LOCAL-R = DIFFUSE-SUM-R * SURF-R
           COMPUTE LOCAL-R = LOCAL-R / 255.0
           COMPUTE LOCAL-G = DIFFUSE-SUM-G * SURF-G
           COMPUTE LOCAL-G = LOCAL-G / 255.0
           COMPUTE LOCAL-B = DIFFUSE-SUM-B * SURF-B
           COMPUTE LOCAL-B = LOCAL-B / 255.0
           .

      *TAKE THE SURFACE COLOR FROM THE OBJECT'S TEXTURE. THE HIT
      *POINT, RELATIVE TO THE OBJECT CENTER, BECOMES A U/V PAIR ON
      *0..1: A PLANE PROJECTS ALONG THE AXIS NEAREST ITS NORMAL AND
      *TILES ONE COPY PER WORLD UNIT, A BOX PROJECTS EACH FACE ONTO
      *ITS OWN WHOLE COPY, AND A SPHERE WRAPS ONE COPY AROUND BY
      *LONGITUDE AND LATITUDE. THE REPEAT COUNT MULTIPLIES U AND V
      *BEFORE THE WHOLE TILES ARE DROPPED. V RUNS UP THE FILE ROWS,
      *THE WAY A BMP STORES THEM.
       SAMPLE-TEXTURE.
           COMPUTE TEX-DX = HIT-POS-VALS(1) -
               OBJ-CENTER-X(NEAREST-INDEX)
           COMPUTE TEX-DY = HIT-POS-VALS(2) -
               OBJ-CENTER-Y(NEAREST-INDEX)
           COMPUTE TEX-DZ = HIT-POS-VALS(3) -
               OBJ-CENTER-Z(NEAREST-INDEX)

           EVALUATE OBJ-SHAPE(NEAREST-INDEX)
             WHEN 'PLANE'
               COMPUTE TEX-AX = FUNCTION ABS(OBJ-SIZE-X(NEAREST-INDEX))
               COMPUTE TEX-AY = FUNCTION ABS(OBJ-SIZE-Y(NEAREST-INDEX))
               COMPUTE TEX-AZ = FUNCTION ABS(OBJ-SIZE-Z(NEAREST-INDEX))
               IF TEX-AY >= TEX-AX AND TEX-AY >= TEX-AZ
                 MOVE TEX-DX TO TEX-U
                 MOVE TEX-DZ TO TEX-V
               ELSE
                 IF TEX-AX >= TEX-AZ
                   MOVE TEX-DZ TO TEX-U
                   MOVE TEX-DY TO TEX-V
                 ELSE
                   MOVE TEX-DX TO TEX-U
                   MOVE TEX-DY TO TEX-V
                 END-IF
               END-IF
             WHEN 'BOX'
               COMPUTE TEX-AX = TEX-DX / OBJ-SIZE-X(NEAREST-INDEX)
               COMPUTE TEX-AY = TEX-DY / OBJ-SIZE-Y(NEAREST-INDEX)
               COMPUTE TEX-AZ = TEX-DZ / OBJ-SIZE-Z(NEAREST-INDEX)
               IF FUNCTION ABS(TEX-AX) >= FUNCTION ABS(TEX-AY) AND
                  FUNCTION ABS(TEX-AX) >= FUNCTION ABS(TEX-AZ)
                 COMPUTE TEX-U = (TEX-AZ + 1.0) / 2.0
                 COMPUTE TEX-V = (TEX-AY + 1.0) / 2.0
               ELSE
                 IF FUNCTION ABS(TEX-AY) >= FUNCTION ABS(TEX-AZ)
                   COMPUTE TEX-U = (TEX-AX + 1.0) / 2.0
                   COMPUTE TEX-V = (TEX-AZ + 1.0) / 2.0
                 ELSE
                   COMPUTE TEX-U = (TEX-AX + 1.0) / 2.0
                   COMPUTE TEX-V = (TEX-AY + 1.0) / 2.0
                 END-IF
               END-IF
             WHEN OTHER
               PERFORM SPHERE-TEXTURE-UV
           END-EVALUATE

           COMPUTE TEX-U = TEX-U * OBJ-TEXTURE-REPEAT(NEAREST-INDEX)
           COMPUTE TEX-V = TEX-V * OBJ-TEXTURE-REPEAT(NEAREST-INDEX)
           COMPUTE TEX-U = TEX-U - FUNCTION INTEGER(TEX-U)
           COMPUTE TEX-V = TEX-V - FUNCTION INTEGER(TEX-V)

           COMPUTE TEX-COL = TEX-U * TEX-W(TEX-SLOT)
           ADD 1 TO TEX-COL
           IF TEX-COL > TEX-W(TEX-SLOT)
             MOVE TEX-W(TEX-SLOT) TO TEX-COL
           END-IF
           COMPUTE TEX-ROW = TEX-V * TEX-H(TEX-SLOT)
           ADD 1 TO TEX-ROW
           IF TEX-ROW > TEX-H(TEX-SLOT)
             MOVE TEX-H(TEX-SLOT) TO TEX-ROW
           END-IF

      *TEXELS ARE HELD IN BMP CHANNEL ORDER: BLUE, GREEN, RED.
           MOVE TEX-PIXEL(TEX-SLOT, TEX-ROW, TEX-COL) TO TEX-TEXEL
           COMPUTE SURF-B = FUNCTION ORD(TEX-TEXEL(1:1)) - 1
           COMPUTE SURF-G = FUNCTION ORD(TEX-TEXEL(2:1)) - 1
           COMPUTE SURF-R = FUNCTION ORD(TEX-TEXEL(3:1)) - 1
           .

       SPHERE-TEXTURE-UV.
           MOVE 0.0 TO TEX-U
           MOVE 0.5 TO TEX-V

           COMPUTE TEX-LEN = TEX-DX * TEX-DX + TEX-DY * TEX-DY
           COMPUTE TEX-LEN = TEX-LEN + TEX-DZ * TEX-DZ
           COMPUTE TEX-LEN = FUNCTION SQRT(TEX-LEN)
           IF TEX-LEN < 0.0001
             EXIT PARAGRAPH
           END-IF

           COMPUTE TEX-COS = TEX-DY / TEX-LEN
           IF TEX-COS > 1.0 MOVE 1.0 TO TEX-COS END-IF
           IF TEX-COS < -1.0 MOVE -1.0 TO TEX-COS END-IF
           COMPUTE TEX-V = FUNCTION ASIN(TEX-COS) / FUNCTION PI
           COMPUTE TEX-V = TEX-V + 0.5

      *LONGITUDE FROM THE ANGLE AROUND THE VERTICAL AXIS; AT THE
      *POLES THERE IS NONE, AND THE SEAM COLUMN IS AS GOOD AS ANY.
           COMPUTE TEX-LEN = TEX-DX * TEX-DX + TEX-DZ * TEX-DZ
           COMPUTE TEX-LEN = FUNCTION SQRT(TEX-LEN)
           IF TEX-LEN < 0.0001
             EXIT PARAGRAPH
           END-IF
           COMPUTE TEX-COS = TEX-DX / TEX-LEN
           IF TEX-COS > 1.0 MOVE 1.0 TO TEX-COS END-IF
           IF TEX-COS < -1.0 MOVE -1.0 TO TEX-COS END-IF
           COMPUTE TEX-U = FUNCTION ACOS(TEX-COS) / FUNCTION PI
           COMPUTE TEX-U = TEX-U / 2.0
           IF TEX-DZ < 0.0
             COMPUTE TEX-U = 1.0 - TEX-U
           END-IF
           .
       END PROGRAM RENDER-PIXEL.


           10 OBJ-SIZE-X COMP-1.
           10 OBJ-SIZE-Y COMP-1.
           10 OBJ-SIZE-Z COMP-1.
           10 OBJ-COMBINE-OP PIC X(10).
           10 OBJ-COMBINE-TARGET PIC X(16).
           10 OBJ-COMBINE-INDEX PIC 9(4) COMP.
           10 OBJ-COMBINE-DEPTH PIC 9(4) COMP.
           10 OBJ-TEXTURE-PATH PIC X(80).
           10 OBJ-TEXTURE-REPEAT COMP-1.
       01 RESULT COMP-1.
       01 NEAREST-INDEX PIC 9(4) COMP.

       PERFORM VARYING OIDX FROM 1 BY 1
       UNTIL OIDX > SCENE-OBJECT-COUNT
      *AN INFINITE PLANE CANNOT BE ENCLOSED; THE PRUNE IS OFF FOR
      *ANY SCENE THAT CONTAINS ONE. A PLANE THAT ONLY CUTS ANOTHER
      *OBJECT (SUBTRACT OR INTERSECT) LEAVES SOMETHING NO BIGGER
      *THAN THAT OBJECT, SO IT DOES NOT COUNT.
         IF OBJ-SHAPE(OIDX) = 'PLANE' AND
            (OBJ-COMBINE-DEPTH(OIDX) = 0 OR
             OBJ-COMBINE-OP(OIDX) = 'UNION')
           MOVE 'Y' TO UNBOUNDED-SCENE
         END-IF
         COMPUTE TX2 = OBJ-CENTER-X(OIDX) * OBJ-CENTER-X(OIDX)
       01 OUT-LEN COMP-1.
       01 IN-MAX COMP-1.

       01 TDX PIC 9(4) COMP.
       01 MAX-DEPTH PIC 9(4) COMP.
       01 LEVEL PIC 9(4) COMP.
       01 NEG-DIST COMP-1.
       01 SOLID-TABLE.
         05 SOLID-DIST COMP-1 OCCURS 32 TIMES.

       LINKAGE SECTION.
       01 WORLD-POS.
         02 WORLD-POS-VALS COMP-1 OCCURS 3 TIMES.
           10 OBJ-SIZE-X COMP-1.
           10 OBJ-SIZE-Y COMP-1.
           10 OBJ-SIZE-Z COMP-1.
           10 OBJ-COMBINE-OP PIC X(10).
           10 OBJ-COMBINE-TARGET PIC X(16).
           10 OBJ-COMBINE-INDEX PIC 9(4) COMP.
           10 OBJ-COMBINE-DEPTH PIC 9(4) COMP.
           10 OBJ-TEXTURE-PATH PIC X(80).
           10 OBJ-TEXTURE-REPEAT COMP-1.
       01 SDF COMP-1.
       01 NEAREST-INDEX PIC 9(4) COMP.


         MOVE 100.0 TO BEST-DIST
         MOVE 1 TO NEAREST-INDEX
         MOVE 0 TO MAX-DEPTH

         PERFORM VARYING IDX FROM 1 BY 1
         UNTIL IDX > SCENE-OBJECT-COUNT
               PERFORM SPHERE-DISTANCE
           END-EVALUATE

           MOVE CUR-DIST TO SOLID-DIST(IDX)
           IF OBJ-COMBINE-DEPTH(IDX) > MAX-DEPTH
             MOVE OBJ-COMBINE-DEPTH(IDX) TO MAX-DEPTH
           END-IF

           IF CUR-DIST < BEST-DIST AND
              OBJ-COMBINE-DEPTH(IDX) = 0 THEN
             MOVE CUR-DIST TO BEST-DIST
             MOVE IDX TO NEAREST-INDEX
           END-IF
         END-PERFORM

         IF MAX-DEPTH > 0
           PERFORM COMBINE-SOLIDS
         END-IF

         MOVE BEST-DIST TO SDF
         GOBACK
         .

      *FOLD EVERY COMBINED OBJECT INTO THE OBJECT IT APPLIES TO,
      *DEEPEST LINKS FIRST SO A TARGET IS ONLY TOUCHED ONCE ITS OWN
      *OPERANDS ARE FINISHED; OPERANDS OF ONE TARGET APPLY IN SCENE
      *ORDER. ONLY ROOT SOLIDS TAKE PART IN THE SCENE MINIMUM, SO
      *THE NEAREST INDEX NAMES THE ROOT AND THE WHOLE COMBINATION
      *SHADES, COUNTS AND TAGS AS THAT ONE OBJECT.
       COMBINE-SOLIDS.
           PERFORM VARYING LEVEL FROM MAX-DEPTH BY -1
           UNTIL LEVEL = 0
             PERFORM VARYING IDX FROM 1 BY 1
             UNTIL IDX > SCENE-OBJECT-COUNT
               IF OBJ-COMBINE-DEPTH(IDX) = LEVEL
                 PERFORM APPLY-COMBINE
               END-IF
             END-PERFORM
           END-PERFORM

           MOVE 100.0 TO BEST-DIST
           MOVE 1 TO NEAREST-INDEX
           PERFORM VARYING IDX FROM 1 BY 1
           UNTIL IDX > SCENE-OBJECT-COUNT
             IF SOLID-DIST(IDX) < BEST-DIST AND
                OBJ-COMBINE-DEPTH(IDX) = 0
               MOVE SOLID-DIST(IDX) TO BEST-DIST
               MOVE IDX TO NEAREST-INDEX
             END-IF
           END-PERFORM
           .

      *UNION KEEPS THE NEARER SURFACE, INTERSECT THE FARTHER, AND
      *SUBTRACT KEEPS THE TARGET ONLY WHERE IT IS OUTSIDE THE
      *OPERAND (THE OPERAND TURNED INSIDE OUT, INTERSECTED).
       APPLY-COMBINE.
           MOVE OBJ-COMBINE-INDEX(IDX) TO TDX
           EVALUATE OBJ-COMBINE-OP(IDX)
             WHEN 'SUBTRACT'
               COMPUTE NEG-DIST = 0.0 - SOLID-DIST(IDX)
               IF NEG-DIST > SOLID-DIST(TDX)
                 MOVE NEG-DIST TO SOLID-DIST(TDX)
               END-IF
             WHEN 'INTERSECT'
               IF SOLID-DIST(IDX) > SOLID-DIST(TDX)
                 MOVE SOLID-DIST(IDX) TO SOLID-DIST(TDX)
               END-IF
             WHEN OTHER
               IF SOLID-DIST(IDX) < SOLID-DIST(TDX)
                 MOVE SOLID-DIST(IDX) TO SOLID-DIST(TDX)
               END-IF
           END-EVALUATE
           .

       SPHERE-DISTANCE.
           CALL 'V3-LEN' USING DIFF-VEC, CUR-DIST
           10 OBJ-SIZE-X COMP-1.
           10 OBJ-SIZE-Y COMP-1.
           10 OBJ-SIZE-Z COMP-1.
           10 OBJ-COMBINE-OP PIC X(10).
           10 OBJ-COMBINE-TARGET PIC X(16).
           10 OBJ-COMBINE-INDEX PIC 9(4) COMP.
           10 OBJ-COMBINE-DEPTH PIC 9(4) COMP.
           10 OBJ-TEXTURE-PATH PIC X(80).
           10 OBJ-TEXTURE-REPEAT COMP-1.
       01 RESULT.
         02 RESULT-VALUES COMP-1 OCCURS 3 TIMES.

