       IDENTIFICATION DIVISION.
       PROGRAM-ID. NCDUPDET.
      ******************************************************************
      *                      NAKSHATRA CITIZEN
      *                      (VEDIC ASTROLOGY)
      *                      PROBABLE-DUPLICATE DETECTION
      ******************************************************************
      *    ABOUT
      *          NOTHING STOPS THE SAME PERSON BEING REGISTERED TWICE -
      *          ONCE BY A CLERK ON NCITCICS AND AGAIN BY A HOSPITAL
      *          FEED THROUGH NCITMAIN 'BT' - AND EVERY DUPLICATE IS
      *          COUNTED TWICE IN EVERY NCITIZEN NAKSHATRA TABLE.
      *          THIS PGM SWEEPS THE LIVE (NOT ALREADY MERGED)
      *          CITIZENS ROWS TWICE AND COMPARES EVERY PAIR IN A
      *          BLOCK OF ROWS SHARING THE COLUMNS A RULE NEEDS EQUAL.
      *          A PAIR IS A CANDIDATE WHEN:
      *             'NB' - SAME NAME AND SAME BDATE (NAME PASS, BLOCK
      *                    = BDATE + NAME), OR
      *             'GP' - SAME BDATE, GENDER AND BPLACE WITH A
      *                    SIMILAR NAME (CHARACTER-PAIR OVERLAP OF THE
      *                    LETTERS OF BOTH NAMES AT OR ABOVE THE PARM
      *                    THRESHOLD) (PLACE PASS, BLOCK = BDATE +
      *                    GENDER + BPLACE; A PAIR WITH THE SAME NAME
      *                    WAS ALREADY LISTED AS 'NB' AND IS SKIPPED)
      *          A DAY'S BIRTHS ARE FAR TOO MANY TO COMPARE ALL WITH
      *          ALL, BUT NO PAIR EITHER RULE CAN LIST LIES OUTSIDE
      *          THESE BLOCKS. A BLOCK BIGGER THAN THE GROUP TABLE
      *          ENDS THE RUN RC 8 - NO PAIR IS EVER SILENTLY LEFT
      *          UNCOMPARED.
      *          EACH CANDIDATE IS SCORED 0-100 AND WRITTEN TO THE
      *          NCDUPWL REVIEW WORKLIST WITH THE SUGGESTED SURVIVOR
      *          (THE LOWER, OLDER CITIZEN_ID) AND LOSER, READY FOR A
      *          STEWARD TO CONFIRM AND KEY AS NCITMAIN 'MG'.
      *
      *    SCORE (0-100)
      *          30 - SAME BIRTH DATE (ALWAYS, IT IS THE BLOCKING KEY)
      *          40 - NAME SIMILARITY, PRO RATA (100% = 40 POINTS)
      *          10 - SAME GENDER
      *          15 - SAME BIRTHPLACE
      *           5 - SAME ALIVE STATUS
      *
      ******************************************************************
      *          COPYRIGHT:  GNU GPLV3 LICENSE 2023
      *          AUTHOR:     PRZEMYSLAW ADAM KUPISZ
      *          VERSION:    ALPHA
      *
      *    ARGUMENTS FROM JCL
      *    POS 1-3   MINIMUM SCORE A PAIR NEEDS TO BE LISTED
      *              (DEFAULT 060)
      *    POS 5-7   NAME SIMILARITY PERCENT A 'GP' PAIR NEEDS
      *              (DEFAULT 070)
      *    EXAMPLES
      *       PARM='060,070'            THE DEFAULTS
      *       PARM='080'                ONLY THE STRONGEST PAIRS
      *
      *    RETURN CODES
      *          0 - NO PROBABLE DUPLICATES
      *          4 - CANDIDATES WRITTEN TO NCDUPWL - REVIEW NEEDED
      *          8 - WORKLIST CANNOT BE OPENED / DB2 ERROR / A
      *              BLOCK TOO BIG FOR THE GROUP TABLE
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ONE RECORD PER CANDIDATE PAIR, HIGHEST SCORES FIRST ONCE
      *    THE JCL'S SORT STEP HAS RUN
           SELECT RECDUPW ASSIGN TO NCDUPWL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-DUPW.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *    REVIEW WORKLIST RECORD (LRECL 132). THE SURVIVOR/LOSER
      *    COLUMNS ARE ONLY A SUGGESTION - THE STEWARD DECIDES AND
      *    KEYS THE MERGE AS PARM='MG,<LOSER>,<SURVIVOR>'
      ******************************************************************
       FD RECDUPW
           RECORDING MODE IS F.
       01 DUPW-R.
        05 DUPW-SCORE                 PIC   9(3).
        05 FILLER                     PIC   X.
        05 DUPW-RULE                  PIC   XX.
        05 FILLER                     PIC   X.
        05 DUPW-SURVIVOR-ID           PIC   9(9).
        05 FILLER                     PIC   X.
        05 DUPW-LOSER-ID              PIC   9(9).
        05 FILLER                     PIC   X.
        05 DUPW-BDATE                 PIC   X(10).
        05 FILLER                     PIC   X.
        05 DUPW-NAME-SIM              PIC   9(3).
        05 FILLER                     PIC   X.
        05 DUPW-SURVIVOR-NAME         PIC   X(30).
        05 FILLER                     PIC   X.
        05 DUPW-LOSER-NAME            PIC   X(30).
        05 FILLER                     PIC   X.
        05 DUPW-BPLACE                PIC   X(20).
        05 FILLER                     PIC   X(8).
       WORKING-STORAGE SECTION.
      ******************************************************************
      *  BEGIN SQL VARIABLES & STRUCTURES
      ******************************************************************
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      ******************************************************************
           EXEC SQL BEGIN DECLARE SECTION
           END-EXEC.
       01 WS-QREC01.
        05 WS-QCITID             PIC   S9(9) COMP-5.
        05 WS-QBDATE             PIC   X(10).
        05 WS-QGENDER            PIC   9.
        05 WS-QALIVE             PIC   9.
        05 WS-QNAME              PIC   X(30).
        05 WS-QBPLACE            PIC   X(20).
        05 WS-QGENDER-IND        PIC   S9(4) COMP-5.
        05 WS-QALIVE-IND         PIC   S9(4) COMP-5.
        05 WS-QNAME-IND          PIC   S9(4) COMP-5.
        05 WS-QBPLACE-IND        PIC   S9(4) COMP-5.
           EXEC SQL END DECLARE SECTION
           END-EXEC.
      ******************************************************************
      *    ONE CURSOR PER PASS, EACH IN ITS BLOCK ORDER SO THE PROGRAM
      *    HOLDS ONE BLOCK AT A TIME, CITIZEN_ID ORDER WITHIN IT. A
      *    ROW LACKING A BLOCK COLUMN CANNOT MEET THAT RULE AND IS NOT
      *    READ BY ITS PASS. ROWS ALREADY MERGED INTO A SURVIVOR
      *    (MERGED_INTO SET BY NCITMAIN 'MG') ARE RETIRED AND NEVER
      *    COMPARED AGAIN
      ******************************************************************
           EXEC SQL
              DECLARE CRSDN CURSOR FOR
              SELECT
              CITIZEN_ID, BDATE, GENDER, ALIVE, NAME, BPLACE
              FROM CITIZENS
              WHERE BDATE IS NOT NULL
              AND NAME IS NOT NULL
              AND MERGED_INTO IS NULL
              ORDER BY BDATE, NAME, CITIZEN_ID
              FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE CRSDG CURSOR FOR
              SELECT
              CITIZEN_ID, BDATE, GENDER, ALIVE, NAME, BPLACE
              FROM CITIZENS
              WHERE BDATE IS NOT NULL
              AND GENDER IS NOT NULL
              AND BPLACE IS NOT NULL
              AND MERGED_INTO IS NULL
              ORDER BY BDATE, GENDER, BPLACE, CITIZEN_ID
              FOR FETCH ONLY
           END-EXEC.
      ******************************************************************
      *  END OF SQL VARIABLES & STRUCTURES
      ******************************************************************
       01 WS-PGM-ARGS.
        05 WS-MIN-SCORE       PIC   9(3) VALUE 60.
        05 WS-MIN-SIM         PIC   9(3) VALUE 70.
      ******************************************************************
      *    ONE BLOCK. ITS KEY IS THE BDATE FOLLOWED BY THE NAME (NAME
      *    PASS) OR BY THE GENDER AND BPLACE (PLACE PASS). A BLOCK OF
      *    MORE THAN 5000 ROWS ENDS THE RUN (PARA-BLOCK-OVERFLOW)
      ******************************************************************
       01 WS-QBLOCK.
        05 WS-QBLOCK-BDATE    PIC   X(10).
        05 WS-QBLOCK-REST     PIC   X(51).
       01 WS-GROUP.
        05 WS-GRP-BLOCK.
         10 WS-GRP-BDATE      PIC   X(10) VALUE SPACES.
         10 WS-GRP-BLOCK-REST PIC   X(51) VALUE SPACES.
        05 WS-GRP-CNT         PIC   S9(4) COMP-5 VALUE ZERO.
        05 WS-GRP-ROW OCCURS 5000 TIMES.
         10 WS-GRP-ID         PIC   9(9).
         10 WS-GRP-GENDER     PIC   X.
         10 WS-GRP-ALIVE      PIC   X.
         10 WS-GRP-NAME       PIC   X(30).
         10 WS-GRP-BPLACE     PIC   X(20).
      *    THE NAME REDUCED TO ITS UPPER-CASE LETTERS, FOR THE
      *    SIMILARITY MEASURE
         10 WS-GRP-KEY        PIC   X(30).
         10 WS-GRP-KEY-LEN    PIC   S9(4) COMP-5.
        05 WS-GRP-A           PIC   S9(4) COMP-5.
        05 WS-GRP-B           PIC   S9(4) COMP-5.
        05 WS-GRP-START       PIC   S9(4) COMP-5.
      ******************************************************************
      *    VARIABLES FOR PARA-NAME-SIMILARITY - SHARED CHARACTER PAIRS
      *    (BIGRAMS) OF THE TWO NAME KEYS, 2 * SHARED / (PAIRS A +
      *    PAIRS B), AS A PERCENTAGE. EACH PAIR OF B CAN BE MATCHED
      *    ONLY ONCE, SO 'ANNA' VS 'ANA' DOES NOT SCORE 100
      ******************************************************************
       01 WS-SIMILARITY.
        05 WS-SIM-PCT         PIC   9(3).
        05 WS-SIM-SHARED      PIC   S9(4) COMP-5.
        05 WS-SIM-PAIRS-A     PIC   S9(4) COMP-5.
        05 WS-SIM-PAIRS-B     PIC   S9(4) COMP-5.
        05 WS-SIM-I           PIC   S9(4) COMP-5.
        05 WS-SIM-J           PIC   S9(4) COMP-5.
        05 WS-SIM-USED-TAB.
         10 WS-SIM-USED       PIC   X OCCURS 30 TIMES.
        05 WS-SIM-FOUND-SW    PIC   X.
      *    NAME-KEY BUILD (LETTERS ONLY, UPPER CASE)
        05 WS-KEY-IN          PIC   X(30).
        05 WS-KEY-OUT         PIC   X(30).
        05 WS-KEY-LEN         PIC   S9(4) COMP-5.
        05 WS-KEY-IDX         PIC   S9(4) COMP-5.
      ******************************************************************
       01 WS-PAIR.
        05 WS-PAIR-RULE       PIC   XX.
        05 WS-PAIR-SCORE      PIC   9(3).
       01 WS-CONTROL.
        05 WS-DB2-EOF-SW      PIC   X VALUE 'N'.
           88 WS-DB2-EOF          VALUE 'Y'.
        05 WS-PASS-SW         PIC   X VALUE 'N'.
           88 WS-PASS-NAME        VALUE 'N'.
           88 WS-PASS-PLACE       VALUE 'G'.
      ******************************************************************
       01 WS-COUNTS.
        05 WS-READ-NAME       PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-READ-PLACE      PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-BLOCKS-NAME     PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-BLOCKS-PLACE    PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-PAIRS-TESTED    PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-CAND-NB         PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-CAND-GP         PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-BELOW-MIN       PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-WRITTEN         PIC   9(9) COMP-5 VALUE ZERO.
      ******************************************************************
       01 WS-FS-DUPW          PIC   XX.
       01 WS-HLINE            PIC   X(80) VALUES ALL '*'.
      ******************************************************************
      * FOR ABEND CALL ROUTINE TO BETTER DBG (SQL QUERY ERROR)
       01  ABEND-CODE                 PIC   S9(9) BINARY.
       01  TIMING                     PIC   S9(9) BINARY.
      ******************************************************************
       LINKAGE SECTION.
       01 PARM-BUFFER.
         05 PARM-LENGTH               PIC   S9(4) COMP.
         05 PARM-DATA                 PIC   X(256).
      ******************************************************************
      *    PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION USING PARM-BUFFER.
           MOVE ZERO TO RETURN-CODE
           IF PARM-LENGTH >= 3 THEN
              IF PARM-DATA(1:3) IS NUMERIC THEN
                 MOVE PARM-DATA(1:3) TO WS-MIN-SCORE
              ELSE
                 DISPLAY 'WARNING: BAD MINIMUM SCORE IN PARM. ',
                    'DEFAULTING TO 060'
              END-IF
           END-IF
           IF PARM-LENGTH >= 7 THEN
              IF PARM-DATA(5:3) IS NUMERIC THEN
                 MOVE PARM-DATA(5:3) TO WS-MIN-SIM
              ELSE
                 DISPLAY 'WARNING: BAD NAME SIMILARITY IN PARM. ',
                    'DEFAULTING TO 070'
              END-IF
           END-IF
           OPEN OUTPUT RECDUPW
           IF WS-FS-DUPW NOT = '00' THEN
              DISPLAY 'ERROR:   CANNOT OPEN NCDUPWL. FS=', WS-FS-DUPW
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM PARA-PASS-NAME
           PERFORM PARA-PASS-PLACE
           CLOSE RECDUPW
           PERFORM PARA-PRINT-SUMMARY
           STOP RUN.
      ******************************************************************
      *    PARAGRAPH PASS NAME - 'NB' PAIRS, BLOCKED ON BDATE + NAME
      ******************************************************************
       PARA-PASS-NAME.
           MOVE 'N' TO WS-PASS-SW
           PERFORM PARA-PASS-RESET
           EXEC SQL
              OPEN CRSDN
           END-EXEC
           PERFORM PARA-READ-DB2
           PERFORM PARA-GROUP-STEP UNTIL WS-DB2-EOF
      *    THE LAST BLOCK HAS NO FOLLOWING KEY TO CLOSE IT
           PERFORM PARA-COMPARE-GROUP
           EXEC SQL
              CLOSE CRSDN
           END-EXEC
           EXIT.
      ******************************************************************
      *    PARAGRAPH PASS PLACE - 'GP' PAIRS, BLOCKED ON BDATE +
      *    GENDER + BPLACE
      ******************************************************************
       PARA-PASS-PLACE.
           MOVE 'G' TO WS-PASS-SW
           PERFORM PARA-PASS-RESET
           EXEC SQL
              OPEN CRSDG
           END-EXEC
           PERFORM PARA-READ-DB2
           PERFORM PARA-GROUP-STEP UNTIL WS-DB2-EOF
           PERFORM PARA-COMPARE-GROUP
           EXEC SQL
              CLOSE CRSDG
           END-EXEC
           EXIT.
      ******************************************************************
       PARA-PASS-RESET.
           MOVE 'N' TO WS-DB2-EOF-SW
           MOVE ZERO TO WS-GRP-CNT
           MOVE SPACES TO WS-GRP-BLOCK
           EXIT.
      ******************************************************************
      *    PARAGRAPH GROUP STEP - A NEW BLOCK KEY CLOSES THE BLOCK
      *    HELD SO FAR (ALL ITS PAIRS ARE COMPARED) AND STARTS THE NEXT
      ******************************************************************
       PARA-GROUP-STEP.
           IF WS-QBLOCK NOT = WS-GRP-BLOCK THEN
              PERFORM PARA-COMPARE-GROUP
              MOVE ZERO TO WS-GRP-CNT
              MOVE WS-QBLOCK TO WS-GRP-BLOCK
           END-IF
           IF WS-GRP-CNT < 5000 THEN
              ADD 1 TO WS-GRP-CNT
              PERFORM PARA-HOLD-ROW
           ELSE
              PERFORM PARA-BLOCK-OVERFLOW
           END-IF
           PERFORM PARA-READ-DB2
           EXIT.
      ******************************************************************
      *    PARAGRAPH BLOCK OVERFLOW - THE BLOCK CANNOT BE COMPARED IN
      *    FULL. A PARTIAL WORKLIST WOULD LOOK COMPLETE, SO THE RUN
      *    ENDS RC 8 AND THE SORT STEP LEAVES NCDUPWL UNWRITTEN
      ******************************************************************
       PARA-BLOCK-OVERFLOW.
           DISPLAY 'ERROR:   MORE THAN 5000 CITIZENS IN ONE BLOCK - ',
              'NOT EVERY PAIR COULD BE COMPARED. ABORTING RUN'
           IF WS-PASS-NAME THEN
              DISPLAY '         BDATE ', WS-GRP-BDATE, ' NAME ',
                 WS-GRP-BLOCK-REST(1:30)
           ELSE
              DISPLAY '         BDATE ', WS-GRP-BDATE, ' GENDER ',
                 WS-GRP-BLOCK-REST(1:1), ' BPLACE ',
                 WS-GRP-BLOCK-REST(2:20)
           END-IF
           DISPLAY '         A LOAD DEFAULT VALUE? CORRECT THE ROWS ',
              'OR ENLARGE WS-GRP-ROW'
           CLOSE RECDUPW
           MOVE 8 TO RETURN-CODE
           STOP RUN
           EXIT.
      ******************************************************************
      *    PARAGRAPH READ DB2 - NEXT ROW OF THE PASS'S CURSOR AND ITS
      *    BLOCK KEY. THE BLOCK COLUMNS ARE NEVER NULL (SEE CURSORS)
      ******************************************************************
       PARA-READ-DB2.
           IF WS-PASS-NAME THEN
              EXEC SQL
                 FETCH CRSDN INTO
                    :WS-QCITID,
                    :WS-QBDATE,
                    :WS-QGENDER :WS-QGENDER-IND,
                    :WS-QALIVE :WS-QALIVE-IND,
                    :WS-QNAME :WS-QNAME-IND,
                    :WS-QBPLACE :WS-QBPLACE-IND
              END-EXEC
           ELSE
              EXEC SQL
                 FETCH CRSDG INTO
                    :WS-QCITID,
                    :WS-QBDATE,
                    :WS-QGENDER :WS-QGENDER-IND,
                    :WS-QALIVE :WS-QALIVE-IND,
                    :WS-QNAME :WS-QNAME-IND,
                    :WS-QBPLACE :WS-QBPLACE-IND
              END-EXEC
           END-IF
           EVALUATE SQLCODE
              WHEN ZERO
                 MOVE WS-QBDATE TO WS-QBLOCK-BDATE
                 MOVE SPACES TO WS-QBLOCK-REST
                 IF WS-PASS-NAME THEN
                    ADD 1 TO WS-READ-NAME
                    MOVE WS-QNAME TO WS-QBLOCK-REST(1:30)
                 ELSE
                    ADD 1 TO WS-READ-PLACE
                    MOVE WS-QGENDER TO WS-QBLOCK-REST(1:1)
                    MOVE WS-QBPLACE TO WS-QBLOCK-REST(2:20)
                 END-IF
              WHEN +100
                 MOVE 'Y' TO WS-DB2-EOF-SW
              WHEN OTHER
      ************** DB2 Error Handling Routine
           DISPLAY '*************************************************'
           DISPLAY '**** E R R O R M E S S A G E S ****'
           DISPLAY '*************************************************'
           DISPLAY '* Problem in paragraph: NCDUPDET'
           DISPLAY '*'
           DISPLAY '* SQLCODE: ' SQLCODE
           DISPLAY '*************************************************'
           MOVE 8 TO RETURN-CODE
           CALL "CEE3ABD" USING ABEND-CODE , TIMING
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH HOLD ROW - THE FETCHED ROW INTO THE GROUP TABLE.
      *    NULL COLUMNS HOLD AS SPACES SO THEY NEVER MATCH ANYTHING
      ******************************************************************
       PARA-HOLD-ROW.
           MOVE WS-QCITID TO WS-GRP-ID(WS-GRP-CNT)
           IF WS-QGENDER-IND < 0 THEN
              MOVE SPACE TO WS-GRP-GENDER(WS-GRP-CNT)
           ELSE
              MOVE WS-QGENDER TO WS-GRP-GENDER(WS-GRP-CNT)
           END-IF
           IF WS-QALIVE-IND < 0 THEN
              MOVE SPACE TO WS-GRP-ALIVE(WS-GRP-CNT)
           ELSE
              MOVE WS-QALIVE TO WS-GRP-ALIVE(WS-GRP-CNT)
           END-IF
           IF WS-QNAME-IND < 0 THEN
              MOVE SPACES TO WS-GRP-NAME(WS-GRP-CNT)
           ELSE
              MOVE WS-QNAME TO WS-GRP-NAME(WS-GRP-CNT)
           END-IF
           IF WS-QBPLACE-IND < 0 THEN
              MOVE SPACES TO WS-GRP-BPLACE(WS-GRP-CNT)
           ELSE
              MOVE WS-QBPLACE TO WS-GRP-BPLACE(WS-GRP-CNT)
           END-IF
           MOVE WS-GRP-NAME(WS-GRP-CNT) TO WS-KEY-IN
           PERFORM PARA-BUILD-NAME-KEY
           MOVE WS-KEY-OUT TO WS-GRP-KEY(WS-GRP-CNT)
           MOVE WS-KEY-LEN TO WS-GRP-KEY-LEN(WS-GRP-CNT)
           EXIT.
      ******************************************************************
      *    PARAGRAPH BUILD NAME KEY - UPPER CASE, LETTERS ONLY, SO
      *    'O''BRIEN, MARY' AND 'OBRIEN MARY' COMPARE EQUAL
      ******************************************************************
       PARA-BUILD-NAME-KEY.
           INSPECT WS-KEY-IN CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WS-KEY-OUT
           MOVE ZERO TO WS-KEY-LEN
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
              UNTIL WS-KEY-IDX > 30
              IF WS-KEY-IN(WS-KEY-IDX:1) IS ALPHABETIC-UPPER AND
                 WS-KEY-IN(WS-KEY-IDX:1) NOT = SPACE THEN
                 ADD 1 TO WS-KEY-LEN
                 MOVE WS-KEY-IN(WS-KEY-IDX:1)
                    TO WS-KEY-OUT(WS-KEY-LEN:1)
              END-IF
           END-PERFORM
           EXIT.
      ******************************************************************
      *    PARAGRAPH COMPARE GROUP - EVERY PAIR (A < B) OF THE BLOCK
      ******************************************************************
       PARA-COMPARE-GROUP.
           IF WS-GRP-CNT > 1 THEN
              IF WS-PASS-NAME THEN
                 ADD 1 TO WS-BLOCKS-NAME
              ELSE
                 ADD 1 TO WS-BLOCKS-PLACE
              END-IF
           END-IF
           PERFORM VARYING WS-GRP-A FROM 1 BY 1
              UNTIL WS-GRP-A >= WS-GRP-CNT
              COMPUTE WS-GRP-START = WS-GRP-A + 1
              PERFORM VARYING WS-GRP-B FROM WS-GRP-START BY 1
                 UNTIL WS-GRP-B > WS-GRP-CNT
                 ADD 1 TO WS-PAIRS-TESTED
                 PERFORM PARA-COMPARE-PAIR
              END-PERFORM
           END-PERFORM
           EXIT.
      ******************************************************************
      *    PARAGRAPH COMPARE PAIR - ROW WS-GRP-A AGAINST ROW
      *    WS-GRP-B. RULE 'NB' FIRST, AS IT IS THE STRONGER EVIDENCE;
      *    'GP' ONLY WHEN 'NB' DID NOT HIT - A SAME-NAME PAIR MET IN
      *    THE PLACE PASS WAS ALREADY LISTED BY THE NAME PASS
      ******************************************************************
       PARA-COMPARE-PAIR.
           MOVE SPACES TO WS-PAIR-RULE
           MOVE ZERO TO WS-SIM-PCT
           IF WS-PASS-PLACE THEN
              PERFORM PARA-NAME-SIMILARITY
           END-IF
           EVALUATE TRUE
              WHEN WS-GRP-NAME(WS-GRP-A) NOT = SPACES AND
                   WS-GRP-NAME(WS-GRP-A) = WS-GRP-NAME(WS-GRP-B)
                 IF WS-PASS-NAME THEN
                    MOVE 'NB' TO WS-PAIR-RULE
                    MOVE 100 TO WS-SIM-PCT
                    ADD 1 TO WS-CAND-NB
                 END-IF
              WHEN WS-PASS-PLACE AND
                   WS-GRP-GENDER(WS-GRP-A) NOT = SPACE AND
                   WS-GRP-GENDER(WS-GRP-A) = WS-GRP-GENDER(WS-GRP-B)
                   AND WS-GRP-BPLACE(WS-GRP-A) NOT = SPACES AND
                   WS-GRP-BPLACE(WS-GRP-A) = WS-GRP-BPLACE(WS-GRP-B)
                   AND WS-SIM-PCT >= WS-MIN-SIM
                 MOVE 'GP' TO WS-PAIR-RULE
                 ADD 1 TO WS-CAND-GP
           END-EVALUATE
           IF WS-PAIR-RULE NOT = SPACES THEN
              PERFORM PARA-SCORE-PAIR
              IF WS-PAIR-SCORE >= WS-MIN-SCORE THEN
                 PERFORM PARA-WRITE-WORKLIST
              ELSE
                 ADD 1 TO WS-BELOW-MIN
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH NAME SIMILARITY - BIGRAM OVERLAP OF THE TWO NAME
      *    KEYS INTO WS-SIM-PCT (0-100). A KEY SHORTER THAN TWO
      *    LETTERS HAS NO PAIRS AND SCORES ZERO
      ******************************************************************
       PARA-NAME-SIMILARITY.
           MOVE ZERO TO WS-SIM-PCT
           MOVE ZERO TO WS-SIM-SHARED
           COMPUTE WS-SIM-PAIRS-A = WS-GRP-KEY-LEN(WS-GRP-A) - 1
           COMPUTE WS-SIM-PAIRS-B = WS-GRP-KEY-LEN(WS-GRP-B) - 1
           IF WS-SIM-PAIRS-A > 0 AND WS-SIM-PAIRS-B > 0 THEN
              MOVE SPACES TO WS-SIM-USED-TAB
              PERFORM VARYING WS-SIM-I FROM 1 BY 1
                 UNTIL WS-SIM-I > WS-SIM-PAIRS-A
                 MOVE 'N' TO WS-SIM-FOUND-SW
                 PERFORM VARYING WS-SIM-J FROM 1 BY 1
                    UNTIL WS-SIM-J > WS-SIM-PAIRS-B
                       OR WS-SIM-FOUND-SW = 'Y'
                    IF WS-SIM-USED(WS-SIM-J) = SPACE AND
                       WS-GRP-KEY(WS-GRP-A)(WS-SIM-I:2) =
                       WS-GRP-KEY(WS-GRP-B)(WS-SIM-J:2) THEN
                       MOVE 'Y' TO WS-SIM-USED(WS-SIM-J)
                       MOVE 'Y' TO WS-SIM-FOUND-SW
                       ADD 1 TO WS-SIM-SHARED
                    END-IF
                 END-PERFORM
              END-PERFORM
              COMPUTE WS-SIM-PCT = (200 * WS-SIM-SHARED) /
                 (WS-SIM-PAIRS-A + WS-SIM-PAIRS-B)
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH SCORE PAIR - WEIGHTS AS DOCUMENTED IN THE HEADER
      ******************************************************************
       PARA-SCORE-PAIR.
           COMPUTE WS-PAIR-SCORE = 30 + (40 * WS-SIM-PCT) / 100
           IF WS-GRP-GENDER(WS-GRP-A) NOT = SPACE AND
              WS-GRP-GENDER(WS-GRP-A) = WS-GRP-GENDER(WS-GRP-B) THEN
              ADD 10 TO WS-PAIR-SCORE
           END-IF
           IF WS-GRP-BPLACE(WS-GRP-A) NOT = SPACES AND
              WS-GRP-BPLACE(WS-GRP-A) = WS-GRP-BPLACE(WS-GRP-B) THEN
              ADD 15 TO WS-PAIR-SCORE
           END-IF
           IF WS-GRP-ALIVE(WS-GRP-A) NOT = SPACE AND
              WS-GRP-ALIVE(WS-GRP-A) = WS-GRP-ALIVE(WS-GRP-B) THEN
              ADD 5 TO WS-PAIR-SCORE
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH WRITE WORKLIST - THE BLOCK IS IN CITIZEN_ID
      *    ORDER, SO ROW A IS ALWAYS THE OLDER REGISTRATION AND THE
      *    SUGGESTED SURVIVOR
      ******************************************************************
       PARA-WRITE-WORKLIST.
           MOVE SPACES TO DUPW-R
           MOVE WS-PAIR-SCORE           TO DUPW-SCORE
           MOVE WS-PAIR-RULE            TO DUPW-RULE
           MOVE WS-GRP-ID(WS-GRP-A)     TO DUPW-SURVIVOR-ID
           MOVE WS-GRP-ID(WS-GRP-B)     TO DUPW-LOSER-ID
           MOVE WS-GRP-BDATE            TO DUPW-BDATE
           MOVE WS-SIM-PCT              TO DUPW-NAME-SIM
           MOVE WS-GRP-NAME(WS-GRP-A)   TO DUPW-SURVIVOR-NAME
           MOVE WS-GRP-NAME(WS-GRP-B)   TO DUPW-LOSER-NAME
           MOVE WS-GRP-BPLACE(WS-GRP-A) TO DUPW-BPLACE
           WRITE DUPW-R
           END-WRITE
           ADD 1 TO WS-WRITTEN
           EXIT.
      ******************************************************************
       PARA-PRINT-SUMMARY.
           DISPLAY WS-HLINE
           DISPLAY ' PROBABLE-DUPLICATE DETECTION SUMMARY'
           DISPLAY ' MINIMUM SCORE / NAME SIMILARITY: ', WS-MIN-SCORE,
              ' / ', WS-MIN-SIM
           DISPLAY ' ROWS READ, NAME PASS . . : ', WS-READ-NAME
           DISPLAY ' ROWS READ, PLACE PASS  . : ', WS-READ-PLACE
           DISPLAY ' BDATE+NAME BLOCKS (2+) . : ', WS-BLOCKS-NAME
           DISPLAY ' BDATE+GENDER+BPLACE (2+) : ', WS-BLOCKS-PLACE
           DISPLAY ' PAIRS COMPARED . . . . . : ', WS-PAIRS-TESTED
           DISPLAY ' SAME NAME + BDATE (NB) . : ', WS-CAND-NB
           DISPLAY ' GENDER+BPLACE+NAME (GP)  : ', WS-CAND-GP
           DISPLAY ' CANDIDATES BELOW MINIMUM : ', WS-BELOW-MIN
           DISPLAY ' WORKLIST RECORDS WRITTEN : ', WS-WRITTEN
           DISPLAY WS-HLINE
           IF WS-WRITTEN > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           EXIT.
