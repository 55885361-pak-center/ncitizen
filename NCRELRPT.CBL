       IDENTIFICATION DIVISION.
       PROGRAM-ID. NCRELRPT.
      ******************************************************************
      *                      NAKSHATRA CITIZEN
      *                      (VEDIC ASTROLOGY)
      *                      PARENT/CHILD NAKSHATRA INHERITANCE REPORT
      ******************************************************************
      *    ABOUT
      *          THE RESEARCH DESK WANTS TO KNOW WHETHER A CHILD'S
      *          NAKSHATRA TRACKS ITS PARENTS'. THIS PGM WALKS THE
      *          CITIZENS_REL REGISTER (ONE ROW PER CHILD, MOTHER_ID
      *          AND FATHER_ID MAINTAINED BY NCITMAIN MODE 'PR') JOINED
      *          TO THE CHILD'S AND EACH PARENT'S BIRTH DATE, CLASSIFIES
      *          EVERY BIRTH DATE UNDER THE NCNBND BOUNDARY SET FOR ITS
      *          OWN YEAR - THE SAME PARA-FIND-NAKSHATRA WALK NCITIZEN
      *          USES - AND CROSS-TABULATES EACH PARENT-CHILD LINK:
      *             - PARENT NAKSHATRA AGAINST CHILD NAKSHATRA (27 X 27,
      *               PRINTED IN THREE BLOCKS OF 9 CHILD COLUMNS)
      *             - PARENT GANA AGAINST CHILD GANA (3 X 3)
      *             - PARENT LORD AGAINST CHILD LORD (9 X 9)
      *          EACH TABLE ENDS WITH THE OBSERVED SHARE OF LINKS WHERE
      *          PARENT AND CHILD AGREE AND THE SHARE EXPECTED BY
      *          CHANCE FROM THE ROW AND COLUMN TOTALS ALONE.
      *          MERGED-AWAY CHILDREN (MERGED_INTO SET) AND CHILDREN
      *          WITHOUT A BIRTH DATE ARE NOT READ. A LINK WHOSE PARENT
      *          HAS NO BIRTH DATE, OR A BIRTH YEAR NO NCNBND SET
      *          COVERS, IS COUNTED AS SKIPPED, NOT GUESSED.
      *
      ******************************************************************
      *          COPYRIGHT:  GNU GPLV3 LICENSE 2023
      *          AUTHOR:     PRZEMYSLAW ADAM KUPISZ
      *          VERSION:    ALPHA
      *
      *    ARGUMENTS FROM JCL
      *    POS 1     LINKS TO COUNT  'M' = MOTHER-CHILD ONLY
      *                              'F' = FATHER-CHILD ONLY
      *                              'B' = BOTH (DEFAULT)
      *    EXAMPLES
      *       PARM='B'                  EVERY PARENT-CHILD LINK
      *       PARM='M'                  MATERNAL LINE ONLY
      *
      *    RETURN CODES
      *          0 - REPORT PRINTED
      *          4 - NO LINK COULD BE CLASSIFIED, OR LINKS SKIPPED
      *              FOR BIRTH YEARS OUTSIDE NCNBND
      *          8 - NCNBND UNUSABLE / DB2 ERROR
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    EFFECTIVE-DATED NAKSHATRA BOUNDARIES - THE SAME CONTROL
      *    DATASET NCITIZEN CLASSIFIES WITH
           SELECT RECNBND ASSIGN TO NCNBND
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-NBND.
       DATA DIVISION.
       FILE SECTION.
      *    SAME COLUMNS AS NCITIZEN'S RECV01-NBND-R
       FD RECNBND
           RECORDING MODE IS F.
       01 NBND-R.
        05 NBND-FROM-YEAR             PIC   9(4).
        05 FILLER                     PIC   X.
        05 NBND-TO-YEAR               PIC   9(4).
        05 FILLER                     PIC   X.
        05 NBND-SEQ                   PIC   9(2).
        05 FILLER                     PIC   X.
        05 NBND-NAME                  PIC   X(16).
        05 FILLER                     PIC   X.
        05 NBND-LOW                   PIC   9(4).
        05 FILLER                     PIC   X.
        05 NBND-HIGH                  PIC   9(4).
        05 FILLER                     PIC   X.
        05 NBND-LOW2                  PIC   9(4).
        05 FILLER                     PIC   X.
        05 NBND-HIGH2                 PIC   9(4).
        05 FILLER                     PIC   X.
        05 NBND-BOUND                 PIC   9(4).
        05 FILLER                     PIC   X(26).
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
        05 WS-QCHILD-ID          PIC   S9(9) COMP-5.
        05 WS-QCHILD-BDATE       PIC   X(10).
        05 WS-QMOTHER-ID         PIC   S9(9) COMP-5.
        05 WS-QMOTHER-BDATE      PIC   X(10).
        05 WS-QFATHER-ID         PIC   S9(9) COMP-5.
        05 WS-QFATHER-BDATE      PIC   X(10).
        05 WS-QMOTHER-ID-IND     PIC   S9(4) COMP-5.
        05 WS-QMOTHER-BDATE-IND  PIC   S9(4) COMP-5.
        05 WS-QFATHER-ID-IND     PIC   S9(4) COMP-5.
        05 WS-QFATHER-BDATE-IND  PIC   S9(4) COMP-5.
           EXEC SQL END DECLARE SECTION
           END-EXEC.
      ******************************************************************
      *    ONE ROW PER REGISTERED CHILD WITH BOTH PARENTS' BIRTH DATES.
      *    THE PARENT JOINS ARE OUTER - A LINK TO A PARENT WITHOUT A
      *    BIRTH DATE STILL COMES BACK (BDATE NULL) SO IT IS COUNTED
      *    AS SKIPPED INSTEAD OF DISAPPEARING FROM THE CONTROL TOTALS
      ******************************************************************
           EXEC SQL
              DECLARE CRSR CURSOR FOR
              SELECT
              R.CITIZEN_ID, C.BDATE,
              R.MOTHER_ID, M.BDATE,
              R.FATHER_ID, F.BDATE
              FROM CITIZENS_REL R
              INNER JOIN CITIZENS C
                 ON C.CITIZEN_ID = R.CITIZEN_ID
              LEFT OUTER JOIN CITIZENS M
                 ON M.CITIZEN_ID = R.MOTHER_ID
              LEFT OUTER JOIN CITIZENS F
                 ON F.CITIZEN_ID = R.FATHER_ID
              WHERE C.BDATE IS NOT NULL
              AND C.MERGED_INTO IS NULL
              ORDER BY R.CITIZEN_ID
              FOR FETCH ONLY
           END-EXEC.
      ******************************************************************
      *  END OF SQL VARIABLES & STRUCTURES
      ******************************************************************
       01 WS-PGM-ARGS.
        05 WS-LINK-SEL        PIC   X VALUE 'B'.
           88 WS-LINK-MOTHER      VALUE 'M' 'B'.
           88 WS-LINK-FATHER      VALUE 'F' 'B'.
      ******************************************************************
      * 27 NAKSHATRA NAME & MONTH-DAY BOUNDARY LOOKUP TABLE - SAME
      * SHAPE AS NCITIZEN'S WS-NTAB-LOOKUP (WITHOUT THE PADA AND
      * DAY-OF-YEAR COLUMNS THIS REPORT DOES NOT USE), ACTIVATED PER
      * BIRTH YEAR FROM WS-NBND-CONTROL BY PARA-SET-NTAB-FOR-YEAR
      ******************************************************************
       01 WS-NTAB-LOOKUP.
        05 WS-NTAB-ENTRY OCCURS 27 TIMES INDEXED BY INX-NTAB.
         10 WS-NTAB-NAME               PIC   X(16).
         10 WS-NTAB-MD-LOW             PIC   9(4).
         10 WS-NTAB-MD-HIGH            PIC   9(4).
         10 WS-NTAB-MD-LOW2            PIC   9(4) VALUE ZERO.
         10 WS-NTAB-MD-HIGH2           PIC   9(4) VALUE ZERO.
         10 WS-NTAB-MD-BOUND           PIC   9(4).
      *    GANA 1=DEVA/2=MANUSHYA/3=RAKSHASA AND VIMSHOTTARI LORD
      *    1-9, SET ONCE BY PARA-INIT-GANA-LORD (THEY FOLLOW THE
      *    NAKSHATRA'S SEQUENCE, NOT ITS BOUNDARIES)
         10 WS-NTAB-GANA               PIC   9.
         10 WS-NTAB-LORD               PIC   9.
      ******************************************************************
      * GANA AND PLANETARY-LORD NAME LOOKUPS - AS NCITIZEN
      ******************************************************************
       01 WS-GANA-LORD.
        05 WS-GANA-NAME      PIC   X(9) OCCURS 3 TIMES.
        05 WS-LORD-NAME      PIC   X(8) OCCURS 9 TIMES.
        05 WS-GL-IDX         PIC   S9(3) COMP-5.
        05 WS-GL-Q           PIC   S9(3) COMP-5.
        05 WS-GL-R           PIC   S9(3) COMP-5.
      ******************************************************************
      * EFFECTIVE-DATED BOUNDARY SETS LOADED FROM NCNBND - SAME SHAPE
      * AND LIMITS AS NCITIZEN'S WS-NBND-CONTROL
      ******************************************************************
       01 WS-NBND-CONTROL.
        05 WS-NBND-SET-CNT   PIC   S9(3) COMP-5 VALUE ZERO.
        05 WS-NBND-ACTIVE    PIC   S9(3) COMP-5 VALUE ZERO.
        05 WS-NBND-TARGET-YEAR PIC 9(4).
        05 WS-NBND-IDX       PIC   S9(3) COMP-5.
        05 WS-NBND-FOUND     PIC   S9(3) COMP-5.
        05 WS-NBND-SET OCCURS 8 TIMES.
         10 WS-NBND-FROM-YEAR PIC  9(4).
         10 WS-NBND-TO-YEAR   PIC  9(4).
         10 WS-NBND-ROWS      PIC  S9(3) COMP-5.
         10 WS-NBND-ENTRY OCCURS 27 TIMES.
          15 WS-NBND-NAME     PIC  X(16).
          15 WS-NBND-LOW      PIC  9(4).
          15 WS-NBND-HIGH     PIC  9(4).
          15 WS-NBND-LOW2     PIC  9(4).
          15 WS-NBND-HIGH2    PIC  9(4).
          15 WS-NBND-BOUND    PIC  9(4).
      ******************************************************************
      *    CLASSIFICATION OF ONE BIRTH DATE - WS-CLS-BDATE IN,
      *    WS-CLS-N OUT (0 = NO BOUNDARY SET COVERS THE YEAR)
      ******************************************************************
       01 WS-CLASSIFY.
        05 WS-CLS-BDATE       PIC   X(10).
        05 WS-CLS-N           PIC   S9(3) COMP-5.
        05 WS-MONTH-DAY       PIC   9(4).
        05 WS-NU              PIC   9.
        05 WS-CHILD-N         PIC   S9(3) COMP-5.
        05 WS-PAR-N           PIC   S9(3) COMP-5.
        05 WS-CHILD-G         PIC   S9(3) COMP-5.
        05 WS-PAR-G           PIC   S9(3) COMP-5.
        05 WS-CHILD-L         PIC   S9(3) COMP-5.
        05 WS-PAR-L           PIC   S9(3) COMP-5.
        05 INX-N              PIC   S9(3) COMP-5.
      ******************************************************************
      *    THE CROSS-TABS - ROW = PARENT, COLUMN = CHILD - WITH THEIR
      *    ROW AND COLUMN TOTALS
      ******************************************************************
       01 WS-XTAB.
        05 WS-XN-ROW OCCURS 27 TIMES.
         10 WS-XN-CELL        PIC   9(9) COMP-5 OCCURS 27 TIMES.
         10 WS-XN-ROWTOT      PIC   9(9) COMP-5.
        05 WS-XN-COLTOT       PIC   9(9) COMP-5 OCCURS 27 TIMES.
        05 WS-XG-ROW OCCURS 3 TIMES.
         10 WS-XG-CELL        PIC   9(9) COMP-5 OCCURS 3 TIMES.
         10 WS-XG-ROWTOT      PIC   9(9) COMP-5.
        05 WS-XG-COLTOT       PIC   9(9) COMP-5 OCCURS 3 TIMES.
        05 WS-XL-ROW OCCURS 9 TIMES.
         10 WS-XL-CELL        PIC   9(9) COMP-5 OCCURS 9 TIMES.
         10 WS-XL-ROWTOT      PIC   9(9) COMP-5.
        05 WS-XL-COLTOT       PIC   9(9) COMP-5 OCCURS 9 TIMES.
        05 WS-XI              PIC   S9(3) COMP-5.
        05 WS-XJ              PIC   S9(3) COMP-5.
        05 WS-XBLK            PIC   S9(3) COMP-5.
        05 WS-XCOL            PIC   S9(3) COMP-5.
      ******************************************************************
      *    AGREEMENT - OBSERVED SHARE OF LINKS ON THE DIAGONAL AND THE
      *    SHARE EXPECTED BY CHANCE (SUM OF ROWTOT * COLTOT / LINKS)
      ******************************************************************
       01 WS-AGREE.
        05 WS-AGR-SIZE        PIC   S9(3) COMP-5.
        05 WS-AGR-DIAG        PIC   9(9) COMP-5.
        05 WS-AGR-EXP         PIC   9(11)V9(4) COMP-3.
        05 WS-AGR-OBS-PCT     PIC   9(3)V99.
        05 WS-AGR-EXP-PCT     PIC   9(3)V99.
        05 WS-AGR-OBS-D       PIC   ZZ9.99.
        05 WS-AGR-EXP-D       PIC   ZZ9.99.
        05 WS-AGR-DIAG-D      PIC   Z(8)9.
      ******************************************************************
      *    PRINT LINES - 9 COUNT COLUMNS EACH, UNDER 80 BYTES
      ******************************************************************
       01 WS-XN-LINE.
        05 WS-XNL-SEQ         PIC   Z9.
        05 FILLER             PIC   X.
        05 WS-XNL-NAME        PIC   X(12).
        05 FILLER             PIC   X.
        05 WS-XNL-CELL        PIC   Z(6)9 OCCURS 9 TIMES.
       01 WS-XN-HEAD.
        05 WS-XNH-TEXT        PIC   X(16).
        05 WS-XNH-COL OCCURS 9 TIMES.
         10 WS-XNH-PAD        PIC   X(5).
         10 WS-XNH-SEQ        PIC   99.
       01 WS-XG-LINE.
        05 WS-XGL-NAME        PIC   X(10).
        05 WS-XGL-CELL        PIC   Z(9)9 OCCURS 3 TIMES.
        05 WS-XGL-TOT         PIC   Z(9)9.
       01 WS-XL-LINE.
        05 WS-XLL-NAME        PIC   X(8).
        05 WS-XLL-CELL        PIC   Z(6)9 OCCURS 9 TIMES.
       01 WS-TOT-LINE.
        05 WS-TOTL-SEQ        PIC   Z9.
        05 FILLER             PIC   X.
        05 WS-TOTL-NAME       PIC   X(16).
        05 WS-TOTL-PARENT     PIC   Z(9)9.
        05 WS-TOTL-CHILD      PIC   Z(9)9.
        05 WS-TOTL-SAME       PIC   Z(9)9.
      ******************************************************************
       01 WS-CONTROL.
        05 WS-DB2-EOF-SW      PIC   X VALUE 'N'.
           88 WS-DB2-EOF          VALUE 'Y'.
        05 WS-EOF-FLAG        PIC   X VALUE 'N'.
      ******************************************************************
       01 WS-COUNTS.
        05 WS-CHILD-READ      PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-LINKS-MOTHER    PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-LINKS-FATHER    PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-LINKS-TOTAL     PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-SKIP-NO-BDATE   PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-SKIP-NO-SET     PIC   9(9) COMP-5 VALUE ZERO.
      ******************************************************************
       01 WS-FS-NBND          PIC   XX.
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
           IF PARM-LENGTH >= 1 THEN
              IF PARM-DATA(1:1) = 'M' OR PARM-DATA(1:1) = 'F' OR
                 PARM-DATA(1:1) = 'B' THEN
                 MOVE PARM-DATA(1:1) TO WS-LINK-SEL
              ELSE
                 DISPLAY 'WARNING: BAD LINK SELECTION IN PARM. ',
                    'DEFAULTING TO B (BOTH PARENTS)'
              END-IF
           END-IF
           INITIALIZE WS-XTAB
           PERFORM PARA-LOAD-NTAB-CONTROL
           PERFORM PARA-INIT-GANA-LORD
           EXEC SQL
              OPEN CRSR
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM PARA-SQL-ERROR
           END-IF
           PERFORM PARA-READ-DB2
           PERFORM PARA-RELATION-STEP UNTIL WS-DB2-EOF
           EXEC SQL
              CLOSE CRSR
           END-EXEC
           PERFORM PARA-PRINT-REPORT
           IF WS-LINKS-TOTAL = ZERO OR WS-SKIP-NO-SET > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      ******************************************************************
      *    PARAGRAPH RELATION STEP - CLASSIFIES THE CHILD ONCE, THEN
      *    TALLIES EACH SELECTED PARENT LINK AGAINST IT
      ******************************************************************
       PARA-RELATION-STEP.
           MOVE WS-QCHILD-BDATE TO WS-CLS-BDATE
           PERFORM PARA-CLASSIFY-BDATE
           MOVE WS-CLS-N TO WS-CHILD-N
           IF WS-CHILD-N = ZERO THEN
      *    EVERY LINK OF AN UNCLASSIFIABLE CHILD IS SKIPPED WITH IT
              IF WS-LINK-MOTHER AND WS-QMOTHER-ID-IND NOT < 0 THEN
                 ADD 1 TO WS-SKIP-NO-SET
              END-IF
              IF WS-LINK-FATHER AND WS-QFATHER-ID-IND NOT < 0 THEN
                 ADD 1 TO WS-SKIP-NO-SET
              END-IF
           ELSE
              IF WS-LINK-MOTHER AND WS-QMOTHER-ID-IND NOT < 0 THEN
                 IF WS-QMOTHER-BDATE-IND < 0 THEN
                    ADD 1 TO WS-SKIP-NO-BDATE
                 ELSE
                    MOVE WS-QMOTHER-BDATE TO WS-CLS-BDATE
                    PERFORM PARA-CLASSIFY-BDATE
                    IF WS-CLS-N = ZERO THEN
                       ADD 1 TO WS-SKIP-NO-SET
                    ELSE
                       MOVE WS-CLS-N TO WS-PAR-N
                       PERFORM PARA-TALLY-LINK
                       ADD 1 TO WS-LINKS-MOTHER
                    END-IF
                 END-IF
              END-IF
              IF WS-LINK-FATHER AND WS-QFATHER-ID-IND NOT < 0 THEN
                 IF WS-QFATHER-BDATE-IND < 0 THEN
                    ADD 1 TO WS-SKIP-NO-BDATE
                 ELSE
                    MOVE WS-QFATHER-BDATE TO WS-CLS-BDATE
                    PERFORM PARA-CLASSIFY-BDATE
                    IF WS-CLS-N = ZERO THEN
                       ADD 1 TO WS-SKIP-NO-SET
                    ELSE
                       MOVE WS-CLS-N TO WS-PAR-N
                       PERFORM PARA-TALLY-LINK
                       ADD 1 TO WS-LINKS-FATHER
                    END-IF
                 END-IF
              END-IF
           END-IF
           PERFORM PARA-READ-DB2
           EXIT.
      ******************************************************************
       PARA-READ-DB2.
           EXEC SQL
              FETCH CRSR INTO
                 :WS-QCHILD-ID,
                 :WS-QCHILD-BDATE,
                 :WS-QMOTHER-ID :WS-QMOTHER-ID-IND,
                 :WS-QMOTHER-BDATE :WS-QMOTHER-BDATE-IND,
                 :WS-QFATHER-ID :WS-QFATHER-ID-IND,
                 :WS-QFATHER-BDATE :WS-QFATHER-BDATE-IND
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZERO
                 ADD 1 TO WS-CHILD-READ
              WHEN +100
                 MOVE 'Y' TO WS-DB2-EOF-SW
              WHEN OTHER
                 PERFORM PARA-SQL-ERROR
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH CLASSIFY BDATE - ACTIVATES THE BOUNDARY SET FOR
      *    THE BIRTH YEAR AND WALKS IT. WS-CLS-N COMES BACK AS THE
      *    NAKSHATRA SEQUENCE 1-27, OR ZERO WHEN NO SET COVERS THE
      *    YEAR (A BOUNDARY DAY COUNTS FOR ITS OWN NAKSHATRA, AS IN
      *    NCITIZEN'S SQ TALLY)
      ******************************************************************
       PARA-CLASSIFY-BDATE.
           MOVE ZERO TO WS-CLS-N
           MOVE WS-CLS-BDATE(1:4) TO WS-NBND-TARGET-YEAR
           PERFORM PARA-SET-NTAB-FOR-YEAR
           IF WS-NBND-ACTIVE > 0 THEN
              MOVE WS-CLS-BDATE(6:2) TO WS-MONTH-DAY(1:2)
              MOVE WS-CLS-BDATE(9:2) TO WS-MONTH-DAY(3:2)
              PERFORM PARA-FIND-NAKSHATRA
              MOVE INX-N TO WS-CLS-N
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH TALLY LINK - ONE PARENT-CHILD LINK (WS-PAR-N,
      *    WS-CHILD-N) INTO ALL THREE CROSS-TABS
      ******************************************************************
       PARA-TALLY-LINK.
           ADD 1 TO WS-LINKS-TOTAL
           ADD 1 TO WS-XN-CELL(WS-PAR-N, WS-CHILD-N)
           ADD 1 TO WS-XN-ROWTOT(WS-PAR-N)
           ADD 1 TO WS-XN-COLTOT(WS-CHILD-N)
           MOVE WS-NTAB-GANA(WS-PAR-N)   TO WS-PAR-G
           MOVE WS-NTAB-GANA(WS-CHILD-N) TO WS-CHILD-G
           ADD 1 TO WS-XG-CELL(WS-PAR-G, WS-CHILD-G)
           ADD 1 TO WS-XG-ROWTOT(WS-PAR-G)
           ADD 1 TO WS-XG-COLTOT(WS-CHILD-G)
           MOVE WS-NTAB-LORD(WS-PAR-N)   TO WS-PAR-L
           MOVE WS-NTAB-LORD(WS-CHILD-N) TO WS-CHILD-L
           ADD 1 TO WS-XL-CELL(WS-PAR-L, WS-CHILD-L)
           ADD 1 TO WS-XL-ROWTOT(WS-PAR-L)
           ADD 1 TO WS-XL-COLTOT(WS-CHILD-L)
           EXIT.
      ******************************************************************
      *    PARAGRAPH LOAD NTAB CONTROL - AS NCITIZEN: THE RUN IS
      *    STOPPED COLD WHEN NCNBND IS MISSING, A SET IS NOT EXACTLY
      *    27 ROWS OR A SEQUENCE NUMBER IS OUT OF RANGE
      ******************************************************************
       PARA-LOAD-NTAB-CONTROL.
           MOVE ZERO TO WS-NBND-SET-CNT
           MOVE ZERO TO WS-NBND-ACTIVE
           OPEN INPUT RECNBND
           IF WS-FS-NBND NOT = '00' THEN
              DISPLAY 'ERROR:   NAKSHATRA BOUNDARY CONTROL DATASET ',
                 '(NCNBND DD) CANNOT BE OPENED. FS=', WS-FS-NBND
              MOVE 8 TO RETURN-CODE
              CALL "CEE3ABD" USING ABEND-CODE , TIMING
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
              READ RECNBND
                 AT END
                    MOVE 'Y' TO WS-EOF-FLAG
                 NOT AT END
                    IF NBND-R(1:1) NOT = '*' THEN
                       PERFORM PARA-STORE-NBND-ROW
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RECNBND
           IF WS-NBND-SET-CNT < 1 THEN
              DISPLAY 'ERROR:   NCNBND CONTROL DATASET IS EMPTY. ',
                 'ABORTING RUN'
              MOVE 8 TO RETURN-CODE
              CALL "CEE3ABD" USING ABEND-CODE , TIMING
           END-IF
           PERFORM VARYING WS-NBND-IDX FROM 1 BY 1
              UNTIL WS-NBND-IDX > WS-NBND-SET-CNT
              IF WS-NBND-ROWS(WS-NBND-IDX) NOT = 27 THEN
                 DISPLAY 'ERROR:   NCNBND SET FOR YEARS ',
                    WS-NBND-FROM-YEAR(WS-NBND-IDX), '-',
                    WS-NBND-TO-YEAR(WS-NBND-IDX), ' HAS ',
                    WS-NBND-ROWS(WS-NBND-IDX),
                    ' ROWS INSTEAD OF 27. ABORTING RUN'
                 MOVE 8 TO RETURN-CODE
                 CALL "CEE3ABD" USING ABEND-CODE , TIMING
              END-IF
           END-PERFORM
           EXIT.
      ******************************************************************
      *    PARAGRAPH STORE NBND ROW - AS NCITIZEN
      ******************************************************************
       PARA-STORE-NBND-ROW.
           IF WS-NBND-SET-CNT = 0 OR
              NBND-FROM-YEAR NOT = WS-NBND-FROM-YEAR(WS-NBND-SET-CNT)
              OR NBND-TO-YEAR NOT = WS-NBND-TO-YEAR(WS-NBND-SET-CNT)
              THEN
              IF WS-NBND-SET-CNT >= 8 THEN
                 DISPLAY 'ERROR:   MORE THAN 8 BOUNDARY SETS IN ',
                    'NCNBND. ABORTING RUN'
                 MOVE 8 TO RETURN-CODE
                 CALL "CEE3ABD" USING ABEND-CODE , TIMING
              END-IF
              ADD 1 TO WS-NBND-SET-CNT
              MOVE NBND-FROM-YEAR TO WS-NBND-FROM-YEAR(WS-NBND-SET-CNT)
              MOVE NBND-TO-YEAR   TO WS-NBND-TO-YEAR(WS-NBND-SET-CNT)
              MOVE ZERO TO WS-NBND-ROWS(WS-NBND-SET-CNT)
           END-IF
           IF NBND-SEQ < 1 OR NBND-SEQ > 27 THEN
              DISPLAY 'ERROR:   NCNBND ROW WITH SEQUENCE ',
                 NBND-SEQ, ' OUTSIDE 1-27. ABORTING RUN'
              MOVE 8 TO RETURN-CODE
              CALL "CEE3ABD" USING ABEND-CODE , TIMING
           END-IF
           MOVE NBND-NAME   TO WS-NBND-NAME(WS-NBND-SET-CNT, NBND-SEQ)
           MOVE NBND-LOW    TO WS-NBND-LOW(WS-NBND-SET-CNT, NBND-SEQ)
           MOVE NBND-HIGH   TO WS-NBND-HIGH(WS-NBND-SET-CNT, NBND-SEQ)
           MOVE NBND-LOW2   TO WS-NBND-LOW2(WS-NBND-SET-CNT, NBND-SEQ)
           MOVE NBND-HIGH2  TO WS-NBND-HIGH2(WS-NBND-SET-CNT, NBND-SEQ)
           MOVE NBND-BOUND  TO WS-NBND-BOUND(WS-NBND-SET-CNT, NBND-SEQ)
           ADD 1 TO WS-NBND-ROWS(WS-NBND-SET-CNT)
           EXIT.
      ******************************************************************
      *    PARAGRAPH SET NTAB FOR YEAR - AS NCITIZEN, EXCEPT THAT A
      *    YEAR NO SET COVERS LEAVES WS-NBND-ACTIVE ZERO FOR THE
      *    CALLER TO COUNT INSTEAD OF STOPPING THE REPORT (ONE
      *    GREAT-GRANDPARENT BORN BEFORE THE FIRST SET MUST NOT
      *    COST THE WHOLE RUN)
      ******************************************************************
       PARA-SET-NTAB-FOR-YEAR.
           IF WS-NBND-ACTIVE > 0 AND
              WS-NBND-TARGET-YEAR >=
                 WS-NBND-FROM-YEAR(WS-NBND-ACTIVE) AND
              WS-NBND-TARGET-YEAR <= WS-NBND-TO-YEAR(WS-NBND-ACTIVE)
              THEN
              CONTINUE *> THE ACTIVE SET ALREADY COVERS THIS YEAR
           ELSE
              PERFORM PARA-FIND-NBND-SET
              MOVE WS-NBND-FOUND TO WS-NBND-ACTIVE
              IF WS-NBND-ACTIVE > 0 THEN
              PERFORM VARYING INX-NTAB FROM 1 BY 1 UNTIL INX-NTAB > 27
                 SET WS-NBND-IDX TO INX-NTAB
                 MOVE WS-NBND-NAME(WS-NBND-ACTIVE, WS-NBND-IDX)
                    TO WS-NTAB-NAME(INX-NTAB)
                 MOVE WS-NBND-LOW(WS-NBND-ACTIVE, WS-NBND-IDX)
                    TO WS-NTAB-MD-LOW(INX-NTAB)
                 MOVE WS-NBND-HIGH(WS-NBND-ACTIVE, WS-NBND-IDX)
                    TO WS-NTAB-MD-HIGH(INX-NTAB)
                 MOVE WS-NBND-LOW2(WS-NBND-ACTIVE, WS-NBND-IDX)
                    TO WS-NTAB-MD-LOW2(INX-NTAB)
                 MOVE WS-NBND-HIGH2(WS-NBND-ACTIVE, WS-NBND-IDX)
                    TO WS-NTAB-MD-HIGH2(INX-NTAB)
                 MOVE WS-NBND-BOUND(WS-NBND-ACTIVE, WS-NBND-IDX)
                    TO WS-NTAB-MD-BOUND(INX-NTAB)
              END-PERFORM
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH FIND NBND SET - AS NCITIZEN
      ******************************************************************
       PARA-FIND-NBND-SET.
           MOVE ZERO TO WS-NBND-FOUND
           PERFORM VARYING WS-NBND-IDX FROM 1 BY 1
              UNTIL WS-NBND-IDX > WS-NBND-SET-CNT
              IF WS-NBND-FOUND = 0 AND
                 WS-NBND-TARGET-YEAR >=
                    WS-NBND-FROM-YEAR(WS-NBND-IDX) AND
                 WS-NBND-TARGET-YEAR <= WS-NBND-TO-YEAR(WS-NBND-IDX)
                 THEN
                 MOVE WS-NBND-IDX TO WS-NBND-FOUND
              END-IF
           END-PERFORM
           EXIT.
      ******************************************************************
      *    PARAGRAPH FIND NAKSHATRA - AS NCITIZEN: LEAVES THE MATCHING
      *    ENTRY IN INX-N WITH WS-NU=0 (INTERIOR DAY) OR WS-NU=1
      *    (BOUNDARY DAY); AN UNCLAIMED DATE FALLS BACK TO 27
      ******************************************************************
       PARA-FIND-NAKSHATRA.
           MOVE 9 TO WS-NU
           MOVE 1 TO INX-N
           PERFORM UNTIL WS-NU NOT = 9 OR INX-N > 27
              EVALUATE TRUE
                 WHEN WS-MONTH-DAY = WS-NTAB-MD-BOUND(INX-N)
                    MOVE 1 TO WS-NU
                 WHEN (WS-MONTH-DAY >= WS-NTAB-MD-LOW(INX-N) AND
                       WS-MONTH-DAY <= WS-NTAB-MD-HIGH(INX-N))
                    MOVE 0 TO WS-NU
                 WHEN (WS-NTAB-MD-LOW2(INX-N) > 0 AND
                       WS-MONTH-DAY >= WS-NTAB-MD-LOW2(INX-N) AND
                       WS-MONTH-DAY <= WS-NTAB-MD-HIGH2(INX-N))
                    MOVE 0 TO WS-NU
                 WHEN OTHER
                    ADD 1 TO INX-N
              END-EVALUATE
           END-PERFORM
           IF INX-N > 27 THEN
              MOVE 27 TO INX-N
              MOVE 1 TO WS-NU
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH INIT GANA LORD - AS NCITIZEN: FIXED CLASSICAL
      *    GANA PER NAKSHATRA, VIMSHOTTARI LORD CYCLING KETU THROUGH
      *    MERCURY EVERY 9 NAKSHATRAS
      ******************************************************************
       PARA-INIT-GANA-LORD.
           MOVE 'DEVA'      TO WS-GANA-NAME(1)
           MOVE 'MANUSHYA'  TO WS-GANA-NAME(2)
           MOVE 'RAKSHASA'  TO WS-GANA-NAME(3)
           MOVE 'KETU'      TO WS-LORD-NAME(1)
           MOVE 'VENUS'     TO WS-LORD-NAME(2)
           MOVE 'SUN'       TO WS-LORD-NAME(3)
           MOVE 'MOON'      TO WS-LORD-NAME(4)
           MOVE 'MARS'      TO WS-LORD-NAME(5)
           MOVE 'RAHU'      TO WS-LORD-NAME(6)
           MOVE 'JUPITER'   TO WS-LORD-NAME(7)
           MOVE 'SATURN'    TO WS-LORD-NAME(8)
           MOVE 'MERCURY'   TO WS-LORD-NAME(9)
           MOVE 1 TO WS-NTAB-GANA(1)
           MOVE 2 TO WS-NTAB-GANA(2)
           MOVE 3 TO WS-NTAB-GANA(3)
           MOVE 2 TO WS-NTAB-GANA(4)
           MOVE 1 TO WS-NTAB-GANA(5)
           MOVE 2 TO WS-NTAB-GANA(6)
           MOVE 1 TO WS-NTAB-GANA(7)
           MOVE 1 TO WS-NTAB-GANA(8)
           MOVE 3 TO WS-NTAB-GANA(9)
           MOVE 3 TO WS-NTAB-GANA(10)
           MOVE 2 TO WS-NTAB-GANA(11)
           MOVE 2 TO WS-NTAB-GANA(12)
           MOVE 1 TO WS-NTAB-GANA(13)
           MOVE 3 TO WS-NTAB-GANA(14)
           MOVE 1 TO WS-NTAB-GANA(15)
           MOVE 3 TO WS-NTAB-GANA(16)
           MOVE 1 TO WS-NTAB-GANA(17)
           MOVE 3 TO WS-NTAB-GANA(18)
           MOVE 3 TO WS-NTAB-GANA(19)
           MOVE 2 TO WS-NTAB-GANA(20)
           MOVE 2 TO WS-NTAB-GANA(21)
           MOVE 1 TO WS-NTAB-GANA(22)
           MOVE 3 TO WS-NTAB-GANA(23)
           MOVE 3 TO WS-NTAB-GANA(24)
           MOVE 2 TO WS-NTAB-GANA(25)
           MOVE 2 TO WS-NTAB-GANA(26)
           MOVE 1 TO WS-NTAB-GANA(27)
      *    VIMSHOTTARI ORDER REPEATS EVERY 9 NAKSHATRAS
           PERFORM VARYING INX-NTAB FROM 1 BY 1 UNTIL INX-NTAB > 27
              SET WS-GL-IDX TO INX-NTAB
              SUBTRACT 1 FROM WS-GL-IDX
              DIVIDE WS-GL-IDX BY 9 GIVING WS-GL-Q
                 REMAINDER WS-GL-R
              COMPUTE WS-GL-IDX = WS-GL-R + 1
              MOVE WS-GL-IDX TO WS-NTAB-LORD(INX-NTAB)
           END-PERFORM
           EXIT.
      ******************************************************************
      *    PARAGRAPH PRINT REPORT - CONTROL TOTALS, THEN THE THREE
      *    CROSS-TABS. THE NAKSHATRA NAMES PRINTED ARE THOSE OF THE
      *    LAST ACTIVATED BOUNDARY SET - THE 27 NAMES DO NOT CHANGE
      *    BETWEEN SETS, ONLY THE DATES DO
      ******************************************************************
       PARA-PRINT-REPORT.
           DISPLAY WS-HLINE
           DISPLAY ' PARENT/CHILD NAKSHATRA INHERITANCE - LINKS: ',
              WS-LINK-SEL, ' (M=MOTHER F=FATHER B=BOTH)'
           DISPLAY WS-HLINE
           DISPLAY ' CHILDREN READ ............. ', WS-CHILD-READ
           DISPLAY ' MOTHER-CHILD LINKS ........ ', WS-LINKS-MOTHER
           DISPLAY ' FATHER-CHILD LINKS ........ ', WS-LINKS-FATHER
           DISPLAY ' LINKS CLASSIFIED .......... ', WS-LINKS-TOTAL
           DISPLAY ' SKIPPED - NO PARENT BDATE . ', WS-SKIP-NO-BDATE
           DISPLAY ' SKIPPED - YEAR NOT IN NCNBND ', WS-SKIP-NO-SET
           IF WS-SKIP-NO-SET > ZERO THEN
              DISPLAY 'WARNING: BIRTH YEARS OUTSIDE EVERY NCNBND SET ',
                 '- EXTEND THE CONTROL DATASET'
           END-IF
           IF WS-LINKS-TOTAL = ZERO THEN
              DISPLAY 'WARNING: NO PARENT-CHILD LINK COULD BE ',
                 'CLASSIFIED - NOTHING TO TABULATE'
              DISPLAY WS-HLINE
           ELSE
              PERFORM PARA-PRINT-NAKSHATRA
              PERFORM PARA-PRINT-GANA
              PERFORM PARA-PRINT-LORD
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH PRINT NAKSHATRA - 27 X 27 IN THREE BLOCKS OF NINE
      *    CHILD COLUMNS, THEN PER-NAKSHATRA TOTALS AND THE DIAGONAL
      ******************************************************************
       PARA-PRINT-NAKSHATRA.
           PERFORM VARYING WS-XBLK FROM 0 BY 9 UNTIL WS-XBLK > 18
              DISPLAY WS-HLINE
              MOVE SPACES TO WS-XN-HEAD
              MOVE 'PARENT \ CHILD' TO WS-XNH-TEXT
              PERFORM VARYING WS-XCOL FROM 1 BY 1 UNTIL WS-XCOL > 9
                 COMPUTE WS-XNH-SEQ(WS-XCOL) = WS-XBLK + WS-XCOL
              END-PERFORM
              DISPLAY WS-XN-HEAD
              PERFORM VARYING WS-XI FROM 1 BY 1 UNTIL WS-XI > 27
                 MOVE SPACES TO WS-XN-LINE
                 MOVE WS-XI TO WS-XNL-SEQ
                 MOVE WS-NTAB-NAME(WS-XI) TO WS-XNL-NAME
                 PERFORM VARYING WS-XCOL FROM 1 BY 1 UNTIL WS-XCOL > 9
                    COMPUTE WS-XJ = WS-XBLK + WS-XCOL
                    MOVE WS-XN-CELL(WS-XI, WS-XJ)
                       TO WS-XNL-CELL(WS-XCOL)
                 END-PERFORM
                 DISPLAY WS-XN-LINE
              END-PERFORM
           END-PERFORM
           DISPLAY WS-HLINE
           DISPLAY '    NAKSHATRA       AS PARENT  AS CHILD',
              '      SAME'
           MOVE ZERO TO WS-AGR-DIAG
           MOVE ZERO TO WS-AGR-EXP
           PERFORM VARYING WS-XI FROM 1 BY 1 UNTIL WS-XI > 27
              MOVE SPACES TO WS-TOT-LINE
              MOVE WS-XI TO WS-TOTL-SEQ
              MOVE WS-NTAB-NAME(WS-XI) TO WS-TOTL-NAME
              MOVE WS-XN-ROWTOT(WS-XI) TO WS-TOTL-PARENT
              MOVE WS-XN-COLTOT(WS-XI) TO WS-TOTL-CHILD
              MOVE WS-XN-CELL(WS-XI, WS-XI) TO WS-TOTL-SAME
              DISPLAY WS-TOT-LINE
              ADD WS-XN-CELL(WS-XI, WS-XI) TO WS-AGR-DIAG
              COMPUTE WS-AGR-EXP = WS-AGR-EXP +
                 (WS-XN-ROWTOT(WS-XI) * WS-XN-COLTOT(WS-XI)) /
                 WS-LINKS-TOTAL
           END-PERFORM
           DISPLAY ' SAME NAKSHATRA AS PARENT'
           PERFORM PARA-PRINT-AGREEMENT
           EXIT.
      ******************************************************************
      *    PARAGRAPH PRINT GANA - 3 X 3 WITH ROW TOTALS
      ******************************************************************
       PARA-PRINT-GANA.
           DISPLAY WS-HLINE
           DISPLAY ' PARENT GANA \ CHILD GANA'
           DISPLAY '                DEVA  MANUSHYA  RAKSHASA     TOTAL'
           MOVE ZERO TO WS-AGR-DIAG
           MOVE ZERO TO WS-AGR-EXP
           PERFORM VARYING WS-XI FROM 1 BY 1 UNTIL WS-XI > 3
              MOVE SPACES TO WS-XG-LINE
              MOVE WS-GANA-NAME(WS-XI) TO WS-XGL-NAME
              PERFORM VARYING WS-XJ FROM 1 BY 1 UNTIL WS-XJ > 3
                 MOVE WS-XG-CELL(WS-XI, WS-XJ) TO WS-XGL-CELL(WS-XJ)
              END-PERFORM
              MOVE WS-XG-ROWTOT(WS-XI) TO WS-XGL-TOT
              DISPLAY WS-XG-LINE
              ADD WS-XG-CELL(WS-XI, WS-XI) TO WS-AGR-DIAG
              COMPUTE WS-AGR-EXP = WS-AGR-EXP +
                 (WS-XG-ROWTOT(WS-XI) * WS-XG-COLTOT(WS-XI)) /
                 WS-LINKS-TOTAL
           END-PERFORM
           DISPLAY ' SAME GANA AS PARENT'
           PERFORM PARA-PRINT-AGREEMENT
           EXIT.
      ******************************************************************
      *    PARAGRAPH PRINT LORD - 9 X 9, ROWS AND COLUMNS IN
      *    VIMSHOTTARI ORDER
      ******************************************************************
       PARA-PRINT-LORD.
           DISPLAY WS-HLINE
           DISPLAY ' PARENT LORD \ CHILD LORD'
           DISPLAY '           KETU  VENUS    SUN   MOON   MARS   RAHU',
              ' JUPITR SATURN MERCRY'
           MOVE ZERO TO WS-AGR-DIAG
           MOVE ZERO TO WS-AGR-EXP
           PERFORM VARYING WS-XI FROM 1 BY 1 UNTIL WS-XI > 9
              MOVE SPACES TO WS-XL-LINE
              MOVE WS-LORD-NAME(WS-XI) TO WS-XLL-NAME
              PERFORM VARYING WS-XJ FROM 1 BY 1 UNTIL WS-XJ > 9
                 MOVE WS-XL-CELL(WS-XI, WS-XJ) TO WS-XLL-CELL(WS-XJ)
              END-PERFORM
              DISPLAY WS-XL-LINE
              ADD WS-XL-CELL(WS-XI, WS-XI) TO WS-AGR-DIAG
              COMPUTE WS-AGR-EXP = WS-AGR-EXP +
                 (WS-XL-ROWTOT(WS-XI) * WS-XL-COLTOT(WS-XI)) /
                 WS-LINKS-TOTAL
           END-PERFORM
           DISPLAY ' SAME LORD AS PARENT'
           PERFORM PARA-PRINT-AGREEMENT
           DISPLAY WS-HLINE
           EXIT.
      ******************************************************************
      *    PARAGRAPH PRINT AGREEMENT - THE DIAGONAL OF THE TABLE JUST
      *    PRINTED AS A PERCENTAGE OF LINKS, NEXT TO THE PERCENTAGE
      *    EXPECTED IF PARENT AND CHILD WERE UNRELATED
      ******************************************************************
       PARA-PRINT-AGREEMENT.
           COMPUTE WS-AGR-OBS-PCT ROUNDED =
              (WS-AGR-DIAG * 100) / WS-LINKS-TOTAL
           COMPUTE WS-AGR-EXP-PCT ROUNDED =
              (WS-AGR-EXP * 100) / WS-LINKS-TOTAL
           MOVE WS-AGR-DIAG    TO WS-AGR-DIAG-D
           MOVE WS-AGR-OBS-PCT TO WS-AGR-OBS-D
           MOVE WS-AGR-EXP-PCT TO WS-AGR-EXP-D
           DISPLAY '    LINKS=', WS-AGR-DIAG-D,
              '  OBSERVED=', WS-AGR-OBS-D, '%',
              '  EXPECTED BY CHANCE=', WS-AGR-EXP-D, '%'
           EXIT.
      ******************************************************************
       PARA-SQL-ERROR.
      ************** DB2 Error Handling Routine
           DISPLAY '*************************************************'
           DISPLAY '**** E R R O R M E S S A G E S ****'
           DISPLAY '*************************************************'
           DISPLAY '* Problem in paragraph: NCRELRPT'
           DISPLAY '*'
           DISPLAY '* SQLCODE: ' SQLCODE
           DISPLAY '*************************************************'
           MOVE 8 TO RETURN-CODE
           CALL "CEE3ABD" USING ABEND-CODE , TIMING
           EXIT.
