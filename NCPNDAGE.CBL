       IDENTIFICATION DIVISION.
       PROGRAM-ID. NCPNDAGE.
      ******************************************************************
      *                      NAKSHATRA CITIZEN
      *                      (VEDIC ASTROLOGY)
      *                      PENDING APPROVAL AGING REPORT
      ******************************************************************
      *    ABOUT
      *          INACTIVATIONS, BIRTH DATE CHANGES AND DEATH DATE
      *          CHANGES KEYED IN NCITMAIN OR ON NCITCICS WAIT IN
      *          CITIZENS_PEND (LAYOUT IN NCITMAIN'S HEADER) UNTIL A
      *          SECOND, AUTHORIZED USER APPROVES OR REJECTS THEM ON
      *          THE NCIT SUPERVISOR SCREEN (ACTION 'P'). THIS DAILY
      *          PGM LISTS EVERY ITEM STILL OPEN (PEND_STATUS 'P')
      *          THAT IS OLDER THAN THE GIVEN NUMBER OF DAYS, OLDEST
      *          FIRST: PENDING ID, CITIZEN, MODE, MAKER, WHERE IT WAS
      *          KEYED (B = BATCH, O = ONLINE), WHEN, ITS AGE IN DAYS
      *          AND THE SENSITIVE VALUES IT ASKS FOR. THE SUMMARY
      *          GIVES ALL OPEN ITEMS, THE AGED ONES AND THE OLDEST
      *          AGE, SO A QUIET DAY STILL SHOWS THE QUEUE'S SIZE.
      *          AGE IS WHOLE CALENDAR DAYS FROM MAKER_TS TO TODAY.
      *          READ ONLY - NOTHING IS DECIDED OR CHANGED HERE.
      *
      ******************************************************************
      *          COPYRIGHT:  GNU GPLV3 LICENSE 2023
      *          AUTHOR:     PRZEMYSLAW ADAM KUPISZ
      *          VERSION:    ALPHA
      *
      *    ARGUMENTS FROM JCL
      *    POS 1-3   AGE LIMIT IN DAYS - ITEMS OLDER THAN THIS ARE
      *              LISTED (DEFAULT 005)
      *    EXAMPLES
      *       PARM='005'                OPEN MORE THAN 5 DAYS
      *       PARM='000'                EVERY ITEM OPEN SINCE BEFORE
      *                                 TODAY
      *
      *    RETURN CODES
      *          0 - NO ITEM OLDER THAN THE LIMIT
      *          4 - AGED ITEMS LISTED
      *          8 - DB2 ERROR
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
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
        05 WS-QAGE-LIMIT         PIC   S9(9) COMP-5.
        05 WS-QPND-ID            PIC   S9(9) COMP-5.
        05 WS-QCITIZEN-ID        PIC   S9(9) COMP-5.
        05 WS-QPND-MODE          PIC   X(2).
        05 WS-QPND-SW            PIC   X(7).
        05 WS-QPND-BDATE         PIC   X(10).
        05 WS-QPND-ALIVE         PIC   9.
        05 WS-QPND-DDATE         PIC   X(10).
        05 WS-QMAKER-USER        PIC   X(8).
        05 WS-QMAKER-ORIGIN      PIC   X.
        05 WS-QMAKER-TS          PIC   X(26).
        05 WS-QPND-AGE           PIC   S9(9) COMP-5.
        05 WS-QOPEN-CNT          PIC   S9(9) COMP-5.
        05 WS-QPND-BDATE-IND     PIC   S9(4) COMP-5.
        05 WS-QPND-ALIVE-IND     PIC   S9(4) COMP-5.
        05 WS-QPND-DDATE-IND     PIC   S9(4) COMP-5.
           EXEC SQL END DECLARE SECTION
           END-EXEC.
      ******************************************************************
      *    THE OPEN ITEMS PAST THE AGE LIMIT, OLDEST FIRST
      ******************************************************************
           EXEC SQL
              DECLARE CRSA CURSOR FOR
              SELECT
              PEND_ID, CITIZEN_ID, PEND_MODE, PEND_SW,
              PEND_BDATE, PEND_ALIVE, PEND_DDATE,
              MAKER_USER, MAKER_ORIGIN, CHAR(MAKER_TS),
              DAYS(CURRENT DATE) - DAYS(MAKER_TS)
              FROM CITIZENS_PEND
              WHERE PEND_STATUS = 'P'
              AND DAYS(CURRENT DATE) - DAYS(MAKER_TS) > :WS-QAGE-LIMIT
              ORDER BY MAKER_TS, PEND_ID
              FOR FETCH ONLY
           END-EXEC.
      ******************************************************************
      *  END OF SQL VARIABLES & STRUCTURES
      ******************************************************************
       01 WS-PGM-ARGS.
        05 WS-AGE-LIMIT       PIC   9(3) VALUE 5.
      ******************************************************************
      *    ONE REPORT LINE PER AGED ITEM
      ******************************************************************
       01 WS-DTL-LINE.
        05 WS-DTL-ID          PIC   Z(8)9.
        05 FILLER             PIC   X.
        05 WS-DTL-CITIZEN     PIC   9(9).
        05 FILLER             PIC   X.
        05 WS-DTL-MODE        PIC   X(2).
        05 FILLER             PIC   X.
        05 WS-DTL-MAKER       PIC   X(8).
        05 FILLER             PIC   X.
        05 WS-DTL-ORIGIN      PIC   X.
        05 FILLER             PIC   X.
        05 WS-DTL-KEYED       PIC   X(10).
        05 FILLER             PIC   X.
        05 WS-DTL-AGE         PIC   ZZZ9.
        05 FILLER             PIC   X.
        05 WS-DTL-CHANGE      PIC   X(30).
       01 WS-DTL-PTR          PIC   S9(4) COMP.
      ******************************************************************
       01 WS-CONTROL.
        05 WS-DB2-EOF-SW      PIC   X VALUE 'N'.
           88 WS-DB2-EOF          VALUE 'Y'.
      ******************************************************************
       01 WS-COUNTS.
        05 WS-AGED-CNT        PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-OLDEST-AGE      PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-CNT-D           PIC   Z(8)9.
      ******************************************************************
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
                 MOVE PARM-DATA(1:3) TO WS-AGE-LIMIT
              ELSE
                 DISPLAY 'WARNING: BAD AGE LIMIT IN PARM. ',
                    'DEFAULTING TO 005 DAYS'
              END-IF
           END-IF
           MOVE WS-AGE-LIMIT TO WS-QAGE-LIMIT
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-QOPEN-CNT
              FROM CITIZENS_PEND
              WHERE PEND_STATUS = 'P'
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM PARA-SQL-ERROR
           END-IF
           DISPLAY WS-HLINE
           DISPLAY 'PENDING APPROVALS OPEN MORE THAN ' WS-AGE-LIMIT
              ' DAYS'
           DISPLAY WS-HLINE
           DISPLAY '  PEND_ID CITIZEN   MD MAKER    O KEYED      '
              ' AGE CHANGE REQUESTED'
           EXEC SQL
              OPEN CRSA
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM PARA-SQL-ERROR
           END-IF
           PERFORM PARA-READ-DB2
           PERFORM PARA-AGED-STEP UNTIL WS-DB2-EOF
           EXEC SQL
              CLOSE CRSA
           END-EXEC
           DISPLAY WS-HLINE
           MOVE WS-QOPEN-CNT TO WS-CNT-D
           DISPLAY 'ITEMS AWAITING APPROVAL ....: ' WS-CNT-D
           MOVE WS-AGED-CNT TO WS-CNT-D
           DISPLAY 'OF WHICH PAST THE LIMIT ....: ' WS-CNT-D
           MOVE WS-OLDEST-AGE TO WS-CNT-D
           DISPLAY 'OLDEST ITEM AGE (DAYS) .....: ' WS-CNT-D
           DISPLAY WS-HLINE
           IF WS-AGED-CNT > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      ******************************************************************
      *    PARAGRAPH AGED STEP - ONE AGED ITEM ONTO THE REPORT. THE
      *    CHANGE COLUMN SHOWS B= BIRTH DATE, D= DEATH DATE, A= ALIVE,
      *    AND '+MORE' WHEN THE SAME CHANGE CARRIES ORDINARY FIELDS
      ******************************************************************
       PARA-AGED-STEP.
           ADD 1 TO WS-AGED-CNT
           IF WS-QPND-AGE > WS-OLDEST-AGE THEN
              MOVE WS-QPND-AGE TO WS-OLDEST-AGE
           END-IF
           MOVE SPACES TO WS-DTL-LINE
           MOVE WS-QPND-ID       TO WS-DTL-ID
           MOVE WS-QCITIZEN-ID   TO WS-DTL-CITIZEN
           MOVE WS-QPND-MODE     TO WS-DTL-MODE
           MOVE WS-QMAKER-USER   TO WS-DTL-MAKER
           MOVE WS-QMAKER-ORIGIN TO WS-DTL-ORIGIN
           MOVE WS-QMAKER-TS(1:10) TO WS-DTL-KEYED
           MOVE WS-QPND-AGE      TO WS-DTL-AGE
           MOVE 1 TO WS-DTL-PTR
           IF WS-QPND-SW(1:1) = 'Y' AND WS-QPND-BDATE-IND >= 0 THEN
              STRING 'B=' WS-QPND-BDATE ' '
                 DELIMITED BY SIZE INTO WS-DTL-CHANGE
                 WITH POINTER WS-DTL-PTR
              END-STRING
           END-IF
           IF WS-QPND-SW(4:1) = 'Y' AND WS-QPND-DDATE-IND >= 0 THEN
              STRING 'D=' WS-QPND-DDATE ' '
                 DELIMITED BY SIZE INTO WS-DTL-CHANGE
                 WITH POINTER WS-DTL-PTR
              END-STRING
           END-IF
           IF WS-QPND-SW(3:1) = 'Y' AND WS-QPND-ALIVE-IND >= 0 THEN
              STRING 'A=' WS-QPND-ALIVE ' '
                 DELIMITED BY SIZE INTO WS-DTL-CHANGE
                 WITH POINTER WS-DTL-PTR
              END-STRING
           END-IF
           IF WS-QPND-SW(2:1) = 'Y' OR WS-QPND-SW(5:3) NOT = 'NNN'
              STRING '+MORE'
                 DELIMITED BY SIZE INTO WS-DTL-CHANGE
                 WITH POINTER WS-DTL-PTR
              END-STRING
           END-IF
           DISPLAY WS-DTL-LINE
           PERFORM PARA-READ-DB2
           EXIT.
      ******************************************************************
       PARA-READ-DB2.
           EXEC SQL
              FETCH CRSA INTO
                 :WS-QPND-ID,
                 :WS-QCITIZEN-ID,
                 :WS-QPND-MODE,
                 :WS-QPND-SW,
                 :WS-QPND-BDATE :WS-QPND-BDATE-IND,
                 :WS-QPND-ALIVE :WS-QPND-ALIVE-IND,
                 :WS-QPND-DDATE :WS-QPND-DDATE-IND,
                 :WS-QMAKER-USER,
                 :WS-QMAKER-ORIGIN,
                 :WS-QMAKER-TS,
                 :WS-QPND-AGE
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZERO
                 CONTINUE
              WHEN +100
                 MOVE 'Y' TO WS-DB2-EOF-SW
              WHEN OTHER
                 PERFORM PARA-SQL-ERROR
           END-EVALUATE
           EXIT.
      ******************************************************************
       PARA-SQL-ERROR.
      ************** DB2 Error Handling Routine
           DISPLAY '*************************************************'
           DISPLAY '**** E R R O R M E S S A G E S ****'
           DISPLAY '*************************************************'
           DISPLAY '* Problem in paragraph: NCPNDAGE'
           DISPLAY '*'
           DISPLAY '* SQLCODE: ' SQLCODE
           DISPLAY '*************************************************'
           MOVE 8 TO RETURN-CODE
           CALL "CEE3ABD" USING ABEND-CODE , TIMING
           EXIT.
