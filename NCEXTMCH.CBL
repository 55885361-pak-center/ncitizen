      *          CITIZEN ID - CHECKED) AGAINST A CURSOR OVER CITIZENS
      *          ORDERED BY CITIZEN_ID. IT REPORTS ROWS MISSING ON
      *          EITHER SIDE, WRITES ONE NCMDIFF RECORD PER FIELD
      *          DISAGREEMENT (BDATE, GENDER, ALIVE, DDATE, BTIME), AND
      *          EMITS THE CONFIRMED CORRECTIONS AS NCTRAN 'CH'/'IN'
      *          TRANSACTIONS (NCMTRAN) FOR A SUPERVISED NCITMAIN
      *          'BT' RUN - THE EXTERNAL REGISTRY IS TREATED AS THE
      *          POS 22     ALIVE 0/1
      *          POS 24-31  DDATE YYYYMMDD (SPACES = NONE)
      *          POS 33-62  NAME
      *          POS 64-67  BIRTH TIME HHMM (SPACES = NOT KNOWN TO
      *                     THEM - NOT A DISAGREEMENT, OURS STANDS)
      *
      ******************************************************************
      *          COPYRIGHT:  GNU GPLV3 LICENSE 2023
        05 EXT-DDATE                  PIC   X(8).
        05 FILLER                     PIC   X.
        05 EXT-NAME                   PIC   X(30).
        05 FILLER                     PIC   X.
        05 EXT-BTIME                  PIC   X(4).
        05 FILLER                     PIC   X(13).
      ******************************************************************
       FD RECDIFF
           RECORDING MODE IS F.
        05 MTRN-NAME                  PIC   X(30).
        05 FILLER                     PIC   X.
        05 MTRN-BPLACE                PIC   X(20).
        05 FILLER                     PIC   X.
        05 MTRN-BTIME                 PIC   X(4).
        05 FILLER                     PIC   X(9).
       WORKING-STORAGE SECTION.
      ******************************************************************
      *  BEGIN SQL VARIABLES & STRUCTURES
        05 WS-QALIVE             PIC   9.
        05 WS-QDDATE             PIC   X(10).
        05 WS-QNAME              PIC   X(30).
        05 WS-QBTIME             PIC   X(8).
        05 WS-QBDATE-IND         PIC   S9(4) COMP-5.
        05 WS-QGENDER-IND        PIC   S9(4) COMP-5.
        05 WS-QALIVE-IND         PIC   S9(4) COMP-5.
        05 WS-QDDATE-IND         PIC   S9(4) COMP-5.
        05 WS-QNAME-IND          PIC   S9(4) COMP-5.
        05 WS-QBTIME-IND         PIC   S9(4) COMP-5.
           EXEC SQL END DECLARE SECTION
           END-EXEC.
      ******************************************************************
           EXEC SQL
              DECLARE CRSM CURSOR FOR
              SELECT
              CITIZEN_ID, BDATE, GENDER, ALIVE, DDATE, NAME, BTIME
              FROM CITIZENS
              ORDER BY CITIZEN_ID
              FOR FETCH ONLY
                    :WS-QGENDER :WS-QGENDER-IND,
                    :WS-QALIVE :WS-QALIVE-IND,
                    :WS-QDDATE :WS-QDDATE-IND,
                    :WS-QNAME :WS-QNAME-IND,
                    :WS-QBTIME :WS-QBTIME-IND
              END-EXEC
              EVALUATE SQLCODE
                 WHEN ZERO
           END-WRITE
           EXIT.
      ******************************************************************
      *    PARAGRAPH COMPARE FIELDS - BDATE, GENDER, ALIVE, DDATE AND
      *    BTIME AGAINST THE EXTERNAL VALUES. EVERY DISAGREEMENT IS A
      *    NCMDIFF RECORD; IF ANY FIELD DIFFERS, ONE CORRECTION
      *    TRANSACTION CARRIES THE EXTERNAL VALUES FOR THE DIFFERING
      *    FIELDS (BLANK = UNCHANGED FOR THE REST)
              PERFORM PARA-WRITE-DIFF
              MOVE EXT-DDATE TO MTRN-DDATE
           END-IF
      *    BTIME - ONLY WHEN THEY SEND ONE, HH.MM ON BOTH SIDES
           IF EXT-BTIME NOT = SPACES THEN
              IF WS-QBTIME-IND < 0 THEN
                 MOVE '*NULL*' TO WS-OURS-D
              ELSE
                 MOVE SPACES TO WS-OURS-D
                 MOVE WS-QBTIME(1:5) TO WS-OURS-D(1:5)
              END-IF
              MOVE SPACES TO WS-THEIRS-D
              STRING EXT-BTIME(1:2) '.' EXT-BTIME(3:2)
                 DELIMITED BY SIZE INTO WS-THEIRS-D
              END-STRING
              IF WS-THEIRS-D NOT = WS-OURS-D THEN
                 MOVE 'BTIME' TO DIFF-FIELD
                 PERFORM PARA-WRITE-DIFF
                 MOVE EXT-BTIME TO MTRN-BTIME
              END-IF
           END-IF
           IF WS-ROW-DIFF-SW = 'Y' THEN
              ADD 1 TO WS-ROWS-DIFF
              ADD 1 TO WS-CORRECTIONS
      *    CORRECTION STAYS 'CH', WHICH APPLIES ALL THE FIELDS IN
      *    ONE TRANSACTION (BLANK = UNCHANGED)
              IF MTRN-ALIVE = '0' AND MTRN-DDATE NOT = SPACES AND
                 MTRN-BDATE = SPACES AND MTRN-GENDER = SPACE AND
                 MTRN-BTIME = SPACES THEN
                 MOVE 'IN' TO MTRN-MODE
                 MOVE SPACE TO MTRN-ALIVE
              END-IF
