       IDENTIFICATION DIVISION.
       PROGRAM-ID. NCEODBAL.
      ******************************************************************
      *                      NAKSHATRA CITIZEN
      *                      (VEDIC ASTROLOGY)
      *                      END-OF-DAY MAINTENANCE BALANCING
      ******************************************************************
      *    ABOUT
      *          DAILY PROOF THAT EVERYTHING WHICH ENTERED CITIZENS ON
      *          A BUSINESS DATE IS ACCOUNTED FOR. FOUR SETS OF FIGURES
      *          ARE TIED TOGETHER AND PRINTED AS ONE CONTROL-TOTALS
      *          REPORT ON SYSOUT:
      *
      *          1 TRANSACTIONS - EVERY NCTRAN RECORD THE 'BT' RUN READ
      *            MUST HAVE ONE NCDISP DISPOSITION: ACCEPTED, PENDING
      *            (QUEUED FOR MAKER-CHECKER APPROVAL) OR REJECTED.
      *            NCDISP ACCUMULATES ACROSS RUNS AND THE SEQUENCE
      *            RESTARTS AT 1 EVERY RUN, SO IT IS LOADED THE SAME
      *            WAY NCRECYCL LOADS IT - A LATER OCCURRENCE OF A
      *            SEQUENCE OVERWRITES AN EARLIER ONE, THE LAST 'BT'
      *            RUN OF THE NCTRAN FILE ON THE NCTRAN DD WINS (A
      *            RESTARTED RUN REPLACES THE ROLLED-BACK TAIL)
      *          2 SECURITY REFUSALS - EVERY TRANSACTION REJECTED AS
      *            'USER NOT AUTHORIZED' MUST HAVE ITS NCSECLOG RECORD
      *            (SAME DATE, MODE AND CITIZEN_ID). THE DAY'S OTHER
      *            REFUSALS (SINGLE-ACTION RUNS, MQ SENDERS) ARE
      *            COUNTED BY SOURCE
      *          3 CHANGE HISTORY - THE DAY'S CITIZENS_HIST ROWS BY
      *            ORIGIN (B BATCH, O ONLINE, Q MQ INTAKE, A APPROVED
      *            PENDING CHANGE, ANY OTHER LETTER = AN UNKNOWN
      *            WRITER) AND MODE. BATCH ROWS MUST EQUAL THE ROWS THE
      *            ACCEPTED TRANSACTIONS WRITE (ONE PER AD/CH/IN, TWO
      *            PER MG - BOTH ROWS - NONE PER PR, WHICH ONLY TOUCHES
      *            CITIZENS_REL; A MERGE LEFT PENDING BECAUSE THE
      *            LOSER'S DEATH DATE WAS QUEUED FOR THE SURVIVOR HAS
      *            WRITTEN ITS TWO ROWS TOO); PENDING DISPOSITIONS MUST
      *            EQUAL THE DAY'S BATCH-KEYED CITIZENS_PEND ROWS;
      *            APPROVED-ORIGIN ROWS MUST EQUAL THE ITEMS APPROVED
      *            THAT DAY.
      *            ORIGIN 'BO' ROWS (BACK-OUTS) ARE SHOWN, NOT TIED
      *          4 ROW COUNTS - CITIZENS ROWS BY ALIVE STATUS NOW,
      *            AGAINST THE COUNTS THE PREVIOUS BALANCING LEFT ON
      *            NCBALCT PLUS THE NET MOVEMENT EVERY HISTORY ROW
      *            SINCE THEN RECORDS (AN AFTER IMAGE ADDS ONE TO ITS
      *            ALIVE VALUE, A BEFORE IMAGE TAKES ONE AWAY - SO AN
      *            ADD, A DEATH, A BACK-OUT REMOVAL ALL COUNT, A MERGE
      *            OR A NAME CHANGE NETS TO NOTHING)
      *
      *          ANY DIFFERENCE IS LISTED AS ITS OWN OUT-OF-BALANCE
      *          ITEM AT THE END OF THE REPORT AND THE RUN ENDS RC 8,
      *          WHICH THE SCHEDULER HOLDS THE NEXT NCITIZEN SWEEP ON
      *          UNTIL SOMEONE SIGNS THE REPORT OFF. EXPECTED CAUSES:
      *          SINGLE-ACTION NCITMAIN RUNS (THEY BYPASS NCTRAN, SO
      *          THEIR HISTORY AND PENDING ROWS ARE NOT EXPLAINED BY
      *          IT), A 'BT' RUN THAT NEVER FINISHED, A CONFIRMED
      *          NCRETNPG 'D' PURGE (ROWS LEAVE CITIZENS WITH THEIR
      *          HISTORY, SO THE DEAD COUNT DROPS UNEXPLAINED).
      *
      *          THE CLOSING COUNTS ARE ALWAYS APPENDED TO NCBALCT
      *          WITH THE OUTCOME, SO THE NEXT DAY STARTS FROM WHAT
      *          WAS REALLY ON FILE. A RERUN FOR THE SAME DATE TAKES
      *          ITS OPENING POSITION FROM THE LAST RECORD OF AN
      *          EARLIER DATE, SO IT REPEATS THE SAME PROOF.
      *          READ ONLY AGAINST DB2 - NOTHING IS CHANGED.
      *
      ******************************************************************
      *          COPYRIGHT:  GNU GPLV3 LICENSE 2023
      *          AUTHOR:     PRZEMYSLAW ADAM KUPISZ
      *          VERSION:    ALPHA
      *
      *    ARGUMENTS FROM JCL
      *    POS 1-8   BUSINESS DATE YYYYMMDD (DEFAULT TODAY)
      *    EXAMPLES
      *       PARM='20260302'           BALANCE 2 MARCH 2026
      *
      *    RETURN CODES
      *          0 - BALANCED
      *          4 - BALANCED, BUT NO OPENING POSITION ON NCBALCT -
      *              TODAY'S COUNTS TAKEN AS THE BASELINE, ROW
      *              COUNTS NOT PROVEN
      *          8 - OUT OF BALANCE - ITEMS LISTED ON THE REPORT
      *         12 - INPUT UNUSABLE (NCTRAN/NCDISP/NCSECLOG CANNOT BE
      *              OPENED, BAD BUSINESS DATE)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE 'BT' RUN'S TRANSACTION FILE - SAME DD NAME AND SHAPE AS
      *    NCITMAIN'S AND NCRECYCL'S INPUT
           SELECT RECTRAN ASSIGN TO NCTRAN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-TRAN.
      *    THE DISPOSITIONS NCITMAIN WROTE FOR IT
           SELECT RECDISP ASSIGN TO NCDISP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-DISP.
      *    SECURITY LOG OF REFUSED ATTEMPTS (NCITMAIN AND NCMQINTK)
           SELECT RECSECL ASSIGN TO NCSECLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-SECL.
      *    BALANCING CONTROL - ONE RECORD PER RUN WITH THE CLOSING ROW
      *    COUNTS. READ TO EOF FOR THE OPENING POSITION, THEN APPENDED
      *    TO - SAME HISTORY-FILE PATTERN AS NCITMAIN'S NCTCKP
           SELECT OPTIONAL RECBALC ASSIGN TO NCBALCT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-BALC.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *    SAME TRANSACTION RECORD AS NCITMAIN'S - ONLY THE FIRST 25
      *    BYTES (THE IMAGE NCDISP ALSO CARRIES) ARE LOOKED AT
      ******************************************************************
       FD RECTRAN
           RECORDING MODE IS F.
       01 TRAN-R.
        05 TRAN-MODE                  PIC   AA.
        05 FILLER                     PIC   X.
        05 TRAN-CITIZEN-ID            PIC   X(9).
        05 FILLER                     PIC   X(88).
      ******************************************************************
      *    SAME DISPOSITION RECORD NCITMAIN'S PARA-BATCH-DISPOSE WRITES
      ******************************************************************
       FD RECDISP
           RECORDING MODE IS F.
       01 DISP-R.
        05 DISP-SEQ                   PIC   9(7).
        05 FILLER                     PIC   X.
        05 DISP-IMAGE.
         10 DISP-IMAGE-MODE           PIC   XX.
         10 FILLER                    PIC   X.
         10 DISP-IMAGE-CITIZEN-ID     PIC   X(9).
         10 FILLER                    PIC   X(13).
        05 FILLER                     PIC   X.
        05 DISP-STATUS                PIC   X(8).
        05 FILLER                     PIC   X.
        05 DISP-NAME                  PIC   X(30).
        05 FILLER                     PIC   X.
        05 DISP-REASON                PIC   X(40).
        05 FILLER                     PIC   X(18).
      ******************************************************************
      *    SAME SECURITY LOG RECORD AS NCITMAIN'S SECL-R
      ******************************************************************
       FD RECSECL
           RECORDING MODE IS F.
       01 SECL-R.
        05 SECL-USER                  PIC   X(8).
        05 FILLER                     PIC   X.
        05 SECL-DATE                  PIC   9(8).
        05 FILLER                     PIC   X.
        05 SECL-MODE                  PIC   AA.
        05 FILLER                     PIC   X.
        05 SECL-CITIZEN-ID            PIC   9(9).
        05 FILLER                     PIC   X.
        05 SECL-TEXT                  PIC   X(30).
        05 FILLER                     PIC   X.
        05 SECL-NAME                  PIC   X(30).
        05 FILLER                     PIC   X(28).
      ******************************************************************
      *    BALANCING CONTROL RECORD - STATUS 'B' BALANCED, 'O' OUT OF
      *    BALANCE, 'N' BASELINE (NO OPENING POSITION). THE SNAPSHOT
      *    TIMESTAMP IS DB2'S, TAKEN IN THE SAME STATEMENT AS THE
      *    COUNTS, AND STARTS THE NEXT RUN'S MOVEMENT WINDOW
      ******************************************************************
       FD RECBALC
           RECORDING MODE IS F.
       01 BALC-R.
        05 BALC-BUS-DATE              PIC   9(8).
        05 FILLER                     PIC   X.
        05 BALC-SNAP-TS               PIC   X(26).
        05 FILLER                     PIC   X.
        05 BALC-ALIVE                 PIC   9(9).
        05 FILLER                     PIC   X.
        05 BALC-DEAD                  PIC   9(9).
        05 FILLER                     PIC   X.
        05 BALC-ROWS                  PIC   9(9).
        05 FILLER                     PIC   X.
        05 BALC-STATUS                PIC   X.
        05 FILLER                     PIC   X.
        05 BALC-USER                  PIC   X(8).
        05 FILLER                     PIC   X(4).
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
        05 WS-QBUS-DATE          PIC   X(10).
        05 WS-QOPEN-TS           PIC   X(26).
        05 WS-QCLOSE-TS          PIC   X(26).
        05 WS-QALIVE-CNT         PIC   S9(9) COMP-5.
        05 WS-QDEAD-CNT          PIC   S9(9) COMP-5.
        05 WS-QROW-CNT           PIC   S9(9) COMP-5.
        05 WS-QORIGIN            PIC   X.
        05 WS-QMODE              PIC   X(2).
        05 WS-QHIST-CNT          PIC   S9(9) COMP-5.
        05 WS-QMOVE-ALIVE        PIC   S9(9) COMP-5.
        05 WS-QMOVE-DEAD         PIC   S9(9) COMP-5.
        05 WS-QMOVE-ROWS         PIC   S9(9) COMP-5.
        05 WS-QPEND-BATCH        PIC   S9(9) COMP-5.
        05 WS-QPEND-APPROVED     PIC   S9(9) COMP-5.
           EXEC SQL END DECLARE SECTION
           END-EXEC.
      ******************************************************************
      *    THE BUSINESS DATE'S HISTORY ROWS BY ORIGIN AND MODE
      ******************************************************************
           EXEC SQL
              DECLARE CRSH CURSOR FOR
              SELECT CHG_ORIGIN, CHG_MODE, COUNT(*)
              FROM CITIZENS_HIST
              WHERE DATE(CHG_TS) = :WS-QBUS-DATE
              GROUP BY CHG_ORIGIN, CHG_MODE
              ORDER BY CHG_ORIGIN, CHG_MODE
              FOR FETCH ONLY
           END-EXEC.
      ******************************************************************
      *    NET ALIVE/DEAD/ROW MOVEMENT BY ORIGIN SINCE THE PREVIOUS
      *    BALANCING'S SNAPSHOT. A NULL IMAGE (BEFORE IMAGE OF AN ADD,
      *    AFTER IMAGE OF A REMOVAL) COUNTS NOTHING
      ******************************************************************
           EXEC SQL
              DECLARE CRSM CURSOR FOR
              SELECT CHG_ORIGIN,
                 SUM(CASE WHEN NEW_ALIVE = 1 THEN 1 ELSE 0 END)
               - SUM(CASE WHEN OLD_ALIVE = 1 THEN 1 ELSE 0 END),
                 SUM(CASE WHEN NEW_ALIVE = 0 THEN 1 ELSE 0 END)
               - SUM(CASE WHEN OLD_ALIVE = 0 THEN 1 ELSE 0 END),
                 SUM(CASE WHEN NEW_ALIVE IS NULL THEN 0 ELSE 1 END)
               - SUM(CASE WHEN OLD_ALIVE IS NULL THEN 0 ELSE 1 END)
              FROM CITIZENS_HIST
              WHERE CHG_TS >  TIMESTAMP(:WS-QOPEN-TS)
              AND   CHG_TS <= TIMESTAMP(:WS-QCLOSE-TS)
              GROUP BY CHG_ORIGIN
              ORDER BY CHG_ORIGIN
              FOR FETCH ONLY
           END-EXEC.
      ******************************************************************
      *  END OF SQL VARIABLES & STRUCTURES
      ******************************************************************
       01 WS-PGM-ARGS.
        05 WS-BUS-DATE        PIC   9(8).
        05 WS-BUS-DATE-X REDEFINES WS-BUS-DATE.
         10 WS-BUS-YYYY       PIC   X(4).
         10 WS-BUS-MM         PIC   99.
         10 WS-BUS-DD         PIC   99.
        05 WS-RUN-USER        PIC   X(8).
      ******************************************************************
      *    DISPOSITION TABLE - ONE SLOT PER TRANSACTION SEQUENCE, SAME
      *    SIZE AND LOAD RULE AS NCRECYCL'S (LAST RUN WINS). THE MODE
      *    AND CITIZEN_ID COME FROM THE DISPOSITION'S IMAGE, SO AN
      *    AUTHORITY REJECT CAN BE LOOKED UP ON NCSECLOG
      ******************************************************************
       01 WS-DISP-TABLE.
        05 WS-DT-MAX          PIC   S9(7) COMP-5 VALUE 50000.
        05 WS-DT-HIGH         PIC   S9(7) COMP-5 VALUE ZERO.
        05 WS-DT-LOST         PIC   9(7) VALUE ZERO.
        05 WS-DT-TAB OCCURS 50000 TIMES.
         10 WS-DT-STATUS      PIC   X. *> ' '=NONE, A=ACCEPTED,
                                       *> P=PENDING, R=REJECTED
         10 WS-DT-AUTH        PIC   X. *> Y=REJECTED AS UNAUTHORIZED
         10 WS-DT-MODE        PIC   XX.
         10 WS-DT-CITIZEN-ID  PIC   9(9).
      ******************************************************************
      *    THE BUSINESS DATE'S NCITMAIN REFUSALS, FOR MATCHING AGAINST
      *    THE AUTHORITY REJECTS - EACH LOG RECORD ANSWERS FOR ONE
      ******************************************************************
       01 WS-SECL-TABLE.
        05 WS-ST-MAX          PIC   S9(7) COMP-5 VALUE 5000.
        05 WS-ST-CNT          PIC   S9(7) COMP-5 VALUE ZERO.
        05 WS-ST-LOST         PIC   9(7) VALUE ZERO.
        05 WS-ST-TAB OCCURS 5000 TIMES.
         10 WS-ST-MODE        PIC   XX.
         10 WS-ST-CITIZEN-ID  PIC   9(9).
         10 WS-ST-USED        PIC   X.
      ******************************************************************
      *    HISTORY ROWS ON THE BUSINESS DATE - ORIGIN B/O/Q/A/OTHER BY
      *    MODE AD/CH/IN/MG/BO/OTHER. WS-HIST-ORIGINS KEEPS THE
      *    UNKNOWN ORIGIN LETTERS SEEN FOR THE ITEM LIST
      ******************************************************************
       01 WS-HIST-TABLE.
        05 WS-HO OCCURS 5 TIMES.
         10 WS-HO-CNT         PIC   9(9) COMP-5 OCCURS 6 TIMES.
         10 WS-HO-TOTAL       PIC   9(9) COMP-5.
        05 WS-HM-TOTAL        PIC   9(9) COMP-5 OCCURS 6 TIMES.
        05 WS-HIST-TOTAL      PIC   9(9) COMP-5.
       01 WS-HO-NAMES.
        05 FILLER PIC X(10) VALUE 'B BATCH'.
        05 FILLER PIC X(10) VALUE 'O ONLINE'.
        05 FILLER PIC X(10) VALUE 'Q MQ'.
        05 FILLER PIC X(10) VALUE 'A APPROVED'.
        05 FILLER PIC X(10) VALUE '? OTHER'.
       01 WS-HO-NAMES-R REDEFINES WS-HO-NAMES.
        05 WS-HO-NAME         PIC   X(10) OCCURS 5 TIMES.
       01 WS-HO-IDX           PIC   S9(4) COMP.
       01 WS-HM-IDX           PIC   S9(4) COMP.
      ******************************************************************
      *    OPENING POSITION FROM NCBALCT, CLOSING POSITION FROM DB2,
      *    MOVEMENTS FROM THE HISTORY IN BETWEEN
      ******************************************************************
       01 WS-POSITION.
        05 WS-OPEN-FOUND-SW   PIC   X VALUE 'N'.
           88 WS-OPEN-FOUND       VALUE 'Y'.
        05 WS-OPEN-DATE       PIC   9(8).
        05 WS-OPEN-TS         PIC   X(26).
        05 WS-OPEN-ALIVE      PIC   S9(9) COMP-5.
        05 WS-OPEN-DEAD       PIC   S9(9) COMP-5.
        05 WS-OPEN-ROWS       PIC   S9(9) COMP-5.
        05 WS-MOVE-ALIVE      PIC   S9(9) COMP-5 VALUE ZERO.
        05 WS-MOVE-DEAD       PIC   S9(9) COMP-5 VALUE ZERO.
        05 WS-MOVE-ROWS       PIC   S9(9) COMP-5 VALUE ZERO.
        05 WS-EXP-ALIVE       PIC   S9(9) COMP-5.
        05 WS-EXP-DEAD        PIC   S9(9) COMP-5.
        05 WS-EXP-ROWS        PIC   S9(9) COMP-5.
      ******************************************************************
       01 WS-COUNTS.
        05 WS-TRAN-CNT        PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-ACC-CNT         PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-PEND-CNT        PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-REJ-CNT         PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-REJ-AUTH-CNT    PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-NODISP-CNT      PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-EXTRA-CNT       PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-ACC-AD          PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-ACC-CH          PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-ACC-IN          PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-ACC-MG          PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-PEND-MG         PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-ACC-PR          PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-ACC-OTHER       PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-SECL-DAY        PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-SECL-MAIN       PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-SECL-MQ         PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-SECL-OTHER      PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-SECL-MATCHED    PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-SECL-UNMATCHED  PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-EXP-BATCH-HIST  PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-ACT-BATCH-HIST  PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-IDX             PIC   S9(7) COMP-5.
        05 WS-SX              PIC   S9(7) COMP-5.
        05 WS-SY              PIC   S9(7) COMP-5.
        05 WS-CNT-D           PIC   Z(8)9.
        05 WS-CNT2-D          PIC   Z(8)9.
        05 WS-SGN-D           PIC   -(8)9.
        05 WS-SGN2-D          PIC   -(8)9.
        05 WS-SGN3-D          PIC   -(8)9.
        05 WS-SEQ-D           PIC   9(7).
        05 WS-DIFF            PIC   S9(9) COMP-5.
        05 WS-CITIZEN-ID      PIC   9(9).
      ******************************************************************
      *    OUT-OF-BALANCE ITEMS, PRINTED TOGETHER AT THE END. PAST THE
      *    TABLE SIZE THEY ARE ONLY COUNTED
      ******************************************************************
       01 WS-OOB-TABLE.
        05 WS-OOB-MAX         PIC   S9(4) COMP VALUE 200.
        05 WS-OOB-CNT         PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-OOB-LINE        PIC   X(100) OCCURS 200 TIMES.
       01 WS-OOB-TEXT         PIC   X(100).
      ******************************************************************
      *    REPORT LINES
      ******************************************************************
       01 WS-HIST-LINE.
        05 FILLER             PIC   X(2).
        05 WS-HL-NAME         PIC   X(10).
        05 WS-HL-CELLS OCCURS 6 TIMES.
         10 FILLER            PIC   X.
         10 WS-HL-CNT         PIC   Z(6)9.
        05 FILLER             PIC   X.
        05 WS-HL-TOTAL        PIC   Z(8)9.
       01 WS-MOVE-LINE.
        05 FILLER             PIC   X(2).
        05 WS-ML-NAME         PIC   X(24).
        05 FILLER             PIC   X.
        05 WS-ML-ALIVE        PIC   -(9)9.
        05 FILLER             PIC   X.
        05 WS-ML-DEAD         PIC   -(9)9.
        05 FILLER             PIC   X.
        05 WS-ML-ROWS         PIC   -(9)9.
      ******************************************************************
       01 WS-CONTROL.
        05 WS-EOF-FLAG        PIC   A VALUE 'N'.
        05 WS-DB2-EOF-SW      PIC   X VALUE 'N'.
           88 WS-DB2-EOF          VALUE 'Y'.
        05 WS-BALC-STATUS     PIC   X.
       01 WS-FS-TRAN          PIC   XX.
       01 WS-FS-DISP          PIC   XX.
       01 WS-FS-SECL          PIC   XX.
       01 WS-FS-BALC          PIC   XX.
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
           ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-USER FROM USERNAME
           IF PARM-LENGTH >= 8 THEN
              IF PARM-DATA(1:8) IS NUMERIC THEN
                 MOVE PARM-DATA(1:8) TO WS-BUS-DATE
              ELSE
                 DISPLAY 'ERROR:   BAD BUSINESS DATE IN PARM: ',
                    PARM-DATA(1:8)
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           IF WS-BUS-MM < 1 OR WS-BUS-MM > 12 OR
              WS-BUS-DD < 1 OR WS-BUS-DD > 31 THEN
              DISPLAY 'ERROR:   BAD BUSINESS DATE: ', WS-BUS-DATE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO WS-QBUS-DATE
           STRING WS-BUS-YYYY '-' WS-BUS-MM '-' WS-BUS-DD
              DELIMITED BY SIZE INTO WS-QBUS-DATE
           END-STRING
           PERFORM PARA-LOAD-OPENING
           PERFORM PARA-LOAD-DISPOSITIONS
           PERFORM PARA-READ-TRANSACTIONS
           PERFORM PARA-LOAD-SECLOG
           PERFORM PARA-MATCH-REFUSALS
           PERFORM PARA-READ-HISTORY
           PERFORM PARA-READ-PENDING
           PERFORM PARA-READ-ROW-COUNTS
           DISPLAY WS-HLINE
           DISPLAY 'NCEODBAL END-OF-DAY BALANCING - BUSINESS DATE '
              WS-QBUS-DATE
           DISPLAY WS-HLINE
           PERFORM PARA-REPORT-TRANSACTIONS
           PERFORM PARA-REPORT-REFUSALS
           PERFORM PARA-REPORT-HISTORY
           PERFORM PARA-REPORT-ROW-COUNTS
           PERFORM PARA-REPORT-VERDICT
           PERFORM PARA-WRITE-CLOSING
           STOP RUN.
      ******************************************************************
      *    PARAGRAPH LOAD OPENING - THE LAST NCBALCT RECORD OF AN
      *    EARLIER BUSINESS DATE IS THE OPENING POSITION. NONE (FIRST
      *    RUN, OR A NEW CONTROL DATASET) MEANS THE ROW COUNTS CANNOT
      *    BE PROVEN TODAY AND BECOME THE BASELINE
      ******************************************************************
       PARA-LOAD-OPENING.
           MOVE 'N' TO WS-OPEN-FOUND-SW
           OPEN INPUT RECBALC
           IF WS-FS-BALC = '00' THEN
              MOVE 'N' TO WS-EOF-FLAG
              PERFORM UNTIL WS-EOF-FLAG = 'Y'
                 READ RECBALC
                    AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                    NOT AT END
                       IF BALC-BUS-DATE < WS-BUS-DATE THEN
                          MOVE 'Y'            TO WS-OPEN-FOUND-SW
                          MOVE BALC-BUS-DATE  TO WS-OPEN-DATE
                          MOVE BALC-SNAP-TS   TO WS-OPEN-TS
                          MOVE BALC-ALIVE     TO WS-OPEN-ALIVE
                          MOVE BALC-DEAD      TO WS-OPEN-DEAD
                          MOVE BALC-ROWS      TO WS-OPEN-ROWS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RECBALC
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH LOAD DISPOSITIONS - FILES EVERY NCDISP RECORD
      *    INTO ITS SEQUENCE SLOT, LATER RUNS OVERWRITING EARLIER
      ******************************************************************
       PARA-LOAD-DISPOSITIONS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-DT-MAX
              MOVE SPACE TO WS-DT-STATUS(WS-IDX)
           END-PERFORM
           OPEN INPUT RECDISP
           IF WS-FS-DISP NOT = '00' THEN
              DISPLAY 'ERROR:   CANNOT OPEN NCDISP. FS=', WS-FS-DISP
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
              READ RECDISP
                 AT END
                    MOVE 'Y' TO WS-EOF-FLAG
                 NOT AT END
                    IF DISP-SEQ >= 1 AND DISP-SEQ <= WS-DT-MAX THEN
                       PERFORM PARA-FILE-DISPOSITION
                    ELSE
                       ADD 1 TO WS-DT-LOST
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RECDISP
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-DT-LOST > ZERO THEN
              DISPLAY 'WARNING: ', WS-DT-LOST, ' DISPOSITIONS BEYOND ',
                 'THE ', WS-DT-MAX, ' SEQUENCE SLOTS WERE IGNORED'
           END-IF
           EXIT.
       PARA-FILE-DISPOSITION.
           EVALUATE DISP-STATUS
              WHEN 'ACCEPTED'
                 MOVE 'A' TO WS-DT-STATUS(DISP-SEQ)
              WHEN 'PENDING'
                 MOVE 'P' TO WS-DT-STATUS(DISP-SEQ)
              WHEN OTHER
                 MOVE 'R' TO WS-DT-STATUS(DISP-SEQ)
           END-EVALUATE
           MOVE 'N' TO WS-DT-AUTH(DISP-SEQ)
           IF DISP-REASON = 'USER NOT AUTHORIZED FOR THIS MODE' THEN
              MOVE 'Y' TO WS-DT-AUTH(DISP-SEQ)
           END-IF
           MOVE DISP-IMAGE-MODE TO WS-DT-MODE(DISP-SEQ)
      *    AN 'AD' CARRIES NO CITIZEN_ID - NCITMAIN LOGS ZERO FOR IT
           IF DISP-IMAGE-CITIZEN-ID IS NUMERIC THEN
              MOVE DISP-IMAGE-CITIZEN-ID TO WS-DT-CITIZEN-ID(DISP-SEQ)
           ELSE
              MOVE ZERO TO WS-DT-CITIZEN-ID(DISP-SEQ)
           END-IF
           IF DISP-SEQ > WS-DT-HIGH THEN
              MOVE DISP-SEQ TO WS-DT-HIGH
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH READ TRANSACTIONS - TRANSACTION N IS SEQUENCE N,
      *    THE SAME COUNT NCITMAIN'S 'BT' RUN KEEPS. EACH ONE IS
      *    TALLIED BY ITS DISPOSITION; ONE WITHOUT IS AN ITEM
      ******************************************************************
       PARA-READ-TRANSACTIONS.
           OPEN INPUT RECTRAN
           IF WS-FS-TRAN NOT = '00' THEN
              DISPLAY 'ERROR:   CANNOT OPEN NCTRAN. FS=', WS-FS-TRAN
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
              READ RECTRAN
                 AT END
                    MOVE 'Y' TO WS-EOF-FLAG
                 NOT AT END
                    ADD 1 TO WS-TRAN-CNT
                    PERFORM PARA-TALLY-TRAN
              END-READ
           END-PERFORM
           CLOSE RECTRAN
           MOVE 'N' TO WS-EOF-FLAG
      *    DISPOSITIONS FOR SEQUENCES PAST THE END OF NCTRAN BELONG TO
      *    A LONGER TRANSACTION FILE - NCDISP AND NCTRAN DO NOT MATCH
           IF WS-DT-HIGH > WS-TRAN-CNT THEN
              COMPUTE WS-EXTRA-CNT = WS-DT-HIGH - WS-TRAN-CNT
              MOVE WS-EXTRA-CNT TO WS-CNT-D
              MOVE SPACES TO WS-OOB-TEXT
              STRING 'NCDISP HOLDS ' WS-CNT-D ' DISPOSITIONS PAST THE '
                 'LAST NCTRAN RECORD - WRONG NCTRAN FOR THIS RUN?'
                 DELIMITED BY SIZE INTO WS-OOB-TEXT
              END-STRING
              PERFORM PARA-ADD-ITEM
           END-IF
           EXIT.
       PARA-TALLY-TRAN.
           IF WS-TRAN-CNT > WS-DT-MAX THEN
              ADD 1 TO WS-NODISP-CNT
              PERFORM PARA-ITEM-NO-DISPOSITION
           ELSE
              EVALUATE WS-DT-STATUS(WS-TRAN-CNT)
                 WHEN 'A'
                    ADD 1 TO WS-ACC-CNT
                    EVALUATE WS-DT-MODE(WS-TRAN-CNT)
                       WHEN 'AD'
                          ADD 1 TO WS-ACC-AD
                       WHEN 'CH'
                          ADD 1 TO WS-ACC-CH
                       WHEN 'IN'
                          ADD 1 TO WS-ACC-IN
                       WHEN 'MG'
                          ADD 1 TO WS-ACC-MG
                       WHEN 'PR'
                          ADD 1 TO WS-ACC-PR
                       WHEN OTHER
                          ADD 1 TO WS-ACC-OTHER
                    END-EVALUATE
                 WHEN 'P'
                    ADD 1 TO WS-PEND-CNT
      *    A MERGE WHOSE LOSER'S DEATH DATE WAS QUEUED FOR THE
      *    SURVIVOR IS PENDING, BUT ITS TWO HISTORY ROWS ARE WRITTEN
                    IF WS-DT-MODE(WS-TRAN-CNT) = 'MG' THEN
                       ADD 1 TO WS-PEND-MG
                    END-IF
                 WHEN 'R'
                    ADD 1 TO WS-REJ-CNT
                    IF WS-DT-AUTH(WS-TRAN-CNT) = 'Y' THEN
                       ADD 1 TO WS-REJ-AUTH-CNT
                    END-IF
                 WHEN OTHER
      *    NO DISPOSITION - THE 'BT' RUN NEVER REACHED IT (ABENDED
      *    AND NOT RESTARTED?)
                    ADD 1 TO WS-NODISP-CNT
                    PERFORM PARA-ITEM-NO-DISPOSITION
              END-EVALUATE
           END-IF
           EXIT.
       PARA-ITEM-NO-DISPOSITION.
           MOVE WS-TRAN-CNT TO WS-SEQ-D
           MOVE SPACES TO WS-OOB-TEXT
           STRING 'NCTRAN SEQ ' WS-SEQ-D ' HAS NO NCDISP DISPOSITION: '
              TRAN-R(1:25)
              DELIMITED BY SIZE INTO WS-OOB-TEXT
           END-STRING
           PERFORM PARA-ADD-ITEM
           EXIT.
      ******************************************************************
      *    PARAGRAPH LOAD SECLOG - THE BUSINESS DATE'S REFUSALS,
      *    COUNTED BY THE PROGRAM THAT WROTE THEM (TOLD APART BY THE
      *    FIXED TEXT EACH ONE LOGS). NCITMAIN'S GO INTO THE MATCH
      *    TABLE
      ******************************************************************
       PARA-LOAD-SECLOG.
           OPEN INPUT RECSECL
           IF WS-FS-SECL NOT = '00' THEN
              DISPLAY 'ERROR:   CANNOT OPEN NCSECLOG. FS=', WS-FS-SECL
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
              READ RECSECL
                 AT END
                    MOVE 'Y' TO WS-EOF-FLAG
                 NOT AT END
                    IF SECL-DATE = WS-BUS-DATE THEN
                       PERFORM PARA-FILE-REFUSAL
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RECSECL
           MOVE 'N' TO WS-EOF-FLAG
           EXIT.
       PARA-FILE-REFUSAL.
           ADD 1 TO WS-SECL-DAY
           EVALUATE TRUE
              WHEN SECL-TEXT(1:29) = 'REFUSED - NOT IN NCAUTH TABLE'
                 ADD 1 TO WS-SECL-MAIN
                 IF WS-ST-CNT < WS-ST-MAX THEN
                    ADD 1 TO WS-ST-CNT
                    MOVE SECL-MODE       TO WS-ST-MODE(WS-ST-CNT)
                    MOVE SECL-CITIZEN-ID TO WS-ST-CITIZEN-ID(WS-ST-CNT)
                    MOVE 'N'             TO WS-ST-USED(WS-ST-CNT)
                 ELSE
                    ADD 1 TO WS-ST-LOST
                 END-IF
              WHEN SECL-TEXT(1:19) = 'REFUSED - MQ SENDER'
                 ADD 1 TO WS-SECL-MQ
              WHEN OTHER
                 ADD 1 TO WS-SECL-OTHER
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH MATCH REFUSALS - EVERY TRANSACTION REJECTED AS
      *    UNAUTHORIZED TAKES THE FIRST UNUSED NCITMAIN REFUSAL OF THE
      *    DAY WITH ITS MODE AND CITIZEN_ID. ONE LEFT WITHOUT IS AN
      *    ITEM - A DENIAL THE AUDITORS NEVER SAW
      ******************************************************************
       PARA-MATCH-REFUSALS.
           IF WS-ST-LOST > ZERO THEN
              MOVE WS-ST-LOST TO WS-CNT-D
              MOVE SPACES TO WS-OOB-TEXT
              STRING 'NCSECLOG: ' WS-CNT-D ' REFUSALS PAST THE MATCH '
                 'TABLE SIZE - NOT MATCHED'
                 DELIMITED BY SIZE INTO WS-OOB-TEXT
              END-STRING
              PERFORM PARA-ADD-ITEM
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TRAN-CNT OR WS-IDX > WS-DT-MAX
              IF WS-DT-STATUS(WS-IDX) = 'R' AND
                 WS-DT-AUTH(WS-IDX) = 'Y' THEN
                 PERFORM PARA-MATCH-ONE-REFUSAL
              END-IF
           END-PERFORM
           EXIT.
       PARA-MATCH-ONE-REFUSAL.
           MOVE ZERO TO WS-SX
           PERFORM VARYING WS-SY FROM 1 BY 1
              UNTIL WS-SY > WS-ST-CNT OR WS-SX > ZERO
              IF WS-ST-USED(WS-SY) = 'N' AND
                 WS-ST-MODE(WS-SY) = WS-DT-MODE(WS-IDX) AND
                 WS-ST-CITIZEN-ID(WS-SY) = WS-DT-CITIZEN-ID(WS-IDX)
                 THEN
                 MOVE WS-SY TO WS-SX
              END-IF
           END-PERFORM
           IF WS-SX > ZERO THEN
              MOVE 'Y' TO WS-ST-USED(WS-SX)
              ADD 1 TO WS-SECL-MATCHED
           ELSE
              ADD 1 TO WS-SECL-UNMATCHED
              MOVE WS-IDX TO WS-SEQ-D
              MOVE SPACES TO WS-OOB-TEXT
              STRING 'NCTRAN SEQ ' WS-SEQ-D ' MODE '
                 WS-DT-MODE(WS-IDX) ' CITIZEN '
                 WS-DT-CITIZEN-ID(WS-IDX)
                 ' REFUSED BUT NOT ON NCSECLOG'
                 DELIMITED BY SIZE INTO WS-OOB-TEXT
              END-STRING
              PERFORM PARA-ADD-ITEM
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH READ HISTORY - THE BUSINESS DATE'S CITIZENS_HIST
      *    ROWS INTO THE ORIGIN X MODE TABLE. AN ORIGIN LETTER NONE OF
      *    THE KNOWN WRITERS USES IS AN ITEM OF ITS OWN
      ******************************************************************
       PARA-READ-HISTORY.
           INITIALIZE WS-HIST-TABLE
           EXEC SQL
              OPEN CRSH
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM PARA-SQL-ERROR
           END-IF
           MOVE 'N' TO WS-DB2-EOF-SW
           PERFORM PARA-FETCH-HISTORY
           PERFORM UNTIL WS-DB2-EOF
              EVALUATE WS-QORIGIN
                 WHEN 'B'
                    MOVE 1 TO WS-HO-IDX
                 WHEN 'O'
                    MOVE 2 TO WS-HO-IDX
                 WHEN 'Q'
                    MOVE 3 TO WS-HO-IDX
                 WHEN 'A'
                    MOVE 4 TO WS-HO-IDX
                 WHEN OTHER
                    MOVE 5 TO WS-HO-IDX
                    MOVE WS-QHIST-CNT TO WS-CNT-D
                    MOVE SPACES TO WS-OOB-TEXT
                    STRING 'CITIZENS_HIST: ' WS-CNT-D ' ROWS MODE '
                       WS-QMODE ' FROM UNKNOWN ORIGIN ''' WS-QORIGIN
                       ''''
                       DELIMITED BY SIZE INTO WS-OOB-TEXT
                    END-STRING
                    PERFORM PARA-ADD-ITEM
              END-EVALUATE
              EVALUATE WS-QMODE
                 WHEN 'AD'
                    MOVE 1 TO WS-HM-IDX
                 WHEN 'CH'
                    MOVE 2 TO WS-HM-IDX
                 WHEN 'IN'
                    MOVE 3 TO WS-HM-IDX
                 WHEN 'MG'
                    MOVE 4 TO WS-HM-IDX
                 WHEN 'BO'
                    MOVE 5 TO WS-HM-IDX
                 WHEN OTHER
                    MOVE 6 TO WS-HM-IDX
              END-EVALUATE
              ADD WS-QHIST-CNT TO WS-HO-CNT(WS-HO-IDX, WS-HM-IDX)
              ADD WS-QHIST-CNT TO WS-HO-TOTAL(WS-HO-IDX)
              ADD WS-QHIST-CNT TO WS-HM-TOTAL(WS-HM-IDX)
              ADD WS-QHIST-CNT TO WS-HIST-TOTAL
              PERFORM PARA-FETCH-HISTORY
           END-PERFORM
           EXEC SQL
              CLOSE CRSH
           END-EXEC
      *    WHAT THE ACCEPTED TRANSACTIONS WROTE - ONE ROW PER AD/CH/
      *    IN, ONE FOR EACH OF THE TWO ROWS OF A MERGE (ACCEPTED OR
      *    PENDING ITS DEATH DATE), NONE FOR PR
           COMPUTE WS-EXP-BATCH-HIST = WS-ACC-AD + WS-ACC-CH
              + WS-ACC-IN + (2 * (WS-ACC-MG + WS-PEND-MG))
           COMPUTE WS-ACT-BATCH-HIST = WS-HO-CNT(1, 1)
              + WS-HO-CNT(1, 2) + WS-HO-CNT(1, 3) + WS-HO-CNT(1, 4)
           IF WS-ACT-BATCH-HIST NOT = WS-EXP-BATCH-HIST THEN
              COMPUTE WS-DIFF = WS-ACT-BATCH-HIST - WS-EXP-BATCH-HIST
              MOVE WS-EXP-BATCH-HIST TO WS-CNT-D
              MOVE WS-ACT-BATCH-HIST TO WS-CNT2-D
              MOVE WS-DIFF TO WS-SGN-D
              MOVE SPACES TO WS-OOB-TEXT
              STRING 'BATCH HISTORY ROWS ' WS-CNT2-D ' VS ' WS-CNT-D
                 ' FROM ACCEPTED NCTRAN, DIFF ' WS-SGN-D
                 ' (SINGLE-ACTION RUNS?)'
                 DELIMITED BY SIZE INTO WS-OOB-TEXT
              END-STRING
              PERFORM PARA-ADD-ITEM
           END-IF
           EXIT.
       PARA-FETCH-HISTORY.
           EXEC SQL
              FETCH CRSH INTO
                 :WS-QORIGIN,
                 :WS-QMODE,
                 :WS-QHIST-CNT
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
      *    PARAGRAPH READ PENDING - THE DAY'S MAKER-CHECKER TRAFFIC:
      *    ITEMS QUEUED BY BATCH (AGAINST THE PENDING DISPOSITIONS)
      *    AND ITEMS APPROVED (AGAINST THE ORIGIN 'A' HISTORY ROWS -
      *    EVERY APPROVAL WRITES EXACTLY ONE)
      ******************************************************************
       PARA-READ-PENDING.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-QPEND-BATCH
              FROM CITIZENS_PEND
              WHERE MAKER_ORIGIN = 'B'
              AND DATE(MAKER_TS) = :WS-QBUS-DATE
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM PARA-SQL-ERROR
           END-IF
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-QPEND-APPROVED
              FROM CITIZENS_PEND
              WHERE PEND_STATUS = 'A'
              AND DATE(CHECKER_TS) = :WS-QBUS-DATE
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM PARA-SQL-ERROR
           END-IF
           IF WS-QPEND-BATCH NOT = WS-PEND-CNT THEN
              MOVE WS-PEND-CNT    TO WS-CNT-D
              MOVE WS-QPEND-BATCH TO WS-CNT2-D
              MOVE SPACES TO WS-OOB-TEXT
              STRING 'CITIZENS_PEND BATCH ITEMS ' WS-CNT2-D ' VS '
                 WS-CNT-D ' PENDING DISPOSITIONS (SINGLE-ACTION RUNS?)'
                 DELIMITED BY SIZE INTO WS-OOB-TEXT
              END-STRING
              PERFORM PARA-ADD-ITEM
           END-IF
           IF WS-QPEND-APPROVED NOT = WS-HO-TOTAL(4) THEN
              MOVE WS-QPEND-APPROVED TO WS-CNT-D
              MOVE WS-HO-TOTAL(4)    TO WS-CNT2-D
              MOVE SPACES TO WS-OOB-TEXT
              STRING 'APPROVED-ORIGIN HISTORY ROWS ' WS-CNT2-D ' VS '
                 WS-CNT-D ' CITIZENS_PEND ITEMS APPROVED'
                 DELIMITED BY SIZE INTO WS-OOB-TEXT
              END-STRING
              PERFORM PARA-ADD-ITEM
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH READ ROW COUNTS - CITIZENS BY ALIVE STATUS AND THE
      *    DB2 TIMESTAMP THEY WERE TAKEN AT, IN ONE STATEMENT
      ******************************************************************
       PARA-READ-ROW-COUNTS.
           EXEC SQL
              SELECT CHAR(CURRENT TIMESTAMP),
                 COALESCE(SUM(CASE WHEN ALIVE = 1 THEN 1 ELSE 0 END),
                    0),
                 COALESCE(SUM(CASE WHEN ALIVE = 0 THEN 1 ELSE 0 END),
                    0),
                 COUNT(*)
              INTO :WS-QCLOSE-TS, :WS-QALIVE-CNT, :WS-QDEAD-CNT,
                   :WS-QROW-CNT
              FROM CITIZENS
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM PARA-SQL-ERROR
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH READ MOVEMENTS - NET MOVEMENT BY ORIGIN BETWEEN
      *    THE OPENING SNAPSHOT AND NOW, SHOWN PER ORIGIN AND SUMMED
      *    INTO THE EXPECTED CLOSING POSITION
      ******************************************************************
       PARA-READ-MOVEMENTS.
           MOVE WS-OPEN-TS TO WS-QOPEN-TS
           EXEC SQL
              OPEN CRSM
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM PARA-SQL-ERROR
           END-IF
           DISPLAY WS-HLINE
           DISPLAY 'ROW MOVEMENTS RECORDED BY CITIZENS_HIST FROM '
              WS-QOPEN-TS
           DISPLAY '                              TO '
              WS-QCLOSE-TS
           DISPLAY '  ORIGIN                         ALIVE       DEAD'
              '       ROWS'
           MOVE 'N' TO WS-DB2-EOF-SW
           PERFORM PARA-FETCH-MOVEMENT
           PERFORM UNTIL WS-DB2-EOF
              ADD WS-QMOVE-ALIVE TO WS-MOVE-ALIVE
              ADD WS-QMOVE-DEAD  TO WS-MOVE-DEAD
              ADD WS-QMOVE-ROWS  TO WS-MOVE-ROWS
              MOVE SPACES TO WS-MOVE-LINE
              STRING 'ORIGIN ' WS-QORIGIN
                 DELIMITED BY SIZE INTO WS-ML-NAME
              END-STRING
              MOVE WS-QMOVE-ALIVE TO WS-ML-ALIVE
              MOVE WS-QMOVE-DEAD  TO WS-ML-DEAD
              MOVE WS-QMOVE-ROWS  TO WS-ML-ROWS
              DISPLAY WS-MOVE-LINE
              PERFORM PARA-FETCH-MOVEMENT
           END-PERFORM
           EXEC SQL
              CLOSE CRSM
           END-EXEC
           EXIT.
       PARA-FETCH-MOVEMENT.
           EXEC SQL
              FETCH CRSM INTO
                 :WS-QORIGIN,
                 :WS-QMOVE-ALIVE,
                 :WS-QMOVE-DEAD,
                 :WS-QMOVE-ROWS
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
      *    PARAGRAPH REPORT TRANSACTIONS - NCTRAN AGAINST NCDISP
      ******************************************************************
       PARA-REPORT-TRANSACTIONS.
           DISPLAY WS-HLINE
           DISPLAY 'TRANSACTIONS (NCTRAN AGAINST NCDISP, LAST BT RUN)'
           MOVE WS-TRAN-CNT TO WS-CNT-D
           DISPLAY '  NCTRAN RECORDS READ .........: ' WS-CNT-D
           MOVE WS-ACC-CNT TO WS-CNT-D
           DISPLAY '  ACCEPTED ....................: ' WS-CNT-D
           MOVE WS-ACC-AD TO WS-CNT-D
           DISPLAY '     AD ADD ...................: ' WS-CNT-D
           MOVE WS-ACC-CH TO WS-CNT-D
           DISPLAY '     CH CHANGE ................: ' WS-CNT-D
           MOVE WS-ACC-IN TO WS-CNT-D
           DISPLAY '     IN INACTIVATE ............: ' WS-CNT-D
           MOVE WS-ACC-MG TO WS-CNT-D
           DISPLAY '     MG MERGE .................: ' WS-CNT-D
           MOVE WS-ACC-PR TO WS-CNT-D
           DISPLAY '     PR PARENTS ...............: ' WS-CNT-D
           IF WS-ACC-OTHER > ZERO THEN
              MOVE WS-ACC-OTHER TO WS-CNT-D
              DISPLAY '     OTHER MODE ...............: ' WS-CNT-D
           END-IF
           MOVE WS-PEND-CNT TO WS-CNT-D
           DISPLAY '  PENDING (QUEUED FOR APPROVAL): ' WS-CNT-D
           IF WS-PEND-MG > ZERO THEN
              MOVE WS-PEND-MG TO WS-CNT-D
              DISPLAY '     MG MERGED, DDATE QUEUED ..: ' WS-CNT-D
           END-IF
           MOVE WS-REJ-CNT TO WS-CNT-D
           DISPLAY '  REJECTED ....................: ' WS-CNT-D
           MOVE WS-REJ-AUTH-CNT TO WS-CNT-D
           DISPLAY '     OF WHICH NOT AUTHORIZED ..: ' WS-CNT-D
           MOVE WS-NODISP-CNT TO WS-CNT-D
           DISPLAY '  WITHOUT DISPOSITION .........: ' WS-CNT-D
           IF WS-EXTRA-CNT > ZERO THEN
              MOVE WS-EXTRA-CNT TO WS-CNT-D
              DISPLAY '  DISPOSITIONS PAST NCTRAN EOF : ' WS-CNT-D
           END-IF
           IF WS-NODISP-CNT = ZERO AND WS-EXTRA-CNT = ZERO THEN
              DISPLAY '  READ = ACCEPTED + PENDING + REJECTED - IN '
                 'BALANCE'
           ELSE
              DISPLAY '  READ NOT EQUAL TO DISPOSITIONS - OUT OF '
                 'BALANCE'
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH REPORT REFUSALS - THE DAY'S NCSECLOG BY SOURCE
      ******************************************************************
       PARA-REPORT-REFUSALS.
           DISPLAY WS-HLINE
           DISPLAY 'SECURITY REFUSALS (NCSECLOG DATED ' WS-BUS-DATE ')'
           MOVE WS-SECL-DAY TO WS-CNT-D
           DISPLAY '  REFUSALS LOGGED .............: ' WS-CNT-D
           MOVE WS-SECL-MAIN TO WS-CNT-D
           DISPLAY '     BY NCITMAIN ..............: ' WS-CNT-D
           MOVE WS-SECL-MQ TO WS-CNT-D
           DISPLAY '     BY NCMQINTK ..............: ' WS-CNT-D
           MOVE WS-SECL-OTHER TO WS-CNT-D
           DISPLAY '     OTHER ....................: ' WS-CNT-D
           MOVE WS-SECL-MATCHED TO WS-CNT-D
           DISPLAY '  NCTRAN REFUSALS FOUND .......: ' WS-CNT-D
           MOVE WS-SECL-UNMATCHED TO WS-CNT-D
           DISPLAY '  NCTRAN REFUSALS NOT LOGGED ..: ' WS-CNT-D
           COMPUTE WS-DIFF = WS-SECL-MAIN - WS-SECL-MATCHED
           MOVE WS-DIFF TO WS-CNT-D
           DISPLAY '  NCITMAIN REFUSALS OUTSIDE BT : ' WS-CNT-D
           EXIT.
      ******************************************************************
      *    PARAGRAPH REPORT HISTORY - THE ORIGIN X MODE TABLE AND THE
      *    THREE TIES: BATCH ROWS, PENDING ITEMS, APPROVALS
      ******************************************************************
       PARA-REPORT-HISTORY.
           DISPLAY WS-HLINE
           DISPLAY 'CITIZENS_HIST ROWS DATED ' WS-QBUS-DATE
              ' BY ORIGIN AND MODE'
           DISPLAY '  ORIGIN          AD      CH      IN      MG'
              '      BO   OTHER     TOTAL'
           PERFORM VARYING WS-HO-IDX FROM 1 BY 1 UNTIL WS-HO-IDX > 5
              MOVE SPACES TO WS-HIST-LINE
              MOVE WS-HO-NAME(WS-HO-IDX) TO WS-HL-NAME
              PERFORM VARYING WS-HM-IDX FROM 1 BY 1
                 UNTIL WS-HM-IDX > 6
                 MOVE WS-HO-CNT(WS-HO-IDX, WS-HM-IDX)
                    TO WS-HL-CNT(WS-HM-IDX)
              END-PERFORM
              MOVE WS-HO-TOTAL(WS-HO-IDX) TO WS-HL-TOTAL
              DISPLAY WS-HIST-LINE
           END-PERFORM
           MOVE SPACES TO WS-HIST-LINE
           MOVE 'TOTAL' TO WS-HL-NAME
           PERFORM VARYING WS-HM-IDX FROM 1 BY 1 UNTIL WS-HM-IDX > 6
              MOVE WS-HM-TOTAL(WS-HM-IDX) TO WS-HL-CNT(WS-HM-IDX)
           END-PERFORM
           MOVE WS-HIST-TOTAL TO WS-HL-TOTAL
           DISPLAY WS-HIST-LINE
           MOVE WS-EXP-BATCH-HIST TO WS-CNT-D
           MOVE WS-ACT-BATCH-HIST TO WS-CNT2-D
           DISPLAY '  BATCH AD/CH/IN/MG ROWS ......: ' WS-CNT2-D
              '  EXPECTED FROM NCTRAN: ' WS-CNT-D
           MOVE WS-PEND-CNT    TO WS-CNT-D
           MOVE WS-QPEND-BATCH TO WS-CNT2-D
           DISPLAY '  BATCH ITEMS QUEUED (PEND) ...: ' WS-CNT2-D
              '  PENDING ON NCDISP ..: ' WS-CNT-D
           MOVE WS-QPEND-APPROVED TO WS-CNT-D
           MOVE WS-HO-TOTAL(4)    TO WS-CNT2-D
           DISPLAY '  APPROVED-ORIGIN ROWS ........: ' WS-CNT2-D
              '  ITEMS APPROVED .....: ' WS-CNT-D
           EXIT.
      ******************************************************************
      *    PARAGRAPH REPORT ROW COUNTS - OPENING + MOVEMENTS AGAINST
      *    THE CLOSING COUNTS, PER ALIVE STATUS AND IN TOTAL
      ******************************************************************
       PARA-REPORT-ROW-COUNTS.
           IF WS-OPEN-FOUND THEN
              PERFORM PARA-READ-MOVEMENTS
           END-IF
           DISPLAY WS-HLINE
           DISPLAY 'CITIZENS ROW COUNTS BY ALIVE STATUS'
           DISPLAY '                                 ALIVE       DEAD'
              '       ROWS'
           IF WS-OPEN-FOUND THEN
              MOVE SPACES TO WS-MOVE-LINE
              STRING 'OPENING (' WS-OPEN-DATE ')'
                 DELIMITED BY SIZE INTO WS-ML-NAME
              END-STRING
              MOVE WS-OPEN-ALIVE TO WS-ML-ALIVE
              MOVE WS-OPEN-DEAD  TO WS-ML-DEAD
              MOVE WS-OPEN-ROWS  TO WS-ML-ROWS
              DISPLAY WS-MOVE-LINE
              MOVE 'NET MOVEMENT' TO WS-ML-NAME
              MOVE WS-MOVE-ALIVE TO WS-ML-ALIVE
              MOVE WS-MOVE-DEAD  TO WS-ML-DEAD
              MOVE WS-MOVE-ROWS  TO WS-ML-ROWS
              DISPLAY WS-MOVE-LINE
              COMPUTE WS-EXP-ALIVE = WS-OPEN-ALIVE + WS-MOVE-ALIVE
              COMPUTE WS-EXP-DEAD  = WS-OPEN-DEAD  + WS-MOVE-DEAD
              COMPUTE WS-EXP-ROWS  = WS-OPEN-ROWS  + WS-MOVE-ROWS
              MOVE 'EXPECTED CLOSING' TO WS-ML-NAME
              MOVE WS-EXP-ALIVE TO WS-ML-ALIVE
              MOVE WS-EXP-DEAD  TO WS-ML-DEAD
              MOVE WS-EXP-ROWS  TO WS-ML-ROWS
              DISPLAY WS-MOVE-LINE
           END-IF
           MOVE SPACES TO WS-MOVE-LINE
           MOVE 'ACTUAL CLOSING' TO WS-ML-NAME
           MOVE WS-QALIVE-CNT TO WS-ML-ALIVE
           MOVE WS-QDEAD-CNT  TO WS-ML-DEAD
           MOVE WS-QROW-CNT   TO WS-ML-ROWS
           DISPLAY WS-MOVE-LINE
           IF WS-OPEN-FOUND THEN
              IF WS-EXP-ALIVE NOT = WS-QALIVE-CNT OR
                 WS-EXP-DEAD  NOT = WS-QDEAD-CNT OR
                 WS-EXP-ROWS  NOT = WS-QROW-CNT THEN
                 COMPUTE WS-DIFF = WS-QALIVE-CNT - WS-EXP-ALIVE
                 MOVE WS-DIFF TO WS-SGN-D
                 COMPUTE WS-DIFF = WS-QDEAD-CNT - WS-EXP-DEAD
                 MOVE WS-DIFF TO WS-SGN2-D
                 COMPUTE WS-DIFF = WS-QROW-CNT - WS-EXP-ROWS
                 MOVE WS-DIFF TO WS-SGN3-D
                 MOVE SPACES TO WS-OOB-TEXT
                 STRING 'CITIZENS ROWS UNEXPLAINED BY HISTORY - ALIVE '
                    WS-SGN-D ' DEAD ' WS-SGN2-D ' ROWS ' WS-SGN3-D
                    DELIMITED BY SIZE INTO WS-OOB-TEXT
                 END-STRING
                 PERFORM PARA-ADD-ITEM
              END-IF
           ELSE
              DISPLAY '  NO OPENING POSITION ON NCBALCT - CLOSING '
                 'COUNTS BECOME THE BASELINE'
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH REPORT VERDICT - EVERY ITEM, THEN THE OUTCOME AND
      *    THE RETURN CODE THE SCHEDULER ACTS ON
      ******************************************************************
       PARA-REPORT-VERDICT.
           DISPLAY WS-HLINE
           IF WS-OOB-CNT = ZERO THEN
              IF WS-OPEN-FOUND THEN
                 MOVE 'B' TO WS-BALC-STATUS
                 DISPLAY 'BALANCED - ALL MAINTENANCE ACTIVITY FOR '
                    WS-QBUS-DATE ' ACCOUNTED FOR'
              ELSE
                 MOVE 'N' TO WS-BALC-STATUS
                 MOVE 4 TO RETURN-CODE
                 DISPLAY 'BALANCED EXCEPT ROW COUNTS - BASELINE TAKEN, '
                    'SIGN OFF TO RELEASE'
              END-IF
           ELSE
              MOVE 'O' TO WS-BALC-STATUS
              MOVE 8 TO RETURN-CODE
              MOVE WS-OOB-CNT TO WS-CNT-D
              DISPLAY 'OUT OF BALANCE - ' WS-CNT-D ' ITEMS. NEXT '
                 'SWEEP HELD UNTIL SIGNED OFF'
              PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-OOB-CNT OR WS-IDX > WS-OOB-MAX
                 DISPLAY '  ' WS-OOB-LINE(WS-IDX)
              END-PERFORM
              IF WS-OOB-CNT > WS-OOB-MAX THEN
                 COMPUTE WS-DIFF = WS-OOB-CNT - WS-OOB-MAX
                 MOVE WS-DIFF TO WS-CNT-D
                 DISPLAY '  ... AND ' WS-CNT-D ' MORE NOT LISTED'
              END-IF
           END-IF
           DISPLAY WS-HLINE
           EXIT.
      ******************************************************************
      *    PARAGRAPH WRITE CLOSING - APPENDS THE CLOSING POSITION TO
      *    NCBALCT. A MISSING DATASET IS CREATED (SAME FALLBACK AS
      *    NCITMAIN'S NCSECLOG)
      ******************************************************************
       PARA-WRITE-CLOSING.
           OPEN EXTEND RECBALC
           EVALUATE WS-FS-BALC
              WHEN '05'
              WHEN '35'
                 CLOSE RECBALC
                 OPEN OUTPUT RECBALC
           END-EVALUATE
           MOVE SPACES TO BALC-R
           MOVE WS-BUS-DATE    TO BALC-BUS-DATE
           MOVE WS-QCLOSE-TS   TO BALC-SNAP-TS
           MOVE WS-QALIVE-CNT  TO BALC-ALIVE
           MOVE WS-QDEAD-CNT   TO BALC-DEAD
           MOVE WS-QROW-CNT    TO BALC-ROWS
           MOVE WS-BALC-STATUS TO BALC-STATUS
           MOVE WS-RUN-USER    TO BALC-USER
           WRITE BALC-R
           END-WRITE
           IF WS-FS-BALC NOT = '00' THEN
              DISPLAY 'WARNING: NCBALCT NOT UPDATED. FS=', WS-FS-BALC,
                 ' - THE NEXT RUN OPENS FROM AN EARLIER POSITION'
           END-IF
           CLOSE RECBALC
           EXIT.
      ******************************************************************
      *    PARAGRAPH ADD ITEM - ONE OUT-OF-BALANCE LINE FROM
      *    WS-OOB-TEXT
      ******************************************************************
       PARA-ADD-ITEM.
           ADD 1 TO WS-OOB-CNT
           IF WS-OOB-CNT <= WS-OOB-MAX THEN
              MOVE WS-OOB-TEXT TO WS-OOB-LINE(WS-OOB-CNT)
           END-IF
           EXIT.
      ******************************************************************
       PARA-SQL-ERROR.
      ************** DB2 Error Handling Routine
           DISPLAY '*************************************************'
           DISPLAY '**** E R R O R M E S S A G E S ****'
           DISPLAY '*************************************************'
           DISPLAY '* Problem in paragraph: NCEODBAL'
           DISPLAY '*'
           DISPLAY '* SQLCODE: ' SQLCODE
           DISPLAY '*************************************************'
           MOVE 8 TO RETURN-CODE
           CALL "CEE3ABD" USING ABEND-CODE , TIMING
           EXIT.
