       IDENTIFICATION DIVISION.
       PROGRAM-ID. NCNOTIFY.
      ******************************************************************
      *                      NAKSHATRA CITIZEN
      *                      (VEDIC ASTROLOGY)
      *                      MILESTONE AND LIFE-EVENT NOTIFICATIONS
      ******************************************************************
      *    ABOUT
      *          THE PENSION OFFICE, THE ELECTORAL ROLL AND THE
      *          CENTENARIAN-HONOURS DESK EACH ASK EVERY MONTH FOR THE
      *          PEOPLE REACHING AN AGE (18, RETIREMENT AGE, 100) AND
      *          FOR THE DEATHS REGISTERED SINCE THEIR LAST EXTRACT.
      *          THIS PGM SERVES THEM ALL FROM ONE SUBSCRIBER CONTROL
      *          FILE (NCSUBSCR), ONE CARD PER SUBSCRIBER, AND WRITES
      *          ONE EXTRACT PER SUBSCRIBER TO THE OUTPUT SLOT ITS
      *          CARD NAMES (DD NCNOT1 - NCNOT6):
      *            'A' AGE MILESTONES - LIVING, UNMERGED CITIZENS
      *                WHOSE BIRTHDAY FOR ONE OF THE CARD'S AGES
      *                FALLS AFTER THE SUBSCRIBER'S AGE MARK AND NO
      *                LATER THAN TODAY + THE LOOKAHEAD DAYS. THAT
      *                HORIZON BECOMES THE NEW AGE MARK, SO A SKIPPED
      *                MONTH IS CAUGHT UP BY THE NEXT RUN AND NOBODY
      *                COMES ROUND TWICE. A 29 FEBRUARY BIRTHDAY
      *                FALLS ON 28 FEBRUARY IN A COMMON YEAR (DB2
      *                DATE ARITHMETIC).
      *            'D' DEATHS - CITIZENS WHOSE CITIZENS_HIST SHOWS
      *                THEM MADE DEAD (NEW_ALIVE 0 FROM ANYTHING
      *                ELSE, OR ADDED DEAD) AFTER THE SUBSCRIBER'S
      *                DEATH MARK AND UP TO THIS RUN'S DB2 TIMESTAMP,
      *                AND STILL DEAD AND UNMERGED NOW. AN APPROVED
      *                INACTIVATION COUNTS WHEN IT IS APPROVED. THE
      *                RUN TIMESTAMP BECOMES THE NEW DEATH MARK. A
      *                BLANK DEATH MARK (NEW SUBSCRIBER) STARTS THE
      *                MARK NOW AND SENDS NO DEATHS THIS RUN - KEY A
      *                TIMESTAMP ON THE CARD TO BACKFILL.
      *          THE CONTROL FILE IS WRITTEN BACK WITH THE NEW MARKS
      *          TO NCSUBNEW, COMMENT CARDS AND ALL; THE JCL COPIES IT
      *          OVER NCSUBSCR ONLY AFTER A CLEAN RUN. A RUN THAT
      *          FAILS ABENDS, SO NO EXTRACT GENERATION IS CATALOGED
      *          AND THE OLD MARKS STAND - THE RERUN REPEATS IT ALL.
      *
      *    NCSUBSCR CONTROL CARD (LRECL 80, '*' IN POS 1 = COMMENT)
      *          POS  1-8   SUBSCRIBER ID
      *          POS 10     OUTPUT SLOT 1-6 (DD NCNOT1 - NCNOT6)
      *          POS 12     LAYOUT 'F' FIXED / 'C' COMMA-DELIMITED
      *          POS 14-15  EVENTS - 'A' AND/OR 'D'
      *          POS 17-19  AGE THRESHOLD 1  (3 DIGITS, BLANK =
      *          POS 21-23  AGE THRESHOLD 2   UNUSED; AT LEAST ONE
      *          POS 25-27  AGE THRESHOLD 3   FOR EVENT 'A')
      *          POS 29-31  LOOKAHEAD DAYS (BLANK = 000)
      *          POS 33-42  AGE MARK YYYY-MM-DD - MAINTAINED BY THE
      *                     RUN (BLANK = START FROM TODAY)
      *          POS 44-69  DEATH MARK YYYY-MM-DD-HH.MM.SS.NNNNNN -
      *                     MAINTAINED BY THE RUN
      *          POS 71-80  FREE TEXT
      *
      *    EXTRACT LAYOUT 'F' (LRECL 100)
      *          HEADER   POS  1     'H'
      *                   POS  3-10  SUBSCRIBER ID
      *                   POS 12-21  AGE WINDOW FROM (EXCLUSIVE)
      *                   POS 23-32  AGE WINDOW TO
      *                   POS 34-59  DEATHS REGISTERED AFTER
      *                   POS 61-86  DEATHS REGISTERED UP TO
      *          DETAIL   POS  1     'A' AGE MILESTONE / 'D' DEATH
      *                   POS  3-5   AGE REACHED ('A' ONLY)
      *                   POS  7-15  CITIZEN ID
      *                   POS 17-26  BIRTH DATE
      *                   POS 28-37  MILESTONE DATE / DEATH DATE
      *                   POS 39-68  NAME
      *                   POS 70     GENDER
      *                   POS 72-73  REGION
      *          TRAILER  POS  1     'T'
      *                   POS  3-10  SUBSCRIBER ID
      *                   POS 12-20  'A' RECORDS
      *                   POS 22-30  'D' RECORDS
      *    EXTRACT LAYOUT 'C' - A COLUMN-NAME LINE, THEN
      *          EVENT,AGE,CITIZEN_ID,BDATE,EVENT_DATE,"NAME",
      *          GENDER,REGION
      *          (NULL COLUMNS ARE EMPTY)
      *
      ******************************************************************
      *          COPYRIGHT:  GNU GPLV3 LICENSE 2023
      *          AUTHOR:     PRZEMYSLAW ADAM KUPISZ
      *          VERSION:    ALPHA
      *
      *    RETURN CODES
      *          0 - EVERY SUBSCRIBER'S EXTRACT WRITTEN, NEW MARKS ON
      *              NCSUBNEW
      *          A BAD CONTROL CARD, A MISSING DATASET OR A DB2 ERROR
      *          ABENDS THE STEP INSTEAD (SEE ABOUT)
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    OPERATOR CONSOLE FOR THE NCNFNNNE WTO MESSAGES, SAME
      *    CONVENTION AS NCITIZEN'S NCITNNNE SET
       SPECIAL-NAMES.
           CONSOLE IS OPERATOR-CONSOLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE SUBSCRIBER CONTROL FILE AND ITS UPDATED COPY
           SELECT RECSUBI ASSIGN TO NCSUBSCR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-SBI.
           SELECT RECSUBO ASSIGN TO NCSUBNEW
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-SBO.
      *    THE SIX OUTPUT SLOTS - ONLY THE ONES A CARD NAMES ARE
      *    OPENED, SO ONLY THOSE NEED A DD
           SELECT RECNOT1 ASSIGN TO NCNOT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-NOT1.
           SELECT RECNOT2 ASSIGN TO NCNOT2
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-NOT2.
           SELECT RECNOT3 ASSIGN TO NCNOT3
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-NOT3.
           SELECT RECNOT4 ASSIGN TO NCNOT4
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-NOT4.
           SELECT RECNOT5 ASSIGN TO NCNOT5
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-NOT5.
           SELECT RECNOT6 ASSIGN TO NCNOT6
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-NOT6.
       DATA DIVISION.
       FILE SECTION.
       FD RECSUBI
           RECORDING MODE IS F.
       01 SUBI-R                      PIC   X(80).
       FD RECSUBO
           RECORDING MODE IS F.
       01 SUBO-R                      PIC   X(80).
      ******************************************************************
      *    EXTRACT LINES - BUILT IN WS-NOTE-LINE, SEE ABOUT
      ******************************************************************
       FD RECNOT1
           RECORDING MODE IS F.
       01 NOT1-R                      PIC   X(100).
       FD RECNOT2
           RECORDING MODE IS F.
       01 NOT2-R                      PIC   X(100).
       FD RECNOT3
           RECORDING MODE IS F.
       01 NOT3-R                      PIC   X(100).
       FD RECNOT4
           RECORDING MODE IS F.
       01 NOT4-R                      PIC   X(100).
       FD RECNOT5
           RECORDING MODE IS F.
       01 NOT5-R                      PIC   X(100).
       FD RECNOT6
           RECORDING MODE IS F.
       01 NOT6-R                      PIC   X(100).
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
        05 WS-QTODAY             PIC   X(10).
        05 WS-QNOW-TS            PIC   X(26).
        05 WS-QDAYS              PIC   S9(4) COMP-5.
        05 WS-QHORIZON           PIC   X(10).
        05 WS-QYESTERDAY         PIC   X(10).
        05 WS-QAGE               PIC   S9(4) COMP-5.
        05 WS-QLO                PIC   X(10).
        05 WS-QHI                PIC   X(10).
        05 WS-QLO-TS             PIC   X(26).
        05 WS-QCITID             PIC   S9(9) COMP-5.
        05 WS-QBDATE             PIC   X(10).
        05 WS-QEVDATE            PIC   X(10).
        05 WS-QNAME              PIC   X(30).
        05 WS-QGENDER            PIC   9.
        05 WS-QREGION            PIC   XX.
        05 WS-QBDATE-IND         PIC   S9(4) COMP-5.
        05 WS-QEVDATE-IND        PIC   S9(4) COMP-5.
        05 WS-QNAME-IND          PIC   S9(4) COMP-5.
        05 WS-QGENDER-IND        PIC   S9(4) COMP-5.
           EXEC SQL END DECLARE SECTION
           END-EXEC.
      ******************************************************************
      *    AGE MILESTONES - THE CITIZENS WHOSE :WS-QAGE'TH BIRTHDAY
      *    FALLS IN THE WINDOW (:WS-QLO, :WS-QHI]. ONE OPEN PER
      *    THRESHOLD; DATES GO BOTH WAYS IN ISO SO THE INSTALLATION
      *    DATE FORMAT DOES NOT MATTER
      ******************************************************************
           EXEC SQL
              DECLARE CRSA CURSOR FOR
              SELECT
              CITIZEN_ID, CHAR(BDATE, ISO),
              CHAR(BDATE + :WS-QAGE YEARS, ISO),
              NAME, GENDER, REGION
              FROM CITIZENS
              WHERE MERGED_INTO IS NULL
              AND ALIVE = 1
              AND BDATE IS NOT NULL
              AND BDATE + :WS-QAGE YEARS > DATE(:WS-QLO)
              AND BDATE + :WS-QAGE YEARS <= DATE(:WS-QHI)
              ORDER BY CITIZEN_ID
              FOR FETCH ONLY
           END-EXEC.
      ******************************************************************
      *    DEATHS REGISTERED IN THE WINDOW (:WS-QLO-TS, :WS-QNOW-TS] -
      *    ANY HISTORY IMAGE THAT MADE THE CITIZEN DEAD, ONCE PER
      *    CITIZEN, AND ONLY IF THE ROW STILL SAYS SO
      ******************************************************************
           EXEC SQL
              DECLARE CRSD CURSOR FOR
              SELECT
              C.CITIZEN_ID, CHAR(C.BDATE, ISO), CHAR(C.DDATE, ISO),
              C.NAME, C.GENDER, C.REGION
              FROM CITIZENS C
              WHERE C.ALIVE = 0
              AND C.MERGED_INTO IS NULL
              AND EXISTS
                 (SELECT 1 FROM CITIZENS_HIST H
                  WHERE H.CITIZEN_ID = C.CITIZEN_ID
                  AND H.CHG_TS > :WS-QLO-TS
                  AND H.CHG_TS <= :WS-QNOW-TS
                  AND H.NEW_ALIVE = 0
                  AND (H.OLD_ALIVE IS NULL OR H.OLD_ALIVE <> 0))
              ORDER BY C.CITIZEN_ID
              FOR FETCH ONLY
           END-EXEC.
      ******************************************************************
      *  END OF SQL VARIABLES & STRUCTURES
      ******************************************************************
      *    EVERY CONTROL CARD, COMMENTS INCLUDED, SO NCSUBNEW COMES
      *    BACK IN THE SAME ORDER WITH ONLY THE MARKS CHANGED
      ******************************************************************
       01 WS-CARDS.
        05 WS-CD-MAX          PIC   S9(4) COMP-5 VALUE 60.
        05 WS-CD-CNT          PIC   S9(4) COMP-5 VALUE ZERO.
        05 WS-CD-TAB          PIC   X(80) OCCURS 60 TIMES.
      ******************************************************************
      *    ONE SUBSCRIBER CARD - SEE ABOUT
      ******************************************************************
       01 WS-SUB-CARD.
        05 WS-SC-ID           PIC   X(8).
        05 FILLER             PIC   X.
        05 WS-SC-SLOT         PIC   X.
        05 FILLER             PIC   X.
        05 WS-SC-LAYOUT       PIC   X.
        05 FILLER             PIC   X.
        05 WS-SC-EVENTS       PIC   XX.
        05 FILLER             PIC   X.
        05 WS-SC-AGES OCCURS 3 TIMES.
         10 WS-SC-AGE         PIC   X(3).
         10 FILLER            PIC   X.
        05 WS-SC-LOOKAHEAD    PIC   X(3).
        05 FILLER             PIC   X.
        05 WS-SC-AGE-MARK     PIC   X(10).
        05 FILLER             PIC   X.
        05 WS-SC-DEATH-MARK   PIC   X(26).
        05 FILLER             PIC   X.
        05 WS-SC-TEXT         PIC   X(10).
      ******************************************************************
      *    THE SUBSCRIBERS - AT MOST ONE PER OUTPUT SLOT
      ******************************************************************
       01 WS-SUBSCRIBERS.
        05 WS-SB-MAX          PIC   S9(4) COMP-5 VALUE 6.
        05 WS-SB-CNT          PIC   S9(4) COMP-5 VALUE ZERO.
        05 WS-SB-TAB OCCURS 6 TIMES.
         10 WS-SB-CARD-IX     PIC   S9(4) COMP-5.
         10 WS-SB-ID          PIC   X(8).
         10 WS-SB-SLOT        PIC   9.
         10 WS-SB-LAYOUT      PIC   X.
         10 WS-SB-EVT-A       PIC   X.
         10 WS-SB-EVT-D       PIC   X.
         10 WS-SB-AGE-CNT     PIC   S9(4) COMP-5.
         10 WS-SB-AGE         PIC   9(3) OCCURS 3 TIMES.
         10 WS-SB-LOOKAHEAD   PIC   9(3).
         10 WS-SB-AGE-MARK    PIC   X(10).
         10 WS-SB-DEATH-MARK  PIC   X(26).
         10 WS-SB-A-CNT       PIC   9(9).
         10 WS-SB-D-CNT       PIC   9(9).
      ******************************************************************
       01 WS-WORK.
        05 WS-CD              PIC   S9(4) COMP-5.
        05 WS-SB              PIC   S9(4) COMP-5.
        05 WS-AG              PIC   S9(4) COMP-5.
        05 WS-K               PIC   S9(4) COMP-5.
        05 WS-BAD-SW          PIC   X VALUE 'N'.
           88 WS-CONTROL-BAD      VALUE 'Y'.
        05 WS-DB2-EOF-SW      PIC   X.
           88 WS-DB2-EOF          VALUE 'Y'.
        05 WS-SLOT-USED       PIC   X(6) VALUE 'NNNNNN'.
        05 WS-EVENT           PIC   X.
        05 WS-EVENT-AGE       PIC   9(3).
        05 WS-ID-D            PIC   9(9).
        05 WS-AGE-FROM        PIC   X(10).
        05 WS-AGE-TO          PIC   X(10).
        05 WS-DEATH-FROM      PIC   X(26).
        05 WS-PTR             PIC   S9(4) COMP-5.
        05 WS-RUN-DATE        PIC   9(8).
      ******************************************************************
      *    ONE EXTRACT LINE AND ITS 'F' VIEWS
      ******************************************************************
       01 WS-NOTE-LINE        PIC   X(100).
       01 WS-NOTE-F REDEFINES WS-NOTE-LINE.
        05 WS-NF-EVENT        PIC   X.
        05 FILLER             PIC   X.
        05 WS-NF-AGE          PIC   X(3).
        05 FILLER             PIC   X.
        05 WS-NF-CITIZEN-ID   PIC   9(9).
        05 FILLER             PIC   X.
        05 WS-NF-BDATE        PIC   X(10).
        05 FILLER             PIC   X.
        05 WS-NF-EVDATE       PIC   X(10).
        05 FILLER             PIC   X.
        05 WS-NF-NAME         PIC   X(30).
        05 FILLER             PIC   X.
        05 WS-NF-GENDER       PIC   X.
        05 FILLER             PIC   X.
        05 WS-NF-REGION       PIC   XX.
        05 FILLER             PIC   X(27).
       01 WS-NOTE-H REDEFINES WS-NOTE-LINE.
        05 WS-NH-TYPE         PIC   X.
        05 FILLER             PIC   X.
        05 WS-NH-ID           PIC   X(8).
        05 FILLER             PIC   X.
        05 WS-NH-AGE-FROM     PIC   X(10).
        05 FILLER             PIC   X.
        05 WS-NH-AGE-TO       PIC   X(10).
        05 FILLER             PIC   X.
        05 WS-NH-DEATH-FROM   PIC   X(26).
        05 FILLER             PIC   X.
        05 WS-NH-DEATH-TO     PIC   X(26).
        05 FILLER             PIC   X(14).
       01 WS-NOTE-T REDEFINES WS-NOTE-LINE.
        05 WS-NT-TYPE         PIC   X.
        05 FILLER             PIC   X.
        05 WS-NT-ID           PIC   X(8).
        05 FILLER             PIC   X.
        05 WS-NT-A-CNT        PIC   9(9).
        05 FILLER             PIC   X.
        05 WS-NT-D-CNT        PIC   9(9).
        05 FILLER             PIC   X(70).
      ******************************************************************
       01 WS-EOF-FLAG         PIC   A VALUE 'N'.
       01 WS-FS-SBI           PIC   XX.
       01 WS-FS-SBO           PIC   XX.
       01 WS-FS-NOT1          PIC   XX.
       01 WS-FS-NOT2          PIC   XX.
       01 WS-FS-NOT3          PIC   XX.
       01 WS-FS-NOT4          PIC   XX.
       01 WS-FS-NOT5          PIC   XX.
       01 WS-FS-NOT6          PIC   XX.
       01 WS-FS-ANY           PIC   XX.
       01 WS-HLINE            PIC   X(80) VALUES ALL '*'.
       01 WS-WTO-LINE         PIC   X(120).
      ******************************************************************
      * FOR ABEND CALL ROUTINE TO BETTER DBG (SQL QUERY ERROR)
       01  ABEND-CODE                 PIC   S9(9) BINARY.
       01  TIMING                     PIC   S9(9) BINARY.
      ******************************************************************
      *    PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM PARA-LOAD-SUBSCRIBERS
           IF WS-CONTROL-BAD THEN
              DISPLAY 'ERROR:   NCSUBSCR HAS BAD CARDS - NOTHING SENT'
              PERFORM PARA-ABANDON
           END-IF
           EXEC SQL
              SELECT CHAR(CURRENT DATE, ISO), CURRENT TIMESTAMP
              INTO :WS-QTODAY, :WS-QNOW-TS
              FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM PARA-SQL-ERROR
           END-IF
           PERFORM PARA-NOTIFY-ONE
              VARYING WS-SB FROM 1 BY 1
              UNTIL WS-SB > WS-SB-CNT
           PERFORM PARA-WRITE-CONTROL
           PERFORM PARA-PRINT-SUMMARY
           STOP RUN.
      ******************************************************************
      *    PARAGRAPH LOAD SUBSCRIBERS - EVERY CARD INTO WS-CD-TAB, THE
      *    SUBSCRIBER CARDS ALSO CHECKED INTO WS-SB-TAB
      ******************************************************************
       PARA-LOAD-SUBSCRIBERS.
           OPEN INPUT RECSUBI
           IF WS-FS-SBI NOT = '00' THEN
              DISPLAY 'ERROR:   CANNOT OPEN NCSUBSCR. FS=', WS-FS-SBI
              PERFORM PARA-ABANDON
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
              READ RECSUBI
                 AT END
                    MOVE 'Y' TO WS-EOF-FLAG
                 NOT AT END
                    IF WS-CD-CNT NOT < WS-CD-MAX THEN
                       DISPLAY 'ERROR:   NCSUBSCR HOLDS MORE THAN ',
                          WS-CD-MAX, ' CARDS'
                       MOVE 'Y' TO WS-BAD-SW
                       MOVE 'Y' TO WS-EOF-FLAG
                    ELSE
                       ADD 1 TO WS-CD-CNT
                       MOVE SUBI-R TO WS-CD-TAB(WS-CD-CNT)
                       MOVE SUBI-R TO WS-SUB-CARD
                       IF SUBI-R(1:1) NOT = '*' AND
                          SUBI-R NOT = SPACES THEN
                          PERFORM PARA-TAKE-SUB-CARD
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RECSUBI
           IF WS-SB-CNT = ZERO THEN
              DISPLAY 'ERROR:   NCSUBSCR HOLDS NO SUBSCRIBER CARD'
              MOVE 'Y' TO WS-BAD-SW
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH TAKE SUB CARD - CHECKS ONE SUBSCRIBER CARD (IN
      *    WS-SUB-CARD) AND ADDS IT TO WS-SB-TAB. EVERY FAULT IS
      *    REPORTED, NOT JUST THE FIRST
      ******************************************************************
       PARA-TAKE-SUB-CARD.
           IF WS-SB-CNT NOT < WS-SB-MAX THEN
              DISPLAY 'ERROR:   MORE THAN ', WS-SB-MAX,
                 ' SUBSCRIBERS - ONE PER OUTPUT SLOT'
              MOVE 'Y' TO WS-BAD-SW
           ELSE
              ADD 1 TO WS-SB-CNT
              MOVE WS-CD-CNT    TO WS-SB-CARD-IX(WS-SB-CNT)
              MOVE WS-SC-ID     TO WS-SB-ID(WS-SB-CNT)
              MOVE WS-SC-LAYOUT TO WS-SB-LAYOUT(WS-SB-CNT)
              MOVE ZERO TO WS-SB-A-CNT(WS-SB-CNT)
                           WS-SB-D-CNT(WS-SB-CNT)
              IF WS-SC-ID = SPACES THEN
                 DISPLAY 'ERROR:   NCSUBSCR CARD ', WS-CD-CNT,
                    ' HAS NO SUBSCRIBER ID'
                 MOVE 'Y' TO WS-BAD-SW
              END-IF
      *    OUTPUT SLOT - ONE SUBSCRIBER EACH
              IF WS-SC-SLOT IS NOT NUMERIC OR WS-SC-SLOT = '0' OR
                 WS-SC-SLOT > '6' THEN
                 DISPLAY 'ERROR:   ', WS-SC-ID, ' OUTPUT SLOT ',
                    WS-SC-SLOT, ' IS NOT 1-6'
                 MOVE 'Y' TO WS-BAD-SW
                 MOVE 1 TO WS-SB-SLOT(WS-SB-CNT)
              ELSE
                 MOVE WS-SC-SLOT TO WS-SB-SLOT(WS-SB-CNT)
                 MOVE WS-SB-SLOT(WS-SB-CNT) TO WS-K
                 IF WS-SLOT-USED(WS-K:1) = 'Y' THEN
                    DISPLAY 'ERROR:   ', WS-SC-ID, ' OUTPUT SLOT ',
                       WS-SC-SLOT, ' IS ALREADY TAKEN'
                    MOVE 'Y' TO WS-BAD-SW
                 END-IF
                 MOVE 'Y' TO WS-SLOT-USED(WS-K:1)
              END-IF
              IF WS-SC-LAYOUT NOT = 'F' AND WS-SC-LAYOUT NOT = 'C'
                 THEN
                 DISPLAY 'ERROR:   ', WS-SC-ID, ' LAYOUT ',
                    WS-SC-LAYOUT, ' IS NOT F OR C'
                 MOVE 'Y' TO WS-BAD-SW
              END-IF
      *    EVENTS
              MOVE 'N' TO WS-SB-EVT-A(WS-SB-CNT)
              MOVE 'N' TO WS-SB-EVT-D(WS-SB-CNT)
              PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 2
                 EVALUATE WS-SC-EVENTS(WS-K:1)
                    WHEN 'A'
                       MOVE 'Y' TO WS-SB-EVT-A(WS-SB-CNT)
                    WHEN 'D'
                       MOVE 'Y' TO WS-SB-EVT-D(WS-SB-CNT)
                    WHEN SPACE
                       CONTINUE
                    WHEN OTHER
                       DISPLAY 'ERROR:   ', WS-SC-ID, ' EVENT ',
                          WS-SC-EVENTS(WS-K:1), ' IS NOT A OR D'
                       MOVE 'Y' TO WS-BAD-SW
                 END-EVALUATE
              END-PERFORM
              IF WS-SC-EVENTS = SPACES THEN
                 DISPLAY 'ERROR:   ', WS-SC-ID, ' NAMES NO EVENT'
                 MOVE 'Y' TO WS-BAD-SW
              END-IF
      *    AGE THRESHOLDS
              MOVE ZERO TO WS-SB-AGE-CNT(WS-SB-CNT)
              PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
                 EVALUATE TRUE
                    WHEN WS-SC-AGE(WS-K) = SPACES
                       CONTINUE
                    WHEN WS-SC-AGE(WS-K) IS NOT NUMERIC
                       OR WS-SC-AGE(WS-K) = '000'
                       OR WS-SC-AGE(WS-K) > '150'
                       DISPLAY 'ERROR:   ', WS-SC-ID, ' AGE ',
                          WS-SC-AGE(WS-K), ' IS NOT 001-150'
                       MOVE 'Y' TO WS-BAD-SW
                    WHEN OTHER
                       ADD 1 TO WS-SB-AGE-CNT(WS-SB-CNT)
                       MOVE WS-SC-AGE(WS-K) TO WS-SB-AGE(WS-SB-CNT,
                          WS-SB-AGE-CNT(WS-SB-CNT))
                 END-EVALUATE
              END-PERFORM
              IF WS-SB-EVT-A(WS-SB-CNT) = 'Y' AND
                 WS-SB-AGE-CNT(WS-SB-CNT) = ZERO THEN
                 DISPLAY 'ERROR:   ', WS-SC-ID, ' ASKS FOR AGE ',
                    'MILESTONES BUT GIVES NO AGE'
                 MOVE 'Y' TO WS-BAD-SW
              END-IF
      *    LOOKAHEAD
              IF WS-SC-LOOKAHEAD = SPACES THEN
                 MOVE ZERO TO WS-SB-LOOKAHEAD(WS-SB-CNT)
              ELSE
                 IF WS-SC-LOOKAHEAD IS NOT NUMERIC OR
                    WS-SC-LOOKAHEAD > '366' THEN
                    DISPLAY 'ERROR:   ', WS-SC-ID, ' LOOKAHEAD ',
                       WS-SC-LOOKAHEAD, ' IS NOT 000-366 DAYS'
                    MOVE 'Y' TO WS-BAD-SW
                 ELSE
                    MOVE WS-SC-LOOKAHEAD TO WS-SB-LOOKAHEAD(WS-SB-CNT)
                 END-IF
              END-IF
      *    MARKS
              MOVE WS-SC-AGE-MARK   TO WS-SB-AGE-MARK(WS-SB-CNT)
              MOVE WS-SC-DEATH-MARK TO WS-SB-DEATH-MARK(WS-SB-CNT)
              IF WS-SC-AGE-MARK NOT = SPACES AND
                 (WS-SC-AGE-MARK(1:4) IS NOT NUMERIC OR
                  WS-SC-AGE-MARK(5:1) NOT = '-' OR
                  WS-SC-AGE-MARK(6:2) IS NOT NUMERIC OR
                  WS-SC-AGE-MARK(8:1) NOT = '-' OR
                  WS-SC-AGE-MARK(9:2) IS NOT NUMERIC) THEN
                 DISPLAY 'ERROR:   ', WS-SC-ID, ' AGE MARK ',
                    WS-SC-AGE-MARK, ' IS NOT YYYY-MM-DD'
                 MOVE 'Y' TO WS-BAD-SW
              END-IF
              IF WS-SC-DEATH-MARK NOT = SPACES AND
                 (WS-SC-DEATH-MARK(1:4) IS NOT NUMERIC OR
                  WS-SC-DEATH-MARK(5:1) NOT = '-' OR
                  WS-SC-DEATH-MARK(6:2) IS NOT NUMERIC OR
                  WS-SC-DEATH-MARK(8:1) NOT = '-' OR
                  WS-SC-DEATH-MARK(9:2) IS NOT NUMERIC OR
                  WS-SC-DEATH-MARK(11:1) NOT = '-' OR
                  WS-SC-DEATH-MARK(12:2) IS NOT NUMERIC OR
                  WS-SC-DEATH-MARK(14:1) NOT = '.' OR
                  WS-SC-DEATH-MARK(15:2) IS NOT NUMERIC OR
                  WS-SC-DEATH-MARK(17:1) NOT = '.' OR
                  WS-SC-DEATH-MARK(18:2) IS NOT NUMERIC OR
                  WS-SC-DEATH-MARK(20:1) NOT = '.' OR
                  WS-SC-DEATH-MARK(21:6) IS NOT NUMERIC) THEN
                 DISPLAY 'ERROR:   ', WS-SC-ID, ' DEATH MARK ',
                    WS-SC-DEATH-MARK, ' IS NOT ',
                    'YYYY-MM-DD-HH.MM.SS.NNNNNN'
                 MOVE 'Y' TO WS-BAD-SW
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH NOTIFY ONE - ONE SUBSCRIBER'S EXTRACT: HEADER,
      *    ITS EVENTS, TRAILER, AND THE NEW MARKS ON ITS CARD
      ******************************************************************
       PARA-NOTIFY-ONE.
           PERFORM PARA-OPEN-SLOT
      *    THE AGE WINDOW - AFTER THE MARK (FIRST RUN: FROM TODAY ON)
      *    UP TO TODAY + LOOKAHEAD. A LOOKAHEAD SHORTENED SINCE THE
      *    LAST RUN CAN PUT THE HORIZON BEHIND THE MARK - THEN THIS
      *    RUN HAS NO NEW BIRTHDAYS AND THE MARK STAYS
           MOVE WS-SB-LOOKAHEAD(WS-SB) TO WS-QDAYS
           EXEC SQL
              SELECT CHAR(DATE(:WS-QTODAY) + :WS-QDAYS DAYS, ISO),
                     CHAR(DATE(:WS-QTODAY) - 1 DAY, ISO)
              INTO :WS-QHORIZON, :WS-QYESTERDAY
              FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM PARA-SQL-ERROR
           END-IF
           IF WS-SB-AGE-MARK(WS-SB) = SPACES THEN
              MOVE WS-QYESTERDAY TO WS-AGE-FROM
           ELSE
              MOVE WS-SB-AGE-MARK(WS-SB) TO WS-AGE-FROM
           END-IF
           IF WS-QHORIZON > WS-AGE-FROM THEN
              MOVE WS-QHORIZON TO WS-AGE-TO
           ELSE
              MOVE WS-AGE-FROM TO WS-AGE-TO
           END-IF
      *    THE DEATH WINDOW - AFTER THE MARK UP TO THIS RUN
           IF WS-SB-DEATH-MARK(WS-SB) = SPACES THEN
              MOVE WS-QNOW-TS TO WS-DEATH-FROM
           ELSE
              MOVE WS-SB-DEATH-MARK(WS-SB) TO WS-DEATH-FROM
           END-IF
           PERFORM PARA-PUT-HEADER
           IF WS-SB-EVT-A(WS-SB) = 'Y' AND WS-AGE-TO > WS-AGE-FROM
              THEN
              PERFORM PARA-AGE-THRESHOLD
                 VARYING WS-AG FROM 1 BY 1
                 UNTIL WS-AG > WS-SB-AGE-CNT(WS-SB)
           END-IF
           IF WS-SB-EVT-D(WS-SB) = 'Y' THEN
              IF WS-SB-DEATH-MARK(WS-SB) = SPACES THEN
                 DISPLAY 'INFO:    ', WS-SB-ID(WS-SB), ' HAS NO ',
                    'DEATH MARK YET - DEATHS ARE SENT FROM ',
                    WS-QNOW-TS, ' ON'
              ELSE
                 PERFORM PARA-DEATH-EVENTS
              END-IF
           END-IF
           PERFORM PARA-PUT-TRAILER
           PERFORM PARA-CLOSE-SLOT
      *    THE NEW MARKS GO ON THE SUBSCRIBER'S OWN CARD
           MOVE WS-CD-TAB(WS-SB-CARD-IX(WS-SB)) TO WS-SUB-CARD
           IF WS-SB-EVT-A(WS-SB) = 'Y' THEN
              MOVE WS-AGE-TO TO WS-SC-AGE-MARK
           END-IF
           IF WS-SB-EVT-D(WS-SB) = 'Y' THEN
              MOVE WS-QNOW-TS TO WS-SC-DEATH-MARK
           END-IF
           MOVE WS-SUB-CARD TO WS-CD-TAB(WS-SB-CARD-IX(WS-SB))
           EXIT.
      ******************************************************************
      *    PARAGRAPH AGE THRESHOLD - ONE AGE OF THE SUBSCRIBER'S
      ******************************************************************
       PARA-AGE-THRESHOLD.
           MOVE WS-SB-AGE(WS-SB, WS-AG) TO WS-QAGE
           MOVE WS-SB-AGE(WS-SB, WS-AG) TO WS-EVENT-AGE
           MOVE WS-AGE-FROM TO WS-QLO
           MOVE WS-AGE-TO   TO WS-QHI
           MOVE 'A' TO WS-EVENT
           EXEC SQL
              OPEN CRSA
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM PARA-SQL-ERROR
           END-IF
           MOVE 'N' TO WS-DB2-EOF-SW
           PERFORM UNTIL WS-DB2-EOF
              EXEC SQL
                 FETCH CRSA INTO
                    :WS-QCITID,
                    :WS-QBDATE :WS-QBDATE-IND,
                    :WS-QEVDATE :WS-QEVDATE-IND,
                    :WS-QNAME :WS-QNAME-IND,
                    :WS-QGENDER :WS-QGENDER-IND,
                    :WS-QREGION
              END-EXEC
              EVALUATE SQLCODE
                 WHEN ZERO
                    ADD 1 TO WS-SB-A-CNT(WS-SB)
                    PERFORM PARA-PUT-EVENT
                 WHEN +100
                    MOVE 'Y' TO WS-DB2-EOF-SW
                 WHEN OTHER
                    PERFORM PARA-SQL-ERROR
              END-EVALUATE
           END-PERFORM
           EXEC SQL
              CLOSE CRSA
           END-EXEC
           EXIT.
      ******************************************************************
       PARA-DEATH-EVENTS.
           MOVE WS-DEATH-FROM TO WS-QLO-TS
           MOVE 'D' TO WS-EVENT
           MOVE ZERO TO WS-EVENT-AGE
           EXEC SQL
              OPEN CRSD
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM PARA-SQL-ERROR
           END-IF
           MOVE 'N' TO WS-DB2-EOF-SW
           PERFORM UNTIL WS-DB2-EOF
              EXEC SQL
                 FETCH CRSD INTO
                    :WS-QCITID,
                    :WS-QBDATE :WS-QBDATE-IND,
                    :WS-QEVDATE :WS-QEVDATE-IND,
                    :WS-QNAME :WS-QNAME-IND,
                    :WS-QGENDER :WS-QGENDER-IND,
                    :WS-QREGION
              END-EXEC
              EVALUATE SQLCODE
                 WHEN ZERO
                    ADD 1 TO WS-SB-D-CNT(WS-SB)
                    PERFORM PARA-PUT-EVENT
                 WHEN +100
                    MOVE 'Y' TO WS-DB2-EOF-SW
                 WHEN OTHER
                    PERFORM PARA-SQL-ERROR
              END-EVALUATE
           END-PERFORM
           EXEC SQL
              CLOSE CRSD
           END-EXEC
           EXIT.
      ******************************************************************
      *    PARAGRAPH PUT EVENT - ONE DETAIL LINE IN THE SUBSCRIBER'S
      *    LAYOUT. NULL COLUMNS ARE BLANK ('F') OR EMPTY ('C')
      ******************************************************************
       PARA-PUT-EVENT.
           IF WS-QBDATE-IND < 0 THEN
              MOVE SPACES TO WS-QBDATE
           END-IF
           IF WS-QEVDATE-IND < 0 THEN
              MOVE SPACES TO WS-QEVDATE
           END-IF
           IF WS-QNAME-IND < 0 THEN
              MOVE SPACES TO WS-QNAME
           END-IF
           MOVE SPACES TO WS-NOTE-LINE
           IF WS-SB-LAYOUT(WS-SB) = 'F' THEN
              MOVE WS-EVENT   TO WS-NF-EVENT
              IF WS-EVENT = 'A' THEN
                 MOVE WS-EVENT-AGE TO WS-NF-AGE
              END-IF
              MOVE WS-QCITID  TO WS-NF-CITIZEN-ID
              MOVE WS-QBDATE  TO WS-NF-BDATE
              MOVE WS-QEVDATE TO WS-NF-EVDATE
              MOVE WS-QNAME   TO WS-NF-NAME
              IF WS-QGENDER-IND >= 0 THEN
                 MOVE WS-QGENDER TO WS-NF-GENDER
              END-IF
              MOVE WS-QREGION TO WS-NF-REGION
           ELSE
              MOVE WS-QCITID TO WS-ID-D
              MOVE 1 TO WS-PTR
              STRING WS-EVENT ',' DELIMITED BY SIZE
                 INTO WS-NOTE-LINE WITH POINTER WS-PTR
              END-STRING
              IF WS-EVENT = 'A' THEN
                 STRING WS-EVENT-AGE DELIMITED BY SIZE
                    INTO WS-NOTE-LINE WITH POINTER WS-PTR
                 END-STRING
              END-IF
              STRING ',' WS-ID-D ',' DELIMITED BY SIZE
                 WS-QBDATE DELIMITED BY SPACE
                 ',' DELIMITED BY SIZE
                 WS-QEVDATE DELIMITED BY SPACE
                 ',"' DELIMITED BY SIZE
                 WS-QNAME DELIMITED BY '  '
                 '",' DELIMITED BY SIZE
                 INTO WS-NOTE-LINE WITH POINTER WS-PTR
              END-STRING
              IF WS-QGENDER-IND >= 0 THEN
                 STRING WS-QGENDER DELIMITED BY SIZE
                    INTO WS-NOTE-LINE WITH POINTER WS-PTR
                 END-STRING
              END-IF
              STRING ',' WS-QREGION DELIMITED BY SIZE
                 INTO WS-NOTE-LINE WITH POINTER WS-PTR
              END-STRING
           END-IF
           PERFORM PARA-PUT-LINE
           EXIT.
      ******************************************************************
       PARA-PUT-HEADER.
           MOVE SPACES TO WS-NOTE-LINE
           IF WS-SB-LAYOUT(WS-SB) = 'F' THEN
              MOVE 'H'             TO WS-NH-TYPE
              MOVE WS-SB-ID(WS-SB) TO WS-NH-ID
              IF WS-SB-EVT-A(WS-SB) = 'Y' THEN
                 MOVE WS-AGE-FROM  TO WS-NH-AGE-FROM
                 MOVE WS-AGE-TO    TO WS-NH-AGE-TO
              END-IF
              IF WS-SB-EVT-D(WS-SB) = 'Y' THEN
                 MOVE WS-DEATH-FROM TO WS-NH-DEATH-FROM
                 MOVE WS-QNOW-TS    TO WS-NH-DEATH-TO
              END-IF
           ELSE
              MOVE 'EVENT,AGE,CITIZEN_ID,BDATE,EVENT_DATE,NAME,GENDER,RE
      -         'GION' TO WS-NOTE-LINE
           END-IF
           PERFORM PARA-PUT-LINE
           EXIT.
      ******************************************************************
       PARA-PUT-TRAILER.
           IF WS-SB-LAYOUT(WS-SB) = 'F' THEN
              MOVE SPACES TO WS-NOTE-LINE
              MOVE 'T'                TO WS-NT-TYPE
              MOVE WS-SB-ID(WS-SB)    TO WS-NT-ID
              MOVE WS-SB-A-CNT(WS-SB) TO WS-NT-A-CNT
              MOVE WS-SB-D-CNT(WS-SB) TO WS-NT-D-CNT
              PERFORM PARA-PUT-LINE
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPHS OPEN SLOT / PUT LINE / CLOSE SLOT - THE CURRENT
      *    SUBSCRIBER'S OUTPUT DD
      ******************************************************************
       PARA-OPEN-SLOT.
           EVALUATE WS-SB-SLOT(WS-SB)
              WHEN 1
                 OPEN OUTPUT RECNOT1
                 MOVE WS-FS-NOT1 TO WS-FS-ANY
              WHEN 2
                 OPEN OUTPUT RECNOT2
                 MOVE WS-FS-NOT2 TO WS-FS-ANY
              WHEN 3
                 OPEN OUTPUT RECNOT3
                 MOVE WS-FS-NOT3 TO WS-FS-ANY
              WHEN 4
                 OPEN OUTPUT RECNOT4
                 MOVE WS-FS-NOT4 TO WS-FS-ANY
              WHEN 5
                 OPEN OUTPUT RECNOT5
                 MOVE WS-FS-NOT5 TO WS-FS-ANY
              WHEN 6
                 OPEN OUTPUT RECNOT6
                 MOVE WS-FS-NOT6 TO WS-FS-ANY
           END-EVALUATE
           IF WS-FS-ANY NOT = '00' THEN
              DISPLAY 'ERROR:   CANNOT OPEN NCNOT', WS-SB-SLOT(WS-SB),
                 ' FOR ', WS-SB-ID(WS-SB), '. FS=', WS-FS-ANY
              PERFORM PARA-ABANDON
           END-IF
           EXIT.
       PARA-PUT-LINE.
           EVALUATE WS-SB-SLOT(WS-SB)
              WHEN 1
                 WRITE NOT1-R FROM WS-NOTE-LINE
                 END-WRITE
              WHEN 2
                 WRITE NOT2-R FROM WS-NOTE-LINE
                 END-WRITE
              WHEN 3
                 WRITE NOT3-R FROM WS-NOTE-LINE
                 END-WRITE
              WHEN 4
                 WRITE NOT4-R FROM WS-NOTE-LINE
                 END-WRITE
              WHEN 5
                 WRITE NOT5-R FROM WS-NOTE-LINE
                 END-WRITE
              WHEN 6
                 WRITE NOT6-R FROM WS-NOTE-LINE
                 END-WRITE
           END-EVALUATE
           EXIT.
       PARA-CLOSE-SLOT.
           EVALUATE WS-SB-SLOT(WS-SB)
              WHEN 1
                 CLOSE RECNOT1
              WHEN 2
                 CLOSE RECNOT2
              WHEN 3
                 CLOSE RECNOT3
              WHEN 4
                 CLOSE RECNOT4
              WHEN 5
                 CLOSE RECNOT5
              WHEN 6
                 CLOSE RECNOT6
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH WRITE CONTROL - EVERY CARD BACK OUT TO NCSUBNEW,
      *    THE SUBSCRIBER CARDS WITH THEIR NEW MARKS
      ******************************************************************
       PARA-WRITE-CONTROL.
           OPEN OUTPUT RECSUBO
           IF WS-FS-SBO NOT = '00' THEN
              DISPLAY 'ERROR:   CANNOT OPEN NCSUBNEW. FS=', WS-FS-SBO
              PERFORM PARA-ABANDON
           END-IF
           PERFORM VARYING WS-CD FROM 1 BY 1 UNTIL WS-CD > WS-CD-CNT
              WRITE SUBO-R FROM WS-CD-TAB(WS-CD)
              END-WRITE
           END-PERFORM
           CLOSE RECSUBO
           EXIT.
      ******************************************************************
       PARA-PRINT-SUMMARY.
           DISPLAY WS-HLINE
           DISPLAY ' LIFE-EVENT NOTIFICATIONS - RUN ', WS-RUN-DATE
           DISPLAY ' SUBSCRIBER SLOT  AGE WINDOW AFTER / TO    ',
              ' MILESTONES    DEATHS'
           PERFORM VARYING WS-SB FROM 1 BY 1 UNTIL WS-SB > WS-SB-CNT
              MOVE WS-CD-TAB(WS-SB-CARD-IX(WS-SB)) TO WS-SUB-CARD
              DISPLAY ' ', WS-SB-ID(WS-SB), '   ', WS-SB-SLOT(WS-SB),
                 '    ', WS-SB-AGE-MARK(WS-SB), ' ', WS-SC-AGE-MARK,
                 '  ', WS-SB-A-CNT(WS-SB), ' ', WS-SB-D-CNT(WS-SB)
           END-PERFORM
           DISPLAY ' DEATHS REGISTERED UP TO ', WS-QNOW-TS
           DISPLAY WS-HLINE
           EXIT.
      ******************************************************************
      *    PARAGRAPH WTO - ONE OPERATOR MESSAGE TO THE CONSOLE, SAME
      *    SINGLE-EXIT CONVENTION AS NCITIZEN'S PARA-WTO
      ******************************************************************
       PARA-WTO.
           DISPLAY WS-WTO-LINE UPON OPERATOR-CONSOLE
           MOVE SPACES TO WS-WTO-LINE
           EXIT.
      ******************************************************************
      *    PARAGRAPH ABANDON - ABEND RATHER THAN END WITH A CODE, SO
      *    THE (+1) EXTRACTS ARE DELETED AND NCSUBNEW IS NOT COPIED
      *    BACK - THE MARKS STAY WHERE THEY WERE
      ******************************************************************
       PARA-ABANDON.
           MOVE 'NCNF001E LIFE-EVENT NOTIFICATION RUN ABANDONED - NO EXT
      -         'RACT SENT, NO MARK MOVED' TO WS-WTO-LINE
           PERFORM PARA-WTO
           MOVE 8 TO RETURN-CODE
           CALL "CEE3ABD" USING ABEND-CODE , TIMING
           EXIT.
      ******************************************************************
       PARA-SQL-ERROR.
      ************** DB2 Error Handling Routine
           DISPLAY '*************************************************'
           DISPLAY '**** E R R O R M E S S A G E S ****'
           DISPLAY '*************************************************'
           DISPLAY '* Problem in paragraph: NCNOTIFY'
           DISPLAY '*'
           DISPLAY '* SQLCODE: ' SQLCODE
           DISPLAY '*************************************************'
           PERFORM PARA-ABANDON
           EXIT.
