       IDENTIFICATION DIVISION.
       PROGRAM-ID. NCRUNCAL.
      ******************************************************************
      *                      NAKSHATRA CITIZEN
      *                      (VEDIC ASTROLOGY)
      *                      RUN CALENDAR DRIVER
      ******************************************************************
      *    ABOUT
      *          WHICH JOB RUNS ON WHICH NIGHT USED TO LIVE IN THE
      *          OPERATORS' HEADS - SQ NIGHTLY, HS AND DF AT MONTH-
      *          END, LT AND NCHOUSEK AT YEAR-END, NCNBVAL BEFORE ANY
      *          BOUNDARY PROMOTION - AND A STEP WAS MISSED WHENEVER
      *          SOMEONE WAS ON LEAVE. THE RUN CALENDAR (NCCAL) NOW
      *          HOLDS IT, KEYED BY BUSINESS DATE, AND THIS PGM:
      *            'S' SCHEDULE - LOADS THE CALENDAR ENTRIES DUE FROM
      *                THE LOOKBACK WINDOW UP TO THE BUSINESS DATE,
      *                MATCHES THEM AGAINST THE SUCCESSFUL RUNS ON
      *                NCAUDIT AND WRITES WHAT IS STILL OUTSTANDING TO
      *                NCSCHED AND SYSOUT: CATCH-UP ENTRIES FOR EARLIER
      *                DAYS FIRST, OLDEST FIRST, THEN TODAY'S REMAINING
      *                WORK IN RUN ORDER
      *            'G' GENERATE - EXPANDS THE CALENDAR'S RULES OVER A
      *                YEAR INTO DATED ENTRIES, SKIPPING WEEKENDS AND
      *                THE HOLIDAYS ON FILE, AND WRITES THE REBUILT
      *                CALENDAR TO NCCALO (NCCALGEN.JCL COPIES IT BACK)
      *
      *    CALENDAR RECORD (NCCAL, FB 80)
      *          COL 1      TYPE  'D' DATED ENTRY, 'R' RULE,
      *                           'H' HOLIDAY, '*' COMMENT
      *          COL 3-10   DATE  YYYYMMDD - 'D' BUSINESS DATE DUE,
      *                           'H' THE HOLIDAY, 'R' THE EVENT DATE
      *                           OF A FREQUENCY 'B' RULE
      *          COL 12-13  SEQ   RUN ORDER WITHIN THE NIGHT
      *          COL 15-22  JOB   THE JCL MEMBER TO SUBMIT
      *          COL 24-25  MODE  THE NCAUDIT MODE THAT PROVES THE RUN
      *                           (NCITIZEN'S PARM MODE, 'HK' FOR
      *                           NCHOUSEK, 'NV' FOR NCNBVAL)
      *          COL 27     AS-OF 'Y' = A CATCH-UP REPLAYS THE RUN AS
      *                           OF THE MISSED DATE: THE DATE GOES
      *                           IN PARM POS 10-17, NCITIZEN'S AS-OF
      *                           SUBFIELD. 'N' = JUST RUN IT AGAIN
      *          COL 29-68  PARM  THE PARM THE JOB RUNS WITH
      *          COL 70     FREQ  'R': 'N' EVERY BUSINESS DAY, 'M' LAST
      *                           BUSINESS DAY OF THE MONTH, 'Y' LAST
      *                           BUSINESS DAY OF THE YEAR, 'B' THE
      *                           BUSINESS DAY BEFORE THE RULE'S DATE
      *                           (E.G. NCNBVAL AHEAD OF A BOUNDARY
      *                           PROMOTION). 'D': THE RULE'S FREQ, OR
      *                           'X' FOR A ONE-OFF KEYED BY HAND
      *          COL 72     ORIGIN 'D' ONLY: 'G' GENERATED, 'M' MANUAL
      *          'H' RECORDS CARRY A DESCRIPTION IN COL 15-54.
      *          SATURDAYS AND SUNDAYS ARE NEVER BUSINESS DAYS.
      *
      *    COMPLETION RULE
      *          A RUN COUNTS WHEN ITS NCAUDIT RETURN CODE IS BELOW 8
      *          (NCAUDRPT'S SUCCESS RULE) AND EACH RUN SATISFIES ONE
      *          ENTRY ONLY, OLDEST ENTRY FIRST. AN AS-OF 'Y' ENTRY IS
      *          SATISFIED BY A RUN WITH ITS DATE AS THE AS-OF DATE,
      *          OR BY A RUN WITHOUT ONE THAT STARTED ON THE DATE OR
      *          LATER BUT BEFORE THE SAME ENTRY NEXT FALLS DUE. AN
      *          AS-OF 'N' ENTRY BY ANY RUN STARTED ON THE DATE OR
      *          LATER. EVERY AS-OF 'Y' ENTRY IS SCHEDULED WITH ITS
      *          DATE IN THE PARM, TODAY'S TOO, SO A RUN THAT STARTS
      *          AFTER MIDNIGHT STILL COUNTS FOR THE RIGHT NIGHT.
      *
      ******************************************************************
      *          COPYRIGHT:  GNU GPLV3 LICENSE 2023
      *          AUTHOR:     PRZEMYSLAW ADAM KUPISZ
      *          VERSION:    ALPHA
      *
      *    ARGUMENTS FROM JCL
      *    POS 1     FUNCTION 'S' = SCHEDULE (DEFAULT), 'G' = GENERATE
      *    'S': POS 3-10  BUSINESS DATE YYYYMMDD (DEFAULT TODAY)
      *         POS 12-14 LOOKBACK DAYS FOR CATCH-UP (DEFAULT 007)
      *    'G': POS 3-6   YEAR YYYY TO GENERATE
      *    EXAMPLES
      *       PARM='S'                  TONIGHT'S REMAINING WORK
      *       PARM='S,20261015,030'     AS OF 2026-10-15, A MONTH BACK
      *       PARM='G,2027'             BUILD THE 2027 DATED ENTRIES
      *
      *    RETURN CODES
      *          0 - NOTHING OUTSTANDING / CALENDAR GENERATED
      *          4 - TODAY'S WORK REMAINS, NOTHING MISSED
      *            - ('G') NO RULES ON THE CALENDAR
      *          8 - CATCH-UP ENTRIES - EARLIER DAYS' WORK WAS MISSED
      *         12 - NCCAL UNREADABLE, BAD PARM OR A TABLE OVERFLOW
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE RUN CALENDAR
           SELECT RECCAL ASSIGN TO NCCAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CAL.
      *    'G' ONLY - THE REBUILT CALENDAR
           SELECT OPTIONAL RECCALO ASSIGN TO NCCALO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CALO.
      *    'S' ONLY - NCITIZEN'S PER-RUN AUDIT TRAIL
           SELECT OPTIONAL RECAUDIT ASSIGN TO NCAUDIT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.
      *    'S' ONLY - THE OUTSTANDING SCHEDULE
           SELECT OPTIONAL RECSCHED ASSIGN TO NCSCHED
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-SCHED.
       DATA DIVISION.
       FILE SECTION.
       FD RECCAL
           RECORDING MODE IS F.
       01 CAL-R.
        05 CAL-TYPE                   PIC   X.
        05 FILLER                     PIC   X.
        05 CAL-DATE                   PIC   X(8).
        05 FILLER                     PIC   X.
        05 CAL-SEQ                    PIC   X(2).
        05 FILLER                     PIC   X.
        05 CAL-BODY.
         10 CAL-JOB                   PIC   X(8).
         10 FILLER                    PIC   X.
         10 CAL-MODE                  PIC   X(2).
         10 FILLER                    PIC   X.
         10 CAL-ASOF                  PIC   X.
         10 FILLER                    PIC   X.
         10 CAL-PARM                  PIC   X(40).
        05 CAL-HOLIDAY-BODY REDEFINES CAL-BODY.
         10 CAL-HOL-TEXT              PIC   X(40).
         10 FILLER                    PIC   X(14).
        05 FILLER                     PIC   X.
        05 CAL-FREQ                   PIC   X.
        05 FILLER                     PIC   X.
        05 CAL-ORIGIN                 PIC   X.
        05 FILLER                     PIC   X(8).
      ******************************************************************
       FD RECCALO
           RECORDING MODE IS F.
       01 CALO-R                      PIC   X(80).
      ******************************************************************
      *    SAME RECORD SHAPE NCITIZEN'S PARA-WRITE-AUDIT PRODUCES
       FD RECAUDIT
           RECORDING MODE IS F.
       01 RECV01-AUDIT-R.
        05 RECV01-AUDIT-USER          PIC   X(8).
        05 RECV01-AUDIT-START-DATE    PIC   99(4)/99/99.
        05 RECV01-AUDIT-MODE          PIC   AA.
        05 RECV01-AUDIT-INTERVAL-VAL  PIC   S9(3).
        05 RECV01-AUDIT-RETURN-CODE   PIC   S9(4).
        05 RECV01-AUDIT-SQLCODE       PIC   S9(9).
        05 RECV01-AUDIT-ASOF-DATE     PIC   X(8).
        05 FILLER                     PIC   X(12).
      ******************************************************************
      *    ONE LINE PER OUTSTANDING ENTRY, IN SUBMISSION ORDER
       FD RECSCHED
           RECORDING MODE IS F.
       01 SCHED-R.
        05 SCHED-STATUS               PIC   X(7).
        05 FILLER                     PIC   X.
        05 SCHED-DATE                 PIC   X(8).
        05 FILLER                     PIC   X.
        05 SCHED-SEQ                  PIC   X(2).
        05 FILLER                     PIC   X.
        05 SCHED-JOB                  PIC   X(8).
        05 FILLER                     PIC   X.
        05 SCHED-MODE                 PIC   X(2).
        05 FILLER                     PIC   X.
        05 SCHED-PARM                 PIC   X(40).
        05 FILLER                     PIC   X(8).
       WORKING-STORAGE SECTION.
       01 WS-PGM-ARGS.
        05 WS-FUNCTION        PIC   X VALUE 'S'.
        05 WS-BUS-DATE        PIC   X(8).
        05 WS-LOOKBACK        PIC   9(3) VALUE 7.
        05 WS-GEN-YEAR        PIC   9(4).
        05 WS-WIN-START       PIC   X(8).
      ******************************************************************
      *    THE CALENDAR ENTRIES DUE IN THE WINDOW, SORTED BY DATE AND
      *    SEQUENCE BEFORE MATCHING
      ******************************************************************
       01 WS-ENT-TABLE.
        05 WS-ENT-CNT         PIC   S9(4) COMP-5 VALUE ZERO.
        05 WS-ENT OCCURS 500 TIMES.
         10 WS-ENT-KEY.
          15 WS-ENT-DATE      PIC   X(8).
          15 WS-ENT-SEQ       PIC   X(2).
         10 WS-ENT-JOB        PIC   X(8).
         10 WS-ENT-MODE       PIC   X(2).
         10 WS-ENT-ASOF       PIC   X.
         10 WS-ENT-PARM       PIC   X(40).
         10 WS-ENT-NEXT       PIC   X(8).
         10 WS-ENT-DONE       PIC   X.
        05 WS-ENT-SWAP        PIC   X(70).
      ******************************************************************
      *    THE SUCCESSFUL RUNS ON NCAUDIT SINCE THE WINDOW STARTED
      ******************************************************************
       01 WS-AUD-TABLE.
        05 WS-AUD-CNT         PIC   S9(4) COMP-5 VALUE ZERO.
        05 WS-AUD OCCURS 3000 TIMES.
         10 WS-AUD-MODE       PIC   X(2).
         10 WS-AUD-START      PIC   X(8).
         10 WS-AUD-ASOF       PIC   X(8).
         10 WS-AUD-CLAIMED    PIC   X.
      ******************************************************************
      *    'G' - THE RULES AND HOLIDAYS ON THE CALENDAR
      ******************************************************************
       01 WS-RULE-TABLE.
        05 WS-RULE-CNT        PIC   S9(4) COMP-5 VALUE ZERO.
        05 WS-RULE OCCURS 50 TIMES.
         10 WS-RULE-FREQ      PIC   X.
         10 WS-RULE-SEQ       PIC   X(2).
         10 WS-RULE-JOB       PIC   X(8).
         10 WS-RULE-MODE      PIC   X(2).
         10 WS-RULE-ASOF      PIC   X.
         10 WS-RULE-PARM      PIC   X(40).
         10 WS-RULE-EVENT     PIC   X(8).
      *    FREQUENCY 'B' - THE BUSINESS DAY BEFORE THE EVENT DATE
         10 WS-RULE-TARGET    PIC   X(8).
       01 WS-HOL-TABLE.
        05 WS-HOL-CNT         PIC   S9(4) COMP-5 VALUE ZERO.
        05 WS-HOL-DATE        PIC   X(8) OCCURS 200 TIMES.
      ******************************************************************
      *    DATE ARITHMETIC - JULIAN DAY NUMBERS, INTEGER STEPS ONLY
      ******************************************************************
       01 WS-DATE-WORK.
        05 WS-DT-DATE         PIC   X(8).
        05 WS-DT-DATE-N REDEFINES WS-DT-DATE.
         10 WS-DT-YEAR        PIC   9(4).
         10 WS-DT-MONTH       PIC   9(2).
         10 WS-DT-DAY         PIC   9(2).
        05 WS-DT-JDN          PIC   S9(9) COMP-5.
        05 WS-DT-A            PIC   S9(9) COMP-5.
        05 WS-DT-B            PIC   S9(9) COMP-5.
        05 WS-DT-C            PIC   S9(9) COMP-5.
        05 WS-DT-D            PIC   S9(9) COMP-5.
        05 WS-DT-E            PIC   S9(9) COMP-5.
        05 WS-DT-M            PIC   S9(9) COMP-5.
        05 WS-DT-Y            PIC   S9(9) COMP-5.
        05 WS-DT-Q            PIC   S9(9) COMP-5.
        05 WS-DT-R            PIC   S9(9) COMP-5.
        05 WS-DT-T            PIC   S9(9) COMP-5.
        05 WS-DT-WEEKDAY      PIC   S9(4) COMP-5.
        05 WS-DT-BUSINESS-SW  PIC   X.
           88 WS-DT-BUSINESS      VALUE 'Y'.
      ******************************************************************
      *    'G' - ONE PASS OVER THE YEAR
      ******************************************************************
       01 WS-GEN-WORK.
        05 WS-GEN-JDN         PIC   S9(9) COMP-5.
        05 WS-GEN-END-JDN     PIC   S9(9) COMP-5.
        05 WS-GEN-PROBE-JDN   PIC   S9(9) COMP-5.
        05 WS-GEN-DATE        PIC   X(8).
        05 WS-GEN-MONTH-END   PIC   X.
        05 WS-GEN-YEAR-END    PIC   X.
        05 WS-GEN-DUE         PIC   X.
        05 WS-GEN-STOP        PIC   X.
        05 WS-GEN-WRITTEN     PIC   9(7) VALUE ZERO.
        05 WS-GEN-DROPPED     PIC   9(7) VALUE ZERO.
        05 WS-GEN-KEPT        PIC   9(7) VALUE ZERO.
      ******************************************************************
       01 WS-CONTROL.
        05 WS-EOF-FLAG        PIC   X VALUE 'N'.
        05 WS-OVERFLOW-SW     PIC   X VALUE 'N'.
           88 WS-OVERFLOW         VALUE 'Y'.
        05 WS-I               PIC   S9(4) COMP-5.
        05 WS-J               PIC   S9(4) COMP-5.
        05 WS-K               PIC   S9(4) COMP-5.
        05 WS-HIT             PIC   S9(4) COMP-5.
        05 WS-REC-START       PIC   X(8).
        05 WS-OUT-STATUS      PIC   X(7).
        05 WS-OUT-PARM        PIC   X(40).
        05 WS-HOL-TEXT        PIC   X(40) VALUE SPACES.
        05 WS-TODAY-CNT       PIC   S9(4) COMP-5.
      ******************************************************************
       01 WS-COUNTS.
        05 WS-CAL-READ        PIC   9(7) VALUE ZERO.
        05 WS-AUD-READ        PIC   9(7) VALUE ZERO.
        05 WS-AUD-FAILED      PIC   9(7) VALUE ZERO.
        05 WS-DONE-CNT        PIC   9(5) VALUE ZERO.
        05 WS-DUE-CNT         PIC   9(5) VALUE ZERO.
        05 WS-CATCHUP-CNT     PIC   9(5) VALUE ZERO.
      ******************************************************************
       01 WS-FS-CAL           PIC   XX.
       01 WS-FS-CALO          PIC   XX.
       01 WS-FS-AUD           PIC   XX.
       01 WS-FS-SCHED         PIC   XX.
       01 WS-RAW-DATE         PIC   9(8).
       01 WS-HLINE            PIC   X(80) VALUES ALL '*'.
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
           ACCEPT WS-RAW-DATE FROM DATE YYYYMMDD
           MOVE WS-RAW-DATE TO WS-BUS-DATE
           MOVE WS-RAW-DATE(1:4) TO WS-GEN-YEAR
           IF PARM-LENGTH >= 1 THEN
              MOVE PARM-DATA(1:1) TO WS-FUNCTION
           END-IF
           EVALUATE WS-FUNCTION
              WHEN 'S'
                 IF PARM-LENGTH >= 10 THEN
                    IF PARM-DATA(3:8) IS NUMERIC THEN
                       MOVE PARM-DATA(3:8) TO WS-BUS-DATE
                    ELSE
                       DISPLAY 'ERROR:   BAD BUSINESS DATE IN PARM: ',
                          PARM-DATA(3:8)
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                    END-IF
                 END-IF
                 IF PARM-LENGTH >= 14 THEN
                    IF PARM-DATA(12:3) IS NUMERIC THEN
                       MOVE PARM-DATA(12:3) TO WS-LOOKBACK
                    ELSE
                       DISPLAY 'WARNING: BAD LOOKBACK IN PARM. ',
                          'DEFAULTING TO 007 DAYS'
                    END-IF
                 END-IF
                 PERFORM PARA-SCHEDULE
              WHEN 'G'
                 IF PARM-LENGTH >= 6 AND PARM-DATA(3:4) IS NUMERIC
                    MOVE PARM-DATA(3:4) TO WS-GEN-YEAR
                    PERFORM PARA-GENERATE
                 ELSE
                    DISPLAY 'ERROR:   GENERATE NEEDS PARM=''G,YYYY'''
                    MOVE 12 TO RETURN-CODE
                 END-IF
              WHEN OTHER
                 DISPLAY 'ERROR:   PARM FUNCTION MUST BE S OR G'
                 MOVE 12 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
      ******************************************************************
      *    PARAGRAPH SCHEDULE - LOAD, SORT, MATCH, REPORT
      ******************************************************************
       PARA-SCHEDULE.
           MOVE WS-BUS-DATE TO WS-DT-DATE
           PERFORM PARA-DATE-TO-JDN
           SUBTRACT WS-LOOKBACK FROM WS-DT-JDN
           PERFORM PARA-JDN-TO-DATE
           MOVE WS-DT-DATE TO WS-WIN-START
           PERFORM PARA-LOAD-ENTRIES
      *    NO CALENDAR, NO SCHEDULE - NCSCHED IS LEFT EMPTY
           IF RETURN-CODE NOT = 12 THEN
              PERFORM PARA-LOAD-AUDIT
              PERFORM PARA-SORT-ENTRIES
              PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ENT-CNT
                 PERFORM PARA-FIND-NEXT-DUE
                 PERFORM PARA-MATCH-ENTRY
              END-PERFORM
              PERFORM PARA-WRITE-SCHEDULE
              IF WS-OVERFLOW THEN
                 MOVE 12 TO RETURN-CODE
              ELSE
              IF WS-CATCHUP-CNT > ZERO THEN
                 MOVE 8 TO RETURN-CODE
              ELSE
              IF WS-DUE-CNT > ZERO THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
              END-IF
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH LOAD ENTRIES - THE 'D' ENTRIES FROM THE WINDOW
      *    START THROUGH THE BUSINESS DATE, AND THE HOLIDAY TEXT FOR
      *    THE BUSINESS DATE ITSELF
      ******************************************************************
       PARA-LOAD-ENTRIES.
           OPEN INPUT RECCAL
           IF WS-FS-CAL NOT = '00' THEN
              DISPLAY 'ERROR:   CANNOT OPEN NCCAL. FS=', WS-FS-CAL
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE 'N' TO WS-EOF-FLAG
              PERFORM UNTIL WS-EOF-FLAG = 'Y'
                 READ RECCAL
                    AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                    NOT AT END
                       ADD 1 TO WS-CAL-READ
                       PERFORM PARA-STORE-ENTRY
                 END-READ
              END-PERFORM
              CLOSE RECCAL
           END-IF
           EXIT.
      ******************************************************************
       PARA-STORE-ENTRY.
           IF CAL-TYPE = 'H' AND CAL-DATE = WS-BUS-DATE THEN
              MOVE CAL-HOL-TEXT TO WS-HOL-TEXT
           END-IF
           IF CAL-TYPE = 'D' AND CAL-DATE >= WS-WIN-START
              AND CAL-DATE <= WS-BUS-DATE THEN
              IF WS-ENT-CNT < 500 THEN
                 ADD 1 TO WS-ENT-CNT
                 MOVE CAL-DATE TO WS-ENT-DATE(WS-ENT-CNT)
                 MOVE CAL-SEQ  TO WS-ENT-SEQ(WS-ENT-CNT)
                 MOVE CAL-JOB  TO WS-ENT-JOB(WS-ENT-CNT)
                 MOVE CAL-MODE TO WS-ENT-MODE(WS-ENT-CNT)
                 MOVE CAL-ASOF TO WS-ENT-ASOF(WS-ENT-CNT)
                 MOVE CAL-PARM TO WS-ENT-PARM(WS-ENT-CNT)
                 MOVE HIGH-VALUES TO WS-ENT-NEXT(WS-ENT-CNT)
                 MOVE 'N' TO WS-ENT-DONE(WS-ENT-CNT)
              ELSE
                 IF NOT WS-OVERFLOW THEN
                    DISPLAY 'ERROR:   MORE THAN 500 CALENDAR ENTRIES ',
                       'IN THE WINDOW - SHORTEN THE LOOKBACK'
                 END-IF
                 MOVE 'Y' TO WS-OVERFLOW-SW
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH LOAD AUDIT - THE SUCCESSFUL RUNS (RC BELOW 8)
      *    THAT STARTED IN THE WINDOW OR CARRY AN AS-OF DATE IN IT.
      *    NO NCAUDIT YET MEANS NOTHING HAS RUN
      ******************************************************************
       PARA-LOAD-AUDIT.
           OPEN INPUT RECAUDIT
           IF WS-FS-AUD NOT = '00' THEN
              DISPLAY 'WARNING: NCAUDIT NOT AVAILABLE. FS=', WS-FS-AUD,
                 ' - EVERY ENTRY IN THE WINDOW IS OUTSTANDING'
           ELSE
              MOVE 'N' TO WS-EOF-FLAG
              PERFORM UNTIL WS-EOF-FLAG = 'Y'
                 READ RECAUDIT
                    AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                    NOT AT END
                       ADD 1 TO WS-AUD-READ
                       PERFORM PARA-STORE-AUDIT
                 END-READ
              END-PERFORM
              CLOSE RECAUDIT
           END-IF
           EXIT.
      ******************************************************************
      *    THE EDITED START DATE STORES AS 0YYYY/MM/DD - RE-SLICED TO
      *    YYYYMMDD AS IN NCAUDRPT
      ******************************************************************
       PARA-STORE-AUDIT.
           MOVE RECV01-AUDIT-START-DATE(2:4) TO WS-REC-START(1:4)
           MOVE RECV01-AUDIT-START-DATE(7:2) TO WS-REC-START(5:2)
           MOVE RECV01-AUDIT-START-DATE(10:2) TO WS-REC-START(7:2)
           IF RECV01-AUDIT-ASOF-DATE = LOW-VALUES THEN
              MOVE SPACES TO RECV01-AUDIT-ASOF-DATE
           END-IF
           IF RECV01-AUDIT-RETURN-CODE >= 8 THEN
              ADD 1 TO WS-AUD-FAILED
           ELSE
           IF WS-REC-START >= WS-WIN-START OR
              (RECV01-AUDIT-ASOF-DATE NOT = SPACES AND
               RECV01-AUDIT-ASOF-DATE >= WS-WIN-START) THEN
              IF WS-AUD-CNT < 3000 THEN
                 ADD 1 TO WS-AUD-CNT
                 MOVE RECV01-AUDIT-MODE TO WS-AUD-MODE(WS-AUD-CNT)
                 MOVE WS-REC-START      TO WS-AUD-START(WS-AUD-CNT)
                 MOVE RECV01-AUDIT-ASOF-DATE
                    TO WS-AUD-ASOF(WS-AUD-CNT)
                 MOVE 'N' TO WS-AUD-CLAIMED(WS-AUD-CNT)
              ELSE
                 IF NOT WS-OVERFLOW THEN
                    DISPLAY 'ERROR:   MORE THAN 3000 NCAUDIT RUNS ',
                       'IN THE WINDOW - SHORTEN THE LOOKBACK'
                 END-IF
                 MOVE 'Y' TO WS-OVERFLOW-SW
              END-IF
           END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH SORT ENTRIES - DATE THEN SEQUENCE, SO THE OLDEST
      *    ENTRY CLAIMS A RUN FIRST AND THE OUTPUT IS IN RUN ORDER
      ******************************************************************
       PARA-SORT-ENTRIES.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-ENT-CNT
              PERFORM VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-ENT-CNT - WS-I
                 IF WS-ENT-KEY(WS-J) > WS-ENT-KEY(WS-J + 1) THEN
                    MOVE WS-ENT(WS-J) TO WS-ENT-SWAP
                    MOVE WS-ENT(WS-J + 1) TO WS-ENT(WS-J)
                    MOVE WS-ENT-SWAP TO WS-ENT(WS-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           EXIT.
      ******************************************************************
      *    PARAGRAPH FIND NEXT DUE - THE NEXT DATE THE SAME JOB, MODE
      *    AND PARM FALLS DUE IN THE WINDOW (HIGH-VALUES = NOT AGAIN)
      ******************************************************************
       PARA-FIND-NEXT-DUE.
           PERFORM VARYING WS-J FROM WS-I BY 1 UNTIL WS-J > WS-ENT-CNT
              IF WS-ENT-NEXT(WS-I) = HIGH-VALUES AND
                 WS-ENT-DATE(WS-J) > WS-ENT-DATE(WS-I) AND
                 WS-ENT-JOB(WS-J)  = WS-ENT-JOB(WS-I) AND
                 WS-ENT-MODE(WS-J) = WS-ENT-MODE(WS-I) AND
                 WS-ENT-PARM(WS-J) = WS-ENT-PARM(WS-I) THEN
                 MOVE WS-ENT-DATE(WS-J) TO WS-ENT-NEXT(WS-I)
              END-IF
           END-PERFORM
           EXIT.
      ******************************************************************
      *    PARAGRAPH MATCH ENTRY - CLAIM ONE UNCLAIMED SUCCESSFUL RUN
      *    FOR ENTRY WS-I UNDER THE COMPLETION RULE IN THE HEADER. AN
      *    EXACT AS-OF MATCH IS PREFERRED OVER A START-DATE MATCH
      ******************************************************************
       PARA-MATCH-ENTRY.
           MOVE ZERO TO WS-HIT
           IF WS-ENT-ASOF(WS-I) = 'Y' THEN
              PERFORM VARYING WS-K FROM 1 BY 1
                 UNTIL WS-K > WS-AUD-CNT OR WS-HIT > ZERO
                 IF WS-AUD-CLAIMED(WS-K) = 'N' AND
                    WS-AUD-MODE(WS-K) = WS-ENT-MODE(WS-I) AND
                    WS-AUD-ASOF(WS-K) = WS-ENT-DATE(WS-I) THEN
                    MOVE WS-K TO WS-HIT
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-K FROM 1 BY 1
                 UNTIL WS-K > WS-AUD-CNT OR WS-HIT > ZERO
                 IF WS-AUD-CLAIMED(WS-K) = 'N' AND
                    WS-AUD-MODE(WS-K) = WS-ENT-MODE(WS-I) AND
                    WS-AUD-ASOF(WS-K) = SPACES AND
                    WS-AUD-START(WS-K) >= WS-ENT-DATE(WS-I) AND
                    WS-AUD-START(WS-K) < WS-ENT-NEXT(WS-I) THEN
                    MOVE WS-K TO WS-HIT
                 END-IF
              END-PERFORM
           ELSE
              PERFORM VARYING WS-K FROM 1 BY 1
                 UNTIL WS-K > WS-AUD-CNT OR WS-HIT > ZERO
                 IF WS-AUD-CLAIMED(WS-K) = 'N' AND
                    WS-AUD-MODE(WS-K) = WS-ENT-MODE(WS-I) AND
                    WS-AUD-START(WS-K) >= WS-ENT-DATE(WS-I) THEN
                    MOVE WS-K TO WS-HIT
                 END-IF
              END-PERFORM
           END-IF
           IF WS-HIT > ZERO THEN
              MOVE 'Y' TO WS-AUD-CLAIMED(WS-HIT)
              MOVE 'Y' TO WS-ENT-DONE(WS-I)
              ADD 1 TO WS-DONE-CNT
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH WRITE SCHEDULE - CATCH-UP (EARLIER DATES) FIRST,
      *    THEN TODAY'S REMAINING WORK; THE SORT ALREADY PUT BOTH IN
      *    DATE AND SEQUENCE ORDER
      ******************************************************************
       PARA-WRITE-SCHEDULE.
           OPEN OUTPUT RECSCHED
           DISPLAY WS-HLINE
           DISPLAY ' RUN CALENDAR - BUSINESS DATE ', WS-BUS-DATE,
              '  CATCH-UP WINDOW FROM ', WS-WIN-START
           MOVE WS-BUS-DATE TO WS-DT-DATE
           PERFORM PARA-DATE-TO-JDN
           PERFORM PARA-CHECK-BUSINESS-DAY
           MOVE ZERO TO WS-TODAY-CNT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ENT-CNT
              IF WS-ENT-DATE(WS-I) = WS-BUS-DATE THEN
                 ADD 1 TO WS-TODAY-CNT
              END-IF
           END-PERFORM
           IF WS-TODAY-CNT = ZERO THEN
              IF WS-HOL-TEXT NOT = SPACES THEN
                 DISPLAY ' HOLIDAY - ', WS-HOL-TEXT,
                    ' - NOTHING SCHEDULED'
              ELSE
              IF NOT WS-DT-BUSINESS THEN
                 DISPLAY ' WEEKEND - NOTHING SCHEDULED'
              ELSE
                 DISPLAY ' NO CALENDAR ENTRIES FOR THIS DATE - ',
                    'HAS THE YEAR BEEN GENERATED?'
              END-IF
              END-IF
           END-IF
           DISPLAY WS-HLINE
           DISPLAY ' STATUS  DATE     SQ JOB      MD PARM'
           MOVE 'CATCHUP' TO WS-OUT-STATUS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ENT-CNT
              IF WS-ENT-DONE(WS-I) = 'N' AND
                 WS-ENT-DATE(WS-I) < WS-BUS-DATE THEN
                 ADD 1 TO WS-CATCHUP-CNT
                 PERFORM PARA-WRITE-SCHED-LINE
              END-IF
           END-PERFORM
           MOVE 'DUE' TO WS-OUT-STATUS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ENT-CNT
              IF WS-ENT-DONE(WS-I) = 'N' AND
                 WS-ENT-DATE(WS-I) = WS-BUS-DATE THEN
                 ADD 1 TO WS-DUE-CNT
                 PERFORM PARA-WRITE-SCHED-LINE
              END-IF
           END-PERFORM
           CLOSE RECSCHED
           DISPLAY WS-HLINE
           DISPLAY ' ENTRIES IN WINDOW ....: ', WS-ENT-CNT
           DISPLAY ' ALREADY COMPLETED ....: ', WS-DONE-CNT
           DISPLAY ' CATCH-UP (MISSED) ....: ', WS-CATCHUP-CNT
           DISPLAY ' DUE TODAY, REMAINING .: ', WS-DUE-CNT
           DISPLAY ' NCAUDIT RUNS READ ....: ', WS-AUD-READ,
              '  FAILED (RC>=8): ', WS-AUD-FAILED
           DISPLAY WS-HLINE
           EXIT.
      ******************************************************************
      *    PARAGRAPH WRITE SCHED LINE - AN AS-OF 'Y' ENTRY CARRIES ITS
      *    OWN DATE IN PARM POS 10-17 (NCITIZEN'S AS-OF SUBFIELD)
      ******************************************************************
       PARA-WRITE-SCHED-LINE.
           MOVE WS-ENT-PARM(WS-I) TO WS-OUT-PARM
           IF WS-ENT-ASOF(WS-I) = 'Y' THEN
              IF WS-OUT-PARM(7:1) = SPACE THEN
                 MOVE ',' TO WS-OUT-PARM(7:1)
              END-IF
              MOVE ',' TO WS-OUT-PARM(9:1)
              MOVE WS-ENT-DATE(WS-I) TO WS-OUT-PARM(10:8)
           END-IF
           MOVE SPACES TO SCHED-R
           MOVE WS-OUT-STATUS     TO SCHED-STATUS
           MOVE WS-ENT-DATE(WS-I) TO SCHED-DATE
           MOVE WS-ENT-SEQ(WS-I)  TO SCHED-SEQ
           MOVE WS-ENT-JOB(WS-I)  TO SCHED-JOB
           MOVE WS-ENT-MODE(WS-I) TO SCHED-MODE
           MOVE WS-OUT-PARM       TO SCHED-PARM
           WRITE SCHED-R
           END-WRITE
           DISPLAY ' ', SCHED-R(1:72)
           EXIT.
      ******************************************************************
      *    PARAGRAPH GENERATE - REBUILD THE CALENDAR WITH THE YEAR'S
      *    DATED ENTRIES. EVERYTHING ON NCCAL IS COPIED EXCEPT THE
      *    GENERATED ENTRIES OF THAT YEAR, WHICH ARE REPLACED - SO A
      *    RERUN AFTER A RULE OR HOLIDAY CHANGE IS SAFE AND MANUAL
      *    ONE-OFFS SURVIVE IT
      ******************************************************************
       PARA-GENERATE.
           OPEN INPUT RECCAL
           IF WS-FS-CAL NOT = '00' THEN
              DISPLAY 'ERROR:   CANNOT OPEN NCCAL. FS=', WS-FS-CAL
              MOVE 12 TO RETURN-CODE
           ELSE
              OPEN OUTPUT RECCALO
              MOVE 'N' TO WS-EOF-FLAG
              PERFORM UNTIL WS-EOF-FLAG = 'Y'
                 READ RECCAL
                    AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                    NOT AT END
                       ADD 1 TO WS-CAL-READ
                       PERFORM PARA-GEN-COPY-RECORD
                 END-READ
              END-PERFORM
              CLOSE RECCAL
              IF WS-OVERFLOW THEN
                 CLOSE RECCALO
                 MOVE 12 TO RETURN-CODE
              ELSE
                 PERFORM PARA-GEN-BUILD
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH GEN BUILD - ADD THE YEAR'S DATED ENTRIES AFTER THE
      *    COPIED RECORDS AND REPORT THE RUN
      ******************************************************************
       PARA-GEN-BUILD.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RULE-CNT
              IF WS-RULE-FREQ(WS-I) = 'B' THEN
                 PERFORM PARA-GEN-RULE-TARGET
              END-IF
           END-PERFORM
           MOVE WS-GEN-YEAR TO WS-DT-YEAR
           MOVE 12 TO WS-DT-MONTH
           MOVE 31 TO WS-DT-DAY
           PERFORM PARA-DATE-TO-JDN
           MOVE WS-DT-JDN TO WS-GEN-END-JDN
           MOVE 01 TO WS-DT-MONTH
           MOVE 01 TO WS-DT-DAY
           PERFORM PARA-DATE-TO-JDN
           PERFORM VARYING WS-GEN-JDN FROM WS-DT-JDN BY 1
              UNTIL WS-GEN-JDN > WS-GEN-END-JDN
              PERFORM PARA-GEN-DAY
           END-PERFORM
           CLOSE RECCALO
           DISPLAY WS-HLINE
           DISPLAY ' RUN CALENDAR GENERATED FOR ', WS-GEN-YEAR
           DISPLAY ' RECORDS READ .........: ', WS-CAL-READ
           DISPLAY ' RECORDS KEPT .........: ', WS-GEN-KEPT
           DISPLAY ' OLD GENERATED DROPPED : ', WS-GEN-DROPPED
           DISPLAY ' ENTRIES GENERATED ....: ', WS-GEN-WRITTEN
           DISPLAY ' RULES / HOLIDAYS .....: ', WS-RULE-CNT, ' / ',
              WS-HOL-CNT
           DISPLAY WS-HLINE
           IF WS-RULE-CNT = ZERO THEN
              DISPLAY 'WARNING: NO RULES ON NCCAL - NOTHING GENERATED'
              MOVE 4 TO RETURN-CODE
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH GEN COPY RECORD - KEEP OR DROP ONE INPUT RECORD,
      *    COLLECTING THE RULES AND HOLIDAYS ON THE WAY
      ******************************************************************
       PARA-GEN-COPY-RECORD.
           IF CAL-TYPE = 'D' AND CAL-ORIGIN = 'G' AND
              CAL-DATE(1:4) = WS-GEN-YEAR THEN
              ADD 1 TO WS-GEN-DROPPED
           ELSE
              MOVE CAL-R TO CALO-R
              WRITE CALO-R
              END-WRITE
              ADD 1 TO WS-GEN-KEPT
           END-IF
           IF CAL-TYPE = 'R' THEN
              IF WS-RULE-CNT < 50 THEN
                 ADD 1 TO WS-RULE-CNT
                 MOVE CAL-FREQ TO WS-RULE-FREQ(WS-RULE-CNT)
                 MOVE CAL-SEQ  TO WS-RULE-SEQ(WS-RULE-CNT)
                 MOVE CAL-JOB  TO WS-RULE-JOB(WS-RULE-CNT)
                 MOVE CAL-MODE TO WS-RULE-MODE(WS-RULE-CNT)
                 MOVE CAL-ASOF TO WS-RULE-ASOF(WS-RULE-CNT)
                 MOVE CAL-PARM TO WS-RULE-PARM(WS-RULE-CNT)
                 MOVE CAL-DATE TO WS-RULE-EVENT(WS-RULE-CNT)
                 MOVE SPACES   TO WS-RULE-TARGET(WS-RULE-CNT)
              ELSE
                 DISPLAY 'ERROR:   MORE THAN 50 RULES ON NCCAL'
                 MOVE 'Y' TO WS-OVERFLOW-SW
              END-IF
           END-IF
           IF CAL-TYPE = 'H' THEN
              IF WS-HOL-CNT < 200 THEN
                 ADD 1 TO WS-HOL-CNT
                 MOVE CAL-DATE TO WS-HOL-DATE(WS-HOL-CNT)
              ELSE
                 DISPLAY 'ERROR:   MORE THAN 200 HOLIDAYS ON NCCAL'
                 MOVE 'Y' TO WS-OVERFLOW-SW
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH GEN RULE TARGET - FOR A FREQUENCY 'B' RULE, WALK
      *    BACK FROM THE DAY BEFORE THE EVENT TO A BUSINESS DAY
      ******************************************************************
       PARA-GEN-RULE-TARGET.
           IF WS-RULE-EVENT(WS-I) IS NUMERIC THEN
              MOVE WS-RULE-EVENT(WS-I) TO WS-DT-DATE
              PERFORM PARA-DATE-TO-JDN
              SUBTRACT 1 FROM WS-DT-JDN
              PERFORM PARA-CHECK-BUSINESS-DAY
              PERFORM UNTIL WS-DT-BUSINESS
                 SUBTRACT 1 FROM WS-DT-JDN
                 PERFORM PARA-CHECK-BUSINESS-DAY
              END-PERFORM
              PERFORM PARA-JDN-TO-DATE
              MOVE WS-DT-DATE TO WS-RULE-TARGET(WS-I)
           ELSE
              DISPLAY 'WARNING: FREQUENCY B RULE FOR ',
                 WS-RULE-JOB(WS-I), ' HAS NO EVENT DATE - IGNORED'
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH GEN DAY - ONE DAY OF THE YEAR. ON A BUSINESS DAY
      *    EVERY RULE THAT FALLS DUE WRITES ONE 'D' ENTRY, IN RULE
      *    ORDER. MONTH-END = NO LATER BUSINESS DAY IN THE MONTH
      ******************************************************************
       PARA-GEN-DAY.
           MOVE WS-GEN-JDN TO WS-DT-JDN
           PERFORM PARA-CHECK-BUSINESS-DAY
           IF WS-DT-BUSINESS THEN
              MOVE WS-DT-DATE TO WS-GEN-DATE
              MOVE 'Y' TO WS-GEN-MONTH-END
              MOVE 'N' TO WS-GEN-STOP
              COMPUTE WS-GEN-PROBE-JDN = WS-GEN-JDN + 1
              PERFORM UNTIL WS-GEN-STOP = 'Y'
                 MOVE WS-GEN-PROBE-JDN TO WS-DT-JDN
                 PERFORM PARA-CHECK-BUSINESS-DAY
                 IF WS-DT-DATE(1:6) NOT = WS-GEN-DATE(1:6) THEN
                    MOVE 'Y' TO WS-GEN-STOP
                 ELSE
                 IF WS-DT-BUSINESS THEN
                    MOVE 'N' TO WS-GEN-MONTH-END
                    MOVE 'Y' TO WS-GEN-STOP
                 ELSE
                    ADD 1 TO WS-GEN-PROBE-JDN
                 END-IF
                 END-IF
              END-PERFORM
              PERFORM PARA-GEN-ENTRIES
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH GEN ENTRIES - WS-GEN-MONTH-END SAYS WHETHER
      *    WS-GEN-DATE IS THE LAST BUSINESS DAY OF ITS MONTH
      ******************************************************************
       PARA-GEN-ENTRIES.
           MOVE 'N' TO WS-GEN-YEAR-END
           IF WS-GEN-MONTH-END = 'Y' AND WS-GEN-DATE(5:2) = '12' THEN
              MOVE 'Y' TO WS-GEN-YEAR-END
           END-IF
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-RULE-CNT
              MOVE 'N' TO WS-GEN-DUE
              EVALUATE WS-RULE-FREQ(WS-K)
                 WHEN 'N'
                    MOVE 'Y' TO WS-GEN-DUE
                 WHEN 'M'
                    IF WS-GEN-MONTH-END = 'Y' THEN
                       MOVE 'Y' TO WS-GEN-DUE
                    END-IF
                 WHEN 'Y'
                    IF WS-GEN-YEAR-END = 'Y' THEN
                       MOVE 'Y' TO WS-GEN-DUE
                    END-IF
                 WHEN 'B'
                    IF WS-RULE-TARGET(WS-K) = WS-GEN-DATE THEN
                       MOVE 'Y' TO WS-GEN-DUE
                    END-IF
              END-EVALUATE
              IF WS-GEN-DUE = 'Y' THEN
                 MOVE SPACES TO CAL-R
                 MOVE 'D'                  TO CAL-TYPE
                 MOVE WS-GEN-DATE          TO CAL-DATE
                 MOVE WS-RULE-SEQ(WS-K)    TO CAL-SEQ
                 MOVE WS-RULE-JOB(WS-K)    TO CAL-JOB
                 MOVE WS-RULE-MODE(WS-K)   TO CAL-MODE
                 MOVE WS-RULE-ASOF(WS-K)   TO CAL-ASOF
                 MOVE WS-RULE-PARM(WS-K)   TO CAL-PARM
                 MOVE WS-RULE-FREQ(WS-K)   TO CAL-FREQ
                 MOVE 'G'                  TO CAL-ORIGIN
                 MOVE CAL-R TO CALO-R
                 WRITE CALO-R
                 END-WRITE
                 ADD 1 TO WS-GEN-WRITTEN
              END-IF
           END-PERFORM
           EXIT.
      ******************************************************************
      *    PARAGRAPH CHECK BUSINESS DAY - WS-DT-JDN IN. MONDAY TO
      *    FRIDAY AND NOT ON THE HOLIDAY LIST. JDN MOD 7: 0 = MONDAY
      *    ... 5 = SATURDAY, 6 = SUNDAY. LEAVES WS-DT-DATE SET
      ******************************************************************
       PARA-CHECK-BUSINESS-DAY.
           DIVIDE WS-DT-JDN BY 7 GIVING WS-DT-Q
              REMAINDER WS-DT-WEEKDAY
           PERFORM PARA-JDN-TO-DATE
           MOVE 'Y' TO WS-DT-BUSINESS-SW
           IF WS-DT-WEEKDAY > 4 THEN
              MOVE 'N' TO WS-DT-BUSINESS-SW
           END-IF
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-HOL-CNT
              IF WS-HOL-DATE(WS-J) = WS-DT-DATE THEN
                 MOVE 'N' TO WS-DT-BUSINESS-SW
              END-IF
           END-PERFORM
           EXIT.
      ******************************************************************
      *    PARAGRAPH DATE TO JDN - WS-DT-DATE (YYYYMMDD) TO THE JULIAN
      *    DAY NUMBER, GREGORIAN CALENDAR, EVERY DIVISION TRUNCATED
      ******************************************************************
       PARA-DATE-TO-JDN.
           COMPUTE WS-DT-T = 14 - WS-DT-MONTH
           DIVIDE WS-DT-T BY 12 GIVING WS-DT-A
           COMPUTE WS-DT-Y = WS-DT-YEAR + 4800 - WS-DT-A
           COMPUTE WS-DT-M = WS-DT-MONTH + 12 * WS-DT-A - 3
           COMPUTE WS-DT-T = 153 * WS-DT-M + 2
           DIVIDE WS-DT-T BY 5 GIVING WS-DT-B
           DIVIDE WS-DT-Y BY 4 GIVING WS-DT-C
           DIVIDE WS-DT-Y BY 100 GIVING WS-DT-D
           DIVIDE WS-DT-Y BY 400 GIVING WS-DT-E
           COMPUTE WS-DT-JDN = WS-DT-DAY + WS-DT-B + 365 * WS-DT-Y
              + WS-DT-C - WS-DT-D + WS-DT-E - 32045
           EXIT.
      ******************************************************************
      *    PARAGRAPH JDN TO DATE - THE INVERSE, WS-DT-JDN TO WS-DT-DATE
      ******************************************************************
       PARA-JDN-TO-DATE.
           COMPUTE WS-DT-A = WS-DT-JDN + 32044
           COMPUTE WS-DT-T = 4 * WS-DT-A + 3
           DIVIDE WS-DT-T BY 146097 GIVING WS-DT-B
           COMPUTE WS-DT-T = 146097 * WS-DT-B
           DIVIDE WS-DT-T BY 4 GIVING WS-DT-Q
           COMPUTE WS-DT-C = WS-DT-A - WS-DT-Q
           COMPUTE WS-DT-T = 4 * WS-DT-C + 3
           DIVIDE WS-DT-T BY 1461 GIVING WS-DT-D
           COMPUTE WS-DT-T = 1461 * WS-DT-D
           DIVIDE WS-DT-T BY 4 GIVING WS-DT-Q
           COMPUTE WS-DT-E = WS-DT-C - WS-DT-Q
           COMPUTE WS-DT-T = 5 * WS-DT-E + 2
           DIVIDE WS-DT-T BY 153 GIVING WS-DT-M
           COMPUTE WS-DT-T = 153 * WS-DT-M + 2
           DIVIDE WS-DT-T BY 5 GIVING WS-DT-Q
           COMPUTE WS-DT-DAY = WS-DT-E - WS-DT-Q + 1
           DIVIDE WS-DT-M BY 10 GIVING WS-DT-R
           COMPUTE WS-DT-MONTH = WS-DT-M + 3 - 12 * WS-DT-R
           COMPUTE WS-DT-YEAR = 100 * WS-DT-B + WS-DT-D - 4800
              + WS-DT-R
           EXIT.
