       IDENTIFICATION DIVISION.
       PROGRAM-ID. NCRECOVR.
      ******************************************************************
      *                      NAKSHATRA CITIZEN
      *                      (VEDIC ASTROLOGY)
      *                      NCSUMK REBUILD / STALE NCRLOCK RELEASE
      ******************************************************************
      *    ABOUT
      *          TWO RECOVERY JOBS THAT USED TO BE DONE BY HAND.
      *
      *          'S' REBUILDS THE NCSUMK RUN-SUMMARY KSDS. WITHOUT IT
      *              THE DS-MODE KEYED PROBE AND THE NCMERGE/NCREGCON
      *              SUMMARY WRITES FAIL UNTIL THE SWEEPS ARE RERUN.
      *              THE ENTRIES ARE TAKEN FIRST FROM NCHIST (THE
      *              NCHOUSEK ROLL-UPS, WHICH OUTLIVE THE PURGED
      *              GENERATIONS), THEN FROM EVERY NCLOGW GENERATION
      *              STILL CATALOGED (NCLOGR, OLDEST FIRST). EACH
      *              NCLOGW RECORD IS VALIDATED WITH THE SAME
      *              LENGTH+CRC RULES AS NCITIZEN'S PARA-VALIDATE-DS-
      *              RECORD; A FAILING RECORD IS SKIPPED AND A
      *              FRAGMENT IS SKIPPED AS NCITIZEN NEVER FILES ONE.
      *              A LATER RECORD FOR THE SAME KEY REPLACES AN
      *              EARLIER ONE, SO A VALID NCLOGW RECORD WINS OVER
      *              ITS NCHIST ROLL-UP AND A RERUN WINS OVER THE RUN
      *              IT REPEATED - AS THE LIVE WRITES DID. REBUILT
      *              ENTRIES CARRY MODE 'RB' (FROM NCLOGW, CRC AS
      *              STORED) OR 'RH' (FROM NCHIST, WHICH KEEPS NO CRC
      *              - CRC ZERO); THE RUN'S OWN MODE IS NOT ON EITHER
      *              SOURCE.
      *
      *          'L' LISTS THE NCRLOCK RUN LOCKS THAT LOOK ORPHANED:
      *              - AN NCAUDIT RECORD FOR THE SAME USER, START
      *                DATE AND MODE SAYS THE OWNING RUN HAS ALREADY
      *                ENDED (ITS RELEASE FAILED OR IT DIED AFTER THE
      *                AUDIT), OR
      *              - NCACTIVE, THE LIST OF USERS WITH A SWEEP JOB
      *                IN EXECUTION RIGHT NOW, DOES NOT NAME THE
      *                LOCK'S USER. WITHOUT AN NCACTIVE DD THIS TEST
      *                IS NOT MADE.
      *              A REFUSED RUN'S AUDIT (RC 10) PROVES NOTHING AND
      *              IS IGNORED.
      *          'R' LISTS THE SAME WAY, THEN ASKS THE OPERATOR ABOUT
      *              EACH ORPHAN ON THE CONSOLE (NCRV002A) AND DELETES
      *              IT ONLY ON A REPLY OF Y.
      *          NO LOCK IS EVER RELEASED WITHOUT THAT REPLY - THE
      *          TESTS CANNOT TELL TWO RUNS OF ONE USER, DATE AND MODE
      *          APART (E.G. TWO REGIONS), THE OPERATOR CAN.
      *
      *          EVERY RUN APPENDS ONE NCAUDIT RECORD UNDER MODE 'RV'.
      *
      *    NCACTIVE CARDS (LRECL 80, '*' IN POS 1 = COMMENT)
      *          POS  1-8   USER ID OF AN EXECUTING SWEEP JOB
      *
      ******************************************************************
      *          COPYRIGHT:  GNU GPLV3 LICENSE 2023
      *          AUTHOR:     PRZEMYSLAW ADAM KUPISZ
      *          VERSION:    ALPHA
      *
      *    ARGUMENTS
      *          PARM POS 1 'S' REBUILD NCSUMK
      *                     'L' LIST ORPHANED NCRLOCK ENTRIES
      *                     'R' RELEASE THEM ON OPERATOR CONFIRMATION
      *
      *    RETURN CODES
      *          0 - 'S' EVERY NCLOGW RECORD VALID AND FILED
      *              'L'/'R' NO ORPHANED LOCK LEFT
      *          4 - 'S' NCSUMK REBUILT, BUT SOME NCLOGW RECORDS
      *              FAILED VALIDATION OR AN ENTRY COULD NOT BE FILED
      *              (SEE SYSOUT)
      *              'L'/'R' ORPHANED LOCKS LISTED OR KEPT
      *          8 - BAD PARM, OR NCSUMK / NCLOGR / NCRLOCK CANNOT BE
      *              OPENED - NOTHING DONE
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    OPERATOR CONSOLE FOR THE NCRVNNNX MESSAGES AND THE RELEASE
      *    REPLIES, SAME CONVENTION AS NCITIZEN'S NCITNNNE SET
       SPECIAL-NAMES.
           CONSOLE IS OPERATOR-CONSOLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    EVERY CATALOGED NCLOGW GENERATION, OLDEST FIRST - SAME
      *    RECORD SHAPE AS NCITIZEN'S RECLOGR
           SELECT OPTIONAL RECLOGR ASSIGN TO NCLOGR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-R.
      *    NCHOUSEK'S YEAR-LEVEL HISTORY
           SELECT OPTIONAL RECHIST ASSIGN TO NCHIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-H.
      *    KEYED RUN-SUMMARY REPOSITORY BEING REBUILT
           SELECT OPTIONAL RECSUMK ASSIGN TO NCSUMK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RECV01-SUMK-KEY
           FILE STATUS IS WS-FS-SUMK.
      *    RUN-LOCK KSDS - BROWSED, THEN DELETED BY KEY
           SELECT RECLOCK ASSIGN TO NCRLOCK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RECV01-LOCK-KEY
           FILE STATUS IS WS-FS-LOCK.
      *    USERS WITH A SWEEP JOB IN EXECUTION
           SELECT OPTIONAL RECACTV ASSIGN TO NCACTIVE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ACT.
      *    PER-RUN AUDIT TRAIL SHARED WITH NCITIZEN - READ FOR THE
      *    LOCK TEST, THEN APPENDED TO
           SELECT OPTIONAL RECAUDIT ASSIGN TO NCAUDIT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.
       DATA DIVISION.
       FILE SECTION.
       FD RECLOGR
           BLOCK CONTAINS 0 RECORDS
      *    SAME LAYOUT AND LENGTH ARITHMETIC AS NCITIZEN'S RECLOGR -
      *    THE TWO MUST MOVE IN STEP WHENEVER RECV01-DS CHANGES
           RECORD IS VARYING IN SIZE FROM 1945 TO 225189
           DEPENDING ON RECV01-DS-R-LEN
           RECORDING MODE IS V
           DATA RECORD IS RECV01-DS-R.
       01 RECV01-DS-R.
        05 RECV01-DS-R-LEN          PIC   9(9) COMP-5.
        05 RECV01-DS-R-CRC          PIC   9(9) COMP-5.
        05 RECV01-DS-R-HEADER.
         10 RECV01-DS-R-USER          PIC   X(8).
         10 RECV01-DS-R-START-DATE    PIC   99(4)/99/99.
         10 RECV01-DS-R-CURRENT-DATE  PIC   X(10).
         10 RECV01-DS-R-INTERVAL-VAL  PIC   S9(3).
         10 RECV01-DS-R-FRAG-FLAG     PIC   X.
         10 RECV01-DS-R-FRAG-LOW      PIC   S9(3).
         10 RECV01-DS-R-FRAG-HIGH     PIC   S9(3).
         10 RECV01-DS-R-REGION        PIC   XX.
        05 RECV01-DS--RTABLE-STATS.
         10 RECV01-DS-R-TAB OCCURS 1 TO 120 TIMES DEPENDING ON
                       RECV01-DS-R-LEN INDEXED BY DSR-I.
          15 RECV01-DS-R-CITIZEN OCCURS 2 TIMES. *> 1-ALIVE, 2-DEAD
           20 RECV01-DS-R-MALE           PIC   9(9) COMP-5.
           20 RECV01-DS-R-FEMALE         PIC   9(9) COMP-5.
           20 RECV01-DS-R-OTHER          PIC   9(9) COMP-5.
          15 RECV01-DS-R-UNKNOWN         PIC   9(9) COMP-5.
          15 RECV01-DS-R-NTAB OCCURS 27 TIMES INDEXED BY DSR-J.
           20 RECV01-DS-R-N              PIC   9(9) COMP-5.
           20 RECV01-DS-R-U              PIC   9(9) COMP-5.
           20 RECV01-DS-R-N-ALIVE-MALE   PIC   9(9) COMP-5.
           20 RECV01-DS-R-N-ALIVE-FEMALE PIC   9(9) COMP-5.
           20 RECV01-DS-R-N-DEAD-MALE    PIC   9(9) COMP-5.
           20 RECV01-DS-R-N-DEAD-FEMALE  PIC   9(9) COMP-5.
           20 RECV01-DS-R-N-ALIVE-OTHER  PIC   9(9) COMP-5.
           20 RECV01-DS-R-N-DEAD-OTHER   PIC   9(9) COMP-5.
           20 RECV01-DS-R-N-DAGE-SUM     PIC   9(9) COMP-5.
           20 RECV01-DS-R-N-DAGE-CNT     PIC   9(9) COMP-5.
           20 RECV01-DS-R-N-PADA         PIC   9(9) COMP-5
              OCCURS 4 TIMES.
          15 RECV01-DS-R-RTAB OCCURS 12 TIMES.
           20 RECV01-DS-R-RASHI-N            PIC  9(9) COMP-5.
           20 RECV01-DS-R-RASHI-ALIVE-MALE   PIC  9(9) COMP-5.
           20 RECV01-DS-R-RASHI-ALIVE-FEMALE PIC  9(9) COMP-5.
           20 RECV01-DS-R-RASHI-ALIVE-OTHER  PIC  9(9) COMP-5.
           20 RECV01-DS-R-RASHI-DEAD-MALE    PIC  9(9) COMP-5.
           20 RECV01-DS-R-RASHI-DEAD-FEMALE  PIC  9(9) COMP-5.
           20 RECV01-DS-R-RASHI-DEAD-OTHER   PIC  9(9) COMP-5.
        05 RECV01-DS-R-SUMMARY.
         10 RECV01-DS-R-S-TOTAL-CP    PIC   9(9) COMP-5.
         10 RECV01-DS-R-S-TALIVE-CP   PIC   9(9) COMP-5.
         10 RECV01-DS-R-S-NMAX-PQ     PIC   9(9) COMP-5.
         10 RECV01-DS-R-S-NMIN-PQ     PIC   9(9) COMP-5.
         10 RECV01-DS-R-S-UNKNOWN-NOBD PIC  9(9) COMP-5.
      ******************************************************************
      *    YEAR-LEVEL HISTORY RECORD - SAME LAYOUT AS NCHOUSEK'S
      ******************************************************************
       FD RECHIST
           RECORDING MODE IS F.
       01 HIST-R.
        05 HIST-USER                  PIC   X(8).
        05 FILLER                     PIC   X.
        05 HIST-START-DATE            PIC   X(11).
        05 FILLER                     PIC   X.
        05 HIST-CURRENT-DATE          PIC   X(10).
        05 FILLER                     PIC   X.
        05 HIST-INTERVAL-VAL          PIC   9(3).
        05 FILLER                     PIC   X.
        05 HIST-TOTAL-CP              PIC   9(9).
        05 HIST-TALIVE-CP             PIC   9(9).
        05 HIST-NMAX-PQ               PIC   9(9).
        05 HIST-NMIN-PQ               PIC   9(9).
        05 HIST-NTOTAL                PIC   9(9)
           OCCURS 27 TIMES.
        05 HIST-REGION                PIC   XX.
        05 FILLER                     PIC   X(3).
      ******************************************************************
      *    RUN-SUMMARY KSDS RECORD - SAME LAYOUT AS NCITIZEN'S. MODE
      *    'RB'/'RH' MARKS THE ROW AS REBUILT FROM NCLOGW/NCHIST
      ******************************************************************
       FD RECSUMK.
       01 RECV01-SUMK-R.
        05 RECV01-SUMK-KEY.
         10 RECV01-SUMK-USER          PIC   X(8).
         10 RECV01-SUMK-START-DATE    PIC   X(11).
         10 RECV01-SUMK-REGION        PIC   XX.
        05 RECV01-SUMK-MODE           PIC   AA.
        05 RECV01-SUMK-INTERVAL-VAL   PIC   S9(3).
        05 RECV01-SUMK-TOTAL-CP       PIC   9(9) COMP-5.
        05 RECV01-SUMK-TALIVE-CP      PIC   9(9) COMP-5.
        05 RECV01-SUMK-NMAX-PQ        PIC   9(9) COMP-5.
        05 RECV01-SUMK-NMIN-PQ        PIC   9(9) COMP-5.
        05 RECV01-SUMK-CRC            PIC   9(9) COMP-5.
        05 RECV01-SUMK-GENERATION     PIC   X(8).
        05 FILLER                     PIC   X(26).
      ******************************************************************
      *    RUN-LOCK RECORD - SAME LAYOUT AS NCITIZEN'S
      ******************************************************************
       FD RECLOCK.
       01 RECV01-LOCK-R.
        05 RECV01-LOCK-KEY.
         10 RECV01-LOCK-USER          PIC   X(8).
         10 RECV01-LOCK-START-DATE    PIC   X(11).
         10 RECV01-LOCK-QUAL          PIC   X(3).
         10 RECV01-LOCK-REGION        PIC   XX.
        05 RECV01-LOCK-MODE           PIC   AA.
        05 RECV01-LOCK-RANGE-LOW      PIC   9(3).
        05 RECV01-LOCK-RANGE-HIGH     PIC   9(3).
        05 RECV01-LOCK-TIME           PIC   X(8).
        05 FILLER                     PIC   X(40).
      ******************************************************************
       FD RECACTV
           RECORDING MODE IS F.
       01 ACTV-R.
        05 ACTV-USER                  PIC   X(8).
        05 FILLER                     PIC   X(72).
      ******************************************************************
      *    RUN AUDIT - SAME RECORD SHAPE NCITIZEN'S PARA-WRITE-AUDIT
      *    PRODUCES
      ******************************************************************
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
       WORKING-STORAGE SECTION.
      ******************************************************************
      *    CRC RE-DERIVATION - SAME ADDITIVE CHECKSUM, SAME FIELD
      *    ORDER, AS NCITIZEN'S PARA-COMPUTE-CRC
      ******************************************************************
       01 WS-DS-CRC.
        05 WS-CRC-VALUE          PIC   9(9) COMP-5.
        05 WS-CRC-VALID-SW       PIC   X.
           88 WS-CRC-RECORD-VALID     VALUE 'Y'.
           88 WS-CRC-RECORD-INVALID   VALUE 'N'.
      ******************************************************************
       01 WS-PGM.
        05 WS-PGM-MODE           PIC   X VALUE SPACE.
           88 WS-PGM-REBUILD          VALUE 'S'.
           88 WS-PGM-LIST             VALUE 'L'.
           88 WS-PGM-RELEASE          VALUE 'R'.
      ******************************************************************
      *    REBUILD COUNTS
      ******************************************************************
       01 WS-COUNTS.
        05 WS-HIST-READ          PIC   9(7) VALUE ZERO.
        05 WS-LOGR-READ          PIC   9(7) VALUE ZERO.
        05 WS-LOGR-INVALID       PIC   9(7) VALUE ZERO.
        05 WS-LOGR-FRAGMENT      PIC   9(7) VALUE ZERO.
        05 WS-SUMK-NEW           PIC   9(7) VALUE ZERO.
        05 WS-SUMK-REPLACED      PIC   9(7) VALUE ZERO.
        05 WS-SUMK-FAILED        PIC   9(7) VALUE ZERO.
        05 WS-PADA-IDX           PIC   S9(3) COMP-5.
        05 WS-RASHI-IDX          PIC   S9(3) COMP-5.
      ******************************************************************
      *    THE RUN LOCKS FOUND IN NCRLOCK AND WHAT IS KNOWN OF THEIR
      *    OWNERS
      ******************************************************************
       01 WS-LOCKS.
        05 WS-LK-MAX             PIC   S9(4) COMP-5 VALUE 200.
        05 WS-LK-CNT             PIC   S9(4) COMP-5 VALUE ZERO.
        05 WS-LK-TAB OCCURS 200 TIMES.
         10 WS-LK-KEY            PIC   X(24).
         10 WS-LK-KEY-R REDEFINES WS-LK-KEY.
          15 WS-LK-USER          PIC   X(8).
          15 WS-LK-START-DATE    PIC   X(11).
          15 WS-LK-QUAL          PIC   X(3).
          15 WS-LK-REGION        PIC   XX.
         10 WS-LK-MODE           PIC   AA.
         10 WS-LK-TIME           PIC   X(8).
         10 WS-LK-AUDITED        PIC   X.
         10 WS-LK-ACTIVE         PIC   X.
         10 WS-LK-ORPHAN         PIC   X.
         10 WS-LK-OUTCOME        PIC   X(8).
        05 WS-LK                 PIC   S9(4) COMP-5.
        05 WS-ACT-SW             PIC   X VALUE 'N'.
           88 WS-ACT-CHECKED          VALUE 'Y'.
        05 WS-ORPHAN-CNT         PIC   9(5) VALUE ZERO.
        05 WS-RELEASED-CNT       PIC   9(5) VALUE ZERO.
        05 WS-KEPT-CNT           PIC   9(5) VALUE ZERO.
        05 WS-REPLY              PIC   X.
        05 WS-WHY                PIC   X(30).
      ******************************************************************
       01 WS-EOF-FLAG            PIC   A VALUE 'N'.
       01 WS-FS-R                PIC   XX.
       01 WS-FS-H                PIC   XX.
       01 WS-FS-SUMK             PIC   XX.
       01 WS-FS-LOCK             PIC   XX.
       01 WS-FS-ACT              PIC   XX.
       01 WS-FS-AUD              PIC   XX.
       01 WS-AUD-DATE            PIC   9(8).
       01 WS-HLINE               PIC   X(80) VALUES ALL '*'.
      ******************************************************************
      *    OPERATOR MESSAGE LINE - IDENTIFIERS IN USE:
      *      NCRV001E  NCSUMK REBUILT WITHOUT SOME NCLOGW RECORDS
      *      NCRV002A  RELEASE THIS ORPHANED RUN LOCK? REPLY Y OR N
      *      NCRV003E  ORPHANED RUN LOCKS LEFT IN NCRLOCK
      ******************************************************************
       01 WS-WTO-LINE            PIC   X(120).
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
              MOVE PARM-DATA(1:1) TO WS-PGM-MODE
           END-IF
           EVALUATE TRUE
              WHEN WS-PGM-REBUILD
                 PERFORM PARA-REBUILD-SUMK
              WHEN WS-PGM-LIST
              WHEN WS-PGM-RELEASE
                 PERFORM PARA-ORPHAN-LOCKS
              WHEN OTHER
                 DISPLAY 'ERROR:   PARM POS 1 MUST BE S, L OR R. IS=',
                    WS-PGM-MODE
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE
           PERFORM PARA-WRITE-AUDIT
           STOP RUN.
      ******************************************************************
      *    PARAGRAPH WTO - ONE OPERATOR MESSAGE TO THE CONSOLE, SAME
      *    SINGLE-EXIT CONVENTION AS NCITIZEN'S PARA-WTO
      ******************************************************************
       PARA-WTO.
           DISPLAY WS-WTO-LINE UPON OPERATOR-CONSOLE
           MOVE SPACES TO WS-WTO-LINE
           EXIT.
      ******************************************************************
      *    PARAGRAPH REBUILD SUMK - NCHIST FIRST, THEN NCLOGR, EVERY
      *    ENTRY WRITTEN OR, WHEN ITS KEY IS ALREADY THERE, REWRITTEN
      ******************************************************************
       PARA-REBUILD-SUMK.
           OPEN I-O RECSUMK
           IF WS-FS-SUMK NOT = '00' AND WS-FS-SUMK NOT = '05'
              AND WS-FS-SUMK NOT = '97' THEN
              DISPLAY 'ERROR:   CANNOT OPEN NCSUMK. FS=', WS-FS-SUMK
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM PARA-TAKE-HISTORY
              PERFORM PARA-TAKE-GENERATIONS
              CLOSE RECSUMK
              DISPLAY WS-HLINE
              DISPLAY ' NCSUMK REBUILD'
              DISPLAY '  NCHIST ROLL-UPS READ         ', WS-HIST-READ
              DISPLAY '  NCLOGW RECORDS READ          ', WS-LOGR-READ
              DISPLAY '  NCLOGW RECORDS FAILING CRC   ',
                 WS-LOGR-INVALID
              DISPLAY '  NCLOGW FRAGMENTS SKIPPED     ',
                 WS-LOGR-FRAGMENT
              DISPLAY '  NCSUMK ENTRIES WRITTEN       ', WS-SUMK-NEW
              DISPLAY '  NCSUMK ENTRIES REPLACED      ',
                 WS-SUMK-REPLACED
              DISPLAY '  NCSUMK ENTRIES NOT FILED     ', WS-SUMK-FAILED
              DISPLAY WS-HLINE
              IF WS-LOGR-INVALID > ZERO OR WS-SUMK-FAILED > ZERO THEN
                 MOVE 'NCRV001E NCSUMK REBUILT WITHOUT SOME NCLOGW RECOR
      -            'DS - SEE SYSOUT' TO WS-WTO-LINE
                 PERFORM PARA-WTO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH TAKE HISTORY - ONE 'RH' ENTRY PER NCHIST ROLL-UP.
      *    ROLL-UPS WRITTEN BEFORE REGIONS EXISTED HAVE NO REGION AND
      *    WERE NATIONAL SWEEPS - THEY FILE UNDER '**'
      ******************************************************************
       PARA-TAKE-HISTORY.
           OPEN INPUT RECHIST
           IF WS-FS-H NOT = '00' THEN
              DISPLAY 'INFO:    NO NCHIST (FS=', WS-FS-H,
                 ') - PURGED GENERATIONS CANNOT BE RECOVERED'
           ELSE
              MOVE 'N' TO WS-EOF-FLAG
              PERFORM UNTIL WS-EOF-FLAG = 'Y'
                 READ RECHIST
                    AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                    NOT AT END
                       ADD 1 TO WS-HIST-READ
                       MOVE SPACES TO RECV01-SUMK-R
                       MOVE HIST-USER         TO RECV01-SUMK-USER
                       MOVE HIST-START-DATE   TO RECV01-SUMK-START-DATE
                       IF HIST-REGION = SPACES THEN
                          MOVE '**' TO RECV01-SUMK-REGION
                       ELSE
                          MOVE HIST-REGION TO RECV01-SUMK-REGION
                       END-IF
                       MOVE 'RH'              TO RECV01-SUMK-MODE
                       MOVE HIST-INTERVAL-VAL TO
                          RECV01-SUMK-INTERVAL-VAL
                       MOVE HIST-TOTAL-CP     TO RECV01-SUMK-TOTAL-CP
                       MOVE HIST-TALIVE-CP    TO RECV01-SUMK-TALIVE-CP
                       MOVE HIST-NMAX-PQ      TO RECV01-SUMK-NMAX-PQ
                       MOVE HIST-NMIN-PQ      TO RECV01-SUMK-NMIN-PQ
                       MOVE ZERO              TO RECV01-SUMK-CRC
                       PERFORM PARA-PUT-SUMK
                 END-READ
              END-PERFORM
              CLOSE RECHIST
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH TAKE GENERATIONS - ONE 'RB' ENTRY PER VALID,
      *    COMPLETE NCLOGW RECORD
      ******************************************************************
       PARA-TAKE-GENERATIONS.
           OPEN INPUT RECLOGR
           IF WS-FS-R NOT = '00' THEN
              DISPLAY 'WARNING: NO NCLOGR (FS=', WS-FS-R,
                 ') - NCSUMK HOLDS THE NCHIST ROLL-UPS ONLY'
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 'N' TO WS-EOF-FLAG
              PERFORM UNTIL WS-EOF-FLAG = 'Y'
                 READ RECLOGR
                    AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                    NOT AT END
                       ADD 1 TO WS-LOGR-READ
                       PERFORM PARA-COMPUTE-CRC
                       PERFORM PARA-VALIDATE-DS-RECORD
                       EVALUATE TRUE
                          WHEN NOT WS-CRC-RECORD-VALID
                             ADD 1 TO WS-LOGR-INVALID
                          WHEN RECV01-DS-R-FRAG-FLAG = 'F'
                             ADD 1 TO WS-LOGR-FRAGMENT
                          WHEN OTHER
                             MOVE SPACES TO RECV01-SUMK-R
                             MOVE RECV01-DS-R-USER
                                TO RECV01-SUMK-USER
                             MOVE RECV01-DS-R-START-DATE
                                TO RECV01-SUMK-START-DATE
                             MOVE RECV01-DS-R-REGION
                                TO RECV01-SUMK-REGION
                             MOVE 'RB' TO RECV01-SUMK-MODE
                             MOVE RECV01-DS-R-INTERVAL-VAL
                                TO RECV01-SUMK-INTERVAL-VAL
                             MOVE RECV01-DS-R-S-TOTAL-CP
                                TO RECV01-SUMK-TOTAL-CP
                             MOVE RECV01-DS-R-S-TALIVE-CP
                                TO RECV01-SUMK-TALIVE-CP
                             MOVE RECV01-DS-R-S-NMAX-PQ
                                TO RECV01-SUMK-NMAX-PQ
                             MOVE RECV01-DS-R-S-NMIN-PQ
                                TO RECV01-SUMK-NMIN-PQ
                             MOVE RECV01-DS-R-CRC TO RECV01-SUMK-CRC
                             PERFORM PARA-PUT-SUMK
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE RECLOGR
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH PUT SUMK - FILES THE ENTRY BUILT IN RECV01-SUMK-R.
      *    THE GENERATION FIELD IS THE START DATE'S DIGITS, AS THE
      *    LIVE WRITERS SET IT (EDITED 0YYYY/MM/DD - SLICES FROM 2)
      ******************************************************************
       PARA-PUT-SUMK.
           MOVE RECV01-SUMK-START-DATE(2:4)
              TO RECV01-SUMK-GENERATION(1:4)
           MOVE RECV01-SUMK-START-DATE(7:2)
              TO RECV01-SUMK-GENERATION(5:2)
           MOVE RECV01-SUMK-START-DATE(10:2)
              TO RECV01-SUMK-GENERATION(7:2)
           WRITE RECV01-SUMK-R
           END-WRITE
           IF WS-FS-SUMK = '22' THEN
              REWRITE RECV01-SUMK-R
              END-REWRITE
              IF WS-FS-SUMK = '00' THEN
                 ADD 1 TO WS-SUMK-REPLACED
              END-IF
           ELSE
              IF WS-FS-SUMK = '00' THEN
                 ADD 1 TO WS-SUMK-NEW
              END-IF
           END-IF
           IF WS-FS-SUMK NOT = '00' THEN
              ADD 1 TO WS-SUMK-FAILED
              DISPLAY 'WARNING: NCSUMK ENTRY ', RECV01-SUMK-KEY,
                 ' NOT WRITTEN. FS=', WS-FS-SUMK
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH COMPUTE CRC - RE-DERIVES THE ADDITIVE CHECKSUM
      *    STRAIGHT OFF THE FD RECORD FIELDS, SAME FIELD SET AND
      *    ORDER AS NCHOUSEK'S
      ******************************************************************
       PARA-COMPUTE-CRC.
           MOVE ZERO TO WS-CRC-VALUE
           IF RECV01-DS-R-LEN < 1 OR RECV01-DS-R-LEN > 120 THEN
              CONTINUE *> LENGTH CHECK REJECTS IT BEFORE THE CRC RUNS
           ELSE
              PERFORM VARYING DSR-I FROM 1 BY 1
                 UNTIL DSR-I > RECV01-DS-R-LEN
                 ADD RECV01-DS-R-MALE(DSR-I,1)
                     RECV01-DS-R-FEMALE(DSR-I,1)
                     RECV01-DS-R-MALE(DSR-I,2)
                     RECV01-DS-R-FEMALE(DSR-I,2)
                     RECV01-DS-R-OTHER(DSR-I,1)
                     RECV01-DS-R-OTHER(DSR-I,2)
                     RECV01-DS-R-UNKNOWN(DSR-I)
                     TO WS-CRC-VALUE
                 PERFORM VARYING DSR-J FROM 1 BY 1 UNTIL DSR-J > 27
                    ADD RECV01-DS-R-N(DSR-I,DSR-J)
                        RECV01-DS-R-U(DSR-I,DSR-J)
                        RECV01-DS-R-N-ALIVE-MALE(DSR-I,DSR-J)
                        RECV01-DS-R-N-ALIVE-FEMALE(DSR-I,DSR-J)
                        RECV01-DS-R-N-DEAD-MALE(DSR-I,DSR-J)
                        RECV01-DS-R-N-DEAD-FEMALE(DSR-I,DSR-J)
                        RECV01-DS-R-N-ALIVE-OTHER(DSR-I,DSR-J)
                        RECV01-DS-R-N-DEAD-OTHER(DSR-I,DSR-J)
                        RECV01-DS-R-N-DAGE-SUM(DSR-I,DSR-J)
                        RECV01-DS-R-N-DAGE-CNT(DSR-I,DSR-J)
                        TO WS-CRC-VALUE
                    PERFORM VARYING WS-PADA-IDX FROM 1 BY 1
                       UNTIL WS-PADA-IDX > 4
                       ADD RECV01-DS-R-N-PADA(DSR-I,DSR-J,WS-PADA-IDX)
                          TO WS-CRC-VALUE
                    END-PERFORM
                 END-PERFORM
                 PERFORM VARYING WS-RASHI-IDX FROM 1 BY 1
                    UNTIL WS-RASHI-IDX > 12
                    ADD RECV01-DS-R-RASHI-N(DSR-I,WS-RASHI-IDX)
                      RECV01-DS-R-RASHI-ALIVE-MALE(DSR-I,WS-RASHI-IDX)
                      RECV01-DS-R-RASHI-ALIVE-FEMALE
                         (DSR-I,WS-RASHI-IDX)
                      RECV01-DS-R-RASHI-ALIVE-OTHER(DSR-I,WS-RASHI-IDX)
                      RECV01-DS-R-RASHI-DEAD-MALE(DSR-I,WS-RASHI-IDX)
                      RECV01-DS-R-RASHI-DEAD-FEMALE(DSR-I,WS-RASHI-IDX)
                      RECV01-DS-R-RASHI-DEAD-OTHER(DSR-I,WS-RASHI-IDX)
                      TO WS-CRC-VALUE
                 END-PERFORM
              END-PERFORM
              ADD RECV01-DS-R-S-TOTAL-CP RECV01-DS-R-S-TALIVE-CP
                  RECV01-DS-R-INTERVAL-VAL RECV01-DS-R-LEN
                  RECV01-DS-R-S-UNKNOWN-NOBD
                  TO WS-CRC-VALUE
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH VALIDATE DS RECORD - SAME TWO RULES AS NCITIZEN:
      *    A SANE INTERVAL COUNT AND A MATCHING CHECKSUM
      ******************************************************************
       PARA-VALIDATE-DS-RECORD.
           MOVE 'Y' TO WS-CRC-VALID-SW
           IF RECV01-DS-R-LEN < 1 OR RECV01-DS-R-LEN > 120 THEN
              MOVE 'N' TO WS-CRC-VALID-SW
              DISPLAY 'WARNING: SKIPPING NCLOGR RECORD - BAD ',
              'RECV01-DS-R-LEN=', RECV01-DS-R-LEN
           ELSE
              IF WS-CRC-VALUE NOT = RECV01-DS-R-CRC THEN
                 MOVE 'N' TO WS-CRC-VALID-SW
                 DISPLAY 'WARNING: SKIPPING NCLOGR RECORD ',
                 RECV01-DS-R-USER, ' ', RECV01-DS-R-START-DATE,
                 ' - CRC MISMATCH. EXPECTED=', RECV01-DS-R-CRC,
                 ' COMPUTED=', WS-CRC-VALUE
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH ORPHAN LOCKS - MODES 'L' AND 'R'. EVERY LOCK INTO
      *    WS-LK-TAB, THEN WHAT NCAUDIT AND NCACTIVE SAY ABOUT ITS
      *    OWNER, THEN THE LISTING AND (MODE 'R') THE RELEASES
      ******************************************************************
       PARA-ORPHAN-LOCKS.
           OPEN I-O RECLOCK
           IF WS-FS-LOCK NOT = '00' THEN
              DISPLAY 'ERROR:   CANNOT OPEN NCRLOCK. FS=', WS-FS-LOCK
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM PARA-LOAD-LOCKS
              PERFORM PARA-CHECK-AUDIT
              PERFORM PARA-CHECK-ACTIVE
              DISPLAY WS-HLINE
              DISPLAY ' NCRLOCK RUN LOCKS - ', WS-LK-CNT, ' HELD'
              DISPLAY ' USER     START DATE  QUAL RG MODE TIME     ',
                 'STATE'
              PERFORM PARA-JUDGE-LOCK
                 VARYING WS-LK FROM 1 BY 1 UNTIL WS-LK > WS-LK-CNT
              IF NOT WS-ACT-CHECKED THEN
                 DISPLAY ' NO NCACTIVE LIST - ONLY THE AUDIT TEST WAS ',
                    'MADE'
              END-IF
              DISPLAY ' ORPHANED ', WS-ORPHAN-CNT,
                 '  RELEASED ', WS-RELEASED-CNT,
                 '  KEPT ', WS-KEPT-CNT
              DISPLAY WS-HLINE
              CLOSE RECLOCK
              IF WS-ORPHAN-CNT > WS-RELEASED-CNT THEN
                 MOVE 'NCRV003E ORPHANED RUN LOCKS LEFT IN NCRLOCK - SEE
      -            ' SYSOUT' TO WS-WTO-LINE
                 PERFORM PARA-WTO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           EXIT.
      ******************************************************************
       PARA-LOAD-LOCKS.
           MOVE LOW-VALUES TO RECV01-LOCK-KEY
           START RECLOCK KEY IS NOT LESS THAN RECV01-LOCK-KEY
           END-START
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-FS-LOCK NOT = '00' THEN
              MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
              READ RECLOCK NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF-FLAG
                 NOT AT END
                    IF WS-LK-CNT NOT < WS-LK-MAX THEN
                       DISPLAY 'WARNING: MORE THAN ', WS-LK-MAX,
                          ' RUN LOCKS - THE REST ARE NOT JUDGED'
                       MOVE 'Y' TO WS-EOF-FLAG
                    ELSE
                       ADD 1 TO WS-LK-CNT
                       MOVE RECV01-LOCK-KEY  TO WS-LK-KEY(WS-LK-CNT)
                       MOVE RECV01-LOCK-MODE TO WS-LK-MODE(WS-LK-CNT)
                       MOVE RECV01-LOCK-TIME TO WS-LK-TIME(WS-LK-CNT)
                       MOVE 'N' TO WS-LK-AUDITED(WS-LK-CNT)
                                   WS-LK-ACTIVE(WS-LK-CNT)
                                   WS-LK-ORPHAN(WS-LK-CNT)
                       MOVE SPACES TO WS-LK-OUTCOME(WS-LK-CNT)
                    END-IF
              END-READ
           END-PERFORM
           EXIT.
      ******************************************************************
      *    PARAGRAPH CHECK AUDIT - A LOCK WHOSE USER, START DATE AND
      *    MODE HAVE AN NCAUDIT RECORD BELONGS TO A RUN THAT ENDED.
      *    RC 10 IS A RUN REFUSED BY THAT VERY LOCK - NO EVIDENCE
      ******************************************************************
       PARA-CHECK-AUDIT.
           IF WS-LK-CNT > ZERO THEN
              OPEN INPUT RECAUDIT
              IF WS-FS-AUD = '00' THEN
                 MOVE 'N' TO WS-EOF-FLAG
                 PERFORM UNTIL WS-EOF-FLAG = 'Y'
                    READ RECAUDIT
                       AT END
                          MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                          IF RECV01-AUDIT-RETURN-CODE NOT = 10 THEN
                             PERFORM VARYING WS-LK FROM 1 BY 1
                                UNTIL WS-LK > WS-LK-CNT
                                IF WS-LK-USER(WS-LK) =
                                   RECV01-AUDIT-USER AND
                                   WS-LK-START-DATE(WS-LK) =
                                   RECV01-AUDIT-START-DATE AND
                                   WS-LK-MODE(WS-LK) =
                                   RECV01-AUDIT-MODE THEN
                                   MOVE 'Y' TO WS-LK-AUDITED(WS-LK)
                                END-IF
                             END-PERFORM
                          END-IF
                    END-READ
                 END-PERFORM
              ELSE
                 DISPLAY 'WARNING: NO NCAUDIT (FS=', WS-FS-AUD,
                    ') - THE AUDIT TEST WAS NOT MADE'
              END-IF
              CLOSE RECAUDIT
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH CHECK ACTIVE - NCACTIVE NAMES THE USERS WITH A
      *    SWEEP JOB IN EXECUTION. AN EMPTY (OR DUMMY) LIST SAYS NONE
      *    IS; NO DD AT ALL MEANS NOBODY LOOKED
      ******************************************************************
       PARA-CHECK-ACTIVE.
           OPEN INPUT RECACTV
           IF WS-FS-ACT = '00' THEN
              MOVE 'Y' TO WS-ACT-SW
              MOVE 'N' TO WS-EOF-FLAG
              PERFORM UNTIL WS-EOF-FLAG = 'Y'
                 READ RECACTV
                    AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                    NOT AT END
                       IF ACTV-R(1:1) NOT = '*' AND
                          ACTV-USER NOT = SPACES THEN
                          PERFORM VARYING WS-LK FROM 1 BY 1
                             UNTIL WS-LK > WS-LK-CNT
                             IF WS-LK-USER(WS-LK) = ACTV-USER THEN
                                MOVE 'Y' TO WS-LK-ACTIVE(WS-LK)
                             END-IF
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE RECACTV
           EXIT.
      ******************************************************************
      *    PARAGRAPH JUDGE LOCK - ONE LISTING LINE; IN MODE 'R' AN
      *    ORPHAN IS PUT TO THE OPERATOR AND DELETED ON REPLY Y
      ******************************************************************
       PARA-JUDGE-LOCK.
           MOVE SPACES TO WS-WHY
           EVALUATE TRUE
              WHEN WS-LK-AUDITED(WS-LK) = 'Y' AND
                   WS-LK-ACTIVE(WS-LK) = 'Y'
                 MOVE 'Y' TO WS-LK-ORPHAN(WS-LK)
                 MOVE 'RUN AUDITED - USER STILL ACTIVE' TO WS-WHY
              WHEN WS-LK-AUDITED(WS-LK) = 'Y'
                 MOVE 'Y' TO WS-LK-ORPHAN(WS-LK)
                 MOVE 'RUN ALREADY AUDITED' TO WS-WHY
              WHEN WS-ACT-CHECKED AND WS-LK-ACTIVE(WS-LK) = 'N'
                 MOVE 'Y' TO WS-LK-ORPHAN(WS-LK)
                 MOVE 'NO ACTIVE JOB FOR THE USER' TO WS-WHY
              WHEN OTHER
                 MOVE 'HELD BY A LIVE RUN' TO WS-WHY
           END-EVALUATE
           IF WS-LK-ORPHAN(WS-LK) = 'Y' THEN
              ADD 1 TO WS-ORPHAN-CNT
              IF WS-PGM-RELEASE THEN
                 PERFORM PARA-ASK-RELEASE
              ELSE
                 MOVE 'LISTED' TO WS-LK-OUTCOME(WS-LK)
              END-IF
           END-IF
           DISPLAY ' ', WS-LK-USER(WS-LK), ' ',
              WS-LK-START-DATE(WS-LK), ' ', WS-LK-QUAL(WS-LK), '  ',
              WS-LK-REGION(WS-LK), ' ', WS-LK-MODE(WS-LK), '   ',
              WS-LK-TIME(WS-LK), ' ', WS-WHY, ' ',
              WS-LK-OUTCOME(WS-LK)
           EXIT.
      ******************************************************************
      *    PARAGRAPH ASK RELEASE - NCRV002A ON THE CONSOLE AND THE
      *    OPERATOR'S REPLY. ONLY Y RELEASES; ANYTHING ELSE KEEPS
      ******************************************************************
       PARA-ASK-RELEASE.
           STRING 'NCRV002A RELEASE RUN LOCK ' WS-LK-USER(WS-LK) ' '
              WS-LK-START-DATE(WS-LK) ' ' WS-LK-QUAL(WS-LK) ' '
              WS-LK-REGION(WS-LK) ' ' WS-LK-MODE(WS-LK) ' '
              WS-LK-TIME(WS-LK) ' (' WS-WHY ') - REPLY Y OR N'
              DELIMITED BY SIZE INTO WS-WTO-LINE
           END-STRING
           PERFORM PARA-WTO
           MOVE SPACE TO WS-REPLY
           ACCEPT WS-REPLY FROM OPERATOR-CONSOLE
           IF WS-REPLY = 'Y' THEN
              MOVE WS-LK-KEY(WS-LK) TO RECV01-LOCK-KEY
              DELETE RECLOCK RECORD
              END-DELETE
              IF WS-FS-LOCK = '00' THEN
                 ADD 1 TO WS-RELEASED-CNT
                 MOVE 'RELEASED' TO WS-LK-OUTCOME(WS-LK)
              ELSE
                 ADD 1 TO WS-KEPT-CNT
                 MOVE 'FAILED' TO WS-LK-OUTCOME(WS-LK)
                 DISPLAY 'WARNING: RUN LOCK ', WS-LK-KEY(WS-LK),
                    ' NOT RELEASED. FS=', WS-FS-LOCK
              END-IF
           ELSE
              ADD 1 TO WS-KEPT-CNT
              MOVE 'KEPT' TO WS-LK-OUTCOME(WS-LK)
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH WRITE AUDIT - ONE NCAUDIT RECORD EVERY
      *    INVOCATION UNDER MODE 'RV', SAME FIRST-RUN FALLBACK AS
      *    NCITIZEN'S PARA-WRITE-AUDIT
      ******************************************************************
       PARA-WRITE-AUDIT.
           MOVE SPACES                 TO RECV01-AUDIT-R
           ACCEPT WS-AUD-DATE           FROM DATE YYYYMMDD
           ACCEPT RECV01-AUDIT-USER     FROM USERNAME
           MOVE WS-AUD-DATE             TO RECV01-AUDIT-START-DATE
           MOVE 'RV'                    TO RECV01-AUDIT-MODE
           MOVE ZERO                    TO RECV01-AUDIT-INTERVAL-VAL
           MOVE RETURN-CODE             TO RECV01-AUDIT-RETURN-CODE
           MOVE ZERO                    TO RECV01-AUDIT-SQLCODE
           OPEN EXTEND RECAUDIT
           EVALUATE WS-FS-AUD
              WHEN '05'         *> DS DOES NOT EXIST, CREATING NEW DS
              WHEN '35'
                 CLOSE RECAUDIT
                 OPEN OUTPUT RECAUDIT
           END-EVALUATE
           WRITE RECV01-AUDIT-R
           END-WRITE
           CLOSE RECAUDIT
           EXIT.
