       IDENTIFICATION DIVISION.
       PROGRAM-ID. NCTSTREF.
      ******************************************************************
      *                      NAKSHATRA CITIZEN
      *                      (VEDIC ASTROLOGY)
      *                      TEST DATA REFRESH - MASKED OR SYNTHETIC
      ******************************************************************
      *    ABOUT
      *          TESTING NCITIZEN, NCDQAUDT OR NCEXTMCH NEEDS A
      *          CITIZENS TABLE OF REALISTIC SIZE AND SHAPE, AND THE
      *          ONLY SUCH TABLE IS PRODUCTION - REAL PERSONAL DATA.
      *          THIS PGM BUILDS THE TEST SUBSYSTEM'S COPY WITHOUT
      *          IT, IN ONE OF TWO WAYS, THROUGH ONE FIXED-LAYOUT
      *          EXTRACT (NCTSTX):
      *
      *          'U' MASKED UNLOAD - RUNS AGAINST PRODUCTION AND
      *              COPIES CITIZENS, CITIZENS_HIST AND CITIZENS_REL
      *              TO NCTSTX WITH
      *              - NAME REPLACED BY A MADE-UP GIVEN NAME, INITIAL
      *                AND SURNAME AND BPLACE BY A MADE-UP PLACE,
      *                BOTH CHOSEN BY A KEYED HASH OF THE ORIGINAL
      *                VALUE: THE SAME NAME OR PLACE GETS THE SAME
      *                REPLACEMENT ON EVERY ROW, IN THE HISTORY
      *                IMAGES TOO, SO NCDUPDET AND NCDQAUDT STILL
      *                SEE THE SAME DUPLICATES AND THE SAME GAPS
      *              - BDATE MOVED TO ANOTHER DAY OF THE SAME YEAR
      *                THAT FALLS IN THE SAME NAKSHATRA, PADA AND
      *                RASHI (AND IS A BOUNDARY DAY IF THE REAL ONE
      *                WAS) UNDER THE NCNBND SET IN FORCE FOR THAT
      *                YEAR - EVERY DATE-CLASSIFIED CELL OF THE
      *                NCITIZEN STATISTICS COMES OUT THE SAME. THE
      *                DAY IS PICKED BY A KEYED HASH OF THE CITIZEN
      *                ID AND NEVER LIES AFTER TODAY
      *              - DDATE MOVED TO ANOTHER DAY OF THE SAME YEAR
      *                (AGE AT DEATH IS COUNTED IN WHOLE YEARS), NOT
      *                BEFORE THE MASKED BIRTH DATE AND NOT AFTER
      *                TODAY
      *              THE MASKING KEY MAKES THE REPLACEMENTS
      *              REPEATABLE FROM ONE REFRESH TO THE NEXT. IT IS
      *              READ FROM THE NCMASKK DD (AN ACCESS-CONTROLLED
      *              PRODUCTION MEMBER), NEVER FROM THE PARM, SO IT
      *              APPEARS IN NO JCL, JOB LOG OR SOURCE LIBRARY;
      *              ANYONE HOLDING IT COULD WORK THE COMMON NAMES
      *              BACK. A NEW KEY GIVES A NEW MASKING - THE NEXT
      *              REFRESH REPLACES THE WHOLE TEST COPY WITH IT.
      *              BTIME IS COPIED AS IT IS (A BIRTH TIME ALONE
      *              IDENTIFIES NOBODY); THE MOON POSITION IN NCEPHEM
      *              BELONGS TO THE REAL DATE, SO COMPARE A TEST
      *              SWEEP WITH A PRODUCTION SWEEP RUN WITHOUT THE
      *              NCEPHEM DD (ALL CITIZENS CLASSIFIED BY DATE).
      *
      *          'S' SYNTHETIC POPULATION - NO PERSONAL DATA AT ALL.
      *              READS THE LATEST VALID (LENGTH+CRC, NON-FRAGMENT)
      *              NCLOGR SNAPSHOT AND GENERATES THE REQUESTED
      *              NUMBER OF CITIZENS SPREAD OVER ITS INTERVAL x
      *              NAKSHATRA x ALIVE/DEAD x GENDER CELLS IN
      *              PROPORTION TO THEIR COUNTS (LARGEST-SHARE
      *              ROUNDING, SO THE TOTAL IS EXACT). BIRTH YEAR IS
      *              DRAWN WITHIN THE INTERVAL'S AGE BAND, BIRTH DAY
      *              WITHIN THE NAKSHATRA UNDER THE NCNBND SET FOR
      *              THAT YEAR; THE DEAD GET A DEATH YEAR WHOSE AGE
      *              AT DEATH AVERAGES THE CELL'S N-DAGE-SUM /
      *              N-DAGE-CNT (THE SNAPSHOT HOLDS NO SPREAD, SO THE
      *              AGE IS DRAWN EVENLY ROUND THAT MEAN). THE
      *              POPULATION IS DATED AS OF THE SNAPSHOT DAY:
      *              SWEEP IT WITH THAT AS-OF DATE IN THE NCITIZEN
      *              PARM. NAMES AND PLACES COME FROM THE SAME LISTS
      *              AS THE MASKING, BY GENDER; NO BIRTH TIMES, NO
      *              HISTORY, NO RELATIONSHIPS. THE SEED IN THE PARM
      *              MAKES A RUN REPEATABLE. EVERYONE GETS THE
      *              SNAPSHOT'S REGION ('00' UNASSIGNED FOR A
      *              NATIONAL SNAPSHOT).
      *
      *          'L' LOAD - RUNS AGAINST THE TEST SUBSYSTEM ONLY
      *              (REFUSED WHEN CURRENT SERVER IS THE PRODUCTION
      *              LOCATION). CHECKS THE EXTRACT'S HEADER AND
      *              TRAILER COUNTS, EMPTIES THE TEST CITIZENS_REL,
      *              CITIZENS_PEND, CITIZENS_HIST AND CITIZENS, THEN
      *              INSERTS THE EXTRACT. CITIZEN_ID IS GENERATED
      *              ALWAYS, SO EVERY ROW GETS A NEW ID; THE OLD-TO-
      *              NEW PAIRS GO TO THE NCIDMAP KSDS IN THE FIRST
      *              PASS AND A SECOND PASS SETS MERGED_INTO AND
      *              WRITES THE HISTORY (ORIGINAL CHG_TS KEPT) AND
      *              RELATIONSHIP ROWS THROUGH IT. HISTORY OR LINKS
      *              WHOSE CITIZEN IS NOT ON THE EXTRACT ARE COUNTED
      *              AND LEFT OUT. WITHOUT 'CONFIRM' IN THE PARM THE
      *              EXTRACT IS ONLY CHECKED AND NOTHING IS TOUCHED.
      *
      *          THE 'U' EXTRACT STILL HOLDS THE REAL IDS, BIRTH
      *          YEARS AND GENDERS - KEEP IT UNDER PRODUCTION ACCESS
      *          RULES. ONLY WHAT 'L' WRITES BELONGS TO TEST.
      *
      *    NCTSTX RECORD LAYOUT (FB 250) - POS 1 TYPE, POS 2-10 ID
      *          H  HEADER   11 SOURCE U/S, 12-19 RUN DATE, 20-29
      *                      AS-OF YYYY-MM-DD, 30-37 SNAPSHOT USER
      *          C  CITIZEN  11-90 IMAGE, 91-99 MERGED_INTO, 100-101
      *                      REGION (SPACES ON AN OLDER EXTRACT = '00')
      *          Y  HISTORY  11-36 CHG_TS, 37-44 CHG_USER, 45 ORIGIN,
      *                      46-47 MODE, 48-127 OLD IMAGE, 128-207
      *                      NEW IMAGE, 208-216 MERGE_ID, 217-224
      *                      APPR_USER, 225-226 OLD_REGION, 227-228
      *                      NEW_REGION
      *          R  RELATION 11-19 MOTHER_ID, 20-28 FATHER_ID, 29-54
      *                      CHG_TS, 55-62 CHG_USER
      *          T  TRAILER  11-19 C COUNT, 20-28 Y COUNT, 29-37 R
      *                      COUNT
      *          IMAGE (80): BDATE YYYY-MM-DD, GENDER, ALIVE, DDATE
      *          YYYY-MM-DD, NAME(30), BPLACE(20), BTIME HH.MM.SS.
      *          SPACES = NULL, ZERO ID = NULL
      *
      ******************************************************************
      *          COPYRIGHT:  GNU GPLV3 LICENSE 2023
      *          AUTHOR:     PRZEMYSLAW ADAM KUPISZ
      *          VERSION:    ALPHA
      *
      *    ARGUMENTS FROM JCL
      *    POS 1     FUNCTION 'U'=MASKED UNLOAD, 'S'=SYNTHETIC,
      *              'L'=LOAD INTO THE TEST SUBSYSTEM
      *    'U' NOTHING MORE - THE MASKING KEY IS POS 1-16 OF THE
      *        FIRST NON-COMMENT RECORD ON NCMASKK; A PARM CARRYING
      *        ANYTHING AFTER THE 'U' IS REFUSED
      *    'S' POS 3-11  POPULATION SIZE NNNNNNNNN - REQUIRED
      *        POS 13-21 SEED NNNNNNNNN (DEFAULT 000000001)
      *    'L' POS 3-5   COMMIT EVERY N ROWS (DEFAULT 500)
      *        POS 7-13  'CONFIRM' - REQUIRED BEFORE ANY ROW IS
      *                  DELETED OR INSERTED
      *    EXAMPLES
      *       PARM='U'
      *       PARM='S,000250000,000004711'
      *       PARM='L,500'              CHECK THE EXTRACT ONLY
      *       PARM='L,500,CONFIRM'      REPLACE THE TEST TABLES
      *
      *    RETURN CODES
      *          0 - EXTRACT WRITTEN / TEST TABLES LOADED
      *          4 - 'U': BIRTH DATES THAT HAD NO OTHER DAY IN THEIR
      *              CLASS WERE LEFT AS THEY ARE (LISTED ON SYSOUT
      *              BY COUNT ONLY); 'S': PEOPLE THAT COULD NOT BE
      *              PLACED; 'L': CHECK-ONLY RUN, OR ORPHAN HISTORY
      *              OR LINK ROWS LEFT OUT
      *          8 - BAD PARM, NO VALID SNAPSHOT, BAD EXTRACT, LOAD
      *              REFUSED ON PRODUCTION, OR DB2 ERROR
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE EFFECTIVE-DATED BOUNDARY CONTROL DATA, SAME DD AND
      *    LAYOUT AS NCITIZEN'S - 'U' AND 'S' ONLY
           SELECT RECNBND ASSIGN TO NCNBND
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-NBND.
      *    THE MASKING KEY - 'U' ONLY
           SELECT RECMASKK ASSIGN TO NCMASKK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-MASKK.
      *    NCLOGW GENERATION(S) TO TAKE THE SNAPSHOT FROM - 'S' ONLY
           SELECT RECLOGR ASSIGN TO NCLOGR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-R.
      *    THE REFRESH EXTRACT - WRITTEN BY 'U'/'S', READ BY 'L'
           SELECT RECTSTX ASSIGN TO NCTSTX
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-TSTX.
      *    OLD-TO-NEW CITIZEN_ID MAP - 'L' ONLY, FRESHLY DEFINED
      *    EMPTY BY THE STEP BEFORE
           SELECT RECIDMAP ASSIGN TO NCIDMAP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IDMAP-OLD-ID
           FILE STATUS IS WS-FS-IDMAP.
       DATA DIVISION.
       FILE SECTION.
      *    SAME COLUMNS AS NCITIZEN'S RECV01-NBND-R
       FD RECNBND
           RECORDING MODE IS F.
       01 RECV01-NBND-R.
        05 RECV01-NBND-FROM-YEAR      PIC   9(4).
        05 FILLER                     PIC   X.
        05 RECV01-NBND-TO-YEAR        PIC   9(4).
        05 FILLER                     PIC   X.
        05 RECV01-NBND-SEQ            PIC   9(2).
        05 FILLER                     PIC   X.
        05 RECV01-NBND-NAME           PIC   X(16).
        05 FILLER                     PIC   X.
        05 RECV01-NBND-LOW            PIC   9(4).
        05 FILLER                     PIC   X.
        05 RECV01-NBND-HIGH           PIC   9(4).
        05 FILLER                     PIC   X.
        05 RECV01-NBND-LOW2           PIC   9(4).
        05 FILLER                     PIC   X.
        05 RECV01-NBND-HIGH2          PIC   9(4).
        05 FILLER                     PIC   X.
        05 RECV01-NBND-BOUND          PIC   9(4).
        05 FILLER                     PIC   X(26).
      ******************************************************************
      *    ONE 80-BYTE CARD, KEY IN POS 1-16; '*' IN POS 1 = COMMENT
       FD RECMASKK
           RECORDING MODE IS F.
       01 MASKK-R.
        05 MASKK-KEY                  PIC   X(16).
        05 FILLER                     PIC   X(64).
      ******************************************************************
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
       FD RECTSTX
           RECORDING MODE IS F.
       01 TSTX-R                      PIC   X(250).
      ******************************************************************
       FD RECIDMAP.
       01 IDMAP-R.
        05 IDMAP-OLD-ID               PIC   9(9).
        05 FILLER                     PIC   X.
        05 IDMAP-NEW-ID               PIC   9(9).
        05 FILLER                     PIC   X(61).
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
        05 WS-QSERVER           PIC   X(16).
        05 WS-QNEW-ID           PIC   S9(9) COMP-5.
      *    CITIZEN ROW (CRSC) AND ITS INSERT
        05 WS-QC-ID             PIC   S9(9) COMP-5.
        05 WS-QC-MERGED         PIC   S9(9) COMP-5.
        05 WS-QC-MERGED-IND     PIC   S9(4) COMP-5.
        05 WS-QC-REGION         PIC   XX.
      *    HISTORY ROW (CRSH) AND ITS INSERT
        05 WS-QH-ID             PIC   S9(9) COMP-5.
        05 WS-QH-TS             PIC   X(26).
        05 WS-QH-USER           PIC   X(8).
        05 WS-QH-ORIGIN         PIC   X.
        05 WS-QH-MODE           PIC   X(2).
        05 WS-QH-MERGE-ID       PIC   S9(9) COMP-5.
        05 WS-QH-APPR           PIC   X(8).
        05 WS-QH-ORIGIN-IND     PIC   S9(4) COMP-5.
        05 WS-QH-MERGE-IND      PIC   S9(4) COMP-5.
        05 WS-QH-APPR-IND       PIC   S9(4) COMP-5.
        05 WS-QH-OREG           PIC   XX.
        05 WS-QH-NREG           PIC   XX.
        05 WS-QH-OREG-IND       PIC   S9(4) COMP-5.
        05 WS-QH-NREG-IND       PIC   S9(4) COMP-5.
      *    RELATIONSHIP ROW (CRSR) AND ITS INSERT
        05 WS-QR-ID             PIC   S9(9) COMP-5.
        05 WS-QR-MOTHER         PIC   S9(9) COMP-5.
        05 WS-QR-FATHER         PIC   S9(9) COMP-5.
        05 WS-QR-TS             PIC   X(26).
        05 WS-QR-USER           PIC   X(8).
        05 WS-QR-MOTHER-IND     PIC   S9(4) COMP-5.
        05 WS-QR-FATHER-IND     PIC   S9(4) COMP-5.
      *    THE PERSON COLUMNS - THE CITIZENS ROW OR A HISTORY BEFORE
      *    IMAGE (WS-QO-) AND A HISTORY AFTER IMAGE (WS-QN-). DATES
      *    AND TIME FORCED TO ISO AS IN NCPITREC
        05 WS-QO-BDATE          PIC   X(10).
        05 WS-QO-GENDER         PIC   9.
        05 WS-QO-ALIVE          PIC   9.
        05 WS-QO-DDATE          PIC   X(10).
        05 WS-QO-NAME           PIC   X(30).
        05 WS-QO-BPLACE         PIC   X(20).
        05 WS-QO-BTIME          PIC   X(8).
        05 WS-QO-BDATE-IND      PIC   S9(4) COMP-5.
        05 WS-QO-GENDER-IND     PIC   S9(4) COMP-5.
        05 WS-QO-ALIVE-IND      PIC   S9(4) COMP-5.
        05 WS-QO-DDATE-IND      PIC   S9(4) COMP-5.
        05 WS-QO-NAME-IND       PIC   S9(4) COMP-5.
        05 WS-QO-BPLACE-IND     PIC   S9(4) COMP-5.
        05 WS-QO-BTIME-IND      PIC   S9(4) COMP-5.
        05 WS-QN-BDATE          PIC   X(10).
        05 WS-QN-GENDER         PIC   9.
        05 WS-QN-ALIVE          PIC   9.
        05 WS-QN-DDATE          PIC   X(10).
        05 WS-QN-NAME           PIC   X(30).
        05 WS-QN-BPLACE         PIC   X(20).
        05 WS-QN-BTIME          PIC   X(8).
        05 WS-QN-BDATE-IND      PIC   S9(4) COMP-5.
        05 WS-QN-GENDER-IND     PIC   S9(4) COMP-5.
        05 WS-QN-ALIVE-IND      PIC   S9(4) COMP-5.
        05 WS-QN-DDATE-IND      PIC   S9(4) COMP-5.
        05 WS-QN-NAME-IND       PIC   S9(4) COMP-5.
        05 WS-QN-BPLACE-IND     PIC   S9(4) COMP-5.
        05 WS-QN-BTIME-IND      PIC   S9(4) COMP-5.
           EXEC SQL END DECLARE SECTION
           END-EXEC.
      ******************************************************************
      *    EVERY CITIZENS ROW, MERGED ONES TOO, IN ID ORDER (THE
      *    LOAD WRITES NCIDMAP IN THIS ORDER)
           EXEC SQL
              DECLARE CRSC CURSOR FOR
              SELECT
              CITIZEN_ID,
              CHAR(BDATE, ISO),
              GENDER,
              ALIVE,
              CHAR(DDATE, ISO),
              NAME,
              BPLACE,
              CHAR(BTIME, ISO),
              MERGED_INTO,
              REGION
              FROM CITIZENS
              ORDER BY CITIZEN_ID
              FOR FETCH ONLY
           END-EXEC.
      ******************************************************************
      *    EVERY CHANGE-HISTORY ROW, BOTH IMAGES, OLDEST FIRST
           EXEC SQL
              DECLARE CRSH CURSOR FOR
              SELECT
              CITIZEN_ID,
              CHAR(CHG_TS),
              CHG_USER,
              CHG_ORIGIN,
              CHG_MODE,
              CHAR(OLD_BDATE, ISO),
              OLD_GENDER,
              OLD_ALIVE,
              CHAR(OLD_DDATE, ISO),
              OLD_NAME,
              OLD_BPLACE,
              CHAR(OLD_BTIME, ISO),
              CHAR(NEW_BDATE, ISO),
              NEW_GENDER,
              NEW_ALIVE,
              CHAR(NEW_DDATE, ISO),
              NEW_NAME,
              NEW_BPLACE,
              CHAR(NEW_BTIME, ISO),
              MERGE_ID,
              APPR_USER,
              OLD_REGION,
              NEW_REGION
              FROM CITIZENS_HIST
              ORDER BY CITIZEN_ID, CHG_TS
              FOR FETCH ONLY
           END-EXEC.
      ******************************************************************
      *    EVERY PARENT/CHILD LINK
           EXEC SQL
              DECLARE CRSR CURSOR FOR
              SELECT
              CITIZEN_ID,
              MOTHER_ID,
              FATHER_ID,
              CHAR(CHG_TS),
              CHG_USER
              FROM CITIZENS_REL
              ORDER BY CITIZEN_ID
              FOR FETCH ONLY
           END-EXEC.
      ******************************************************************
      *  END OF SQL VARIABLES & STRUCTURES
      ******************************************************************
      *    THE PARM, SLICED AT FIXED POSITIONS LIKE EVERY OTHER
      *    PROGRAM IN THE SUITE
      ******************************************************************
       01 WS-PGM-INPUT.
        05 WS-PGM-FUNCTION    PIC   X VALUE SPACE.
        05 WS-PGM-KEY         PIC   X(16) VALUE SPACES.
        05 WS-PGM-SIZE        PIC   9(9) VALUE ZERO.
        05 WS-PGM-SEED        PIC   9(9) VALUE 1.
        05 WS-PGM-COMMIT-EVERY PIC  S9(3) VALUE 500.
        05 WS-PGM-LIVE-SW     PIC   X VALUE 'N'.
           88 WS-PGM-LIVE-RUN     VALUE 'Y'.
      *    LOCATION NAME OF THE PRODUCTION SUBSYSTEM - 'L' REFUSES
      *    TO RUN WHEN CURRENT SERVER IS THIS ONE
       01 WS-PROD-LOCATION    PIC   X(16) VALUE 'DSN1'.
      ******************************************************************
      *    EFFECTIVE-DATED BOUNDARY SETS - SAME SHAPE AND LOAD RULES
      *    AS NCITIZEN'S WS-NBND-CONTROL (KEPT IN STEP BY HAND, LIKE
      *    NCRETNPG'S COPY). THE ACTIVE SET IS COPIED TO
      *    WS-NTAB-LOOKUP FOR PARA-FIND-NAKSHATRA
      ******************************************************************
       01 WS-NBND-CONTROL.
        05 WS-NBND-SET-CNT   PIC   S9(3) COMP-5 VALUE ZERO.
        05 WS-NBND-ACTIVE    PIC   S9(3) COMP-5 VALUE ZERO.
        05 WS-NBND-TARGET-YEAR PIC 9(4).
        05 WS-NBND-IDX       PIC   S9(3) COMP-5.
        05 WS-NBND-FOUND     PIC   S9(3) COMP-5.
        05 WS-NBND-DIST      PIC   S9(5) COMP-5.
        05 WS-NBND-BEST-DIST PIC   S9(5) COMP-5.
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
       01 WS-NTAB-LOOKUP.
        05 WS-NTAB-ENTRY OCCURS 27 TIMES INDEXED BY INX-NTAB, INX-N.
         10 WS-NTAB-NAME               PIC   X(16).
         10 WS-NTAB-MD-LOW             PIC   9(4).
         10 WS-NTAB-MD-HIGH            PIC   9(4).
         10 WS-NTAB-MD-LOW2            PIC   9(4).
         10 WS-NTAB-MD-HIGH2           PIC   9(4).
         10 WS-NTAB-MD-BOUND           PIC   9(4).
         10 WS-NTAB-START-DOY          PIC   S9(3) COMP-5.
         10 WS-NTAB-SPAN               PIC   S9(3) COMP-5.
      ******************************************************************
      *    RASHI MONTH-DAY BOUNDARIES - SAME FIXED TABLE AS
      *    NCITIZEN'S PARA-INIT-RTAB-LOOKUP (DHANU WRAPS THE YEAR)
      ******************************************************************
       01 WS-RTAB-LOOKUP.
        05 WS-RTAB-ENTRY OCCURS 12 TIMES.
         10 WS-RTAB-MD-LOW             PIC   9(4).
         10 WS-RTAB-MD-HIGH            PIC   9(4).
         10 WS-RTAB-MD-LOW2            PIC   9(4) VALUE ZERO.
         10 WS-RTAB-MD-HIGH2           PIC   9(4) VALUE ZERO.
      ******************************************************************
      *    DAY-OF-YEAR SCRATCH FIELDS - SAME NON-LEAP CONVENTION AS
      *    NCITIZEN'S PADA ARITHMETIC (29 FEB COUNTS AS 28 FEB)
      ******************************************************************
       01 WS-DOY-WORKAREA.
        05 WS-DOY-CUM        PIC   S9(3) COMP-5 OCCURS 12 TIMES.
        05 WS-MD-WORK        PIC   9(4).
        05 WS-DOY-WORK       PIC   S9(3) COMP-5.
        05 WS-DOY-MONTH      PIC   S9(3) COMP-5.
        05 WS-DOY-DAY        PIC   S9(3) COMP-5.
        05 WS-DOY-END        PIC   S9(3) COMP-5.
        05 WS-DOY-OFF        PIC   S9(3) COMP-5.
        05 WS-PADA-IDX       PIC   S9(3) COMP-5.
        05 WS-RASHI-IDX      PIC   S9(3) COMP-5.
      ******************************************************************
      *    DAY CLASSES PER BOUNDARY SET, BUILT THE FIRST TIME A SET
      *    IS NEEDED. CLASS CODE = NAKSHATRA x PADA x RASHI x
      *    BOUNDARY FLAG, 1-2592:
      *      (((N-1)*4 + (P-1))*12 + (R-1))*2 + NU + 1
      *    WS-DC-SORTED HOLDS THE 365 DAYS ORDERED BY CLASS, DAYS
      *    ASCENDING WITHIN A CLASS; A CLASS IS WS-DC-CNT DAYS FROM
      *    WS-DC-FIRST. A NAKSHATRA'S CODES ARE CONTIGUOUS, SO ITS
      *    DAYS ARE WS-DC-NCNT DAYS FROM WS-DC-NFIRST
      ******************************************************************
       01 WS-DAY-CLASS.
        05 WS-DC-SET OCCURS 8 TIMES.
         10 WS-DC-BUILT       PIC   X.
         10 WS-DC-CODE        PIC   S9(4) COMP-5 OCCURS 365 TIMES.
         10 WS-DC-SORTED      PIC   S9(4) COMP-5 OCCURS 365 TIMES.
         10 WS-DC-FIRST       PIC   S9(4) COMP-5 OCCURS 2592 TIMES.
         10 WS-DC-CNT         PIC   S9(4) COMP-5 OCCURS 2592 TIMES.
         10 WS-DC-NFIRST      PIC   S9(4) COMP-5 OCCURS 27 TIMES.
         10 WS-DC-NCNT        PIC   S9(4) COMP-5 OCCURS 27 TIMES.
        05 WS-DC-FILL         PIC   S9(4) COMP-5 OCCURS 2592 TIMES.
        05 WS-DC-D            PIC   S9(4) COMP-5.
        05 WS-DC-C            PIC   S9(4) COMP-5.
        05 WS-DC-N            PIC   S9(4) COMP-5.
        05 WS-DC-P            PIC   S9(4) COMP-5.
        05 WS-DC-R            PIC   S9(4) COMP-5.
        05 WS-DC-POS          PIC   S9(4) COMP-5.
        05 WS-DC-OFFSET       PIC   S9(4) COMP-5.
      ******************************************************************
      *    ONE DAY PICK (PARA-PICK-DAY): WS-MK-CNT DAYS OF
      *    WS-DC-SORTED FROM WS-MK-FIRST, ONLY THOSE UP TO
      *    WS-MK-LIMIT, THE WS-MK-DRAW'TH OF THEM (MODULO)
      ******************************************************************
       01 WS-MASK-WORK.
        05 WS-MK-FIRST        PIC   S9(4) COMP-5.
        05 WS-MK-CNT          PIC   S9(4) COMP-5.
        05 WS-MK-LIMIT        PIC   S9(4) COMP-5.
        05 WS-MK-AVAIL        PIC   S9(4) COMP-5.
        05 WS-MK-DRAW         PIC   S9(9) COMP-5.
        05 WS-MK-K            PIC   S9(9) COMP-5.
        05 WS-MK-Q            PIC   S9(9) COMP-5.
        05 WS-MK-IDX          PIC   S9(4) COMP-5.
        05 WS-MK-DOY          PIC   S9(4) COMP-5.
        05 WS-MK-DOY-NEW      PIC   S9(4) COMP-5.
        05 WS-MK-YEAR         PIC   9(4).
        05 WS-MK-MD           PIC   9(4).
        05 WS-MK-ISO          PIC   X(10).
      *    THE LATEST DAY ANY DATE MAY TAKE - TODAY FOR 'U', THE
      *    SNAPSHOT DAY FOR 'S'
        05 WS-LIMIT-ISO       PIC   X(10).
        05 WS-LIMIT-YEAR      PIC   9(4).
        05 WS-LIMIT-DOY       PIC   S9(4) COMP-5.
      ******************************************************************
      *    KEYED HASH (PARA-HASH-TEXT) - MULTIPLY-AND-ADD OVER THE
      *    BYTES OF WS-HT-TEXT, MODULO 2**31-1, STARTED FROM THE
      *    HASH OF THE MASKING KEY AND STIRRED BY TWO PARK-MILLER
      *    STEPS. ONE BYTE IS READ AS A NUMBER THROUGH WS-BYTE-NUM
      ******************************************************************
       01 WS-HASH-WORK.
        05 WS-HT-TEXT         PIC   X(30).
        05 WS-HT-LEN          PIC   S9(4) COMP-5.
        05 WS-HT-I            PIC   S9(4) COMP-5.
        05 WS-HT-H            PIC   S9(18) COMP-5.
        05 WS-HT-WORK         PIC   S9(18) COMP-5.
        05 WS-HT-Q            PIC   S9(18) COMP-5.
        05 WS-HT-ID-D         PIC   9(9).
        05 WS-KEY-HASH        PIC   S9(18) COMP-5 VALUE 7.
        05 WS-CIT-HASH        PIC   S9(18) COMP-5.
        05 WS-CIT-HASH2       PIC   S9(18) COMP-5.
       01 WS-BYTE-AREA.
        05 WS-BYTE-HI         PIC   X VALUE LOW-VALUE.
        05 WS-BYTE-LO         PIC   X.
       01 WS-BYTE-NUM REDEFINES WS-BYTE-AREA PIC 9(4) COMP.
      *    PARK-MILLER GENERATOR FOR 'S' - SEED*48271 MOD 2**31-1
       01 WS-RND-WORK.
        05 WS-RND-SEED        PIC   S9(18) COMP-5.
        05 WS-RND-PROD        PIC   S9(18) COMP-5.
        05 WS-RND-Q           PIC   S9(18) COMP-5.
      ******************************************************************
      *    REPLACEMENT NAMES AND PLACES. GIVEN NAMES 1-20 MALE,
      *    21-40 FEMALE (A MASKED NAME MAY TAKE EITHER)
      ******************************************************************
       01 WS-GNAMES.
        05 FILLER PIC X(10) VALUE 'ARJUN'.
        05 FILLER PIC X(10) VALUE 'RAVI'.
        05 FILLER PIC X(10) VALUE 'VIKRAM'.
        05 FILLER PIC X(10) VALUE 'ANAND'.
        05 FILLER PIC X(10) VALUE 'SURESH'.
        05 FILLER PIC X(10) VALUE 'RAHUL'.
        05 FILLER PIC X(10) VALUE 'KIRAN'.
        05 FILLER PIC X(10) VALUE 'MANOJ'.
        05 FILLER PIC X(10) VALUE 'DEEPAK'.
        05 FILLER PIC X(10) VALUE 'SANJAY'.
        05 FILLER PIC X(10) VALUE 'AMIT'.
        05 FILLER PIC X(10) VALUE 'RAJESH'.
        05 FILLER PIC X(10) VALUE 'VIJAY'.
        05 FILLER PIC X(10) VALUE 'ASHOK'.
        05 FILLER PIC X(10) VALUE 'NIKHIL'.
        05 FILLER PIC X(10) VALUE 'PRAKASH'.
        05 FILLER PIC X(10) VALUE 'GOPAL'.
        05 FILLER PIC X(10) VALUE 'HARI'.
        05 FILLER PIC X(10) VALUE 'MOHAN'.
        05 FILLER PIC X(10) VALUE 'TARUN'.
        05 FILLER PIC X(10) VALUE 'PRIYA'.
        05 FILLER PIC X(10) VALUE 'ANITA'.
        05 FILLER PIC X(10) VALUE 'KAVYA'.
        05 FILLER PIC X(10) VALUE 'MEERA'.
        05 FILLER PIC X(10) VALUE 'LAKSHMI'.
        05 FILLER PIC X(10) VALUE 'SUNITA'.
        05 FILLER PIC X(10) VALUE 'DIVYA'.
        05 FILLER PIC X(10) VALUE 'POOJA'.
        05 FILLER PIC X(10) VALUE 'NEHA'.
        05 FILLER PIC X(10) VALUE 'ASHA'.
        05 FILLER PIC X(10) VALUE 'REKHA'.
        05 FILLER PIC X(10) VALUE 'GEETA'.
        05 FILLER PIC X(10) VALUE 'RADHA'.
        05 FILLER PIC X(10) VALUE 'SITA'.
        05 FILLER PIC X(10) VALUE 'USHA'.
        05 FILLER PIC X(10) VALUE 'LATA'.
        05 FILLER PIC X(10) VALUE 'NISHA'.
        05 FILLER PIC X(10) VALUE 'SAVITRI'.
        05 FILLER PIC X(10) VALUE 'JYOTI'.
        05 FILLER PIC X(10) VALUE 'MAYA'.
       01 WS-GNAMES-R REDEFINES WS-GNAMES.
        05 WS-GNAME           PIC   X(10) OCCURS 40 TIMES.
       01 WS-SNAMES.
        05 FILLER PIC X(12) VALUE 'SHARMA'.
        05 FILLER PIC X(12) VALUE 'VERMA'.
        05 FILLER PIC X(12) VALUE 'GUPTA'.
        05 FILLER PIC X(12) VALUE 'IYER'.
        05 FILLER PIC X(12) VALUE 'NAIR'.
        05 FILLER PIC X(12) VALUE 'REDDY'.
        05 FILLER PIC X(12) VALUE 'RAO'.
        05 FILLER PIC X(12) VALUE 'PATEL'.
        05 FILLER PIC X(12) VALUE 'SHAH'.
        05 FILLER PIC X(12) VALUE 'MEHTA'.
        05 FILLER PIC X(12) VALUE 'JOSHI'.
        05 FILLER PIC X(12) VALUE 'KULKARNI'.
        05 FILLER PIC X(12) VALUE 'DESAI'.
        05 FILLER PIC X(12) VALUE 'PILLAI'.
        05 FILLER PIC X(12) VALUE 'MENON'.
        05 FILLER PIC X(12) VALUE 'BOSE'.
        05 FILLER PIC X(12) VALUE 'DAS'.
        05 FILLER PIC X(12) VALUE 'SEN'.
        05 FILLER PIC X(12) VALUE 'GHOSH'.
        05 FILLER PIC X(12) VALUE 'MUKHERJEE'.
        05 FILLER PIC X(12) VALUE 'BANERJEE'.
        05 FILLER PIC X(12) VALUE 'CHATTERJEE'.
        05 FILLER PIC X(12) VALUE 'SINGH'.
        05 FILLER PIC X(12) VALUE 'KAUR'.
        05 FILLER PIC X(12) VALUE 'CHOPRA'.
        05 FILLER PIC X(12) VALUE 'MALHOTRA'.
        05 FILLER PIC X(12) VALUE 'KAPOOR'.
        05 FILLER PIC X(12) VALUE 'KHANNA'.
        05 FILLER PIC X(12) VALUE 'SAXENA'.
        05 FILLER PIC X(12) VALUE 'TRIVEDI'.
        05 FILLER PIC X(12) VALUE 'PANDEY'.
        05 FILLER PIC X(12) VALUE 'MISHRA'.
        05 FILLER PIC X(12) VALUE 'TIWARI'.
        05 FILLER PIC X(12) VALUE 'DUBEY'.
        05 FILLER PIC X(12) VALUE 'CHAUHAN'.
        05 FILLER PIC X(12) VALUE 'RATHORE'.
        05 FILLER PIC X(12) VALUE 'NAIDU'.
        05 FILLER PIC X(12) VALUE 'HEGDE'.
        05 FILLER PIC X(12) VALUE 'SHETTY'.
        05 FILLER PIC X(12) VALUE 'KAMATH'.
       01 WS-SNAMES-R REDEFINES WS-SNAMES.
        05 WS-SNAME           PIC   X(12) OCCURS 40 TIMES.
       01 WS-PLACES.
        05 FILLER PIC X(20) VALUE 'MUMBAI'.
        05 FILLER PIC X(20) VALUE 'DELHI'.
        05 FILLER PIC X(20) VALUE 'KOLKATA'.
        05 FILLER PIC X(20) VALUE 'CHENNAI'.
        05 FILLER PIC X(20) VALUE 'BENGALURU'.
        05 FILLER PIC X(20) VALUE 'HYDERABAD'.
        05 FILLER PIC X(20) VALUE 'PUNE'.
        05 FILLER PIC X(20) VALUE 'AHMEDABAD'.
        05 FILLER PIC X(20) VALUE 'JAIPUR'.
        05 FILLER PIC X(20) VALUE 'LUCKNOW'.
        05 FILLER PIC X(20) VALUE 'KANPUR'.
        05 FILLER PIC X(20) VALUE 'NAGPUR'.
        05 FILLER PIC X(20) VALUE 'INDORE'.
        05 FILLER PIC X(20) VALUE 'BHOPAL'.
        05 FILLER PIC X(20) VALUE 'PATNA'.
        05 FILLER PIC X(20) VALUE 'VADODARA'.
        05 FILLER PIC X(20) VALUE 'LUDHIANA'.
        05 FILLER PIC X(20) VALUE 'AGRA'.
        05 FILLER PIC X(20) VALUE 'NASHIK'.
        05 FILLER PIC X(20) VALUE 'VARANASI'.
        05 FILLER PIC X(20) VALUE 'SRINAGAR'.
        05 FILLER PIC X(20) VALUE 'AMRITSAR'.
        05 FILLER PIC X(20) VALUE 'RANCHI'.
        05 FILLER PIC X(20) VALUE 'COIMBATORE'.
        05 FILLER PIC X(20) VALUE 'MADURAI'.
        05 FILLER PIC X(20) VALUE 'MYSURU'.
        05 FILLER PIC X(20) VALUE 'KOCHI'.
        05 FILLER PIC X(20) VALUE 'GUWAHATI'.
        05 FILLER PIC X(20) VALUE 'BHUBANESWAR'.
        05 FILLER PIC X(20) VALUE 'DEHRADUN'.
        05 FILLER PIC X(20) VALUE 'UDAIPUR'.
        05 FILLER PIC X(20) VALUE 'JODHPUR'.
        05 FILLER PIC X(20) VALUE 'GWALIOR'.
        05 FILLER PIC X(20) VALUE 'RAIPUR'.
        05 FILLER PIC X(20) VALUE 'SHIMLA'.
        05 FILLER PIC X(20) VALUE 'PANAJI'.
        05 FILLER PIC X(20) VALUE 'TIRUPATI'.
        05 FILLER PIC X(20) VALUE 'UJJAIN'.
        05 FILLER PIC X(20) VALUE 'HARIDWAR'.
        05 FILLER PIC X(20) VALUE 'MANGALURU'.
       01 WS-PLACES-R REDEFINES WS-PLACES.
        05 WS-PLACE           PIC   X(20) OCCURS 40 TIMES.
       01 WS-ALPHABET         PIC   X(26)
                              VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-NM-WORK.
        05 WS-NM-GIVEN        PIC   S9(4) COMP-5.
        05 WS-NM-INITIAL      PIC   S9(4) COMP-5.
        05 WS-NM-SURNAME      PIC   S9(4) COMP-5.
        05 WS-NM-PLACE        PIC   S9(4) COMP-5.
        05 WS-NM-REST         PIC   S9(18) COMP-5.
      ******************************************************************
      *    ONE PERSON AS THE EXTRACT CARRIES IT - SPACES = NULL
      ******************************************************************
       01 WS-IMG.
        05 WS-IMG-BDATE       PIC   X(10).
        05 WS-IMG-GENDER      PIC   X.
        05 WS-IMG-ALIVE       PIC   X.
        05 WS-IMG-DDATE       PIC   X(10).
        05 WS-IMG-NAME        PIC   X(30).
        05 WS-IMG-BPLACE      PIC   X(20).
        05 WS-IMG-BTIME       PIC   X(8).
      ******************************************************************
      *    THE NCTSTX RECORD - SEE THE LAYOUT IN THE HEADER
      ******************************************************************
       01 WS-TX-REC.
        05 WS-TX-TYPE         PIC   X.
        05 WS-TX-ID           PIC   9(9).
        05 WS-TX-BODY         PIC   X(240).
       01 WS-TX-HDR REDEFINES WS-TX-REC.
        05 FILLER             PIC   X(10).
        05 WS-TX-H-SOURCE     PIC   X.
        05 WS-TX-H-RUN-DATE   PIC   X(8).
        05 WS-TX-H-ASOF       PIC   X(10).
        05 WS-TX-H-SNAP-USER  PIC   X(8).
        05 FILLER             PIC   X(213).
       01 WS-TX-CIT REDEFINES WS-TX-REC.
        05 FILLER             PIC   X(10).
        05 WS-TX-C-IMG        PIC   X(80).
        05 WS-TX-C-MERGED     PIC   9(9).
        05 WS-TX-C-REGION     PIC   XX.
        05 FILLER             PIC   X(149).
       01 WS-TX-HIS REDEFINES WS-TX-REC.
        05 FILLER             PIC   X(10).
        05 WS-TX-Y-TS         PIC   X(26).
        05 WS-TX-Y-USER       PIC   X(8).
        05 WS-TX-Y-ORIGIN     PIC   X.
        05 WS-TX-Y-MODE       PIC   X(2).
        05 WS-TX-Y-OLD        PIC   X(80).
        05 WS-TX-Y-NEW        PIC   X(80).
        05 WS-TX-Y-MERGE-ID   PIC   9(9).
        05 WS-TX-Y-APPR       PIC   X(8).
        05 WS-TX-Y-OREG       PIC   XX.
        05 WS-TX-Y-NREG       PIC   XX.
        05 FILLER             PIC   X(22).
       01 WS-TX-REL REDEFINES WS-TX-REC.
        05 FILLER             PIC   X(10).
        05 WS-TX-R-MOTHER     PIC   9(9).
        05 WS-TX-R-FATHER     PIC   9(9).
        05 WS-TX-R-TS         PIC   X(26).
        05 WS-TX-R-USER       PIC   X(8).
        05 FILLER             PIC   X(188).
       01 WS-TX-TRL REDEFINES WS-TX-REC.
        05 FILLER             PIC   X(10).
        05 WS-TX-T-CIT        PIC   9(9).
        05 WS-TX-T-HIS        PIC   9(9).
        05 WS-TX-T-REL        PIC   9(9).
        05 FILLER             PIC   X(213).
      ******************************************************************
      *    CRC RE-DERIVATION - SAME ADDITIVE CHECKSUM, SAME FIELD
      *    ORDER, AS NCITIZEN'S PARA-COMPUTE-CRC (SEE NCPUBREL)
      ******************************************************************
       01 WS-DS-CRC.
        05 WS-CRC-VALUE          PIC   9(9) COMP-5.
        05 WS-CRC-VALID-SW       PIC   X.
           88 WS-CRC-RECORD-VALID     VALUE 'Y'.
           88 WS-CRC-RECORD-INVALID   VALUE 'N'.
      ******************************************************************
      *    THE SNAPSHOT THE SYNTHETIC POPULATION IS SHAPED AFTER -
      *    THE SIX GENDER/ALIVE CELLS (NCPUBREL'S ORDER: 1 ALIVE-M,
      *    2 ALIVE-F, 3 ALIVE-O, 4 DEAD-M, 5 DEAD-F, 6 DEAD-O) AND
      *    THE AGE-AT-DEATH SUM AND COUNT PER INTERVAL x NAKSHATRA
      ******************************************************************
       01 WS-SNAP.
        05 WS-SNAP-FOUND-SW      PIC   X VALUE 'N'.
           88 WS-SNAP-FOUND           VALUE 'Y'.
        05 WS-SNAP-USER          PIC   X(8).
        05 WS-SNAP-ASOF          PIC   X(10).
        05 WS-SNAP-INTERVAL-VAL  PIC   S9(3).
        05 WS-SNAP-REGION        PIC   XX.
        05 WS-SNAP-LEN           PIC   9(9) COMP-5.
        05 WS-SNAP-TAB OCCURS 120 TIMES.
         10 WS-SNAP-NTAB OCCURS 27 TIMES.
          15 WS-SNAP-CELL        PIC   9(9) COMP-5 OCCURS 6 TIMES.
          15 WS-SNAP-DAGE-SUM    PIC   9(9) COMP-5.
          15 WS-SNAP-DAGE-CNT    PIC   9(9) COMP-5.
      ******************************************************************
      *    SYNTHETIC GENERATION - CELL QUOTAS AND ONE PERSON
      ******************************************************************
       01 WS-SYN-WORK.
        05 WS-SY-T            PIC   S9(4) COMP-5.
        05 WS-SY-N            PIC   S9(4) COMP-5.
        05 WS-SY-C            PIC   S9(4) COMP-5.
        05 WS-SY-P            PIC   S9(18) COMP-5.
        05 WS-SY-A            PIC   S9(18) COMP-5.
        05 WS-SY-B            PIC   S9(18) COMP-5.
        05 WS-SY-QA           PIC   S9(18) COMP-5.
        05 WS-SY-QB           PIC   S9(18) COMP-5.
        05 WS-SY-QUOTA        PIC   S9(9) COMP-5.
        05 WS-SY-ID           PIC   9(9) VALUE ZERO.
        05 WS-SY-AGE          PIC   S9(4) COMP-5.
        05 WS-SY-BYEAR        PIC   S9(4) COMP-5.
        05 WS-SY-DYEAR        PIC   S9(4) COMP-5.
        05 WS-SY-MEAN         PIC   S9(4) COMP-5.
        05 WS-SY-LO           PIC   S9(4) COMP-5.
        05 WS-SY-HI           PIC   S9(4) COMP-5.
        05 WS-SY-RANGE        PIC   S9(4) COMP-5.
        05 WS-SY-REM          PIC   S9(9) COMP-5.
        05 WS-SY-SKIPPED      PIC   9(9) COMP-5 VALUE ZERO.
      ******************************************************************
       01 WS-CTL.
        05 WS-MONTH-DAY       PIC   9(4).
        05 WS-NU              PIC   9.
        05 WS-EOF-FLAG        PIC   A VALUE 'N'.
        05 WS-RAW-DATE        PIC   9(8).
        05 WS-SINCE-COMMIT    PIC   S9(3) VALUE ZERO.
        05 WS-CNT-CIT         PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-CNT-HIS         PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-CNT-REL         PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-CNT-KEPT        PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-CNT-NOSET       PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-READ-CNT        PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-INVALID-CNT     PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-FRAGMENT-CNT    PIC   9(9) COMP-5 VALUE ZERO.
      *    LOAD COUNTERS AND THE EXTRACT CHECK
        05 WS-LD-CIT          PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-LD-MERGED       PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-LD-HIS          PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-LD-REL          PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-LD-ORPHAN       PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-LD-LINK-NULLED  PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-LD-FIRST-TYPE   PIC   X VALUE SPACE.
        05 WS-LD-LAST-TYPE    PIC   X VALUE SPACE.
        05 WS-LD-TRL-CIT      PIC   9(9) VALUE ZERO.
        05 WS-LD-TRL-HIS      PIC   9(9) VALUE ZERO.
        05 WS-LD-TRL-REL      PIC   9(9) VALUE ZERO.
        05 WS-LD-OK-SW        PIC   X VALUE 'N'.
           88 WS-LD-EXTRACT-OK    VALUE 'Y'.
      *    NCIDMAP LOOKUP - OLD ID IN, NEW ID OUT
        05 WS-MAP-OLD         PIC   9(9).
        05 WS-MAP-NEW         PIC   9(9).
        05 WS-MAP-FOUND-SW    PIC   X.
           88 WS-MAP-FOUND        VALUE 'Y'.
      ******************************************************************
       01 WS-FS-NBND          PIC   XX.
       01 WS-FS-R             PIC   XX.
       01 WS-FS-MASKK         PIC   XX.
       01 WS-FS-TSTX          PIC   XX.
       01 WS-FS-IDMAP         PIC   XX.
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
           ACCEPT WS-RAW-DATE FROM DATE YYYYMMDD
           PERFORM PARA-READ-PARM
           EVALUATE WS-PGM-FUNCTION
              WHEN 'U'
                 PERFORM PARA-UNLOAD
              WHEN 'S'
                 PERFORM PARA-SYNTHETIC
              WHEN 'L'
                 PERFORM PARA-LOAD
           END-EVALUATE
           STOP RUN.
      ******************************************************************
      *    PARAGRAPH READ PARM - FUNCTION AND ITS OWN ARGUMENTS; A
      *    BAD PARM STOPS THE RUN BEFORE ANY FILE OR TABLE IS OPENED
      ******************************************************************
       PARA-READ-PARM.
           IF PARM-LENGTH >= 1 THEN
              MOVE PARM-DATA(1:1) TO WS-PGM-FUNCTION
           END-IF
           EVALUATE WS-PGM-FUNCTION
              WHEN 'U'
      *    A KEY KEYED INTO THE PARM IS ALREADY IN THE JOB LOG - REFUSE
      *    IT RATHER THAN USE IT
                 IF PARM-LENGTH > 1 THEN
                    IF PARM-DATA(2:PARM-LENGTH - 1) NOT = SPACES THEN
                       DISPLAY 'ERROR:   MASKED UNLOAD TAKES NO ',
                          'ARGUMENTS - THE MASKING KEY IS READ FROM ',
                          'NCMASKK, NOT THE PARM'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                 END-IF
              WHEN 'S'
                 IF PARM-LENGTH >= 11 AND
                    PARM-DATA(3:9) IS NUMERIC THEN
                    MOVE PARM-DATA(3:9) TO WS-PGM-SIZE
                 END-IF
                 IF PARM-LENGTH >= 21 AND
                    PARM-DATA(13:9) IS NUMERIC THEN
                    MOVE PARM-DATA(13:9) TO WS-PGM-SEED
                 END-IF
                 IF WS-PGM-SIZE = ZERO THEN
                    DISPLAY 'ERROR:   SYNTHETIC RUN NEEDS THE ',
                       'POPULATION SIZE IN POS 3-11, E.G. ',
                       'S,000250000'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 IF WS-PGM-SEED = ZERO THEN
                    MOVE 1 TO WS-PGM-SEED
                 END-IF
              WHEN 'L'
                 IF PARM-LENGTH >= 5 AND
                    PARM-DATA(3:3) IS NUMERIC THEN
                    MOVE PARM-DATA(3:3) TO WS-PGM-COMMIT-EVERY
                 END-IF
                 IF PARM-LENGTH >= 13 AND
                    PARM-DATA(7:7) = 'CONFIRM' THEN
                    MOVE 'Y' TO WS-PGM-LIVE-SW
                 END-IF
                 IF WS-PGM-COMMIT-EVERY NOT > ZERO THEN
                    MOVE 500 TO WS-PGM-COMMIT-EVERY
                 END-IF
              WHEN OTHER
                 DISPLAY 'ERROR:   FUNCTION MUST BE U (MASKED ',
                    'UNLOAD), S (SYNTHETIC) OR L (LOAD). IS=',
                    WS-PGM-FUNCTION
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH READ MASK KEY - THE FIRST NON-COMMENT CARD ON
      *    NCMASKK. THE KEY IS NEVER DISPLAYED
      ******************************************************************
       PARA-READ-MASK-KEY.
           MOVE SPACES TO WS-PGM-KEY
           OPEN INPUT RECMASKK
           IF WS-FS-MASKK NOT = '00' THEN
              DISPLAY 'ERROR:   MASKING KEY (NCMASKK DD) CANNOT BE ',
                 'OPENED. FS=', WS-FS-MASKK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
              READ RECMASKK
                 AT END
                    MOVE 'Y' TO WS-EOF-FLAG
                 NOT AT END
                    IF MASKK-R(1:1) NOT = '*' THEN
                       MOVE MASKK-KEY TO WS-PGM-KEY
                       MOVE 'Y' TO WS-EOF-FLAG
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RECMASKK
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-PGM-KEY = SPACES THEN
              DISPLAY 'ERROR:   NO MASKING KEY ON NCMASKK - ',
                 'POS 1-16 OF ITS FIRST NON-COMMENT CARD'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH UNLOAD - 'U': THE THREE TABLES, MASKED, TO
      *    NCTSTX BETWEEN A HEADER AND A COUNTING TRAILER
      ******************************************************************
       PARA-UNLOAD.
           PERFORM PARA-LOAD-NTAB-CONTROL
           PERFORM PARA-INIT-DAY-TABLES
           MOVE WS-RAW-DATE(1:4) TO WS-LIMIT-YEAR
           STRING WS-RAW-DATE(1:4) '-' WS-RAW-DATE(5:2) '-'
              WS-RAW-DATE(7:2)
              DELIMITED BY SIZE INTO WS-LIMIT-ISO
           END-STRING
           MOVE WS-RAW-DATE(5:4) TO WS-MK-MD
           PERFORM PARA-MD-TO-DOY-LEAP
           MOVE WS-DOY-WORK TO WS-LIMIT-DOY
           PERFORM PARA-READ-MASK-KEY
      *    THE KEY'S OWN HASH IS THE STARTING POINT OF EVERY OTHER
           MOVE WS-PGM-KEY TO WS-HT-TEXT
           MOVE 16 TO WS-HT-LEN
           PERFORM PARA-HASH-TEXT
           MOVE WS-HT-H TO WS-KEY-HASH
           OPEN OUTPUT RECTSTX
           IF WS-FS-TSTX NOT = '00' THEN
              DISPLAY 'ERROR:   CANNOT OPEN NCTSTX. FS=', WS-FS-TSTX
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO WS-TX-REC
           MOVE 'H' TO WS-TX-TYPE
           MOVE ZERO TO WS-TX-ID
           MOVE 'U' TO WS-TX-H-SOURCE
           MOVE WS-RAW-DATE TO WS-TX-H-RUN-DATE
           MOVE WS-LIMIT-ISO TO WS-TX-H-ASOF
           PERFORM PARA-TX-WRITE
           EXEC SQL
              OPEN CRSC
           END-EXEC
           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                 FETCH CRSC INTO
                    :WS-QC-ID,
                    :WS-QO-BDATE :WS-QO-BDATE-IND,
                    :WS-QO-GENDER :WS-QO-GENDER-IND,
                    :WS-QO-ALIVE :WS-QO-ALIVE-IND,
                    :WS-QO-DDATE :WS-QO-DDATE-IND,
                    :WS-QO-NAME :WS-QO-NAME-IND,
                    :WS-QO-BPLACE :WS-QO-BPLACE-IND,
                    :WS-QO-BTIME :WS-QO-BTIME-IND,
                    :WS-QC-MERGED :WS-QC-MERGED-IND,
                    :WS-QC-REGION
              END-EXEC
              IF SQLCODE = 0 THEN
                 PERFORM PARA-UNLOAD-CITIZEN
              ELSE
                 IF SQLCODE NOT = 100 THEN
                    PERFORM PARA-SQL-ERROR
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL
              CLOSE CRSC
           END-EXEC
           EXEC SQL
              OPEN CRSH
           END-EXEC
           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                 FETCH CRSH INTO
                    :WS-QH-ID,
                    :WS-QH-TS,
                    :WS-QH-USER,
                    :WS-QH-ORIGIN :WS-QH-ORIGIN-IND,
                    :WS-QH-MODE,
                    :WS-QO-BDATE :WS-QO-BDATE-IND,
                    :WS-QO-GENDER :WS-QO-GENDER-IND,
                    :WS-QO-ALIVE :WS-QO-ALIVE-IND,
                    :WS-QO-DDATE :WS-QO-DDATE-IND,
                    :WS-QO-NAME :WS-QO-NAME-IND,
                    :WS-QO-BPLACE :WS-QO-BPLACE-IND,
                    :WS-QO-BTIME :WS-QO-BTIME-IND,
                    :WS-QN-BDATE :WS-QN-BDATE-IND,
                    :WS-QN-GENDER :WS-QN-GENDER-IND,
                    :WS-QN-ALIVE :WS-QN-ALIVE-IND,
                    :WS-QN-DDATE :WS-QN-DDATE-IND,
                    :WS-QN-NAME :WS-QN-NAME-IND,
                    :WS-QN-BPLACE :WS-QN-BPLACE-IND,
                    :WS-QN-BTIME :WS-QN-BTIME-IND,
                    :WS-QH-MERGE-ID :WS-QH-MERGE-IND,
                    :WS-QH-APPR :WS-QH-APPR-IND,
                    :WS-QH-OREG :WS-QH-OREG-IND,
                    :WS-QH-NREG :WS-QH-NREG-IND
              END-EXEC
              IF SQLCODE = 0 THEN
                 PERFORM PARA-UNLOAD-HISTORY
              ELSE
                 IF SQLCODE NOT = 100 THEN
                    PERFORM PARA-SQL-ERROR
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL
              CLOSE CRSH
           END-EXEC
           EXEC SQL
              OPEN CRSR
           END-EXEC
           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                 FETCH CRSR INTO
                    :WS-QR-ID,
                    :WS-QR-MOTHER :WS-QR-MOTHER-IND,
                    :WS-QR-FATHER :WS-QR-FATHER-IND,
                    :WS-QR-TS,
                    :WS-QR-USER
              END-EXEC
              IF SQLCODE = 0 THEN
                 PERFORM PARA-UNLOAD-REL
              ELSE
                 IF SQLCODE NOT = 100 THEN
                    PERFORM PARA-SQL-ERROR
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL
              CLOSE CRSR
           END-EXEC
           PERFORM PARA-WRITE-TRAILER
           CLOSE RECTSTX
           DISPLAY WS-HLINE
           DISPLAY ' MASKED UNLOAD - CITIZENS=', WS-CNT-CIT,
              ' HISTORY=', WS-CNT-HIS, ' LINKS=', WS-CNT-REL
           IF WS-CNT-NOSET > ZERO THEN
              DISPLAY ' DATES OUTSIDE EVERY NCNBND SET (MASKED ',
                 'UNDER THE NEAREST SET)=', WS-CNT-NOSET
           END-IF
           IF WS-CNT-KEPT > ZERO THEN
              DISPLAY ' BIRTH DATES WITH NO OTHER DAY IN THEIR ',
                 'CLASS, LEFT AS THEY ARE=', WS-CNT-KEPT
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY WS-HLINE
           EXIT.
      ******************************************************************
       PARA-UNLOAD-CITIZEN.
           ADD 1 TO WS-CNT-CIT
           MOVE WS-QC-ID TO WS-HT-ID-D
           PERFORM PARA-CITIZEN-HASH
           PERFORM PARA-IMG-FROM-QO
           PERFORM PARA-MASK-IMAGE
           MOVE SPACES TO WS-TX-REC
           MOVE 'C' TO WS-TX-TYPE
           MOVE WS-QC-ID TO WS-TX-ID
           MOVE WS-IMG TO WS-TX-C-IMG
           IF WS-QC-MERGED-IND < 0 THEN
              MOVE ZERO TO WS-TX-C-MERGED
           ELSE
              MOVE WS-QC-MERGED TO WS-TX-C-MERGED
           END-IF
           MOVE WS-QC-REGION TO WS-TX-C-REGION
           PERFORM PARA-TX-WRITE
           EXIT.
      ******************************************************************
      *    BOTH IMAGES OF A HISTORY ROW ARE MASKED WITH THE SAME
      *    CITIZEN HASH, SO AN UNCHANGED COLUMN STAYS UNCHANGED
      ******************************************************************
       PARA-UNLOAD-HISTORY.
           ADD 1 TO WS-CNT-HIS
           MOVE WS-QH-ID TO WS-HT-ID-D
           PERFORM PARA-CITIZEN-HASH
           MOVE SPACES TO WS-TX-REC
           MOVE 'Y' TO WS-TX-TYPE
           MOVE WS-QH-ID TO WS-TX-ID
           MOVE WS-QH-TS TO WS-TX-Y-TS
           MOVE WS-QH-USER TO WS-TX-Y-USER
           IF WS-QH-ORIGIN-IND >= 0 THEN
              MOVE WS-QH-ORIGIN TO WS-TX-Y-ORIGIN
           END-IF
           MOVE WS-QH-MODE TO WS-TX-Y-MODE
           PERFORM PARA-IMG-FROM-QO
           PERFORM PARA-MASK-IMAGE
           MOVE WS-IMG TO WS-TX-Y-OLD
           PERFORM PARA-IMG-FROM-QN
           PERFORM PARA-MASK-IMAGE
           MOVE WS-IMG TO WS-TX-Y-NEW
           IF WS-QH-MERGE-IND < 0 THEN
              MOVE ZERO TO WS-TX-Y-MERGE-ID
           ELSE
              MOVE WS-QH-MERGE-ID TO WS-TX-Y-MERGE-ID
           END-IF
           IF WS-QH-APPR-IND >= 0 THEN
              MOVE WS-QH-APPR TO WS-TX-Y-APPR
           END-IF
           IF WS-QH-OREG-IND >= 0 THEN
              MOVE WS-QH-OREG TO WS-TX-Y-OREG
           END-IF
           IF WS-QH-NREG-IND >= 0 THEN
              MOVE WS-QH-NREG TO WS-TX-Y-NREG
           END-IF
           PERFORM PARA-TX-WRITE
           EXIT.
      ******************************************************************
       PARA-UNLOAD-REL.
           ADD 1 TO WS-CNT-REL
           MOVE SPACES TO WS-TX-REC
           MOVE 'R' TO WS-TX-TYPE
           MOVE WS-QR-ID TO WS-TX-ID
           MOVE ZERO TO WS-TX-R-MOTHER
           MOVE ZERO TO WS-TX-R-FATHER
           IF WS-QR-MOTHER-IND >= 0 THEN
              MOVE WS-QR-MOTHER TO WS-TX-R-MOTHER
           END-IF
           IF WS-QR-FATHER-IND >= 0 THEN
              MOVE WS-QR-FATHER TO WS-TX-R-FATHER
           END-IF
           MOVE WS-QR-TS TO WS-TX-R-TS
           MOVE WS-QR-USER TO WS-TX-R-USER
           PERFORM PARA-TX-WRITE
           EXIT.
      ******************************************************************
       PARA-WRITE-TRAILER.
           MOVE SPACES TO WS-TX-REC
           MOVE 'T' TO WS-TX-TYPE
           MOVE ZERO TO WS-TX-ID
           MOVE WS-CNT-CIT TO WS-TX-T-CIT
           MOVE WS-CNT-HIS TO WS-TX-T-HIS
           MOVE WS-CNT-REL TO WS-TX-T-REL
           PERFORM PARA-TX-WRITE
           EXIT.
       PARA-TX-WRITE.
           MOVE WS-TX-REC TO TSTX-R
           WRITE TSTX-R
           END-WRITE
           EXIT.
      ******************************************************************
      *    PARAGRAPH IMG FROM QO / QN - HOST COLUMNS TO THE EXTRACT
      *    IMAGE, A NULL BECOMING SPACES
      ******************************************************************
       PARA-IMG-FROM-QO.
           MOVE SPACES TO WS-IMG
           IF WS-QO-BDATE-IND >= 0 THEN
              MOVE WS-QO-BDATE TO WS-IMG-BDATE
           END-IF
           IF WS-QO-GENDER-IND >= 0 THEN
              MOVE WS-QO-GENDER TO WS-IMG-GENDER
           END-IF
           IF WS-QO-ALIVE-IND >= 0 THEN
              MOVE WS-QO-ALIVE TO WS-IMG-ALIVE
           END-IF
           IF WS-QO-DDATE-IND >= 0 THEN
              MOVE WS-QO-DDATE TO WS-IMG-DDATE
           END-IF
           IF WS-QO-NAME-IND >= 0 THEN
              MOVE WS-QO-NAME TO WS-IMG-NAME
           END-IF
           IF WS-QO-BPLACE-IND >= 0 THEN
              MOVE WS-QO-BPLACE TO WS-IMG-BPLACE
           END-IF
           IF WS-QO-BTIME-IND >= 0 THEN
              MOVE WS-QO-BTIME TO WS-IMG-BTIME
           END-IF
           EXIT.
       PARA-IMG-FROM-QN.
           MOVE SPACES TO WS-IMG
           IF WS-QN-BDATE-IND >= 0 THEN
              MOVE WS-QN-BDATE TO WS-IMG-BDATE
           END-IF
           IF WS-QN-GENDER-IND >= 0 THEN
              MOVE WS-QN-GENDER TO WS-IMG-GENDER
           END-IF
           IF WS-QN-ALIVE-IND >= 0 THEN
              MOVE WS-QN-ALIVE TO WS-IMG-ALIVE
           END-IF
           IF WS-QN-DDATE-IND >= 0 THEN
              MOVE WS-QN-DDATE TO WS-IMG-DDATE
           END-IF
           IF WS-QN-NAME-IND >= 0 THEN
              MOVE WS-QN-NAME TO WS-IMG-NAME
           END-IF
           IF WS-QN-BPLACE-IND >= 0 THEN
              MOVE WS-QN-BPLACE TO WS-IMG-BPLACE
           END-IF
           IF WS-QN-BTIME-IND >= 0 THEN
              MOVE WS-QN-BTIME TO WS-IMG-BTIME
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH IMG TO QO / QN - THE EXTRACT IMAGE BACK TO HOST
      *    COLUMNS AND NULL INDICATORS FOR THE LOAD
      ******************************************************************
       PARA-IMG-TO-QO.
           MOVE ZERO TO WS-QO-BDATE-IND WS-QO-GENDER-IND
              WS-QO-ALIVE-IND WS-QO-DDATE-IND WS-QO-NAME-IND
              WS-QO-BPLACE-IND WS-QO-BTIME-IND
           MOVE WS-IMG-BDATE  TO WS-QO-BDATE
           MOVE WS-IMG-DDATE  TO WS-QO-DDATE
           MOVE WS-IMG-NAME   TO WS-QO-NAME
           MOVE WS-IMG-BPLACE TO WS-QO-BPLACE
           MOVE WS-IMG-BTIME  TO WS-QO-BTIME
           MOVE ZERO TO WS-QO-GENDER
           MOVE ZERO TO WS-QO-ALIVE
           IF WS-IMG-BDATE = SPACES THEN
              MOVE -1 TO WS-QO-BDATE-IND
           END-IF
           IF WS-IMG-GENDER = SPACE THEN
              MOVE -1 TO WS-QO-GENDER-IND
           ELSE
              MOVE WS-IMG-GENDER TO WS-QO-GENDER
           END-IF
           IF WS-IMG-ALIVE = SPACE THEN
              MOVE -1 TO WS-QO-ALIVE-IND
           ELSE
              MOVE WS-IMG-ALIVE TO WS-QO-ALIVE
           END-IF
           IF WS-IMG-DDATE = SPACES THEN
              MOVE -1 TO WS-QO-DDATE-IND
           END-IF
           IF WS-IMG-NAME = SPACES THEN
              MOVE -1 TO WS-QO-NAME-IND
           END-IF
           IF WS-IMG-BPLACE = SPACES THEN
              MOVE -1 TO WS-QO-BPLACE-IND
           END-IF
           IF WS-IMG-BTIME = SPACES THEN
              MOVE -1 TO WS-QO-BTIME-IND
           END-IF
           EXIT.
       PARA-IMG-TO-QN.
           MOVE ZERO TO WS-QN-BDATE-IND WS-QN-GENDER-IND
              WS-QN-ALIVE-IND WS-QN-DDATE-IND WS-QN-NAME-IND
              WS-QN-BPLACE-IND WS-QN-BTIME-IND
           MOVE WS-IMG-BDATE  TO WS-QN-BDATE
           MOVE WS-IMG-DDATE  TO WS-QN-DDATE
           MOVE WS-IMG-NAME   TO WS-QN-NAME
           MOVE WS-IMG-BPLACE TO WS-QN-BPLACE
           MOVE WS-IMG-BTIME  TO WS-QN-BTIME
           MOVE ZERO TO WS-QN-GENDER
           MOVE ZERO TO WS-QN-ALIVE
           IF WS-IMG-BDATE = SPACES THEN
              MOVE -1 TO WS-QN-BDATE-IND
           END-IF
           IF WS-IMG-GENDER = SPACE THEN
              MOVE -1 TO WS-QN-GENDER-IND
           ELSE
              MOVE WS-IMG-GENDER TO WS-QN-GENDER
           END-IF
           IF WS-IMG-ALIVE = SPACE THEN
              MOVE -1 TO WS-QN-ALIVE-IND
           ELSE
              MOVE WS-IMG-ALIVE TO WS-QN-ALIVE
           END-IF
           IF WS-IMG-DDATE = SPACES THEN
              MOVE -1 TO WS-QN-DDATE-IND
           END-IF
           IF WS-IMG-NAME = SPACES THEN
              MOVE -1 TO WS-QN-NAME-IND
           END-IF
           IF WS-IMG-BPLACE = SPACES THEN
              MOVE -1 TO WS-QN-BPLACE-IND
           END-IF
           IF WS-IMG-BTIME = SPACES THEN
              MOVE -1 TO WS-QN-BTIME-IND
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH MASK IMAGE - NAME, BPLACE, BDATE, DDATE OF
      *    WS-IMG FOR THE CITIZEN WHOSE HASHES ARE IN WS-CIT-HASH/2.
      *    GENDER, ALIVE AND BTIME STAY
      ******************************************************************
       PARA-MASK-IMAGE.
           IF WS-IMG-NAME NOT = SPACES THEN
              PERFORM PARA-MASK-NAME
           END-IF
           IF WS-IMG-BPLACE NOT = SPACES THEN
              MOVE WS-IMG-BPLACE TO WS-HT-TEXT
              MOVE 20 TO WS-HT-LEN
              PERFORM PARA-HASH-TEXT
              DIVIDE WS-HT-H BY 40 GIVING WS-NM-REST
                 REMAINDER WS-NM-PLACE
              ADD 1 TO WS-NM-PLACE
              MOVE WS-PLACE(WS-NM-PLACE) TO WS-IMG-BPLACE
           END-IF
           IF WS-IMG-BDATE(1:4) IS NUMERIC THEN
              PERFORM PARA-MASK-BDATE
           END-IF
           IF WS-IMG-DDATE(1:4) IS NUMERIC THEN
              PERFORM PARA-MASK-DDATE
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH MASK NAME - ONE HASH OF THE WHOLE NAME PICKS
      *    GIVEN NAME, INITIAL AND SURNAME, SO EQUAL NAMES STAY EQUAL
      ******************************************************************
       PARA-MASK-NAME.
           MOVE WS-IMG-NAME TO WS-HT-TEXT
           MOVE 30 TO WS-HT-LEN
           PERFORM PARA-HASH-TEXT
           DIVIDE WS-HT-H BY 40 GIVING WS-NM-REST
              REMAINDER WS-NM-GIVEN
           DIVIDE WS-NM-REST BY 26 GIVING WS-NM-REST
              REMAINDER WS-NM-INITIAL
           DIVIDE WS-NM-REST BY 40 GIVING WS-NM-REST
              REMAINDER WS-NM-SURNAME
           ADD 1 TO WS-NM-GIVEN WS-NM-INITIAL WS-NM-SURNAME
           PERFORM PARA-BUILD-NAME
           EXIT.
       PARA-BUILD-NAME.
           MOVE SPACES TO WS-IMG-NAME
           STRING WS-GNAME(WS-NM-GIVEN) DELIMITED BY SPACE
              ' ' DELIMITED BY SIZE
              WS-ALPHABET(WS-NM-INITIAL:1) DELIMITED BY SIZE
              '. ' DELIMITED BY SIZE
              WS-SNAME(WS-NM-SURNAME) DELIMITED BY SPACE
              INTO WS-IMG-NAME
           END-STRING
           EXIT.
      ******************************************************************
      *    PARAGRAPH MASK BDATE - SAME YEAR, A DAY OF THE SAME CLASS
      *    (NAKSHATRA, PADA, RASHI, BOUNDARY FLAG) UNDER THE SET FOR
      *    THE YEAR, NOT AFTER TODAY. NO OTHER SUCH DAY - UNCHANGED
      ******************************************************************
       PARA-MASK-BDATE.
           MOVE WS-IMG-BDATE(1:4) TO WS-MK-YEAR
           MOVE WS-IMG-BDATE(6:2) TO WS-MK-MD(1:2)
           MOVE WS-IMG-BDATE(9:2) TO WS-MK-MD(3:2)
           PERFORM PARA-MD-TO-DOY-LEAP
           MOVE WS-DOY-WORK TO WS-MK-DOY
           MOVE WS-MK-YEAR TO WS-NBND-TARGET-YEAR
           PERFORM PARA-SET-NTAB-FOR-YEAR
           MOVE WS-DC-CODE(WS-NBND-ACTIVE, WS-MK-DOY) TO WS-DC-C
           MOVE WS-DC-FIRST(WS-NBND-ACTIVE, WS-DC-C) TO WS-MK-FIRST
           MOVE WS-DC-CNT(WS-NBND-ACTIVE, WS-DC-C) TO WS-MK-CNT
           MOVE 365 TO WS-MK-LIMIT
           IF WS-MK-YEAR = WS-LIMIT-YEAR THEN
              MOVE WS-LIMIT-DOY TO WS-MK-LIMIT
           END-IF
           MOVE WS-CIT-HASH TO WS-MK-DRAW
           PERFORM PARA-PICK-DAY
           IF WS-MK-DOY-NEW = ZERO THEN
              ADD 1 TO WS-CNT-KEPT
           ELSE
              MOVE WS-MK-DOY-NEW TO WS-DOY-WORK
              PERFORM PARA-BUILD-ISO
              MOVE WS-MK-ISO TO WS-IMG-BDATE
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH MASK DDATE - SAME YEAR, ANY DAY, NOT BEFORE THE
      *    (MASKED) BIRTH DATE OF THE SAME YEAR, NOT AFTER TODAY
      ******************************************************************
       PARA-MASK-DDATE.
           MOVE WS-IMG-DDATE(1:4) TO WS-MK-YEAR
           DIVIDE WS-CIT-HASH2 BY 365 GIVING WS-MK-Q
              REMAINDER WS-DOY-WORK
           ADD 1 TO WS-DOY-WORK
           PERFORM PARA-BUILD-ISO
           IF WS-IMG-BDATE(1:4) = WS-MK-YEAR AND
              WS-MK-ISO < WS-IMG-BDATE THEN
              MOVE WS-IMG-BDATE TO WS-MK-ISO
           END-IF
           IF WS-MK-YEAR = WS-LIMIT-YEAR AND
              WS-MK-ISO > WS-LIMIT-ISO THEN
              MOVE WS-LIMIT-ISO TO WS-MK-ISO
           END-IF
           MOVE WS-MK-ISO TO WS-IMG-DDATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH PICK DAY - OF THE WS-MK-CNT DAYS OF WS-DC-SORTED
      *    FROM WS-MK-FIRST, THOSE UP TO WS-MK-LIMIT ARE THE
      *    CANDIDATES; WS-MK-DRAW MODULO THEIR NUMBER PICKS ONE INTO
      *    WS-MK-DOY-NEW (ZERO WHEN THERE IS NONE). A NAKSHATRA'S
      *    DAYS ARE IN CLASS ORDER, NOT DAY ORDER, SO THE K'TH
      *    CANDIDATE IS FOUND BY COUNTING, NOT BY POSITION
      ******************************************************************
       PARA-PICK-DAY.
           MOVE ZERO TO WS-MK-AVAIL
           MOVE ZERO TO WS-MK-DOY-NEW
           PERFORM VARYING WS-MK-IDX FROM WS-MK-FIRST BY 1
              UNTIL WS-MK-IDX >= WS-MK-FIRST + WS-MK-CNT
              IF WS-DC-SORTED(WS-NBND-ACTIVE, WS-MK-IDX)
                 <= WS-MK-LIMIT THEN
                 ADD 1 TO WS-MK-AVAIL
              END-IF
           END-PERFORM
           IF WS-MK-AVAIL > ZERO THEN
              DIVIDE WS-MK-DRAW BY WS-MK-AVAIL GIVING WS-MK-Q
                 REMAINDER WS-MK-K
              PERFORM VARYING WS-MK-IDX FROM WS-MK-FIRST BY 1
                 UNTIL WS-MK-DOY-NEW > ZERO
                 IF WS-DC-SORTED(WS-NBND-ACTIVE, WS-MK-IDX)
                    <= WS-MK-LIMIT THEN
                    IF WS-MK-K = ZERO THEN
                       MOVE WS-DC-SORTED(WS-NBND-ACTIVE, WS-MK-IDX)
                          TO WS-MK-DOY-NEW
                    ELSE
                       SUBTRACT 1 FROM WS-MK-K
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH BUILD ISO - YEAR WS-MK-YEAR, DAY WS-DOY-WORK
      *    (NON-LEAP) TO 'YYYY-MM-DD' IN WS-MK-ISO
      ******************************************************************
       PARA-BUILD-ISO.
           PERFORM PARA-DOY-TO-MD
           MOVE SPACES TO WS-MK-ISO
           STRING WS-MK-YEAR '-' WS-MD-WORK(1:2) '-' WS-MD-WORK(3:2)
              DELIMITED BY SIZE INTO WS-MK-ISO
           END-STRING
           EXIT.
      ******************************************************************
      *    PARAGRAPH CITIZEN HASH - THE KEYED HASH OF THE CITIZEN ID
      *    (BIRTH DAY PICK) AND ONE GENERATOR STEP ON (DEATH DAY)
      ******************************************************************
       PARA-CITIZEN-HASH.
           MOVE SPACES TO WS-HT-TEXT
           MOVE WS-HT-ID-D TO WS-HT-TEXT(1:9)
           MOVE 9 TO WS-HT-LEN
           PERFORM PARA-HASH-TEXT
           MOVE WS-HT-H TO WS-CIT-HASH
           COMPUTE WS-HT-WORK = WS-CIT-HASH * 48271
           DIVIDE WS-HT-WORK BY 2147483647 GIVING WS-HT-Q
              REMAINDER WS-CIT-HASH2
           EXIT.
      ******************************************************************
      *    PARAGRAPH HASH TEXT - WS-HT-TEXT(1:WS-HT-LEN) TO WS-HT-H
      *    (1 TO 2**31-2), STARTED FROM THE KEY HASH
      ******************************************************************
       PARA-HASH-TEXT.
           MOVE WS-KEY-HASH TO WS-HT-H
           PERFORM VARYING WS-HT-I FROM 1 BY 1
              UNTIL WS-HT-I > WS-HT-LEN
              MOVE WS-HT-TEXT(WS-HT-I:1) TO WS-BYTE-LO
              COMPUTE WS-HT-WORK = WS-HT-H * 131 + WS-BYTE-NUM + 1
              DIVIDE WS-HT-WORK BY 2147483647 GIVING WS-HT-Q
                 REMAINDER WS-HT-H
           END-PERFORM
           IF WS-HT-H = ZERO THEN
              MOVE 1 TO WS-HT-H
           END-IF
           COMPUTE WS-HT-WORK = WS-HT-H * 48271
           DIVIDE WS-HT-WORK BY 2147483647 GIVING WS-HT-Q
              REMAINDER WS-HT-H
           COMPUTE WS-HT-WORK = WS-HT-H * 48271
           DIVIDE WS-HT-WORK BY 2147483647 GIVING WS-HT-Q
              REMAINDER WS-HT-H
           EXIT.
      ******************************************************************
      *    PARAGRAPH SYNTHETIC - 'S': THE LATEST VALID SNAPSHOT, THEN
      *    WS-PGM-SIZE PEOPLE SHARED OVER ITS CELLS
      ******************************************************************
       PARA-SYNTHETIC.
           PERFORM PARA-READ-SNAPSHOT
           IF NOT WS-SNAP-FOUND THEN
              DISPLAY 'ERROR:   NO VALID NCLOGR SNAPSHOT - NOTHING ',
                 'GENERATED. READ=', WS-READ-CNT,
                 ' INVALID=', WS-INVALID-CNT,
                 ' FRAGMENTS=', WS-FRAGMENT-CNT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE ZERO TO WS-SY-P
           PERFORM VARYING WS-SY-T FROM 1 BY 1
              UNTIL WS-SY-T > WS-SNAP-LEN
              PERFORM VARYING WS-SY-N FROM 1 BY 1 UNTIL WS-SY-N > 27
                 PERFORM VARYING WS-SY-C FROM 1 BY 1
                    UNTIL WS-SY-C > 6
                    ADD WS-SNAP-CELL(WS-SY-T, WS-SY-N, WS-SY-C)
                       TO WS-SY-P
                 END-PERFORM
              END-PERFORM
           END-PERFORM
           IF WS-SY-P = ZERO OR WS-SNAP-INTERVAL-VAL < 1 THEN
              DISPLAY 'ERROR:   SNAPSHOT AS OF ', WS-SNAP-ASOF,
                 ' HOLDS NO CITIZENS - NOTHING GENERATED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM PARA-LOAD-NTAB-CONTROL
           PERFORM PARA-INIT-DAY-TABLES
           MOVE WS-SNAP-ASOF TO WS-LIMIT-ISO
           MOVE WS-SNAP-ASOF(1:4) TO WS-LIMIT-YEAR
           MOVE WS-SNAP-ASOF(6:2) TO WS-MK-MD(1:2)
           MOVE WS-SNAP-ASOF(9:2) TO WS-MK-MD(3:2)
           PERFORM PARA-MD-TO-DOY-LEAP
           MOVE WS-DOY-WORK TO WS-LIMIT-DOY
           MOVE WS-PGM-SEED TO WS-RND-SEED
           OPEN OUTPUT RECTSTX
           IF WS-FS-TSTX NOT = '00' THEN
              DISPLAY 'ERROR:   CANNOT OPEN NCTSTX. FS=', WS-FS-TSTX
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO WS-TX-REC
           MOVE 'H' TO WS-TX-TYPE
           MOVE ZERO TO WS-TX-ID
           MOVE 'S' TO WS-TX-H-SOURCE
           MOVE WS-RAW-DATE TO WS-TX-H-RUN-DATE
           MOVE WS-SNAP-ASOF TO WS-TX-H-ASOF
           MOVE WS-SNAP-USER TO WS-TX-H-SNAP-USER
           PERFORM PARA-TX-WRITE
      *    CELL QUOTA = FLOOR(B*N/P) - FLOOR(A*N/P), A AND B THE
      *    RUNNING TOTALS BEFORE AND AFTER THE CELL - THE QUOTAS ADD
      *    UP TO EXACTLY N
           MOVE ZERO TO WS-SY-A
           PERFORM VARYING WS-SY-T FROM 1 BY 1
              UNTIL WS-SY-T > WS-SNAP-LEN
              PERFORM VARYING WS-SY-N FROM 1 BY 1 UNTIL WS-SY-N > 27
                 PERFORM VARYING WS-SY-C FROM 1 BY 1
                    UNTIL WS-SY-C > 6
                    IF WS-SNAP-CELL(WS-SY-T, WS-SY-N, WS-SY-C)
                       > ZERO THEN
                       COMPUTE WS-SY-B = WS-SY-A +
                          WS-SNAP-CELL(WS-SY-T, WS-SY-N, WS-SY-C)
                       COMPUTE WS-SY-QA =
                          (WS-SY-A * WS-PGM-SIZE) / WS-SY-P
                       COMPUTE WS-SY-QB =
                          (WS-SY-B * WS-PGM-SIZE) / WS-SY-P
                       COMPUTE WS-SY-QUOTA = WS-SY-QB - WS-SY-QA
                       MOVE WS-SY-B TO WS-SY-A
                       PERFORM PARA-SYN-PERSON WS-SY-QUOTA TIMES
                    END-IF
                 END-PERFORM
              END-PERFORM
           END-PERFORM
           PERFORM PARA-WRITE-TRAILER
           CLOSE RECTSTX
           DISPLAY WS-HLINE
           DISPLAY ' SYNTHETIC POPULATION AS OF ', WS-SNAP-ASOF,
              ' (SNAPSHOT BY ', WS-SNAP-USER, ')'
           DISPLAY ' REQUESTED=', WS-PGM-SIZE,
              ' GENERATED=', WS-CNT-CIT, ' SEED=', WS-PGM-SEED
           DISPLAY ' SWEEP THE TEST COPY WITH THIS AS-OF DATE TO ',
              'COMPARE IT WITH THE SNAPSHOT'
           IF WS-SY-SKIPPED > ZERO THEN
              DISPLAY ' NOT PLACED (NO NAKSHATRA DAY UP TO THE ',
                 'AS-OF DATE)=', WS-SY-SKIPPED
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY WS-HLINE
           EXIT.
      ******************************************************************
      *    PARAGRAPH SYN PERSON - ONE CITIZEN OF CELL (T, N, C):
      *    AGE IN THE TABLE'S BAND, BIRTH DAY IN NAKSHATRA N UNDER
      *    THE SET FOR THE BIRTH YEAR, GENDER AND ALIVE FROM C. AN
      *    AGE-0 CITIZEN WHOSE NAKSHATRA IS STILL TO COME IN THE
      *    AS-OF YEAR IS MADE ONE YEAR OLDER, WITHIN THE SAME BAND
      ******************************************************************
       PARA-SYN-PERSON.
           PERFORM PARA-NEXT-RANDOM
           DIVIDE WS-RND-SEED BY WS-SNAP-INTERVAL-VAL
              GIVING WS-RND-Q REMAINDER WS-SY-REM
           COMPUTE WS-SY-AGE = (WS-SNAP-LEN - WS-SY-T) *
              WS-SNAP-INTERVAL-VAL + WS-SY-REM
           PERFORM PARA-NEXT-RANDOM
           MOVE WS-RND-SEED TO WS-MK-DRAW
           PERFORM PARA-SYN-BIRTH-DAY
           IF WS-MK-DOY-NEW = ZERO AND
              WS-SY-REM < WS-SNAP-INTERVAL-VAL - 1 THEN
              ADD 1 TO WS-SY-AGE
              PERFORM PARA-SYN-BIRTH-DAY
           END-IF
           IF WS-MK-DOY-NEW = ZERO THEN
              ADD 1 TO WS-SY-SKIPPED
           ELSE
              MOVE SPACES TO WS-IMG
              MOVE WS-MK-DOY-NEW TO WS-DOY-WORK
              PERFORM PARA-BUILD-ISO
              MOVE WS-MK-ISO TO WS-IMG-BDATE
              EVALUATE WS-SY-C
                 WHEN 1
                 WHEN 4
                    MOVE '1' TO WS-IMG-GENDER
                 WHEN 2
                 WHEN 5
                    MOVE '0' TO WS-IMG-GENDER
                 WHEN OTHER
                    MOVE '2' TO WS-IMG-GENDER
              END-EVALUATE
              IF WS-SY-C <= 3 THEN
                 MOVE '1' TO WS-IMG-ALIVE
              ELSE
                 MOVE '0' TO WS-IMG-ALIVE
                 PERFORM PARA-SYN-DEATH
              END-IF
              PERFORM PARA-SYN-NAME
              ADD 1 TO WS-SY-ID
              ADD 1 TO WS-CNT-CIT
              MOVE SPACES TO WS-TX-REC
              MOVE 'C' TO WS-TX-TYPE
              MOVE WS-SY-ID TO WS-TX-ID
              MOVE WS-IMG TO WS-TX-C-IMG
              MOVE ZERO TO WS-TX-C-MERGED
              IF WS-SNAP-REGION = '**' THEN
                 MOVE '00' TO WS-TX-C-REGION
              ELSE
                 MOVE WS-SNAP-REGION TO WS-TX-C-REGION
              END-IF
              PERFORM PARA-TX-WRITE
           END-IF
           EXIT.
      ******************************************************************
       PARA-SYN-BIRTH-DAY.
           COMPUTE WS-SY-BYEAR = WS-LIMIT-YEAR - WS-SY-AGE
           MOVE WS-SY-BYEAR TO WS-MK-YEAR
           MOVE WS-MK-YEAR TO WS-NBND-TARGET-YEAR
           PERFORM PARA-SET-NTAB-FOR-YEAR
           MOVE WS-DC-NFIRST(WS-NBND-ACTIVE, WS-SY-N) TO WS-MK-FIRST
           MOVE WS-DC-NCNT(WS-NBND-ACTIVE, WS-SY-N) TO WS-MK-CNT
           MOVE 365 TO WS-MK-LIMIT
           IF WS-MK-YEAR = WS-LIMIT-YEAR THEN
              MOVE WS-LIMIT-DOY TO WS-MK-LIMIT
           END-IF
           PERFORM PARA-PICK-DAY
           EXIT.
      ******************************************************************
      *    PARAGRAPH SYN DEATH - AGE AT DEATH DRAWN EVENLY OVER A
      *    RANGE CENTRED ON THE CELL'S MEAN (DAGE-SUM / DAGE-CNT)
      *    AND CUT TO 0 .. THE AGE REACHED; NO MEAN - THE WHOLE RANGE.
      *    DEATH DAY ANY DAY OF THAT YEAR, NOT BEFORE THE BIRTH DATE
      *    AND NOT AFTER THE AS-OF DATE
      ******************************************************************
       PARA-SYN-DEATH.
           MOVE ZERO TO WS-SY-LO
           MOVE WS-SY-AGE TO WS-SY-HI
           IF WS-SNAP-DAGE-CNT(WS-SY-T, WS-SY-N) > ZERO THEN
              COMPUTE WS-SY-MEAN ROUNDED =
                 WS-SNAP-DAGE-SUM(WS-SY-T, WS-SY-N) /
                 WS-SNAP-DAGE-CNT(WS-SY-T, WS-SY-N)
              COMPUTE WS-SY-LO = 2 * WS-SY-MEAN - WS-SY-AGE
              COMPUTE WS-SY-HI = 2 * WS-SY-MEAN
              IF WS-SY-LO < ZERO THEN
                 MOVE ZERO TO WS-SY-LO
              END-IF
              IF WS-SY-HI > WS-SY-AGE THEN
                 MOVE WS-SY-AGE TO WS-SY-HI
              END-IF
              IF WS-SY-LO > WS-SY-HI THEN
                 MOVE WS-SY-HI TO WS-SY-LO
              END-IF
           END-IF
           COMPUTE WS-SY-RANGE = WS-SY-HI - WS-SY-LO + 1
           PERFORM PARA-NEXT-RANDOM
           DIVIDE WS-RND-SEED BY WS-SY-RANGE
              GIVING WS-RND-Q REMAINDER WS-SY-REM
           COMPUTE WS-SY-DYEAR = WS-SY-BYEAR + WS-SY-LO + WS-SY-REM
           MOVE WS-SY-DYEAR TO WS-MK-YEAR
           MOVE 365 TO WS-MK-LIMIT
           IF WS-MK-YEAR = WS-LIMIT-YEAR THEN
              MOVE WS-LIMIT-DOY TO WS-MK-LIMIT
           END-IF
           PERFORM PARA-NEXT-RANDOM
           DIVIDE WS-RND-SEED BY WS-MK-LIMIT
              GIVING WS-RND-Q REMAINDER WS-DOY-WORK
           ADD 1 TO WS-DOY-WORK
           PERFORM PARA-BUILD-ISO
           IF WS-MK-ISO < WS-IMG-BDATE THEN
              MOVE WS-IMG-BDATE TO WS-MK-ISO
           END-IF
           MOVE WS-MK-ISO TO WS-IMG-DDATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH SYN NAME - GIVEN NAME BY GENDER (OTHER - EITHER
      *    LIST), RANDOM INITIAL, SURNAME AND PLACE
      ******************************************************************
       PARA-SYN-NAME.
           PERFORM PARA-NEXT-RANDOM
           EVALUATE WS-IMG-GENDER
              WHEN '1'
                 DIVIDE WS-RND-SEED BY 20 GIVING WS-RND-Q
                    REMAINDER WS-NM-GIVEN
              WHEN '0'
                 DIVIDE WS-RND-SEED BY 20 GIVING WS-RND-Q
                    REMAINDER WS-NM-GIVEN
                 ADD 20 TO WS-NM-GIVEN
              WHEN OTHER
                 DIVIDE WS-RND-SEED BY 40 GIVING WS-RND-Q
                    REMAINDER WS-NM-GIVEN
           END-EVALUATE
           PERFORM PARA-NEXT-RANDOM
           DIVIDE WS-RND-SEED BY 26 GIVING WS-RND-Q
              REMAINDER WS-NM-INITIAL
           PERFORM PARA-NEXT-RANDOM
           DIVIDE WS-RND-SEED BY 40 GIVING WS-RND-Q
              REMAINDER WS-NM-SURNAME
           PERFORM PARA-NEXT-RANDOM
           DIVIDE WS-RND-SEED BY 40 GIVING WS-RND-Q
              REMAINDER WS-NM-PLACE
           ADD 1 TO WS-NM-GIVEN WS-NM-INITIAL WS-NM-SURNAME
              WS-NM-PLACE
           PERFORM PARA-BUILD-NAME
           MOVE WS-PLACE(WS-NM-PLACE) TO WS-IMG-BPLACE
           EXIT.
      ******************************************************************
       PARA-NEXT-RANDOM.
           COMPUTE WS-RND-PROD = WS-RND-SEED * 48271
           DIVIDE WS-RND-PROD BY 2147483647 GIVING WS-RND-Q
              REMAINDER WS-RND-SEED
           EXIT.
      ******************************************************************
      *    PARAGRAPH READ SNAPSHOT - NCLOGR OLDEST FIRST, EVERY
      *    VALID NON-FRAGMENT RECORD REPLACING THE LAST (NCPUBREL'S
      *    RULE) SO THE LATEST WINS
      ******************************************************************
       PARA-READ-SNAPSHOT.
           OPEN INPUT RECLOGR
           IF WS-FS-R NOT = '00' THEN
              DISPLAY 'ERROR:   CANNOT OPEN NCLOGR. FS=', WS-FS-R
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
              READ RECLOGR
                 AT END
                    MOVE 'Y' TO WS-EOF-FLAG
                 NOT AT END
                    ADD 1 TO WS-READ-CNT
                    PERFORM PARA-COMPUTE-CRC
                    PERFORM PARA-VALIDATE-DS-RECORD
                    EVALUATE TRUE
                       WHEN NOT WS-CRC-RECORD-VALID
                          ADD 1 TO WS-INVALID-CNT
                       WHEN RECV01-DS-R-FRAG-FLAG = 'F'
                          ADD 1 TO WS-FRAGMENT-CNT
                       WHEN OTHER
                          PERFORM PARA-KEEP-SNAPSHOT
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE RECLOGR
           MOVE 'N' TO WS-EOF-FLAG
           EXIT.
      ******************************************************************
      *    PARAGRAPH COMPUTE CRC - RE-DERIVES THE ADDITIVE CHECKSUM
      *    STRAIGHT OFF THE FD RECORD FIELDS. FIELD SET AND ORDER
      *    MATCH NCITIZEN'S PARA-COMPUTE-CRC OVER THE UNPACKED COPY
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
                 DISPLAY 'WARNING: SKIPPING NCLOGR RECORD - CRC ',
                 'MISMATCH. EXPECTED=', RECV01-DS-R-CRC,
                 ' COMPUTED=', WS-CRC-VALUE
              END-IF
           END-IF
           EXIT.
      ******************************************************************
       PARA-KEEP-SNAPSHOT.
           MOVE 'Y' TO WS-SNAP-FOUND-SW
           MOVE RECV01-DS-R-USER         TO WS-SNAP-USER
           MOVE RECV01-DS-R-CURRENT-DATE TO WS-SNAP-ASOF
           MOVE RECV01-DS-R-INTERVAL-VAL TO WS-SNAP-INTERVAL-VAL
           MOVE RECV01-DS-R-REGION       TO WS-SNAP-REGION
           MOVE RECV01-DS-R-LEN          TO WS-SNAP-LEN
           PERFORM VARYING DSR-I FROM 1 BY 1
              UNTIL DSR-I > RECV01-DS-R-LEN
              SET WS-SY-T TO DSR-I
              PERFORM VARYING DSR-J FROM 1 BY 1 UNTIL DSR-J > 27
                 SET WS-SY-N TO DSR-J
                 MOVE RECV01-DS-R-N-ALIVE-MALE(DSR-I,DSR-J)
                    TO WS-SNAP-CELL(WS-SY-T,WS-SY-N,1)
                 MOVE RECV01-DS-R-N-ALIVE-FEMALE(DSR-I,DSR-J)
                    TO WS-SNAP-CELL(WS-SY-T,WS-SY-N,2)
                 MOVE RECV01-DS-R-N-ALIVE-OTHER(DSR-I,DSR-J)
                    TO WS-SNAP-CELL(WS-SY-T,WS-SY-N,3)
                 MOVE RECV01-DS-R-N-DEAD-MALE(DSR-I,DSR-J)
                    TO WS-SNAP-CELL(WS-SY-T,WS-SY-N,4)
                 MOVE RECV01-DS-R-N-DEAD-FEMALE(DSR-I,DSR-J)
                    TO WS-SNAP-CELL(WS-SY-T,WS-SY-N,5)
                 MOVE RECV01-DS-R-N-DEAD-OTHER(DSR-I,DSR-J)
                    TO WS-SNAP-CELL(WS-SY-T,WS-SY-N,6)
                 MOVE RECV01-DS-R-N-DAGE-SUM(DSR-I,DSR-J)
                    TO WS-SNAP-DAGE-SUM(WS-SY-T,WS-SY-N)
                 MOVE RECV01-DS-R-N-DAGE-CNT(DSR-I,DSR-J)
                    TO WS-SNAP-DAGE-CNT(WS-SY-T,WS-SY-N)
              END-PERFORM
           END-PERFORM
           EXIT.
      ******************************************************************
      *    PARAGRAPH LOAD - 'L': CHECK THE EXTRACT, REFUSE ON THE
      *    PRODUCTION LOCATION, EMPTY THE TEST TABLES AND LOAD THEM
      *    IN TWO PASSES THROUGH NCIDMAP
      ******************************************************************
       PARA-LOAD.
           EXEC SQL
              SELECT CURRENT SERVER
              INTO :WS-QSERVER
              FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM PARA-SQL-ERROR
           END-IF
           IF WS-QSERVER = WS-PROD-LOCATION THEN
              DISPLAY 'ERROR:   CONNECTED TO ', WS-QSERVER,
                 ' - THE PRODUCTION LOCATION. THE LOAD EMPTIES ',
                 'CITIZENS AND IS REFUSED HERE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM PARA-CHECK-EXTRACT
           IF NOT WS-LD-EXTRACT-OK THEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF NOT WS-PGM-LIVE-RUN THEN
              DISPLAY 'INFO:    CHECK-ONLY RUN (NO CONFIRM IN THE ',
                 'PARM) - EXTRACT IS USABLE, NO ROW WAS TOUCHED ',
                 'ON ', WS-QSERVER
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY 'INFO:    CONFIRMED RUN - TEST TABLES ON ',
              WS-QSERVER, ' WILL BE REPLACED'
           PERFORM PARA-CLEAR-TEST-TABLES
      *    PASS 1 - CITIZENS, AND THE ID EACH ONE WAS GIVEN
           OPEN OUTPUT RECIDMAP
           IF WS-FS-IDMAP NOT = '00' THEN
              DISPLAY 'ERROR:   CANNOT OPEN NCIDMAP FOR OUTPUT. FS=',
                 WS-FS-IDMAP
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT RECTSTX
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
              READ RECTSTX
                 AT END
                    MOVE 'Y' TO WS-EOF-FLAG
                 NOT AT END
                    MOVE TSTX-R TO WS-TX-REC
                    IF WS-TX-TYPE = 'C' THEN
                       PERFORM PARA-INSERT-CITIZEN
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RECTSTX
           CLOSE RECIDMAP
           PERFORM PARA-LOAD-COMMIT
      *    PASS 2 - EVERYTHING THAT POINTS AT A CITIZEN ID
           OPEN INPUT RECIDMAP
           OPEN INPUT RECTSTX
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
              READ RECTSTX
                 AT END
                    MOVE 'Y' TO WS-EOF-FLAG
                 NOT AT END
                    MOVE TSTX-R TO WS-TX-REC
                    EVALUATE WS-TX-TYPE
                       WHEN 'C'
                          IF WS-TX-C-MERGED > ZERO THEN
                             PERFORM PARA-UPDATE-MERGED
                          END-IF
                       WHEN 'Y'
                          PERFORM PARA-INSERT-HISTORY
                       WHEN 'R'
                          PERFORM PARA-INSERT-REL
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE RECTSTX
           CLOSE RECIDMAP
           PERFORM PARA-LOAD-COMMIT
           DISPLAY WS-HLINE
           DISPLAY ' TEST LOAD ON ', WS-QSERVER,
              ' - CITIZENS=', WS-LD-CIT, ' MERGED=', WS-LD-MERGED,
              ' HISTORY=', WS-LD-HIS, ' LINKS=', WS-LD-REL
           IF WS-LD-ORPHAN > ZERO OR WS-LD-LINK-NULLED > ZERO THEN
              DISPLAY ' ROWS LEFT OUT (CITIZEN NOT ON THE EXTRACT)=',
                 WS-LD-ORPHAN, ' LINKS SET NULL=', WS-LD-LINK-NULLED
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY WS-HLINE
           EXIT.
      ******************************************************************
      *    PARAGRAPH CHECK EXTRACT - HEADER FIRST, TRAILER LAST, AND
      *    THE TRAILER COUNTS MATCHING WHAT IS IN BETWEEN
      ******************************************************************
       PARA-CHECK-EXTRACT.
           MOVE 'N' TO WS-LD-OK-SW
           OPEN INPUT RECTSTX
           IF WS-FS-TSTX NOT = '00' THEN
              DISPLAY 'ERROR:   CANNOT OPEN NCTSTX. FS=', WS-FS-TSTX
           ELSE
              MOVE 'N' TO WS-EOF-FLAG
              PERFORM UNTIL WS-EOF-FLAG = 'Y'
                 READ RECTSTX
                    AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                    NOT AT END
                       MOVE TSTX-R TO WS-TX-REC
                       IF WS-LD-FIRST-TYPE = SPACE THEN
                          MOVE WS-TX-TYPE TO WS-LD-FIRST-TYPE
                          IF WS-TX-TYPE = 'H' THEN
                             DISPLAY 'INFO:    EXTRACT SOURCE ',
                                WS-TX-H-SOURCE, ' RUN ',
                                WS-TX-H-RUN-DATE, ' AS OF ',
                                WS-TX-H-ASOF
                          END-IF
                       END-IF
                       MOVE WS-TX-TYPE TO WS-LD-LAST-TYPE
                       EVALUATE WS-TX-TYPE
                          WHEN 'C'
                             ADD 1 TO WS-CNT-CIT
                          WHEN 'Y'
                             ADD 1 TO WS-CNT-HIS
                          WHEN 'R'
                             ADD 1 TO WS-CNT-REL
                          WHEN 'T'
                             MOVE WS-TX-T-CIT TO WS-LD-TRL-CIT
                             MOVE WS-TX-T-HIS TO WS-LD-TRL-HIS
                             MOVE WS-TX-T-REL TO WS-LD-TRL-REL
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE RECTSTX
              IF WS-LD-FIRST-TYPE = 'H' AND WS-LD-LAST-TYPE = 'T'
                 AND WS-LD-TRL-CIT = WS-CNT-CIT
                 AND WS-LD-TRL-HIS = WS-CNT-HIS
                 AND WS-LD-TRL-REL = WS-CNT-REL THEN
                 MOVE 'Y' TO WS-LD-OK-SW
              ELSE
                 DISPLAY 'ERROR:   NCTSTX IS INCOMPLETE - FIRST ',
                    'RECORD ', WS-LD-FIRST-TYPE, ' LAST ',
                    WS-LD-LAST-TYPE, ' COUNTED C/Y/R ', WS-CNT-CIT,
                    '/', WS-CNT-HIS, '/', WS-CNT-REL, ' TRAILER ',
                    WS-LD-TRL-CIT, '/', WS-LD-TRL-HIS, '/',
                    WS-LD-TRL-REL, '. NOTHING TOUCHED'
              END-IF
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           EXIT.
      ******************************************************************
      *    PARAGRAPH CLEAR TEST TABLES - CHILD TABLES FIRST. OPEN
      *    APPROVALS WOULD POINT AT CITIZENS THAT NO LONGER EXIST,
      *    SO THE QUEUE IS EMPTIED TOO AND NOT REFILLED
      ******************************************************************
       PARA-CLEAR-TEST-TABLES.
           EXEC SQL
              DELETE FROM CITIZENS_REL
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100 THEN
              PERFORM PARA-SQL-ERROR
           END-IF
           EXEC SQL
              DELETE FROM CITIZENS_PEND
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100 THEN
              PERFORM PARA-SQL-ERROR
           END-IF
           EXEC SQL
              DELETE FROM CITIZENS_HIST
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100 THEN
              PERFORM PARA-SQL-ERROR
           END-IF
           EXEC SQL
              DELETE FROM CITIZENS
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100 THEN
              PERFORM PARA-SQL-ERROR
           END-IF
           EXEC SQL
              COMMIT
           END-EXEC
           EXIT.
      ******************************************************************
      *    PARAGRAPH INSERT CITIZEN - THE ROW WITHOUT MERGED_INTO
      *    (PASS 2 SETS IT), THEN ITS NEW ID INTO NCIDMAP
      ******************************************************************
       PARA-INSERT-CITIZEN.
           MOVE WS-TX-C-IMG TO WS-IMG
           PERFORM PARA-IMG-TO-QO
           MOVE WS-TX-C-REGION TO WS-QC-REGION
           IF WS-QC-REGION = SPACES THEN
              MOVE '00' TO WS-QC-REGION
           END-IF
           EXEC SQL
              INSERT INTO CITIZENS
                 (BDATE, GENDER, ALIVE, DDATE, NAME, BPLACE, BTIME,
                  REGION, CHG_TS)
              VALUES
                 (:WS-QO-BDATE :WS-QO-BDATE-IND,
                  :WS-QO-GENDER :WS-QO-GENDER-IND,
                  :WS-QO-ALIVE :WS-QO-ALIVE-IND,
                  :WS-QO-DDATE :WS-QO-DDATE-IND,
                  :WS-QO-NAME :WS-QO-NAME-IND,
                  :WS-QO-BPLACE :WS-QO-BPLACE-IND,
                  :WS-QO-BTIME :WS-QO-BTIME-IND,
                  :WS-QC-REGION,
                  CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM PARA-SQL-ERROR
           END-IF
           EXEC SQL
              SET :WS-QNEW-ID = IDENTITY_VAL_LOCAL()
           END-EXEC
           MOVE WS-TX-ID TO IDMAP-OLD-ID
           MOVE WS-QNEW-ID TO IDMAP-NEW-ID
           WRITE IDMAP-R
              INVALID KEY
                 DISPLAY 'ERROR:   CITIZEN ', WS-TX-ID,
                    ' TWICE ON NCTSTX OR NCIDMAP NOT EMPTY. FS=',
                    WS-FS-IDMAP
                 PERFORM PARA-LOAD-FATAL
           END-WRITE
           ADD 1 TO WS-LD-CIT
           PERFORM PARA-LOAD-COUNT
           EXIT.
      ******************************************************************
       PARA-UPDATE-MERGED.
           MOVE WS-TX-ID TO WS-MAP-OLD
           PERFORM PARA-MAP-ID
           MOVE WS-MAP-NEW TO WS-QC-ID
           MOVE WS-TX-C-MERGED TO WS-MAP-OLD
           PERFORM PARA-MAP-ID
           IF WS-MAP-FOUND THEN
              MOVE WS-MAP-NEW TO WS-QC-MERGED
              EXEC SQL
                 UPDATE CITIZENS
                 SET MERGED_INTO = :WS-QC-MERGED
                 WHERE CITIZEN_ID = :WS-QC-ID
              END-EXEC
              IF SQLCODE NOT = 0 THEN
                 PERFORM PARA-SQL-ERROR
              END-IF
              ADD 1 TO WS-LD-MERGED
              PERFORM PARA-LOAD-COUNT
           ELSE
              ADD 1 TO WS-LD-LINK-NULLED
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH INSERT HISTORY - UNDER THE CITIZEN'S NEW ID,
      *    WITH ITS ORIGINAL TIMESTAMP, USER AND ORIGIN
      ******************************************************************
       PARA-INSERT-HISTORY.
           MOVE WS-TX-ID TO WS-MAP-OLD
           PERFORM PARA-MAP-ID
           IF NOT WS-MAP-FOUND THEN
              ADD 1 TO WS-LD-ORPHAN
           ELSE
              MOVE WS-MAP-NEW TO WS-QH-ID
              MOVE WS-TX-Y-TS TO WS-QH-TS
              MOVE WS-TX-Y-USER TO WS-QH-USER
              MOVE WS-TX-Y-MODE TO WS-QH-MODE
              MOVE WS-TX-Y-ORIGIN TO WS-QH-ORIGIN
              MOVE ZERO TO WS-QH-ORIGIN-IND
              IF WS-TX-Y-ORIGIN = SPACE THEN
                 MOVE -1 TO WS-QH-ORIGIN-IND
              END-IF
              MOVE WS-TX-Y-APPR TO WS-QH-APPR
              MOVE ZERO TO WS-QH-APPR-IND
              IF WS-TX-Y-APPR = SPACES THEN
                 MOVE -1 TO WS-QH-APPR-IND
              END-IF
              MOVE WS-TX-Y-OREG TO WS-QH-OREG
              MOVE ZERO TO WS-QH-OREG-IND
              IF WS-TX-Y-OREG = SPACES THEN
                 MOVE -1 TO WS-QH-OREG-IND
              END-IF
              MOVE WS-TX-Y-NREG TO WS-QH-NREG
              MOVE ZERO TO WS-QH-NREG-IND
              IF WS-TX-Y-NREG = SPACES THEN
                 MOVE -1 TO WS-QH-NREG-IND
              END-IF
              MOVE ZERO TO WS-QH-MERGE-ID
              MOVE -1 TO WS-QH-MERGE-IND
              IF WS-TX-Y-MERGE-ID > ZERO THEN
                 MOVE WS-TX-Y-MERGE-ID TO WS-MAP-OLD
                 PERFORM PARA-MAP-ID
                 IF WS-MAP-FOUND THEN
                    MOVE WS-MAP-NEW TO WS-QH-MERGE-ID
                    MOVE ZERO TO WS-QH-MERGE-IND
                 ELSE
                    ADD 1 TO WS-LD-LINK-NULLED
                 END-IF
              END-IF
              MOVE WS-TX-Y-OLD TO WS-IMG
              PERFORM PARA-IMG-TO-QO
              MOVE WS-TX-Y-NEW TO WS-IMG
              PERFORM PARA-IMG-TO-QN
              EXEC SQL
                 INSERT INTO CITIZENS_HIST
                    (CITIZEN_ID, CHG_TS, CHG_USER, CHG_ORIGIN,
                     CHG_MODE,
                     OLD_BDATE, OLD_GENDER, OLD_ALIVE, OLD_DDATE,
                     OLD_NAME, OLD_BPLACE,
                     NEW_BDATE, NEW_GENDER, NEW_ALIVE, NEW_DDATE,
                     NEW_NAME, NEW_BPLACE, MERGE_ID,
                     OLD_BTIME, NEW_BTIME, APPR_USER,
                     OLD_REGION, NEW_REGION)
                 VALUES
                    (:WS-QH-ID, TIMESTAMP(:WS-QH-TS),
                     :WS-QH-USER, :WS-QH-ORIGIN :WS-QH-ORIGIN-IND,
                     :WS-QH-MODE,
                     :WS-QO-BDATE :WS-QO-BDATE-IND,
                     :WS-QO-GENDER :WS-QO-GENDER-IND,
                     :WS-QO-ALIVE :WS-QO-ALIVE-IND,
                     :WS-QO-DDATE :WS-QO-DDATE-IND,
                     :WS-QO-NAME :WS-QO-NAME-IND,
                     :WS-QO-BPLACE :WS-QO-BPLACE-IND,
                     :WS-QN-BDATE :WS-QN-BDATE-IND,
                     :WS-QN-GENDER :WS-QN-GENDER-IND,
                     :WS-QN-ALIVE :WS-QN-ALIVE-IND,
                     :WS-QN-DDATE :WS-QN-DDATE-IND,
                     :WS-QN-NAME :WS-QN-NAME-IND,
                     :WS-QN-BPLACE :WS-QN-BPLACE-IND,
                     :WS-QH-MERGE-ID :WS-QH-MERGE-IND,
                     :WS-QO-BTIME :WS-QO-BTIME-IND,
                     :WS-QN-BTIME :WS-QN-BTIME-IND,
                     :WS-QH-APPR :WS-QH-APPR-IND,
                     :WS-QH-OREG :WS-QH-OREG-IND,
                     :WS-QH-NREG :WS-QH-NREG-IND)
              END-EXEC
              IF SQLCODE NOT = 0 THEN
                 PERFORM PARA-SQL-ERROR
              END-IF
              ADD 1 TO WS-LD-HIS
              PERFORM PARA-LOAD-COUNT
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH INSERT REL - CHILD, MOTHER AND FATHER ALL UNDER
      *    THEIR NEW IDS; A PARENT NOT ON THE EXTRACT BECOMES NULL
      ******************************************************************
       PARA-INSERT-REL.
           MOVE WS-TX-ID TO WS-MAP-OLD
           PERFORM PARA-MAP-ID
           IF NOT WS-MAP-FOUND THEN
              ADD 1 TO WS-LD-ORPHAN
           ELSE
              MOVE WS-MAP-NEW TO WS-QR-ID
              MOVE ZERO TO WS-QR-MOTHER
              MOVE -1 TO WS-QR-MOTHER-IND
              MOVE ZERO TO WS-QR-FATHER
              MOVE -1 TO WS-QR-FATHER-IND
              IF WS-TX-R-MOTHER > ZERO THEN
                 MOVE WS-TX-R-MOTHER TO WS-MAP-OLD
                 PERFORM PARA-MAP-ID
                 IF WS-MAP-FOUND THEN
                    MOVE WS-MAP-NEW TO WS-QR-MOTHER
                    MOVE ZERO TO WS-QR-MOTHER-IND
                 ELSE
                    ADD 1 TO WS-LD-LINK-NULLED
                 END-IF
              END-IF
              IF WS-TX-R-FATHER > ZERO THEN
                 MOVE WS-TX-R-FATHER TO WS-MAP-OLD
                 PERFORM PARA-MAP-ID
                 IF WS-MAP-FOUND THEN
                    MOVE WS-MAP-NEW TO WS-QR-FATHER
                    MOVE ZERO TO WS-QR-FATHER-IND
                 ELSE
                    ADD 1 TO WS-LD-LINK-NULLED
                 END-IF
              END-IF
              MOVE WS-TX-R-TS TO WS-QR-TS
              MOVE WS-TX-R-USER TO WS-QR-USER
              EXEC SQL
                 INSERT INTO CITIZENS_REL
                    (CITIZEN_ID, MOTHER_ID, FATHER_ID, CHG_TS,
                     CHG_USER)
                 VALUES
                    (:WS-QR-ID,
                     :WS-QR-MOTHER :WS-QR-MOTHER-IND,
                     :WS-QR-FATHER :WS-QR-FATHER-IND,
                     TIMESTAMP(:WS-QR-TS),
                     :WS-QR-USER)
              END-EXEC
              IF SQLCODE NOT = 0 THEN
                 PERFORM PARA-SQL-ERROR
              END-IF
              ADD 1 TO WS-LD-REL
              PERFORM PARA-LOAD-COUNT
           END-IF
           EXIT.
      ******************************************************************
       PARA-MAP-ID.
           MOVE 'N' TO WS-MAP-FOUND-SW
           MOVE ZERO TO WS-MAP-NEW
           MOVE WS-MAP-OLD TO IDMAP-OLD-ID
           READ RECIDMAP
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-MAP-FOUND-SW
                 MOVE IDMAP-NEW-ID TO WS-MAP-NEW
           END-READ
           EXIT.
      ******************************************************************
       PARA-LOAD-COUNT.
           ADD 1 TO WS-SINCE-COMMIT
           IF WS-SINCE-COMMIT >= WS-PGM-COMMIT-EVERY THEN
              PERFORM PARA-LOAD-COMMIT
           END-IF
           EXIT.
       PARA-LOAD-COMMIT.
           EXEC SQL
              COMMIT
           END-EXEC
           MOVE ZERO TO WS-SINCE-COMMIT
           EXIT.
      ******************************************************************
      *    PARAGRAPH LOAD FATAL - NCIDMAP OUT OF STEP WITH THE ROWS
      *    JUST INSERTED; ROLL BACK AND ABEND. RERUN FROM THE IDCAMS
      *    STEP - THE LOAD EMPTIES THE TABLES AGAIN
      ******************************************************************
       PARA-LOAD-FATAL.
           EXEC SQL
              ROLLBACK
           END-EXEC
           MOVE 8 TO RETURN-CODE
           CALL "CEE3ABD" USING ABEND-CODE , TIMING
           EXIT.
      ******************************************************************
      *    PARAGRAPH INIT DAY TABLES - NON-LEAP MONTH OFFSETS AND THE
      *    FIXED RASHI BOUNDARIES; EVERY SET'S DAY CLASSES UNBUILT
      ******************************************************************
       PARA-INIT-DAY-TABLES.
           MOVE 0   TO WS-DOY-CUM(1)
           MOVE 31  TO WS-DOY-CUM(2)
           MOVE 59  TO WS-DOY-CUM(3)
           MOVE 90  TO WS-DOY-CUM(4)
           MOVE 120 TO WS-DOY-CUM(5)
           MOVE 151 TO WS-DOY-CUM(6)
           MOVE 181 TO WS-DOY-CUM(7)
           MOVE 212 TO WS-DOY-CUM(8)
           MOVE 243 TO WS-DOY-CUM(9)
           MOVE 273 TO WS-DOY-CUM(10)
           MOVE 304 TO WS-DOY-CUM(11)
           MOVE 334 TO WS-DOY-CUM(12)
           MOVE 0414 TO WS-RTAB-MD-LOW(1)
           MOVE 0514 TO WS-RTAB-MD-HIGH(1)
           MOVE 0515 TO WS-RTAB-MD-LOW(2)
           MOVE 0614 TO WS-RTAB-MD-HIGH(2)
           MOVE 0615 TO WS-RTAB-MD-LOW(3)
           MOVE 0715 TO WS-RTAB-MD-HIGH(3)
           MOVE 0716 TO WS-RTAB-MD-LOW(4)
           MOVE 0816 TO WS-RTAB-MD-HIGH(4)
           MOVE 0817 TO WS-RTAB-MD-LOW(5)
           MOVE 0916 TO WS-RTAB-MD-HIGH(5)
           MOVE 0917 TO WS-RTAB-MD-LOW(6)
           MOVE 1016 TO WS-RTAB-MD-HIGH(6)
           MOVE 1017 TO WS-RTAB-MD-LOW(7)
           MOVE 1115 TO WS-RTAB-MD-HIGH(7)
           MOVE 1116 TO WS-RTAB-MD-LOW(8)
           MOVE 1215 TO WS-RTAB-MD-HIGH(8)
           MOVE 1216 TO WS-RTAB-MD-LOW(9)
           MOVE 1231 TO WS-RTAB-MD-HIGH(9)
           MOVE 0101 TO WS-RTAB-MD-LOW2(9)
           MOVE 0113 TO WS-RTAB-MD-HIGH2(9)
           MOVE 0114 TO WS-RTAB-MD-LOW(10)
           MOVE 0212 TO WS-RTAB-MD-HIGH(10)
           MOVE 0213 TO WS-RTAB-MD-LOW(11)
           MOVE 0313 TO WS-RTAB-MD-HIGH(11)
           MOVE 0314 TO WS-RTAB-MD-LOW(12)
           MOVE 0413 TO WS-RTAB-MD-HIGH(12)
           PERFORM VARYING WS-NBND-IDX FROM 1 BY 1
              UNTIL WS-NBND-IDX > 8
              MOVE 'N' TO WS-DC-BUILT(WS-NBND-IDX)
           END-PERFORM
           EXIT.
      ******************************************************************
      *    PARAGRAPH BUILD DAY CLASS - CLASSIFIES THE 365 DAYS UNDER
      *    THE ACTIVE SET EXACTLY AS NCITIZEN'S DATE PATH DOES
      *    (NAKSHATRA AND BOUNDARY FLAG BY PARA-FIND-NAKSHATRA, PADA
      *    BY PARA-INIT-PADA-BOUNDS' QUARTERS, RASHI BY THE FIXED
      *    TABLE) AND SORTS THEM BY CLASS
      ******************************************************************
       PARA-BUILD-DAY-CLASS.
           PERFORM VARYING INX-NTAB FROM 1 BY 1 UNTIL INX-NTAB > 27
              MOVE WS-NTAB-MD-LOW(INX-NTAB) TO WS-MD-WORK
              PERFORM PARA-MD-TO-DOY
              MOVE WS-DOY-WORK TO WS-NTAB-START-DOY(INX-NTAB)
              IF WS-NTAB-MD-LOW2(INX-NTAB) > 0 THEN
                 MOVE WS-NTAB-MD-HIGH2(INX-NTAB) TO WS-MD-WORK
              ELSE
                 MOVE WS-NTAB-MD-HIGH(INX-NTAB) TO WS-MD-WORK
              END-IF
              PERFORM PARA-MD-TO-DOY
              MOVE WS-DOY-WORK TO WS-DOY-END
              IF WS-DOY-END < WS-NTAB-START-DOY(INX-NTAB) THEN
                 ADD 365 TO WS-DOY-END
              END-IF
              COMPUTE WS-NTAB-SPAN(INX-NTAB) =
                 WS-DOY-END - WS-NTAB-START-DOY(INX-NTAB) + 1
           END-PERFORM
           PERFORM VARYING WS-DC-C FROM 1 BY 1 UNTIL WS-DC-C > 2592
              MOVE ZERO TO WS-DC-CNT(WS-NBND-ACTIVE, WS-DC-C)
              MOVE ZERO TO WS-DC-FILL(WS-DC-C)
           END-PERFORM
           PERFORM VARYING WS-DC-D FROM 1 BY 1 UNTIL WS-DC-D > 365
              MOVE WS-DC-D TO WS-DOY-WORK
              PERFORM PARA-DOY-TO-MD
              MOVE WS-MD-WORK TO WS-MONTH-DAY
              PERFORM PARA-FIND-NAKSHATRA
              SET WS-DC-N TO INX-N
              COMPUTE WS-DC-OFFSET =
                 WS-DC-D - WS-NTAB-START-DOY(INX-N)
              IF WS-DC-OFFSET < ZERO THEN
                 ADD 365 TO WS-DC-OFFSET
              END-IF
              MOVE 1 TO WS-DC-P
              PERFORM VARYING WS-PADA-IDX FROM 2 BY 1
                 UNTIL WS-PADA-IDX > 4
                 COMPUTE WS-DOY-OFF =
                    ((WS-PADA-IDX - 1) * WS-NTAB-SPAN(INX-N)) / 4
                 IF WS-DC-OFFSET >= WS-DOY-OFF THEN
                    MOVE WS-PADA-IDX TO WS-DC-P
                 END-IF
              END-PERFORM
              MOVE 12 TO WS-DC-R
              PERFORM VARYING WS-RASHI-IDX FROM 12 BY -1
                 UNTIL WS-RASHI-IDX < 1
                 IF (WS-MONTH-DAY >= WS-RTAB-MD-LOW(WS-RASHI-IDX) AND
                     WS-MONTH-DAY <= WS-RTAB-MD-HIGH(WS-RASHI-IDX))
                    OR (WS-RTAB-MD-LOW2(WS-RASHI-IDX) > 0 AND
                     WS-MONTH-DAY >= WS-RTAB-MD-LOW2(WS-RASHI-IDX) AND
                     WS-MONTH-DAY <= WS-RTAB-MD-HIGH2(WS-RASHI-IDX))
                    THEN
                    MOVE WS-RASHI-IDX TO WS-DC-R
                 END-IF
              END-PERFORM
              COMPUTE WS-DC-C =
                 (((WS-DC-N - 1) * 4 + (WS-DC-P - 1)) * 12 +
                  (WS-DC-R - 1)) * 2 + WS-NU + 1
              MOVE WS-DC-C TO WS-DC-CODE(WS-NBND-ACTIVE, WS-DC-D)
              ADD 1 TO WS-DC-CNT(WS-NBND-ACTIVE, WS-DC-C)
           END-PERFORM
           MOVE 1 TO WS-DC-POS
           PERFORM VARYING WS-DC-C FROM 1 BY 1 UNTIL WS-DC-C > 2592
              MOVE WS-DC-POS TO WS-DC-FIRST(WS-NBND-ACTIVE, WS-DC-C)
              ADD WS-DC-CNT(WS-NBND-ACTIVE, WS-DC-C) TO WS-DC-POS
           END-PERFORM
           PERFORM VARYING WS-DC-D FROM 1 BY 1 UNTIL WS-DC-D > 365
              MOVE WS-DC-CODE(WS-NBND-ACTIVE, WS-DC-D) TO WS-DC-C
              COMPUTE WS-DC-POS =
                 WS-DC-FIRST(WS-NBND-ACTIVE, WS-DC-C) +
                 WS-DC-FILL(WS-DC-C)
              MOVE WS-DC-D TO WS-DC-SORTED(WS-NBND-ACTIVE, WS-DC-POS)
              ADD 1 TO WS-DC-FILL(WS-DC-C)
           END-PERFORM
      *    NAKSHATRA N OWNS CODES (N-1)*96+1 TO N*96
           PERFORM VARYING WS-DC-N FROM 1 BY 1 UNTIL WS-DC-N > 27
              COMPUTE WS-DC-C = (WS-DC-N - 1) * 96 + 1
              MOVE WS-DC-FIRST(WS-NBND-ACTIVE, WS-DC-C)
                 TO WS-DC-NFIRST(WS-NBND-ACTIVE, WS-DC-N)
              MOVE ZERO TO WS-DC-NCNT(WS-NBND-ACTIVE, WS-DC-N)
              PERFORM VARYING WS-DC-C FROM WS-DC-C BY 1
                 UNTIL WS-DC-C > WS-DC-N * 96
                 ADD WS-DC-CNT(WS-NBND-ACTIVE, WS-DC-C)
                    TO WS-DC-NCNT(WS-NBND-ACTIVE, WS-DC-N)
              END-PERFORM
           END-PERFORM
           MOVE 'Y' TO WS-DC-BUILT(WS-NBND-ACTIVE)
           EXIT.
      ******************************************************************
      *    PARAGRAPH MD TO DOY - MMDD IN WS-MD-WORK BECOMES A 1-365
      *    DAY-OF-YEAR (NON-LEAP) IN WS-DOY-WORK
      ******************************************************************
       PARA-MD-TO-DOY.
           DIVIDE WS-MD-WORK BY 100 GIVING WS-DOY-MONTH
              REMAINDER WS-DOY-DAY
           COMPUTE WS-DOY-WORK = WS-DOY-CUM(WS-DOY-MONTH) + WS-DOY-DAY
           EXIT.
      *    SAME FOR A CALENDAR DATE'S MMDD IN WS-MK-MD - 29 FEB IS
      *    TAKEN AS 28 FEB
       PARA-MD-TO-DOY-LEAP.
           MOVE WS-MK-MD TO WS-MD-WORK
           IF WS-MD-WORK = 0229 THEN
              MOVE 0228 TO WS-MD-WORK
           END-IF
           PERFORM PARA-MD-TO-DOY
           EXIT.
      ******************************************************************
      *    PARAGRAPH DOY TO MD - REVERSE OF PARA-MD-TO-DOY. WS-DOY-WORK
      *    (1-365) BECOMES MMDD IN WS-MD-WORK
      ******************************************************************
       PARA-DOY-TO-MD.
           PERFORM VARYING WS-DOY-MONTH FROM 12 BY -1
              UNTIL WS-DOY-CUM(WS-DOY-MONTH) < WS-DOY-WORK
              CONTINUE
           END-PERFORM
           COMPUTE WS-DOY-DAY = WS-DOY-WORK - WS-DOY-CUM(WS-DOY-MONTH)
           COMPUTE WS-MD-WORK = WS-DOY-MONTH * 100 + WS-DOY-DAY
           EXIT.
      ******************************************************************
      *    PARAGRAPH LOAD NTAB CONTROL - SAME LOADER AND HARD STOPS
      *    AS NCITIZEN'S (KEPT IN STEP BY HAND)
      ******************************************************************
       PARA-LOAD-NTAB-CONTROL.
           MOVE ZERO TO WS-NBND-SET-CNT
           MOVE ZERO TO WS-NBND-ACTIVE
           OPEN INPUT RECNBND
           IF WS-FS-NBND NOT = '00' THEN
              DISPLAY 'ERROR:   NAKSHATRA BOUNDARY CONTROL DATASET ',
                 '(NCNBND DD) CANNOT BE OPENED. FS=', WS-FS-NBND,
                 '. ABORTING RUN'
              MOVE 8 TO RETURN-CODE
              CALL "CEE3ABD" USING ABEND-CODE , TIMING
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
              READ RECNBND
                 AT END
                    MOVE 'Y' TO WS-EOF-FLAG
                 NOT AT END
                    IF RECV01-NBND-R(1:1) NOT = '*' THEN
                       PERFORM PARA-STORE-NBND-ROW
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RECNBND
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-NBND-SET-CNT < 1 THEN
              DISPLAY 'ERROR:   NCNBND CONTROL DATASET IS EMPTY. ',
                 'ABORTING RUN'
              MOVE 8 TO RETURN-CODE
              CALL "CEE3ABD" USING ABEND-CODE , TIMING
           END-IF
           EXIT.
      ******************************************************************
       PARA-STORE-NBND-ROW.
           IF WS-NBND-SET-CNT = 0 OR
              RECV01-NBND-FROM-YEAR NOT =
                 WS-NBND-FROM-YEAR(WS-NBND-SET-CNT) OR
              RECV01-NBND-TO-YEAR NOT =
                 WS-NBND-TO-YEAR(WS-NBND-SET-CNT)
              THEN
              IF WS-NBND-SET-CNT >= 8 THEN
                 DISPLAY 'ERROR:   MORE THAN 8 BOUNDARY SETS IN ',
                    'NCNBND. ABORTING RUN'
                 MOVE 8 TO RETURN-CODE
                 CALL "CEE3ABD" USING ABEND-CODE , TIMING
              END-IF
              ADD 1 TO WS-NBND-SET-CNT
              MOVE RECV01-NBND-FROM-YEAR
                 TO WS-NBND-FROM-YEAR(WS-NBND-SET-CNT)
              MOVE RECV01-NBND-TO-YEAR
                 TO WS-NBND-TO-YEAR(WS-NBND-SET-CNT)
              MOVE ZERO TO WS-NBND-ROWS(WS-NBND-SET-CNT)
           END-IF
           IF RECV01-NBND-SEQ < 1 OR RECV01-NBND-SEQ > 27 THEN
              DISPLAY 'ERROR:   NCNBND ROW WITH SEQUENCE ',
                 RECV01-NBND-SEQ, ' OUTSIDE 1-27. ABORTING RUN'
              MOVE 8 TO RETURN-CODE
              CALL "CEE3ABD" USING ABEND-CODE , TIMING
           END-IF
           MOVE RECV01-NBND-NAME
              TO WS-NBND-NAME(WS-NBND-SET-CNT, RECV01-NBND-SEQ)
           MOVE RECV01-NBND-LOW
              TO WS-NBND-LOW(WS-NBND-SET-CNT, RECV01-NBND-SEQ)
           MOVE RECV01-NBND-HIGH
              TO WS-NBND-HIGH(WS-NBND-SET-CNT, RECV01-NBND-SEQ)
           MOVE RECV01-NBND-LOW2
              TO WS-NBND-LOW2(WS-NBND-SET-CNT, RECV01-NBND-SEQ)
           MOVE RECV01-NBND-HIGH2
              TO WS-NBND-HIGH2(WS-NBND-SET-CNT, RECV01-NBND-SEQ)
           MOVE RECV01-NBND-BOUND
              TO WS-NBND-BOUND(WS-NBND-SET-CNT, RECV01-NBND-SEQ)
           ADD 1 TO WS-NBND-ROWS(WS-NBND-SET-CNT)
           EXIT.
      ******************************************************************
      *    PARAGRAPH SET NTAB FOR YEAR - SAME ACTIVATION RULE AS
      *    NCITIZEN'S, EXCEPT THAT A YEAR NO SET COVERS (OLDER THAN
      *    ANY SWEEP WILL LOOK AT) TAKES THE NEAREST SET INSTEAD OF
      *    STOPPING THE RUN - ITS DATES MUST BE MASKED ALL THE SAME.
      *    THE SET'S DAY CLASSES ARE BUILT ON FIRST USE
      ******************************************************************
       PARA-SET-NTAB-FOR-YEAR.
           IF WS-NBND-ACTIVE > 0 AND
              WS-NBND-TARGET-YEAR >=
                 WS-NBND-FROM-YEAR(WS-NBND-ACTIVE) AND
              WS-NBND-TARGET-YEAR <= WS-NBND-TO-YEAR(WS-NBND-ACTIVE)
              THEN
              CONTINUE *> THE ACTIVE SET ALREADY COVERS THIS YEAR
           ELSE
              MOVE ZERO TO WS-NBND-FOUND
              MOVE 99999 TO WS-NBND-BEST-DIST
              PERFORM VARYING WS-NBND-IDX FROM 1 BY 1
                 UNTIL WS-NBND-IDX > WS-NBND-SET-CNT
                 IF WS-NBND-TARGET-YEAR <
                    WS-NBND-FROM-YEAR(WS-NBND-IDX) THEN
                    COMPUTE WS-NBND-DIST =
                       WS-NBND-FROM-YEAR(WS-NBND-IDX) -
                       WS-NBND-TARGET-YEAR
                 ELSE
                    IF WS-NBND-TARGET-YEAR >
                       WS-NBND-TO-YEAR(WS-NBND-IDX) THEN
                       COMPUTE WS-NBND-DIST =
                          WS-NBND-TARGET-YEAR -
                          WS-NBND-TO-YEAR(WS-NBND-IDX)
                    ELSE
                       MOVE ZERO TO WS-NBND-DIST
                    END-IF
                 END-IF
                 IF WS-NBND-DIST < WS-NBND-BEST-DIST THEN
                    MOVE WS-NBND-DIST TO WS-NBND-BEST-DIST
                    MOVE WS-NBND-IDX TO WS-NBND-FOUND
                 END-IF
              END-PERFORM
              IF WS-NBND-BEST-DIST > ZERO THEN
                 ADD 1 TO WS-CNT-NOSET
              END-IF
              IF WS-NBND-FOUND NOT = WS-NBND-ACTIVE THEN
                 MOVE WS-NBND-FOUND TO WS-NBND-ACTIVE
                 PERFORM VARYING INX-NTAB FROM 1 BY 1
                    UNTIL INX-NTAB > 27
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
                 IF WS-DC-BUILT(WS-NBND-ACTIVE) NOT = 'Y' THEN
                    PERFORM PARA-BUILD-DAY-CLASS
                 END-IF
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH FIND NAKSHATRA - SAME LOOKUP RULE AS NCITIZEN'S
      ******************************************************************
       PARA-FIND-NAKSHATRA.
           MOVE 9 TO WS-NU
           SET INX-N TO 1
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
                    SET INX-N UP BY 1
              END-EVALUATE
           END-PERFORM
           IF INX-N > 27 THEN
              SET INX-N TO 27
              MOVE 1 TO WS-NU
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH SQL ERROR - ROLL BACK THE OPEN UNIT OF WORK AND
      *    ABEND. A FAILED LOAD IS RERUN FROM THE IDCAMS STEP
      ******************************************************************
       PARA-SQL-ERROR.
           EXEC SQL
              ROLLBACK
           END-EXEC
      ************** DB2 Error Handling Routine
           DISPLAY '*************************************************'
           DISPLAY '**** E R R O R M E S S A G E S ****'
           DISPLAY '*************************************************'
           DISPLAY '* Problem in paragraph: NCTSTREF'
           DISPLAY '*'
           DISPLAY '* SQLCODE: ' SQLCODE
           DISPLAY '*************************************************'
           MOVE 8 TO RETURN-CODE
           CALL "CEE3ABD" USING ABEND-CODE , TIMING
           EXIT.
