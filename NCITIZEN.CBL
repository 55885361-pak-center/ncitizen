      *       WE IMPLY DB2 HAS VARIABLES: 
      *       DATE, GENDER: 1 OR 0 FOR 1=MALE, 0=FAMALE
      *       ALIVE STATUS: 1 OR 0 FOR 1=ALIVE, 0=DEAD   
      *       BTIME: NULLABLE TIME OF BIRTH (REGISTRY LOCAL CLOCK)
      ******************************************************************
      *    LUNAR NAKSHATRA
      *       THE NAKSHATRA IS WHERE THE MOON STOOD AT BIRTH. THE
      *       BIRTH-DATE BOUNDARY TABLES (NCNBND) ARE ONLY AN
      *       APPROXIMATION OF THAT, GOOD ENOUGH WHEN NO TIME IS
      *       KNOWN. FOR A CITIZEN WITH BTIME ON RECORD THE SQ/SP/IC
      *       SWEEPS AND THE 'ID' CARD READ THE MOON'S SIDEREAL
      *       LONGITUDE FOR THE BIRTH DAY FROM THE NCEPHEM KSDS,
      *       ADVANCE IT BY THE DAILY MOTION TO THE BIRTH MINUTE AND
      *       TAKE NAKSHATRA (13 DEG 20 MIN EACH), PADA (QUARTER) AND
      *       RASHI (30 DEG EACH) STRAIGHT FROM THE ANGLE. NO BIRTH
      *       TIME, OR NO NCEPHEM RECORD FOR THE DAY, FALLS BACK TO
      *       THE BOUNDARY TABLES. THE RUN SUMMARY SAYS HOW MANY
      *       CITIZENS WENT EACH WAY. MODE 'MQ' COUNTS IN SQL BY
      *       MONTH-DAY RANGES AND STAYS DATE-ONLY; 'VF' THEREFORE
      *       RUNS ITS SQ PASS DATE-ONLY TOO, SO THE CELLS COMPARE
      *       LIKE FOR LIKE. 'WI' COMPARES BOUNDARY SETS AND IS
      *       DATE-ONLY BY DEFINITION
      ******************************************************************
      *    VIMSHOTTARI DASHA
      *       THE 120-YEAR PLANETARY PERIOD CYCLE STARTS AT BIRTH WITH
      *       THE BIRTH NAKSHATRA'S LORD, LESS THE SHARE OF THAT
      *       NAKSHATRA THE MOON HAD ALREADY CROSSED. THE 'ID' CARD
      *       SHOWS THE RUNNING MAHADASHA AND ANTARDASHA AS OF THE
      *       AS-OF DATE; MODE 'VD' COUNTS THE LIVING POPULATION BY
      *       RUNNING MAHADASHA, GENDER AND INTERVAL TABLE. WITH NO
      *       MOON POSITION THE SHARE CROSSED IS TAKEN FROM THE BIRTH
      *       DAY'S PLACE IN THE NAKSHATRA'S NCNBND DAY RANGE. DASHA
      *       YEARS ARE 365.25 DAYS
      ******************************************************************
      *    POINT IN TIME
      *       MODE 'PT' RUNS THE SP-STYLE SWEEP OVER THE NCPITX EXTRACT
      *       NCPITREC REBUILT FROM CITIZENS_HIST, INSTEAD OF LIVE
      *       CITIZENS - THE STATISTICS OF THE REGISTRY AS IT STOOD
      *       AT THE EXTRACT'S AS-OF TIME, AGES AS OF THAT DATE. THE
      *       RUN IS A REPORT ONLY: NO NCLOGW/NCSUMK RECORD, SO A
      *       RECONSTRUCTION NEVER BECOMES THE LATEST SNAPSHOT
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE IS RANDOM
           RECORD KEY IS RECV01-LOCK-KEY
           FILE STATUS IS WS-FS-LOCK.
      *    LUNAR EPHEMERIS KSDS - ONE RECORD PER CALENDAR DAY WITH
      *    THE MOON'S SIDEREAL LONGITUDE AT 00:00 REGISTRY LOCAL TIME
      *    AND ITS MOTION UP TO THE NEXT MIDNIGHT. READ ONLY, OPENED
      *    ON THE FIRST CITIZEN WHO HAS A BIRTH TIME ON RECORD
           SELECT OPTIONAL RECEPH ASSIGN TO NCEPHEM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RECV01-EPH-DATE
           FILE STATUS IS WS-FS-EPH.
      *    POINT-IN-TIME EXTRACT WRITTEN BY NCPITREC - MODE 'PT' ONLY
           SELECT OPTIONAL RECPITX ASSIGN TO NCPITX
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-PITX.
       DATA DIVISION.
       FILE SECTION. 
       FD RECLOGW.
         10 RECV01-DS-FRAG-FLAG       PIC   X.
         10 RECV01-DS-FRAG-LOW        PIC   S9(3).
         10 RECV01-DS-FRAG-HIGH       PIC   S9(3).
      *    REGISTRY REGION THE RUN SWEPT - '**' = EVERY REGION (THE
      *    NATIONAL SNAPSHOT, SWEPT DIRECTLY OR BUILT BY NCREGCON
      *    FROM THE REGIONAL ONES), OTHERWISE CITIZENS.REGION
         10 RECV01-DS-REGION          PIC   XX.
        05 RECV01-DS-TABLE-STATS.
         10 RECV01-DS-TAB OCCURS 1 TO 120 TIMES DEPENDING ON
                       RECV01-DS-LEN INDEXED BY DS-I.
      *    INTERVALS (LARGEST BODY) OF RECV01-DS-R-TAB - SEE
      *    PARA-COMPUTE-CRC/PARA-VALIDATE-DS-RECORD FOR THE MATCHING
      *    LENGTH ARITHMETIC USED TO VERIFY A RECORD ON READ-BACK
           RECORD IS VARYING IN SIZE FROM 1945 TO 225189
           DEPENDING ON RECV01-DS-R-LEN
           RECORDING MODE IS V *> VB?
           DATA RECORD IS RECV01-DS-R.
         10 RECV01-DS-R-FRAG-FLAG     PIC   X.
         10 RECV01-DS-R-FRAG-LOW      PIC   S9(3).
         10 RECV01-DS-R-FRAG-HIGH     PIC   S9(3).
         10 RECV01-DS-R-REGION        PIC   XX.
        05 RECV01-DS--RTABLE-STATS.
         10 RECV01-DS-R-TAB OCCURS 1 TO 120 TIMES DEPENDING ON
                       RECV01-DS-R-LEN INDEXED BY DSR-I.
       01 RECV01-CKPT-R.
        05 RECV01-CKPT-INTERVAL-IDX   PIC   S9(3) COMP-5.
        05 RECV01-CKPT-PGM-INTERVAL   PIC   S9(3) COMP-5.
      *    REGION OF THE RUN THAT WROTE THE CHECKPOINT - A RESTART
      *    FOR ANOTHER REGION MUST NOT PICK UP ITS PARTIAL COUNTS
        05 RECV01-CKPT-REGION         PIC   XX.
        05 RECV01-CKPT-SNAPSHOT       PIC   X(225498).
      ******************************************************************
       FD RECPERF
           RECORDING MODE IS F.
       01 RECV01-REPT-R              PIC   X(132).
      ******************************************************************
      *    RUN-SUMMARY KSDS RECORD - THE KEY IS USER + START DATE
      *    (THE SAME SELECTORS THE DS-MODE PARM CARRIES) + REGION,
      *    SO ONE NIGHT'S REGIONAL AND NATIONAL RUNS SIT SIDE BY
      *    SIDE. THE
      *    GENERATION FIELD HOLDS THE RUN'S START DATE DIGITS, WHICH
      *    IDENTIFIES THE NCLOGW GENERATION ALLOCATED THAT RUN - THE
      *    PROGRAM CANNOT SEE THE ABSOLUTE GDG NUMBER FROM INSIDE
        05 RECV01-SUMK-KEY.
         10 RECV01-SUMK-USER          PIC   X(8).
         10 RECV01-SUMK-START-DATE    PIC   X(11).
         10 RECV01-SUMK-REGION        PIC   XX.
        05 RECV01-SUMK-MODE           PIC   AA.
        05 RECV01-SUMK-INTERVAL-VAL   PIC   S9(3).
        05 RECV01-SUMK-TOTAL-CP       PIC   9(9) COMP-5.
        05 RECV01-SUMK-NMIN-PQ        PIC   9(9) COMP-5.
        05 RECV01-SUMK-CRC            PIC   9(9) COMP-5.
        05 RECV01-SUMK-GENERATION     PIC   X(8).
        05 FILLER                     PIC   X(26).
      ******************************************************************
      *    AUDIT RECORD - ONE PER INVOCATION, WRITTEN BY PARA-WRITE-
      *    AUDIT REGARDLESS OF OUTCOME. RECV01-AUDIT-SQLCODE IS ONLY
      *    NON-ZERO WHEN THE RUN ABORTED THROUGH THE DB2 ERROR HANDLER.
      *    RECV01-AUDIT-ASOF-DATE IS THE PARM AS-OF DATE (SPACES WHEN
      *    THE RUN WAS AS OF ITS OWN DAY) - NCRUNCAL TELLS A CATCH-UP
      *    RUN FOR AN EARLIER BUSINESS DATE FROM TODAY'S RUN BY IT
      ******************************************************************
      ******************************************************************
      *    RUN-LOCK RECORD - THE KEY IDENTIFIES THE RUN (A PARTIAL
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
      *    EPHEMERIS RECORD - KEY IS THE DAY AS YYYYMMDD. LONGITUDE IN
      *    DEGREES 0-359.9999 OF THE SIDEREAL ZODIAC (0 = START OF
      *    ASHWINI AND OF MESHA), MOTION IN DEGREES OVER THE
      *    FOLLOWING 24 HOURS (ROUGHLY 12 TO 15)
      ******************************************************************
       FD RECEPH.
       01 RECV01-EPH-R.
        05 RECV01-EPH-DATE            PIC   X(8).
        05 RECV01-EPH-LONG            PIC   9(3)V9(4).
        05 RECV01-EPH-MOTION          PIC   9(2)V9(4).
        05 FILLER                     PIC   X(59).
      ******************************************************************
      *    POINT-IN-TIME EXTRACT - SAME COLUMNS AS NCPITREC'S PITX-R.
      *    'H' HEADER, 'D' ONE CITIZEN (SPACES = NULL), 'T' TRAILER
      ******************************************************************
       FD RECPITX
           RECORDING MODE IS F.
       01 RECV01-PITX-R.
        05 RECV01-PITX-TYPE           PIC   X.
        05 RECV01-PITX-CITIZEN-ID     PIC   9(9).
        05 RECV01-PITX-BDATE          PIC   X(10).
        05 RECV01-PITX-GENDER         PIC   X.
        05 RECV01-PITX-ALIVE          PIC   X.
        05 RECV01-PITX-DDATE          PIC   X(10).
        05 RECV01-PITX-NAME           PIC   X(30).
        05 RECV01-PITX-BPLACE         PIC   X(20).
        05 RECV01-PITX-BTIME          PIC   X(8).
        05 RECV01-PITX-MERGED-INTO    PIC   9(9).
        05 RECV01-PITX-WOUND          PIC   9(3).
        05 FILLER                     PIC   X(18).
       01 RECV01-PITX-HEAD-R REDEFINES RECV01-PITX-R.
        05 FILLER                     PIC   X.
        05 RECV01-PITX-H-ASOF-TS      PIC   X(26).
        05 RECV01-PITX-H-CITIZEN-ID   PIC   9(9).
        05 RECV01-PITX-H-RUN-DATE     PIC   9(8).
        05 RECV01-PITX-H-USER         PIC   X(8).
        05 FILLER                     PIC   X(68).
       01 RECV01-PITX-TRAIL-R REDEFINES RECV01-PITX-R.
        05 FILLER                     PIC   X.
        05 RECV01-PITX-T-ROWS         PIC   9(9).
        05 RECV01-PITX-T-NOT-YET      PIC   9(9).
        05 RECV01-PITX-T-WOUND        PIC   9(9).
        05 FILLER                     PIC   X(92).
      ******************************************************************
       FD RECAUDIT
           RECORDING MODE IS F.
        05 RECV01-AUDIT-INTERVAL-VAL  PIC   S9(3).
        05 RECV01-AUDIT-RETURN-CODE   PIC   S9(4).
        05 RECV01-AUDIT-SQLCODE       PIC   S9(9).
        05 RECV01-AUDIT-ASOF-DATE     PIC   X(8).
        05 FILLER                     PIC   X(12).
       WORKING-STORAGE SECTION.
      ******************************************************************
      *  BEGIN SQL VARIABLES & STRUCTURES
      *    WITHOUT ANY CHANGE OF THEIR OWN, SINCE THOSE ARE MOVED FROM
      *    THE SAME RECV01-CURRENT-DATE-DB2 THIS PROBE POPULATES
        05 WS-QASOF-DATE-DB2     PIC   X(10).
      *    REGISTRY REGION THIS RUN SWEEPS - '**' (THE DEFAULT) MEANS
      *    EVERY REGION, WHICH EACH COUNTING CURSOR TESTS FIRST
        05 WS-QREGION            PIC   XX VALUE '**'.
      *    CRS1 ROWSET - ONE ROUND TRIP HANDS BACK A BATCH OF CITIZENS
      *    INSTEAD OF ONE FETCH PER ROW. WS-QROWSET-SIZE IS BOTH THE
      *    "FOR :N ROWS" REQUEST AND THE ARRAY BOUND; SQLERRD(3) COMES
        05 WS-QONE-DDATE         PIC   X(10).
        05 WS-QONE-NAME          PIC   X(30).
        05 WS-QONE-BPLACE        PIC   X(20).
        05 WS-QONE-BTIME         PIC   X(8).
        05 WS-QONE-REGION        PIC   XX.
        05 WS-QONE-BDATE-IND     PIC   S9(4) COMP-5.
        05 WS-QONE-GENDER-IND    PIC   S9(4) COMP-5.
        05 WS-QONE-ALIVE-IND     PIC   S9(4) COMP-5.
        05 WS-QONE-DDATE-IND     PIC   S9(4) COMP-5.
        05 WS-QONE-NAME-IND      PIC   S9(4) COMP-5.
        05 WS-QONE-BPLACE-IND    PIC   S9(4) COMP-5.
        05 WS-QONE-BTIME-IND     PIC   S9(4) COMP-5.
      *    NAME OF THE NULL-BDATE SWEEP ROW (CRS1N)
        05 WS-QCIT-NAME          PIC   X(30).
        05 WS-QCIT-NAME-IND      PIC   S9(4) COMP-5.
        05 WS-QDN-DDATE          PIC   X(10).
        05 WS-QDN-BDATE-IND      PIC   S9(4) COMP-5.
        05 WS-QDN-DDATE-IND      PIC   S9(4) COMP-5.
      *    MODE 'VD' FETCH - BIRTH DATE, GENDER AND BIRTH TIME OF
      *    EVERY LIVING CITIZEN (BDATE NON-NULL BY THE CRS1V PREDICATE)
        05 WS-QVD-BDATE          PIC   X(10).
        05 WS-QVD-GENDER         PIC   S9(4) COMP-5.
        05 WS-QVD-BTIME          PIC   X(8).
        05 WS-QVD-BDATE-IND      PIC   S9(4) COMP-5.
        05 WS-QVD-GENDER-IND     PIC   S9(4) COMP-5.
        05 WS-QVD-BTIME-IND      PIC   S9(4) COMP-5.
      *    DDATE IS NULLABLE (ALIVE CITIZENS HAVE NONE), SO IT COMES
      *    BACK WITH ITS OWN NULL INDICATOR ARRAY - A NEGATIVE
      *    INDICATOR MEANS "NO DEATH DATE ON RECORD" FOR THAT ROW
           OCCURS 100 TIMES.
        05 WS-QDDATE-IND-TAB     PIC   S9(4) COMP-5
           OCCURS 100 TIMES.
      *    BIRTH TIME (NULLABLE DB2 TIME, HH.MM.SS) - WHEN PRESENT THE
      *    ROW IS CLASSIFIED BY THE NCEPHEM MOON POSITION
        05 WS-QBTIME-TAB         PIC   X(8)
           OCCURS 100 TIMES.
        05 WS-QBTIME-IND-TAB     PIC   S9(4) COMP-5
           OCCURS 100 TIMES.
      *    CRS2006 AGE-AT-DEATH AGGREGATES PER NAKSHATRA
        05 WS-QDAGE-SUM          PIC   S9(9) COMP-5.
        05 WS-QDAGE-CNT          PIC   S9(9) COMP-5.
              FOR FETCH ONLY
           END-EXEC.
      ******************************************************************
      *    DUPLICATE REGISTRATIONS RETIRED BY NCITMAIN 'MG' KEEP THEIR
      *    ROW WITH MERGED_INTO POINTING AT THE SURVIVOR - EVERY
      *    COUNTING CURSOR BELOW LEAVES THEM OUT, SO A MERGED PERSON
      *    IS COUNTED ONCE, UNDER THE SURVIVING CITIZEN_ID. A
      *    REGIONAL RUN (WS-QREGION NOT '**') ALSO KEEPS TO ITS OWN
      *    REGISTRY REGION, SO THE REGIONAL SNAPSHOTS PARTITION THE
      *    NATIONAL ONE EXACTLY
      ******************************************************************
      *MAIN QUERY TO SELECT MULTIPLE ROWS FOR PROCESSING - HEAVY LOAD
      *    WITH ROWSET POSITIONING SO PARA-SQL-SQ CAN FETCH A BATCH OF
      *    WS-QROWSET-SIZE CITIZENS PER ROUND TRIP INSTEAD OF ONE ROW
              GENDER,
              ALIVE,
              DDATE,
              NAME,
              BTIME
              FROM CITIZENS
              WHERE MERGED_INTO IS NULL
              AND (:WS-QREGION = '**' OR REGION = :WS-QREGION)
              AND YEAR(BDATE) 
              BETWEEN 
              :WS-QDATE-LOWER-DB2 - :WS-QINTERVAL *>YEARS 
              AND 
              CITIZEN_ID,
              NAME
              FROM CITIZENS
              WHERE MERGED_INTO IS NULL
              AND (:WS-QREGION = '**' OR REGION = :WS-QREGION)
              AND BDATE IS NULL
              FOR FETCH ONLY
           END-EXEC.
      ******************************************************************
              GENDER,
              ALIVE,
              DDATE,
              NAME,
              BTIME
              FROM CITIZENS
              WHERE MERGED_INTO IS NULL
              AND (:WS-QREGION = '**' OR REGION = :WS-QREGION)
              AND YEAR(BDATE)
              BETWEEN
              YEAR(:WS-QDATE-LOWER-DB2) - 120
              AND
              BDATE,
              DDATE
              FROM CITIZENS
              WHERE MERGED_INTO IS NULL
              AND (:WS-QREGION = '**' OR REGION = :WS-QREGION)
              AND ALIVE = 0
              AND DDATE IS NOT NULL
              AND BDATE IS NOT NULL
              FOR FETCH ONLY
           END-EXEC.
      ******************************************************************
      *    EVERY LIVING CITIZEN WITH A BIRTH DATE - MODE 'VD' WORKS
      *    OUT THE RUNNING VIMSHOTTARI MAHADASHA OF EACH AS OF THE
      *    AS-OF DATE. ONE PASS, PLAIN ROW FETCH LIKE CRS1D
           EXEC SQL
              DECLARE CRS1V CURSOR FOR
              SELECT
              BDATE,
              GENDER,
              BTIME
              FROM CITIZENS
              WHERE MERGED_INTO IS NULL
              AND (:WS-QREGION = '**' OR REGION = :WS-QREGION)
              AND ALIVE = 1
              AND BDATE IS NOT NULL
              FOR FETCH ONLY
           END-EXEC.
      ******************************************************************
      *    CHANGE-CAPTURE CURSOR FOR THE INCREMENTAL MODE 'IC' - ONLY
      *    THE ROWS NCITMAIN/NCITCICS STAMPED (CHG_TS) SINCE THE LAST
      *    SNAPSHOT'S AS-OF DATE. A FEW HUNDRED ROWS A NIGHT INSTEAD
              SELECT 
              COUNT(*) *> AS ALIVEMALE 
              FROM CITIZENS 
              WHERE MERGED_INTO IS NULL
              AND (:WS-QREGION = '**' OR REGION = :WS-QREGION)
              AND ALIVE = 1
              AND GENDER = 1
              AND (YEAR(BDATE)
              BETWEEN
              SELECT
              COUNT(*) *>AS ALIVEFEMALE
              FROM CITIZENS
              WHERE MERGED_INTO IS NULL
              AND (:WS-QREGION = '**' OR REGION = :WS-QREGION)
              AND ALIVE = 1
              AND GENDER = 0
              AND (YEAR(BDATE)
              BETWEEN
              SELECT
              COUNT(*) *>AS DEADMALE
              FROM CITIZENS
              WHERE MERGED_INTO IS NULL
              AND (:WS-QREGION = '**' OR REGION = :WS-QREGION)
              AND ALIVE = 0
              AND GENDER = 1
              AND (YEAR(BDATE)
              BETWEEN
              SELECT
              COUNT(*) *>AS DEADFEMALE
              FROM CITIZENS
              WHERE MERGED_INTO IS NULL
              AND (:WS-QREGION = '**' OR REGION = :WS-QREGION)
              AND ALIVE = 0
              AND GENDER = 0
              AND (YEAR(BDATE)
              BETWEEN
              SELECT
              COUNT(*) *>AS ALIVEOTHER
              FROM CITIZENS
              WHERE MERGED_INTO IS NULL
              AND (:WS-QREGION = '**' OR REGION = :WS-QREGION)
              AND ALIVE = 1
              AND GENDER = 2
              AND (YEAR(BDATE)
              BETWEEN
              SELECT
              COUNT(*) *>AS DEADOTHER
              FROM CITIZENS
              WHERE MERGED_INTO IS NULL
              AND (:WS-QREGION = '**' OR REGION = :WS-QREGION)
              AND ALIVE = 0
              AND GENDER = 2
              AND (YEAR(BDATE)
              BETWEEN
              SELECT
              COUNT(*) *>AS NAKSHATRA COUNT FOR GENDER/ALIVE/MD RANGE
              FROM CITIZENS
              WHERE MERGED_INTO IS NULL
              AND (:WS-QREGION = '**' OR REGION = :WS-QREGION)
              AND ALIVE = :WS-QALIVE
              AND GENDER = :WS-QGENDER
              AND (YEAR(BDATE)
              BETWEEN
              COALESCE(SUM(YEAR(DDATE) - YEAR(BDATE)), 0),
              COUNT(DDATE)
              FROM CITIZENS
              WHERE MERGED_INTO IS NULL
              AND (:WS-QREGION = '**' OR REGION = :WS-QREGION)
              AND ALIVE = 0
              AND DDATE IS NOT NULL
              AND GENDER IN (0, 1, 2)
              AND YEAR(DDATE) >= YEAR(BDATE)
              SELECT
              COUNT(*) *>AS PADA COUNT FOR MD SUB-RANGE
              FROM CITIZENS
              WHERE MERGED_INTO IS NULL
              AND (:WS-QREGION = '**' OR REGION = :WS-QREGION)
              AND ALIVE IN (0, 1)
              AND GENDER IN (0, 1, 2)
              AND (YEAR(BDATE)
              BETWEEN
              SELECT
              COUNT(*) *>AS RASHI COUNT FOR GENDER/ALIVE/MD RANGE
              FROM CITIZENS
              WHERE MERGED_INTO IS NULL
              AND (:WS-QREGION = '**' OR REGION = :WS-QREGION)
              AND ALIVE = :WS-QALIVE
              AND GENDER = :WS-QGENDER
              AND (YEAR(BDATE)
              BETWEEN
         05 WS-PGM-RANGE-HIGH             PIC   9(3) VALUE ZERO.
         05 WS-PGM-PARTIAL-SW             PIC   X VALUE 'N'.
           88 WS-PGM-PARTIAL-RUN          VALUE 'Y'.
      *    OPTIONAL REGISTRY REGION (POSITIONS 50-51) AS KEYED - SPACES
      *    WHEN OMITTED. THE SWEEP ITSELF USES WS-QREGION, WHICH IS
      *    '**' (NATIONAL) UNLESS A VALID REGION CODE WAS GIVEN
         05 WS-PGM-REGION                 PIC   XX VALUE SPACES.
         05 WS-PGM-RESULT                 PIC   S9(3).
         05 WS-PGM-REMINDER               PIC   S9(3).
      *    THE INTERVAL VALUE AS ORIGINALLY REQUESTED IN THE PARM,
        05 WS-MONTH-DAY      PIC   9(4).
        05 WS-NTOTAL         PIC   9(9) COMP-5.
        05 WS-NU             PIC   9.  *> 0=INSIDE NAKSHATRA, 1=BOUNDARY
      ******************************************************************
      *    LUNAR CLASSIFICATION (PARA-LUNAR-POSITION). THE CALLER SETS
      *    WS-LUN-BDATE (YYYY-MM-DD) AND WS-LUN-BTIME (HH.MM.SS, OR
      *    SPACES WHEN NO TIME IS ON RECORD). NCEPHEM IS TRIED ONCE -
      *    U=NOT YET, O=OPEN, X=NOT AVAILABLE OR SWITCHED OFF
      ******************************************************************
       01 WS-LUNAR.
        05 WS-LUN-STATE      PIC   X VALUE 'U'.
           88 WS-LUN-UNTRIED       VALUE 'U'.
           88 WS-LUN-OPEN          VALUE 'O'.
           88 WS-LUN-OFF           VALUE 'X'.
        05 WS-LUN-FOUND-SW   PIC   X VALUE 'N'.
           88 WS-LUN-FOUND         VALUE 'Y'.
        05 WS-LUN-BDATE      PIC   X(10).
        05 WS-LUN-BTIME      PIC   X(8).
        05 WS-LUN-HH         PIC   99.
        05 WS-LUN-MI         PIC   99.
      *    ONE-DAY CACHE - BIRTHS ARE FETCHED IN NO PARTICULAR ORDER
      *    BUT TWINS AND SAME-DAY REGISTRATIONS STILL SAVE A READ
        05 WS-LUN-CACHE-DATE PIC   X(8) VALUE SPACES.
        05 WS-LUN-CACHE-SW   PIC   X VALUE 'N'.
           88 WS-LUN-CACHE-OK      VALUE 'Y'.
        05 WS-LUN-BASE       PIC   9(3)V9(4).
        05 WS-LUN-MOTION     PIC   9(2)V9(4).
        05 WS-LUN-MINUTES    PIC   S9(5) COMP-5.
        05 WS-LUN-LONG       PIC   S9(3)V9(6).
        05 WS-LUN-POS        PIC   S9(3)V9(6).
        05 WS-LUN-NAK        PIC   S9(3) COMP-5.
        05 WS-LUN-PADA       PIC   S9(3) COMP-5.
        05 WS-LUN-RASHI      PIC   S9(3) COMP-5.
        05 WS-LUN-PADA-ED    PIC   9.
      *    HOW THE SWEEP'S CITIZENS WERE CLASSIFIED - SUMMARY ONLY,
      *    NOT CARRIED IN THE NCLOGW RECORD
        05 WS-LUN-BY-MOON    PIC   9(9) COMP-5 VALUE 0.
        05 WS-LUN-BY-DATE    PIC   9(9) COMP-5 VALUE 0.
        05 WS-LUN-NO-EPH     PIC   9(9) COMP-5 VALUE 0.
      *    AGE-AT-DEATH SCRATCH FIELDS - YEAR SLICES OF BDATE/DDATE,
      *    THE SINGLE-CITIZEN AGE, AND THE PER-INTERVAL ROLLUP THE
      *    VIEW SUMS ACROSS ALL 27 NAKSHATRAS BEFORE AVERAGING
       01 WS-FS-NBNC         PIC   XX.
       01 WS-FS-SUMK         PIC   XX.
       01 WS-FS-LOCK         PIC   XX.
       01 WS-FS-EPH          PIC   XX.
       01 WS-FS-PITX         PIC   XX.
       01 WS-FS-REPT         PIC   XX.
       01 WS-FS-PERF         PIC   XX.
      *    FRAGMENT FLAG OF THE NCLOGR RECORD LAST UNPACKED - THE
      *    SNAPSHOT/HISTORY/DIFF READERS SKIP FRAGMENTS, WHOSE
      *    PARTIAL TOTALS WOULD POISON EVERY COMPARISON
       01 WS-FRAG-FLAG       PIC   X VALUE SPACE.
      *    REGION OF THE NCLOGR RECORD LAST UNPACKED - A SNAPSHOT ONLY
      *    STANDS IN FOR THIS RUN WHEN IT COVERS THE SAME REGION
       01 WS-DS-REGION       PIC   XX VALUE SPACES.
      ******************************************************************
      *    VARIABLES FOR THE UNPROCESSABLE-ROW PATH - SET BY THE
      *    INDICATOR/RANGE CHECKS AT THE TOP OF PARA-NAKSHATRA-COMPUTE
        05 WS-INQ-AGE        PIC   S9(4) COMP-5.
        05 WS-INQ-TABLE      PIC   S9(3) COMP-5.
      ******************************************************************
      * VARIABLES FOR PARA-DASHA-COMPUTE - VIMSHOTTARI DASHA. THE
      * 120-YEAR CYCLE RUNS THE 9 LORDS IN WS-LORD-NAME ORDER FOR
      * WS-DSH-YEARS EACH, STARTING AT THE BIRTH NAKSHATRA'S LORD
      * WITH THE PART OF ITS PERIOD THE MOON HAD ALREADY COVERED
      * (WS-DSH-FRAC OF THE NAKSHATRA) STRUCK OFF. DAY NUMBERS ARE
      * CIVIL-CALENDAR DAYS (LEAP DAYS INCLUDED) SO A DASHA YEAR OF
      * 365.25 DAYS LANDS ON THE RIGHT CALENDAR DATE
      ******************************************************************
       01 WS-DSH.
        05 WS-DSH-YEARS      PIC   9(2) COMP-5 OCCURS 9 TIMES.
        05 WS-DSH-NAK        PIC   S9(3) COMP-5.
        05 WS-DSH-FRAC       PIC   9V9(6).
        05 WS-DSH-BDATE      PIC   X(10).
        05 WS-DSH-ASOF       PIC   X(10).
        05 WS-DSH-VALID-SW   PIC   X VALUE 'N'.
           88 WS-DSH-VALID         VALUE 'Y'.
        05 WS-DSH-MAHA       PIC   S9(3) COMP-5.
        05 WS-DSH-ANTAR      PIC   S9(3) COMP-5.
        05 WS-DSH-MAHA-END   PIC   X(10).
        05 WS-DSH-ANTAR-END  PIC   X(10).
        05 WS-DSH-BDAYNUM    PIC   S9(9) COMP-5.
        05 WS-DSH-ADAYNUM    PIC   S9(9) COMP-5.
        05 WS-DSH-ELAPSED    PIC   S9(5)V9(6).
        05 WS-DSH-DUR        PIC   S9(5)V9(6).
        05 WS-DSH-STEPS      PIC   S9(3) COMP-5.
        05 WS-DSH-OFF        PIC   S9(3) COMP-5.
        05 WS-DSH-TOTAL      PIC   S9(3) COMP-5.
      *    DATE <-> DAY NUMBER WORK FIELDS (PARA-DATE-TO-DAYNUM AND
      *    PARA-DAYNUM-TO-DATE). WS-DSH-DATE IS 'YYYY-MM-DD'
        05 WS-DSH-DATE       PIC   X(10).
        05 WS-DSH-DAYNUM     PIC   S9(9) COMP-5.
        05 WS-DSH-Y          PIC   S9(5) COMP-5.
        05 WS-DSH-M          PIC   S9(3) COMP-5.
        05 WS-DSH-D          PIC   S9(3) COMP-5.
        05 WS-DSH-T1         PIC   S9(12) COMP-5.
        05 WS-DSH-T2         PIC   S9(12) COMP-5.
        05 WS-DSH-Q          PIC   S9(9) COMP-5.
        05 WS-DSH-REM        PIC   S9(9) COMP-5.
        05 WS-DSH-YYYY       PIC   9(4).
        05 WS-DSH-MM         PIC   9(2).
        05 WS-DSH-DD         PIC   9(2).
      *    'ID' CARD EDIT FIELDS
        05 WS-DSH-FRAC-ED    PIC   9.99.
      ******************************************************************
      * VARIABLES FOR PARA-SQL-SP / PARA-SP-ROW - MODE 'SP'. THE
      * TABLE ARITHMETIC IS THE SAME YEAR-GRAIN COMPUTATION AS THE
      * "INTERVAL: TABLE n OF m" LINE OF PARA-PRINT-INQUIRY-CARD
        05 WS-SP-ROWSETS     PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-SP-SKIPPED     PIC   9(9) COMP-5 VALUE ZERO.
      ******************************************************************
      * VARIABLES FOR PARA-PIT-SWEEP - MODE 'PT'. EACH EXTRACT RECORD
      * IS LOADED INTO ROWSET SLOT 1 AND GOES THROUGH PARA-SP-ROW, SO
      * A RECONSTRUCTION IS BUCKETED EXACTLY LIKE A LIVE SP SWEEP
      ******************************************************************
       01 WS-PIT.
        05 WS-PIT-OK-SW      PIC   X VALUE 'N'.
           88 WS-PIT-OK          VALUE 'Y'.
        05 WS-PIT-EOF-SW     PIC   X VALUE 'N'.
           88 WS-PIT-EOF         VALUE 'Y'.
        05 WS-PIT-TRAIL-SW   PIC   X VALUE 'N'.
           88 WS-PIT-TRAIL-SEEN  VALUE 'Y'.
        05 WS-PIT-ASOF-TS    PIC   X(26).
        05 WS-PIT-ASOF-DATE  PIC   X(8).
        05 WS-PIT-ONE-ID     PIC   9(9).
        05 WS-PIT-ROWS       PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-PIT-MERGED     PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-PIT-NOBD       PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-PIT-T-ROWS     PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-PIT-ROWS-D     PIC   Z(8)9.
        05 WS-PIT-T-ROWS-D   PIC   Z(8)9.
      ******************************************************************
      * VARIABLES FOR PARA-DEATH-NAKSHATRA - MODE 'DN'. THE 27X27
      * MATRIX COUNTS DEATHS BY (BIRTH NAKSHATRA, DEATH NAKSHATRA);
      * THE COLUMN TOTALS ARE THE SEASONAL MORTALITY VIEW
         10 WS-DNM-PCT       PIC   ZZZ9.
        05 FILLER            PIC   X(8) VALUE SPACES.
      ******************************************************************
      * VARIABLES FOR PARA-DASHA-SWEEP - MODE 'VD'. LIVING CITIZENS
      * COUNTED BY (INTERVAL TABLE, RUNNING MAHADASHA LORD, GENDER
      * 1=MALE 2=FEMALE 3=OTHER), THE TABLE FROM THE SAME AGE AND
      * BIRTHDAY ARITHMETIC AS THE 'ID' CARD'S INTERVAL LINE
      ******************************************************************
       01 WS-VD.
        05 WS-VD-ROWS        PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-VD-COUNTED     PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-VD-BY-MOON     PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-VD-SKIP-AGE    PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-VD-SKIP-GDR    PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-VD-T           PIC   S9(3) COMP-5.
        05 WS-VD-L           PIC   S9(3) COMP-5.
        05 WS-VD-G           PIC   S9(3) COMP-5.
        05 WS-VD-AGE-FROM    PIC   S9(3) COMP-5.
        05 WS-VD-ROW-TOT     PIC   9(9) COMP-5.
        05 WS-VD-TAB-TOT     PIC   9(9) COMP-5.
        05 WS-VD-LORD-TOT    PIC   9(9) COMP-5 OCCURS 9 TIMES.
        05 WS-VD-TABLE OCCURS 120 TIMES.
         10 WS-VD-LORD OCCURS 9 TIMES.
          15 WS-VD-CNT       PIC   9(9) COMP-5 OCCURS 3 TIMES.
      ******************************************************************
       01 WS-REPT-VDET-HDR.
        05 FILLER            PIC   X(17) VALUE 'MAHADASHA LORD'.
        05 FILLER            PIC   X(12) VALUE '        MALE'.
        05 FILLER            PIC   X(12) VALUE '      FEMALE'.
        05 FILLER            PIC   X(12) VALUE '       OTHER'.
        05 FILLER            PIC   X(12) VALUE '       TOTAL'.
        05 FILLER            PIC   X(67) VALUE SPACES.
       01 WS-REPT-VDET.
        05 WS-RVD-NAME       PIC   X(16).
        05 FILLER            PIC   X VALUE SPACE.
        05 WS-RVD-COLS OCCURS 4 TIMES.
         10 FILLER           PIC   X VALUE SPACE.
         10 WS-RVD-COL       PIC   ZZZ,ZZZ,ZZ9.
        05 FILLER            PIC   X(67) VALUE SPACES.
       01 WS-REPT-VDTAB.
        05 FILLER            PIC   X(15) VALUE 'INTERVAL TABLE '.
        05 WS-RVT-TAB        PIC   ZZ9.
        05 FILLER            PIC   X(8) VALUE ' - AGES '.
        05 WS-RVT-FROM       PIC   ZZ9.
        05 FILLER            PIC   X(4) VALUE ' TO '.
        05 WS-RVT-TO         PIC   ZZ9.
        05 FILLER            PIC   X(96) VALUE SPACES.
      ******************************************************************
      * VARIABLES FOR PARA-BACKFILL-DRIVER - MODE 'BF'. LOOPS THE
      * AS-OF SWEEP OVER MONTH-END DATES FROM/TO, ONE COMPLETE
      * RECV01-DS RECORD PER DATE INTO THE SAME NCLOGW GENERATION
        05 FILLER            PIC   X(4) VALUE ' YRS'.
        05 FILLER            PIC   X(48) VALUE SPACES.
      ******************************************************************
      * VARIABLES FOR PARA-CHI-SQUARE - MODE 'CQ'. GOODNESS-OF-FIT OF
      * EACH INTERVAL'S 27 NAKSHATRA COUNTS (WS-N + WS-U) AGAINST THE
      * COUNTS THE NAKSHATRAS' DAY SHARES ALONE WOULD GIVE. THE DAY
      * SHARE OF A NAKSHATRA IS ITS INTERIOR SPAN PLUS ITS BOUNDARY
      * DAY, SUMMED OVER EVERY BIRTH YEAR OF THE INTERVAL UNDER THE
      * NCNBND SET IN FORCE FOR THAT YEAR. 27 CELLS GIVE 26 DEGREES
      * OF FREEDOM; THE CRITICAL VALUES ARE THE TABLE FIGURES FOR
      * DF 26 AND THE RESIDUAL CUT IS THE TWO-SIDED 5% NORMAL POINT
      ******************************************************************
       01 WS-CQ.
        05 WS-CQ-IDX          PIC   S9(3) COMP-5.
        05 WS-CQ-N            PIC   S9(3) COMP-5.
        05 WS-CQ-ASOF-YEAR    PIC   9(4).
        05 WS-CQ-YEAR         PIC   S9(5) COMP-5.
        05 WS-CQ-YEAR-LO      PIC   S9(5) COMP-5.
        05 WS-CQ-YEAR-HI      PIC   S9(5) COMP-5.
        05 WS-CQ-UNCOVERED    PIC   9(3) COMP-5.
        05 WS-CQ-DAYS-TOT     PIC   9(9) COMP-5.
        05 WS-CQ-TOTAL        PIC   9(9) COMP-5.
        05 WS-CQ-ALL-TOTAL    PIC   9(9) COMP-5.
        05 WS-CQ-DAYS         PIC   9(9) COMP-5 OCCURS 27 TIMES.
        05 WS-CQ-OBS          PIC   9(9) COMP-5 OCCURS 27 TIMES.
        05 WS-CQ-EXP          PIC   9(11)V9(4) OCCURS 27 TIMES.
        05 WS-CQ-ALL-OBS      PIC   9(9) COMP-5 OCCURS 27 TIMES.
        05 WS-CQ-ALL-EXP      PIC   9(11)V9(4) OCCURS 27 TIMES.
        05 WS-CQ-CHISQ        PIC   9(11)V9(4).
        05 WS-CQ-DIFF         PIC   S9(11)V9(4).
        05 WS-CQ-RESID        PIC   S9(7)V9(4).
        05 WS-CQ-SMALL-E      PIC   9(3) COMP-5.
        05 WS-CQ-LISTED       PIC   9(3) COMP-5.
        05 WS-CQ-TESTED       PIC   9(3) COMP-5 VALUE ZERO.
        05 WS-CQ-SIGNIF-05    PIC   9(3) COMP-5 VALUE ZERO.
        05 WS-CQ-SIGNIF-01    PIC   9(3) COMP-5 VALUE ZERO.
        05 WS-CQ-EMPTY        PIC   9(3) COMP-5 VALUE ZERO.
        05 WS-CQ-NOSET        PIC   9(3) COMP-5 VALUE ZERO.
        05 WS-CQ-CRIT-05      PIC   9(3)V9(3) VALUE 38.885.
        05 WS-CQ-CRIT-01      PIC   9(3)V9(3) VALUE 45.642.
        05 WS-CQ-RESID-CUT    PIC   9V99 VALUE 1.96.
        05 WS-CQ-POOLED-SW    PIC   X VALUE 'N'.
           88 WS-CQ-POOLED        VALUE 'Y'.
        05 WS-CQ-SIGNIF-SW    PIC   X.
           88 WS-CQ-IS-SIGNIF     VALUE 'Y'.
        05 WS-CQ-CNT-D        PIC   ZZ9.
      *    SQUARE ROOT BY NEWTON'S ITERATION FOR THE RESIDUALS -
      *    IN/OUT FIELDS OF PARA-CQ-SQRT
        05 WS-CQ-SQRT-IN      PIC   9(11)V9(4).
        05 WS-CQ-SQRT-OUT     PIC   9(9)V9(6).
        05 WS-CQ-SQRT-PREV    PIC   9(9)V9(6).
        05 WS-CQ-SQRT-ITER    PIC   9(3) COMP-5.
       01 WS-REPT-CQHEAD.
        05 WS-RCQ-LABEL       PIC   X(10).
        05 FILLER             PIC   X(9) VALUE ' BIRTHS: '.
        05 WS-RCQ-YFROM       PIC   9(4).
        05 FILLER             PIC   X VALUE '-'.
        05 WS-RCQ-YTO         PIC   9(4).
        05 FILLER             PIC   X(12) VALUE '  OBSERVED: '.
        05 WS-RCQ-TOTAL       PIC   ZZZ,ZZZ,ZZ9.
        05 FILLER             PIC   X(14) VALUE '  CHI-SQUARE: '.
        05 WS-RCQ-CHISQ       PIC   ZZZ,ZZZ,ZZ9.999.
        05 FILLER             PIC   X(9) VALUE '  DF 26  '.
        05 WS-RCQ-RESULT      PIC   X(17).
        05 FILLER             PIC   X(26) VALUE SPACES.
       01 WS-REPT-CQDET.
        05 FILLER             PIC   X(4) VALUE SPACES.
        05 WS-RCQ-NAME        PIC   X(16).
        05 FILLER             PIC   X(11) VALUE ' OBSERVED: '.
        05 WS-RCQ-OBS         PIC   ZZZ,ZZZ,ZZ9.
        05 FILLER             PIC   X(12) VALUE '  EXPECTED: '.
        05 WS-RCQ-EXP         PIC   ZZZ,ZZZ,ZZ9.9.
        05 FILLER             PIC   X(12) VALUE '  RESIDUAL: '.
        05 WS-RCQ-RESID       PIC   -ZZZZ9.99.
        05 FILLER             PIC   XX VALUE SPACES.
        05 WS-RCQ-DIR         PIC   X(5).
        05 FILLER             PIC   X(37) VALUE SPACES.
      ******************************************************************
      * VARIABLES FOR PARA-INCR-SNAPSHOT/COLLECT/REFRESH - MODE 'IC'.
      * THE LATEST VALID NCLOGR SNAPSHOT IS ADOPTED WHOLESALE INTO
      * RECV01; WS-INCR-TAB-SW MARKS THE INTERVAL TABLES THAT HOLD AT
        05 WS-RH1-RUN-DATE   PIC   X(11).
        05 FILLER            PIC   X(9) VALUE '  AS-OF: '.
        05 WS-RH1-ASOF       PIC   X(10).
        05 FILLER            PIC   X(10) VALUE '  REGION: '.
        05 WS-RH1-REGION     PIC   XX.
        05 FILLER            PIC   X(8) VALUE '   PAGE '.
        05 WS-RH1-PAGE       PIC   ZZZZ9.
        05 FILLER            PIC   X(17) VALUE SPACES.
      ******************************************************************
       01 WS-REPT-BARLINE.
        05 WS-RLB-LABEL      PIC   X(16).
       01 PARM-BUFFER.
         05 PARM-LENGTH               PIC   S9(4) COMP.
         05 PARM-DATA                 PIC   X(256).
       01 LK-FS-W                    PIC   XX.
       01 LK-FS-R                    PIC   XX.
      ******************************************************************
      *    PROCEDURE DIVISION
      ******************************************************************
              MOVE ZERO TO WS-PGM-TARGET-DATE-DIGITS
           END-IF
      ******************************************************************
      *    OPTIONAL 10TH PARM SUBFIELD - REGISTRY REGION, POSITIONS
      *    50-51. THE SWEEP COUNTS ONLY CITIZENS OF THAT REGION AND
      *    STAMPS IT ON THE NCLOGW RECORD, NCSUMK AND NCRLOCK KEYS;
      *    OMITTED OR '**' = EVERY REGION (THE NATIONAL SWEEP). A
      *    MALFORMED CODE IS REFUSED RATHER THAN DEFAULTED - A
      *    NATIONAL SNAPSHOT IN A REGIONAL JOB'S PLACE WOULD BE
      *    COUNTED TWICE BY NCREGCON
      ******************************************************************
           IF PARM-LENGTH >= 51 THEN
              MOVE PARM-DATA(50:2) TO WS-PGM-REGION
           END-IF
           IF WS-PGM-REGION NOT = SPACES AND
              WS-PGM-REGION NOT = '**' THEN
              IF WS-PGM-REGION(1:1) = SPACE
                 OR WS-PGM-REGION(2:1) = SPACE
                 OR (WS-PGM-REGION(1:1) NOT NUMERIC AND
                     WS-PGM-REGION(1:1) NOT ALPHABETIC-UPPER)
                 OR (WS-PGM-REGION(2:1) NOT NUMERIC AND
                     WS-PGM-REGION(2:1) NOT ALPHABETIC-UPPER) THEN
                 DISPLAY 'ERROR:   REGION IN PARM MUST BE 2 ',
                    'LETTERS/DIGITS OR **. IS=', WS-PGM-REGION
                 MOVE 8 TO RETURN-CODE
                 PERFORM PARA-WRITE-AUDIT
                 STOP RUN
              END-IF
      *    THE NCPITREC EXTRACT CARRIES NO REGION, SO A POINT-IN-TIME
      *    RUN CAN ONLY EVER BE NATIONAL
              IF WS-PGM-MODE = 'PT' THEN
                 DISPLAY 'ERROR:   MODE PT RECONSTRUCTS THE WHOLE ',
                    'REGISTRY - A REGION CANNOT BE GIVEN'
                 MOVE 8 TO RETURN-CODE
                 PERFORM PARA-WRITE-AUDIT
                 STOP RUN
              END-IF
              MOVE WS-PGM-REGION TO WS-QREGION
              DISPLAY 'INFO:    REGIONAL RUN - REGISTRY REGION ',
                 WS-QREGION, ' ONLY'
           END-IF
      ******************************************************************
      *    CHANGE VAL FROM JCL (1-120) TO PROPER FOR TAB OCCURS
      *    DIVIDE 120 BY INTERVAL-VAL
      *    CHECKING OF CORRECTIVNESS FOR DIVIDE
              PERFORM PARA-ANALYSE-DATA
              PERFORM PARA-CREATE-VIEW
              PERFORM PARA-WRITE-TO-DATASET
           WHEN 'PT' *> POINT IN TIME - SP SWEEP OVER THE NCPITREC
                     *> RECONSTRUCTION, REPORT ONLY
              PERFORM PARA-PIT-OPEN
              IF WS-PIT-OK THEN
                 PERFORM PARA-SQL-DATE-DB2
                 PERFORM PARA-CHECK-NBND-COVERAGE
                 PERFORM PARA-PIT-SWEEP
                 PERFORM PARA-ANALYSE-DATA
                 PERFORM PARA-CREATE-VIEW
              END-IF
           WHEN 'IC' *> INCREMENTAL - APPLY ONLY THE CITIZENS ROWS
                     *> STAMPED (CHG_TS) SINCE THE LAST SNAPSHOT
              PERFORM PARA-SQL-DATE-DB2
              PERFORM PARA-SQL-DATE-DB2
              PERFORM PARA-CHECK-NBND-COVERAGE
              PERFORM PARA-DEATH-NAKSHATRA
           WHEN 'VD' *> LIVING POPULATION BY RUNNING VIMSHOTTARI
                     *> MAHADASHA X GENDER X INTERVAL TABLE
              PERFORM PARA-SQL-DATE-DB2
              PERFORM PARA-CHECK-NBND-COVERAGE
              PERFORM PARA-DASHA-SWEEP
           WHEN 'DS'
              PERFORM PARA-READ-FROM-DATASET
              PERFORM PARA-CREATE-VIEW
           WHEN 'LT' *> LIFE TABLE AND POPULATION PROJECTION FROM THE
                     *> LATEST NCLOGR SNAPSHOT - NO DB2 NEEDED
              PERFORM PARA-LIFE-TABLE
           WHEN 'CQ' *> CHI-SQUARE TEST OF THE LATEST NCLOGR SNAPSHOT'S
                     *> NAKSHATRA SPREAD AGAINST THE DAY SHARES
              PERFORM PARA-CHI-SQUARE
           WHEN 'HS' *> HISTORY - TIME SERIES ACROSS NCLOGW GENERATIONS
              PERFORM PARA-HISTORY-REPORT
           WHEN 'DF' *> DIFF THE LAST TWO ARCHIVED RUNS CELL BY CELL
              PERFORM PARA-DIFF-GENERATIONS
           WHEN 'VF' *> VERIFY - RUN SQ AND MQ, COMPARE EVERY CELL
                     *> MQ IS DATE-ONLY, SO THE SQ PASS IS TOO
              MOVE 'X' TO WS-LUN-STATE
              PERFORM PARA-SQL-DATE-DB2
              PERFORM PARA-CHECK-NBND-COVERAGE
              PERFORM PARA-SQL-SQ
      *        MOVE 0 TO RETURN-CODE
           END-IF
           END-IF
           IF WS-LUN-OPEN THEN
              CLOSE RECEPH
           END-IF
           IF WS-LUN-BY-MOON > ZERO OR WS-LUN-NO-EPH > ZERO THEN
              DISPLAY 'INFO:    CLASSIFIED BY MOON POSITION: ',
                 WS-LUN-BY-MOON, ' BY BIRTH DATE: ', WS-LUN-BY-DATE,
                 ' (BIRTH TIME BUT NO NCEPHEM DAY: ', WS-LUN-NO-EPH,
                 ')'
           END-IF
           IF WS-REPT-IS-OPEN THEN
              CLOSE RECREPT
           END-IF
           MOVE RECV01-INTERVAL-VAL     TO RECV01-AUDIT-INTERVAL-VAL
           MOVE RETURN-CODE             TO RECV01-AUDIT-RETURN-CODE
           MOVE WS-AUDIT-SQLCODE        TO RECV01-AUDIT-SQLCODE
           MOVE WS-PGM-ASOF-DATE        TO RECV01-AUDIT-ASOF-DATE
           OPEN EXTEND RECAUDIT
           EVALUATE WS-FS-AUD
              WHEN '05'         *> DS DOES NOT EXIST, CREATING NEW DS
              ELSE
                 MOVE SPACES TO RECV01-LOCK-QUAL
              END-IF
              MOVE WS-QREGION         TO RECV01-LOCK-REGION
              MOVE WS-PGM-MODE        TO RECV01-LOCK-MODE
              MOVE WS-PGM-RANGE-LOW   TO RECV01-LOCK-RANGE-LOW
              MOVE WS-PGM-RANGE-HIGH  TO RECV01-LOCK-RANGE-HIGH
                    END-WRITE
                 ELSE
                    DISPLAY 'ERROR:   A RUN WITH THE SAME USER, ',
                       'START DATE, RANGE AND REGION IS ALREADY ',
                       'REGISTERED ',
                       'IN NCRLOCK. IT WOULD FIGHT THIS ONE OVER ',
                       'NCSUMK AND NCCKPT - REFUSING TO START.'
                    DISPLAY 'ERROR:   IF THAT RUN ABENDED HARD, ',
              ELSE
                 MOVE SPACES TO RECV01-LOCK-QUAL
              END-IF
              MOVE WS-QREGION            TO RECV01-LOCK-REGION
              DELETE RECLOCK RECORD
              END-DELETE
              IF WS-FS-LOCK NOT = '00' THEN
              :WS-QGENDER-TAB :WS-QGENDER-IND-TAB,
              :WS-QALIVE-TAB :WS-QALIVE-IND-TAB,
              :WS-QDDATE-TAB :WS-QDDATE-IND-TAB,
              :WS-QNAME-TAB :WS-QNAME-IND-TAB,
              :WS-QBTIME-TAB :WS-QBTIME-IND-TAB
            END-EXEC

           IF (SQLCODE NOT = 0 AND 100) THEN
           OPEN OUTPUT RECCKPT
           MOVE I                   TO RECV01-CKPT-INTERVAL-IDX
           MOVE WS-PGM-INTERVAL-VAL TO RECV01-CKPT-PGM-INTERVAL
           MOVE WS-QREGION          TO RECV01-CKPT-REGION
           MOVE RECV01               TO RECV01-CKPT-SNAPSHOT
           WRITE RECV01-CKPT-R
           CLOSE RECCKPT
                 DISPLAY 'WARNING: NO NCCKPT CHECKPOINT FOUND. ',
                 'STARTING FROM INTERVAL 1'
              NOT AT END
                 IF RECV01-CKPT-REGION NOT = WS-QREGION THEN
                    DISPLAY 'WARNING: NCCKPT CHECKPOINT WAS WRITTEN ',
                       'BY A REGION ', RECV01-CKPT-REGION, ' RUN, ',
                       'NOT ', WS-QREGION, '. STARTING FROM INTERVAL 1'
                 ELSE
                    MOVE RECV01-CKPT-SNAPSHOT   TO RECV01
                    MOVE RECV01-CKPT-PGM-INTERVAL
                       TO WS-PGM-INTERVAL-VAL
                    COMPUTE WS-CKPT-START-I =
                       RECV01-CKPT-INTERVAL-IDX + 1
                    DISPLAY 'INFO:    RESTARTING AFTER INTERVAL ',
                    RECV01-CKPT-INTERVAL-IDX
                 END-IF
           END-READ
           CLOSE RECCKPT
           EXIT.
              :WS-QGENDER-TAB :WS-QGENDER-IND-TAB,
              :WS-QALIVE-TAB :WS-QALIVE-IND-TAB,
              :WS-QDDATE-TAB :WS-QDDATE-IND-TAB,
              :WS-QNAME-TAB :WS-QNAME-IND-TAB,
              :WS-QBTIME-TAB :WS-QBTIME-IND-TAB
           END-EXEC
           IF (SQLCODE NOT = 0 AND 100) THEN
      ************** DB2 Error Handling Routine
           PERFORM PARA-WRITE-PERF-SP
           EXIT.
      ******************************************************************
      *    PARAGRAPH PIT OPEN - MODE 'PT'. THE EXTRACT'S HEADER SAYS
      *    WHEN THE RECONSTRUCTION STANDS; AGES ARE RECKONED AS OF
      *    THAT DATE, WHATEVER THE PARM'S AS-OF SUBFIELD SAYS
      ******************************************************************
       PARA-PIT-OPEN.
           MOVE 'N' TO WS-PIT-OK-SW
           OPEN INPUT RECPITX
           IF WS-FS-PITX NOT = '00' THEN
              DISPLAY 'ERROR:   NCPITX EXTRACT CANNOT BE OPENED. FS=',
                 WS-FS-PITX, ' - RUN NCPITREC FIRST'
              MOVE 8 TO RETURN-CODE
           ELSE
              READ RECPITX
                 AT END
                    MOVE SPACES TO RECV01-PITX-R
              END-READ
              IF RECV01-PITX-TYPE NOT = 'H' THEN
                 DISPLAY 'ERROR:   NCPITX DOES NOT START WITH ITS ',
                    'HEADER RECORD - NOT AN NCPITREC EXTRACT'
                 MOVE 8 TO RETURN-CODE
                 CLOSE RECPITX
              ELSE
                 MOVE 'Y' TO WS-PIT-OK-SW
                 MOVE RECV01-PITX-H-ASOF-TS     TO WS-PIT-ASOF-TS
                 MOVE RECV01-PITX-H-CITIZEN-ID  TO WS-PIT-ONE-ID
                 STRING WS-PIT-ASOF-TS(1:4) WS-PIT-ASOF-TS(6:2)
                    WS-PIT-ASOF-TS(9:2)
                    DELIMITED BY SIZE INTO WS-PIT-ASOF-DATE
                 END-STRING
                 IF WS-PGM-ASOF-DATE NOT = SPACES AND
                    WS-PGM-ASOF-DATE NOT = WS-PIT-ASOF-DATE THEN
                    DISPLAY 'WARNING: PARM AS-OF ', WS-PGM-ASOF-DATE,
                       ' IGNORED - THE EXTRACT STANDS AT ',
                       WS-PIT-ASOF-DATE
                 END-IF
                 MOVE WS-PIT-ASOF-DATE TO WS-PGM-ASOF-DATE
                 DISPLAY 'INFO:    POINT-IN-TIME RUN - CITIZENS AS ',
                    'RECONSTRUCTED AT ', WS-PIT-ASOF-TS,
                    ' BY ', RECV01-PITX-H-USER,
                    ' ON ', RECV01-PITX-H-RUN-DATE
                 IF WS-PIT-ONE-ID NOT = ZERO THEN
                    DISPLAY 'WARNING: THE EXTRACT HOLDS ONE CITIZEN ',
                       'ONLY - ', WS-PIT-ONE-ID
                 END-IF
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH PIT SWEEP - EVERY 'D' RECORD THROUGH THE SP ROW
      *    LOGIC. ROWS MERGED AWAY AT THE AS-OF TIME ARE LEFT OUT AS
      *    CRS1A LEAVES THEM OUT; A NULL BIRTH DATE GOES TO THE RUN-
      *    LEVEL UNKNOWN BUCKET AS PARA-SWEEP-NULL-BDATE DOES. THE
      *    TRAILER COUNT PROVES THE EXTRACT ARRIVED WHOLE
      ******************************************************************
       PARA-PIT-SWEEP.
           MOVE RECV01-CURRENT-DATE-DB2(1:4) TO WS-SP-AYEAR
           OPEN EXTEND RECEXCP
           EVALUATE WS-FS-EXC
              WHEN '05'         *> DS DOES NOT EXIST, CREATING NEW DS
              WHEN '35'
                 CLOSE RECEXCP
                 OPEN OUTPUT RECEXCP
           END-EVALUATE
           SET INX-ROWSET TO 1
           PERFORM UNTIL WS-PIT-EOF
              READ RECPITX
                 AT END
                    MOVE 'Y' TO WS-PIT-EOF-SW
                 NOT AT END
                    EVALUATE RECV01-PITX-TYPE
                       WHEN 'D'
                          PERFORM PARA-PIT-ROW
                       WHEN 'T'
                          MOVE 'Y' TO WS-PIT-TRAIL-SW
                          MOVE RECV01-PITX-T-ROWS TO WS-PIT-T-ROWS
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE RECPITX
           CLOSE RECEXCP
           MOVE WS-PIT-ROWS   TO WS-PIT-ROWS-D
           MOVE WS-PIT-T-ROWS TO WS-PIT-T-ROWS-D
           IF NOT WS-PIT-TRAIL-SEEN OR WS-PIT-T-ROWS NOT = WS-PIT-ROWS
              THEN
              DISPLAY 'WARNING: NCPITX INCOMPLETE - ', WS-PIT-ROWS-D,
                 ' CITIZENS READ, TRAILER SAYS ', WS-PIT-T-ROWS-D
              IF RETURN-CODE < 4 THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           DISPLAY 'INFO:    POINT-IN-TIME CITIZENS READ: ',
              WS-PIT-ROWS-D
           IF WS-PIT-MERGED > ZERO OR WS-PIT-NOBD > ZERO THEN
              DISPLAY 'INFO:    MERGED AWAY AT THE TIME: ',
                 WS-PIT-MERGED, ' NO BIRTH DATE: ', WS-PIT-NOBD
           END-IF
           IF WS-SP-SKIPPED > ZERO THEN
              DISPLAY 'INFO:    ', WS-SP-SKIPPED, ' ROWS OUTSIDE ',
                 'THE 120-YEAR SWEEP SKIPPED'
           END-IF
      *    A COVER PAGE AHEAD OF THE TABLES SO NOBODY READS A
      *    RECONSTRUCTION AS TODAY'S FIGURES
           PERFORM PARA-REPT-NEWPAGE
           STRING '  POINT-IN-TIME STATISTICS - CITIZENS AS '
              'RECORDED AT ' WS-PIT-ASOF-TS
              DELIMITED BY SIZE INTO WS-REPT-LINE
           END-STRING
           PERFORM PARA-REPT-WRITE
           STRING '  RECONSTRUCTED FROM CITIZENS_HIST BY NCPITREC - '
              'NOT THE LIVE REGISTRY'
              DELIMITED BY SIZE INTO WS-REPT-LINE
           END-STRING
           PERFORM PARA-REPT-WRITE
           STRING '  CITIZENS IN THE EXTRACT: ' WS-PIT-ROWS-D
              DELIMITED BY SIZE INTO WS-REPT-LINE
           END-STRING
           PERFORM PARA-REPT-WRITE
           EXIT.
      ******************************************************************
      *    PARAGRAPH PIT ROW - ONE EXTRACT RECORD INTO ROWSET SLOT 1,
      *    SPACES BECOMING NEGATIVE NULL INDICATORS
      ******************************************************************
       PARA-PIT-ROW.
           ADD 1 TO WS-PIT-ROWS
           MOVE RECV01-PITX-CITIZEN-ID TO WS-QCITID-TAB(INX-ROWSET)
           MOVE RECV01-PITX-BDATE TO WS-QBDATE-TAB(INX-ROWSET)
           MOVE ZERO TO WS-QBDATE-IND-TAB(INX-ROWSET)
           IF RECV01-PITX-BDATE = SPACES THEN
              MOVE -1 TO WS-QBDATE-IND-TAB(INX-ROWSET)
           END-IF
           MOVE ZERO TO WS-QGENDER-TAB(INX-ROWSET)
           MOVE -1 TO WS-QGENDER-IND-TAB(INX-ROWSET)
           IF RECV01-PITX-GENDER IS NUMERIC THEN
              MOVE RECV01-PITX-GENDER TO WS-QGENDER-TAB(INX-ROWSET)
              MOVE ZERO TO WS-QGENDER-IND-TAB(INX-ROWSET)
           END-IF
           MOVE ZERO TO WS-QALIVE-TAB(INX-ROWSET)
           MOVE -1 TO WS-QALIVE-IND-TAB(INX-ROWSET)
           IF RECV01-PITX-ALIVE IS NUMERIC THEN
              MOVE RECV01-PITX-ALIVE TO WS-QALIVE-TAB(INX-ROWSET)
              MOVE ZERO TO WS-QALIVE-IND-TAB(INX-ROWSET)
           END-IF
           MOVE RECV01-PITX-DDATE TO WS-QDDATE-TAB(INX-ROWSET)
           MOVE ZERO TO WS-QDDATE-IND-TAB(INX-ROWSET)
           IF RECV01-PITX-DDATE = SPACES THEN
              MOVE -1 TO WS-QDDATE-IND-TAB(INX-ROWSET)
           END-IF
           MOVE RECV01-PITX-NAME TO WS-QNAME-TAB(INX-ROWSET)
           MOVE ZERO TO WS-QNAME-IND-TAB(INX-ROWSET)
           IF RECV01-PITX-NAME = SPACES THEN
              MOVE -1 TO WS-QNAME-IND-TAB(INX-ROWSET)
           END-IF
           MOVE RECV01-PITX-BTIME TO WS-QBTIME-TAB(INX-ROWSET)
           MOVE ZERO TO WS-QBTIME-IND-TAB(INX-ROWSET)
           IF RECV01-PITX-BTIME = SPACES THEN
              MOVE -1 TO WS-QBTIME-IND-TAB(INX-ROWSET)
           END-IF
           EVALUATE TRUE
              WHEN RECV01-PITX-MERGED-INTO NOT = ZERO
                 ADD 1 TO WS-PIT-MERGED
              WHEN RECV01-PITX-BDATE = SPACES
                 ADD 1 TO WS-PIT-NOBD
                 ADD 1 TO RECV01-S-UNKNOWN-NOBD
                 MOVE RECV01-PITX-CITIZEN-ID TO WS-EXC-CITIZEN-ID
                 MOVE 'BDATE' TO WS-EXC-COLUMN
                 MOVE 'NULL BIRTH DATE' TO WS-EXC-DETAIL
                 MOVE RECV01-PITX-NAME TO WS-EXC-NAME
                 PERFORM PARA-WRITE-EXCEPTION
              WHEN OTHER
                 PERFORM PARA-SP-ROW
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH SP ROW - ONE CITIZEN OF THE ROWSET CRS1A JUST
      *    FETCHED. THE BIRTH YEAR PICKS THE INTERVAL TABLE (SAME
      *    ARITHMETIC AS PARA-CITIZEN-INQUIRY'S TABLE LINE), THEN THE
      *    PARAGRAPH INIT GANA LORD - GANA PER NAKSHATRA (FIXED
      *    CLASSICAL ASSIGNMENT) AND VIMSHOTTARI LORD, WHICH CYCLES
      *    KETU THROUGH MERCURY EVERY 9 NAKSHATRAS, PLUS THE NAME
      *    LOOKUPS THE ROLLUP REPORT PRINTS AND THE DASHA LENGTHS
      ******************************************************************
       PARA-INIT-GANA-LORD.
           MOVE 'DEVA'      TO WS-GANA-NAME(1)
           MOVE 'JUPITER'   TO WS-LORD-NAME(7)
           MOVE 'SATURN'    TO WS-LORD-NAME(8)
           MOVE 'MERCURY'   TO WS-LORD-NAME(9)
      *    VIMSHOTTARI MAHADASHA LENGTHS IN YEARS, SAME LORD ORDER
           MOVE 7  TO WS-DSH-YEARS(1)
           MOVE 20 TO WS-DSH-YEARS(2)
           MOVE 6  TO WS-DSH-YEARS(3)
           MOVE 10 TO WS-DSH-YEARS(4)
           MOVE 7  TO WS-DSH-YEARS(5)
           MOVE 18 TO WS-DSH-YEARS(6)
           MOVE 16 TO WS-DSH-YEARS(7)
           MOVE 19 TO WS-DSH-YEARS(8)
           MOVE 17 TO WS-DSH-YEARS(9)
           MOVE 1 TO WS-NTAB-GANA(1)
           MOVE 2 TO WS-NTAB-GANA(2)
           MOVE 3 TO WS-NTAB-GANA(3)
      ******************************************************************
           MOVE WS-QBDATE-TAB(INX-ROWSET)(1:4) TO WS-NBND-TARGET-YEAR
           PERFORM PARA-SET-NTAB-FOR-YEAR
      *    A BIRTH TIME ON RECORD AND THE DAY IN NCEPHEM PUT THE
      *    CITIZEN WHERE THE MOON REALLY WAS - THERE IS NO BOUNDARY
      *    DAY LEFT TO BE UNSURE ABOUT, SO THE ROW COUNTS AS INSIDE
           MOVE WS-QBDATE-TAB(INX-ROWSET) TO WS-LUN-BDATE
           IF WS-QBTIME-IND-TAB(INX-ROWSET) < 0 THEN
              MOVE SPACES TO WS-LUN-BTIME
           ELSE
              MOVE WS-QBTIME-TAB(INX-ROWSET) TO WS-LUN-BTIME
           END-IF
           PERFORM PARA-LUNAR-POSITION
           IF WS-LUN-FOUND THEN
              SET INX-N TO WS-LUN-NAK
              MOVE 0 TO WS-NU
           ELSE
              PERFORM PARA-FIND-NAKSHATRA
           END-IF
      ******************************************************************
      *    BUMP THE NAKSHATRA TOTAL (N=INSIDE, U=BOUNDARY DAY) AND THE
      *    GENDER/ALIVE BREAKDOWN FOR THE SAME NAKSHATRA BUCKET
      ******************************************************************
      *    PADA (QUARTER) WITHIN THE NAKSHATRA - DAY-OF-YEAR OFFSET
      *    FROM THE NAKSHATRA'S START SCALED TO 4, BOUNDARY DAY GOES
      *    TO PADA 4 (SAME FOLD AS PARA-INIT-PADA-BOUNDS' RANGES).
      *    A MOON-POSITION CITIZEN ALREADY HAS THE PADA FROM THE ANGLE
      ******************************************************************
           IF WS-LUN-FOUND THEN
              MOVE WS-LUN-PADA TO WS-PADA-IDX
           ELSE
           IF WS-NU = 1 THEN
              MOVE 4 TO WS-PADA-IDX
           ELSE
                    ((WS-PADA-IDX - 1) * WS-NTAB-SPAN(INX-N)) / 4
              END-PERFORM
           END-IF
           END-IF
           ADD 1 TO RECV01-N-PADA(I, INX-N, WS-PADA-IDX)

      ******************************************************************
      *    RASHI (MOON SIGN) - THE PARALLEL 12-WAY CLASSIFICATION OF
      *    THE SAME BIRTH DATE OFF WS-RTAB-LOOKUP (OR OF THE SAME
      *    MOON LONGITUDE WHEN PARA-LUNAR-POSITION FOUND ONE)
      ******************************************************************
           PERFORM PARA-RASHI-TALLY

           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH LUNAR POSITION - MOON'S SIDEREAL LONGITUDE AT THE
      *    BIRTH MINUTE: THE NCEPHEM MIDNIGHT VALUE FOR THE BIRTH DAY
      *    PLUS THE DAY'S MOTION PRO RATA. NAKSHATRA, PADA AND RASHI
      *    COME STRAIGHT FROM THE ANGLE (27 X 13 DEG 20 MIN, 4 PADAS
      *    EACH, 12 X 30 DEG). WS-LUN-FOUND='N' TELLS THE CALLER TO
      *    USE THE BIRTH-DATE BOUNDARY TABLES INSTEAD
      ******************************************************************
       PARA-LUNAR-POSITION.
           MOVE 'N' TO WS-LUN-FOUND-SW
           IF WS-LUN-BTIME = SPACES OR
              WS-LUN-BTIME(1:2) IS NOT NUMERIC OR
              WS-LUN-BTIME(4:2) IS NOT NUMERIC THEN
              ADD 1 TO WS-LUN-BY-DATE
           ELSE
              IF WS-LUN-UNTRIED THEN
                 PERFORM PARA-OPEN-EPHEMERIS
              END-IF
              IF WS-LUN-OPEN THEN
                 PERFORM PARA-READ-EPHEMERIS
              END-IF
              IF WS-LUN-OPEN AND WS-LUN-CACHE-OK THEN
                 MOVE WS-LUN-BTIME(1:2) TO WS-LUN-HH
                 MOVE WS-LUN-BTIME(4:2) TO WS-LUN-MI
                 COMPUTE WS-LUN-MINUTES = WS-LUN-HH * 60 + WS-LUN-MI
                 COMPUTE WS-LUN-LONG = WS-LUN-BASE +
                    (WS-LUN-MOTION * WS-LUN-MINUTES) / 1440
                 IF WS-LUN-LONG >= 360 THEN
                    SUBTRACT 360 FROM WS-LUN-LONG
                 END-IF
      *    POSITION IN NAKSHATRA UNITS - THE WHOLE PART IS THE
      *    MANSION, THE FRACTION TIMES 4 THE QUARTER (COMPUTE INTO
      *    AN INTEGER FIELD TRUNCATES, WHICH IS THE FLOOR WANTED)
                 COMPUTE WS-LUN-POS = (WS-LUN-LONG * 27) / 360
                 COMPUTE WS-LUN-NAK = WS-LUN-POS
                 COMPUTE WS-LUN-PADA = (WS-LUN-POS - WS-LUN-NAK) * 4
                 COMPUTE WS-LUN-RASHI = WS-LUN-LONG / 30
                 ADD 1 TO WS-LUN-NAK WS-LUN-PADA WS-LUN-RASHI
                 IF WS-LUN-NAK > 27 THEN
                    MOVE 27 TO WS-LUN-NAK
                 END-IF
                 IF WS-LUN-PADA > 4 THEN
                    MOVE 4 TO WS-LUN-PADA
                 END-IF
                 IF WS-LUN-RASHI > 12 THEN
                    MOVE 12 TO WS-LUN-RASHI
                 END-IF
                 MOVE 'Y' TO WS-LUN-FOUND-SW
                 ADD 1 TO WS-LUN-BY-MOON
              ELSE
                 ADD 1 TO WS-LUN-NO-EPH
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH OPEN EPHEMERIS - ONE ATTEMPT PER RUN. A MISSING
      *    OR UNREADABLE NCEPHEM IS NOT A FAILURE: THE RUN CARRIES ON
      *    CLASSIFYING EVERYONE BY BIRTH DATE, AS IT ALWAYS HAS
      ******************************************************************
       PARA-OPEN-EPHEMERIS.
           OPEN INPUT RECEPH
           EVALUATE WS-FS-EPH
              WHEN '00'
                 MOVE 'O' TO WS-LUN-STATE
                 DISPLAY 'INFO:    NCEPHEM LUNAR EPHEMERIS OPEN - ',
                    'BIRTH TIMES CLASSIFIED BY MOON POSITION'
              WHEN '05'
                 MOVE 'X' TO WS-LUN-STATE
                 DISPLAY 'INFO:    NCEPHEM LUNAR EPHEMERIS EMPTY OR ',
                    'NOT ALLOCATED - CLASSIFYING BY BIRTH DATE'
                 CLOSE RECEPH
              WHEN OTHER
                 MOVE 'X' TO WS-LUN-STATE
                 DISPLAY 'WARNING: NCEPHEM LUNAR EPHEMERIS NOT ',
                    'AVAILABLE. FS=', WS-FS-EPH,
                    ' - CLASSIFYING BY BIRTH DATE'
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH READ EPHEMERIS - KEYED READ FOR THE BIRTH DAY,
      *    SKIPPED WHEN THE PREVIOUS CITIZEN WAS BORN THE SAME DAY. A
      *    RECORD WITH A LONGITUDE OUTSIDE 0-359.9999 OR NON-NUMERIC
      *    FIELDS IS TREATED AS MISSING
      ******************************************************************
       PARA-READ-EPHEMERIS.
           MOVE WS-LUN-BDATE(1:4) TO RECV01-EPH-DATE(1:4)
           MOVE WS-LUN-BDATE(6:2) TO RECV01-EPH-DATE(5:2)
           MOVE WS-LUN-BDATE(9:2) TO RECV01-EPH-DATE(7:2)
           IF RECV01-EPH-DATE NOT = WS-LUN-CACHE-DATE THEN
              MOVE RECV01-EPH-DATE TO WS-LUN-CACHE-DATE
              MOVE 'N' TO WS-LUN-CACHE-SW
              READ RECEPH
              END-READ
              IF WS-FS-EPH = '00' AND
                 RECV01-EPH-LONG IS NUMERIC AND
                 RECV01-EPH-MOTION IS NUMERIC THEN
                 IF RECV01-EPH-LONG < 360 THEN
                    MOVE RECV01-EPH-LONG TO WS-LUN-BASE
                    MOVE RECV01-EPH-MOTION TO WS-LUN-MOTION
                    MOVE 'Y' TO WS-LUN-CACHE-SW
                 END-IF
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH RASHI TALLY - FINDS WHICH OF THE 12 RASHIS
      *    WS-MONTH-DAY FALLS IN AND BUMPS THE TOTAL PLUS THE SAME
      *    GENDER/ALIVE BREAKDOWN THE NAKSHATRA TABLE CARRIES. THE
      *    RTAB RANGES TILE THE YEAR, SO EXACTLY ONE ENTRY MATCHES.
      *    A MOON-POSITION CITIZEN TAKES THE RASHI FROM THE ANGLE
      ******************************************************************
       PARA-RASHI-TALLY.
           IF WS-LUN-FOUND THEN
              SET INX-RTAB TO WS-LUN-RASHI
           ELSE
           SET INX-RTAB TO 1
           PERFORM UNTIL INX-RTAB > 12
              OR (WS-MONTH-DAY >= WS-RTAB-MD-LOW(INX-RTAB) AND
                  WS-MONTH-DAY <= WS-RTAB-MD-HIGH2(INX-RTAB))
              SET INX-RTAB UP BY 1
           END-PERFORM
           END-IF
           IF INX-RTAB > 12 THEN
              CONTINUE *> CANNOT HAPPEN - THE RANGES TILE THE YEAR
           ELSE
              MOVE WS-REPT-SUMLINE TO WS-REPT-LINE
              PERFORM PARA-REPT-WRITE
           END-IF
      *    CLASSIFICATION METHOD - ONLY WHEN THIS RUN SWEPT DB2 AND
      *    AT LEAST ONE CITIZEN HAD A BIRTH TIME (NOT KEPT IN NCLOGW,
      *    SO A 'DS' REPRINT SHOWS NOTHING HERE)
           IF WS-LUN-BY-MOON > ZERO OR WS-LUN-NO-EPH > ZERO THEN
              MOVE 'CLASSIFIED BY MOON POSITION (NCEPHEM)'
                 TO WS-RSM-LABEL
              MOVE WS-LUN-BY-MOON TO WS-RSM-VALUE
              MOVE WS-REPT-SUMLINE TO WS-REPT-LINE
              PERFORM PARA-REPT-WRITE
              MOVE 'BIRTH TIME BUT NO NCEPHEM DAY - BY DATE'
                 TO WS-RSM-LABEL
              MOVE WS-LUN-NO-EPH TO WS-RSM-VALUE
              MOVE WS-REPT-SUMLINE TO WS-REPT-LINE
              PERFORM PARA-REPT-WRITE
              MOVE 'NO BIRTH TIME - CLASSIFIED BY BIRTH DATE'
                 TO WS-RSM-LABEL
              MOVE WS-LUN-BY-DATE TO WS-RSM-VALUE
              MOVE WS-REPT-SUMLINE TO WS-REPT-LINE
              PERFORM PARA-REPT-WRITE
           END-IF
           MOVE SPACES TO WS-REPT-LINE
           PERFORM PARA-REPT-WRITE
           PERFORM PARA-TREND-REPORT
           MOVE RECV01-USER             TO WS-RH1-USER
           MOVE RECV01-PGM-START-DATE   TO WS-RH1-RUN-DATE
           MOVE RECV01-CURRENT-DATE-DB2 TO WS-RH1-ASOF
      *    A DS REPRINT SHOWS THE REGION THE ARCHIVED RUN SWEPT
           IF WS-PGM-MODE = 'DS' THEN
              MOVE WS-DS-REGION         TO WS-RH1-REGION
           ELSE
              MOVE WS-QREGION           TO WS-RH1-REGION
           END-IF
           MOVE WS-REPT-PAGE-CNT        TO WS-RH1-PAGE
           WRITE RECV01-REPT-R FROM WS-REPT-HEAD1
              AFTER ADVANCING PAGE
              ' USER=' RECV01-USER
              ' START=' RECV01-PGM-START-DATE
              ' MODE=' WS-PGM-MODE
              ' REG=' WS-QREGION
              ' INTERVAL=' WS-MQ-IVAL-D
              ' TOTAL=' WS-MQ-TOTAL-D
              ' ALIVE=' WS-MQ-ALIVE-D
           EXIT.
      ******************************************************************
      *    PARAGRAPH WRITE SUMMARY KSDS - THE COMPACT COMPANION
      *    RECORD, KEYED ON USER + START DATE + REGION. A RERUN THE
      *    SAME DAY FOR THE SAME REGION
      *    REWRITES ITS OWN KEY. A MISSING OR UNDEFINED CLUSTER ONLY
      *    WARNS - THE FULL NCLOGW RECORD IS ALREADY SAFE ON THE GDG
      ******************************************************************
              MOVE SPACES TO RECV01-SUMK-R
              MOVE RECV01-USER            TO RECV01-SUMK-USER
              MOVE RECV01-PGM-START-DATE  TO RECV01-SUMK-START-DATE
              MOVE WS-QREGION             TO RECV01-SUMK-REGION
              MOVE WS-PGM-MODE            TO RECV01-SUMK-MODE
              MOVE RECV01-INTERVAL-VAL    TO RECV01-SUMK-INTERVAL-VAL
              MOVE RECV01-S-TOTAL-CP      TO RECV01-SUMK-TOTAL-CP
              MOVE ZERO  TO RECV01-DS-FRAG-LOW
              MOVE ZERO  TO RECV01-DS-FRAG-HIGH
           END-IF
           MOVE WS-QREGION             TO RECV01-DS-REGION
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > RECV01-INTERVAL-COUNT
              MOVE RECV01-MALE(I,1)   TO RECV01-DS-MALE(I,1)
              MOVE RECV01-FEMALE(I,1) TO RECV01-DS-FEMALE(I,1)
                          (WS-PGM-TARGET-DATE-DIGITS = ZERO OR
                           WS-PGM-TARGET-START-DATE =
                              RECV01-PGM-START-DATE)
                          AND
                          (WS-PGM-REGION = SPACES OR
                           WS-PGM-REGION = WS-DS-REGION)
                          THEN
                          IF WS-FRAG-FLAG = 'F' THEN
                             DISPLAY 'NOTE: THIS RECORD IS A ',
                 MOVE WS-PGM-TARGET-USER TO RECV01-SUMK-USER
                 MOVE WS-PGM-TARGET-START-DATE
                    TO RECV01-SUMK-START-DATE
                 MOVE WS-QREGION TO RECV01-SUMK-REGION
                 READ RECSUMK
                 END-READ
                 IF WS-FS-SUMK = '00' THEN
                       ' GENERATION OF ', RECV01-SUMK-GENERATION
                 ELSE
                    DISPLAY 'INFO:    NO NCSUMK SUMMARY FOR THAT ',
                       'USER/START DATE/REGION ', WS-QREGION,
                       ' (FS=', WS-FS-SUMK, ')'
                 END-IF
                 CLOSE RECSUMK
              WHEN '05'
           MOVE RECV01-DS-R-CURRENT-DATE TO RECV01-CURRENT-DATE-DB2
           MOVE RECV01-DS-R-INTERVAL-VAL TO RECV01-INTERVAL-VAL
           MOVE RECV01-DS-R-FRAG-FLAG    TO WS-FRAG-FLAG
           MOVE RECV01-DS-R-REGION       TO WS-DS-REGION
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > RECV01-INTERVAL-COUNT
              MOVE RECV01-DS-R-MALE(I,1)   TO RECV01-MALE(I,1)
              MOVE RECV01-DS-R-FEMALE(I,1) TO RECV01-FEMALE(I,1)
           EXIT.
      ******************************************************************
      *    PARAGRAPH READ LATEST SNAPSHOT - SCANS NCLOGR TO EOF, ONLY
      *    KEEPING VALID (LENGTH+CRC CHECKED) RECORDS OF THIS RUN'S
      *    REGION. THE LAST ONE LEFT STANDING IS THE MOST RECENT
      *    SNAPSHOT
      ******************************************************************
       PARA-READ-LATEST-SNAPSHOT.
           MOVE 'N' TO WS-EOF-FLAG
                    PERFORM PARA-COMPUTE-CRC
                    PERFORM PARA-VALIDATE-DS-RECORD
                    IF WS-CRC-RECORD-VALID AND
                       WS-FRAG-FLAG NOT = 'F' AND
                       WS-DS-REGION = WS-QREGION THEN
                       MOVE ZERO TO WS-RECON-SNAP-ALIVE-MALE
                                    WS-RECON-SNAP-ALIVE-FEMALE
                                    WS-RECON-SNAP-DEAD-MALE
                    PERFORM PARA-COMPUTE-CRC
                    PERFORM PARA-VALIDATE-DS-RECORD
                    IF WS-CRC-RECORD-VALID AND
                       WS-FRAG-FLAG NOT = 'F' AND
                       WS-DS-REGION = WS-QREGION THEN
                       MOVE RECV01-CURRENT-DATE-DB2 TO WS-INCR-ASOF
                       MOVE 'Y' TO WS-INCR-SNAP-SW
                       PERFORM PARA-HOLD-DS-RECORD
                    :WS-QGENDER-TAB :WS-QGENDER-IND-TAB,
                    :WS-QALIVE-TAB :WS-QALIVE-IND-TAB,
                    :WS-QDDATE-TAB :WS-QDDATE-IND-TAB,
                    :WS-QNAME-TAB :WS-QNAME-IND-TAB,
                    :WS-QBTIME-TAB :WS-QBTIME-IND-TAB
                 END-EXEC
                 IF (SQLCODE NOT = 0 AND 100) THEN
      ************** DB2 Error Handling Routine
           OPEN OUTPUT RECCKPT
           MOVE WS-BF-COUNT TO RECV01-CKPT-INTERVAL-IDX
           MOVE ZERO        TO RECV01-CKPT-PGM-INTERVAL
           MOVE WS-QREGION  TO RECV01-CKPT-REGION
           MOVE SPACES      TO RECV01-CKPT-SNAPSHOT
           WRITE RECV01-CKPT-R
           CLOSE RECCKPT
                 DISPLAY 'WARNING: NO NCCKPT CHECKPOINT FOUND. ',
                 'BACKFILLING FROM THE FIRST DATE'
              NOT AT END
                 IF RECV01-CKPT-REGION NOT = WS-QREGION THEN
                    DISPLAY 'WARNING: NCCKPT CHECKPOINT WAS WRITTEN ',
                       'BY A REGION ', RECV01-CKPT-REGION, ' RUN, ',
                       'NOT ', WS-QREGION, '. BACKFILLING FROM THE ',
                       'FIRST DATE'
                 ELSE
                    MOVE RECV01-CKPT-INTERVAL-IDX TO WS-BF-SKIP
                    DISPLAY 'INFO:    RESUMING AFTER ', WS-BF-SKIP,
                       ' CHECKPOINTED AS-OF DATES'
                 END-IF
           END-READ
           CLOSE RECCKPT
           EXIT.
              :WS-QGENDER-TAB :WS-QGENDER-IND-TAB,
              :WS-QALIVE-TAB :WS-QALIVE-IND-TAB,
              :WS-QDDATE-TAB :WS-QDDATE-IND-TAB,
              :WS-QNAME-TAB :WS-QNAME-IND-TAB,
              :WS-QBTIME-TAB :WS-QBTIME-IND-TAB
           END-EXEC
           IF (SQLCODE NOT = 0 AND 100) THEN
      ************** DB2 Error Handling Routine
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH CHI-SQUARE - MODE 'CQ'. THE LATEST VALID NCLOGR
      *    SNAPSHOT IS TESTED INTERVAL BY INTERVAL: ARE THE 27
      *    NAKSHATRA COUNTS DIFFERENT FROM WHAT THE NAKSHATRAS' DAY
      *    SHARES ALONE WOULD GIVE (SOME SPAN 13 DAYS, SOME 14)? ONLY
      *    WHEN THE TEST SAYS YES ARE THE NAKSHATRAS WHOSE STANDARDIZED
      *    RESIDUAL PASSES THE CUT LISTED, OVER OR UNDER. A POOLED TEST
      *    OVER ALL THE TABLES CLOSES THE REPORT. NO DB2 WORK
      ******************************************************************
       PARA-CHI-SQUARE.
           PERFORM PARA-READ-LATEST-SNAPSHOT
           IF WS-RECON-SNAP-NOT-FOUND THEN
              DISPLAY 'WARNING: NO VALID NCLOGR SNAPSHOT - NOTHING ',
                 'TO TEST'
              MOVE 4 TO RETURN-CODE
           ELSE
      *    PUT THE LAST *VALID* RECORD'S CELLS BACK, AS IN 'LT'
              PERFORM PARA-RESTORE-DS-RECORD
              MOVE RECV01-CURRENT-DATE-DB2(1:4) TO WS-CQ-ASOF-YEAR
              MOVE ZERO TO WS-CQ-ALL-TOTAL
              PERFORM VARYING WS-CQ-N FROM 1 BY 1 UNTIL WS-CQ-N > 27
                 MOVE ZERO TO WS-CQ-ALL-OBS(WS-CQ-N)
                 MOVE ZERO TO WS-CQ-ALL-EXP(WS-CQ-N)
              END-PERFORM
              PERFORM PARA-REPT-NEWPAGE
              MOVE ' CHI-SQUARE TEST OF THE NAKSHATRA SPREAD AGAINST '
                 TO WS-REPT-LINE(1:49)
              MOVE 'DAY SHARES (TABLE 1 = OLDEST)' TO
                 WS-REPT-LINE(50:29)
              PERFORM PARA-REPT-WRITE
              MOVE ' CRITICAL VALUES DF 26: 38.885 (5%), 45.642 (1%). '
                 TO WS-REPT-LINE(1:50)
              MOVE 'NAKSHATRAS LISTED ONLY FOR A SIGNIFICANT TABLE, '
                 TO WS-REPT-LINE(51:48)
              MOVE 'RESIDUAL BEYOND +/-1.96' TO WS-REPT-LINE(99:23)
              PERFORM PARA-REPT-WRITE
              MOVE SPACES TO WS-REPT-LINE
              PERFORM PARA-REPT-WRITE
              MOVE 'N' TO WS-CQ-POOLED-SW
              PERFORM VARYING WS-CQ-IDX FROM 1 BY 1
                 UNTIL WS-CQ-IDX > RECV01-INTERVAL-COUNT
                 PERFORM PARA-CQ-INTERVAL
              END-PERFORM
              PERFORM PARA-CQ-POOLED
              PERFORM PARA-CQ-SUMMARY
              IF WS-CQ-TESTED = ZERO THEN
                 DISPLAY 'WARNING: NO INTERVAL TABLE OF THE SNAPSHOT ',
                    'COULD BE TESTED'
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE WS-CQ-TESTED TO WS-CQ-CNT-D
                 DISPLAY 'INFO:    CHI-SQUARE TESTED ', WS-CQ-CNT-D,
                    ' INTERVAL TABLES - SEE NCREPT'
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH CQ INTERVAL - ONE INTERVAL TABLE: BIRTH-YEAR
      *    RANGE (THE SAME YEAR()-GRAIN BUCKETING THE SWEEPS USE),
      *    DAY SHARES, OBSERVED AND EXPECTED COUNTS, THEN THE TEST.
      *    EMPTY TABLES ARE COUNTED AND SKIPPED SILENTLY
      ******************************************************************
       PARA-CQ-INTERVAL.
           SET I TO WS-CQ-IDX
           COMPUTE WS-CQ-YEAR-HI = WS-CQ-ASOF-YEAR
              - (RECV01-INTERVAL-COUNT - WS-CQ-IDX)
              * RECV01-INTERVAL-VAL
           COMPUTE WS-CQ-YEAR-LO = WS-CQ-YEAR-HI
              - RECV01-INTERVAL-VAL + 1
           MOVE ZERO TO WS-CQ-TOTAL
           PERFORM VARYING WS-CQ-N FROM 1 BY 1 UNTIL WS-CQ-N > 27
              SET J TO WS-CQ-N
              COMPUTE WS-CQ-OBS(WS-CQ-N) = WS-N(I,J) + WS-U(I,J)
              ADD WS-CQ-OBS(WS-CQ-N) TO WS-CQ-TOTAL
           END-PERFORM
           IF WS-CQ-TOTAL = ZERO THEN
              ADD 1 TO WS-CQ-EMPTY
           ELSE
              PERFORM PARA-CQ-DAY-SHARES
              MOVE SPACES TO WS-RCQ-LABEL
              MOVE 'TABLE ' TO WS-RCQ-LABEL(1:6)
              MOVE WS-CQ-IDX TO WS-CQ-CNT-D
              MOVE WS-CQ-CNT-D TO WS-RCQ-LABEL(7:3)
              IF WS-CQ-DAYS-TOT = ZERO THEN
                 ADD 1 TO WS-CQ-NOSET
                 MOVE SPACES TO WS-REPT-LINE
                 STRING WS-RCQ-LABEL ' NOT TESTED - NO NCNBND '
                    'BOUNDARY SET COVERS ITS BIRTH YEARS'
                    DELIMITED BY SIZE INTO WS-REPT-LINE
                 END-STRING
                 PERFORM PARA-REPT-WRITE
              ELSE
                 PERFORM VARYING WS-CQ-N FROM 1 BY 1
                    UNTIL WS-CQ-N > 27
                    COMPUTE WS-CQ-EXP(WS-CQ-N) ROUNDED =
                       (WS-CQ-TOTAL * WS-CQ-DAYS(WS-CQ-N))
                       / WS-CQ-DAYS-TOT
                    ADD WS-CQ-OBS(WS-CQ-N) TO WS-CQ-ALL-OBS(WS-CQ-N)
                    ADD WS-CQ-EXP(WS-CQ-N) TO WS-CQ-ALL-EXP(WS-CQ-N)
                 END-PERFORM
                 ADD WS-CQ-TOTAL TO WS-CQ-ALL-TOTAL
                 ADD 1 TO WS-CQ-TESTED
                 PERFORM PARA-CQ-TEST
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH CQ DAY SHARES - FOR EVERY BIRTH YEAR OF THE
      *    INTERVAL, THE SET IN FORCE THAT YEAR ADDS EACH NAKSHATRA'S
      *    INTERIOR SPAN PLUS ITS BOUNDARY DAY (THE WS-NU=1 DAY
      *    PARA-NAKSHATRA-COMPUTE COUNTS INTO IT). A YEAR NO SET
      *    COVERS IS LEFT OUT AND NOTED RATHER THAN ABENDING - THIS
      *    MODE ONLY READS AN ARCHIVED SNAPSHOT
      ******************************************************************
       PARA-CQ-DAY-SHARES.
           MOVE ZERO TO WS-CQ-DAYS-TOT
           MOVE ZERO TO WS-CQ-UNCOVERED
           PERFORM VARYING WS-CQ-N FROM 1 BY 1 UNTIL WS-CQ-N > 27
              MOVE ZERO TO WS-CQ-DAYS(WS-CQ-N)
           END-PERFORM
           PERFORM VARYING WS-CQ-YEAR FROM WS-CQ-YEAR-LO BY 1
              UNTIL WS-CQ-YEAR > WS-CQ-YEAR-HI
              MOVE WS-CQ-YEAR TO WS-NBND-TARGET-YEAR
              PERFORM PARA-FIND-NBND-SET
              IF WS-NBND-FOUND = 0 THEN
                 ADD 1 TO WS-CQ-UNCOVERED
              ELSE
                 PERFORM PARA-SET-NTAB-FOR-YEAR
                 PERFORM VARYING INX-NTAB FROM 1 BY 1
                    UNTIL INX-NTAB > 27
                    SET WS-CQ-N TO INX-NTAB
                    ADD WS-NTAB-SPAN(INX-NTAB) TO WS-CQ-DAYS(WS-CQ-N)
                    ADD WS-NTAB-SPAN(INX-NTAB) TO WS-CQ-DAYS-TOT
                    IF WS-NTAB-MD-BOUND(INX-NTAB) > 0 THEN
                       ADD 1 TO WS-CQ-DAYS(WS-CQ-N)
                       ADD 1 TO WS-CQ-DAYS-TOT
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           EXIT.
      ******************************************************************
      *    PARAGRAPH CQ POOLED - THE SAME TEST ON THE COUNTS OF EVERY
      *    TESTED TABLE ADDED TOGETHER, AGAINST THE SUM OF THEIR
      *    EXPECTED COUNTS (SO EACH TABLE KEEPS ITS OWN DAY SHARES)
      ******************************************************************
       PARA-CQ-POOLED.
           IF WS-CQ-TESTED > ZERO THEN
              MOVE 'Y' TO WS-CQ-POOLED-SW
              MOVE WS-CQ-ALL-TOTAL TO WS-CQ-TOTAL
              MOVE ZERO TO WS-CQ-UNCOVERED
              PERFORM VARYING WS-CQ-N FROM 1 BY 1 UNTIL WS-CQ-N > 27
                 MOVE WS-CQ-ALL-OBS(WS-CQ-N) TO WS-CQ-OBS(WS-CQ-N)
                 MOVE WS-CQ-ALL-EXP(WS-CQ-N) TO WS-CQ-EXP(WS-CQ-N)
              END-PERFORM
              COMPUTE WS-CQ-YEAR-LO = WS-CQ-ASOF-YEAR
                 - RECV01-INTERVAL-COUNT * RECV01-INTERVAL-VAL + 1
              MOVE WS-CQ-ASOF-YEAR TO WS-CQ-YEAR-HI
              MOVE 'ALL TABLES' TO WS-RCQ-LABEL
              PERFORM PARA-CQ-TEST
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH CQ TEST - CHI-SQUARE = SUM OF (O-E)**2/E OVER THE
      *    27 CELLS IN WS-CQ-OBS/WS-CQ-EXP, THE HEADLINE FOR THE TABLE
      *    (WS-RCQ-LABEL ALREADY SET), THE RELIABILITY NOTES, AND FOR
      *    A SIGNIFICANT RESULT THE NAKSHATRAS WHOSE STANDARDIZED
      *    RESIDUAL (O-E)/SQRT(E) PASSES +/- WS-CQ-RESID-CUT
      ******************************************************************
       PARA-CQ-TEST.
           MOVE ZERO TO WS-CQ-CHISQ
           MOVE ZERO TO WS-CQ-SMALL-E
           PERFORM VARYING WS-CQ-N FROM 1 BY 1 UNTIL WS-CQ-N > 27
              IF WS-CQ-EXP(WS-CQ-N) > ZERO THEN
                 COMPUTE WS-CQ-DIFF =
                    WS-CQ-OBS(WS-CQ-N) - WS-CQ-EXP(WS-CQ-N)
                 COMPUTE WS-CQ-CHISQ ROUNDED = WS-CQ-CHISQ +
                    (WS-CQ-DIFF * WS-CQ-DIFF) / WS-CQ-EXP(WS-CQ-N)
                 IF WS-CQ-EXP(WS-CQ-N) < 5 THEN
                    ADD 1 TO WS-CQ-SMALL-E
                 END-IF
              END-IF
           END-PERFORM
           MOVE 'N' TO WS-CQ-SIGNIF-SW
           EVALUATE TRUE
              WHEN WS-CQ-CHISQ >= WS-CQ-CRIT-01
                 MOVE 'SIGNIFICANT AT 1%' TO WS-RCQ-RESULT
                 MOVE 'Y' TO WS-CQ-SIGNIF-SW
                 IF NOT WS-CQ-POOLED THEN
                    ADD 1 TO WS-CQ-SIGNIF-01
                    ADD 1 TO WS-CQ-SIGNIF-05
                 END-IF
              WHEN WS-CQ-CHISQ >= WS-CQ-CRIT-05
                 MOVE 'SIGNIFICANT AT 5%' TO WS-RCQ-RESULT
                 MOVE 'Y' TO WS-CQ-SIGNIF-SW
                 IF NOT WS-CQ-POOLED THEN
                    ADD 1 TO WS-CQ-SIGNIF-05
                 END-IF
              WHEN OTHER
                 MOVE 'NOT SIGNIFICANT' TO WS-RCQ-RESULT
           END-EVALUATE
           MOVE WS-CQ-YEAR-LO TO WS-RCQ-YFROM
           MOVE WS-CQ-YEAR-HI TO WS-RCQ-YTO
           MOVE WS-CQ-TOTAL   TO WS-RCQ-TOTAL
           MOVE WS-CQ-CHISQ   TO WS-RCQ-CHISQ
           MOVE WS-REPT-CQHEAD TO WS-REPT-LINE
           PERFORM PARA-REPT-WRITE
           IF WS-CQ-UNCOVERED > ZERO THEN
              MOVE WS-CQ-UNCOVERED TO WS-CQ-CNT-D
              STRING '    NOTE: ' WS-CQ-CNT-D ' BIRTH YEAR(S) NOT '
                 'COVERED BY NCNBND - LEFT OUT OF THE DAY SHARES'
                 DELIMITED BY SIZE INTO WS-REPT-LINE
              END-STRING
              PERFORM PARA-REPT-WRITE
           END-IF
           IF WS-CQ-SMALL-E > ZERO THEN
              MOVE WS-CQ-SMALL-E TO WS-CQ-CNT-D
              STRING '    NOTE: ' WS-CQ-CNT-D ' CELL(S) EXPECT FEWER '
                 'THAN 5 - THE TEST IS NOT RELIABLE FOR THIS TABLE'
                 DELIMITED BY SIZE INTO WS-REPT-LINE
              END-STRING
              PERFORM PARA-REPT-WRITE
           END-IF
           IF WS-CQ-IS-SIGNIF THEN
              MOVE ZERO TO WS-CQ-LISTED
              PERFORM VARYING WS-CQ-N FROM 1 BY 1 UNTIL WS-CQ-N > 27
                 IF WS-CQ-EXP(WS-CQ-N) > ZERO THEN
                    MOVE WS-CQ-EXP(WS-CQ-N) TO WS-CQ-SQRT-IN
                    PERFORM PARA-CQ-SQRT
                    COMPUTE WS-CQ-RESID ROUNDED =
                       (WS-CQ-OBS(WS-CQ-N) - WS-CQ-EXP(WS-CQ-N))
                       / WS-CQ-SQRT-OUT
                    IF WS-CQ-RESID >= WS-CQ-RESID-CUT OR
                       WS-CQ-RESID <= ZERO - WS-CQ-RESID-CUT THEN
                       ADD 1 TO WS-CQ-LISTED
                       SET INX-NTAB TO WS-CQ-N
                       MOVE WS-NTAB-NAME(INX-NTAB) TO WS-RCQ-NAME
                       MOVE WS-CQ-OBS(WS-CQ-N) TO WS-RCQ-OBS
                       MOVE WS-CQ-EXP(WS-CQ-N) TO WS-RCQ-EXP
                       MOVE WS-CQ-RESID TO WS-RCQ-RESID
                       IF WS-CQ-RESID > ZERO THEN
                          MOVE 'OVER' TO WS-RCQ-DIR
                       ELSE
                          MOVE 'UNDER' TO WS-RCQ-DIR
                       END-IF
                       MOVE WS-REPT-CQDET TO WS-REPT-LINE
                       PERFORM PARA-REPT-WRITE
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-CQ-LISTED = ZERO THEN
                 MOVE '    NO SINGLE NAKSHATRA PASSES THE RESIDUAL CUT'
                    TO WS-REPT-LINE(1:47)
                 MOVE ' - THE DEPARTURE IS SPREAD ACROSS MANY' TO
                    WS-REPT-LINE(48:38)
                 PERFORM PARA-REPT-WRITE
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH CQ SQRT - SQUARE ROOT OF WS-CQ-SQRT-IN INTO
      *    WS-CQ-SQRT-OUT BY NEWTON'S ITERATION, STOPPING WHEN TWO
      *    GUESSES AGREE TO THE LAST DECIMAL (OR AFTER 60 ROUNDS)
      ******************************************************************
       PARA-CQ-SQRT.
           IF WS-CQ-SQRT-IN = ZERO THEN
              MOVE ZERO TO WS-CQ-SQRT-OUT
           ELSE
              COMPUTE WS-CQ-SQRT-OUT = WS-CQ-SQRT-IN / 2 + 1
              MOVE ZERO TO WS-CQ-SQRT-PREV
              PERFORM VARYING WS-CQ-SQRT-ITER FROM 1 BY 1
                 UNTIL WS-CQ-SQRT-ITER > 60 OR
                    WS-CQ-SQRT-OUT = WS-CQ-SQRT-PREV
                 MOVE WS-CQ-SQRT-OUT TO WS-CQ-SQRT-PREV
                 COMPUTE WS-CQ-SQRT-OUT ROUNDED =
                    (WS-CQ-SQRT-PREV + WS-CQ-SQRT-IN / WS-CQ-SQRT-PREV)
                    / 2
              END-PERFORM
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH CQ SUMMARY - HOW MANY TABLES WERE TESTED, HOW
      *    MANY CAME OUT SIGNIFICANT, AND HOW MANY WERE SKIPPED
      ******************************************************************
       PARA-CQ-SUMMARY.
           MOVE SPACES TO WS-REPT-LINE
           PERFORM PARA-REPT-WRITE
           MOVE SPACES TO WS-REPT-SUMLINE
           MOVE 'INTERVAL TABLES TESTED' TO WS-RSM-LABEL
           MOVE WS-CQ-TESTED TO WS-RSM-VALUE
           MOVE WS-REPT-SUMLINE TO WS-REPT-LINE
           PERFORM PARA-REPT-WRITE
           MOVE 'SIGNIFICANT AT 5% (INCLUDING 1%)' TO WS-RSM-LABEL
           MOVE WS-CQ-SIGNIF-05 TO WS-RSM-VALUE
           MOVE WS-REPT-SUMLINE TO WS-REPT-LINE
           PERFORM PARA-REPT-WRITE
           MOVE 'SIGNIFICANT AT 1%' TO WS-RSM-LABEL
           MOVE WS-CQ-SIGNIF-01 TO WS-RSM-VALUE
           MOVE WS-REPT-SUMLINE TO WS-REPT-LINE
           PERFORM PARA-REPT-WRITE
           MOVE 'EMPTY TABLES SKIPPED' TO WS-RSM-LABEL
           MOVE WS-CQ-EMPTY TO WS-RSM-VALUE
           MOVE WS-REPT-SUMLINE TO WS-REPT-LINE
           PERFORM PARA-REPT-WRITE
           MOVE 'TABLES WITHOUT AN NCNBND SET SKIPPED' TO WS-RSM-LABEL
           MOVE WS-CQ-NOSET TO WS-RSM-VALUE
           MOVE WS-REPT-SUMLINE TO WS-REPT-LINE
           PERFORM PARA-REPT-WRITE
      *    AT 5% ROUGHLY ONE TABLE IN TWENTY FLAGS BY CHANCE ALONE
           MOVE '  ABOUT 1 IN 20 TABLES IS EXPECTED TO TEST '
              TO WS-REPT-LINE(1:43)
           MOVE 'SIGNIFICANT AT 5% BY CHANCE ALONE' TO
              WS-REPT-LINE(44:33)
           PERFORM PARA-REPT-WRITE
           EXIT.
      ******************************************************************
      *    PARAGRAPH DEATH NAKSHATRA - MODE 'DN'. EVERY DEATH WITH
      *    BOTH DATES ON RECORD IS CLASSIFIED TWICE THROUGH THE SAME
      *    PARA-FIND-NAKSHATRA BOUNDARY LOGIC: THE BIRTH DATE UNDER
           END-PERFORM
           EXIT.
      ******************************************************************
      *    PARAGRAPH DASHA SWEEP - MODE 'VD'. EVERY LIVING CITIZEN
      *    WITH A BIRTH DATE GETS THE MAHADASHA RUNNING ON THE AS-OF
      *    DATE (MOON POSITION WHEN A BIRTH TIME AND NCEPHEM DAY ARE
      *    ON HAND, ELSE THE BIRTH-DATE NAKSHATRA UNDER THE BIRTH
      *    YEAR'S BOUNDARY SET) AND IS COUNTED BY INTERVAL TABLE,
      *    LORD AND GENDER. REPORT ON NCREPT
      ******************************************************************
       PARA-DASHA-SWEEP.
           PERFORM VARYING WS-VD-T FROM 1 BY 1 UNTIL WS-VD-T > 120
              PERFORM VARYING WS-VD-L FROM 1 BY 1 UNTIL WS-VD-L > 9
                 PERFORM VARYING WS-VD-G FROM 1 BY 1 UNTIL WS-VD-G > 3
                    MOVE ZERO TO WS-VD-CNT(WS-VD-T, WS-VD-L, WS-VD-G)
                 END-PERFORM
              END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-VD-L FROM 1 BY 1 UNTIL WS-VD-L > 9
              MOVE ZERO TO WS-VD-LORD-TOT(WS-VD-L)
           END-PERFORM
           EXEC SQL
              OPEN CRS1V
           END-EXEC
           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                 FETCH CRS1V INTO
                    :WS-QVD-BDATE :WS-QVD-BDATE-IND,
                    :WS-QVD-GENDER :WS-QVD-GENDER-IND,
                    :WS-QVD-BTIME :WS-QVD-BTIME-IND
              END-EXEC
              IF SQLCODE = 0 THEN
                 PERFORM PARA-VD-CLASSIFY
              ELSE
                 IF SQLCODE NOT = 100 THEN
      ************** DB2 Error Handling Routine
           DISPLAY '*************************************************'
           DISPLAY '**** E R R O R M E S S A G E S ****'
           DISPLAY '*************************************************'
           DISPLAY '* Problem in paragraph: ' *>ws-paragraph
           DISPLAY '* Problem-msg: ' *>ws-error-msg
           DISPLAY '*'
           DISPLAY '* SQLCODE: ' SQLCODE
           DISPLAY '*************************************************'
           MOVE 8 TO RETURN-CODE
           MOVE SQLCODE TO WS-AUDIT-SQLCODE
           PERFORM PARA-WRITE-AUDIT
           CALL "CEE3ABD" USING ABEND-CODE , TIMING
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL
              CLOSE CRS1V
           END-EXEC
           DISPLAY 'VIMSHOTTARI DASHA SWEEP AS OF ',
              RECV01-CURRENT-DATE-DB2
           DISPLAY '   LIVING CITIZENS READ    : ', WS-VD-ROWS
           DISPLAY '   COUNTED                 : ', WS-VD-COUNTED
           DISPLAY '   BY MOON POSITION        : ', WS-VD-BY-MOON
           DISPLAY '   SKIPPED (AGE)           : ', WS-VD-SKIP-AGE
           DISPLAY '   SKIPPED (GENDER)        : ', WS-VD-SKIP-GDR
           PERFORM PARA-VD-REPORT
           EXIT.
      ******************************************************************
      *    PARAGRAPH VD CLASSIFY - ONE LIVING CITIZEN. AGE AS OF THE
      *    AS-OF DATE WITH THE 'ID' CARD'S BIRTHDAY ADJUSTMENT (WS-INQ
      *    WORK FIELDS); OUTSIDE 0-119 OR AN UNUSABLE GENDER CODE IS
      *    COUNTED AS SKIPPED, NOT GUESSED AT
      ******************************************************************
       PARA-VD-CLASSIFY.
           ADD 1 TO WS-VD-ROWS
           MOVE WS-QVD-BDATE(1:4) TO WS-INQ-BYEAR
           MOVE RECV01-CURRENT-DATE-DB2(1:4) TO WS-INQ-AYEAR
           MOVE WS-QVD-BDATE(6:2) TO WS-INQ-BMD(1:2)
           MOVE WS-QVD-BDATE(9:2) TO WS-INQ-BMD(3:2)
           MOVE RECV01-CURRENT-DATE-DB2(6:2) TO WS-INQ-AMD(1:2)
           MOVE RECV01-CURRENT-DATE-DB2(9:2) TO WS-INQ-AMD(3:2)
           COMPUTE WS-INQ-AGE = WS-INQ-AYEAR - WS-INQ-BYEAR
           IF WS-INQ-AMD < WS-INQ-BMD THEN
              SUBTRACT 1 FROM WS-INQ-AGE
           END-IF
           EVALUATE TRUE
              WHEN WS-INQ-AGE < 0 OR WS-INQ-AGE > 119
                 ADD 1 TO WS-VD-SKIP-AGE
              WHEN WS-QVD-GENDER-IND < 0
                 ADD 1 TO WS-VD-SKIP-GDR
              WHEN WS-QVD-GENDER = 1
                 MOVE 1 TO WS-VD-G
                 PERFORM PARA-VD-TALLY
              WHEN WS-QVD-GENDER = 0
                 MOVE 2 TO WS-VD-G
                 PERFORM PARA-VD-TALLY
              WHEN WS-QVD-GENDER = 2
                 MOVE 3 TO WS-VD-G
                 PERFORM PARA-VD-TALLY
              WHEN OTHER
                 ADD 1 TO WS-VD-SKIP-GDR
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH VD TALLY - INTERVAL TABLE (DIVIDE FLOORS, AS ON
      *    THE 'ID' CARD), BIRTH NAKSHATRA, RUNNING MAHADASHA, COUNT
      ******************************************************************
       PARA-VD-TALLY.
           DIVIDE WS-INQ-AGE BY RECV01-INTERVAL-VAL GIVING WS-VD-T
           COMPUTE WS-VD-T = RECV01-INTERVAL-COUNT - WS-VD-T
           MOVE WS-INQ-BYEAR TO WS-NBND-TARGET-YEAR
           PERFORM PARA-SET-NTAB-FOR-YEAR
           MOVE WS-INQ-BMD TO WS-MONTH-DAY
           PERFORM PARA-FIND-NAKSHATRA
           MOVE WS-QVD-BDATE TO WS-LUN-BDATE
           IF WS-QVD-BTIME-IND < 0 THEN
              MOVE SPACES TO WS-LUN-BTIME
           ELSE
              MOVE WS-QVD-BTIME TO WS-LUN-BTIME
           END-IF
           PERFORM PARA-LUNAR-POSITION
           IF WS-LUN-FOUND THEN
              PERFORM PARA-DASHA-FROM-MOON
              ADD 1 TO WS-VD-BY-MOON
           ELSE
              PERFORM PARA-DASHA-FROM-DATE
           END-IF
           MOVE WS-QVD-BDATE TO WS-DSH-BDATE
           MOVE RECV01-CURRENT-DATE-DB2 TO WS-DSH-ASOF
           PERFORM PARA-DASHA-COMPUTE
           ADD 1 TO WS-VD-CNT(WS-VD-T, WS-DSH-MAHA, WS-VD-G)
           ADD 1 TO WS-VD-LORD-TOT(WS-DSH-MAHA)
           ADD 1 TO WS-VD-COUNTED
           EXIT.
      ******************************************************************
      *    PARAGRAPH VD REPORT - THE NINE LORDS WITH BARS OVER THE
      *    WHOLE LIVING POPULATION, THE RUN COUNTS, THEN ONE BLOCK PER
      *    INTERVAL TABLE: LORD ROWS BY MALE/FEMALE/OTHER/TOTAL
      ******************************************************************
       PARA-VD-REPORT.
           PERFORM PARA-REPT-NEWPAGE
           MOVE ' LIVING CITIZENS BY RUNNING VIMSHOTTARI MAHADASHA'
              TO WS-REPT-LINE
           PERFORM PARA-REPT-WRITE
           MOVE WS-VD-COUNTED TO WS-BAR-DENOM
           PERFORM VARYING WS-VD-L FROM 1 BY 1 UNTIL WS-VD-L > 9
              MOVE WS-LORD-NAME(WS-VD-L) TO WS-RLB-LABEL
              MOVE WS-VD-LORD-TOT(WS-VD-L) TO WS-BAR-NUMER
              PERFORM PARA-REPT-BARLINE
           END-PERFORM
           MOVE SPACES TO WS-REPT-LINE
           PERFORM PARA-REPT-WRITE
           MOVE SPACES TO WS-REPT-SUMLINE
           MOVE 'LIVING CITIZENS WITH A BIRTH DATE' TO WS-RSM-LABEL
           MOVE WS-VD-ROWS TO WS-RSM-VALUE
           MOVE WS-REPT-SUMLINE TO WS-REPT-LINE
           PERFORM PARA-REPT-WRITE
           MOVE 'COUNTED' TO WS-RSM-LABEL
           MOVE WS-VD-COUNTED TO WS-RSM-VALUE
           MOVE WS-REPT-SUMLINE TO WS-REPT-LINE
           PERFORM PARA-REPT-WRITE
           MOVE '  OF WHICH FROM THE MOON POSITION' TO WS-RSM-LABEL
           MOVE WS-VD-BY-MOON TO WS-RSM-VALUE
           MOVE WS-REPT-SUMLINE TO WS-REPT-LINE
           PERFORM PARA-REPT-WRITE
           MOVE 'SKIPPED - AGE OUTSIDE THE 120-YEAR SWEEP'
              TO WS-RSM-LABEL
           MOVE WS-VD-SKIP-AGE TO WS-RSM-VALUE
           MOVE WS-REPT-SUMLINE TO WS-REPT-LINE
           PERFORM PARA-REPT-WRITE
           MOVE 'SKIPPED - GENDER NOT ON RECORD OR INVALID'
              TO WS-RSM-LABEL
           MOVE WS-VD-SKIP-GDR TO WS-RSM-VALUE
           MOVE WS-REPT-SUMLINE TO WS-REPT-LINE
           PERFORM PARA-REPT-WRITE
      ******************************************************************
      *    ONE BLOCK PER INTERVAL TABLE - TABLE 1 IS THE OLDEST AGES
      ******************************************************************
           PERFORM PARA-REPT-NEWPAGE
           PERFORM VARYING WS-VD-T FROM 1 BY 1
              UNTIL WS-VD-T > RECV01-INTERVAL-COUNT
              MOVE WS-VD-T TO WS-RVT-TAB
              COMPUTE WS-VD-AGE-FROM =
                 (RECV01-INTERVAL-COUNT - WS-VD-T) * RECV01-INTERVAL-VAL
              MOVE WS-VD-AGE-FROM TO WS-RVT-FROM
              COMPUTE WS-RVT-TO =
                 WS-VD-AGE-FROM + RECV01-INTERVAL-VAL - 1
              MOVE WS-REPT-VDTAB TO WS-REPT-LINE
              PERFORM PARA-REPT-WRITE
              MOVE WS-REPT-VDET-HDR TO WS-REPT-LINE
              PERFORM PARA-REPT-WRITE
              MOVE ZERO TO WS-VD-TAB-TOT
              PERFORM VARYING WS-VD-L FROM 1 BY 1 UNTIL WS-VD-L > 9
                 MOVE WS-LORD-NAME(WS-VD-L) TO WS-RVD-NAME
                 MOVE ZERO TO WS-VD-ROW-TOT
                 PERFORM VARYING WS-VD-G FROM 1 BY 1 UNTIL WS-VD-G > 3
                    MOVE WS-VD-CNT(WS-VD-T, WS-VD-L, WS-VD-G)
                       TO WS-RVD-COL(WS-VD-G)
                    ADD WS-VD-CNT(WS-VD-T, WS-VD-L, WS-VD-G)
                       TO WS-VD-ROW-TOT
                 END-PERFORM
                 MOVE WS-VD-ROW-TOT TO WS-RVD-COL(4)
                 ADD WS-VD-ROW-TOT TO WS-VD-TAB-TOT
                 MOVE WS-REPT-VDET TO WS-REPT-LINE
                 PERFORM PARA-REPT-WRITE
              END-PERFORM
              MOVE 'ALL LORDS' TO WS-RVD-NAME
              PERFORM VARYING WS-VD-G FROM 1 BY 1 UNTIL WS-VD-G > 3
                 MOVE ZERO TO WS-VD-ROW-TOT
                 PERFORM VARYING WS-VD-L FROM 1 BY 1 UNTIL WS-VD-L > 9
                    ADD WS-VD-CNT(WS-VD-T, WS-VD-L, WS-VD-G)
                       TO WS-VD-ROW-TOT
                 END-PERFORM
                 MOVE WS-VD-ROW-TOT TO WS-RVD-COL(WS-VD-G)
              END-PERFORM
              MOVE WS-VD-TAB-TOT TO WS-RVD-COL(4)
              MOVE WS-REPT-VDET TO WS-REPT-LINE
              PERFORM PARA-REPT-WRITE
              MOVE SPACES TO WS-REPT-LINE
              PERFORM PARA-REPT-WRITE
           END-PERFORM
           EXIT.
      ******************************************************************
      *    PARAGRAPH DASHA FROM MOON - BIRTH NAKSHATRA AND ELAPSED
      *    FRACTION STRAIGHT FROM PARA-LUNAR-POSITION'S ANGLE
      ******************************************************************
       PARA-DASHA-FROM-MOON.
           MOVE WS-LUN-NAK TO WS-DSH-NAK
           COMPUTE WS-DSH-FRAC = WS-LUN-POS - WS-LUN-NAK + 1
           IF WS-DSH-FRAC >= 1 THEN
              MOVE 0.999999 TO WS-DSH-FRAC
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH DASHA FROM DATE - NO MOON POSITION, SO THE
      *    ELAPSED FRACTION IS THE BIRTH DAY'S PLACE IN THE
      *    NAKSHATRA'S DAY RANGE (MIDDLE OF THE DAY), OFF THE SAME
      *    START-DOY/SPAN AS THE PADA ARITHMETIC. THE BOUNDARY DAY IS
      *    THE LAST DAY OF THE RANGE. NEEDS INX-N, WS-NU AND
      *    WS-MONTH-DAY FROM PARA-FIND-NAKSHATRA
      ******************************************************************
       PARA-DASHA-FROM-DATE.
           SET WS-DSH-NAK TO INX-N
           MOVE WS-NTAB-SPAN(INX-N) TO WS-DSH-TOTAL
           IF WS-NTAB-MD-BOUND(INX-N) > 0 THEN
              ADD 1 TO WS-DSH-TOTAL
           END-IF
           IF WS-NU = 1 THEN
              COMPUTE WS-DSH-OFF = WS-DSH-TOTAL - 1
           ELSE
              MOVE WS-MONTH-DAY TO WS-MD-WORK
              PERFORM PARA-MD-TO-DOY
              COMPUTE WS-DSH-OFF =
                 WS-DOY-WORK - WS-NTAB-START-DOY(INX-N)
              IF WS-DSH-OFF < 0 THEN
                 ADD 365 TO WS-DSH-OFF
              END-IF
              IF WS-DSH-OFF >= WS-DSH-TOTAL THEN
                 COMPUTE WS-DSH-OFF = WS-DSH-TOTAL - 1
              END-IF
           END-IF
           COMPUTE WS-DSH-FRAC = (WS-DSH-OFF + 0.5) / WS-DSH-TOTAL
           EXIT.
      ******************************************************************
      *    PARAGRAPH DASHA COMPUTE - WS-DSH-NAK/WS-DSH-FRAC AT BIRTH,
      *    WS-DSH-BDATE AND WS-DSH-ASOF IN. THE YEARS LIVED PLUS THE
      *    PART OF THE FIRST MAHADASHA ALREADY GONE AT BIRTH ARE
      *    WALKED THROUGH THE 120-YEAR CYCLE TO THE RUNNING
      *    MAHADASHA, THEN THE REMAINDER THROUGH ITS NINE
      *    ANTARDASHAS (EACH MAHA YEARS X ANTAR YEARS / 120 LONG,
      *    STARTING WITH THE MAHADASHA'S OWN LORD). OUT: WS-DSH-MAHA,
      *    WS-DSH-ANTAR (LORD NUMBERS) AND THE DATE EACH ENDS.
      *    WS-DSH-VALID='N' WHEN THE AS-OF DATE IS BEFORE BIRTH
      ******************************************************************
       PARA-DASHA-COMPUTE.
           MOVE 'N' TO WS-DSH-VALID-SW
           MOVE WS-DSH-BDATE TO WS-DSH-DATE
           PERFORM PARA-DATE-TO-DAYNUM
           MOVE WS-DSH-DAYNUM TO WS-DSH-BDAYNUM
           MOVE WS-DSH-ASOF TO WS-DSH-DATE
           PERFORM PARA-DATE-TO-DAYNUM
           MOVE WS-DSH-DAYNUM TO WS-DSH-ADAYNUM
           IF WS-DSH-ADAYNUM >= WS-DSH-BDAYNUM THEN
              MOVE 'Y' TO WS-DSH-VALID-SW
              MOVE WS-NTAB-LORD(WS-DSH-NAK) TO WS-DSH-MAHA
              COMPUTE WS-DSH-ELAPSED =
                 WS-DSH-FRAC * WS-DSH-YEARS(WS-DSH-MAHA)
                 + (WS-DSH-ADAYNUM - WS-DSH-BDAYNUM) / 365.25
              PERFORM UNTIL WS-DSH-ELAPSED < WS-DSH-YEARS(WS-DSH-MAHA)
                 SUBTRACT WS-DSH-YEARS(WS-DSH-MAHA) FROM WS-DSH-ELAPSED
                 IF WS-DSH-MAHA = 9 THEN
                    MOVE 1 TO WS-DSH-MAHA
                 ELSE
                    ADD 1 TO WS-DSH-MAHA
                 END-IF
              END-PERFORM
              COMPUTE WS-DSH-DAYNUM ROUNDED = WS-DSH-ADAYNUM +
                 (WS-DSH-YEARS(WS-DSH-MAHA) - WS-DSH-ELAPSED) * 365.25
              PERFORM PARA-DAYNUM-TO-DATE
              MOVE WS-DSH-DATE TO WS-DSH-MAHA-END
      *    ANTARDASHAS - THE LAST ONE ALSO STOPS THE WALK, SO A
      *    ROUNDING SLIVER AT THE VERY END CANNOT WRAP ROUND
              MOVE WS-DSH-MAHA TO WS-DSH-ANTAR
              MOVE 1 TO WS-DSH-STEPS
              COMPUTE WS-DSH-DUR = WS-DSH-YEARS(WS-DSH-MAHA)
                 * WS-DSH-YEARS(WS-DSH-ANTAR) / 120
              PERFORM UNTIL WS-DSH-ELAPSED < WS-DSH-DUR
                 OR WS-DSH-STEPS = 9
                 SUBTRACT WS-DSH-DUR FROM WS-DSH-ELAPSED
                 ADD 1 TO WS-DSH-STEPS
                 IF WS-DSH-ANTAR = 9 THEN
                    MOVE 1 TO WS-DSH-ANTAR
                 ELSE
                    ADD 1 TO WS-DSH-ANTAR
                 END-IF
                 COMPUTE WS-DSH-DUR = WS-DSH-YEARS(WS-DSH-MAHA)
                    * WS-DSH-YEARS(WS-DSH-ANTAR) / 120
              END-PERFORM
              IF WS-DSH-STEPS = 9 THEN
                 MOVE WS-DSH-MAHA-END TO WS-DSH-ANTAR-END
              ELSE
                 COMPUTE WS-DSH-DAYNUM ROUNDED = WS-DSH-ADAYNUM +
                    (WS-DSH-DUR - WS-DSH-ELAPSED) * 365.25
                 PERFORM PARA-DAYNUM-TO-DATE
                 MOVE WS-DSH-DATE TO WS-DSH-ANTAR-END
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH DATE TO DAYNUM - 'YYYY-MM-DD' IN WS-DSH-DATE TO A
      *    CIVIL DAY NUMBER IN WS-DSH-DAYNUM (YEAR COUNTED FROM MARCH
      *    SO THE LEAP DAY FALLS LAST). EVERY DIVISION IS A DIVIDE SO
      *    EACH TERM IS FLOORED ON ITS OWN
      ******************************************************************
       PARA-DATE-TO-DAYNUM.
           MOVE WS-DSH-DATE(1:4) TO WS-DSH-YYYY
           MOVE WS-DSH-DATE(6:2) TO WS-DSH-MM
           MOVE WS-DSH-DATE(9:2) TO WS-DSH-DD
           MOVE WS-DSH-YYYY TO WS-DSH-Y
           COMPUTE WS-DSH-T1 = WS-DSH-MM + 9
           DIVIDE WS-DSH-T1 BY 12 GIVING WS-DSH-T2
              REMAINDER WS-DSH-M
           DIVIDE WS-DSH-M BY 10 GIVING WS-DSH-T2
           SUBTRACT WS-DSH-T2 FROM WS-DSH-Y
           PERFORM PARA-DAYNUM-YEAR-START
           COMPUTE WS-DSH-T1 = WS-DSH-M * 306 + 5
           DIVIDE WS-DSH-T1 BY 10 GIVING WS-DSH-T1
           COMPUTE WS-DSH-DAYNUM = WS-DSH-T2 + WS-DSH-T1
              + WS-DSH-DD - 1
           EXIT.
      ******************************************************************
      *    PARAGRAPH DAYNUM TO DATE - REVERSE OF PARA-DATE-TO-DAYNUM,
      *    WS-DSH-DAYNUM BACK TO 'YYYY-MM-DD' IN WS-DSH-DATE
      ******************************************************************
       PARA-DAYNUM-TO-DATE.
           COMPUTE WS-DSH-T1 = WS-DSH-DAYNUM * 10000 + 14780
           DIVIDE WS-DSH-T1 BY 3652425 GIVING WS-DSH-Y
           PERFORM PARA-DAYNUM-YEAR-START
           COMPUTE WS-DSH-REM = WS-DSH-DAYNUM - WS-DSH-T2
           IF WS-DSH-REM < 0 THEN
              SUBTRACT 1 FROM WS-DSH-Y
              PERFORM PARA-DAYNUM-YEAR-START
              COMPUTE WS-DSH-REM = WS-DSH-DAYNUM - WS-DSH-T2
           END-IF
           COMPUTE WS-DSH-T1 = WS-DSH-REM * 100 + 52
           DIVIDE WS-DSH-T1 BY 3060 GIVING WS-DSH-M
           COMPUTE WS-DSH-T1 = WS-DSH-M * 306 + 5
           DIVIDE WS-DSH-T1 BY 10 GIVING WS-DSH-T1
           COMPUTE WS-DSH-D = WS-DSH-REM - WS-DSH-T1 + 1
           COMPUTE WS-DSH-T1 = WS-DSH-M + 2
           DIVIDE WS-DSH-T1 BY 12 GIVING WS-DSH-T2
              REMAINDER WS-DSH-M
           ADD 1 TO WS-DSH-M
           ADD WS-DSH-T2 TO WS-DSH-Y
           MOVE WS-DSH-Y TO WS-DSH-YYYY
           MOVE WS-DSH-M TO WS-DSH-MM
           MOVE WS-DSH-D TO WS-DSH-DD
           STRING WS-DSH-YYYY '-' WS-DSH-MM '-' WS-DSH-DD
              DELIMITED BY SIZE INTO WS-DSH-DATE
           END-STRING
           EXIT.
      ******************************************************************
      *    PARAGRAPH DAYNUM YEAR START - DAYS BEFORE 1 MARCH OF THE
      *    MARCH-BASED YEAR WS-DSH-Y INTO WS-DSH-T2
      *    (365Y + Y/4 - Y/100 + Y/400, EACH QUOTIENT FLOORED)
      ******************************************************************
       PARA-DAYNUM-YEAR-START.
           COMPUTE WS-DSH-T2 = WS-DSH-Y * 365
           DIVIDE WS-DSH-Y BY 4 GIVING WS-DSH-Q
           ADD WS-DSH-Q TO WS-DSH-T2
           DIVIDE WS-DSH-Y BY 100 GIVING WS-DSH-Q
           SUBTRACT WS-DSH-Q FROM WS-DSH-T2
           DIVIDE WS-DSH-Y BY 400 GIVING WS-DSH-Q
           ADD WS-DSH-Q TO WS-DSH-T2
           EXIT.
      ******************************************************************
      *    PARAGRAPH HISTORY REPORT - MODE 'HS'. READS EVERY VALID
      *    RECORD FROM THE NCLOGR CONCATENATION (POINT THE DD AT ALL,
      *    OR THE LAST N, NCLOGW GENERATIONS), KEEPS EACH RUN'S
                    PERFORM PARA-COMPUTE-CRC
                    PERFORM PARA-VALIDATE-DS-RECORD
                    IF WS-CRC-RECORD-VALID AND WS-HIST-CNT < 400
                       AND WS-FRAG-FLAG NOT = 'F'
                       AND WS-DS-REGION = WS-QREGION THEN
                       ADD 1 TO WS-HIST-CNT
                       MOVE RECV01-PGM-START-DATE
                          TO WS-HIST-DATE(WS-HIST-CNT)
              END-PERFORM
              DISPLAY RECV01-HLINE
              DISPLAY ' POPULATION TIME SERIES ACROSS NCLOGW ',
                 'GENERATIONS (OLDEST FIRST) - REGION ', WS-QREGION
              DISPLAY RECV01-HLINE
              MOVE WS-HIST-MAXTOT TO WS-BAR-DENOM
              MOVE -1 TO WS-HIST-PREV-TOT
                    PERFORM PARA-COMPUTE-CRC
                    PERFORM PARA-VALIDATE-DS-RECORD
                    IF WS-CRC-RECORD-VALID AND
                       WS-FRAG-FLAG NOT = 'F' AND
                       WS-DS-REGION = WS-QREGION THEN
                       IF (WS-PGM-TARGET-USER = SPACES OR
                           WS-PGM-TARGET-USER = RECV01-USER)
                          AND
           DISPLAY RECV01-HLINE
           DISPLAY ' RUN DELTA - A: ', WS-DF-DATE(1), ' BY ',
              WS-DF-USER(1), '  B: ', WS-DF-DATE(2), ' BY ',
              WS-DF-USER(2), '  REGION ', WS-QREGION
           DISPLAY RECV01-HLINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DF-LEN(2)
              MOVE 'ALIVE-M ' TO WS-EXC-COLUMN
           ELSE
              MOVE WS-PGM-TARGET-CITIZEN TO WS-QONE-ID
              EXEC SQL
                 SELECT BDATE, GENDER, ALIVE, DDATE, NAME, BPLACE,
                        BTIME, REGION
                 INTO :WS-QONE-BDATE :WS-QONE-BDATE-IND,
                      :WS-QONE-GENDER :WS-QONE-GENDER-IND,
                      :WS-QONE-ALIVE :WS-QONE-ALIVE-IND,
                      :WS-QONE-DDATE :WS-QONE-DDATE-IND,
                      :WS-QONE-NAME :WS-QONE-NAME-IND,
                      :WS-QONE-BPLACE :WS-QONE-BPLACE-IND,
                      :WS-QONE-BTIME :WS-QONE-BTIME-IND,
                      :WS-QONE-REGION
                 FROM CITIZENS
                 WHERE CITIZEN_ID = :WS-QONE-ID
              END-EXEC
           ELSE
              DISPLAY ' BIRTHPLACE : ', WS-QONE-BPLACE
           END-IF
           DISPLAY ' REGION     : ', WS-QONE-REGION
           IF WS-QONE-BDATE-IND < 0 THEN
              DISPLAY ' BIRTH DATE : *** NOT ON RECORD ***'
           ELSE
              DISPLAY ' BIRTH DATE : ', WS-QONE-BDATE
           END-IF
           IF WS-QONE-BTIME-IND < 0 THEN
              DISPLAY ' BIRTH TIME : *** NOT ON RECORD ***'
           ELSE
              DISPLAY ' BIRTH TIME : ', WS-QONE-BTIME(1:2), ':',
                 WS-QONE-BTIME(4:2), ' (REGISTRY LOCAL TIME)'
           END-IF
           EVALUATE TRUE
              WHEN WS-QONE-GENDER-IND < 0
                 DISPLAY ' GENDER     : *** NOT ON RECORD ***'
              ELSE
                 DISPLAY ' BOUNDARY   : NO'
              END-IF
      *    WITH A BIRTH TIME THE MOON'S ACTUAL POSITION IS SHOWN TOO -
      *    IT IS WHAT THE SWEEPS COUNT THIS CITIZEN UNDER
              IF WS-QONE-BTIME-IND NOT < 0 THEN
                 MOVE WS-QONE-BDATE TO WS-LUN-BDATE
                 MOVE WS-QONE-BTIME TO WS-LUN-BTIME
                 PERFORM PARA-LUNAR-POSITION
                 IF WS-LUN-FOUND THEN
                    SET INX-N TO WS-LUN-NAK
                    SET INX-RTAB TO WS-LUN-RASHI
                    MOVE WS-LUN-PADA TO WS-LUN-PADA-ED
                    DISPLAY ' MOON       : ', WS-NTAB-NAME(INX-N),
                       ' PADA ', WS-LUN-PADA-ED, ' - RASHI ',
                       WS-RTAB-NAME(INX-RTAB)
                 ELSE
                    DISPLAY ' MOON       : NOT AVAILABLE - NO NCEPHEM ',
                       'RECORD FOR THE BIRTH DATE'
                 END-IF
              END-IF
      *    RUNNING VIMSHOTTARI DASHA AS OF THE AS-OF DATE - FROM THE
      *    MOON WHEN IT WAS FOUND ABOVE, ELSE FROM THE BIRTH DATE'S
      *    PLACE IN ITS NAKSHATRA. NOTHING RUNS FOR THE DEAD
              IF WS-QONE-ALIVE-IND < 0 OR WS-QONE-ALIVE NOT = 1 THEN
                 DISPLAY ' MAHADASHA  : NOT SHOWN - CITIZEN NOT ',
                    'RECORDED ALIVE'
              ELSE
                 IF WS-QONE-BTIME-IND NOT < 0 AND WS-LUN-FOUND THEN
                    PERFORM PARA-DASHA-FROM-MOON
                 ELSE
                    PERFORM PARA-DASHA-FROM-DATE
                 END-IF
                 MOVE WS-QONE-BDATE TO WS-DSH-BDATE
                 MOVE RECV01-CURRENT-DATE-DB2 TO WS-DSH-ASOF
                 PERFORM PARA-DASHA-COMPUTE
                 IF WS-DSH-VALID THEN
                    MOVE WS-DSH-FRAC TO WS-DSH-FRAC-ED
                    DISPLAY ' MAHADASHA  : ',
                       WS-LORD-NAME(WS-DSH-MAHA), ' UNTIL ',
                       WS-DSH-MAHA-END
                    DISPLAY ' ANTARDASHA : ',
                       WS-LORD-NAME(WS-DSH-ANTAR), ' UNTIL ',
                       WS-DSH-ANTAR-END
                    DISPLAY ' DASHA BASIS: ', WS-DSH-FRAC-ED,
                       ' OF BIRTH NAKSHATRA ELAPSED AT BIRTH'
                 ELSE
                    DISPLAY ' MAHADASHA  : NOT SHOWN - BIRTH DATE IS ',
                       'AFTER THE AS-OF DATE'
                 END-IF
              END-IF
      *    WHICH INTERVAL TABLE OF THE CURRENT RUN SHAPE THE CITIZEN
      *    FALLS INTO - TABLE 1 IS THE OLDEST DECADE OF THE SWEEP
              IF WS-INQ-AGE < 0 OR WS-INQ-AGE > 119 THEN
