      *    ARGUMENTS FROM JCL
      *    POS 1-2   MODE      'AD'=ADD, 'CH'=CHANGE, 'IN'=INACTIVATE,
      *                        'BT'=BATCH - APPLY A WHOLE NCTRAN
      *                        TRANSACTION DATASET IN ONE RUN,
      *                        'MG'=MERGE A DUPLICATE INTO ITS SURVIVOR
      *                        'PR'=RECORD A CHILD'S MOTHER/FATHER
      *    POS 4-12  CITIZEN_ID  9 DIGIT KEY - REQUIRED FOR CH/IN,
      *                          IGNORED FOR AD (DB2 GENERATES IT)
      *    POS 14-21 BDATE       YYYYMMDD - REQUIRED FOR AD, OPTIONAL
      *                          MODE 'IN' ALWAYS FORCES THIS TO 0 -
      *                          NO NEED TO PASS IT
      *    POS 27-34 DDATE       YYYYMMDD DEATH DATE - OPTIONAL. MODE
      *                          'IN' STORES IT (OR THE RUN DATE WHEN
      *                          OMITTED) WHILE SETTING ALIVE=0;
      *                          'CH' STORES IT WHEN GIVEN (SPACES =
      *                          LEAVE UNCHANGED); 'AD' STORES IT FOR
      *                          A CITIZEN LOADED AS ALREADY DEAD
      *                          CAN CONFIRM THE RIGHT PERSON INSTEAD
      *                          OF TRANSCRIBING BARE NUMBERS
      *    POS 67-86 BPLACE      BIRTHPLACE - SAME OPTIONALITY RULES
      *    POS 88-91 BTIME       HHMM BIRTH TIME, REGISTRY LOCAL CLOCK
      *                          (CITIZENS.BTIME, A NULLABLE DB2 TIME
      *                          COLUMN, WITH OLD_BTIME/NEW_BTIME ON
      *                          CITIZENS_HIST) - OPTIONAL FOR AD (NULL
      *                          WHEN OMITTED), OPTIONAL FOR CH (SPACES
      *                          = LEAVE UNCHANGED, '----' = REMOVE A
      *                          TIME KEYED IN ERROR). NCITIZEN USES IT
      *                          TO PLACE THE MOON FOR THE NAKSHATRA
      *    POS 93-94 REGION      REGIONAL REGISTRY THE CITIZEN IS
      *                          ADMINISTERED BY (CITIZENS.REGION,
      *                          CHAR(2) NOT NULL WITH DEFAULT '00',
      *                          WITH OLD_REGION/NEW_REGION ON
      *                          CITIZENS_HIST). 2 LETTERS/DIGITS;
      *                          '00' IS THE UNASSIGNED REGION EVERY
      *                          ROW LOADED BEFORE PARTITIONING SITS
      *                          IN, '**' IS RESERVED FOR NCITIZEN'S
      *                          NATIONAL SWEEP. OPTIONAL FOR AD
      *                          (SPACES = '00'), OPTIONAL FOR CH
      *                          (SPACES = LEAVE UNCHANGED). A TRANSFER
      *                          IS APPLIED AT ONCE, SO IT CANNOT RIDE
      *                          ON A CHANGE THAT WAITS FOR APPROVAL
      *                          (SEE MAKER-CHECKER BELOW)
      *    MODE 'BT' READS THE SAME SUBFIELDS FROM EACH NCTRAN RECORD
      *    INSTEAD OF THE PARM, AND ITS PARM IS SLICED DIFFERENTLY:
      *    POS 4-6   COMMIT EVERY N ACCEPTED TRANSACTIONS (DEFAULT 100)
      *                                         BORN 2000-06-15
      *       PARM='CH,000000042,        , ,0'  CHANGE CITIZEN 42
      *                                         TO DEAD
      *       PARM='CH,000000042,...,0635'  RECORD 06:35 AS THE BIRTH
      *                                     TIME (COLS 88-91, EVERY
      *                                     SUBFIELD BEFORE IT PADDED)
      *       PARM='IN,000000042'       INACTIVATE (ALIVE=0) CITIZEN 42
      *                                 ONCE A SUPERVISOR APPROVES IT
      *       PARM='BT,050'             APPLY NCTRAN, COMMIT EVERY 50
      *       PARM='BT,050,R'           RESUME AN ABENDED BATCH RUN
      *    MODE 'MG' (MERGE) RETIRES A DUPLICATE REGISTRATION FOUND BY
      *    NCDUPDET. IT SLICES ITS OWN PARM LIKE 'BT':
      *    POS 4-12  LOSING CITIZEN_ID - GETS MERGED_INTO = SURVIVOR
      *              AND DROPS OUT OF EVERY NCITIZEN COUNT
      *    POS 14-22 SURVIVING CITIZEN_ID - KEEPS ITS OWN VALUES, ONLY
      *              A NULL NAME/BPLACE/BTIME IS FILLED FROM THE
      *              LOSER. A LOSER'S DEATH DATE IS QUEUED FOR THE
      *              SURVIVOR AS AN 'IN' ITEM, NEVER COPIED ACROSS
      *    AN NCTRAN 'MG' RECORD CARRIES THE LOSER IN COLS 4-12 AND THE
      *    SURVIVOR IN COLS 88-96. BOTH ROWS GET A CITIZENS_HIST IMAGE
      *       PARM='MG,000000057,000000042'  MERGE 57 INTO 42
      *    MODE 'PR' (PARENTS) RECORDS A CHILD'S MOTHER AND FATHER IN
      *    THE CITIZENS_REL RELATIONSHIP TABLE (ONE ROW PER CHILD:
      *    CITIZEN_ID, MOTHER_ID, FATHER_ID, CHG_TS, CHG_USER - THE
      *    PARENT COLUMNS NULLABLE). IT SLICES ITS OWN PARM LIKE 'MG':
      *    POS 4-12  CHILD CITIZEN_ID
      *    POS 14-22 MOTHER CITIZEN_ID  SPACES = LEAVE UNCHANGED,
      *    POS 24-32 FATHER CITIZEN_ID  000000000 = REMOVE THE LINK
      *    A PARENT MUST EXIST, MUST NOT BE MERGED AWAY AND MUST BE
      *    BORN BEFORE THE CHILD WHEN BOTH BIRTH DATES ARE KNOWN. AN
      *    NCTRAN 'PR' RECORD CARRIES THE SAME COLUMNS AS THE PARM
      *       PARM='PR,000000077,000000042,000000043'  77'S PARENTS
      *       PARM='PR,000000077,         ,000000000'  DROP THE FATHER
      *    MODE 'BO' (BACK-OUT) UNDOES A BAD 'BT' RUN FROM ITS OWN
      *    CITIZENS_HIST IMAGES. EVERY BATCH-ORIGIN HISTORY ROW THE
      *    GIVEN USER WROTE INSIDE THE WINDOW IS SELECTED, ONE CITIZEN
      *    AT A TIME. A CITIZEN ANYBODY HAS CHANGED SINCE (ANY LATER
      *    HISTORY ROW, OR A ROW THAT NO LONGER MATCHES THE RUN'S
      *    AFTER IMAGE), OR THAT THE RUN MERGED, GOES ON THE CONFLICT
      *    LIST INSTEAD OF BEING REVERTED. THE REST ARE REVERSED:
      *    CHANGED/INACTIVATED ROWS GO BACK TO THEIR BEFORE IMAGE AS
      *    OF THE RUN'S FIRST CHANGE, ADDED ROWS ARE REMOVED AGAIN.
      *    EACH REVERSAL NEEDS THE SAME NCAUTH MODE AS THE CHANGE IT
      *    AMOUNTS TO ('CH' TO RESTORE, 'AD' TO REMOVE AN ADD), WRITES
      *    A CITIZENS_HIST ROW (MODE 'BO') AND COMMITS PER CITIZEN, SO
      *    A RERUN AFTER AN ABEND SKIPS THE CITIZENS ALREADY DONE. ONE
      *    NCBOLIST RECORD PER CITIZEN SAYS WHAT HAPPENED TO IT.
      *    THE RUN'S CITIZENS_PEND ITEMS (MAKER_ORIGIN 'B', SAME USER
      *    AND WINDOW) ARE TAKEN FIRST: AN ITEM STILL OPEN IS REJECTED
      *    SO IT CAN NO LONGER BE APPROVED, AN ITEM ALREADY APPROVED
      *    GOES ON THE CONFLICT LIST - ONE NCBOLIST RECORD PER ITEM
      *    POS 4-29  FROM TIMESTAMP YYYY-MM-DD-HH.MM.SS.NNNNNN (A BARE
      *              YYYY-MM-DD OR NO MICROSECONDS IS PADDED)
      *    POS 31-56 TO TIMESTAMP, SAME SHAPE (PADDED TO THE END OF
      *              THE DAY / SECOND)
      *    POS 58-65 USER WHO SUBMITTED THE BAD RUN (CHG_USER)
      *    POS 67    'L' = LIST ONLY - CHECK AND REPORT, CHANGE NOTHING
      *       PARM='BO,2026-03-02-07.00.00.000000,
      *             2026-03-02-07.45.00.000000,SMITHJ  ,L'
      *                        (ONE PARM) WHAT WOULD BACKING OUT DO
      *    MAKER-CHECKER - AN INACTIVATION ('IN'), AND A CHANGE ('CH')
      *    THAT CARRIES A BDATE, A DDATE OR AN ALIVE FLAG, MOVES A
      *    CITIZEN TO ANOTHER NAKSHATRA OR OUT OF THE LIVING IN EVERY
      *    REPORT, SO ONE CLERK ALONE NO LONGER APPLIES IT. THE WHOLE
      *    CHANGE IS QUEUED INSTEAD AS ONE CITIZENS_PEND ROW AND A
      *    SECOND, DIFFERENT USER HOLDING NCAUTH MODE 'AP' APPROVES OR
      *    REJECTS IT ON THE NCIT SUPERVISOR SCREEN (ACTION 'P').
      *    CITIZENS AND CITIZENS_HIST ARE ONLY TOUCHED ON APPROVAL.
      *    A CHANGE WITHOUT THOSE FIELDS IS STILL APPLIED AT ONCE.
      *    A REGION TRANSFER IS NOT PART OF A QUEUED CHANGE - A 'CH'
      *    MOVING THE CITIZEN TO ANOTHER REGION TOGETHER WITH ONE OF
      *    THOSE FIELDS, OR AN 'IN' CARRYING A REGION, IS REFUSED AND
      *    MUST BE SPLIT.
      *    ONE OPEN ITEM PER CITIZEN - A SECOND ONE IS REFUSED UNTIL
      *    THE FIRST IS DECIDED. NCPNDAGE REPORTS THE ITEMS LEFT
      *    WAITING. CITIZENS_PEND COLUMNS:
      *       PEND_ID       INTEGER, GENERATED ALWAYS AS IDENTITY
      *       CITIZEN_ID    THE CITIZEN TO CHANGE
      *       PEND_MODE     'CH' OR 'IN'
      *       PEND_SW       CHAR(7) 'Y'/'N' PER COLUMN TO SET, IN THE
      *                     ORDER BDATE, GENDER, ALIVE, DDATE, NAME,
      *                     BPLACE, BTIME (THE WS-Qxxxxx-SW SWITCHES)
      *       PEND_BDATE, PEND_GENDER, PEND_ALIVE, PEND_DDATE,
      *       PEND_NAME, PEND_BPLACE, PEND_BTIME
      *                     THE NEW VALUES, NULL WHERE NOT SET ('IN'
      *                     STORES ALIVE 0 AND ITS DEATH DATE - THE
      *                     RUN DATE WHEN NONE WAS GIVEN)
      *       MAKER_USER, MAKER_ORIGIN ('B'/'O'), MAKER_TS
      *       PEND_STATUS   'P' PENDING, 'A' APPROVED, 'R' REJECTED
      *       CHECKER_USER, CHECKER_TS  NULL UNTIL DECIDED
      *       CHECKER_NOTE  VARCHAR(40), NULL EXCEPT ON AN ITEM A
      *                     'BO' RUN REJECTED ALONG WITH ITS RUN
      *    AN APPROVED CHANGE'S CITIZENS_HIST ROW CARRIES THE MAKER IN
      *    CHG_USER, THE CHECKER IN THE NULLABLE APPR_USER COLUMN AND
      *    ORIGIN 'A' (APPROVED). 'BT' DISPOSITIONS A QUEUED
      *    TRANSACTION AS 'PENDING'
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-SECL.
      *    MODE 'BO' ONLY - ONE RECORD PER CITIZEN THE BACKED-OUT RUN
      *    TOUCHED AND PER APPROVAL ITEM IT QUEUED: REVERSED, REJECTED
      *    (AN OPEN ITEM), CONFLICT (LEFT FOR A PERSON TO SORT OUT),
      *    SKIPPED, REFUSED OR LISTED
           SELECT OPTIONAL RECBOLS ASSIGN TO NCBOLIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-BOLS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *    TRANSACTION RECORD - COLUMNS 1-94 MIRROR THE PARM LAYOUT
      *    (MODE, CITIZEN_ID, BDATE, GENDER, ALIVE, DDATE, NAME,
      *    BPLACE, BTIME, REGION) SO A RECORD CAN BE DESK-CHECKED
      *    AGAINST THE SAME DOCUMENTATION AS A PARM. COLS 98-100 ARE
      *    THE RECYCLE GENERATION COUNTER NCRECYCL MAINTAINS - FILLER
      *    TO THIS PROGRAM, WHICH NEVER LOOKS AT IT
      ******************************************************************
       FD RECTRAN
           RECORDING MODE IS F.
        05 TRAN-NAME                  PIC   X(30).
        05 FILLER                     PIC   X.
        05 TRAN-BPLACE                PIC   X(20).
        05 FILLER                     PIC   X.
      *    MODE 'MG' ONLY - THE SURVIVING CITIZEN_ID (COLS 88-96)
        05 TRAN-SURVIVOR-ID           PIC   X(9).
      *    MODE 'AD'/'CH' - THE SAME COLUMNS CARRY THE BIRTH TIME
      *    HHMM (COLS 88-91) AND THE REGION (COLS 93-94) - NO ONE
      *    RECORD NEEDS BOTH
        05 TRAN-BTIME-AREA REDEFINES TRAN-SURVIVOR-ID.
         10 TRAN-BTIME                PIC   X(4).
         10 FILLER                    PIC   X.
         10 TRAN-REGION               PIC   XX.
         10 FILLER                    PIC   XX.
        05 FILLER                     PIC   X(4).
      *    MODE 'PR' VIEW OF THE SAME RECORD - CHILD, MOTHER AND
      *    FATHER IN THE PARM'S OWN COLUMNS (4-12, 14-22, 24-32)
       01 TRAN-REL-R.
        05 FILLER                     PIC   AA.
        05 FILLER                     PIC   X.
        05 TRAN-REL-CHILD-ID          PIC   X(9).
        05 FILLER                     PIC   X.
        05 TRAN-REL-MOTHER-ID         PIC   X(9).
        05 FILLER                     PIC   X.
        05 TRAN-REL-FATHER-ID         PIC   X(9).
        05 FILLER                     PIC   X(68).
      ******************************************************************
      *    THE DISPOSITION CARRIES THE CITIZEN NAME NEXT TO THE RAW
      *    SUBFIELD IMAGE, SO THE CLERK WORKING A REJECT CAN CONFIRM
      *    IS FETCHED, SO ONLY THE PARM/TRANSACTION NAME IS KNOWN
        05 SECL-NAME                  PIC   X(30).
        05 FILLER                     PIC   X(28).
      ******************************************************************
      *    BACK-OUT LIST - THE CONFLICT LIST IS EVERY 'CONFLICT' ROW.
      *    THE RUN MODE IS THE CHG_MODE OF THE CITIZEN'S FIRST CHANGE
      *    IN THE WINDOW, CHANGES IS HOW MANY HISTORY ROWS IT HAD THERE
      ******************************************************************
       FD RECBOLS
           RECORDING MODE IS F.
       01 BOLS-R.
        05 BOLS-CITIZEN-ID            PIC   9(9).
        05 FILLER                     PIC   X.
        05 BOLS-STATUS                PIC   X(8).
        05 FILLER                     PIC   X.
        05 BOLS-RUN-MODE              PIC   XX.
        05 FILLER                     PIC   X.
        05 BOLS-CHANGES               PIC   9(3).
        05 FILLER                     PIC   X.
        05 BOLS-FIRST-TS              PIC   X(26).
        05 FILLER                     PIC   X.
        05 BOLS-NAME                  PIC   X(30).
        05 FILLER                     PIC   X.
        05 BOLS-REASON                PIC   X(40).
        05 FILLER                     PIC   X(8).
       WORKING-STORAGE SECTION.
      ******************************************************************
      *  BEGIN SQL VARIABLES & STRUCTURES
        05 WS-QDDATE            PIC   X(10).
        05 WS-QNAME             PIC   X(30).
        05 WS-QBPLACE           PIC   X(20).
      *    BIRTH TIME AS DB2'S ISO TIME STRING 'HH.MM.SS'
        05 WS-QBTIME            PIC   X(8).
        05 WS-QREGION           PIC   X(2).
      *    NULL INDICATOR FOR DDATE ON INSERT - -1 LOADS SQL NULL WHEN
      *    THE PARM/TRANSACTION CARRIES NO DEATH DATE. NAME/BPLACE
      *    WORK THE SAME WAY
        05 WS-QDDATE-IND        PIC   S9(4) COMP-5.
        05 WS-QNAME-IND         PIC   S9(4) COMP-5.
        05 WS-QBPLACE-IND       PIC   S9(4) COMP-5.
        05 WS-QBTIME-IND        PIC   S9(4) COMP-5.
      *    REGION IS NOT NULL ON CITIZENS - ITS INDICATOR ONLY MATTERS
      *    FOR A CITIZENS_HIST IMAGE WRITTEN BEFORE THE COLUMN EXISTED
        05 WS-QREGION-IND       PIC   S9(4) COMP-5.
      *    "LEAVE THIS COLUMN AS-IS" SWITCHES FOR PARA-CHANGE-CITIZEN'S
      *    UPDATE - HOST VARIABLES REFERENCED INSIDE EXEC SQL MUST
      *    LIVE IN THE DECLARE SECTION, SO THESE STAND IN FOR TESTING
        05 WS-QDDATE-SW         PIC   X VALUE 'N'.
        05 WS-QNAME-SW          PIC   X VALUE 'N'.
        05 WS-QBPLACE-SW        PIC   X VALUE 'N'.
        05 WS-QBTIME-SW         PIC   X VALUE 'N'.
        05 WS-QREGION-SW        PIC   X VALUE 'N'.
      ******************************************************************
      *    BEFORE/AFTER IMAGES FOR THE CITIZENS_HIST CHANGE-HISTORY
      *    TABLE - THE BEFORE IMAGE IS FETCHED AHEAD OF EVERY UPDATE,
        05 WS-QOLD-DDATE-IND    PIC   S9(4) COMP-5.
        05 WS-QOLD-NAME-IND     PIC   S9(4) COMP-5.
        05 WS-QOLD-BPLACE-IND   PIC   S9(4) COMP-5.
        05 WS-QOLD-BTIME        PIC   X(8).
        05 WS-QOLD-BTIME-IND    PIC   S9(4) COMP-5.
        05 WS-QOLD-REGION       PIC   X(2).
        05 WS-QOLD-REGION-IND   PIC   S9(4) COMP-5.
      *    SET (INDICATOR NOT NEGATIVE) WHEN THE ROW WAS MERGED AWAY -
      *    NO CHANGE MAY GO ON IT, THE SWEEPS ONLY COUNT THE SURVIVOR
        05 WS-QOLD-MERGED       PIC   9(9).
        05 WS-QOLD-MERGED-IND   PIC   S9(4) COMP-5.
        05 WS-QNEW-BDATE        PIC   X(10).
        05 WS-QNEW-GENDER       PIC   9.
        05 WS-QNEW-ALIVE        PIC   9.
        05 WS-QNEW-DDATE-IND    PIC   S9(4) COMP-5.
        05 WS-QNEW-NAME-IND     PIC   S9(4) COMP-5.
        05 WS-QNEW-BPLACE-IND   PIC   S9(4) COMP-5.
        05 WS-QNEW-BTIME        PIC   X(8).
        05 WS-QNEW-BTIME-IND    PIC   S9(4) COMP-5.
        05 WS-QNEW-REGION       PIC   X(2).
        05 WS-QNEW-REGION-IND   PIC   S9(4) COMP-5.
        05 WS-QHIST-USER        PIC   X(8).
        05 WS-QHIST-ORIGIN      PIC   X.
        05 WS-QHIST-MODE        PIC   X(2).
        05 WS-QHIST-TS          PIC   X(26).
      *    MODE 'MG' - THE OTHER ROW OF THE MERGE, ON BOTH HISTORY
      *    ROWS (NULL FOR EVERY OTHER MODE), AND THE PRE-CHECK COUNT
        05 WS-QHIST-MERGE-ID    PIC   9(9).
        05 WS-QHIST-MERGE-IND   PIC   S9(4) COMP-5.
        05 WS-QSURV-ID          PIC   9(9).
        05 WS-QLOSER-ID         PIC   9(9).
        05 WS-QMERGE-CNT        PIC   S9(9) COMP-5.
      *    ON WHEN THE LOSER'S DEATH DATE IS TO BE QUEUED FOR THE
      *    SURVIVOR (THE SURVIVOR HAS NONE OF ITS OWN)
        05 WS-QMERGE-DDATE-SW   PIC   X VALUE 'N'.
      *    MODE 'PR' - THE CITIZENS_REL ROW: PARENT KEYS WITH THEIR
      *    NULL INDICATORS (-1 = NO LINK), "LEAVE AS-IS" SWITCHES LIKE
      *    THE WS-Qxxxxx-SW SET ABOVE, AND THE PARENT UNDER CHECK
        05 WS-QREL-MOTHER-ID    PIC   9(9).
        05 WS-QREL-FATHER-ID    PIC   9(9).
        05 WS-QREL-MOTHER-IND   PIC   S9(4) COMP-5.
        05 WS-QREL-FATHER-IND   PIC   S9(4) COMP-5.
        05 WS-QREL-MOTHER-SW    PIC   X VALUE 'N'.
        05 WS-QREL-FATHER-SW    PIC   X VALUE 'N'.
        05 WS-QREL-PARENT-ID    PIC   9(9).
        05 WS-QREL-CNT          PIC   S9(9) COMP-5.
      *    MODE 'BO' - THE RUN WINDOW AND ITS USER, ONE CITIZEN'S
      *    FIRST/LAST CHANGE IN IT, AND THE IMAGE TO RESTORE (HELD IN
      *    WS-QBDATE..WS-QBTIME, SO BDATE/GENDER/ALIVE NEED NULL
      *    INDICATORS OF THEIR OWN HERE)
        05 WS-QBO-FROM-TS       PIC   X(26).
        05 WS-QBO-TO-TS         PIC   X(26).
        05 WS-QBO-USER          PIC   X(8).
        05 WS-QBO-FIRST-TS      PIC   X(26).
        05 WS-QBO-LAST-TS       PIC   X(26).
        05 WS-QBO-ROWS          PIC   S9(9) COMP-5.
        05 WS-QBO-CNT           PIC   S9(9) COMP-5.
        05 WS-QBO-MODE          PIC   X(2).
      *    MODE 'BO' - ONE CITIZENS_PEND ITEM THE RUN QUEUED
        05 WS-QBO-PEND-STATUS   PIC   X.
        05 WS-QBO-PEND-TS       PIC   X(26).
        05 WS-QBO-PEND-ID-D     PIC   9(9).
        05 WS-QBDATE-IND        PIC   S9(4) COMP-5.
        05 WS-QGENDER-IND       PIC   S9(4) COMP-5.
        05 WS-QALIVE-IND        PIC   S9(4) COMP-5.
      *    MAKER-CHECKER - THE CITIZENS_PEND ROW BEING QUEUED. THE
      *    VALUES RIDE IN WS-QBDATE..WS-QBTIME; A COLUMN WHOSE SWITCH
      *    IS 'N' GOES IN AS NULL THROUGH ITS OWN INDICATOR HERE
        05 WS-QPND-ID           PIC   S9(9) COMP-5.
        05 WS-QPND-MODE         PIC   X(2).
        05 WS-QPND-SW           PIC   X(7).
        05 WS-QPND-ORIGIN       PIC   X.
        05 WS-QPND-CNT          PIC   S9(9) COMP-5.
        05 WS-QPND-BDATE-IND    PIC   S9(4) COMP-5.
        05 WS-QPND-GENDER-IND   PIC   S9(4) COMP-5.
        05 WS-QPND-ALIVE-IND    PIC   S9(4) COMP-5.
        05 WS-QPND-DDATE-IND    PIC   S9(4) COMP-5.
        05 WS-QPND-NAME-IND     PIC   S9(4) COMP-5.
        05 WS-QPND-BPLACE-IND   PIC   S9(4) COMP-5.
        05 WS-QPND-BTIME-IND    PIC   S9(4) COMP-5.
      *    MODE 'HI' - WHO APPROVED A MAKER-CHECKER CHANGE
        05 WS-QHIST-APPR-USER   PIC   X(8).
        05 WS-QHIST-APPR-IND    PIC   S9(4) COMP-5.
           EXEC SQL END DECLARE SECTION
           END-EXEC.
      ******************************************************************
              OLD_BDATE, OLD_GENDER, OLD_ALIVE, OLD_DDATE,
              OLD_NAME, OLD_BPLACE,
              NEW_BDATE, NEW_GENDER, NEW_ALIVE, NEW_DDATE,
              NEW_NAME, NEW_BPLACE, MERGE_ID,
              OLD_BTIME, NEW_BTIME, APPR_USER,
              OLD_REGION, NEW_REGION
              FROM CITIZENS_HIST
              WHERE CITIZEN_ID = :WS-QCITIZEN-ID
              ORDER BY CHG_TS
              FOR FETCH ONLY
           END-EXEC.
      ******************************************************************
      *    MODE 'BO' - EVERY CITIZEN THE RUN UNDER BACK-OUT TOUCHED,
      *    WITH ITS FIRST AND LAST CHANGE IN THE WINDOW. WITH HOLD, AS
      *    EACH REVERSAL COMMITS; THE GROUP BY MATERIALISES THE LIST
      *    BEFORE THE FIRST 'BO' HISTORY ROW IS WRITTEN, AND 'BO' ROWS
      *    ARE NEVER PART OF A RUN BEING BACKED OUT
      ******************************************************************
           EXEC SQL
              DECLARE CRSB CURSOR WITH HOLD FOR
              SELECT
              CITIZEN_ID, MIN(CHG_TS), MAX(CHG_TS), COUNT(*)
              FROM CITIZENS_HIST
              WHERE CHG_USER = :WS-QBO-USER
              AND CHG_ORIGIN = 'B'
              AND CHG_MODE <> 'BO'
              AND CHG_TS BETWEEN :WS-QBO-FROM-TS AND :WS-QBO-TO-TS
              GROUP BY CITIZEN_ID
              ORDER BY CITIZEN_ID
              FOR FETCH ONLY
           END-EXEC.
      ******************************************************************
      *    MODE 'BO' - EVERY CITIZENS_PEND ITEM THE RUN UNDER BACK-OUT
      *    QUEUED. ITS 'IN' AND APPROVAL-NEEDING 'CH' TRANSACTIONS
      *    WROTE NO HISTORY ROW, SO CRSB NEVER SEES THEM. WITH HOLD,
      *    AS EACH REJECTION COMMITS
      ******************************************************************
           EXEC SQL
              DECLARE CRSBP CURSOR WITH HOLD FOR
              SELECT
              PEND_ID, CITIZEN_ID, PEND_MODE, PEND_STATUS, MAKER_TS
              FROM CITIZENS_PEND
              WHERE MAKER_USER = :WS-QBO-USER
              AND MAKER_ORIGIN = 'B'
              AND MAKER_TS BETWEEN :WS-QBO-FROM-TS AND :WS-QBO-TO-TS
              ORDER BY PEND_ID
              FOR FETCH ONLY
           END-EXEC.
      ******************************************************************
      *    ADD INSERTS A NEW ROW AND LETS DB2 GENERATE CITIZEN_ID
      *    (IDENTITY/GENERATED ALWAYS COLUMN, SAME AS THE REST OF THE
      *    CITIZENS TABLE); CHANGE/INACTIVATE UPDATE ONE ROW BY IT
           15 WS-PGM-NAME                 PIC   X(30) VALUE SPACES.
           15 WS-PGM-SEPARATOR7           PIC   X VALUE ','.
           15 WS-PGM-BPLACE               PIC   X(20) VALUE SPACES.
           15 WS-PGM-SEPARATOR8           PIC   X VALUE ','.
           15 WS-PGM-SURVIVOR-ID-DIGITS   PIC   9(9) VALUE ZERO.
           15 WS-PGM-SEPARATOR9           PIC   X VALUE ','.
           15 WS-PGM-MOTHER-ID            PIC   X(9) VALUE SPACES.
           15 WS-PGM-SEPARATOR10          PIC   X VALUE ','.
           15 WS-PGM-FATHER-ID            PIC   X(9) VALUE SPACES.
           15 WS-PGM-SEPARATOR11          PIC   X VALUE ','.
           15 WS-PGM-BTIME                PIC   X(4) VALUE SPACES.
           15 WS-PGM-SEPARATOR12          PIC   X VALUE ','.
           15 WS-PGM-REGION               PIC   X(2) VALUE SPACES.
         05 WS-PGM-BAD-PARM-SW            PIC   X VALUE 'N'.
           88 WS-PGM-BAD-PARM             VALUE 'Y'.
      ******************************************************************
         05 WS-BT-ACCEPTED                PIC   9(7) VALUE ZERO.
         05 WS-BT-REJECTED                PIC   9(7) VALUE ZERO.
         05 WS-BT-SKIPPED                 PIC   9(7) VALUE ZERO.
         05 WS-BT-PENDING                 PIC   9(7) VALUE ZERO.
      *    ON WHEN THE TRANSACTION WAS QUEUED FOR APPROVAL RATHER
      *    THAN APPLIED - STILL A GOOD TRANSACTION (WS-BT-OK)
         05 WS-BT-PEND-SW                 PIC   X VALUE 'N'.
           88 WS-BT-PEND                  VALUE 'Y'.
         05 WS-BT-PEND-ID-D               PIC   9(9).
         05 WS-BT-EOF-FLAG                PIC   A VALUE 'N'.
         05 WS-BT-OK-SW                   PIC   X VALUE 'N'.
           88 WS-BT-OK                    VALUE 'Y'.
       01 WS-FS-TCKP         PIC   XX.
       01 WS-FS-AUTH         PIC   XX.
       01 WS-FS-SECL         PIC   XX.
       01 WS-FS-BOLS         PIC   XX.
      ******************************************************************
      *    VARIABLES FOR PARA-BACKOUT-RUN - MODE 'BO'. THE OUTCOME OF
      *    ONE CITIZEN IS WS-BO-STATUS/WS-BO-REASON; SPACES WHILE IT IS
      *    STILL CLEAR TO REVERSE
      ******************************************************************
       01 WS-BO-CONTROL.
         05 WS-BO-LIST-FLAG               PIC   X VALUE SPACE.
           88 WS-BO-LIST-ONLY             VALUE 'L'.
         05 WS-BO-EOF-SW                  PIC   X VALUE 'N'.
           88 WS-BO-EOF                   VALUE 'Y'.
         05 WS-BO-TS                      PIC   X(26).
         05 WS-BO-STATUS                  PIC   X(8).
         05 WS-BO-REASON                  PIC   X(40).
         05 WS-BO-NAME                    PIC   X(30).
         05 WS-BO-CITIZENS                PIC   9(7) VALUE ZERO.
         05 WS-BO-REVERSED                PIC   9(7) VALUE ZERO.
         05 WS-BO-CONFLICTS               PIC   9(7) VALUE ZERO.
         05 WS-BO-SKIPPED                 PIC   9(7) VALUE ZERO.
         05 WS-BO-REFUSED                 PIC   9(7) VALUE ZERO.
         05 WS-BO-LISTED                  PIC   9(7) VALUE ZERO.
         05 WS-BO-PEND-ITEMS              PIC   9(7) VALUE ZERO.
         05 WS-BO-PEND-REJECTED           PIC   9(7) VALUE ZERO.
         05 WS-BO-PEND-APPROVED           PIC   9(7) VALUE ZERO.
      ******************************************************************
      *    VARIABLES FOR PARA-CHECK-AUTHORITY - THE SUBMITTING USER
      *    (SAME ACCEPT FROM USERNAME AS NCITIZEN), THE LOADED
        05 WS-HI-DDATE        PIC   X(10).
        05 WS-HI-NAME         PIC   X(30).
        05 WS-HI-BPLACE       PIC   X(20).
        05 WS-HI-BTIME        PIC   X(8).
        05 WS-HI-REGION       PIC   X(6).
       01 WS-HLINE            PIC   X(80) VALUES ALL '*'.
      ******************************************************************
      *    OPERATOR MESSAGE LINE - IDENTIFIER IN USE:
                       PERFORM PARA-BATCH-RUN
                    WHEN 'HI'
                       PERFORM PARA-HISTORY-INQUIRY
                    WHEN 'MG'
                       PERFORM PARA-MERGE-CITIZEN
                    WHEN 'PR'
                       PERFORM PARA-RELATE-CITIZEN
                    WHEN 'BO'
                       PERFORM PARA-BACKOUT-RUN
                    WHEN OTHER
                       DISPLAY 'WARNING: WRONG PARM IN JCL. IS=',
                          WS-PGM-MODE
              IF PARM-LENGTH >= 8 THEN
                 MOVE PARM-DATA(8:1) TO WS-BT-RESTART-FLAG
              END-IF
           ELSE
           IF WS-PGM-MODE = 'MG' THEN
      *    MERGE CARRIES JUST THE TWO KEYS - LOSER THEN SURVIVOR
              IF PARM-LENGTH >= 12 AND PARM-DATA(4:9) IS NUMERIC THEN
                 MOVE PARM-DATA(4:9) TO WS-PGM-CITIZEN-ID-DIGITS
              END-IF
              IF PARM-LENGTH >= 22 AND PARM-DATA(14:9) IS NUMERIC THEN
                 MOVE PARM-DATA(14:9) TO WS-PGM-SURVIVOR-ID-DIGITS
              END-IF
           ELSE
           IF WS-PGM-MODE = 'BO' THEN
      *    BACK-OUT - THE RUN WINDOW, ITS USER AND THE LIST-ONLY FLAG.
      *    THE USER SITS BEHIND BOTH TIMESTAMPS, SO THEY ARE ALWAYS
      *    KEYED TO FULL WIDTH; A SHORT FORM IS PADDED HERE
              MOVE SPACES TO WS-QBO-FROM-TS
              MOVE SPACES TO WS-QBO-TO-TS
              MOVE SPACES TO WS-QBO-USER
              IF PARM-LENGTH >= 65 THEN
                 MOVE PARM-DATA(4:26)  TO WS-QBO-FROM-TS
                 MOVE PARM-DATA(31:26) TO WS-QBO-TO-TS
                 MOVE PARM-DATA(58:8)  TO WS-QBO-USER
              END-IF
              IF PARM-LENGTH >= 67 THEN
                 MOVE PARM-DATA(67:1) TO WS-BO-LIST-FLAG
              END-IF
              IF WS-QBO-FROM-TS(11:16) = SPACES THEN
                 MOVE '-00.00.00.000000' TO WS-QBO-FROM-TS(11:16)
              ELSE
              IF WS-QBO-FROM-TS(20:7) = SPACES THEN
                 MOVE '.000000' TO WS-QBO-FROM-TS(20:7)
              END-IF
              END-IF
              IF WS-QBO-TO-TS(11:16) = SPACES THEN
                 MOVE '-23.59.59.999999' TO WS-QBO-TO-TS(11:16)
              ELSE
              IF WS-QBO-TO-TS(20:7) = SPACES THEN
                 MOVE '.999999' TO WS-QBO-TO-TS(20:7)
              END-IF
              END-IF
           ELSE
           IF WS-PGM-MODE = 'PR' THEN
      *    PARENTS - CHILD KEY, THEN MOTHER AND FATHER AS KEYED (THE
      *    VALIDATION TELLS SPACES, ZEROES AND GARBAGE APART)
              IF PARM-LENGTH >= 12 AND PARM-DATA(4:9) IS NUMERIC THEN
                 MOVE PARM-DATA(4:9) TO WS-PGM-CITIZEN-ID-DIGITS
              END-IF
              IF PARM-LENGTH >= 22 THEN
                 MOVE PARM-DATA(14:9) TO WS-PGM-MOTHER-ID
              END-IF
              IF PARM-LENGTH >= 32 THEN
                 MOVE PARM-DATA(24:9) TO WS-PGM-FATHER-ID
              END-IF
           ELSE
              IF PARM-LENGTH >= 12 THEN
                 MOVE PARM-DATA(4:9) TO WS-PGM-CITIZEN-ID-DIGITS
              IF PARM-LENGTH >= 86 THEN
                 MOVE PARM-DATA(67:20) TO WS-PGM-BPLACE
              END-IF
              IF PARM-LENGTH >= 91 THEN
                 MOVE PARM-DATA(88:4) TO WS-PGM-BTIME
              END-IF
              IF PARM-LENGTH >= 94 THEN
                 MOVE PARM-DATA(93:2) TO WS-PGM-REGION
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           EXIT.
      ******************************************************************
                       'DEFAULTING TO 100'
                    MOVE 100 TO WS-BT-COMMIT-EVERY
                 END-IF
              WHEN 'MG'
      *    TWO DIFFERENT KEYS - A ROW CANNOT BE MERGED INTO ITSELF
                 IF WS-PGM-CITIZEN-ID-DIGITS = ZERO
                    OR WS-PGM-SURVIVOR-ID-DIGITS = ZERO
                    OR WS-PGM-CITIZEN-ID-DIGITS =
                       WS-PGM-SURVIVOR-ID-DIGITS
                    THEN
                    DISPLAY 'WARNING: MODE MG NEEDS TWO DIFFERENT ',
                       'CITIZEN_IDS - LOSER AND SURVIVOR'
                    MOVE 'Y' TO WS-PGM-BAD-PARM-SW
                 END-IF
              WHEN 'PR'
                 PERFORM PARA-VALIDATE-RELATION
              WHEN 'BO'
                 PERFORM PARA-VALIDATE-BACKOUT
      *    AN UNKNOWN MODE IS A KEYING ERROR, NOT A SECURITY EVENT -
      *    REFUSING IT HERE KEEPS THE AUTHORITY CHECK (AND ITS
      *    RC 12 / NCSECLOG PAGE) FOR GENUINE DENIALS ONLY
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH VALIDATE RELATION - MODE 'PR'. A CHILD KEY, AT
      *    LEAST ONE PARENT SUBFIELD, EACH PARENT EITHER SPACES OR 9
      *    DIGITS, AND NOBODY THEIR OWN PARENT. TWO ZERO PARENTS ARE
      *    BOTH "REMOVE", SO ONLY NON-ZERO KEYS MUST DIFFER
      ******************************************************************
       PARA-VALIDATE-RELATION.
           IF WS-PGM-CITIZEN-ID-DIGITS = ZERO THEN
              DISPLAY 'WARNING: MODE PR NEEDS THE CHILD CITIZEN_ID ',
                 'IN THE PARM'
              MOVE 'Y' TO WS-PGM-BAD-PARM-SW
           END-IF
           IF WS-PGM-MOTHER-ID = SPACES AND WS-PGM-FATHER-ID = SPACES
              THEN
              DISPLAY 'WARNING: MODE PR NEEDS A MOTHER OR A FATHER ',
                 'CITIZEN_ID'
              MOVE 'Y' TO WS-PGM-BAD-PARM-SW
           END-IF
           IF (WS-PGM-MOTHER-ID NOT = SPACES AND
               WS-PGM-MOTHER-ID NOT NUMERIC) OR
              (WS-PGM-FATHER-ID NOT = SPACES AND
               WS-PGM-FATHER-ID NOT NUMERIC) THEN
              DISPLAY 'WARNING: PARENT CITIZEN_IDS MUST BE 9 DIGITS ',
                 'OR SPACES. IS=', WS-PGM-MOTHER-ID, ' ',
                 WS-PGM-FATHER-ID
              MOVE 'Y' TO WS-PGM-BAD-PARM-SW
           ELSE
              IF (WS-PGM-MOTHER-ID NUMERIC AND
                  WS-PGM-MOTHER-ID NOT = ZEROES AND
                  WS-PGM-MOTHER-ID = WS-PGM-FATHER-ID) OR
                 (WS-PGM-MOTHER-ID NUMERIC AND
                  WS-PGM-MOTHER-ID = WS-PGM-CITIZEN-ID-DIGITS) OR
                 (WS-PGM-FATHER-ID NUMERIC AND
                  WS-PGM-FATHER-ID = WS-PGM-CITIZEN-ID-DIGITS) THEN
                 DISPLAY 'WARNING: CHILD, MOTHER AND FATHER MUST BE ',
                    'DIFFERENT CITIZENS'
                 MOVE 'Y' TO WS-PGM-BAD-PARM-SW
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH VALIDATE BACKOUT - MODE 'BO'. TWO WELL-FORMED
      *    TIMESTAMPS IN ORDER, THE RUN'S USER, AND A LIST FLAG THAT
      *    IS EITHER 'L' OR A SPACE - A TYPO THERE MUST NOT TURN A
      *    LOOK INTO A LIVE BACK-OUT
      ******************************************************************
       PARA-VALIDATE-BACKOUT.
           MOVE WS-QBO-FROM-TS TO WS-BO-TS
           PERFORM PARA-VALIDATE-BO-TS
           MOVE WS-QBO-TO-TS TO WS-BO-TS
           PERFORM PARA-VALIDATE-BO-TS
           IF NOT WS-PGM-BAD-PARM AND WS-QBO-FROM-TS > WS-QBO-TO-TS
              THEN
              DISPLAY 'WARNING: BACK-OUT WINDOW ENDS BEFORE IT STARTS'
              MOVE 'Y' TO WS-PGM-BAD-PARM-SW
           END-IF
           IF WS-QBO-USER = SPACES THEN
              DISPLAY 'WARNING: MODE BO NEEDS THE USER WHO SUBMITTED ',
                 'THE RUN IN POS 58-65'
              MOVE 'Y' TO WS-PGM-BAD-PARM-SW
           END-IF
           IF WS-BO-LIST-FLAG NOT = SPACE AND NOT WS-BO-LIST-ONLY THEN
              DISPLAY 'WARNING: POS 67 MUST BE L (LIST ONLY) OR ',
                 'SPACE. IS=', WS-BO-LIST-FLAG
              MOVE 'Y' TO WS-PGM-BAD-PARM-SW
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH VALIDATE BO TS - WS-BO-TS MUST BE THE DB2 STRING
      *    FORM YYYY-MM-DD-HH.MM.SS.NNNNNN, OR DB2 REFUSES THE CURSOR
      ******************************************************************
       PARA-VALIDATE-BO-TS.
           IF WS-BO-TS(1:4) NOT NUMERIC OR WS-BO-TS(5:1) NOT = '-'
              OR WS-BO-TS(6:2) NOT NUMERIC OR WS-BO-TS(8:1) NOT = '-'
              OR WS-BO-TS(9:2) NOT NUMERIC OR WS-BO-TS(11:1) NOT = '-'
              OR WS-BO-TS(12:2) NOT NUMERIC OR WS-BO-TS(14:1) NOT = '.'
              OR WS-BO-TS(15:2) NOT NUMERIC OR WS-BO-TS(17:1) NOT = '.'
              OR WS-BO-TS(18:2) NOT NUMERIC OR WS-BO-TS(20:1) NOT = '.'
              OR WS-BO-TS(21:6) NOT NUMERIC THEN
              DISPLAY 'WARNING: TIMESTAMP MUST BE ',
                 'YYYY-MM-DD-HH.MM.SS.NNNNNN. IS=', WS-BO-TS
              MOVE 'Y' TO WS-PGM-BAD-PARM-SW
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH VALIDATE CODES - GENDER MUST BE 0 (FEMALE),
      *    1 (MALE) OR 2 (OTHER) AND ALIVE MUST BE 0 OR 1 WHENEVER
      *    THE SUBFIELD IS PRESENT, SO A MIS-KEYED CODE IS REFUSED
                 WS-PGM-DDATE-DIGITS
              MOVE 'Y' TO WS-PGM-BAD-PARM-SW
           END-IF
      *    BIRTH TIME - HHMM ON A 24 HOUR CLOCK, OR '----' TO REMOVE
      *    ONE. AN HOUR 24 OR A MINUTE 60 WOULD BE REFUSED BY DB2
      *    ONLY AFTER THE BEFORE IMAGE WAS ALREADY TAKEN
           IF WS-PGM-BTIME NOT = SPACES
              AND WS-PGM-BTIME NOT = '----' THEN
              IF WS-PGM-BTIME NOT NUMERIC
                 OR WS-PGM-BTIME(1:2) > '23'
                 OR WS-PGM-BTIME(3:2) > '59' THEN
                 DISPLAY 'WARNING: BTIME MUST BE HHMM (0000-2359). IS=',
                    WS-PGM-BTIME
                 MOVE 'Y' TO WS-PGM-BAD-PARM-SW
              END-IF
           END-IF
      *    REGION - TWO LETTERS/DIGITS. '**' IS NCITIZEN'S NATIONAL
      *    SWEEP, NOT A REGISTRY A CITIZEN CAN BELONG TO
           IF WS-PGM-REGION NOT = SPACES THEN
              IF WS-PGM-REGION = '**'
                 OR WS-PGM-REGION(1:1) = SPACE
                 OR WS-PGM-REGION(2:1) = SPACE
                 OR (WS-PGM-REGION(1:1) NOT NUMERIC AND
                     WS-PGM-REGION(1:1) NOT ALPHABETIC-UPPER)
                 OR (WS-PGM-REGION(2:1) NOT NUMERIC AND
                     WS-PGM-REGION(2:1) NOT ALPHABETIC-UPPER) THEN
                 DISPLAY 'WARNING: REGION MUST BE 2 LETTERS/DIGITS. ',
                    'IS=', WS-PGM-REGION
                 MOVE 'Y' TO WS-PGM-BAD-PARM-SW
              END-IF
      *    A TRANSFER IS APPLIED AT ONCE - IT CANNOT TRAVEL INSIDE
      *    AN INACTIVATION, WHICH ALWAYS WAITS FOR APPROVAL (A 'CH'
      *    IS CHECKED IN PARA-CHANGE-CITIZEN, ONCE THE CURRENT REGION
      *    IS KNOWN)
              IF WS-PGM-MODE = 'IN' THEN
                 DISPLAY 'WARNING: A REGION TRANSFER CANNOT BE ',
                    'COMBINED WITH AN INACTIVATION'
                 MOVE 'Y' TO WS-PGM-BAD-PARM-SW
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH ADD CITIZEN - INSERT ONE NEW ROW. CITIZEN_ID IS
              MOVE WS-PGM-BPLACE TO WS-QBPLACE
              MOVE ZERO TO WS-QBPLACE-IND
           END-IF
           IF WS-PGM-BTIME = SPACES OR WS-PGM-BTIME = '----' THEN
              MOVE SPACES TO WS-QBTIME
              MOVE -1 TO WS-QBTIME-IND
           ELSE
              STRING WS-PGM-BTIME(1:2) '.'
                     WS-PGM-BTIME(3:2) '.00'
                     DELIMITED BY SIZE INTO WS-QBTIME
              MOVE ZERO TO WS-QBTIME-IND
           END-IF
           IF WS-PGM-REGION = SPACES THEN
              MOVE '00' TO WS-QREGION
           ELSE
              MOVE WS-PGM-REGION TO WS-QREGION
           END-IF

      *    CHG_TS IS THE CHANGE-CAPTURE STAMP THE INCREMENTAL NCITIZEN
      *    SWEEP (MODE 'IC') DRIVES ITS "CHANGED SINCE THE SNAPSHOT"
      *    SET IT, OR THE ROW BECOMES INVISIBLE TO THE INCREMENTALS
           EXEC SQL
              INSERT INTO CITIZENS
                 (BDATE, GENDER, ALIVE, DDATE, NAME, BPLACE, BTIME,
                  REGION, CHG_TS)
              VALUES
                 (:WS-QBDATE, :WS-QGENDER, :WS-QALIVE,
                  :WS-QDDATE :WS-QDDATE-IND,
                  :WS-QNAME :WS-QNAME-IND,
                  :WS-QBPLACE :WS-QBPLACE-IND,
                  :WS-QBTIME :WS-QBTIME-IND, :WS-QREGION,
                  CURRENT TIMESTAMP)
           END-EXEC

           EVALUATE SQLCODE
                    END-EXEC
                    DISPLAY 'INFO:    ADDED CITIZEN ', WS-PGM-NAME,
                       ' BORN ', WS-QBDATE,
                       ' GENDER=', WS-QGENDER, ' ALIVE=', WS-QALIVE,
                       ' REGION=', WS-QREGION
                 END-IF
              WHEN OTHER
                 PERFORM PARA-SQL-ERROR
           MOVE 'N' TO WS-QDDATE-SW
           MOVE 'N' TO WS-QNAME-SW
           MOVE 'N' TO WS-QBPLACE-SW
           MOVE 'N' TO WS-QBTIME-SW
           MOVE 'N' TO WS-QREGION-SW
           IF WS-PGM-DDATE-DIGITS NOT = SPACES THEN
              STRING WS-PGM-DDATE-DIGITS(1:4) '-'
                     WS-PGM-DDATE-DIGITS(5:2) '-'
              MOVE WS-PGM-BPLACE TO WS-QBPLACE
              MOVE 'Y' TO WS-QBPLACE-SW
           END-IF
      *    '----' IS THE ONE WAY TO TAKE A BIRTH TIME BACK TO NULL
           IF WS-PGM-BTIME = '----' THEN
              MOVE SPACES TO WS-QBTIME
              MOVE -1 TO WS-QBTIME-IND
              MOVE 'Y' TO WS-QBTIME-SW
           ELSE
           IF WS-PGM-BTIME NOT = SPACES THEN
              STRING WS-PGM-BTIME(1:2) '.'
                     WS-PGM-BTIME(3:2) '.00'
                     DELIMITED BY SIZE INTO WS-QBTIME
              MOVE ZERO TO WS-QBTIME-IND
              MOVE 'Y' TO WS-QBTIME-SW
           END-IF
           END-IF
      *    THE REGION THE CITIZEN IS ALREADY IN IS NO TRANSFER
           IF WS-PGM-REGION NOT = SPACES THEN
              IF NOT WS-OLD-FOUND OR WS-PGM-REGION NOT = WS-QOLD-REGION
                 THEN
                 MOVE WS-PGM-REGION TO WS-QREGION
                 MOVE 'Y' TO WS-QREGION-SW
              END-IF
           END-IF
      *    A NEW BIRTH DATE, DEATH DATE OR ALIVE FLAG MOVES THE
      *    CITIZEN IN EVERY REPORT - THE WHOLE CHANGE WAITS FOR A
      *    SECOND USER'S APPROVAL INSTEAD OF BEING APPLIED HERE.
      *    CITIZENS_PEND HAS NO REGION, AND A TRANSFER IS NOT HELD
      *    BACK FOR APPROVAL - THE CLERK KEYS IT AS A CHANGE OF ITS OWN.
      *    A MERGED-AWAY ROW TAKES NO CHANGE AT ALL - IT WOULD NEVER
      *    REACH THE SURVIVOR OR ANY SWEEP
           IF WS-OLD-FOUND AND WS-QOLD-MERGED-IND NOT < 0 THEN
              PERFORM PARA-REJECT-MERGED
           ELSE
           IF WS-QBDATE-SW = 'Y' OR WS-QDDATE-SW = 'Y'
              OR WS-QALIVE-SW = 'Y' THEN
              IF WS-QREGION-SW = 'Y' AND WS-OLD-FOUND THEN
                 IF WS-BT-ACTIVE THEN
                    MOVE 'REGION TRANSFER NEEDS ITS OWN CHANGE'
                       TO WS-BT-REASON
                 ELSE
                    DISPLAY 'WARNING: A REGION TRANSFER CANNOT BE ',
                       'COMBINED WITH A CHANGE NEEDING APPROVAL'
                    MOVE 2 TO RETURN-CODE
                 END-IF
              ELSE
                 MOVE 'CH' TO WS-QPND-MODE
                 PERFORM PARA-QUEUE-PENDING
              END-IF
           ELSE
              PERFORM PARA-CHANGE-APPLY
           END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH REJECT MERGED - THE CITIZEN IN WS-QCITIZEN-ID WAS
      *    MERGED AWAY (WS-QOLD-MERGED IS THE SURVIVOR). SAME WORDING
      *    AS NCMQINTK, SO THE CLERK RE-KEYS AGAINST THE SURVIVOR
      ******************************************************************
       PARA-REJECT-MERGED.
           IF WS-BT-ACTIVE THEN
              MOVE SPACES TO WS-BT-REASON
              STRING 'CITIZEN MERGED INTO ' WS-QOLD-MERGED
                 DELIMITED BY SIZE INTO WS-BT-REASON
              END-STRING
           ELSE
              DISPLAY 'WARNING: CITIZEN_ID=', WS-QCITIZEN-ID,
                 ' - CITIZEN MERGED INTO ', WS-QOLD-MERGED
              MOVE 2 TO RETURN-CODE
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH CHANGE APPLY - THE COALESCING UPDATE ITSELF, FOR
      *    A CHANGE THAT NEEDS NO APPROVAL
      ******************************************************************
       PARA-CHANGE-APPLY.
           EXEC SQL
              UPDATE CITIZENS
              SET BDATE  = CASE WHEN :WS-QBDATE-SW = 'N'
                                 THEN NAME ELSE :WS-QNAME END,
                  BPLACE = CASE WHEN :WS-QBPLACE-SW = 'N'
                                 THEN BPLACE ELSE :WS-QBPLACE END,
                  BTIME  = CASE WHEN :WS-QBTIME-SW = 'N'
                                 THEN BTIME
                                 ELSE :WS-QBTIME :WS-QBTIME-IND END,
                  REGION = CASE WHEN :WS-QREGION-SW = 'N'
                                 THEN REGION ELSE :WS-QREGION END,
                  CHG_TS = CURRENT TIMESTAMP
              WHERE CITIZEN_ID = :WS-QCITIZEN-ID
              AND MERGED_INTO IS NULL
           END-EXEC

           EVALUATE SQLCODE
           EXIT.
      ******************************************************************
      *    PARAGRAPH INACTIVATE CITIZEN - SETS ALIVE = 0. A DEDICATED
      *    MODE INSTEAD OF MAKING EVERY CALLER SPELL OUT 'CH,nnn,,,0'.
      *    AN INACTIVATION IS NEVER APPLIED BY ONE USER ALONE - IT IS
      *    QUEUED FOR A SECOND USER'S APPROVAL (PARA-QUEUE-PENDING)
      ******************************************************************
       PARA-INACTIVATE-CITIZEN.
           MOVE WS-PGM-CITIZEN-ID-DIGITS TO WS-QCITIZEN-ID
           PERFORM PARA-FETCH-BEFORE-IMAGE
           MOVE 'N' TO WS-QBDATE-SW
           MOVE 'N' TO WS-QGENDER-SW
           MOVE 'N' TO WS-QNAME-SW
           MOVE 'N' TO WS-QBPLACE-SW
           MOVE 'N' TO WS-QBTIME-SW
           MOVE 'N' TO WS-QREGION-SW
           MOVE ZERO TO WS-QALIVE
           MOVE 'Y' TO WS-QALIVE-SW
      *    THE DEATH DATE GOES ON RECORD WITH THE INACTIVATION - THE
      *    PARM/TRANSACTION DATE WHEN GIVEN, THE RUN DATE WHEN NOT,
      *    SO MORTALITY REPORTING NEVER SEES A DEAD ROW WITHOUT IT.
      *    IT IS FIXED NOW, NOT ON THE (LATER) DAY OF APPROVAL
           IF WS-PGM-DDATE-DIGITS NOT = SPACES THEN
              STRING WS-PGM-DDATE-DIGITS(1:4) '-'
                     WS-PGM-DDATE-DIGITS(5:2) '-'
                     WS-PGM-DDATE-DIGITS(7:2)
                     DELIMITED BY SIZE INTO WS-QDDATE
           ELSE
              STRING WS-RUN-DATE(1:4) '-'
                     WS-RUN-DATE(5:2) '-'
                     WS-RUN-DATE(7:2)
                     DELIMITED BY SIZE INTO WS-QDDATE
           END-IF
           MOVE 'Y' TO WS-QDDATE-SW
           MOVE 'IN' TO WS-QPND-MODE
           PERFORM PARA-QUEUE-PENDING
           EXIT.
      ******************************************************************
      *    PARAGRAPH QUEUE PENDING - ONE CITIZENS_PEND ROW HOLDING THE
      *    WHOLE CHANGE (WS-QPND-MODE, THE WS-Qxxxxx-SW SWITCHES AND
      *    VALUES) FOR THE NCIT SUPERVISOR SCREEN TO APPROVE OR
      *    REJECT. THE CITIZEN MUST EXIST (THE BEFORE IMAGE WAS
      *    FOUND), MUST NOT BE MERGED AWAY AND MUST NOT ALREADY HAVE
      *    AN ITEM WAITING - TWO OPEN
      *    ITEMS COULD BE APPROVED IN EITHER ORDER. NOTHING IS WRITTEN
      *    TO CITIZENS OR CITIZENS_HIST HERE
      ******************************************************************
       PARA-QUEUE-PENDING.
           MOVE 'N' TO WS-BT-PEND-SW
           IF NOT WS-OLD-FOUND THEN
              IF WS-BT-ACTIVE THEN
                 MOVE 'NO CITIZEN WITH THAT CITIZEN_ID'
                    TO WS-BT-REASON
              ELSE
                 DISPLAY 'WARNING: NO CITIZEN WITH CITIZEN_ID=',
                    WS-QCITIZEN-ID
                 MOVE 2 TO RETURN-CODE
              END-IF
           ELSE
           IF WS-QOLD-MERGED-IND NOT < 0 THEN
              PERFORM PARA-REJECT-MERGED
           ELSE
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :WS-QPND-CNT
                 FROM CITIZENS_PEND
                 WHERE CITIZEN_ID = :WS-QCITIZEN-ID
                 AND PEND_STATUS = 'P'
              END-EXEC
              IF SQLCODE NOT = 0 THEN
                 PERFORM PARA-SQL-ERROR
              ELSE
              IF WS-QPND-CNT > ZERO THEN
                 IF WS-BT-ACTIVE THEN
                    MOVE 'A CHANGE IS ALREADY AWAITING APPROVAL'
                       TO WS-BT-REASON
                 ELSE
                    DISPLAY 'WARNING: CITIZEN_ID=', WS-QCITIZEN-ID,
                       ' ALREADY HAS A CHANGE AWAITING APPROVAL'
                    MOVE 4 TO RETURN-CODE
                 END-IF
              ELSE
                 PERFORM PARA-INSERT-PENDING
              END-IF
              END-IF
           END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH INSERT PENDING - THE CITIZENS_PEND INSERT ITSELF.
      *    THE SWITCHES TRAVEL AS ONE 7-BYTE STRING, AND EVERY VALUE
      *    NOT BEING SET LOADS AS NULL
      ******************************************************************
       PARA-INSERT-PENDING.
           MOVE SPACES TO WS-QPND-SW
           STRING WS-QBDATE-SW WS-QGENDER-SW WS-QALIVE-SW
                  WS-QDDATE-SW WS-QNAME-SW WS-QBPLACE-SW
                  WS-QBTIME-SW
                  DELIMITED BY SIZE INTO WS-QPND-SW
           END-STRING
           MOVE -1 TO WS-QPND-BDATE-IND
           MOVE -1 TO WS-QPND-GENDER-IND
           MOVE -1 TO WS-QPND-ALIVE-IND
           MOVE -1 TO WS-QPND-DDATE-IND
           MOVE -1 TO WS-QPND-NAME-IND
           MOVE -1 TO WS-QPND-BPLACE-IND
           MOVE -1 TO WS-QPND-BTIME-IND
           IF WS-QBDATE-SW = 'Y' THEN
              MOVE ZERO TO WS-QPND-BDATE-IND
           END-IF
           IF WS-QGENDER-SW = 'Y' THEN
              MOVE ZERO TO WS-QPND-GENDER-IND
           END-IF
           IF WS-QALIVE-SW = 'Y' THEN
              MOVE ZERO TO WS-QPND-ALIVE-IND
           END-IF
           IF WS-QDDATE-SW = 'Y' THEN
              MOVE ZERO TO WS-QPND-DDATE-IND
           END-IF
           IF WS-QNAME-SW = 'Y' THEN
              MOVE ZERO TO WS-QPND-NAME-IND
           END-IF
           IF WS-QBPLACE-SW = 'Y' THEN
              MOVE ZERO TO WS-QPND-BPLACE-IND
           END-IF
      *    A BIRTH TIME BEING REMOVED ('----') IS SWITCH 'Y' WITH A
      *    NULL VALUE - THE APPROVAL SETS THE COLUMN TO NULL
           IF WS-QBTIME-SW = 'Y' THEN
              MOVE WS-QBTIME-IND TO WS-QPND-BTIME-IND
           END-IF
           MOVE WS-RUN-USER TO WS-QHIST-USER
           MOVE 'B'         TO WS-QPND-ORIGIN
           EXEC SQL
              INSERT INTO CITIZENS_PEND
                 (CITIZEN_ID, PEND_MODE, PEND_SW,
                  PEND_BDATE, PEND_GENDER, PEND_ALIVE, PEND_DDATE,
                  PEND_NAME, PEND_BPLACE, PEND_BTIME,
                  MAKER_USER, MAKER_ORIGIN, MAKER_TS, PEND_STATUS)
              VALUES
                 (:WS-QCITIZEN-ID, :WS-QPND-MODE, :WS-QPND-SW,
                  :WS-QBDATE :WS-QPND-BDATE-IND,
                  :WS-QGENDER :WS-QPND-GENDER-IND,
                  :WS-QALIVE :WS-QPND-ALIVE-IND,
                  :WS-QDDATE :WS-QPND-DDATE-IND,
                  :WS-QNAME :WS-QPND-NAME-IND,
                  :WS-QBPLACE :WS-QPND-BPLACE-IND,
                  :WS-QBTIME :WS-QPND-BTIME-IND,
                  :WS-QHIST-USER, :WS-QPND-ORIGIN,
                  CURRENT TIMESTAMP, 'P')
           END-EXEC
           IF SQLCODE = ZERO THEN
              EXEC SQL
                 SET :WS-QPND-ID = IDENTITY_VAL_LOCAL()
              END-EXEC
           END-IF
           IF SQLCODE NOT = ZERO THEN
              PERFORM PARA-SQL-ERROR
           ELSE
              MOVE WS-QPND-ID TO WS-BT-PEND-ID-D
              IF WS-BT-ACTIVE THEN
                 MOVE 'Y' TO WS-BT-OK-SW
                 MOVE 'Y' TO WS-BT-PEND-SW
                 STRING 'AWAITING APPROVAL - PEND_ID '
                    WS-BT-PEND-ID-D
                    DELIMITED BY SIZE INTO WS-BT-REASON
                 END-STRING
              ELSE
                 EXEC SQL
                    COMMIT
                 END-EXEC
                 DISPLAY 'INFO:    ', WS-QPND-MODE, ' OF CITIZEN_ID=',
                    WS-QCITIZEN-ID, ' QUEUED FOR APPROVAL. PEND_ID=',
                    WS-BT-PEND-ID-D
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH MERGE CITIZEN - MODE 'MG'. THE LOSING ROW IS NOT
      *    DELETED (ITS HISTORY AND ANY PAPERWORK QUOTING ITS NUMBER
      *    MUST STILL RESOLVE) - IT IS RETIRED BY POINTING MERGED_INTO
      *    AT THE SURVIVOR, WHICH TAKES IT OUT OF EVERY NCITIZEN AND
      *    NCDUPDET CURSOR. THE SURVIVOR KEEPS ITS OWN VALUES; ONLY A
      *    NULL NAME/BPLACE/BTIME IS FILLED FROM THE LOSER. BOTH ROWS
      *    GET A CITIZENS_HIST ROW (MODE 'MG', MERGE_ID = THE OTHER
      *    ROW) IN THE SAME UNIT OF WORK.
      *    A DEATH DATE IS NEVER FILLED IN DIRECTLY - IT WOULD PUT A
      *    DDATE ON A ROW STILL ALIVE AND BYPASS THE SUPERVISOR. WHEN
      *    ONLY THE LOSER HAS ONE, THE MERGE QUEUES AN 'IN' ITEM
      *    (ALIVE 0 + THE LOSER'S DDATE) AGAINST THE SURVIVOR, SO THE
      *    SURVIVOR MUST HAVE NO OTHER ITEM WAITING
      ******************************************************************
       PARA-MERGE-CITIZEN.
           MOVE WS-PGM-CITIZEN-ID-DIGITS  TO WS-QLOSER-ID
           MOVE WS-PGM-SURVIVOR-ID-DIGITS TO WS-QSURV-ID
      *    BOTH ROWS MUST EXIST AND STILL BE LIVE - MERGING INTO A
      *    RETIRED ROW WOULD LEAVE A CHAIN NOBODY COUNTS
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-QMERGE-CNT
              FROM CITIZENS
              WHERE CITIZEN_ID IN (:WS-QLOSER-ID, :WS-QSURV-ID)
              AND MERGED_INTO IS NULL
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM PARA-SQL-ERROR
           ELSE
           IF WS-QMERGE-CNT < 2 THEN
              IF WS-BT-ACTIVE THEN
                 MOVE 'LOSER/SURVIVOR MISSING OR ALREADY MERGED'
                    TO WS-BT-REASON
              ELSE
                 DISPLAY 'WARNING: CITIZEN_ID ', WS-QLOSER-ID,
                    ' OR ', WS-QSURV-ID,
                    ' DOES NOT EXIST OR IS ALREADY MERGED'
                 MOVE 2 TO RETURN-CODE
              END-IF
           ELSE
      *    THE LOSER'S VALUES FIRST, AS THE FILL-IN SOURCE
              MOVE WS-QLOSER-ID TO WS-QCITIZEN-ID
              PERFORM PARA-FETCH-BEFORE-IMAGE
              MOVE WS-QOLD-NAME       TO WS-QNAME
              MOVE WS-QOLD-NAME-IND   TO WS-QNAME-IND
              MOVE WS-QOLD-BPLACE     TO WS-QBPLACE
              MOVE WS-QOLD-BPLACE-IND TO WS-QBPLACE-IND
              MOVE WS-QOLD-DDATE      TO WS-QDDATE
              MOVE WS-QOLD-DDATE-IND  TO WS-QDDATE-IND
              MOVE WS-QOLD-BTIME      TO WS-QBTIME
              MOVE WS-QOLD-BTIME-IND  TO WS-QBTIME-IND
      *    THE SURVIVOR'S OWN ROW - DOES IT NEED THE LOSER'S DDATE,
      *    AND IS ITS APPROVAL QUEUE FREE TO TAKE IT
              MOVE WS-QSURV-ID TO WS-QCITIZEN-ID
              PERFORM PARA-FETCH-BEFORE-IMAGE
              MOVE 'N' TO WS-QMERGE-DDATE-SW
              MOVE ZERO TO WS-QPND-CNT
              IF WS-QDDATE-IND NOT < 0 AND WS-QOLD-DDATE-IND < 0 THEN
                 MOVE 'Y' TO WS-QMERGE-DDATE-SW
                 EXEC SQL
                    SELECT COUNT(*)
                    INTO :WS-QPND-CNT
                    FROM CITIZENS_PEND
                    WHERE CITIZEN_ID = :WS-QSURV-ID
                    AND PEND_STATUS = 'P'
                 END-EXEC
                 IF SQLCODE NOT = 0 THEN
                    MOVE 1 TO WS-QPND-CNT
                    PERFORM PARA-SQL-ERROR
                 ELSE
                 IF WS-QPND-CNT > ZERO THEN
                    IF WS-BT-ACTIVE THEN
                       MOVE 'SURVIVOR HAS A CHANGE AWAITING APPROVAL'
                          TO WS-BT-REASON
                    ELSE
                       DISPLAY 'WARNING: SURVIVOR CITIZEN_ID=',
                          WS-QSURV-ID, ' ALREADY HAS A CHANGE ',
                          'AWAITING APPROVAL - MERGE AFTER IT'
                       MOVE 4 TO RETURN-CODE
                    END-IF
                 END-IF
                 END-IF
              END-IF
      *    IN A BATCH RUN THE MERGE IS ONE STEP OF A LARGER UNIT OF
      *    WORK, AND PARA-SQL-ERROR ONLY REJECTS THE TRANSACTION - A
      *    SAVEPOINT TAKES BACK WHATEVER PART OF THE MERGE DID RUN,
      *    SO THE NEXT COMMIT NEVER CARRIES A HALF-MERGED PAIR
              IF WS-QPND-CNT = ZERO THEN
                 IF WS-BT-ACTIVE THEN
                    EXEC SQL
                       SAVEPOINT NCITMERGE UNIQUE
                          ON ROLLBACK RETAIN CURSORS
                    END-EXEC
                    IF SQLCODE NOT = 0 THEN
                       PERFORM PARA-SQL-ERROR
                    ELSE
                       PERFORM PARA-MERGE-APPLY
                       IF WS-BT-OK THEN
                          EXEC SQL
                             RELEASE SAVEPOINT NCITMERGE
                          END-EXEC
                       ELSE
                          EXEC SQL
                             ROLLBACK TO SAVEPOINT NCITMERGE
                          END-EXEC
                          EXEC SQL
                             RELEASE SAVEPOINT NCITMERGE
                          END-EXEC
                       END-IF
                    END-IF
                 ELSE
                    PERFORM PARA-MERGE-APPLY
                 END-IF
              END-IF
           END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH MERGE APPLY - THE MERGE'S STATEMENTS IN ORDER:
      *    SURVIVOR FILL-IN, LOSER RETIRED, RELATIONSHIPS REPOINTED,
      *    THE DEATH DATE QUEUED. THE FIRST FAILURE STOPS THE REST
      *    (A SINGLE RUN HAS ABENDED, A BATCH ONE HAS WS-BT-REASON SET)
      ******************************************************************
       PARA-MERGE-APPLY.
      *    SURVIVOR - FILL-IN UPDATE, HISTORY (BEFORE IMAGE ALREADY
      *    FETCHED BY PARA-MERGE-CITIZEN)
           EXEC SQL
              UPDATE CITIZENS
              SET NAME   = COALESCE(NAME,
                              :WS-QNAME :WS-QNAME-IND),
                  BPLACE = COALESCE(BPLACE,
                              :WS-QBPLACE :WS-QBPLACE-IND),
                  BTIME  = COALESCE(BTIME,
                              :WS-QBTIME :WS-QBTIME-IND),
                  CHG_TS = CURRENT TIMESTAMP
              WHERE CITIZEN_ID = :WS-QSURV-ID
              AND MERGED_INTO IS NULL
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM PARA-MERGE-RACE
           ELSE
              MOVE WS-QLOSER-ID TO WS-QHIST-MERGE-ID
              MOVE ZERO TO WS-QHIST-MERGE-IND
              PERFORM PARA-HIST-AFTER-UPDATE
      *    LOSER - BEFORE IMAGE, RETIRE, HISTORY
              MOVE WS-QLOSER-ID TO WS-QCITIZEN-ID
              PERFORM PARA-FETCH-BEFORE-IMAGE
              EXEC SQL
                 UPDATE CITIZENS
                 SET MERGED_INTO = :WS-QSURV-ID,
                     CHG_TS = CURRENT TIMESTAMP
                 WHERE CITIZEN_ID = :WS-QLOSER-ID
                 AND MERGED_INTO IS NULL
              END-EXEC
              IF SQLCODE NOT = 0 THEN
                 PERFORM PARA-MERGE-RACE
              ELSE
                 MOVE WS-QSURV-ID TO WS-QHIST-MERGE-ID
                 MOVE ZERO TO WS-QHIST-MERGE-IND
                 PERFORM PARA-HIST-AFTER-UPDATE
                 PERFORM PARA-MERGE-RELATIONS
      *    A FAILED RELATIONSHIP REPOINT ALREADY ABENDED A SINGLE RUN
      *    OR FILLED WS-BT-REASON IN A BATCH ONE
                 IF WS-BT-REASON = SPACES THEN
                    IF WS-QMERGE-DDATE-SW = 'Y' THEN
                       PERFORM PARA-MERGE-QUEUE-DDATE
                    ELSE
                    IF WS-BT-ACTIVE THEN
                       MOVE 'Y' TO WS-BT-OK-SW
                    ELSE
                       EXEC SQL
                          COMMIT
                       END-EXEC
                       DISPLAY 'INFO:    MERGED CITIZEN_ID=',
                          WS-QLOSER-ID, ' INTO ', WS-QSURV-ID
                    END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH MERGE RACE - +100 ON EITHER MERGE UPDATE MEANS
      *    ANOTHER RUN MERGED ONE OF THE PAIR SINCE THE PRE-CHECK. A
      *    BATCH TRANSACTION IS REJECTED WITH THAT REASON; ANY OTHER
      *    SQLCODE GOES DOWN THE USUAL PATH
      ******************************************************************
       PARA-MERGE-RACE.
           IF SQLCODE = +100 AND WS-BT-ACTIVE THEN
              MOVE 'N' TO WS-BT-OK-SW
              MOVE 'PAIR MERGED BY ANOTHER RUN MEANWHILE'
                 TO WS-BT-REASON
           ELSE
              PERFORM PARA-SQL-ERROR
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH MERGE QUEUE DDATE - THE LOSER'S DEATH DATE GOES
      *    TO THE SURVIVOR AS AN 'IN' ITEM FOR A SECOND USER, EXACTLY
      *    AS IF IT HAD BEEN KEYED AS AN INACTIVATION. PARA-INSERT-
      *    PENDING COMMITS A SINGLE RUN (MERGE AND ITEM TOGETHER) AND
      *    LEAVES A BATCH TRANSACTION PENDING
      ******************************************************************
       PARA-MERGE-QUEUE-DDATE.
           MOVE WS-QSURV-ID TO WS-QCITIZEN-ID
           MOVE 'N' TO WS-QBDATE-SW
           MOVE 'N' TO WS-QGENDER-SW
           MOVE 'N' TO WS-QNAME-SW
           MOVE 'N' TO WS-QBPLACE-SW
           MOVE 'N' TO WS-QBTIME-SW
           MOVE ZERO TO WS-QALIVE
           MOVE 'Y' TO WS-QALIVE-SW
           MOVE 'Y' TO WS-QDDATE-SW
           MOVE 'IN' TO WS-QPND-MODE
           PERFORM PARA-INSERT-PENDING
           IF WS-BT-ACTIVE THEN
              IF WS-BT-OK THEN
                 MOVE SPACES TO WS-BT-REASON
                 STRING 'MERGED - DDATE AWAITS PEND_ID '
                    WS-BT-PEND-ID-D
                    DELIMITED BY SIZE INTO WS-BT-REASON
                 END-STRING
              END-IF
           ELSE
              DISPLAY 'INFO:    MERGED CITIZEN_ID=',
                 WS-QLOSER-ID, ' INTO ', WS-QSURV-ID,
                 ' - LOSER DEATH DATE AWAITS APPROVAL'
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH MERGE RELATIONS - A MERGED-AWAY ROW MUST NOT GO ON
      *    BEING SOMEBODY'S MOTHER OR FATHER: EVERY CITIZENS_REL LINK
      *    TO THE LOSER IS REPOINTED AT THE SURVIVOR (NOT ON THE
      *    SURVIVOR'S OWN ROW - NOBODY BECOMES THEIR OWN PARENT), AND
      *    THE LOSER'S OWN PARENTS ARE CARRIED OVER WHEN THE SURVIVOR
      *    HAS NONE ON RECORD. +100 (NO LINKS) IS THE USUAL CASE
      ******************************************************************
       PARA-MERGE-RELATIONS.
           MOVE WS-RUN-USER TO WS-QHIST-USER
           EXEC SQL
              UPDATE CITIZENS_REL
              SET MOTHER_ID = :WS-QSURV-ID,
                  CHG_TS = CURRENT TIMESTAMP,
                  CHG_USER = :WS-QHIST-USER
              WHERE MOTHER_ID = :WS-QLOSER-ID
              AND CITIZEN_ID <> :WS-QSURV-ID
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100 THEN
              PERFORM PARA-SQL-ERROR
           ELSE
              EXEC SQL
                 UPDATE CITIZENS_REL
                 SET FATHER_ID = :WS-QSURV-ID,
                     CHG_TS = CURRENT TIMESTAMP,
                     CHG_USER = :WS-QHIST-USER
                 WHERE FATHER_ID = :WS-QLOSER-ID
                 AND CITIZEN_ID <> :WS-QSURV-ID
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = +100 THEN
                 PERFORM PARA-SQL-ERROR
              ELSE
                 EXEC SQL
                    INSERT INTO CITIZENS_REL
                       (CITIZEN_ID, MOTHER_ID, FATHER_ID,
                        CHG_TS, CHG_USER)
                    SELECT :WS-QSURV-ID,
                           CASE WHEN R.MOTHER_ID = :WS-QSURV-ID
                                THEN NULL ELSE R.MOTHER_ID END,
                           CASE WHEN R.FATHER_ID = :WS-QSURV-ID
                                THEN NULL ELSE R.FATHER_ID END,
                           CURRENT TIMESTAMP, :WS-QHIST-USER
                    FROM CITIZENS_REL R
                    WHERE R.CITIZEN_ID = :WS-QLOSER-ID
                    AND NOT EXISTS
                       (SELECT 1 FROM CITIZENS_REL S
                        WHERE S.CITIZEN_ID = :WS-QSURV-ID)
                 END-EXEC
                 IF SQLCODE NOT = 0 AND SQLCODE NOT = +100 THEN
                    PERFORM PARA-SQL-ERROR
                 END-IF
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH RELATE CITIZEN - MODE 'PR'. RECORDS OR CORRECTS
      *    THE CHILD'S CITIZENS_REL ROW. A SUBFIELD LEFT AT SPACES
      *    KEEPS THE LINK ON FILE, 000000000 REMOVES IT (NULL). EACH
      *    NAMED PARENT IS CHECKED AGAINST CITIZENS FIRST; THE ROW
      *    CARRIES WHO LAST CHANGED IT AND WHEN
      ******************************************************************
       PARA-RELATE-CITIZEN.
           MOVE WS-PGM-CITIZEN-ID-DIGITS TO WS-QCITIZEN-ID
           MOVE 'N' TO WS-QREL-MOTHER-SW
           MOVE 'N' TO WS-QREL-FATHER-SW
           MOVE ZERO TO WS-QREL-MOTHER-ID
           MOVE ZERO TO WS-QREL-FATHER-ID
           MOVE -1 TO WS-QREL-MOTHER-IND
           MOVE -1 TO WS-QREL-FATHER-IND
           IF WS-PGM-MOTHER-ID NOT = SPACES THEN
              MOVE 'Y' TO WS-QREL-MOTHER-SW
              MOVE WS-PGM-MOTHER-ID TO WS-QREL-MOTHER-ID
              IF WS-QREL-MOTHER-ID NOT = ZERO THEN
                 MOVE ZERO TO WS-QREL-MOTHER-IND
              END-IF
           END-IF
           IF WS-PGM-FATHER-ID NOT = SPACES THEN
              MOVE 'Y' TO WS-QREL-FATHER-SW
              MOVE WS-PGM-FATHER-ID TO WS-QREL-FATHER-ID
              IF WS-QREL-FATHER-ID NOT = ZERO THEN
                 MOVE ZERO TO WS-QREL-FATHER-IND
              END-IF
           END-IF
      *    THE CHILD MUST BE A LIVE (NOT MERGED-AWAY) ROW
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-QREL-CNT
              FROM CITIZENS
              WHERE CITIZEN_ID = :WS-QCITIZEN-ID
              AND MERGED_INTO IS NULL
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM PARA-SQL-ERROR
           ELSE
           IF WS-QREL-CNT = ZERO THEN
              IF WS-BT-ACTIVE THEN
                 MOVE 'CHILD MISSING OR ALREADY MERGED'
                    TO WS-BT-REASON
              ELSE
                 DISPLAY 'WARNING: CHILD CITIZEN_ID ', WS-QCITIZEN-ID,
                    ' DOES NOT EXIST OR IS ALREADY MERGED'
                 MOVE 2 TO RETURN-CODE
              END-IF
           ELSE
      *    EACH NAMED PARENT - MOTHER FIRST, THEN FATHER; THE FATHER
      *    IS ONLY CHECKED WHILE THE MOTHER PASSED
              MOVE 1 TO WS-QREL-CNT
              IF WS-QREL-MOTHER-IND = ZERO THEN
                 MOVE WS-QREL-MOTHER-ID TO WS-QREL-PARENT-ID
                 PERFORM PARA-CHECK-PARENT
              END-IF
              IF WS-QREL-CNT > ZERO AND WS-QREL-FATHER-IND = ZERO THEN
                 MOVE WS-QREL-FATHER-ID TO WS-QREL-PARENT-ID
                 PERFORM PARA-CHECK-PARENT
              END-IF
              IF WS-QREL-CNT > ZERO THEN
                 PERFORM PARA-STORE-RELATION
              END-IF
           END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH CHECK PARENT - THE PARENT IN WS-QREL-PARENT-ID
      *    MUST EXIST, MUST NOT BE MERGED AWAY AND MUST BE BORN BEFORE
      *    THE CHILD (AN UNKNOWN BIRTH DATE ON EITHER SIDE IS LET
      *    THROUGH). LEAVES WS-QREL-CNT ZERO AND THE REASON SET WHEN
      *    THE PARENT FAILS
      ******************************************************************
       PARA-CHECK-PARENT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-QREL-CNT
              FROM CITIZENS P, CITIZENS C
              WHERE P.CITIZEN_ID = :WS-QREL-PARENT-ID
              AND C.CITIZEN_ID = :WS-QCITIZEN-ID
              AND P.MERGED_INTO IS NULL
              AND (P.BDATE IS NULL OR C.BDATE IS NULL
                   OR P.BDATE < C.BDATE)
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              MOVE ZERO TO WS-QREL-CNT
              PERFORM PARA-SQL-ERROR
           ELSE
           IF WS-QREL-CNT = ZERO THEN
              IF WS-BT-ACTIVE THEN
                 MOVE 'PARENT MISSING, MERGED OR NOT BORN FIRST'
                    TO WS-BT-REASON
              ELSE
                 DISPLAY 'WARNING: PARENT CITIZEN_ID ',
                    WS-QREL-PARENT-ID, ' DOES NOT EXIST, IS MERGED ',
                    'OR IS NOT BORN BEFORE THE CHILD'
                 MOVE 2 TO RETURN-CODE
              END-IF
           END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH STORE RELATION - UPDATE THE CHILD'S ROW, SWITCHING
      *    EACH PARENT COLUMN ON ITS WS-QREL-xxx-SW AS CHANGE MODE DOES;
      *    A CHILD WITH NO ROW YET (+100) GETS ONE INSERTED
      ******************************************************************
       PARA-STORE-RELATION.
           MOVE WS-RUN-USER TO WS-QHIST-USER
           EXEC SQL
              UPDATE CITIZENS_REL
              SET MOTHER_ID = CASE WHEN :WS-QREL-MOTHER-SW = 'N'
                                  THEN MOTHER_ID
                                  ELSE :WS-QREL-MOTHER-ID
                                       :WS-QREL-MOTHER-IND END,
                  FATHER_ID = CASE WHEN :WS-QREL-FATHER-SW = 'N'
                                  THEN FATHER_ID
                                  ELSE :WS-QREL-FATHER-ID
                                       :WS-QREL-FATHER-IND END,
                  CHG_TS = CURRENT TIMESTAMP,
                  CHG_USER = :WS-QHIST-USER
              WHERE CITIZEN_ID = :WS-QCITIZEN-ID
           END-EXEC
           IF SQLCODE = +100 THEN
              EXEC SQL
                 INSERT INTO CITIZENS_REL
                    (CITIZEN_ID, MOTHER_ID, FATHER_ID, CHG_TS, CHG_USER)
                 VALUES
                    (:WS-QCITIZEN-ID,
                     :WS-QREL-MOTHER-ID :WS-QREL-MOTHER-IND,
                     :WS-QREL-FATHER-ID :WS-QREL-FATHER-IND,
                     CURRENT TIMESTAMP, :WS-QHIST-USER)
              END-EXEC
           END-IF
           EVALUATE SQLCODE
              WHEN ZERO
                 IF WS-BT-ACTIVE THEN
                    MOVE 'Y' TO WS-BT-OK-SW
                 ELSE
                    EXEC SQL
                       COMMIT
                    END-EXEC
                    DISPLAY 'INFO:    PARENTS RECORDED FOR CITIZEN_ID=',
                       WS-QCITIZEN-ID
                 END-IF
              WHEN OTHER
                 PERFORM PARA-SQL-ERROR
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH BACKOUT RUN - MODE 'BO'. FIRST THE APPROVAL
      *    ITEMS THE RUN QUEUED (AN OPEN ONE IS REJECTED, SO IT CAN NO
      *    LONGER BE APPROVED; AN APPROVED ONE IS A CONFLICT), THEN
      *    EVERY CITIZEN THE RUN CHANGED DIRECTLY: CHECKS IT, REVERSES
      *    IT (OR JUST LISTS IT) AND WRITES ITS NCBOLIST RECORD. RC 4
      *    WHEN ANYTHING IS LEFT ON THE CONFLICT LIST, 12 WHEN A
      *    REVERSAL WAS REFUSED, 2 WHEN THE WINDOW HOLDS NOTHING OF
      *    THAT USER'S
      ******************************************************************
       PARA-BACKOUT-RUN.
           DISPLAY 'INFO:    BACK-OUT OF RUNS BY ', WS-QBO-USER
           DISPLAY 'INFO:    FROM ', WS-QBO-FROM-TS,
              ' TO ', WS-QBO-TO-TS
           IF WS-BO-LIST-ONLY THEN
              DISPLAY 'INFO:    LIST ONLY - NO ROW WILL BE CHANGED'
           END-IF
           OPEN EXTEND RECBOLS
           EVALUATE WS-FS-BOLS
              WHEN '05'
              WHEN '35'
                 CLOSE RECBOLS
                 OPEN OUTPUT RECBOLS
           END-EVALUATE
           EXEC SQL
              OPEN CRSBP
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM PARA-SQL-ERROR
           END-IF
           MOVE 'N' TO WS-BO-EOF-SW
           PERFORM PARA-BO-PEND-NEXT UNTIL WS-BO-EOF
           EXEC SQL
              CLOSE CRSBP
           END-EXEC
           EXEC SQL
              OPEN CRSB
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM PARA-SQL-ERROR
           END-IF
           MOVE 'N' TO WS-BO-EOF-SW
           PERFORM PARA-BO-NEXT UNTIL WS-BO-EOF
           EXEC SQL
              CLOSE CRSB
           END-EXEC
           CLOSE RECBOLS
           DISPLAY 'INFO:    BACK-OUT DONE. CITIZENS=', WS-BO-CITIZENS,
              ' REVERSED=', WS-BO-REVERSED,
              ' LISTED=', WS-BO-LISTED
           DISPLAY 'INFO:    CONFLICTS=', WS-BO-CONFLICTS,
              ' SKIPPED=', WS-BO-SKIPPED,
              ' REFUSED=', WS-BO-REFUSED
           DISPLAY 'INFO:    APPROVAL ITEMS=', WS-BO-PEND-ITEMS,
              ' REJECTED=', WS-BO-PEND-REJECTED,
              ' ALREADY APPROVED (CONFLICT)=', WS-BO-PEND-APPROVED
           EVALUATE TRUE
              WHEN WS-BT-SEC-REFUSED
                 MOVE 12 TO RETURN-CODE
              WHEN WS-BO-CONFLICTS > ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN WS-BO-CITIZENS = ZERO AND WS-BO-PEND-ITEMS = ZERO
                 DISPLAY 'WARNING: NO BATCH CHANGES BY ', WS-QBO-USER,
                    ' IN THAT WINDOW'
                 MOVE 2 TO RETURN-CODE
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH BO PEND NEXT - ONE APPROVAL ITEM OF THE RUN:
      *      - STILL OPEN ('P') - REJECTED WITH THE BACK-OUT USER AS
      *        CHECKER AND A NOTE SAYING WHY, COMMITTED AT ONCE
      *      - APPROVED ('A') - ITS CHANGE IS ON THE CITIZEN UNDER
      *        THE APPROVER'S NAME; LISTED AS A CONFLICT FOR A PERSON
      *        TO REVIEW, NEVER REVERSED HERE
      *      - REJECTED ('R') - NOTHING LEFT TO DO: SKIPPED
      *    EVERY ITEM GETS ITS NCBOLIST RECORD (RUN MODE = PEND_MODE)
      ******************************************************************
       PARA-BO-PEND-NEXT.
           EXEC SQL
              FETCH CRSBP INTO :WS-QPND-ID, :WS-QCITIZEN-ID,
                 :WS-QBO-MODE, :WS-QBO-PEND-STATUS, :WS-QBO-PEND-TS
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZERO
                 ADD 1 TO WS-BO-PEND-ITEMS
                 MOVE WS-QPND-ID TO WS-QBO-PEND-ID-D
                 MOVE SPACES TO WS-BO-STATUS
                 MOVE SPACES TO WS-BO-REASON
                 MOVE SPACES TO WS-BO-NAME
                 PERFORM PARA-FETCH-BEFORE-IMAGE
                 IF WS-OLD-FOUND AND WS-QOLD-NAME-IND NOT < 0 THEN
                    MOVE WS-QOLD-NAME TO WS-BO-NAME
                 END-IF
                 EVALUATE TRUE
                    WHEN WS-QBO-PEND-STATUS = 'A'
                       ADD 1 TO WS-BO-PEND-APPROVED
                       MOVE 'CONFLICT' TO WS-BO-STATUS
                       STRING 'PEND_ID ' WS-QBO-PEND-ID-D
                          ' APPROVED - REVIEW'
                          DELIMITED BY SIZE INTO WS-BO-REASON
                       END-STRING
                    WHEN WS-QBO-PEND-STATUS NOT = 'P'
                       MOVE 'SKIPPED' TO WS-BO-STATUS
                       STRING 'PEND_ID ' WS-QBO-PEND-ID-D
                          ' ALREADY REJECTED'
                          DELIMITED BY SIZE INTO WS-BO-REASON
                       END-STRING
                    WHEN WS-BO-LIST-ONLY
                       MOVE 'LISTED' TO WS-BO-STATUS
                       STRING 'WOULD REJECT PEND_ID ' WS-QBO-PEND-ID-D
                          DELIMITED BY SIZE INTO WS-BO-REASON
                       END-STRING
                    WHEN OTHER
                       PERFORM PARA-BO-PEND-REJECT
                 END-EVALUATE
                 MOVE 1 TO WS-QBO-ROWS
                 MOVE WS-QBO-PEND-TS TO WS-QBO-FIRST-TS
                 PERFORM PARA-BO-WRITE-LIST
              WHEN +100
                 MOVE 'Y' TO WS-BO-EOF-SW
              WHEN OTHER
                 PERFORM PARA-SQL-ERROR
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH BO PEND REJECT - THE OPEN ITEM IS DECIDED 'R'
      *    UNDER THE SAME PEND_STATUS = 'P' GUARD THE SUPERVISOR
      *    SCREEN USES; +100 MEANS A SUPERVISOR DECIDED IT MEANWHILE
      ******************************************************************
       PARA-BO-PEND-REJECT.
           MOVE WS-RUN-USER TO WS-QHIST-USER
           EXEC SQL
              UPDATE CITIZENS_PEND
              SET PEND_STATUS  = 'R',
                  CHECKER_USER = :WS-QHIST-USER,
                  CHECKER_TS   = CURRENT TIMESTAMP,
                  CHECKER_NOTE = 'BACKED OUT WITH ITS RUN'
              WHERE PEND_ID = :WS-QPND-ID
              AND PEND_STATUS = 'P'
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZERO
                 EXEC SQL
                    COMMIT
                 END-EXEC
                 ADD 1 TO WS-BO-PEND-REJECTED
                 MOVE 'REJECTED' TO WS-BO-STATUS
                 STRING 'PEND_ID ' WS-QBO-PEND-ID-D
                    ' REJECTED - NOT APPLIED'
                    DELIMITED BY SIZE INTO WS-BO-REASON
                 END-STRING
              WHEN +100
                 MOVE 'CONFLICT' TO WS-BO-STATUS
                 STRING 'PEND_ID ' WS-QBO-PEND-ID-D
                    ' DECIDED MEANWHILE'
                    DELIMITED BY SIZE INTO WS-BO-REASON
                 END-STRING
              WHEN OTHER
                 PERFORM PARA-SQL-ERROR
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH BO NEXT - FETCHES THE NEXT CITIZEN OF THE RUN AND
      *    TAKES IT THROUGH FIRST IMAGE, CHECKS AND REVERSAL
      ******************************************************************
       PARA-BO-NEXT.
           EXEC SQL
              FETCH CRSB INTO :WS-QCITIZEN-ID, :WS-QBO-FIRST-TS,
                 :WS-QBO-LAST-TS, :WS-QBO-ROWS
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZERO
                 ADD 1 TO WS-BO-CITIZENS
                 MOVE SPACES TO WS-BO-STATUS
                 MOVE SPACES TO WS-BO-REASON
                 MOVE WS-QCITIZEN-ID TO WS-PGM-CITIZEN-ID-DIGITS
                 PERFORM PARA-BO-FIRST-IMAGE
                 PERFORM PARA-BO-CHECK
                 IF WS-BO-STATUS = SPACES THEN
                    IF WS-BO-LIST-ONLY THEN
                       MOVE 'LISTED' TO WS-BO-STATUS
                       IF WS-QBO-MODE = 'AD' THEN
                          MOVE 'WOULD REMOVE THE ADDED ROW'
                             TO WS-BO-REASON
                       ELSE
                          MOVE 'WOULD RESTORE THE BEFORE IMAGE'
                             TO WS-BO-REASON
                       END-IF
                    ELSE
                       PERFORM PARA-BO-REVERSE
                    END-IF
                 END-IF
                 PERFORM PARA-BO-WRITE-LIST
              WHEN +100
                 MOVE 'Y' TO WS-BO-EOF-SW
              WHEN OTHER
                 PERFORM PARA-SQL-ERROR
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH BO FIRST IMAGE - THE CITIZEN'S FIRST CHANGE IN THE
      *    WINDOW: ITS MODE, AND ITS BEFORE IMAGE AS THE ROW TO PUT
      *    BACK. THE CURRENT ROW COMES ALONG FOR THE LIST'S NAME
      ******************************************************************
       PARA-BO-FIRST-IMAGE.
           EXEC SQL
              SELECT CHG_MODE,
                     OLD_BDATE, OLD_GENDER, OLD_ALIVE, OLD_DDATE,
                     OLD_NAME, OLD_BPLACE, OLD_BTIME, OLD_REGION
              INTO :WS-QBO-MODE,
                   :WS-QBDATE :WS-QBDATE-IND,
                   :WS-QGENDER :WS-QGENDER-IND,
                   :WS-QALIVE :WS-QALIVE-IND,
                   :WS-QDDATE :WS-QDDATE-IND,
                   :WS-QNAME :WS-QNAME-IND,
                   :WS-QBPLACE :WS-QBPLACE-IND,
                   :WS-QBTIME :WS-QBTIME-IND,
                   :WS-QREGION :WS-QREGION-IND
              FROM CITIZENS_HIST
              WHERE CITIZEN_ID = :WS-QCITIZEN-ID
              AND CHG_TS = :WS-QBO-FIRST-TS
              AND CHG_USER = :WS-QBO-USER
              AND CHG_ORIGIN = 'B'
              FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM PARA-SQL-ERROR
           END-IF
           PERFORM PARA-FETCH-BEFORE-IMAGE
           MOVE SPACES TO WS-BO-NAME
           IF WS-OLD-FOUND AND WS-QOLD-NAME-IND NOT < 0 THEN
              MOVE WS-QOLD-NAME TO WS-BO-NAME
           ELSE
              IF WS-QNAME-IND NOT < 0 THEN
                 MOVE WS-QNAME TO WS-BO-NAME
              END-IF
           END-IF
           MOVE WS-BO-NAME TO WS-PGM-NAME
           EXIT.
      ******************************************************************
      *    PARAGRAPH BO CHECK - WHAT MUST HOLD BEFORE A CITIZEN IS
      *    REVERSED, IN ORDER. THE FIRST FAILURE SETS THE STATUS:
      *      - A LATER 'BO' ROW - AN EARLIER BACK-OUT RUN (OR THE
      *        ABENDED ATTEMPT OF THIS ONE) ALREADY DID IT: SKIPPED
      *      - THE RUN MERGED THIS CITIZEN - THE CITIZENS_REL REPOINT
      *        KEEPS NO HISTORY, SO A MERGE IS UNDONE BY HAND
      *      - ANY OTHER HISTORY ROW AFTER THE RUN'S FIRST CHANGE, BY
      *        ANYONE, FROM ANY ORIGIN - SOMEBODY CHANGED IT SINCE
      *      - THE CURRENT ROW IS GONE, MERGED AWAY OR NOT EQUAL TO
      *        THE RUN'S LAST AFTER IMAGE (A CHANGE THAT WROTE NO
      *        HISTORY, SUCH AS AN NCRETNPG ANONYMIZE)
      *      - AN ADDED ROW THAT IS NOW SOMEBODY'S PARENT OR CHILD
      ******************************************************************
       PARA-BO-CHECK.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-QBO-CNT
              FROM CITIZENS_HIST
              WHERE CITIZEN_ID = :WS-QCITIZEN-ID
              AND CHG_MODE = 'BO'
              AND CHG_TS > :WS-QBO-LAST-TS
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM PARA-SQL-ERROR
           END-IF
           IF WS-QBO-CNT > ZERO THEN
              MOVE 'SKIPPED' TO WS-BO-STATUS
              MOVE 'ALREADY BACKED OUT' TO WS-BO-REASON
           END-IF
           IF WS-BO-STATUS = SPACES THEN
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :WS-QBO-CNT
                 FROM CITIZENS_HIST
                 WHERE CITIZEN_ID = :WS-QCITIZEN-ID
                 AND CHG_USER = :WS-QBO-USER
                 AND CHG_ORIGIN = 'B'
                 AND CHG_MODE = 'MG'
                 AND CHG_TS BETWEEN :WS-QBO-FROM-TS AND :WS-QBO-TO-TS
              END-EXEC
              IF SQLCODE NOT = 0 THEN
                 PERFORM PARA-SQL-ERROR
              END-IF
              IF WS-QBO-CNT > ZERO THEN
                 MOVE 'CONFLICT' TO WS-BO-STATUS
                 MOVE 'MERGED BY THE RUN - BACK OUT BY HAND'
                    TO WS-BO-REASON
              END-IF
           END-IF
           IF WS-BO-STATUS = SPACES THEN
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :WS-QBO-CNT
                 FROM CITIZENS_HIST
                 WHERE CITIZEN_ID = :WS-QCITIZEN-ID
                 AND CHG_TS > :WS-QBO-FIRST-TS
                 AND NOT (CHG_USER = :WS-QBO-USER
                          AND CHG_ORIGIN = 'B'
                          AND CHG_MODE <> 'BO'
                          AND CHG_TS <= :WS-QBO-TO-TS)
              END-EXEC
              IF SQLCODE NOT = 0 THEN
                 PERFORM PARA-SQL-ERROR
              END-IF
              IF WS-QBO-CNT > ZERO THEN
                 MOVE 'CONFLICT' TO WS-BO-STATUS
                 MOVE 'CHANGED AGAIN SINCE THE RUN' TO WS-BO-REASON
              END-IF
           END-IF
           IF WS-BO-STATUS = SPACES THEN
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :WS-QBO-CNT
                 FROM CITIZENS C, CITIZENS_HIST H
                 WHERE C.CITIZEN_ID = :WS-QCITIZEN-ID
                 AND H.CITIZEN_ID = C.CITIZEN_ID
                 AND H.CHG_TS = :WS-QBO-LAST-TS
                 AND H.CHG_USER = :WS-QBO-USER
                 AND C.MERGED_INTO IS NULL
                 AND C.BDATE  IS NOT DISTINCT FROM H.NEW_BDATE
                 AND C.GENDER IS NOT DISTINCT FROM H.NEW_GENDER
                 AND C.ALIVE  IS NOT DISTINCT FROM H.NEW_ALIVE
                 AND C.DDATE  IS NOT DISTINCT FROM H.NEW_DDATE
                 AND C.NAME   IS NOT DISTINCT FROM H.NEW_NAME
                 AND C.BPLACE IS NOT DISTINCT FROM H.NEW_BPLACE
                 AND C.BTIME  IS NOT DISTINCT FROM H.NEW_BTIME
                 AND (H.NEW_REGION IS NULL
                      OR C.REGION = H.NEW_REGION)
              END-EXEC
              IF SQLCODE NOT = 0 THEN
                 PERFORM PARA-SQL-ERROR
              END-IF
              IF WS-QBO-CNT = ZERO THEN
                 MOVE 'CONFLICT' TO WS-BO-STATUS
                 MOVE 'ROW NO LONGER AS THE RUN LEFT IT'
                    TO WS-BO-REASON
              END-IF
           END-IF
           IF WS-BO-STATUS = SPACES AND WS-QBO-MODE = 'AD' THEN
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :WS-QBO-CNT
                 FROM CITIZENS_REL
                 WHERE CITIZEN_ID = :WS-QCITIZEN-ID
                 OR MOTHER_ID = :WS-QCITIZEN-ID
                 OR FATHER_ID = :WS-QCITIZEN-ID
              END-EXEC
              IF SQLCODE NOT = 0 THEN
                 PERFORM PARA-SQL-ERROR
              END-IF
              IF WS-QBO-CNT > ZERO THEN
                 MOVE 'CONFLICT' TO WS-BO-STATUS
                 MOVE 'ADDED ROW HAS PARENT/CHILD LINKS NOW'
                    TO WS-BO-REASON
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH BO REVERSE - THE REVERSING TRANSACTION, UNDER THE
      *    AUTHORITY THE EQUIVALENT FORWARD CHANGE WOULD NEED, WITH ITS
      *    CITIZENS_HIST ROW IN THE SAME UNIT OF WORK. AN ADDED ROW IS
      *    DELETED AND ITS 'BO' HISTORY ROW KEEPS THE REMOVED IMAGE AS
      *    THE BEFORE IMAGE (ALL-NULL AFTER IMAGE), SO THE EARLIER
      *    HISTORY STAYS ON FILE AND AN 'IC' SWEEP STILL SEES THE
      *    REMOVAL THROUGH ITS BEFORE-IMAGE CURSOR
      ******************************************************************
       PARA-BO-REVERSE.
           IF WS-QBO-MODE = 'AD' THEN
              MOVE 'AD' TO WS-AUTH-MODE
           ELSE
              MOVE 'CH' TO WS-AUTH-MODE
           END-IF
           PERFORM PARA-CHECK-AUTHORITY
           IF NOT WS-AUTH-OK THEN
              MOVE 'REFUSED' TO WS-BO-STATUS
              MOVE 'USER NOT AUTHORIZED FOR THIS MODE' TO WS-BO-REASON
              MOVE 'Y' TO WS-BT-SEC-SW
              PERFORM PARA-LOG-SECURITY
           ELSE
              PERFORM PARA-FETCH-BEFORE-IMAGE
              IF WS-QBO-MODE = 'AD' THEN
                 EXEC SQL
                    DELETE FROM CITIZENS
                    WHERE CITIZEN_ID = :WS-QCITIZEN-ID
                    AND MERGED_INTO IS NULL
                 END-EXEC
              ELSE
                 EXEC SQL
                    UPDATE CITIZENS
                    SET BDATE  = :WS-QBDATE :WS-QBDATE-IND,
                        GENDER = :WS-QGENDER :WS-QGENDER-IND,
                        ALIVE  = :WS-QALIVE :WS-QALIVE-IND,
                        DDATE  = :WS-QDDATE :WS-QDDATE-IND,
                        NAME   = :WS-QNAME :WS-QNAME-IND,
                        BPLACE = :WS-QBPLACE :WS-QBPLACE-IND,
                        BTIME  = :WS-QBTIME :WS-QBTIME-IND,
                        REGION = COALESCE(:WS-QREGION :WS-QREGION-IND,
                                          REGION),
                        CHG_TS = CURRENT TIMESTAMP
                    WHERE CITIZEN_ID = :WS-QCITIZEN-ID
                    AND MERGED_INTO IS NULL
                 END-EXEC
              END-IF
              EVALUATE SQLCODE
                 WHEN ZERO
                    IF WS-QBO-MODE = 'AD' THEN
                       MOVE -1 TO WS-QNEW-BDATE-IND
                       MOVE -1 TO WS-QNEW-GENDER-IND
                       MOVE -1 TO WS-QNEW-ALIVE-IND
                       MOVE -1 TO WS-QNEW-DDATE-IND
                       MOVE -1 TO WS-QNEW-NAME-IND
                       MOVE -1 TO WS-QNEW-BPLACE-IND
                       MOVE -1 TO WS-QNEW-BTIME-IND
                       MOVE -1 TO WS-QNEW-REGION-IND
                       PERFORM PARA-WRITE-CHANGE-HISTORY
                       MOVE 'ADDED ROW REMOVED' TO WS-BO-REASON
                    ELSE
                       PERFORM PARA-HIST-AFTER-UPDATE
                       MOVE 'BEFORE IMAGE RESTORED' TO WS-BO-REASON
                    END-IF
                    EXEC SQL
                       COMMIT
                    END-EXEC
                    MOVE 'REVERSED' TO WS-BO-STATUS
      *    +100 - MERGED OR DELETED BETWEEN THE CHECK AND THE UPDATE
                 WHEN +100
                    MOVE 'CONFLICT' TO WS-BO-STATUS
                    MOVE 'ROW NO LONGER AS THE RUN LEFT IT'
                       TO WS-BO-REASON
                 WHEN OTHER
                    PERFORM PARA-SQL-ERROR
              END-EVALUATE
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH BO WRITE LIST - THE CITIZEN'S NCBOLIST RECORD, ITS
      *    SYSOUT LINE WHEN IT WAS NOT REVERSED, AND THE TALLIES
      ******************************************************************
       PARA-BO-WRITE-LIST.
           MOVE SPACES TO BOLS-R
           MOVE WS-QCITIZEN-ID  TO BOLS-CITIZEN-ID
           MOVE WS-BO-STATUS    TO BOLS-STATUS
           MOVE WS-QBO-MODE     TO BOLS-RUN-MODE
           MOVE WS-QBO-ROWS     TO BOLS-CHANGES
           MOVE WS-QBO-FIRST-TS TO BOLS-FIRST-TS
           MOVE WS-BO-NAME      TO BOLS-NAME
           MOVE WS-BO-REASON    TO BOLS-REASON
           WRITE BOLS-R
           END-WRITE
           EVALUATE WS-BO-STATUS
              WHEN 'REVERSED'
                 ADD 1 TO WS-BO-REVERSED
              WHEN 'REJECTED'
                 CONTINUE
              WHEN 'LISTED'
                 ADD 1 TO WS-BO-LISTED
              WHEN 'SKIPPED'
                 ADD 1 TO WS-BO-SKIPPED
              WHEN 'REFUSED'
                 ADD 1 TO WS-BO-REFUSED
              WHEN OTHER
                 ADD 1 TO WS-BO-CONFLICTS
                 DISPLAY 'WARNING: CONFLICT CITIZEN_ID=',
                    WS-QCITIZEN-ID, ' ', WS-BO-REASON
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH BATCH RUN - MODE 'BT'. APPLIES EVERY NCTRAN
      *    TRANSACTION IN ONE RUN, COMMITTING EVERY WS-BT-COMMIT-EVERY
      *    ACCEPTED TRANSACTIONS AND CHECKPOINTING THE SEQUENCE NUMBER
              DISPLAY 'INFO:    BATCH DONE. ACCEPTED=', WS-BT-ACCEPTED,
                 ' REJECTED=', WS-BT-REJECTED,
                 ' SKIPPED=', WS-BT-SKIPPED
              DISPLAY 'INFO:    QUEUED FOR APPROVAL=', WS-BT-PENDING
              IF WS-BT-REJECTED > ZERO AND RETURN-CODE < 4 THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
      ******************************************************************
       PARA-BATCH-APPLY.
           MOVE 'N' TO WS-BT-OK-SW
           MOVE 'N' TO WS-BT-PEND-SW
           MOVE SPACES TO WS-BT-REASON
           MOVE 'N' TO WS-PGM-BAD-PARM-SW
           MOVE ZERO TO WS-PGM-CITIZEN-ID-DIGITS
           IF TRAN-CITIZEN-ID IS NUMERIC THEN
              MOVE TRAN-CITIZEN-ID TO WS-PGM-CITIZEN-ID-DIGITS
           END-IF
           MOVE ZERO TO WS-PGM-SURVIVOR-ID-DIGITS
           IF TRAN-SURVIVOR-ID IS NUMERIC THEN
              MOVE TRAN-SURVIVOR-ID TO WS-PGM-SURVIVOR-ID-DIGITS
           END-IF
           MOVE SPACES TO WS-PGM-MOTHER-ID
           MOVE SPACES TO WS-PGM-FATHER-ID
           IF TRAN-MODE = 'PR' THEN
              MOVE TRAN-REL-MOTHER-ID TO WS-PGM-MOTHER-ID
              MOVE TRAN-REL-FATHER-ID TO WS-PGM-FATHER-ID
           END-IF
           MOVE TRAN-BDATE  TO WS-PGM-BDATE-DIGITS
           MOVE TRAN-GENDER TO WS-PGM-GENDER-CHAR
           MOVE TRAN-ALIVE  TO WS-PGM-ALIVE-CHAR
           MOVE TRAN-DDATE  TO WS-PGM-DDATE-DIGITS
           MOVE TRAN-NAME   TO WS-PGM-NAME
           MOVE TRAN-BPLACE TO WS-PGM-BPLACE
           MOVE SPACES TO WS-PGM-BTIME
           MOVE SPACES TO WS-PGM-REGION
           IF TRAN-MODE = 'AD' OR TRAN-MODE = 'CH' THEN
              MOVE TRAN-BTIME  TO WS-PGM-BTIME
              MOVE TRAN-REGION TO WS-PGM-REGION
           END-IF
           MOVE TRAN-MODE   TO WS-PGM-MODE
           PERFORM PARA-VALIDATE-PARM
           EVALUATE TRUE
      *    MASQUERADES AS A SECURITY REFUSAL
              WHEN WS-PGM-MODE NOT = 'AD' AND
                   WS-PGM-MODE NOT = 'CH' AND
                   WS-PGM-MODE NOT = 'IN' AND
                   WS-PGM-MODE NOT = 'MG' AND
                   WS-PGM-MODE NOT = 'PR'
                 MOVE 'UNKNOWN TRANSACTION MODE' TO WS-BT-REASON
              WHEN WS-PGM-BAD-PARM
                 MOVE 'MISSING OR INVALID REQUIRED FIELDS'
                          PERFORM PARA-CHANGE-CITIZEN
                       WHEN 'IN'
                          PERFORM PARA-INACTIVATE-CITIZEN
                       WHEN 'MG'
                          PERFORM PARA-MERGE-CITIZEN
                       WHEN 'PR'
                          PERFORM PARA-RELATE-CITIZEN
                    END-EVALUATE
                 END-IF
           END-EVALUATE
           MOVE 'BT' TO WS-PGM-MODE
           PERFORM PARA-BATCH-DISPOSE
           IF WS-BT-OK THEN
              IF WS-BT-PEND THEN
                 ADD 1 TO WS-BT-PENDING
              ELSE
                 ADD 1 TO WS-BT-ACCEPTED
              END-IF
              ADD 1 TO WS-BT-SINCE-COMMIT
              IF WS-BT-SINCE-COMMIT >= WS-BT-COMMIT-EVERY THEN
                 PERFORM PARA-BATCH-COMMIT
           MOVE TRAN-R(1:25) TO DISP-IMAGE
           MOVE TRAN-NAME TO DISP-NAME
           IF WS-BT-OK THEN
              IF WS-BT-PEND THEN
      *    QUEUED FOR APPROVAL - NOT A REJECT, SO NCRECYCL LEAVES IT
                 MOVE 'PENDING' TO DISP-STATUS
                 MOVE WS-BT-REASON TO DISP-REASON
              ELSE
                 MOVE 'ACCEPTED' TO DISP-STATUS
              END-IF
           ELSE
              MOVE 'REJECTED' TO DISP-STATUS
              MOVE WS-BT-REASON TO DISP-REASON
       PARA-FETCH-BEFORE-IMAGE.
           MOVE 'N' TO WS-OLD-FOUND-SW
           EXEC SQL
              SELECT BDATE, GENDER, ALIVE, DDATE, NAME, BPLACE,
                     BTIME, REGION, MERGED_INTO
              INTO :WS-QOLD-BDATE :WS-QOLD-BDATE-IND,
                   :WS-QOLD-GENDER :WS-QOLD-GENDER-IND,
                   :WS-QOLD-ALIVE :WS-QOLD-ALIVE-IND,
                   :WS-QOLD-DDATE :WS-QOLD-DDATE-IND,
                   :WS-QOLD-NAME :WS-QOLD-NAME-IND,
                   :WS-QOLD-BPLACE :WS-QOLD-BPLACE-IND,
                   :WS-QOLD-BTIME :WS-QOLD-BTIME-IND,
                   :WS-QOLD-REGION :WS-QOLD-REGION-IND,
                   :WS-QOLD-MERGED :WS-QOLD-MERGED-IND
              FROM CITIZENS
              WHERE CITIZEN_ID = :WS-QCITIZEN-ID
           END-EXEC
      ******************************************************************
       PARA-FETCH-AFTER-IMAGE.
           EXEC SQL
              SELECT BDATE, GENDER, ALIVE, DDATE, NAME, BPLACE,
                     BTIME, REGION
              INTO :WS-QNEW-BDATE :WS-QNEW-BDATE-IND,
                   :WS-QNEW-GENDER :WS-QNEW-GENDER-IND,
                   :WS-QNEW-ALIVE :WS-QNEW-ALIVE-IND,
                   :WS-QNEW-DDATE :WS-QNEW-DDATE-IND,
                   :WS-QNEW-NAME :WS-QNEW-NAME-IND,
                   :WS-QNEW-BPLACE :WS-QNEW-BPLACE-IND,
                   :WS-QNEW-BTIME :WS-QNEW-BTIME-IND,
                   :WS-QNEW-REGION :WS-QNEW-REGION-IND
              FROM CITIZENS
              WHERE CITIZEN_ID = :WS-QCITIZEN-ID
           END-EXEC
           MOVE -1 TO WS-QOLD-DDATE-IND
           MOVE -1 TO WS-QOLD-NAME-IND
           MOVE -1 TO WS-QOLD-BPLACE-IND
           MOVE -1 TO WS-QOLD-BTIME-IND
           MOVE -1 TO WS-QOLD-REGION-IND
           PERFORM PARA-FETCH-AFTER-IMAGE
           PERFORM PARA-WRITE-CHANGE-HISTORY
           EXIT.
           MOVE WS-RUN-USER TO WS-QHIST-USER
           MOVE 'B'         TO WS-QHIST-ORIGIN
           MOVE WS-PGM-MODE TO WS-QHIST-MODE
           IF WS-PGM-MODE NOT = 'MG' THEN
              MOVE ZERO TO WS-QHIST-MERGE-ID
              MOVE -1 TO WS-QHIST-MERGE-IND
           END-IF
           EXEC SQL
              INSERT INTO CITIZENS_HIST
                 (CITIZEN_ID, CHG_TS, CHG_USER, CHG_ORIGIN, CHG_MODE,
                  OLD_BDATE, OLD_GENDER, OLD_ALIVE, OLD_DDATE,
                  OLD_NAME, OLD_BPLACE,
                  NEW_BDATE, NEW_GENDER, NEW_ALIVE, NEW_DDATE,
                  NEW_NAME, NEW_BPLACE, MERGE_ID,
                  OLD_BTIME, NEW_BTIME, OLD_REGION, NEW_REGION)
              VALUES
                 (:WS-QCITIZEN-ID, CURRENT TIMESTAMP,
                  :WS-QHIST-USER, :WS-QHIST-ORIGIN, :WS-QHIST-MODE,
                  :WS-QNEW-ALIVE :WS-QNEW-ALIVE-IND,
                  :WS-QNEW-DDATE :WS-QNEW-DDATE-IND,
                  :WS-QNEW-NAME :WS-QNEW-NAME-IND,
                  :WS-QNEW-BPLACE :WS-QNEW-BPLACE-IND,
                  :WS-QHIST-MERGE-ID :WS-QHIST-MERGE-IND,
                  :WS-QOLD-BTIME :WS-QOLD-BTIME-IND,
                  :WS-QNEW-BTIME :WS-QNEW-BTIME-IND,
                  :WS-QOLD-REGION :WS-QOLD-REGION-IND,
                  :WS-QNEW-REGION :WS-QNEW-REGION-IND)
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM PARA-HIST-FATAL
                    :WS-QNEW-ALIVE :WS-QNEW-ALIVE-IND,
                    :WS-QNEW-DDATE :WS-QNEW-DDATE-IND,
                    :WS-QNEW-NAME :WS-QNEW-NAME-IND,
                    :WS-QNEW-BPLACE :WS-QNEW-BPLACE-IND,
                    :WS-QHIST-MERGE-ID :WS-QHIST-MERGE-IND,
                    :WS-QOLD-BTIME :WS-QOLD-BTIME-IND,
                    :WS-QNEW-BTIME :WS-QNEW-BTIME-IND,
                    :WS-QHIST-APPR-USER :WS-QHIST-APPR-IND,
                    :WS-QOLD-REGION :WS-QOLD-REGION-IND,
                    :WS-QNEW-REGION :WS-QNEW-REGION-IND
              END-EXEC
              EVALUATE SQLCODE
                 WHEN ZERO
              ' ORIGIN=', WS-QHIST-ORIGIN, ' MODE=', WS-QHIST-MODE
           PERFORM PARA-HI-EDIT-OLD
           DISPLAY '   BEFORE: BDATE=', WS-HI-BDATE,
              ' T=', WS-HI-BTIME, ' R=', WS-HI-REGION,
              ' G=', WS-HI-G, ' A=', WS-HI-A,
              ' DDATE=', WS-HI-DDATE, ' ', WS-HI-NAME,
              ' ', WS-HI-BPLACE
           PERFORM PARA-HI-EDIT-NEW
           DISPLAY '   AFTER : BDATE=', WS-HI-BDATE,
              ' T=', WS-HI-BTIME, ' R=', WS-HI-REGION,
              ' G=', WS-HI-G, ' A=', WS-HI-A,
              ' DDATE=', WS-HI-DDATE, ' ', WS-HI-NAME,
              ' ', WS-HI-BPLACE
           IF WS-QHIST-MERGE-IND NOT < 0 THEN
              DISPLAY '   MERGE WITH CITIZEN_ID=', WS-QHIST-MERGE-ID
           END-IF
           IF WS-QHIST-APPR-IND NOT < 0 THEN
              DISPLAY '   APPROVED BY ', WS-QHIST-APPR-USER
           END-IF
           EXIT.
       PARA-HI-EDIT-OLD.
           IF WS-QOLD-BDATE-IND < 0 THEN
           ELSE
              MOVE WS-QOLD-BPLACE TO WS-HI-BPLACE
           END-IF
           IF WS-QOLD-BTIME-IND < 0 THEN
              MOVE '*NULL*' TO WS-HI-BTIME
           ELSE
              MOVE WS-QOLD-BTIME TO WS-HI-BTIME
           END-IF
           IF WS-QOLD-REGION-IND < 0 THEN
              MOVE '*NULL*' TO WS-HI-REGION
           ELSE
              MOVE WS-QOLD-REGION TO WS-HI-REGION
           END-IF
           EXIT.
       PARA-HI-EDIT-NEW.
           IF WS-QNEW-BDATE-IND < 0 THEN
           ELSE
              MOVE WS-QNEW-BPLACE TO WS-HI-BPLACE
           END-IF
           IF WS-QNEW-BTIME-IND < 0 THEN
              MOVE '*NULL*' TO WS-HI-BTIME
           ELSE
              MOVE WS-QNEW-BTIME TO WS-HI-BTIME
           END-IF
           IF WS-QNEW-REGION-IND < 0 THEN
              MOVE '*NULL*' TO WS-HI-REGION
           ELSE
              MOVE WS-QNEW-REGION TO WS-HI-REGION
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH WTO - ONE OPERATOR MESSAGE TO THE CONSOLE, SAME
