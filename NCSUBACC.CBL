       IDENTIFICATION DIVISION.
       PROGRAM-ID. NCSUBACC.
      ******************************************************************
      *                      NAKSHATRA CITIZEN
      *                      (VEDIC ASTROLOGY)
      *                      SUBJECT ACCESS DOSSIER
      ******************************************************************
      *    ABOUT
      *          WHEN A CITIZEN EXERCISES THE RIGHT OF ACCESS WE HAVE
      *          TO SEND EVERYTHING WE HOLD ABOUT THEM, AND THAT USED
      *          TO MEAN FIVE PEOPLE SEARCHING FIVE DATASETS. THIS PGM
      *          TAKES ONE CITIZEN_ID AND ASSEMBLES ONE DOSSIER ON
      *          NCDOSS, LAID OUT AS A LETTER READY TO PRINT AND SEND:
      *            1 THE CURRENT CITIZENS ROW (AND ITS CITIZENS_REL
      *              PARENT LINKS)
      *            2 EVERY CITIZENS_HIST IMAGE, OLDEST FIRST - THE
      *              SAME CURSOR AND NULL EDITING AS NCITMAIN MODE
      *              'HI' (KEPT IN STEP BY HAND)
      *            3 OPEN CITIZENS_PEND ITEMS AWAITING APPROVAL
      *            4 NCSECLOG REFUSED ATTEMPTS AGAINST THE RECORD
      *            5 NCEXCP EXCEPTIONS (NCITIZEN SWEEPS, AND THE
      *              STATISTICS OFFICE REJECTIONS NCEXTOUT ROUTES)
      *            6 NCDQVIO RULE VIOLATIONS (NCDQAUDT)
      *            7 NCMDIFF DIFFERENCES (NCEXTMCH)
      *            8 NCRCYC TRANSACTIONS WAITING TO BE RESUBMITTED
      *            9 NCESCL TRANSACTIONS ESCALATED FOR REVIEW
      *           10 ANY SOURCE THAT COULD NOT BE READ - THE DOSSIER
      *              IS STILL PRODUCED, BUT SAYS PLAINLY WHICH PART
      *              OF IT IS MISSING AND WHY, AND THE RUN ENDS RC 4
      *          A TRANSACTION ON NCRCYC/NCESCL BELONGS TO THE CITIZEN
      *          WHEN IT CARRIES THE CITIZEN_ID IN COLS 4-12, AS THE
      *          SURVIVOR OF AN 'MG' (COLS 88-96) OR A PARENT ON A 'PR'
      *          (COLS 14-22/24-32). AN 'AD' HAS NO CITIZEN_ID YET, SO
      *          IT IS MATCHED ON THE NAME OF THE CURRENT ROW.
      *          STAFF USER IDS ARE LEFT OUT OF THE LETTER (THE
      *          CHANGE ORIGIN IS SHOWN INSTEAD); THEY STAY ON THE
      *          SOURCE DATASETS FOR THE AUDITORS.
      *
      *          EVERY REQUEST IS LOGGED TO NCSARLOG (WHO, WHEN, WHICH
      *          CITIZEN, THE CASE REFERENCE, HOW MANY ITEMS WENT OUT
      *          AND WHICH SOURCES WERE MISSING) - ALSO WHEN THE
      *          CITIZEN IS NOT ON CITIZENS AT ALL.
      *          READ ONLY - NOTHING IS CHANGED.
      *
      ******************************************************************
      *          COPYRIGHT:  GNU GPLV3 LICENSE 2023
      *          AUTHOR:     PRZEMYSLAW ADAM KUPISZ
      *          VERSION:    ALPHA
      *
      *    ARGUMENTS FROM JCL
      *    POS 1-9   CITIZEN_ID (9 DIGITS, REQUIRED)
      *    POS 11-30 CASE REFERENCE OF THE REQUEST (OPTIONAL)
      *    EXAMPLES
      *       PARM='000000042,SAR-2026-0017'
      *
      *    RETURN CODES
      *          0 - DOSSIER COMPLETE
      *          4 - DOSSIER PRODUCED, BUT AT LEAST ONE SOURCE COULD
      *              NOT BE READ - SEE ITS LAST SECTION
      *         12 - BAD PARM, OR NCDOSS CANNOT BE OPENED
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE LETTER-READY DOSSIER
           SELECT RECDOSS ASSIGN TO NCDOSS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-DOSS.
      *    LOG OF EVERY SUBJECT ACCESS REQUEST SERVED
           SELECT OPTIONAL RECSARL ASSIGN TO NCSARLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-SARL.
      *    THE SEQUENTIAL SOURCES - NOT OPTIONAL, SO A MISSING ONE
      *    FAILS ITS OPEN AND IS REPORTED INSTEAD OF LOOKING EMPTY
           SELECT RECSECL ASSIGN TO NCSECLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-SECL.
           SELECT RECEXCP ASSIGN TO NCEXCP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-EXCP.
           SELECT RECVIO ASSIGN TO NCDQVIO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-VIO.
           SELECT RECDIFF ASSIGN TO NCMDIFF
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-DIFF.
           SELECT RECRCYC ASSIGN TO NCRCYC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-RCYC.
           SELECT RECESCL ASSIGN TO NCESCL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ESCL.
       DATA DIVISION.
       FILE SECTION.
       FD RECDOSS
           RECORDING MODE IS F.
       01 DOSS-R                      PIC   X(80).
      ******************************************************************
      *    REQUEST LOG RECORD - ONE PER RUN
      ******************************************************************
       FD RECSARL
           RECORDING MODE IS F.
       01 SARL-R.
        05 SARL-USER                  PIC   X(8).
        05 FILLER                     PIC   X.
        05 SARL-DATE                  PIC   9(8).
        05 FILLER                     PIC   X.
        05 SARL-TIME                  PIC   9(6).
        05 FILLER                     PIC   X.
        05 SARL-CITIZEN-ID            PIC   9(9).
        05 FILLER                     PIC   X.
        05 SARL-REFERENCE             PIC   X(20).
        05 FILLER                     PIC   X.
        05 SARL-ROW-FOUND             PIC   X.
        05 FILLER                     PIC   X.
        05 SARL-ITEMS                 PIC   9(7).
        05 FILLER                     PIC   X.
        05 SARL-UNREAD-CNT            PIC   9(2).
        05 FILLER                     PIC   X.
        05 SARL-UNREAD-LIST           PIC   X(40).
        05 FILLER                     PIC   X(11).
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
      *    SAME EXCEPTION RECORD NCITIZEN'S PARA-WRITE-EXCEPTION WRITES
      ******************************************************************
       FD RECEXCP
           RECORDING MODE IS F.
       01 RECV01-EXCP-R.
        05 RECV01-EXCP-CITIZEN-ID     PIC   9(9).
        05 FILLER                     PIC   X.
        05 RECV01-EXCP-COLUMN         PIC   X(8).
        05 FILLER                     PIC   X.
        05 RECV01-EXCP-DETAIL         PIC   X(30).
        05 FILLER                     PIC   X.
        05 RECV01-EXCP-NAME           PIC   X(30).
      ******************************************************************
      *    SAME VIOLATION RECORD AS NCDQAUDT'S VIO-R
      ******************************************************************
       FD RECVIO
           RECORDING MODE IS F.
       01 VIO-R.
        05 VIO-RULE                   PIC   X(3).
        05 FILLER                     PIC   X.
        05 VIO-CITIZEN-ID             PIC   9(9).
        05 FILLER                     PIC   X.
        05 VIO-NAME                   PIC   X(30).
        05 FILLER                     PIC   X.
        05 VIO-DETAIL                 PIC   X(40).
        05 FILLER                     PIC   X(15).
      ******************************************************************
      *    SAME DIFFERENCE RECORD AS NCEXTMCH'S DIFF-R
      ******************************************************************
       FD RECDIFF
           RECORDING MODE IS F.
       01 DIFF-R.
        05 DIFF-TAG                   PIC   X(8).
        05 FILLER                     PIC   X.
        05 DIFF-CITIZEN-ID            PIC   9(9).
        05 FILLER                     PIC   X.
        05 DIFF-FIELD                 PIC   X(6).
        05 FILLER                     PIC   X.
        05 DIFF-OURS                  PIC   X(10).
        05 FILLER                     PIC   X.
        05 DIFF-THEIRS                PIC   X(10).
        05 FILLER                     PIC   X.
        05 DIFF-NAME                  PIC   X(30).
        05 FILLER                     PIC   X(54).
      ******************************************************************
      *    SAME RECYCLE AND ESCALATION RECORDS AS NCRECYCL'S - BOTH
      *    CARRY A WHOLE NCTRAN RECORD, VIEWED THROUGH WS-TRAN-VIEW
      ******************************************************************
       FD RECRCYC
           RECORDING MODE IS F.
       01 RCYC-R                      PIC   X(100).
       FD RECESCL
           RECORDING MODE IS F.
       01 ESCL-R.
        05 ESCL-TRAN                  PIC   X(100).
        05 FILLER                     PIC   X.
        05 ESCL-REASON                PIC   X(40).
        05 FILLER                     PIC   X(9).
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
        05 WS-QCITIZEN-ID       PIC   S9(9) COMP-5.
      *    THE CURRENT ROW
        05 WS-QBDATE            PIC   X(10).
        05 WS-QGENDER           PIC   9.
        05 WS-QALIVE            PIC   9.
        05 WS-QDDATE            PIC   X(10).
        05 WS-QNAME             PIC   X(30).
        05 WS-QBPLACE           PIC   X(20).
        05 WS-QBTIME            PIC   X(8).
        05 WS-QMERGED-INTO      PIC   S9(9) COMP-5.
        05 WS-QREGION           PIC   XX.
        05 WS-QBDATE-IND        PIC   S9(4) COMP-5.
        05 WS-QGENDER-IND       PIC   S9(4) COMP-5.
        05 WS-QALIVE-IND        PIC   S9(4) COMP-5.
        05 WS-QDDATE-IND        PIC   S9(4) COMP-5.
        05 WS-QNAME-IND         PIC   S9(4) COMP-5.
        05 WS-QBPLACE-IND       PIC   S9(4) COMP-5.
        05 WS-QBTIME-IND        PIC   S9(4) COMP-5.
        05 WS-QMERGED-IND       PIC   S9(4) COMP-5.
      *    CITIZENS_REL PARENT LINKS
        05 WS-QREL-MOTHER-ID    PIC   S9(9) COMP-5.
        05 WS-QREL-FATHER-ID    PIC   S9(9) COMP-5.
        05 WS-QREL-MOTHER-IND   PIC   S9(4) COMP-5.
        05 WS-QREL-FATHER-IND   PIC   S9(4) COMP-5.
      *    HISTORY IMAGES - SAME HOST VARIABLES AS NCITMAIN'S 'HI'.
      *    THE NEW IMAGE SET ALSO CARRIES A PENDING ITEM'S VALUES
        05 WS-QOLD-BDATE        PIC   X(10).
        05 WS-QOLD-GENDER       PIC   9.
        05 WS-QOLD-ALIVE        PIC   9.
        05 WS-QOLD-DDATE        PIC   X(10).
        05 WS-QOLD-NAME         PIC   X(30).
        05 WS-QOLD-BPLACE       PIC   X(20).
        05 WS-QOLD-BDATE-IND    PIC   S9(4) COMP-5.
        05 WS-QOLD-GENDER-IND   PIC   S9(4) COMP-5.
        05 WS-QOLD-ALIVE-IND    PIC   S9(4) COMP-5.
        05 WS-QOLD-DDATE-IND    PIC   S9(4) COMP-5.
        05 WS-QOLD-NAME-IND     PIC   S9(4) COMP-5.
        05 WS-QOLD-BPLACE-IND   PIC   S9(4) COMP-5.
        05 WS-QOLD-BTIME        PIC   X(8).
        05 WS-QOLD-BTIME-IND    PIC   S9(4) COMP-5.
        05 WS-QOLD-REGION       PIC   XX.
        05 WS-QOLD-REGION-IND   PIC   S9(4) COMP-5.
        05 WS-QNEW-BDATE        PIC   X(10).
        05 WS-QNEW-GENDER       PIC   9.
        05 WS-QNEW-ALIVE        PIC   9.
        05 WS-QNEW-DDATE        PIC   X(10).
        05 WS-QNEW-NAME         PIC   X(30).
        05 WS-QNEW-BPLACE       PIC   X(20).
        05 WS-QNEW-BDATE-IND    PIC   S9(4) COMP-5.
        05 WS-QNEW-GENDER-IND   PIC   S9(4) COMP-5.
        05 WS-QNEW-ALIVE-IND    PIC   S9(4) COMP-5.
        05 WS-QNEW-DDATE-IND    PIC   S9(4) COMP-5.
        05 WS-QNEW-NAME-IND     PIC   S9(4) COMP-5.
        05 WS-QNEW-BPLACE-IND   PIC   S9(4) COMP-5.
        05 WS-QNEW-BTIME        PIC   X(8).
        05 WS-QNEW-BTIME-IND    PIC   S9(4) COMP-5.
        05 WS-QNEW-REGION       PIC   XX.
        05 WS-QNEW-REGION-IND   PIC   S9(4) COMP-5.
        05 WS-QHIST-USER        PIC   X(8).
        05 WS-QHIST-ORIGIN      PIC   X.
        05 WS-QHIST-MODE        PIC   X(2).
        05 WS-QHIST-TS          PIC   X(26).
        05 WS-QHIST-MERGE-ID    PIC   9(9).
        05 WS-QHIST-MERGE-IND   PIC   S9(4) COMP-5.
        05 WS-QHIST-APPR-USER   PIC   X(8).
        05 WS-QHIST-APPR-IND    PIC   S9(4) COMP-5.
      *    OPEN CITIZENS_PEND ITEMS
        05 WS-QPND-ID           PIC   S9(9) COMP-5.
        05 WS-QPND-MODE         PIC   X(2).
        05 WS-QPND-SW           PIC   X(7).
        05 WS-QMAKER-ORIGIN     PIC   X.
        05 WS-QMAKER-TS         PIC   X(26).
           EXEC SQL END DECLARE SECTION
           END-EXEC.
      ******************************************************************
      *    FULL CHANGE HISTORY OF ONE CITIZEN, OLDEST FIRST - SAME
      *    CURSOR AS NCITMAIN'S MODE 'HI'
      ******************************************************************
           EXEC SQL
              DECLARE CRSH CURSOR FOR
              SELECT
              CHG_TS, CHG_USER, CHG_ORIGIN, CHG_MODE,
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
      *    THE CITIZEN'S ITEMS STILL WAITING FOR A CHECKER, OLDEST
      *    FIRST
      ******************************************************************
           EXEC SQL
              DECLARE CRSP CURSOR FOR
              SELECT
              PEND_ID, PEND_MODE, PEND_SW,
              PEND_BDATE, PEND_GENDER, PEND_ALIVE, PEND_DDATE,
              PEND_NAME, PEND_BPLACE, PEND_BTIME,
              MAKER_ORIGIN, CHAR(MAKER_TS)
              FROM CITIZENS_PEND
              WHERE CITIZEN_ID = :WS-QCITIZEN-ID
              AND PEND_STATUS = 'P'
              ORDER BY MAKER_TS, PEND_ID
              FOR FETCH ONLY
           END-EXEC.
      ******************************************************************
      *  END OF SQL VARIABLES & STRUCTURES
      ******************************************************************
       01 WS-PGM-ARGS.
        05 WS-CITIZEN-ID      PIC   9(9).
        05 WS-CITIZEN-ID-X REDEFINES WS-CITIZEN-ID PIC X(9).
        05 WS-REFERENCE       PIC   X(20).
        05 WS-RUN-USER        PIC   X(8).
        05 WS-RUN-DATE        PIC   9(8).
        05 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
         10 WS-RUN-YYYY       PIC   X(4).
         10 WS-RUN-MM         PIC   XX.
         10 WS-RUN-DD         PIC   XX.
        05 WS-RUN-TIME        PIC   9(8).
      ******************************************************************
      *    THE CURRENT ROW'S NAME, FOR MATCHING 'AD' TRANSACTIONS AND
      *    FOR THE SALUTATION
      ******************************************************************
       01 WS-ROW-CONTROL.
        05 WS-ROW-FOUND-SW    PIC   X VALUE 'N'.
           88 WS-ROW-FOUND        VALUE 'Y'.
        05 WS-ROW-NAME        PIC   X(30) VALUE SPACES.
      ******************************************************************
      *    A RECYCLED OR ESCALATED TRANSACTION - SAME COLUMNS AS
      *    NCITMAIN'S TRAN-R, WITH THE 'MG' SURVIVOR AND THE 'PR'
      *    PARENT KEYS OVERLAID WHERE THOSE MODES CARRY THEM
      ******************************************************************
       01 WS-TRAN-VIEW.
        05 WS-TV-MODE         PIC   AA.
        05 FILLER             PIC   X.
        05 WS-TV-CITIZEN-ID   PIC   X(9).
        05 FILLER             PIC   X.
        05 WS-TV-BDATE        PIC   X(8).
        05 FILLER             PIC   X.
        05 WS-TV-GENDER       PIC   X.
        05 FILLER             PIC   X.
        05 WS-TV-ALIVE        PIC   X.
        05 FILLER             PIC   X.
        05 WS-TV-DDATE        PIC   X(8).
        05 FILLER             PIC   X.
        05 WS-TV-NAME         PIC   X(30).
        05 FILLER             PIC   X.
        05 WS-TV-BPLACE       PIC   X(20).
        05 FILLER             PIC   X.
        05 WS-TV-SURVIVOR-ID  PIC   X(9).
        05 FILLER             PIC   X(4).
       01 WS-TRAN-VIEW-PR REDEFINES WS-TRAN-VIEW.
        05 FILLER             PIC   X(13).
        05 WS-TV-MOTHER-ID    PIC   X(9).
        05 FILLER             PIC   X.
        05 WS-TV-FATHER-ID    PIC   X(9).
        05 FILLER             PIC   X(68).
       01 WS-TV-MINE-SW       PIC   X.
           88 WS-TV-MINE          VALUE 'Y'.
      ******************************************************************
      *    EDITED IMAGE FIELDS - SAME '-' FOR A NULL COLUMN AS
      *    NCITMAIN'S PARA-HI-EDIT-OLD/NEW, WITH THE CODES SPELLED OUT
      *    FOR THE LETTER
      ******************************************************************
       01 WS-IMAGE-EDIT.
        05 WS-HI-BDATE        PIC   X(10).
        05 WS-HI-BTIME        PIC   X(8).
        05 WS-HI-G            PIC   X(8).
        05 WS-HI-A            PIC   X(8).
        05 WS-HI-DDATE        PIC   X(10).
        05 WS-HI-NAME         PIC   X(30).
        05 WS-HI-BPLACE       PIC   X(20).
        05 WS-HI-EMPTY-SW     PIC   X.
           88 WS-HI-EMPTY         VALUE 'Y'.
        05 WS-HI-LABEL        PIC   X(8).
        05 WS-EDIT-GENDER     PIC   X.
        05 WS-EDIT-ALIVE      PIC   X.
        05 WS-WORD            PIC   X(20).
        05 WS-WORD2           PIC   X(20).
        05 WS-SECT-TITLE      PIC   X(50).
      ******************************************************************
      *    SOURCES THAT COULD NOT BE READ - ONE LINE EACH FOR THE
      *    LETTER, THE SHORT NAMES STRUNG TOGETHER FOR THE LOG
      ******************************************************************
       01 WS-UNREAD-TABLE.
        05 WS-UR-CNT          PIC   S9(4) COMP-5 VALUE ZERO.
        05 WS-UR-LINE         PIC   X(70) OCCURS 12 TIMES.
        05 WS-UR-LIST         PIC   X(40) VALUE SPACES.
        05 WS-UR-PTR          PIC   S9(4) COMP-5 VALUE 1.
       01 WS-UR-SOURCE        PIC   X(13).
       01 WS-UR-WHY           PIC   X(30).
      ******************************************************************
       01 WS-COUNTS.
        05 WS-ITEMS           PIC   9(7) VALUE ZERO.
        05 WS-SECT-ITEMS      PIC   9(7) VALUE ZERO.
        05 WS-IDX             PIC   S9(4) COMP-5.
        05 WS-CNT-D           PIC   Z(6)9.
        05 WS-ID-D            PIC   9(9).
        05 WS-SQLCODE-D       PIC   -(8)9.
        05 WS-SECT-NO         PIC   Z9.
        05 WS-SECT-CTR        PIC   99 VALUE ZERO.
      ******************************************************************
      *    DOSSIER LINE BUILT HERE AND WRITTEN BY PARA-PUT-LINE
      ******************************************************************
       01 WS-DL               PIC   X(80).
       01 WS-DL-LABEL REDEFINES WS-DL.
        05 FILLER             PIC   X(4).
        05 WS-DL-CAPTION      PIC   X(24).
        05 WS-DL-VALUE        PIC   X(52).
       01 WS-RULE-LINE        PIC   X(80) VALUE ALL '-'.
      ******************************************************************
       01 WS-EOF-FLAG         PIC   A VALUE 'N'.
       01 WS-FS-DOSS          PIC   XX.
       01 WS-FS-SARL          PIC   XX.
       01 WS-FS-SECL          PIC   XX.
       01 WS-FS-EXCP          PIC   XX.
       01 WS-FS-VIO           PIC   XX.
       01 WS-FS-DIFF          PIC   XX.
       01 WS-FS-RCYC          PIC   XX.
       01 WS-FS-ESCL          PIC   XX.
       01 WS-FS-ANY           PIC   XX.
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
           IF PARM-LENGTH < 9 OR PARM-DATA(1:9) IS NOT NUMERIC THEN
              DISPLAY 'ERROR:   PARM POS 1-9 MUST BE THE CITIZEN_ID'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE PARM-DATA(1:9) TO WS-CITIZEN-ID
           MOVE SPACES TO WS-REFERENCE
           IF PARM-LENGTH > 10 THEN
              MOVE PARM-DATA(11:20) TO WS-REFERENCE
           END-IF
           ACCEPT WS-RUN-USER FROM USERNAME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-CITIZEN-ID TO WS-QCITIZEN-ID
           OPEN OUTPUT RECDOSS
           IF WS-FS-DOSS NOT = '00' THEN
              DISPLAY 'ERROR:   CANNOT OPEN NCDOSS. FS=', WS-FS-DOSS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM PARA-READ-CURRENT-ROW
           PERFORM PARA-LETTER-HEAD
           PERFORM PARA-SECT-CURRENT-ROW
           PERFORM PARA-SECT-HISTORY
           PERFORM PARA-SECT-PENDING
           PERFORM PARA-SECT-SECLOG
           PERFORM PARA-SECT-EXCEPTIONS
           PERFORM PARA-SECT-VIOLATIONS
           PERFORM PARA-SECT-DIFFERENCES
           PERFORM PARA-SECT-RECYCLE
           PERFORM PARA-SECT-ESCALATED
           PERFORM PARA-SECT-UNREADABLE
           PERFORM PARA-LETTER-CLOSE
           CLOSE RECDOSS
           IF WS-UR-CNT > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM PARA-LOG-REQUEST
           MOVE WS-ITEMS TO WS-CNT-D
           DISPLAY 'NCSUBACC: DOSSIER FOR CITIZEN_ID ', WS-CITIZEN-ID,
              ' WRITTEN - ', WS-CNT-D, ' ITEMS, ', WS-UR-CNT,
              ' SOURCES UNREADABLE. RC=', RETURN-CODE
           STOP RUN.
      ******************************************************************
      *    PARAGRAPH READ CURRENT ROW - AHEAD OF THE LETTER HEAD, SO
      *    THE SALUTATION CAN USE THE NAME ON RECORD
      ******************************************************************
       PARA-READ-CURRENT-ROW.
           EXEC SQL
              SELECT BDATE, GENDER, ALIVE, DDATE, NAME, BPLACE,
                     BTIME, MERGED_INTO, REGION
              INTO :WS-QBDATE :WS-QBDATE-IND,
                   :WS-QGENDER :WS-QGENDER-IND,
                   :WS-QALIVE :WS-QALIVE-IND,
                   :WS-QDDATE :WS-QDDATE-IND,
                   :WS-QNAME :WS-QNAME-IND,
                   :WS-QBPLACE :WS-QBPLACE-IND,
                   :WS-QBTIME :WS-QBTIME-IND,
                   :WS-QMERGED-INTO :WS-QMERGED-IND,
                   :WS-QREGION
              FROM CITIZENS
              WHERE CITIZEN_ID = :WS-QCITIZEN-ID
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZERO
                 MOVE 'Y' TO WS-ROW-FOUND-SW
                 IF WS-QNAME-IND >= 0 THEN
                    MOVE WS-QNAME TO WS-ROW-NAME
                 END-IF
              WHEN +100
                 CONTINUE
              WHEN OTHER
                 MOVE 'CITIZENS' TO WS-UR-SOURCE
                 PERFORM PARA-NOTE-SQL-FAILURE
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH LETTER HEAD
      ******************************************************************
       PARA-LETTER-HEAD.
           MOVE 'NAKSHATRA CITIZEN REGISTRY' TO WS-DL
           PERFORM PARA-PUT-LINE
           MOVE 'DATA PROTECTION OFFICE' TO WS-DL
           PERFORM PARA-PUT-LINE
           PERFORM PARA-PUT-LINE
           STRING 'DATE:          ' WS-RUN-YYYY '-' WS-RUN-MM '-'
              WS-RUN-DD
              DELIMITED BY SIZE INTO WS-DL
           END-STRING
           PERFORM PARA-PUT-LINE
           IF WS-REFERENCE NOT = SPACES THEN
              STRING 'OUR REFERENCE: ' WS-REFERENCE
                 DELIMITED BY SIZE INTO WS-DL
              END-STRING
              PERFORM PARA-PUT-LINE
           END-IF
           STRING 'CITIZEN NUMBER: ' WS-CITIZEN-ID
              DELIMITED BY SIZE INTO WS-DL
           END-STRING
           PERFORM PARA-PUT-LINE
           PERFORM PARA-PUT-LINE
           IF WS-ROW-NAME = SPACES THEN
              MOVE 'DEAR CITIZEN,' TO WS-DL
           ELSE
              STRING 'DEAR ' WS-ROW-NAME DELIMITED BY '  '
                 ',' DELIMITED BY SIZE INTO WS-DL
              END-STRING
           END-IF
           PERFORM PARA-PUT-LINE
           PERFORM PARA-PUT-LINE
           MOVE 'SUBJECT ACCESS REQUEST' TO WS-DL
           PERFORM PARA-PUT-LINE
           PERFORM PARA-PUT-LINE
           MOVE 'IN ANSWER TO YOUR REQUEST FOR ACCESS, THIS LETTER'
              TO WS-DL
           PERFORM PARA-PUT-LINE
           MOVE 'SETS OUT EVERY ITEM THE REGISTRY HOLDS UNDER YOUR'
              TO WS-DL
           PERFORM PARA-PUT-LINE
           MOVE 'CITIZEN NUMBER, TAKEN FROM EACH OF OUR RECORDS ON THE'
              TO WS-DL
           PERFORM PARA-PUT-LINE
           MOVE 'DATE ABOVE. A SECTION WITH NOTHING IN IT MEANS THAT'
              TO WS-DL
           PERFORM PARA-PUT-LINE
           MOVE 'RECORD HOLDS NOTHING ABOUT YOU.' TO WS-DL
           PERFORM PARA-PUT-LINE
           EXIT.
      ******************************************************************
      *    PARAGRAPH SECT CURRENT ROW - THE ROW AS IT STANDS, THE
      *    MERGE POINTER AND THE PARENT LINKS
      ******************************************************************
       PARA-SECT-CURRENT-ROW.
           MOVE 'YOUR CURRENT REGISTRY RECORD' TO WS-SECT-TITLE
           PERFORM PARA-SECT-HEAD
           IF NOT WS-ROW-FOUND THEN
              MOVE '    NO CURRENT RECORD IS HELD UNDER THIS NUMBER.'
                 TO WS-DL
              PERFORM PARA-PUT-LINE
           ELSE
              ADD 1 TO WS-ITEMS
              MOVE WS-QBDATE     TO WS-QNEW-BDATE
              MOVE WS-QGENDER    TO WS-QNEW-GENDER
              MOVE WS-QALIVE     TO WS-QNEW-ALIVE
              MOVE WS-QDDATE     TO WS-QNEW-DDATE
              MOVE WS-QNAME      TO WS-QNEW-NAME
              MOVE WS-QBPLACE    TO WS-QNEW-BPLACE
              MOVE WS-QBTIME     TO WS-QNEW-BTIME
              MOVE WS-QBDATE-IND  TO WS-QNEW-BDATE-IND
              MOVE WS-QGENDER-IND TO WS-QNEW-GENDER-IND
              MOVE WS-QALIVE-IND  TO WS-QNEW-ALIVE-IND
              MOVE WS-QDDATE-IND  TO WS-QNEW-DDATE-IND
              MOVE WS-QNAME-IND   TO WS-QNEW-NAME-IND
              MOVE WS-QBPLACE-IND TO WS-QNEW-BPLACE-IND
              MOVE WS-QBTIME-IND  TO WS-QNEW-BTIME-IND
              PERFORM PARA-HI-EDIT-NEW
              MOVE 'NAME' TO WS-DL-CAPTION
              MOVE WS-HI-NAME TO WS-DL-VALUE
              PERFORM PARA-PUT-LINE
              MOVE 'DATE OF BIRTH' TO WS-DL-CAPTION
              MOVE WS-HI-BDATE TO WS-DL-VALUE
              PERFORM PARA-PUT-LINE
              MOVE 'TIME OF BIRTH' TO WS-DL-CAPTION
              MOVE WS-HI-BTIME TO WS-DL-VALUE
              PERFORM PARA-PUT-LINE
              MOVE 'PLACE OF BIRTH' TO WS-DL-CAPTION
              MOVE WS-HI-BPLACE TO WS-DL-VALUE
              PERFORM PARA-PUT-LINE
              MOVE 'GENDER' TO WS-DL-CAPTION
              MOVE WS-HI-G TO WS-DL-VALUE
              PERFORM PARA-PUT-LINE
              MOVE 'STATUS' TO WS-DL-CAPTION
              MOVE WS-HI-A TO WS-DL-VALUE
              PERFORM PARA-PUT-LINE
              MOVE 'DATE OF DEATH' TO WS-DL-CAPTION
              MOVE WS-HI-DDATE TO WS-DL-VALUE
              PERFORM PARA-PUT-LINE
              MOVE 'REGISTRY REGION' TO WS-DL-CAPTION
              IF WS-QREGION = '00' THEN
                 MOVE '00 (NOT YET ASSIGNED TO A REGION)'
                    TO WS-DL-VALUE
              ELSE
                 MOVE WS-QREGION TO WS-DL-VALUE
              END-IF
              PERFORM PARA-PUT-LINE
              IF WS-QMERGED-IND >= 0 THEN
                 MOVE WS-QMERGED-INTO TO WS-ID-D
                 MOVE 'MERGED INTO' TO WS-DL-CAPTION
                 STRING 'CITIZEN NUMBER ' WS-ID-D ' (DUPLICATE)'
                    DELIMITED BY SIZE INTO WS-DL-VALUE
                 END-STRING
                 PERFORM PARA-PUT-LINE
              END-IF
              PERFORM PARA-READ-PARENTS
           END-IF
           EXIT.
       PARA-READ-PARENTS.
           EXEC SQL
              SELECT MOTHER_ID, FATHER_ID
              INTO :WS-QREL-MOTHER-ID :WS-QREL-MOTHER-IND,
                   :WS-QREL-FATHER-ID :WS-QREL-FATHER-IND
              FROM CITIZENS_REL
              WHERE CITIZEN_ID = :WS-QCITIZEN-ID
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZERO
                 IF WS-QREL-MOTHER-IND >= 0 THEN
                    MOVE WS-QREL-MOTHER-ID TO WS-ID-D
                    MOVE 'MOTHER' TO WS-DL-CAPTION
                    STRING 'CITIZEN NUMBER ' WS-ID-D
                       DELIMITED BY SIZE INTO WS-DL-VALUE
                    END-STRING
                    PERFORM PARA-PUT-LINE
                 END-IF
                 IF WS-QREL-FATHER-IND >= 0 THEN
                    MOVE WS-QREL-FATHER-ID TO WS-ID-D
                    MOVE 'FATHER' TO WS-DL-CAPTION
                    STRING 'CITIZEN NUMBER ' WS-ID-D
                       DELIMITED BY SIZE INTO WS-DL-VALUE
                    END-STRING
                    PERFORM PARA-PUT-LINE
                 END-IF
              WHEN +100
                 CONTINUE
              WHEN OTHER
                 MOVE 'CITIZENS_REL' TO WS-UR-SOURCE
                 PERFORM PARA-NOTE-SQL-FAILURE
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH SECT HISTORY - EVERY CITIZENS_HIST IMAGE, THREE
      *    TO FIVE LINES PER CHANGE: WHEN/HOW, BEFORE, AFTER, MERGE
      ******************************************************************
       PARA-SECT-HISTORY.
           MOVE 'CHANGES MADE TO YOUR RECORD' TO WS-SECT-TITLE
           PERFORM PARA-SECT-HEAD
           MOVE ZERO TO WS-SECT-ITEMS
           EXEC SQL
              OPEN CRSH
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              MOVE 'CITIZENS_HIST' TO WS-UR-SOURCE
              PERFORM PARA-NOTE-SQL-FAILURE
           ELSE
              PERFORM UNTIL SQLCODE NOT = 0
                 EXEC SQL
                    FETCH CRSH INTO
                       :WS-QHIST-TS, :WS-QHIST-USER,
                       :WS-QHIST-ORIGIN, :WS-QHIST-MODE,
                       :WS-QOLD-BDATE :WS-QOLD-BDATE-IND,
                       :WS-QOLD-GENDER :WS-QOLD-GENDER-IND,
                       :WS-QOLD-ALIVE :WS-QOLD-ALIVE-IND,
                       :WS-QOLD-DDATE :WS-QOLD-DDATE-IND,
                       :WS-QOLD-NAME :WS-QOLD-NAME-IND,
                       :WS-QOLD-BPLACE :WS-QOLD-BPLACE-IND,
                       :WS-QNEW-BDATE :WS-QNEW-BDATE-IND,
                       :WS-QNEW-GENDER :WS-QNEW-GENDER-IND,
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
                       ADD 1 TO WS-SECT-ITEMS
                       PERFORM PARA-HI-SHOW-ROW
                    WHEN +100
                       CONTINUE
                    WHEN OTHER
                       MOVE 'CITIZENS_HIST' TO WS-UR-SOURCE
                       PERFORM PARA-NOTE-SQL-FAILURE
                 END-EVALUATE
              END-PERFORM
              EXEC SQL
                 CLOSE CRSH
              END-EXEC
           END-IF
           PERFORM PARA-SECT-FOOT
           EXIT.
       PARA-HI-SHOW-ROW.
           PERFORM PARA-PUT-LINE
           PERFORM PARA-WORD-MODE
           MOVE WS-WORD TO WS-WORD2
           MOVE WS-QHIST-ORIGIN TO WS-EDIT-ALIVE
           PERFORM PARA-WORD-ORIGIN
           STRING '  ' WS-QHIST-TS(1:10) ' AT ' WS-QHIST-TS(12:8)
              '  ' DELIMITED BY SIZE
              WS-WORD2 DELIMITED BY '  '
              ' ' DELIMITED BY SIZE
              WS-WORD DELIMITED BY '  '
              INTO WS-DL
           END-STRING
           PERFORM PARA-PUT-LINE
           PERFORM PARA-HI-EDIT-OLD
           MOVE 'BEFORE' TO WS-HI-LABEL
           PERFORM PARA-HI-PUT-IMAGE
           PERFORM PARA-HI-EDIT-NEW
           MOVE 'AFTER' TO WS-HI-LABEL
           PERFORM PARA-HI-PUT-IMAGE
           IF WS-QHIST-MERGE-IND NOT < 0 THEN
              STRING '    MERGED WITH CITIZEN NUMBER ' WS-QHIST-MERGE-ID
                 DELIMITED BY SIZE INTO WS-DL
              END-STRING
              PERFORM PARA-PUT-LINE
           END-IF
      *    A REGION TRANSFER - ONLY ROWS WRITTEN SINCE CITIZENS
      *    CARRIES A REGION HAVE THE TWO COLUMNS
           IF WS-QOLD-REGION-IND NOT < 0 AND
              WS-QNEW-REGION-IND NOT < 0 AND
              WS-QOLD-REGION NOT = WS-QNEW-REGION THEN
              STRING '    REGISTRY REGION MOVED FROM ' WS-QOLD-REGION
                 ' TO ' WS-QNEW-REGION
                 DELIMITED BY SIZE INTO WS-DL
              END-STRING
              PERFORM PARA-PUT-LINE
           END-IF
           IF WS-QHIST-APPR-IND NOT < 0 THEN
              MOVE '    CHANGE CHECKED AND APPROVED BY A SUPERVISOR'
                 TO WS-DL
              PERFORM PARA-PUT-LINE
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH HI PUT IMAGE - ONE BEFORE/AFTER IMAGE ON TWO
      *    LINES, OR ONE WHEN THE WHOLE IMAGE IS NULL (THE BEFORE
      *    IMAGE OF AN ADD, THE AFTER IMAGE OF A REMOVAL)
      ******************************************************************
       PARA-HI-PUT-IMAGE.
           IF WS-HI-EMPTY THEN
              STRING '    ' WS-HI-LABEL ': (NO RECORD)'
                 DELIMITED BY SIZE INTO WS-DL
              END-STRING
              PERFORM PARA-PUT-LINE
           ELSE
              STRING '    ' WS-HI-LABEL ': BORN ' WS-HI-BDATE ' AT '
                 WS-HI-BTIME ' ' WS-HI-G ' ' WS-HI-A ' DIED '
                 WS-HI-DDATE
                 DELIMITED BY SIZE INTO WS-DL
              END-STRING
              PERFORM PARA-PUT-LINE
              STRING '              NAME ' WS-HI-NAME ' PLACE '
                 WS-HI-BPLACE
                 DELIMITED BY SIZE INTO WS-DL
              END-STRING
              PERFORM PARA-PUT-LINE
           END-IF
           EXIT.
       PARA-HI-EDIT-OLD.
           MOVE 'Y' TO WS-HI-EMPTY-SW
           IF WS-QOLD-BDATE-IND < 0 THEN
              MOVE '-' TO WS-HI-BDATE
           ELSE
              MOVE WS-QOLD-BDATE TO WS-HI-BDATE
              MOVE 'N' TO WS-HI-EMPTY-SW
           END-IF
           IF WS-QOLD-GENDER-IND < 0 THEN
              MOVE '-' TO WS-EDIT-GENDER
           ELSE
              MOVE WS-QOLD-GENDER TO WS-EDIT-GENDER
              MOVE 'N' TO WS-HI-EMPTY-SW
           END-IF
           IF WS-QOLD-ALIVE-IND < 0 THEN
              MOVE '-' TO WS-EDIT-ALIVE
           ELSE
              MOVE WS-QOLD-ALIVE TO WS-EDIT-ALIVE
              MOVE 'N' TO WS-HI-EMPTY-SW
           END-IF
           IF WS-QOLD-DDATE-IND < 0 THEN
              MOVE '-' TO WS-HI-DDATE
           ELSE
              MOVE WS-QOLD-DDATE TO WS-HI-DDATE
           END-IF
           IF WS-QOLD-NAME-IND < 0 THEN
              MOVE '-' TO WS-HI-NAME
           ELSE
              MOVE WS-QOLD-NAME TO WS-HI-NAME
              MOVE 'N' TO WS-HI-EMPTY-SW
           END-IF
           IF WS-QOLD-BPLACE-IND < 0 THEN
              MOVE '-' TO WS-HI-BPLACE
           ELSE
              MOVE WS-QOLD-BPLACE TO WS-HI-BPLACE
           END-IF
           IF WS-QOLD-BTIME-IND < 0 THEN
              MOVE '-' TO WS-HI-BTIME
           ELSE
              MOVE WS-QOLD-BTIME TO WS-HI-BTIME
           END-IF
           PERFORM PARA-WORD-CODES
           EXIT.
       PARA-HI-EDIT-NEW.
           MOVE 'Y' TO WS-HI-EMPTY-SW
           IF WS-QNEW-BDATE-IND < 0 THEN
              MOVE '-' TO WS-HI-BDATE
           ELSE
              MOVE WS-QNEW-BDATE TO WS-HI-BDATE
              MOVE 'N' TO WS-HI-EMPTY-SW
           END-IF
           IF WS-QNEW-GENDER-IND < 0 THEN
              MOVE '-' TO WS-EDIT-GENDER
           ELSE
              MOVE WS-QNEW-GENDER TO WS-EDIT-GENDER
              MOVE 'N' TO WS-HI-EMPTY-SW
           END-IF
           IF WS-QNEW-ALIVE-IND < 0 THEN
              MOVE '-' TO WS-EDIT-ALIVE
           ELSE
              MOVE WS-QNEW-ALIVE TO WS-EDIT-ALIVE
              MOVE 'N' TO WS-HI-EMPTY-SW
           END-IF
           IF WS-QNEW-DDATE-IND < 0 THEN
              MOVE '-' TO WS-HI-DDATE
           ELSE
              MOVE WS-QNEW-DDATE TO WS-HI-DDATE
           END-IF
           IF WS-QNEW-NAME-IND < 0 THEN
              MOVE '-' TO WS-HI-NAME
           ELSE
              MOVE WS-QNEW-NAME TO WS-HI-NAME
              MOVE 'N' TO WS-HI-EMPTY-SW
           END-IF
           IF WS-QNEW-BPLACE-IND < 0 THEN
              MOVE '-' TO WS-HI-BPLACE
           ELSE
              MOVE WS-QNEW-BPLACE TO WS-HI-BPLACE
           END-IF
           IF WS-QNEW-BTIME-IND < 0 THEN
              MOVE '-' TO WS-HI-BTIME
           ELSE
              MOVE WS-QNEW-BTIME TO WS-HI-BTIME
           END-IF
           PERFORM PARA-WORD-CODES
           EXIT.
      ******************************************************************
      *    PARAGRAPH WORD CODES - GENDER 1=MALE 0=FEMALE 2=OTHER AND
      *    ALIVE 1/0 AS NCITIZEN COUNTS THEM, SPELLED OUT
      ******************************************************************
       PARA-WORD-CODES.
           EVALUATE WS-EDIT-GENDER
              WHEN '1'
                 MOVE 'MALE' TO WS-HI-G
              WHEN '0'
                 MOVE 'FEMALE' TO WS-HI-G
              WHEN '2'
                 MOVE 'OTHER' TO WS-HI-G
              WHEN '-'
                 MOVE '-' TO WS-HI-G
              WHEN OTHER
                 MOVE SPACES TO WS-HI-G
                 STRING 'CODE ' WS-EDIT-GENDER
                    DELIMITED BY SIZE INTO WS-HI-G
                 END-STRING
           END-EVALUATE
           EVALUATE WS-EDIT-ALIVE
              WHEN '1'
                 MOVE 'LIVING' TO WS-HI-A
              WHEN '0'
                 MOVE 'DECEASED' TO WS-HI-A
              WHEN '-'
                 MOVE '-' TO WS-HI-A
              WHEN OTHER
                 MOVE SPACES TO WS-HI-A
                 STRING 'CODE ' WS-EDIT-ALIVE
                    DELIMITED BY SIZE INTO WS-HI-A
                 END-STRING
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    PARAGRAPHS WORD ORIGIN / WORD MODE - HOW AND WHAT, IN PLAIN
      *    WORDS (THE ORIGIN LETTER RIDES IN WS-EDIT-ALIVE, THE MODE
      *    IN WS-QHIST-MODE)
      ******************************************************************
       PARA-WORD-ORIGIN.
           EVALUATE WS-EDIT-ALIVE
              WHEN 'B'
                 MOVE 'BY BATCH UPDATE' TO WS-WORD
              WHEN 'O'
                 MOVE 'AT A REGISTRY DESK' TO WS-WORD
              WHEN 'Q'
                 MOVE 'BY NOTIFICATION' TO WS-WORD
              WHEN 'A'
                 MOVE 'ON APPROVAL' TO WS-WORD
              WHEN OTHER
                 MOVE 'BY THE REGISTRY' TO WS-WORD
           END-EVALUATE
           EXIT.
       PARA-WORD-MODE.
           EVALUATE WS-QHIST-MODE
              WHEN 'AD'
                 MOVE 'RECORD CREATED' TO WS-WORD
              WHEN 'CH'
                 MOVE 'DETAILS CHANGED' TO WS-WORD
              WHEN 'IN'
                 MOVE 'RECORDED DECEASED' TO WS-WORD
              WHEN 'MG'
                 MOVE 'DUPLICATE MERGED' TO WS-WORD
              WHEN 'BO'
                 MOVE 'CHANGE REVERSED' TO WS-WORD
              WHEN 'PR'
                 MOVE 'PARENTS RECORDED' TO WS-WORD
              WHEN OTHER
                 MOVE SPACES TO WS-WORD
                 STRING 'CHANGE TYPE ' WS-QHIST-MODE
                    DELIMITED BY SIZE INTO WS-WORD
                 END-STRING
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH SECT PENDING - CITIZENS_PEND ITEMS STILL OPEN,
      *    EACH WITH THE VALUES IT WOULD SET (PEND_SW POSITIONS 1-7 =
      *    BDATE, GENDER, ALIVE, DDATE, NAME, BPLACE, BTIME - SAME AS
      *    NCITMAIN QUEUES THEM)
      ******************************************************************
       PARA-SECT-PENDING.
           MOVE 'CHANGES AWAITING APPROVAL' TO WS-SECT-TITLE
           PERFORM PARA-SECT-HEAD
           MOVE ZERO TO WS-SECT-ITEMS
           EXEC SQL
              OPEN CRSP
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              MOVE 'CITIZENS_PEND' TO WS-UR-SOURCE
              PERFORM PARA-NOTE-SQL-FAILURE
           ELSE
              PERFORM UNTIL SQLCODE NOT = 0
                 EXEC SQL
                    FETCH CRSP INTO
                       :WS-QPND-ID, :WS-QPND-MODE, :WS-QPND-SW,
                       :WS-QNEW-BDATE :WS-QNEW-BDATE-IND,
                       :WS-QNEW-GENDER :WS-QNEW-GENDER-IND,
                       :WS-QNEW-ALIVE :WS-QNEW-ALIVE-IND,
                       :WS-QNEW-DDATE :WS-QNEW-DDATE-IND,
                       :WS-QNEW-NAME :WS-QNEW-NAME-IND,
                       :WS-QNEW-BPLACE :WS-QNEW-BPLACE-IND,
                       :WS-QNEW-BTIME :WS-QNEW-BTIME-IND,
                       :WS-QMAKER-ORIGIN, :WS-QMAKER-TS
                 END-EXEC
                 EVALUATE SQLCODE
                    WHEN ZERO
                       ADD 1 TO WS-SECT-ITEMS
                       PERFORM PARA-PEND-SHOW-ROW
                    WHEN +100
                       CONTINUE
                    WHEN OTHER
                       MOVE 'CITIZENS_PEND' TO WS-UR-SOURCE
                       PERFORM PARA-NOTE-SQL-FAILURE
                 END-EVALUATE
              END-PERFORM
              EXEC SQL
                 CLOSE CRSP
              END-EXEC
           END-IF
           PERFORM PARA-SECT-FOOT
           EXIT.
       PARA-PEND-SHOW-ROW.
           PERFORM PARA-PUT-LINE
           MOVE WS-QPND-MODE TO WS-QHIST-MODE
           PERFORM PARA-WORD-MODE
           MOVE WS-WORD TO WS-WORD2
           MOVE WS-QMAKER-ORIGIN TO WS-EDIT-ALIVE
           PERFORM PARA-WORD-ORIGIN
           STRING '  ' WS-QMAKER-TS(1:10) ' AT ' WS-QMAKER-TS(12:8)
              '  ' DELIMITED BY SIZE
              WS-WORD2 DELIMITED BY '  '
              ' ' DELIMITED BY SIZE
              WS-WORD DELIMITED BY '  '
              INTO WS-DL
           END-STRING
           PERFORM PARA-PUT-LINE
           PERFORM PARA-HI-EDIT-NEW
           IF WS-QPND-SW(1:1) = 'Y' THEN
              MOVE 'NEW DATE OF BIRTH' TO WS-DL-CAPTION
              MOVE WS-HI-BDATE TO WS-DL-VALUE
              PERFORM PARA-PUT-LINE
           END-IF
           IF WS-QPND-SW(2:1) = 'Y' THEN
              MOVE 'NEW GENDER' TO WS-DL-CAPTION
              MOVE WS-HI-G TO WS-DL-VALUE
              PERFORM PARA-PUT-LINE
           END-IF
           IF WS-QPND-SW(3:1) = 'Y' THEN
              MOVE 'NEW STATUS' TO WS-DL-CAPTION
              MOVE WS-HI-A TO WS-DL-VALUE
              PERFORM PARA-PUT-LINE
           END-IF
           IF WS-QPND-SW(4:1) = 'Y' THEN
              MOVE 'NEW DATE OF DEATH' TO WS-DL-CAPTION
              MOVE WS-HI-DDATE TO WS-DL-VALUE
              PERFORM PARA-PUT-LINE
           END-IF
           IF WS-QPND-SW(5:1) = 'Y' THEN
              MOVE 'NEW NAME' TO WS-DL-CAPTION
              MOVE WS-HI-NAME TO WS-DL-VALUE
              PERFORM PARA-PUT-LINE
           END-IF
           IF WS-QPND-SW(6:1) = 'Y' THEN
              MOVE 'NEW PLACE OF BIRTH' TO WS-DL-CAPTION
              MOVE WS-HI-BPLACE TO WS-DL-VALUE
              PERFORM PARA-PUT-LINE
           END-IF
           IF WS-QPND-SW(7:1) = 'Y' THEN
              MOVE 'NEW TIME OF BIRTH' TO WS-DL-CAPTION
              MOVE WS-HI-BTIME TO WS-DL-VALUE
              PERFORM PARA-PUT-LINE
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH SECT SECLOG - REFUSED ATTEMPTS AGAINST THE RECORD
      ******************************************************************
       PARA-SECT-SECLOG.
           MOVE 'REFUSED ATTEMPTS' TO WS-SECT-TITLE
           PERFORM PARA-SECT-HEAD
           MOVE ZERO TO WS-SECT-ITEMS
           OPEN INPUT RECSECL
           IF WS-FS-SECL NOT = '00' THEN
              MOVE 'NCSECLOG' TO WS-UR-SOURCE
              MOVE WS-FS-SECL TO WS-FS-ANY
              PERFORM PARA-NOTE-FILE-FAILURE
           ELSE
              MOVE 'N' TO WS-EOF-FLAG
              PERFORM UNTIL WS-EOF-FLAG = 'Y' OR
                 WS-FS-SECL(1:1) NOT = '0'
                 READ RECSECL
                    AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                    NOT AT END
                       IF SECL-CITIZEN-ID = WS-CITIZEN-ID THEN
                          ADD 1 TO WS-SECT-ITEMS
                          MOVE SECL-MODE TO WS-QHIST-MODE
                          PERFORM PARA-WORD-MODE
                          STRING '  ' SECL-DATE(1:4) '-'
                             SECL-DATE(5:2) '-' SECL-DATE(7:2)
                             '  REFUSED, NOT AUTHORIZED: ' WS-WORD
                             DELIMITED BY SIZE INTO WS-DL
                          END-STRING
                          PERFORM PARA-PUT-LINE
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-FS-SECL NOT = '10' THEN
                 MOVE 'NCSECLOG' TO WS-UR-SOURCE
                 MOVE WS-FS-SECL TO WS-FS-ANY
                 PERFORM PARA-NOTE-FILE-FAILURE
              END-IF
              CLOSE RECSECL
           END-IF
           PERFORM PARA-SECT-FOOT
           EXIT.
      ******************************************************************
      *    PARAGRAPH SECT EXCEPTIONS - NCEXCP, ONE LINE PER SWEEP THAT
      *    COULD NOT PROCESS THE ROW
      ******************************************************************
       PARA-SECT-EXCEPTIONS.
           MOVE 'PROCESSING EXCEPTIONS' TO WS-SECT-TITLE
           PERFORM PARA-SECT-HEAD
           MOVE ZERO TO WS-SECT-ITEMS
           OPEN INPUT RECEXCP
           IF WS-FS-EXCP NOT = '00' THEN
              MOVE 'NCEXCP' TO WS-UR-SOURCE
              MOVE WS-FS-EXCP TO WS-FS-ANY
              PERFORM PARA-NOTE-FILE-FAILURE
           ELSE
              MOVE 'N' TO WS-EOF-FLAG
              PERFORM UNTIL WS-EOF-FLAG = 'Y' OR
                 WS-FS-EXCP(1:1) NOT = '0'
                 READ RECEXCP
                    AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                    NOT AT END
                       IF RECV01-EXCP-CITIZEN-ID = WS-CITIZEN-ID THEN
                          ADD 1 TO WS-SECT-ITEMS
                          STRING '  FIELD ' RECV01-EXCP-COLUMN '  '
                             RECV01-EXCP-DETAIL
                             DELIMITED BY SIZE INTO WS-DL
                          END-STRING
                          PERFORM PARA-PUT-LINE
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-FS-EXCP NOT = '10' THEN
                 MOVE 'NCEXCP' TO WS-UR-SOURCE
                 MOVE WS-FS-EXCP TO WS-FS-ANY
                 PERFORM PARA-NOTE-FILE-FAILURE
              END-IF
              CLOSE RECEXCP
           END-IF
           PERFORM PARA-SECT-FOOT
           EXIT.
      ******************************************************************
      *    PARAGRAPH SECT VIOLATIONS - NCDQVIO DATA QUALITY FINDINGS
      ******************************************************************
       PARA-SECT-VIOLATIONS.
           MOVE 'DATA QUALITY FINDINGS' TO WS-SECT-TITLE
           PERFORM PARA-SECT-HEAD
           MOVE ZERO TO WS-SECT-ITEMS
           OPEN INPUT RECVIO
           IF WS-FS-VIO NOT = '00' THEN
              MOVE 'NCDQVIO' TO WS-UR-SOURCE
              MOVE WS-FS-VIO TO WS-FS-ANY
              PERFORM PARA-NOTE-FILE-FAILURE
           ELSE
              MOVE 'N' TO WS-EOF-FLAG
              PERFORM UNTIL WS-EOF-FLAG = 'Y' OR
                 WS-FS-VIO(1:1) NOT = '0'
                 READ RECVIO
                    AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                    NOT AT END
                       IF VIO-CITIZEN-ID = WS-CITIZEN-ID THEN
                          ADD 1 TO WS-SECT-ITEMS
                          STRING '  RULE ' VIO-RULE '  ' VIO-DETAIL
                             DELIMITED BY SIZE INTO WS-DL
                          END-STRING
                          PERFORM PARA-PUT-LINE
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-FS-VIO NOT = '10' THEN
                 MOVE 'NCDQVIO' TO WS-UR-SOURCE
                 MOVE WS-FS-VIO TO WS-FS-ANY
                 PERFORM PARA-NOTE-FILE-FAILURE
              END-IF
              CLOSE RECVIO
           END-IF
           PERFORM PARA-SECT-FOOT
           EXIT.
      ******************************************************************
      *    PARAGRAPH SECT DIFFERENCES - NCMDIFF, OURS AGAINST THE
      *    NATIONAL STATISTICS OFFICE EXTRACT
      ******************************************************************
       PARA-SECT-DIFFERENCES.
           MOVE 'EXTERNAL REGISTRY' TO WS-SECT-TITLE
           PERFORM PARA-SECT-HEAD
           MOVE ZERO TO WS-SECT-ITEMS
           OPEN INPUT RECDIFF
           IF WS-FS-DIFF NOT = '00' THEN
              MOVE 'NCMDIFF' TO WS-UR-SOURCE
              MOVE WS-FS-DIFF TO WS-FS-ANY
              PERFORM PARA-NOTE-FILE-FAILURE
           ELSE
              MOVE 'N' TO WS-EOF-FLAG
              PERFORM UNTIL WS-EOF-FLAG = 'Y' OR
                 WS-FS-DIFF(1:1) NOT = '0'
                 READ RECDIFF
                    AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                    NOT AT END
                       IF DIFF-CITIZEN-ID = WS-CITIZEN-ID THEN
                          ADD 1 TO WS-SECT-ITEMS
                          STRING '  ' DIFF-TAG ' ' DIFF-FIELD
                             '  OURS ' DIFF-OURS
                             '  THEIRS ' DIFF-THEIRS
                             DELIMITED BY SIZE INTO WS-DL
                          END-STRING
                          PERFORM PARA-PUT-LINE
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-FS-DIFF NOT = '10' THEN
                 MOVE 'NCMDIFF' TO WS-UR-SOURCE
                 MOVE WS-FS-DIFF TO WS-FS-ANY
                 PERFORM PARA-NOTE-FILE-FAILURE
              END-IF
              CLOSE RECDIFF
           END-IF
           PERFORM PARA-SECT-FOOT
           EXIT.
      ******************************************************************
      *    PARAGRAPH SECT RECYCLE - NCRCYC TRANSACTIONS WAITING TO BE
      *    CORRECTED AND RESUBMITTED
      ******************************************************************
       PARA-SECT-RECYCLE.
           MOVE 'WAITING CORRECTIONS' TO WS-SECT-TITLE
           PERFORM PARA-SECT-HEAD
           MOVE ZERO TO WS-SECT-ITEMS
           OPEN INPUT RECRCYC
           IF WS-FS-RCYC NOT = '00' THEN
              MOVE 'NCRCYC' TO WS-UR-SOURCE
              MOVE WS-FS-RCYC TO WS-FS-ANY
              PERFORM PARA-NOTE-FILE-FAILURE
           ELSE
              MOVE 'N' TO WS-EOF-FLAG
              PERFORM UNTIL WS-EOF-FLAG = 'Y' OR
                 WS-FS-RCYC(1:1) NOT = '0'
                 READ RECRCYC
                    AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                    NOT AT END
                       MOVE RCYC-R TO WS-TRAN-VIEW
                       PERFORM PARA-TRAN-IS-MINE
                       IF WS-TV-MINE THEN
                          ADD 1 TO WS-SECT-ITEMS
                          PERFORM PARA-TRAN-SHOW
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-FS-RCYC NOT = '10' THEN
                 MOVE 'NCRCYC' TO WS-UR-SOURCE
                 MOVE WS-FS-RCYC TO WS-FS-ANY
                 PERFORM PARA-NOTE-FILE-FAILURE
              END-IF
              CLOSE RECRCYC
           END-IF
           PERFORM PARA-SECT-FOOT
           EXIT.
      ******************************************************************
      *    PARAGRAPH SECT ESCALATED - NCESCL TRANSACTIONS REFERRED FOR
      *    REVIEW, WITH THE LAST REASON THEY WERE TURNED DOWN
      ******************************************************************
       PARA-SECT-ESCALATED.
           MOVE 'REFERRED FOR REVIEW' TO WS-SECT-TITLE
           PERFORM PARA-SECT-HEAD
           MOVE ZERO TO WS-SECT-ITEMS
           OPEN INPUT RECESCL
           IF WS-FS-ESCL NOT = '00' THEN
              MOVE 'NCESCL' TO WS-UR-SOURCE
              MOVE WS-FS-ESCL TO WS-FS-ANY
              PERFORM PARA-NOTE-FILE-FAILURE
           ELSE
              MOVE 'N' TO WS-EOF-FLAG
              PERFORM UNTIL WS-EOF-FLAG = 'Y' OR
                 WS-FS-ESCL(1:1) NOT = '0'
                 READ RECESCL
                    AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                    NOT AT END
                       MOVE ESCL-TRAN TO WS-TRAN-VIEW
                       PERFORM PARA-TRAN-IS-MINE
                       IF WS-TV-MINE THEN
                          ADD 1 TO WS-SECT-ITEMS
                          PERFORM PARA-TRAN-SHOW
                          STRING '    REASON: ' ESCL-REASON
                             DELIMITED BY SIZE INTO WS-DL
                          END-STRING
                          PERFORM PARA-PUT-LINE
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-FS-ESCL NOT = '10' THEN
                 MOVE 'NCESCL' TO WS-UR-SOURCE
                 MOVE WS-FS-ESCL TO WS-FS-ANY
                 PERFORM PARA-NOTE-FILE-FAILURE
              END-IF
              CLOSE RECESCL
           END-IF
           PERFORM PARA-SECT-FOOT
           EXIT.
      ******************************************************************
      *    PARAGRAPH TRAN IS MINE - DOES THE TRANSACTION IN
      *    WS-TRAN-VIEW CONCERN THIS CITIZEN (SEE ABOUT)
      ******************************************************************
       PARA-TRAN-IS-MINE.
           MOVE 'N' TO WS-TV-MINE-SW
           EVALUATE TRUE
              WHEN WS-TV-CITIZEN-ID = WS-CITIZEN-ID-X
                 MOVE 'Y' TO WS-TV-MINE-SW
              WHEN WS-TV-MODE = 'MG' AND
                   WS-TV-SURVIVOR-ID = WS-CITIZEN-ID-X
                 MOVE 'Y' TO WS-TV-MINE-SW
              WHEN WS-TV-MODE = 'PR' AND
                  (WS-TV-MOTHER-ID = WS-CITIZEN-ID-X OR
                   WS-TV-FATHER-ID = WS-CITIZEN-ID-X)
                 MOVE 'Y' TO WS-TV-MINE-SW
              WHEN WS-TV-MODE = 'AD' AND WS-ROW-NAME NOT = SPACES AND
                   WS-TV-NAME = WS-ROW-NAME
                 MOVE 'Y' TO WS-TV-MINE-SW
           END-EVALUATE
           EXIT.
       PARA-TRAN-SHOW.
           MOVE WS-TV-MODE TO WS-QHIST-MODE
           PERFORM PARA-WORD-MODE
           IF WS-TV-MODE = 'PR' AND
              WS-TV-CITIZEN-ID NOT = WS-CITIZEN-ID-X THEN
              STRING '  ' WS-WORD '  (YOU AS PARENT OF '
                 WS-TV-CITIZEN-ID ')'
                 DELIMITED BY SIZE INTO WS-DL
              END-STRING
           ELSE
              STRING '  ' WS-WORD
                 DELIMITED BY SIZE INTO WS-DL
              END-STRING
           END-IF
           PERFORM PARA-PUT-LINE
           IF WS-TV-MODE NOT = 'PR' AND WS-TV-MODE NOT = 'MG' THEN
              STRING '    BORN ' WS-TV-BDATE ' GENDER ' WS-TV-GENDER
                 ' ALIVE ' WS-TV-ALIVE ' DIED ' WS-TV-DDATE
                 DELIMITED BY SIZE INTO WS-DL
              END-STRING
              PERFORM PARA-PUT-LINE
              STRING '    NAME ' WS-TV-NAME ' PLACE ' WS-TV-BPLACE
                 DELIMITED BY SIZE INTO WS-DL
              END-STRING
              PERFORM PARA-PUT-LINE
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH SECT UNREADABLE - WHAT THIS LETTER COULD NOT
      *    INCLUDE, SOURCE BY SOURCE
      ******************************************************************
       PARA-SECT-UNREADABLE.
           MOVE 'SOURCES NOT READ' TO WS-SECT-TITLE
           PERFORM PARA-SECT-HEAD
           IF WS-UR-CNT = ZERO THEN
              MOVE '    EVERY RECORD LISTED ABOVE WAS READ IN FULL.'
                 TO WS-DL
              PERFORM PARA-PUT-LINE
           ELSE
              MOVE 'THE FOLLOWING COULD NOT BE READ FOR THIS LETTER.'
                 TO WS-DL(5:)
              PERFORM PARA-PUT-LINE
              MOVE 'A SUPPLEMENTARY LETTER WILL FOLLOW ONCE THEY HAVE'
                 TO WS-DL(5:)
              PERFORM PARA-PUT-LINE
              MOVE 'BEEN CHECKED:' TO WS-DL(5:)
              PERFORM PARA-PUT-LINE
              PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-UR-CNT
                 STRING '      ' WS-UR-LINE(WS-IDX)
                    DELIMITED BY SIZE INTO WS-DL
                 END-STRING
                 PERFORM PARA-PUT-LINE
              END-PERFORM
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH LETTER CLOSE
      ******************************************************************
       PARA-LETTER-CLOSE.
           PERFORM PARA-PUT-LINE
           MOVE WS-RULE-LINE TO WS-DL
           PERFORM PARA-PUT-LINE
           PERFORM PARA-PUT-LINE
           MOVE 'IF ANY OF THIS IS WRONG YOU MAY ASK US TO CORRECT IT,'
              TO WS-DL
           PERFORM PARA-PUT-LINE
           MOVE 'QUOTING THE REFERENCE AT THE TOP OF THIS LETTER.'
              TO WS-DL
           PERFORM PARA-PUT-LINE
           PERFORM PARA-PUT-LINE
           MOVE 'YOURS FAITHFULLY,' TO WS-DL
           PERFORM PARA-PUT-LINE
           PERFORM PARA-PUT-LINE
           PERFORM PARA-PUT-LINE
           MOVE 'DATA PROTECTION OFFICER' TO WS-DL
           PERFORM PARA-PUT-LINE
           MOVE 'NAKSHATRA CITIZEN REGISTRY' TO WS-DL
           PERFORM PARA-PUT-LINE
           EXIT.
      ******************************************************************
      *    PARAGRAPH SECT HEAD / SECT FOOT - NUMBERED HEADING FROM
      *    WS-SECT-TITLE; ITEM COUNT (OR 'NOTHING HELD') FROM
      *    WS-SECT-ITEMS
      ******************************************************************
       PARA-SECT-HEAD.
           ADD 1 TO WS-SECT-CTR
           MOVE WS-SECT-CTR TO WS-SECT-NO
           PERFORM PARA-PUT-LINE
           MOVE WS-RULE-LINE TO WS-DL
           PERFORM PARA-PUT-LINE
           STRING WS-SECT-NO '. ' WS-SECT-TITLE
              DELIMITED BY SIZE INTO WS-DL
           END-STRING
           PERFORM PARA-PUT-LINE
           MOVE WS-RULE-LINE TO WS-DL
           PERFORM PARA-PUT-LINE
           EXIT.
       PARA-SECT-FOOT.
           PERFORM PARA-PUT-LINE
           IF WS-SECT-ITEMS = ZERO THEN
              MOVE '    NOTHING HELD.' TO WS-DL
           ELSE
              ADD WS-SECT-ITEMS TO WS-ITEMS
              MOVE WS-SECT-ITEMS TO WS-CNT-D
              STRING '    ' WS-CNT-D ' ENTRIES.'
                 DELIMITED BY SIZE INTO WS-DL
              END-STRING
           END-IF
           PERFORM PARA-PUT-LINE
           EXIT.
      ******************************************************************
      *    PARAGRAPH PUT LINE - WRITES WS-DL AND CLEARS IT, SO A BARE
      *    PERFORM GIVES A BLANK LINE
      ******************************************************************
       PARA-PUT-LINE.
           MOVE WS-DL TO DOSS-R
           WRITE DOSS-R
           END-WRITE
           MOVE SPACES TO WS-DL
           EXIT.
      ******************************************************************
      *    PARAGRAPHS NOTE FAILURE - ONE UNREADABLE-SOURCE ENTRY FROM
      *    WS-UR-SOURCE AND THE FILE STATUS OR SQLCODE. A SOURCE THAT
      *    FAILS PART WAY IS NOTED TOO - ITS SECTION IS INCOMPLETE
      ******************************************************************
       PARA-NOTE-FILE-FAILURE.
           MOVE SPACES TO WS-UR-WHY
           IF WS-FS-ANY = '35' THEN
              MOVE 'DATASET NOT AVAILABLE' TO WS-UR-WHY
           ELSE
              STRING 'FILE STATUS ' WS-FS-ANY
                 DELIMITED BY SIZE INTO WS-UR-WHY
              END-STRING
           END-IF
           PERFORM PARA-NOTE-UNREADABLE
           EXIT.
       PARA-NOTE-SQL-FAILURE.
           MOVE SQLCODE TO WS-SQLCODE-D
           MOVE SPACES TO WS-UR-WHY
           STRING 'DB2 SQLCODE ' WS-SQLCODE-D
              DELIMITED BY SIZE INTO WS-UR-WHY
           END-STRING
           PERFORM PARA-NOTE-UNREADABLE
           EXIT.
       PARA-NOTE-UNREADABLE.
           DISPLAY 'WARNING: ', WS-UR-SOURCE, ' NOT READ - ', WS-UR-WHY
           IF WS-UR-CNT < 12 THEN
              ADD 1 TO WS-UR-CNT
              MOVE SPACES TO WS-UR-LINE(WS-UR-CNT)
              STRING WS-UR-SOURCE ' - ' WS-UR-WHY
                 DELIMITED BY SIZE INTO WS-UR-LINE(WS-UR-CNT)
              END-STRING
              STRING WS-UR-SOURCE DELIMITED BY SPACE
                 ' ' DELIMITED BY SIZE
                 INTO WS-UR-LIST WITH POINTER WS-UR-PTR
                 ON OVERFLOW
                    CONTINUE
              END-STRING
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH LOG REQUEST - ONE NCSARLOG RECORD PER REQUEST
      *    SERVED. A MISSING DATASET IS CREATED (SAME FALLBACK AS
      *    NCITMAIN'S NCSECLOG)
      ******************************************************************
       PARA-LOG-REQUEST.
           OPEN EXTEND RECSARL
           EVALUATE WS-FS-SARL
              WHEN '05'
              WHEN '35'
                 CLOSE RECSARL
                 OPEN OUTPUT RECSARL
           END-EVALUATE
           MOVE SPACES           TO SARL-R
           MOVE WS-RUN-USER      TO SARL-USER
           MOVE WS-RUN-DATE      TO SARL-DATE
           MOVE WS-RUN-TIME(1:6) TO SARL-TIME
           MOVE WS-CITIZEN-ID    TO SARL-CITIZEN-ID
           MOVE WS-REFERENCE     TO SARL-REFERENCE
           IF WS-ROW-FOUND THEN
              MOVE 'Y' TO SARL-ROW-FOUND
           ELSE
              MOVE 'N' TO SARL-ROW-FOUND
           END-IF
           MOVE WS-ITEMS         TO SARL-ITEMS
           MOVE WS-UR-CNT        TO SARL-UNREAD-CNT
           MOVE WS-UR-LIST       TO SARL-UNREAD-LIST
           WRITE SARL-R
           END-WRITE
           IF WS-FS-SARL NOT = '00' THEN
              DISPLAY 'WARNING: NCSARLOG NOT UPDATED. FS=', WS-FS-SARL
              MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE RECSARL
           EXIT.
