       IDENTIFICATION DIVISION.
       PROGRAM-ID. NCMQINTK.
      ******************************************************************
      *                      NAKSHATRA CITIZEN
      *                      (VEDIC ASTROLOGY)
      *                      MQ BIRTH/DEATH NOTIFICATION INTAKE
      ******************************************************************
      *    ABOUT
      *          HOSPITALS AND FUNERAL REGISTRARS SEND BIRTH AND DEATH
      *          NOTIFICATIONS ELECTRONICALLY TO THE INBOUND QUEUE
      *          NCIT.INTAKE.NOTIFY INSTEAD OF HAVING THEM KEYED INTO
      *          NCTRAN FOR THE NIGHTLY NCITMAIN 'BT' RUN, SO A DEATH
      *          REACHES CITIZENS THE SAME DAY. THIS PGM DRAINS THE
      *          QUEUE: EVERY MESSAGE IS TURNED INTO THE SAME NCTRAN
      *          SHAPE A CLERK WOULD HAVE KEYED (A BIRTH IS AN 'AD'
      *          WITH ALIVE=1, A DEATH AN 'IN'), VALIDATED WITH THE
      *          SAME PARA-VALIDATE-CODES RULES AS NCITMAIN, CHECKED
      *          AGAINST THE NCAUTH AUTHORITY TABLE AND APPLIED WITH
      *          THE SAME CITIZENS_HIST BEFORE/AFTER IMAGES (ORIGIN
      *          'Q' = QUEUE INTAKE).
      *
      *          AUTHORITY IS THE SENDER'S, NOT THE JOB'S: THE MQ
      *          USER IDENTIFIER OF EACH MESSAGE (FIRST 8 BYTES) MUST
      *          HOLD 'AD' IN NCAUTH TO NOTIFY A BIRTH AND 'IN' TO
      *          NOTIFY A DEATH - A HOSPITAL FEED CAN BE GIVEN BIRTHS
      *          ONLY, A REGISTRAR DEATHS ONLY. A REFUSAL IS LOGGED TO
      *          NCSECLOG AND RAISES NCMQ001E, AS IN NCITMAIN.
      *
      *          A REJECTED MESSAGE (BAD CODES, NO AUTHORITY, UNKNOWN
      *          OR MERGED CITIZEN, ALREADY DEAD, NAME NOT MATCHING
      *          THE CITIZEN_ID, DB2 REFUSAL) IS MOVED TO THE DEAD-
      *          LETTER QUEUE NCIT.INTAKE.DLQ BEHIND A STANDARD MQDLH
      *          HEADER (REASON = MQFB_APPL_FIRST + THE REJECT CLASS
      *          BELOW). EVERY MESSAGE, ACCEPTED OR NOT, ALSO GETS ITS
      *          NCTRAN-FORMAT IMAGE IN NCQTRAN AND AN NCITMAIN-STYLE
      *          DISPOSITION IN NCQDISP UNDER THE SAME SEQUENCE
      *          NUMBER, SO NCRECYCL RUN AGAINST THE TWO PICKS UP THE
      *          REJECTS LIKE ANY 'BT' RUN'S AND THE CORRECTED
      *          RECORDS GO THROUGH NCITMAIN 'BT'.
      *
      *          EACH MESSAGE IS ITS OWN UNIT OF WORK: DB2 COMMIT,
      *          THEN MQCMIT OF THE GET (AND OF THE DLQ PUT FOR A
      *          REJECT). SHOULD THE JOB DIE BETWEEN THE TWO, THE
      *          MESSAGE COMES BACK WITH A NON-ZERO BACKOUT COUNT - A
      *          REDELIVERED BIRTH ALREADY ON FILE IS THEN REJECTED
      *          RATHER THAN ADDED TWICE, AND A REDELIVERED DEATH
      *          FINDS THE CITIZEN ALREADY DEAD.
      *
      *    INBOUND MESSAGE (MQSTR, FIXED COLUMNS, 128 BYTES)
      *          1-4     TYPE       'BRTH' OR 'DETH'
      *          5-24    SENDER'S OWN REFERENCE (CASE NUMBER)
      *          25-33   CITIZEN_ID  DETH - REQUIRED
      *          34-41   BDATE       BRTH - REQUIRED, YYYYMMDD
      *          42      GENDER      BRTH - REQUIRED, 1/0/2
      *          43-46   BTIME       BRTH - OPTIONAL, HHMM
      *          47-54   DDATE       DETH - OPTIONAL, YYYYMMDD (DB2'S
      *                              CURRENT DATE WHEN OMITTED, AS
      *                              NCITMAIN 'IN')
      *          55-84   NAME        BRTH - OPTIONAL; DETH - OPTIONAL,
      *                              BUT WHEN GIVEN IT MUST MATCH THE
      *                              NAME ON FILE FOR THE CITIZEN_ID
      *          85-104  BPLACE      BRTH - OPTIONAL
      *          105-128 RESERVED
      *
      ******************************************************************
      *          COPYRIGHT:  GNU GPLV3 LICENSE 2023
      *          AUTHOR:     PRZEMYSLAW ADAM KUPISZ
      *          VERSION:    ALPHA
      *
      *    ARGUMENTS FROM JCL
      *    POS 1-3   WAIT SECONDS - HOW LONG MQGET WAITS FOR THE NEXT
      *              MESSAGE BEFORE THE RUN ENDS (DEFAULT 030)
      *    POS 5-9   MESSAGE LIMIT PER RUN (DEFAULT 00000 = DRAIN)
      *    EXAMPLES
      *       PARM='030'            DRAIN, STOP AFTER 30 QUIET SECONDS
      *       PARM='005,00500'      AT MOST 500 MESSAGES
      *
      *    RETURN CODES
      *          0 - EVERY MESSAGE APPLIED (OR NONE WAITING)
      *          4 - AT LEAST ONE MESSAGE REJECTED TO THE DLQ
      *          8 - MQ OR DATASET FAILURE - RUN STOPPED, THE MESSAGE
      *              IN FLIGHT BACKED OUT TO THE QUEUE
      *         12 - AT LEAST ONE SENDER REFUSED BY NCAUTH
      *
      *    REJECT CLASSES (MQDLH REASON = 65536 + CLASS)
      *          1 - UNKNOWN MESSAGE TYPE OR MESSAGE TOO LONG
      *          2 - MISSING OR INVALID FIELDS
      *          3 - SENDER NOT AUTHORIZED
      *          4 - CITIZEN STATE CONFLICT (UNKNOWN, MERGED, DEAD,
      *              NAME MISMATCH, REDELIVERED BIRTH ON FILE)
      *          5 - DB2 REFUSED THE CHANGE
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    OPERATOR CONSOLE FOR THE NCMQNNNE WTO MESSAGES, SAME
      *    CONVENTION AS NCITIZEN'S NCITNNNE SET
       SPECIAL-NAMES.
           CONSOLE IS OPERATOR-CONSOLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    NCTRAN-FORMAT IMAGE OF EVERY MESSAGE, IN ARRIVAL ORDER -
      *    THE NCTRAN DD OF THE NCRECYCL RUN THAT WORKS THE REJECTS
           SELECT RECQTRAN ASSIGN TO NCQTRAN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-QTRAN.
      *    ONE ACCEPTED/REJECTED DISPOSITION PER MESSAGE - NCITMAIN
      *    NCDISP LAYOUT, THE NCDISP DD OF THAT SAME NCRECYCL RUN
           SELECT RECQDISP ASSIGN TO NCQDISP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-QDISP.
      *    AUTHORITY TABLE - SAME FILE AND RULES AS NCITMAIN. NO
      *    RECORD = NO AUTHORITY, A MISSING DD REFUSES EVERY SENDER
           SELECT RECAUTH ASSIGN TO NCAUTH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUTH.
      *    SECURITY LOG - ONE RECORD PER REFUSED SENDER
           SELECT OPTIONAL RECSECL ASSIGN TO NCSECLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-SECL.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *    SAME TRANSACTION RECORD AS NCITMAIN'S RECTRAN - COLS 88-91
      *    CARRY AN 'AD' RECORD'S BIRTH TIME, 98-100 ARE NCRECYCL'S
      *    RECYCLE COUNTER (LEFT BLANK = NEVER RECYCLED)
      ******************************************************************
       FD RECQTRAN
           RECORDING MODE IS F.
       01 TRAN-R.
        05 TRAN-MODE                  PIC   AA.
        05 FILLER                     PIC   X.
        05 TRAN-CITIZEN-ID            PIC   X(9).
        05 FILLER                     PIC   X.
        05 TRAN-BDATE                 PIC   X(8).
        05 FILLER                     PIC   X.
        05 TRAN-GENDER                PIC   X.
        05 FILLER                     PIC   X.
        05 TRAN-ALIVE                 PIC   X.
        05 FILLER                     PIC   X.
        05 TRAN-DDATE                 PIC   X(8).
        05 FILLER                     PIC   X.
        05 TRAN-NAME                  PIC   X(30).
        05 FILLER                     PIC   X.
        05 TRAN-BPLACE                PIC   X(20).
        05 FILLER                     PIC   X.
        05 TRAN-BTIME                 PIC   X(4).
        05 FILLER                     PIC   X(9).
      ******************************************************************
      *    SAME DISPOSITION RECORD AS NCITMAIN'S PARA-BATCH-DISPOSE.
      *    THE SENDER'S MQ USER SITS IN THE TRAILING BYTES NCRECYCL
      *    TREATS AS FILLER
      ******************************************************************
       FD RECQDISP
           RECORDING MODE IS F.
       01 DISP-R.
        05 DISP-SEQ                   PIC   9(7).
        05 FILLER                     PIC   X.
        05 DISP-IMAGE                 PIC   X(25).
        05 FILLER                     PIC   X.
        05 DISP-STATUS                PIC   X(8).
        05 FILLER                     PIC   X.
        05 DISP-NAME                  PIC   X(30).
        05 FILLER                     PIC   X.
        05 DISP-REASON                PIC   X(40).
        05 FILLER                     PIC   X.
        05 DISP-MQ-USER               PIC   X(8).
        05 FILLER                     PIC   X(9).
      ******************************************************************
       FD RECAUTH
           RECORDING MODE IS F.
       01 AUTH-R.
        05 AUTH-USER                  PIC   X(8).
        05 FILLER                     PIC   X.
        05 AUTH-MODES                 PIC   X(20).
        05 FILLER                     PIC   X(51).
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
        05 WS-QCITIZEN-ID       PIC   9(9).
        05 WS-QBDATE            PIC   X(10).
        05 WS-QGENDER           PIC   9.
        05 WS-QALIVE            PIC   9.
        05 WS-QDDATE            PIC   X(10).
        05 WS-QNAME             PIC   X(30).
        05 WS-QBPLACE           PIC   X(20).
        05 WS-QBTIME            PIC   X(8).
        05 WS-QDDATE-IND        PIC   S9(4) COMP-5.
        05 WS-QNAME-IND         PIC   S9(4) COMP-5.
        05 WS-QBPLACE-IND       PIC   S9(4) COMP-5.
        05 WS-QBTIME-IND        PIC   S9(4) COMP-5.
        05 WS-QDDATE-SW         PIC   X VALUE 'N'.
      ******************************************************************
      *    BEFORE/AFTER IMAGES FOR CITIZENS_HIST - SAME SHAPE AND SAME
      *    RULE AS NCITMAIN: NO CHANGE COMMITS WITHOUT ITS HISTORY ROW
      ******************************************************************
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
        05 WS-QHIST-USER        PIC   X(8).
        05 WS-QHIST-ORIGIN      PIC   X.
        05 WS-QHIST-MODE        PIC   X(2).
        05 WS-QHIST-MERGE-ID    PIC   9(9).
        05 WS-QHIST-MERGE-IND   PIC   S9(4) COMP-5.
      *    DEATH PRE-CHECK - THE SURVIVOR A MERGED-AWAY KEY POINTS AT
        05 WS-QMERGED-INTO      PIC   9(9).
        05 WS-QMERGED-IND       PIC   S9(4) COMP-5.
      *    REDELIVERED BIRTH - HOW MANY LIVE ROWS ALREADY MATCH IT
        05 WS-QDUP-CNT          PIC   S9(9) COMP-5.
           EXEC SQL END DECLARE SECTION
           END-EXEC.
      ******************************************************************
      *    THE MESSAGE AS NCITMAIN'S PARM/NCTRAN SUBFIELDS - SAME
      *    NAMES SO PARA-VALIDATE-CODES READS EXACTLY AS IT DOES THERE
      ******************************************************************
       01 WS-PGM-INPUT.
         05 WS-PGM-ARGS.
           15 WS-PGM-MODE                 PIC   AA.
           15 WS-PGM-CITIZEN-ID-DIGITS    PIC   9(9) VALUE ZERO.
           15 WS-PGM-BDATE-DIGITS         PIC   X(8) VALUE SPACES.
           15 WS-PGM-GENDER-CHAR          PIC   X VALUE SPACE.
           15 WS-PGM-ALIVE-CHAR           PIC   X VALUE SPACE.
           15 WS-PGM-DDATE-DIGITS         PIC   X(8) VALUE SPACES.
           15 WS-PGM-NAME                 PIC   X(30) VALUE SPACES.
           15 WS-PGM-BPLACE               PIC   X(20) VALUE SPACES.
           15 WS-PGM-BTIME                PIC   X(4) VALUE SPACES.
         05 WS-PGM-BAD-PARM-SW            PIC   X VALUE 'N'.
           88 WS-PGM-BAD-PARM             VALUE 'Y'.
      *    RUN PARM - WAIT SECONDS AND MESSAGE LIMIT
         05 WS-PGM-WAIT                   PIC   9(3) VALUE 30.
         05 WS-PGM-LIMIT                  PIC   9(5) VALUE ZERO.
      ******************************************************************
      *    INBOUND MESSAGE LAYOUT - SEE ABOUT
      ******************************************************************
       01 WS-MSG.
        05 MSG-TYPE                   PIC   X(4).
           88 MSG-IS-BIRTH                VALUE 'BRTH'.
           88 MSG-IS-DEATH                VALUE 'DETH'.
        05 MSG-SENDER-REF             PIC   X(20).
        05 MSG-CITIZEN-ID             PIC   X(9).
        05 MSG-BDATE                  PIC   X(8).
        05 MSG-GENDER                 PIC   X.
        05 MSG-BTIME                  PIC   X(4).
        05 MSG-DDATE                  PIC   X(8).
        05 MSG-NAME                   PIC   X(30).
        05 MSG-BPLACE                 PIC   X(20).
        05 FILLER                     PIC   X(24).
      ******************************************************************
      *    PER-MESSAGE OUTCOME AND RUN TOTALS. WS-MS-REASON/CLASS ARE
      *    SET BY WHICHEVER CHECK REJECTS FIRST; SPACES = ACCEPTED
      ******************************************************************
       01 WS-MSG-CONTROL.
         05 WS-MS-SEQ                     PIC   9(7) VALUE ZERO.
         05 WS-MS-OK-SW                   PIC   X VALUE 'N'.
           88 WS-MS-OK                    VALUE 'Y'.
         05 WS-MS-REASON                  PIC   X(40) VALUE SPACES.
         05 WS-MS-CLASS                   PIC   S9(9) BINARY.
         05 WS-MS-SQLCODE-D               PIC   -(8)9.
         05 WS-MS-MERGED-D                PIC   9(9).
         05 WS-MS-READ                    PIC   9(7) VALUE ZERO.
         05 WS-MS-ACCEPTED                PIC   9(7) VALUE ZERO.
         05 WS-MS-REJECTED                PIC   9(7) VALUE ZERO.
         05 WS-MS-BIRTHS                  PIC   9(7) VALUE ZERO.
         05 WS-MS-DEATHS                  PIC   9(7) VALUE ZERO.
         05 WS-MS-END-SW                  PIC   X VALUE 'N'.
           88 WS-MS-END                   VALUE 'Y'.
         05 WS-MS-SEC-SW                  PIC   X VALUE 'N'.
           88 WS-MS-SEC-REFUSED           VALUE 'Y'.
       01 WS-FS-QTRAN        PIC   XX.
       01 WS-FS-QDISP        PIC   XX.
       01 WS-FS-AUTH         PIC   XX.
       01 WS-FS-SECL         PIC   XX.
      ******************************************************************
      *    VARIABLES FOR PARA-CHECK-AUTHORITY - WS-RUN-USER HOLDS THE
      *    USER UNDER TEST, HERE THE SENDER OF THE CURRENT MESSAGE
      ******************************************************************
       01 WS-AUTH-CONTROL.
        05 WS-RUN-USER        PIC   X(8).
        05 WS-RUN-DATE        PIC   9(8).
        05 WS-JOB-USER        PIC   X(8).
        05 WS-AUTH-MODE       PIC   AA.
        05 WS-AUTH-OK-SW      PIC   X.
           88 WS-AUTH-OK          VALUE 'Y'.
        05 WS-AUTH-CNT        PIC   S9(3) COMP-5 VALUE ZERO.
        05 WS-AUTH-IDX        PIC   S9(3) COMP-5.
        05 WS-AUTH-POS        PIC   S9(3) COMP-5.
        05 WS-AUTH-EOF        PIC   A.
        05 WS-AUTH-TAB OCCURS 50 TIMES.
         10 WS-AUTH-T-USER    PIC   X(8).
         10 WS-AUTH-T-MODES   PIC   X(20).
      ******************************************************************
      * WEBSPHERE MQ - HAND-DECLARED MQOD/MQMD/MQGMO/MQPMO/MQDLH
      * VERSION 1 STRUCTURES, KEPT IN STEP WITH THE CMQODV/CMQMDV/
      * CMQGMOV/CMQPMOV/CMQDLHV SHAPES BY HAND AS IN NCITIZEN (NO
      * COPYBOOKS IN THIS SYSTEM). OPTION VALUES ARE THE MQ
      * CONSTANTS ADDED UP; EACH IS SPELLED OUT WHERE IT IS SET
      ******************************************************************
       01 WS-MQ.
        05 WS-MQ-QMGR-NAME    PIC   X(48) VALUE SPACES.
        05 WS-MQ-HCONN        PIC   S9(9) BINARY VALUE ZERO.
        05 WS-MQ-HOBJ-IN      PIC   S9(9) BINARY VALUE ZERO.
        05 WS-MQ-HOBJ-DLQ     PIC   S9(9) BINARY VALUE ZERO.
        05 WS-MQ-OPTIONS      PIC   S9(9) BINARY.
        05 WS-MQ-COMPCODE     PIC   S9(9) BINARY.
        05 WS-MQ-REASON       PIC   S9(9) BINARY.
        05 WS-MQ-BUFLEN       PIC   S9(9) BINARY VALUE 128.
        05 WS-MQ-DATALEN      PIC   S9(9) BINARY.
        05 WS-MQ-DLQLEN       PIC   S9(9) BINARY.
        05 WS-MQ-REASON-D     PIC   9(4).
        05 WS-MQ-CONN-SW      PIC   X VALUE 'N'.
           88 WS-MQ-CONNECTED     VALUE 'Y'.
        05 WS-MQ-IN-SW        PIC   X VALUE 'N'.
           88 WS-MQ-IN-OPEN       VALUE 'Y'.
        05 WS-MQ-DLQ-SW       PIC   X VALUE 'N'.
           88 WS-MQ-DLQ-OPEN      VALUE 'Y'.
      *    INBOUND QUEUE
       01 WS-MQOD-IN.
        05 WS-MQOD-IN-STRUCID    PIC   X(4)  VALUE 'OD  '.
        05 WS-MQOD-IN-VERSION    PIC   S9(9) BINARY VALUE 1.
        05 WS-MQOD-IN-OBJECTTYPE PIC   S9(9) BINARY VALUE 1.
        05 WS-MQOD-IN-OBJECTNAME PIC   X(48)
           VALUE 'NCIT.INTAKE.NOTIFY'.
        05 WS-MQOD-IN-OBJECTQMGRNAME PIC X(48) VALUE SPACES.
        05 WS-MQOD-IN-DYNAMICQNAME   PIC X(48) VALUE SPACES.
        05 WS-MQOD-IN-ALTERNATEUSERID PIC X(12) VALUE SPACES.
      *    DEAD-LETTER QUEUE FOR REJECTED NOTIFICATIONS
       01 WS-MQOD-DLQ.
        05 WS-MQOD-DLQ-STRUCID    PIC   X(4)  VALUE 'OD  '.
        05 WS-MQOD-DLQ-VERSION    PIC   S9(9) BINARY VALUE 1.
        05 WS-MQOD-DLQ-OBJECTTYPE PIC   S9(9) BINARY VALUE 1.
        05 WS-MQOD-DLQ-OBJECTNAME PIC   X(48)
           VALUE 'NCIT.INTAKE.DLQ'.
        05 WS-MQOD-DLQ-OBJECTQMGRNAME PIC X(48) VALUE SPACES.
        05 WS-MQOD-DLQ-DYNAMICQNAME   PIC X(48) VALUE SPACES.
        05 WS-MQOD-DLQ-ALTERNATEUSERID PIC X(12) VALUE SPACES.
      *    DESCRIPTOR OF THE MESSAGE JUST GOT - RESET BEFORE EVERY GET
       01 WS-MQMD.
        05 WS-MQMD-STRUCID    PIC   X(4)  VALUE 'MD  '.
        05 WS-MQMD-VERSION    PIC   S9(9) BINARY VALUE 1.
        05 WS-MQMD-REPORT     PIC   S9(9) BINARY VALUE 0.
        05 WS-MQMD-MSGTYPE    PIC   S9(9) BINARY VALUE 8.
        05 WS-MQMD-EXPIRY     PIC   S9(9) BINARY VALUE -1.
        05 WS-MQMD-FEEDBACK   PIC   S9(9) BINARY VALUE 0.
        05 WS-MQMD-ENCODING   PIC   S9(9) BINARY VALUE 785.
        05 WS-MQMD-CODEDCHARSETID PIC S9(9) BINARY VALUE 0.
        05 WS-MQMD-FORMAT     PIC   X(8)  VALUE 'MQSTR   '.
        05 WS-MQMD-PRIORITY   PIC   S9(9) BINARY VALUE -1.
        05 WS-MQMD-PERSISTENCE PIC  S9(9) BINARY VALUE 2.
        05 WS-MQMD-MSGID      PIC   X(24) VALUE LOW-VALUES.
        05 WS-MQMD-CORRELID   PIC   X(24) VALUE LOW-VALUES.
        05 WS-MQMD-BACKOUTCOUNT PIC S9(9) BINARY VALUE 0.
        05 WS-MQMD-REPLYTOQ   PIC   X(48) VALUE SPACES.
        05 WS-MQMD-REPLYTOQMGR PIC  X(48) VALUE SPACES.
        05 WS-MQMD-USERIDENTIFIER PIC X(12) VALUE SPACES.
        05 WS-MQMD-ACCOUNTINGTOKEN PIC X(32) VALUE LOW-VALUES.
        05 WS-MQMD-APPLIDENTITYDATA PIC X(32) VALUE SPACES.
        05 WS-MQMD-PUTAPPLTYPE PIC  S9(9) BINARY VALUE 0.
        05 WS-MQMD-PUTAPPLNAME PIC  X(28) VALUE SPACES.
        05 WS-MQMD-PUTDATE    PIC   X(8)  VALUE SPACES.
        05 WS-MQMD-PUTTIME    PIC   X(8)  VALUE SPACES.
        05 WS-MQMD-APPLORIGINDATA PIC X(4) VALUE SPACES.
      *    DESCRIPTOR OF A DLQ PUT - FORMAT MQDEAD, CORRELID = THE
      *    ORIGINAL MSGID SO THE SENDER CAN MATCH ITS OWN MESSAGE
       01 WS-MQMD-DLQ.
        05 WS-MQMD-DLQ-STRUCID    PIC   X(4)  VALUE 'MD  '.
        05 WS-MQMD-DLQ-VERSION    PIC   S9(9) BINARY VALUE 1.
        05 WS-MQMD-DLQ-REPORT     PIC   S9(9) BINARY VALUE 0.
        05 WS-MQMD-DLQ-MSGTYPE    PIC   S9(9) BINARY VALUE 8.
        05 WS-MQMD-DLQ-EXPIRY     PIC   S9(9) BINARY VALUE -1.
        05 WS-MQMD-DLQ-FEEDBACK   PIC   S9(9) BINARY VALUE 0.
        05 WS-MQMD-DLQ-ENCODING   PIC   S9(9) BINARY VALUE 785.
        05 WS-MQMD-DLQ-CODEDCHARSETID PIC S9(9) BINARY VALUE 0.
        05 WS-MQMD-DLQ-FORMAT     PIC   X(8)  VALUE 'MQDEAD  '.
        05 WS-MQMD-DLQ-PRIORITY   PIC   S9(9) BINARY VALUE -1.
        05 WS-MQMD-DLQ-PERSISTENCE PIC  S9(9) BINARY VALUE 1.
        05 WS-MQMD-DLQ-MSGID      PIC   X(24) VALUE LOW-VALUES.
        05 WS-MQMD-DLQ-CORRELID   PIC   X(24) VALUE LOW-VALUES.
        05 WS-MQMD-DLQ-BACKOUTCOUNT PIC S9(9) BINARY VALUE 0.
        05 WS-MQMD-DLQ-REPLYTOQ   PIC   X(48) VALUE SPACES.
        05 WS-MQMD-DLQ-REPLYTOQMGR PIC  X(48) VALUE SPACES.
        05 WS-MQMD-DLQ-USERIDENTIFIER PIC X(12) VALUE SPACES.
        05 WS-MQMD-DLQ-ACCOUNTINGTOKEN PIC X(32) VALUE LOW-VALUES.
        05 WS-MQMD-DLQ-APPLIDENTITYDATA PIC X(32) VALUE SPACES.
        05 WS-MQMD-DLQ-PUTAPPLTYPE PIC  S9(9) BINARY VALUE 0.
        05 WS-MQMD-DLQ-PUTAPPLNAME PIC  X(28) VALUE SPACES.
        05 WS-MQMD-DLQ-PUTDATE    PIC   X(8)  VALUE SPACES.
        05 WS-MQMD-DLQ-PUTTIME    PIC   X(8)  VALUE SPACES.
        05 WS-MQMD-DLQ-APPLORIGINDATA PIC X(4) VALUE SPACES.
       01 WS-MQGMO.
        05 WS-MQGMO-STRUCID   PIC   X(4)  VALUE 'GMO '.
        05 WS-MQGMO-VERSION   PIC   S9(9) BINARY VALUE 1.
      *    OPTIONS 24643 = MQGMO_WAIT (1) + MQGMO_SYNCPOINT (2)
      *    + MQGMO_ACCEPT_TRUNCATED_MSG (64) + MQGMO_FAIL_IF_
      *    QUIESCING (8192) + MQGMO_CONVERT (16384). A TOO-LONG
      *    MESSAGE IS TAKEN (AND REJECTED) INSTEAD OF BLOCKING THE
      *    QUEUE; SYNCPOINT KEEPS IT ON THE QUEUE UNTIL MQCMIT
        05 WS-MQGMO-OPTIONS   PIC   S9(9) BINARY VALUE 24643.
        05 WS-MQGMO-WAITINTERVAL PIC S9(9) BINARY VALUE 30000.
        05 WS-MQGMO-SIGNAL1   PIC   S9(9) BINARY VALUE 0.
        05 WS-MQGMO-SIGNAL2   PIC   S9(9) BINARY VALUE 0.
        05 WS-MQGMO-RESOLVEDQNAME PIC X(48) VALUE SPACES.
       01 WS-MQPMO.
        05 WS-MQPMO-STRUCID   PIC   X(4)  VALUE 'PMO '.
        05 WS-MQPMO-VERSION   PIC   S9(9) BINARY VALUE 1.
      *    OPTIONS 8194 = MQPMO_SYNCPOINT (2) + MQPMO_FAIL_IF_
      *    QUIESCING (8192) - THE DLQ PUT COMMITS WITH THE GET
        05 WS-MQPMO-OPTIONS   PIC   S9(9) BINARY VALUE 8194.
        05 WS-MQPMO-TIMEOUT   PIC   S9(9) BINARY VALUE -1.
        05 WS-MQPMO-CONTEXT   PIC   S9(9) BINARY VALUE 0.
        05 WS-MQPMO-KNOWNDESTCOUNT PIC S9(9) BINARY VALUE 0.
        05 WS-MQPMO-UNKNOWNDESTCOUNT PIC S9(9) BINARY VALUE 0.
        05 WS-MQPMO-INVALIDDESTCOUNT PIC S9(9) BINARY VALUE 0.
        05 WS-MQPMO-RESOLVEDQNAME PIC X(48) VALUE SPACES.
        05 WS-MQPMO-RESOLVEDQMGRNAME PIC X(48) VALUE SPACES.
      *    DLQ MESSAGE - MQDLH (172 BYTES) FOLLOWED BY THE ORIGINAL
       01 WS-DLQ-MSG.
        05 WS-MQDLH.
         10 WS-MQDLH-STRUCID     PIC   X(4)  VALUE 'DLH '.
         10 WS-MQDLH-VERSION     PIC   S9(9) BINARY VALUE 1.
         10 WS-MQDLH-REASON      PIC   S9(9) BINARY.
         10 WS-MQDLH-DESTQNAME   PIC   X(48).
         10 WS-MQDLH-DESTQMGRNAME PIC  X(48).
         10 WS-MQDLH-ENCODING    PIC   S9(9) BINARY.
         10 WS-MQDLH-CODEDCHARSETID PIC S9(9) BINARY.
         10 WS-MQDLH-FORMAT      PIC   X(8).
         10 WS-MQDLH-PUTAPPLTYPE PIC   S9(9) BINARY.
         10 WS-MQDLH-PUTAPPLNAME PIC   X(28).
         10 WS-MQDLH-PUTDATE     PIC   X(8).
         10 WS-MQDLH-PUTTIME     PIC   X(8).
        05 WS-DLQ-BODY           PIC   X(128).
      ******************************************************************
      *    OPERATOR MESSAGE LINE - IDENTIFIERS IN USE:
      *      NCMQ001E  SENDER REFUSED BY NCAUTH (THE RC 12 CONDITION)
      *      NCMQ002E  MQ FAILURE - INTAKE STOPPED
      ******************************************************************
       01 WS-WTO-LINE         PIC   X(120).
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
           IF PARM-LENGTH >= 3 AND PARM-DATA(1:3) IS NUMERIC THEN
              MOVE PARM-DATA(1:3) TO WS-PGM-WAIT
           END-IF
           IF PARM-LENGTH >= 9 AND PARM-DATA(5:5) IS NUMERIC THEN
              MOVE PARM-DATA(5:5) TO WS-PGM-LIMIT
           END-IF
           COMPUTE WS-MQGMO-WAITINTERVAL = WS-PGM-WAIT * 1000
           ACCEPT WS-JOB-USER FROM USERNAME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM PARA-LOAD-AUTHORITY
           OPEN OUTPUT RECQTRAN
           OPEN OUTPUT RECQDISP
           IF WS-FS-QTRAN NOT = '00' OR WS-FS-QDISP NOT = '00' THEN
              DISPLAY 'ERROR:   CANNOT OPEN NCQTRAN/NCQDISP. FS=',
                 WS-FS-QTRAN, '/', WS-FS-QDISP
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM PARA-MQ-START
           IF RETURN-CODE = ZERO THEN
              PERFORM PARA-GET-MESSAGE UNTIL WS-MS-END
           END-IF
           PERFORM PARA-MQ-STOP
           CLOSE RECQDISP
           CLOSE RECQTRAN
           DISPLAY WS-HLINE
           DISPLAY ' NCIT.INTAKE.NOTIFY INTAKE SUMMARY - RUN BY ',
              WS-JOB-USER
           DISPLAY ' MESSAGES READ . . . . : ', WS-MS-READ
           DISPLAY ' ACCEPTED  . . . . . . : ', WS-MS-ACCEPTED
           DISPLAY '   BIRTHS ADDED  . . . : ', WS-MS-BIRTHS
           DISPLAY '   DEATHS RECORDED . . : ', WS-MS-DEATHS
           DISPLAY ' REJECTED TO DLQ . . . : ', WS-MS-REJECTED
           DISPLAY WS-HLINE
           IF RETURN-CODE < 4 AND WS-MS-REJECTED > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           IF RETURN-CODE < 8 AND WS-MS-SEC-REFUSED THEN
              MOVE 12 TO RETURN-CODE
           END-IF
           DISPLAY 'DEBUG: RC=', RETURN-CODE
           STOP RUN.
      ******************************************************************
      *    PARAGRAPH MQ START - CONNECT, OPEN THE INBOUND QUEUE FOR
      *    SHARED INPUT AND THE DLQ FOR OUTPUT. UNLIKE NCITIZEN'S
      *    COMPLETION MESSAGE, MQ IS THIS PROGRAM'S WHOLE INPUT - A
      *    MISSING STUB OR A FAILED CALL STOPS THE RUN WITH RC 8
      ******************************************************************
       PARA-MQ-START.
           CALL 'MQCONN' USING WS-MQ-QMGR-NAME, WS-MQ-HCONN,
              WS-MQ-COMPCODE, WS-MQ-REASON
              ON EXCEPTION
                 MOVE 2 TO WS-MQ-COMPCODE
                 MOVE ZERO TO WS-MQ-REASON
                 DISPLAY 'ERROR:   MQ STUBS NOT AVAILABLE'
           END-CALL
           IF WS-MQ-COMPCODE = 2 THEN
              PERFORM PARA-MQ-FAILED
           ELSE
              MOVE 'Y' TO WS-MQ-CONN-SW
      *    8194 = MQOO_INPUT_SHARED (2) + MQOO_FAIL_IF_QUIESCING (8192)
              MOVE 8194 TO WS-MQ-OPTIONS
              CALL 'MQOPEN' USING WS-MQ-HCONN, WS-MQOD-IN,
                 WS-MQ-OPTIONS, WS-MQ-HOBJ-IN,
                 WS-MQ-COMPCODE, WS-MQ-REASON
              END-CALL
              IF WS-MQ-COMPCODE = 2 THEN
                 PERFORM PARA-MQ-FAILED
              ELSE
                 MOVE 'Y' TO WS-MQ-IN-SW
      *    8208 = MQOO_OUTPUT (16) + MQOO_FAIL_IF_QUIESCING (8192)
                 MOVE 8208 TO WS-MQ-OPTIONS
                 CALL 'MQOPEN' USING WS-MQ-HCONN, WS-MQOD-DLQ,
                    WS-MQ-OPTIONS, WS-MQ-HOBJ-DLQ,
                    WS-MQ-COMPCODE, WS-MQ-REASON
                 END-CALL
                 IF WS-MQ-COMPCODE = 2 THEN
                    PERFORM PARA-MQ-FAILED
                 ELSE
                    MOVE 'Y' TO WS-MQ-DLQ-SW
                 END-IF
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH MQ STOP - CLOSE WHAT WAS OPENED, DISCONNECT. THE
      *    LAST MESSAGE WAS ALREADY COMMITTED OR BACKED OUT
      ******************************************************************
       PARA-MQ-STOP.
           MOVE ZERO TO WS-MQ-OPTIONS *> MQCO_NONE
           IF WS-MQ-DLQ-OPEN THEN
              CALL 'MQCLOSE' USING WS-MQ-HCONN, WS-MQ-HOBJ-DLQ,
                 WS-MQ-OPTIONS, WS-MQ-COMPCODE, WS-MQ-REASON
              END-CALL
           END-IF
           IF WS-MQ-IN-OPEN THEN
              CALL 'MQCLOSE' USING WS-MQ-HCONN, WS-MQ-HOBJ-IN,
                 WS-MQ-OPTIONS, WS-MQ-COMPCODE, WS-MQ-REASON
              END-CALL
           END-IF
           IF WS-MQ-CONNECTED THEN
              CALL 'MQDISC' USING WS-MQ-HCONN,
                 WS-MQ-COMPCODE, WS-MQ-REASON
              END-CALL
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH MQ FAILED - REASON TO SYSOUT AND CONSOLE, RC 8,
      *    AND THE GET LOOP ENDS. ANYTHING UNCOMMITTED GOES BACK
      ******************************************************************
       PARA-MQ-FAILED.
           MOVE WS-MQ-REASON TO WS-MQ-REASON-D
           DISPLAY 'ERROR:   MQ CALL FAILED, REASON=', WS-MQ-REASON-D
           MOVE SPACES TO WS-WTO-LINE
           STRING 'NCMQ002E BIRTH/DEATH INTAKE STOPPED - MQ REASON '
              WS-MQ-REASON-D
              DELIMITED BY SIZE INTO WS-WTO-LINE
           END-STRING
           PERFORM PARA-WTO
           IF WS-MQ-CONNECTED THEN
              EXEC SQL
                 ROLLBACK
              END-EXEC
              CALL 'MQBACK' USING WS-MQ-HCONN,
                 WS-MQ-COMPCODE, WS-MQ-REASON
              END-CALL
           END-IF
           MOVE 'Y' TO WS-MS-END-SW
           MOVE 8 TO RETURN-CODE
           EXIT.
      ******************************************************************
      *    PARAGRAPH GET MESSAGE - ONE MQGET UNDER SYNCPOINT. 2033
      *    (MQRC_NO_MSG_AVAILABLE) AFTER THE WAIT INTERVAL ENDS THE
      *    RUN NORMALLY; 2079 (TRUNCATED, ACCEPTED) IS A MESSAGE
      *    LONGER THAN THE LAYOUT AND IS REJECTED AS SUCH
      ******************************************************************
       PARA-GET-MESSAGE.
           MOVE LOW-VALUES TO WS-MQMD-MSGID
           MOVE LOW-VALUES TO WS-MQMD-CORRELID
           MOVE 785 TO WS-MQMD-ENCODING
           MOVE ZERO TO WS-MQMD-CODEDCHARSETID
           MOVE SPACES TO WS-MSG
           CALL 'MQGET' USING WS-MQ-HCONN, WS-MQ-HOBJ-IN, WS-MQMD,
              WS-MQGMO, WS-MQ-BUFLEN, WS-MSG, WS-MQ-DATALEN,
              WS-MQ-COMPCODE, WS-MQ-REASON
           END-CALL
           EVALUATE TRUE
              WHEN WS-MQ-REASON = 2033
                 MOVE 'Y' TO WS-MS-END-SW
              WHEN WS-MQ-COMPCODE = 2
                 PERFORM PARA-MQ-FAILED
              WHEN OTHER
                 ADD 1 TO WS-MS-READ
                 PERFORM PARA-PROCESS-MESSAGE
                 IF WS-PGM-LIMIT > ZERO AND
                    WS-MS-READ >= WS-PGM-LIMIT THEN
                    MOVE 'Y' TO WS-MS-END-SW
                 END-IF
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH PROCESS MESSAGE - MAP, VALIDATE, AUTHORIZE,
      *    APPLY; THEN THE CAPTURE RECORDS AND THE COMMIT (OR THE
      *    ROLLBACK AND THE DLQ PUT FOR A REJECT)
      ******************************************************************
       PARA-PROCESS-MESSAGE.
           ADD 1 TO WS-MS-SEQ
           MOVE 'N' TO WS-MS-OK-SW
           MOVE SPACES TO WS-MS-REASON
           MOVE ZERO TO WS-MS-CLASS
           MOVE WS-MQMD-USERIDENTIFIER(1:8) TO WS-RUN-USER
           PERFORM PARA-MAP-MESSAGE
           EVALUATE TRUE
              WHEN WS-MQ-REASON = 2079
                 MOVE 'MESSAGE LONGER THAN THE 128-BYTE LAYOUT'
                    TO WS-MS-REASON
                 MOVE 1 TO WS-MS-CLASS
              WHEN NOT MSG-IS-BIRTH AND NOT MSG-IS-DEATH
                 MOVE 'UNKNOWN MESSAGE TYPE' TO WS-MS-REASON
                 MOVE 1 TO WS-MS-CLASS
              WHEN OTHER
                 PERFORM PARA-VALIDATE-MESSAGE
                 IF WS-PGM-BAD-PARM THEN
                    MOVE 'MISSING OR INVALID REQUIRED FIELDS'
                       TO WS-MS-REASON
                    MOVE 2 TO WS-MS-CLASS
                 ELSE
                    MOVE WS-PGM-MODE TO WS-AUTH-MODE
                    PERFORM PARA-CHECK-AUTHORITY
                    IF NOT WS-AUTH-OK THEN
                       MOVE 'SENDER NOT AUTHORIZED FOR THIS TYPE'
                          TO WS-MS-REASON
                       MOVE 3 TO WS-MS-CLASS
                       MOVE 'Y' TO WS-MS-SEC-SW
                       PERFORM PARA-LOG-SECURITY
                    ELSE
                       IF MSG-IS-BIRTH THEN
                          PERFORM PARA-APPLY-BIRTH
                       ELSE
                          PERFORM PARA-APPLY-DEATH
                       END-IF
                    END-IF
                 END-IF
           END-EVALUATE
           IF NOT WS-MS-END THEN
              IF WS-MS-OK THEN
                 PERFORM PARA-WRITE-CAPTURE
                 EXEC SQL
                    COMMIT
                 END-EXEC
                 ADD 1 TO WS-MS-ACCEPTED
              ELSE
      *    NOTHING OF A REJECTED MESSAGE MAY STAY ON DB2
                 EXEC SQL
                    ROLLBACK
                 END-EXEC
                 PERFORM PARA-PUT-DLQ
                 PERFORM PARA-WRITE-CAPTURE
                 IF NOT WS-MS-END THEN
                    ADD 1 TO WS-MS-REJECTED
                    DISPLAY 'REJECT:  SEQ ', WS-MS-SEQ, ' ', MSG-TYPE,
                       ' REF ', MSG-SENDER-REF, ' FROM ', WS-RUN-USER,
                       ' - ', WS-MS-REASON
                 END-IF
              END-IF
           END-IF
           IF NOT WS-MS-END THEN
              CALL 'MQCMIT' USING WS-MQ-HCONN,
                 WS-MQ-COMPCODE, WS-MQ-REASON
              END-CALL
              IF WS-MQ-COMPCODE = 2 THEN
                 PERFORM PARA-MQ-FAILED
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH MAP MESSAGE - INTO THE NCITMAIN SUBFIELDS AND THE
      *    NCTRAN IMAGE. BIRTH = 'AD' ALIVE=1, DEATH = 'IN'. AN
      *    UNKNOWN TYPE KEEPS EVERY FIELD BUT A BLANK MODE, FOR THE
      *    CLERK WORKING THE RECYCLE TO DECIDE
      ******************************************************************
       PARA-MAP-MESSAGE.
           MOVE 'N' TO WS-PGM-BAD-PARM-SW
           MOVE SPACES TO WS-PGM-MODE
           MOVE ZERO TO WS-PGM-CITIZEN-ID-DIGITS
           MOVE SPACES TO WS-PGM-BDATE-DIGITS
           MOVE SPACE TO WS-PGM-GENDER-CHAR
           MOVE SPACE TO WS-PGM-ALIVE-CHAR
           MOVE SPACES TO WS-PGM-DDATE-DIGITS
           MOVE SPACES TO WS-PGM-BTIME
           MOVE MSG-NAME TO WS-PGM-NAME
           MOVE SPACES TO WS-PGM-BPLACE
           MOVE SPACES TO TRAN-R
           EVALUATE TRUE
              WHEN MSG-IS-BIRTH
                 MOVE 'AD' TO WS-PGM-MODE
                 MOVE MSG-BDATE  TO WS-PGM-BDATE-DIGITS
                 MOVE MSG-GENDER TO WS-PGM-GENDER-CHAR
                 MOVE '1'        TO WS-PGM-ALIVE-CHAR
                 MOVE MSG-BTIME  TO WS-PGM-BTIME
                 MOVE MSG-BPLACE TO WS-PGM-BPLACE
              WHEN MSG-IS-DEATH
                 MOVE 'IN' TO WS-PGM-MODE
                 IF MSG-CITIZEN-ID IS NUMERIC THEN
                    MOVE MSG-CITIZEN-ID TO WS-PGM-CITIZEN-ID-DIGITS
                 END-IF
                 MOVE MSG-DDATE TO WS-PGM-DDATE-DIGITS
              WHEN OTHER
                 MOVE MSG-BDATE  TO WS-PGM-BDATE-DIGITS
                 MOVE MSG-GENDER TO WS-PGM-GENDER-CHAR
                 MOVE MSG-DDATE  TO WS-PGM-DDATE-DIGITS
                 MOVE MSG-BTIME  TO WS-PGM-BTIME
                 MOVE MSG-BPLACE TO WS-PGM-BPLACE
           END-EVALUATE
           MOVE WS-PGM-MODE         TO TRAN-MODE
           IF NOT MSG-IS-BIRTH THEN
              MOVE MSG-CITIZEN-ID   TO TRAN-CITIZEN-ID
           END-IF
           MOVE WS-PGM-BDATE-DIGITS TO TRAN-BDATE
           MOVE WS-PGM-GENDER-CHAR  TO TRAN-GENDER
           MOVE WS-PGM-ALIVE-CHAR   TO TRAN-ALIVE
           MOVE WS-PGM-DDATE-DIGITS TO TRAN-DDATE
           MOVE WS-PGM-NAME         TO TRAN-NAME
           MOVE WS-PGM-BPLACE       TO TRAN-BPLACE
           MOVE WS-PGM-BTIME        TO TRAN-BTIME
           EXIT.
      ******************************************************************
      *    PARAGRAPH VALIDATE MESSAGE - THE REQUIRED FIELDS OF
      *    NCITMAIN'S PARA-VALIDATE-PARM FOR 'AD' AND 'IN', THEN ITS
      *    PARA-VALIDATE-CODES UNCHANGED
      ******************************************************************
       PARA-VALIDATE-MESSAGE.
           EVALUATE WS-PGM-MODE
              WHEN 'AD'
                 IF WS-PGM-BDATE-DIGITS = SPACES
                    OR WS-PGM-GENDER-CHAR = SPACE
                    THEN
                    DISPLAY 'WARNING: A BIRTH NEEDS BDATE AND GENDER'
                    MOVE 'Y' TO WS-PGM-BAD-PARM-SW
                 END-IF
              WHEN 'IN'
                 IF WS-PGM-CITIZEN-ID-DIGITS = ZERO THEN
                    DISPLAY 'WARNING: A DEATH NEEDS A 9 DIGIT ',
                       'CITIZEN_ID. IS=', MSG-CITIZEN-ID
                    MOVE 'Y' TO WS-PGM-BAD-PARM-SW
                 END-IF
           END-EVALUATE
           PERFORM PARA-VALIDATE-CODES
           EXIT.
      ******************************************************************
      *    PARAGRAPH VALIDATE CODES - GENDER MUST BE 0 (FEMALE),
      *    1 (MALE) OR 2 (OTHER) AND ALIVE MUST BE 0 OR 1 WHENEVER
      *    THE SUBFIELD IS PRESENT, SO A MIS-KEYED CODE IS REFUSED
      *    INSTEAD OF LANDING IN THE TABLE AND VANISHING FROM EVERY
      *    NCITIZEN TOTAL - SAME RULES AS NCITMAIN
      ******************************************************************
       PARA-VALIDATE-CODES.
           IF WS-PGM-GENDER-CHAR NOT = SPACE
              AND WS-PGM-GENDER-CHAR NOT = '0'
              AND WS-PGM-GENDER-CHAR NOT = '1'
              AND WS-PGM-GENDER-CHAR NOT = '2'
              THEN
              DISPLAY 'WARNING: GENDER MUST BE 0, 1 OR 2. IS=',
                 WS-PGM-GENDER-CHAR
              MOVE 'Y' TO WS-PGM-BAD-PARM-SW
           END-IF
           IF WS-PGM-ALIVE-CHAR NOT = SPACE
              AND WS-PGM-ALIVE-CHAR NOT = '0'
              AND WS-PGM-ALIVE-CHAR NOT = '1'
              THEN
              DISPLAY 'WARNING: ALIVE MUST BE 0 OR 1. IS=',
                 WS-PGM-ALIVE-CHAR
              MOVE 'Y' TO WS-PGM-BAD-PARM-SW
           END-IF
      *    A NON-NUMERIC DATE WOULD REACH DB2 AS GARBAGE (SQLCODE
      *    -181) - REJECT THE ONE MESSAGE UP FRONT
           IF WS-PGM-BDATE-DIGITS NOT = SPACES
              AND WS-PGM-BDATE-DIGITS NOT NUMERIC THEN
              DISPLAY 'WARNING: BDATE MUST BE YYYYMMDD. IS=',
                 WS-PGM-BDATE-DIGITS
              MOVE 'Y' TO WS-PGM-BAD-PARM-SW
           END-IF
           IF WS-PGM-DDATE-DIGITS NOT = SPACES
              AND WS-PGM-DDATE-DIGITS NOT NUMERIC THEN
              DISPLAY 'WARNING: DDATE MUST BE YYYYMMDD. IS=',
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
           EXIT.
      ******************************************************************
      *    PARAGRAPH APPLY BIRTH - NCITMAIN'S 'AD' INSERT. A MESSAGE
      *    MQ HAS DELIVERED BEFORE (BACKOUT COUNT > 0) IS FIRST
      *    CHECKED FOR A LIVE ROW WITH THE SAME BIRTH DETAILS - THE
      *    EARLIER DELIVERY MAY HAVE COMMITTED ON DB2 BEFORE THE RUN
      *    DIED, AND A SECOND INSERT WOULD REGISTER THE CHILD TWICE
      ******************************************************************
       PARA-APPLY-BIRTH.
           STRING WS-PGM-BDATE-DIGITS(1:4) '-'
                  WS-PGM-BDATE-DIGITS(5:2) '-'
                  WS-PGM-BDATE-DIGITS(7:2)
                  DELIMITED BY SIZE INTO WS-QBDATE
           END-STRING
           MOVE WS-PGM-GENDER-CHAR TO WS-QGENDER
           MOVE 1 TO WS-QALIVE
           MOVE SPACES TO WS-QDDATE
           MOVE -1 TO WS-QDDATE-IND
           IF WS-PGM-NAME = SPACES THEN
              MOVE SPACES TO WS-QNAME
              MOVE -1 TO WS-QNAME-IND
           ELSE
              MOVE WS-PGM-NAME TO WS-QNAME
              MOVE ZERO TO WS-QNAME-IND
           END-IF
           IF WS-PGM-BPLACE = SPACES THEN
              MOVE SPACES TO WS-QBPLACE
              MOVE -1 TO WS-QBPLACE-IND
           ELSE
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
              END-STRING
              MOVE ZERO TO WS-QBTIME-IND
           END-IF
           MOVE ZERO TO WS-QDUP-CNT
           IF WS-MQMD-BACKOUTCOUNT > ZERO THEN
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :WS-QDUP-CNT
                 FROM CITIZENS
                 WHERE BDATE = :WS-QBDATE
                 AND GENDER = :WS-QGENDER
                 AND COALESCE(NAME, ' ') =
                     COALESCE(:WS-QNAME :WS-QNAME-IND, ' ')
                 AND COALESCE(BPLACE, ' ') =
                     COALESCE(:WS-QBPLACE :WS-QBPLACE-IND, ' ')
                 AND MERGED_INTO IS NULL
              END-EXEC
              IF SQLCODE NOT = 0 THEN
                 PERFORM PARA-SQL-ERROR
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN WS-MS-REASON NOT = SPACES
                 CONTINUE
              WHEN WS-QDUP-CNT > ZERO
                 MOVE 'REDELIVERED - BIRTH ALREADY ON FILE'
                    TO WS-MS-REASON
                 MOVE 4 TO WS-MS-CLASS
              WHEN OTHER
      *    CHG_TS DRIVES NCITIZEN'S INCREMENTAL 'IC' SWEEP - SET ON
      *    EVERY INSERT, AS IN NCITMAIN
                 EXEC SQL
                    INSERT INTO CITIZENS
                       (BDATE, GENDER, ALIVE, DDATE, NAME, BPLACE,
                        BTIME, CHG_TS)
                    VALUES
                       (:WS-QBDATE, :WS-QGENDER, :WS-QALIVE,
                        :WS-QDDATE :WS-QDDATE-IND,
                        :WS-QNAME :WS-QNAME-IND,
                        :WS-QBPLACE :WS-QBPLACE-IND,
                        :WS-QBTIME :WS-QBTIME-IND, CURRENT TIMESTAMP)
                 END-EXEC
                 IF SQLCODE NOT = 0 THEN
                    PERFORM PARA-SQL-ERROR
                 ELSE
                    PERFORM PARA-HIST-AFTER-ADD
                    MOVE 'Y' TO WS-MS-OK-SW
                    ADD 1 TO WS-MS-BIRTHS
                 END-IF
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH APPLY DEATH - NCITMAIN'S 'IN' UPDATE, AFTER THE
      *    CHECKS A KEYING CLERK WOULD MAKE BY EYE: THE CITIZEN
      *    EXISTS, HAS NOT BEEN MERGED AWAY, IS NOT ALREADY RECORDED
      *    DEAD, AND - WHEN THE MESSAGE NAMES THE PERSON - IS THE
      *    PERSON ON FILE UNDER THAT CITIZEN_ID
      ******************************************************************
       PARA-APPLY-DEATH.
           MOVE WS-PGM-CITIZEN-ID-DIGITS TO WS-QCITIZEN-ID
           PERFORM PARA-FETCH-BEFORE-IMAGE
           MOVE -1 TO WS-QMERGED-IND
           IF WS-QOLD-BDATE-IND NOT = -2 THEN *> ROW FOUND
              EXEC SQL
                 SELECT MERGED_INTO
                 INTO :WS-QMERGED-INTO :WS-QMERGED-IND
                 FROM CITIZENS
                 WHERE CITIZEN_ID = :WS-QCITIZEN-ID
              END-EXEC
              IF SQLCODE NOT = 0 THEN
                 PERFORM PARA-SQL-ERROR
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN WS-MS-REASON NOT = SPACES
                 CONTINUE
              WHEN WS-QOLD-BDATE-IND = -2
                 MOVE 'NO CITIZEN WITH THAT CITIZEN_ID'
                    TO WS-MS-REASON
                 MOVE 4 TO WS-MS-CLASS
              WHEN WS-QMERGED-IND NOT < 0
                 MOVE WS-QMERGED-INTO TO WS-MS-MERGED-D
                 STRING 'CITIZEN MERGED INTO ' WS-MS-MERGED-D
                    DELIMITED BY SIZE INTO WS-MS-REASON
                 END-STRING
                 MOVE 4 TO WS-MS-CLASS
              WHEN WS-QOLD-ALIVE-IND NOT < 0 AND WS-QOLD-ALIVE = 0
                 MOVE 'CITIZEN ALREADY RECORDED DEAD'
                    TO WS-MS-REASON
                 MOVE 4 TO WS-MS-CLASS
              WHEN WS-PGM-NAME NOT = SPACES AND
                   WS-QOLD-NAME-IND NOT < 0 AND
                   WS-PGM-NAME NOT = WS-QOLD-NAME
                 MOVE 'NAME DOES NOT MATCH THE CITIZEN_ID'
                    TO WS-MS-REASON
                 MOVE 4 TO WS-MS-CLASS
              WHEN OTHER
                 PERFORM PARA-INACTIVATE-CITIZEN
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH INACTIVATE CITIZEN - ALIVE = 0 WITH THE DEATH
      *    DATE FROM THE MESSAGE, OR DB2'S CURRENT DATE WHEN NONE WAS
      *    SENT, EXACTLY AS NCITMAIN 'IN'
      ******************************************************************
       PARA-INACTIVATE-CITIZEN.
           MOVE 'N' TO WS-QDDATE-SW
           IF WS-PGM-DDATE-DIGITS NOT = SPACES THEN
              STRING WS-PGM-DDATE-DIGITS(1:4) '-'
                     WS-PGM-DDATE-DIGITS(5:2) '-'
                     WS-PGM-DDATE-DIGITS(7:2)
                     DELIMITED BY SIZE INTO WS-QDDATE
              END-STRING
              MOVE 'Y' TO WS-QDDATE-SW
           END-IF
           EXEC SQL
              UPDATE CITIZENS
              SET ALIVE = 0,
                  DDATE = CASE WHEN :WS-QDDATE-SW = 'N'
                                THEN CURRENT DATE ELSE :WS-QDDATE END,
                  CHG_TS = CURRENT TIMESTAMP
              WHERE CITIZEN_ID = :WS-QCITIZEN-ID
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM PARA-SQL-ERROR
           ELSE
              PERFORM PARA-HIST-AFTER-UPDATE
              MOVE 'Y' TO WS-MS-OK-SW
              ADD 1 TO WS-MS-DEATHS
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH PUT DLQ - THE ORIGINAL MESSAGE BEHIND AN MQDLH
      *    NAMING THE QUEUE IT CAME FROM AND THE REJECT CLASS, PUT
      *    UNDER THE SAME SYNCPOINT AS THE GET. A FAILED PUT STOPS
      *    THE RUN SO THE MESSAGE BACKS OUT INSTEAD OF BEING LOST
      ******************************************************************
       PARA-PUT-DLQ.
           COMPUTE WS-MQDLH-REASON = 65536 + WS-MS-CLASS
           MOVE WS-MQOD-IN-OBJECTNAME   TO WS-MQDLH-DESTQNAME
           MOVE SPACES                  TO WS-MQDLH-DESTQMGRNAME
           MOVE WS-MQMD-ENCODING        TO WS-MQDLH-ENCODING
           MOVE WS-MQMD-CODEDCHARSETID  TO WS-MQDLH-CODEDCHARSETID
           MOVE WS-MQMD-FORMAT          TO WS-MQDLH-FORMAT
           MOVE WS-MQMD-PUTAPPLTYPE     TO WS-MQDLH-PUTAPPLTYPE
           MOVE WS-MQMD-PUTAPPLNAME     TO WS-MQDLH-PUTAPPLNAME
           MOVE WS-MQMD-PUTDATE         TO WS-MQDLH-PUTDATE
           MOVE WS-MQMD-PUTTIME         TO WS-MQDLH-PUTTIME
           MOVE WS-MSG                  TO WS-DLQ-BODY
           MOVE LOW-VALUES              TO WS-MQMD-DLQ-MSGID
           MOVE WS-MQMD-MSGID           TO WS-MQMD-DLQ-CORRELID
           IF WS-MQ-DATALEN > 128 THEN
              MOVE 300 TO WS-MQ-DLQLEN
           ELSE
              COMPUTE WS-MQ-DLQLEN = 172 + WS-MQ-DATALEN
           END-IF
           CALL 'MQPUT' USING WS-MQ-HCONN, WS-MQ-HOBJ-DLQ,
              WS-MQMD-DLQ, WS-MQPMO, WS-MQ-DLQLEN, WS-DLQ-MSG,
              WS-MQ-COMPCODE, WS-MQ-REASON
           END-CALL
           IF WS-MQ-COMPCODE = 2 THEN
              PERFORM PARA-MQ-FAILED
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH WRITE CAPTURE - THE NCTRAN IMAGE AND ITS
      *    DISPOSITION, SAME SEQUENCE NUMBER ON BOTH, FOR NCRECYCL.
      *    A RUN STOPPED BY AN MQ FAILURE WRITES NOTHING FOR THE
      *    MESSAGE IN FLIGHT - IT IS BACK ON THE QUEUE
      ******************************************************************
       PARA-WRITE-CAPTURE.
           IF NOT WS-MS-END THEN
              WRITE TRAN-R
              END-WRITE
              MOVE SPACES TO DISP-R
              MOVE WS-MS-SEQ TO DISP-SEQ
              MOVE TRAN-R(1:25) TO DISP-IMAGE
              MOVE TRAN-NAME TO DISP-NAME
              MOVE WS-RUN-USER TO DISP-MQ-USER
              IF WS-MS-OK THEN
                 MOVE 'ACCEPTED' TO DISP-STATUS
              ELSE
                 MOVE 'REJECTED' TO DISP-STATUS
                 MOVE WS-MS-REASON TO DISP-REASON
              END-IF
              WRITE DISP-R
              END-WRITE
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH LOAD AUTHORITY - READS THE NCAUTH TABLE ONCE. A
      *    FILE THAT CANNOT BE OPENED LEAVES THE TABLE EMPTY, WHICH
      *    REFUSES EVERY SENDER - CLOSED, NOT OPEN
      ******************************************************************
       PARA-LOAD-AUTHORITY.
           MOVE ZERO TO WS-AUTH-CNT
           OPEN INPUT RECAUTH
           IF WS-FS-AUTH NOT = '00' THEN
              DISPLAY 'ERROR:   AUTHORITY TABLE (NCAUTH DD) CANNOT ',
                 'BE OPENED. FS=', WS-FS-AUTH,
                 ' - ALL NOTIFICATIONS WILL BE REFUSED'
           ELSE
              MOVE 'N' TO WS-AUTH-EOF
              PERFORM UNTIL WS-AUTH-EOF = 'Y'
                 READ RECAUTH
                    AT END
                       MOVE 'Y' TO WS-AUTH-EOF
                    NOT AT END
                       IF AUTH-R(1:1) NOT = '*' AND
                          WS-AUTH-CNT < 50 THEN
                          ADD 1 TO WS-AUTH-CNT
                          MOVE AUTH-USER
                             TO WS-AUTH-T-USER(WS-AUTH-CNT)
                          MOVE AUTH-MODES
                             TO WS-AUTH-T-MODES(WS-AUTH-CNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RECAUTH
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH CHECK AUTHORITY - WS-AUTH-OK ONLY WHEN THE
      *    SENDER'S NCAUTH ROW LISTS WS-AUTH-MODE
      ******************************************************************
       PARA-CHECK-AUTHORITY.
           MOVE 'N' TO WS-AUTH-OK-SW
           PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
              UNTIL WS-AUTH-IDX > WS-AUTH-CNT
              IF WS-AUTH-T-USER(WS-AUTH-IDX) = WS-RUN-USER THEN
                 PERFORM VARYING WS-AUTH-POS FROM 1 BY 1
                    UNTIL WS-AUTH-POS > 19
                    IF WS-AUTH-T-MODES(WS-AUTH-IDX)(WS-AUTH-POS:2)
                       = WS-AUTH-MODE THEN
                       MOVE 'Y' TO WS-AUTH-OK-SW
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           EXIT.
      ******************************************************************
      *    PARAGRAPH LOG SECURITY - ONE NCSECLOG RECORD PER REFUSED
      *    SENDER, SAME LAYOUT AS NCITMAIN'S
      ******************************************************************
       PARA-LOG-SECURITY.
           MOVE SPACES TO WS-WTO-LINE
           STRING 'NCMQ001E NOTIFICATION REFUSED - SENDER '
              WS-RUN-USER ' MODE ' WS-AUTH-MODE
              DELIMITED BY SIZE INTO WS-WTO-LINE
           END-STRING
           PERFORM PARA-WTO
           OPEN EXTEND RECSECL
           EVALUATE WS-FS-SECL
              WHEN '05'
              WHEN '35'
                 CLOSE RECSECL
                 OPEN OUTPUT RECSECL
           END-EVALUATE
           MOVE SPACES TO SECL-R
           MOVE WS-RUN-USER               TO SECL-USER
           MOVE WS-RUN-DATE               TO SECL-DATE
           MOVE WS-AUTH-MODE              TO SECL-MODE
           MOVE WS-PGM-CITIZEN-ID-DIGITS  TO SECL-CITIZEN-ID
           MOVE 'REFUSED - MQ SENDER NOT IN NCAUTH' TO SECL-TEXT
           MOVE WS-PGM-NAME               TO SECL-NAME
           WRITE SECL-R
           END-WRITE
           CLOSE RECSECL
           EXIT.
      ******************************************************************
      *    PARAGRAPH FETCH BEFORE IMAGE - THE ROW AS IT STANDS AHEAD
      *    OF THE UPDATE. +100 (NO SUCH CITIZEN) IS FLAGGED BY A -2
      *    BDATE INDICATOR, A VALUE DB2 NEVER RETURNS ON A FETCH
      ******************************************************************
       PARA-FETCH-BEFORE-IMAGE.
           EXEC SQL
              SELECT BDATE, GENDER, ALIVE, DDATE, NAME, BPLACE,
                     BTIME
              INTO :WS-QOLD-BDATE :WS-QOLD-BDATE-IND,
                   :WS-QOLD-GENDER :WS-QOLD-GENDER-IND,
                   :WS-QOLD-ALIVE :WS-QOLD-ALIVE-IND,
                   :WS-QOLD-DDATE :WS-QOLD-DDATE-IND,
                   :WS-QOLD-NAME :WS-QOLD-NAME-IND,
                   :WS-QOLD-BPLACE :WS-QOLD-BPLACE-IND,
                   :WS-QOLD-BTIME :WS-QOLD-BTIME-IND
              FROM CITIZENS
              WHERE CITIZEN_ID = :WS-QCITIZEN-ID
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZERO
                 CONTINUE
              WHEN +100
                 MOVE -2 TO WS-QOLD-BDATE-IND
              WHEN OTHER
                 PERFORM PARA-HIST-FATAL
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH FETCH AFTER IMAGE - THE ROW AS STORED, SO THE
      *    DB2-SUPPLIED DDATE AND GENERATED KEY GO ON THE HISTORY ROW
      ******************************************************************
       PARA-FETCH-AFTER-IMAGE.
           EXEC SQL
              SELECT BDATE, GENDER, ALIVE, DDATE, NAME, BPLACE,
                     BTIME
              INTO :WS-QNEW-BDATE :WS-QNEW-BDATE-IND,
                   :WS-QNEW-GENDER :WS-QNEW-GENDER-IND,
                   :WS-QNEW-ALIVE :WS-QNEW-ALIVE-IND,
                   :WS-QNEW-DDATE :WS-QNEW-DDATE-IND,
                   :WS-QNEW-NAME :WS-QNEW-NAME-IND,
                   :WS-QNEW-BPLACE :WS-QNEW-BPLACE-IND,
                   :WS-QNEW-BTIME :WS-QNEW-BTIME-IND
              FROM CITIZENS
              WHERE CITIZEN_ID = :WS-QCITIZEN-ID
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM PARA-HIST-FATAL
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH HIST AFTER ADD - GENERATED KEY, ALL-NULL BEFORE
      *    IMAGE, STORED ROW AS THE AFTER IMAGE
      ******************************************************************
       PARA-HIST-AFTER-ADD.
           EXEC SQL
              SET :WS-QCITIZEN-ID = IDENTITY_VAL_LOCAL()
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM PARA-HIST-FATAL
           END-IF
           MOVE -1 TO WS-QOLD-BDATE-IND
           MOVE -1 TO WS-QOLD-GENDER-IND
           MOVE -1 TO WS-QOLD-ALIVE-IND
           MOVE -1 TO WS-QOLD-DDATE-IND
           MOVE -1 TO WS-QOLD-NAME-IND
           MOVE -1 TO WS-QOLD-BPLACE-IND
           MOVE -1 TO WS-QOLD-BTIME-IND
           PERFORM PARA-FETCH-AFTER-IMAGE
           PERFORM PARA-WRITE-CHANGE-HISTORY
           EXIT.
      ******************************************************************
       PARA-HIST-AFTER-UPDATE.
           PERFORM PARA-FETCH-AFTER-IMAGE
           PERFORM PARA-WRITE-CHANGE-HISTORY
           EXIT.
      ******************************************************************
      *    PARAGRAPH WRITE CHANGE HISTORY - ONE CITIZENS_HIST ROW PER
      *    APPLIED MESSAGE: THE SENDER, ORIGIN 'Q', THE NCITMAIN MODE
      *    THE MESSAGE STOOD FOR AND THE FULL BEFORE/AFTER IMAGES
      ******************************************************************
       PARA-WRITE-CHANGE-HISTORY.
           MOVE WS-RUN-USER TO WS-QHIST-USER
           MOVE 'Q'         TO WS-QHIST-ORIGIN
           MOVE WS-PGM-MODE TO WS-QHIST-MODE
           MOVE ZERO TO WS-QHIST-MERGE-ID
           MOVE -1 TO WS-QHIST-MERGE-IND
           EXEC SQL
              INSERT INTO CITIZENS_HIST
                 (CITIZEN_ID, CHG_TS, CHG_USER, CHG_ORIGIN, CHG_MODE,
                  OLD_BDATE, OLD_GENDER, OLD_ALIVE, OLD_DDATE,
                  OLD_NAME, OLD_BPLACE,
                  NEW_BDATE, NEW_GENDER, NEW_ALIVE, NEW_DDATE,
                  NEW_NAME, NEW_BPLACE, MERGE_ID,
                  OLD_BTIME, NEW_BTIME)
              VALUES
                 (:WS-QCITIZEN-ID, CURRENT TIMESTAMP,
                  :WS-QHIST-USER, :WS-QHIST-ORIGIN, :WS-QHIST-MODE,
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
                  :WS-QNEW-BTIME :WS-QNEW-BTIME-IND)
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM PARA-HIST-FATAL
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH HIST FATAL - A FAILING HISTORY TABLE IS AN
      *    ENVIRONMENT FAULT, NOT A BAD MESSAGE: DB2 IS ROLLED BACK,
      *    THE MESSAGE BACKED OUT TO THE QUEUE, AND THE RUN ABENDS -
      *    NO CHANGE EVER COMMITS WITHOUT ITS HISTORY ROW
      ******************************************************************
       PARA-HIST-FATAL.
           EXEC SQL
              ROLLBACK
           END-EXEC
           CALL 'MQBACK' USING WS-MQ-HCONN,
              WS-MQ-COMPCODE, WS-MQ-REASON
           END-CALL
      ************** DB2 Error Handling Routine
           DISPLAY '*************************************************'
           DISPLAY '**** E R R O R M E S S A G E S ****'
           DISPLAY '*************************************************'
           DISPLAY '* Problem in paragraph: CHANGE HISTORY'
           DISPLAY '*'
           DISPLAY '* SQLCODE: ' SQLCODE
           DISPLAY '*************************************************'
           MOVE 8 TO RETURN-CODE
           CALL "CEE3ABD" USING ABEND-CODE , TIMING
           EXIT.
      ******************************************************************
      *    PARAGRAPH SQL ERROR - A STATEMENT DB2 REFUSES FOR THIS ONE
      *    MESSAGE (AN IMPOSSIBLE DATE LIKE 20260231, A CONSTRAINT)
      *    REJECTS IT TO THE DLQ AND THE INTAKE CARRIES ON, AS A 'BT'
      *    RUN DOES. DEADLOCK/TIMEOUT (-911/-913) IS NOT THE
      *    MESSAGE'S FAULT - IT IS BACKED OUT TO THE QUEUE AND THE
      *    RUN STOPS, SO THE NEXT RUN PICKS IT UP AGAIN
      ******************************************************************
       PARA-SQL-ERROR.
           IF SQLCODE = -911 OR SQLCODE = -913 THEN
              MOVE SQLCODE TO WS-MS-SQLCODE-D
              DISPLAY 'ERROR:   DB2 SQLCODE ', WS-MS-SQLCODE-D,
                 ' - MESSAGE BACKED OUT, INTAKE STOPPED'
              MOVE ZERO TO WS-MQ-REASON
              PERFORM PARA-MQ-FAILED
              MOVE 'DB2 RESOURCE UNAVAILABLE' TO WS-MS-REASON
           ELSE
              MOVE SQLCODE TO WS-MS-SQLCODE-D
              MOVE SPACES TO WS-MS-REASON
              STRING 'DB2 ERROR SQLCODE ' WS-MS-SQLCODE-D
                 DELIMITED BY SIZE INTO WS-MS-REASON
              END-STRING
              MOVE 5 TO WS-MS-CLASS
              MOVE 'N' TO WS-MS-OK-SW
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH WTO - ONE OPERATOR MESSAGE TO THE CONSOLE, SAME
      *    SINGLE-EXIT CONVENTION AS NCITIZEN'S PARA-WTO
      ******************************************************************
       PARA-WTO.
           DISPLAY WS-WTO-LINE UPON OPERATOR-CONSOLE
           MOVE SPACES TO WS-WTO-LINE
           EXIT.
