       IDENTIFICATION DIVISION.
       PROGRAM-ID. NCEXTOUT.
      ******************************************************************
      *                      NAKSHATRA CITIZEN
      *                      (VEDIC ASTROLOGY)
      *                      OUTBOUND EXTRACT TO STATISTICS OFFICE
      ******************************************************************
      *    ABOUT
      *          NCEXTMCH MATCHES THE EXTRACT THE NATIONAL STATISTICS
      *          OFFICE SENDS US; THIS PGM IS THE OTHER DIRECTION.
      *          MODE 'F' (FULL) AND 'D' (DELTA) WRITE OUR POPULATION
      *          TO NCEXTOUT IN THE SAME 80-BYTE LAYOUT NCEXTMCH
      *          READS, ASCENDING BY CITIZEN ID, BETWEEN A HEADER AND
      *          A TRAILER CARRYING THE RECORD COUNTS AND A HASH
      *          TOTAL (SUM OF THE CITIZEN IDS), AND RECORD EVERY
      *          SEND IN A SEND LOG (NCSLOGO, ONE GDG GENERATION PER
      *          SEND). MODE 'A' READS THE OFFICE'S ACKNOWLEDGMENT
      *          FILE BACK, MATCHES IT AGAINST THE SEND LOG OF THE
      *          SEND IT ANSWERS AND ROUTES EVERY REJECTED RECORD TO
      *          THE DATA STEWARDSHIP QUEUE (NCEXCP, COLUMN
      *          'STATSOFF'), WHERE NCEXCMGR KEEPS IT OPEN UNTIL THE
      *          ROW HAS BEEN CHANGED - THE CHANGE PUTS IT IN THE
      *          NEXT DELTA, AND SO BACK IN FRONT OF THE OFFICE.
      *
      *          'F' SENDS EVERY REGISTRATION NOT MERGED AWAY. 'D'
      *          SENDS EVERY ROW NCITMAIN/NCITCICS STAMPED (CHG_TS)
      *          AFTER THE HIGH-WATER MARK AND UP TO THIS RUN'S OWN
      *          DB2 TIMESTAMP, WHICH BECOMES THE NEXT MARK. THE MARK
      *          IS THE TO-TIMESTAMP OF THE PREVIOUS SEND, READ FROM
      *          ITS LOG (NCSLOGI) - OR, WHEN THE OFFICE REJECTED THAT
      *          SEND IN FULL, ITS FROM-TIMESTAMP, SO THE SAME CHANGES
      *          GO AGAIN. A ROW MERGED AWAY SINCE THE MARK GOES AS
      *          ACTION 'M' WITH THE SURVIVOR'S ID. A ROW REMOVED
      *          OUTRIGHT (RETENTION PURGE, BACK-OUT OF AN ADD) LEAVES
      *          NOTHING TO STAMP - THE PERIODIC FULL SEND IS WHAT
      *          TAKES IT OFF THE OFFICE'S COPY.
      *
      *    NCEXTOUT LAYOUT (LRECL 80)
      *          HEADER   POS  1-9   000000000
      *                   POS 11-13  'HDR'
      *                   POS 15-20  SEND NUMBER
      *                   POS 22     'F' FULL / 'D' DELTA
      *                   POS 24-49  FROM TIMESTAMP (SPACES ON 'F')
      *                   POS 51-76  TO TIMESTAMP
      *          DETAIL   POS  1-67  AS NCEXTMCH'S EXTERNAL LAYOUT
      *                              (ID, BDATE, GENDER, ALIVE, DDATE,
      *                              NAME, BIRTH TIME)
      *                   POS 69     'U' CURRENT ROW / 'M' MERGED AWAY
      *                   POS 71-79  SURVIVING CITIZEN ID ON 'M'
      *          TRAILER  POS  1-9   999999999
      *                   POS 11-13  'TRL'
      *                   POS 15-20  SEND NUMBER
      *                   POS 22-30  DETAIL RECORDS
      *                   POS 32-49  HASH TOTAL - SUM OF DETAIL IDS
      *                   POS 51-59  'U' RECORDS
      *                   POS 61-69  'M' RECORDS
      *
      *    NCACKIN ACKNOWLEDGMENT LAYOUT (LRECL 80, AS AGREED WITH
      *    THE OFFICE - SORTED BY CITIZEN ID BEFORE THIS PGM SEES IT)
      *          HEADER   POS  1-9   000000000
      *                   POS 11-13  'ACK'
      *                   POS 15-20  SEND NUMBER ACKNOWLEDGED
      *                   POS 22-30  DETAIL RECORDS THEY RECEIVED
      *                   POS 32-49  HASH TOTAL THEY COMPUTED
      *                   POS 51     'A' FILE ACCEPTED / 'R' FILE
      *                              REJECTED IN FULL
      *          DETAIL   POS  1-9   CITIZEN ID
      *                   POS 11     'A' ACCEPTED / 'R' REJECTED
      *                   POS 13-16  THEIR REASON CODE
      *                   POS 18-67  THEIR REASON TEXT
      *          TRAILER  POS  1-9   999999999
      *                   POS 11-13  'TRL'
      *                   POS 15-20  SEND NUMBER
      *                   POS 22-30  DETAIL RECORDS IN THE FILE
      *          THE OFFICE MAY LIST ONLY ITS REJECTIONS - A SENT
      *          RECORD THE ACKNOWLEDGMENT DOES NOT MENTION COUNTS AS
      *          ACCEPTED. SEVERAL REASONS FOR ONE CITIZEN ARE SEVERAL
      *          DETAIL RECORDS.
      *
      *    SEND LOG LAYOUT (LRECL 80, ONE GENERATION PER SEND)
      *          POS 1     'S' START, 'D' DETAIL, 'T' TOTALS,
      *                    'A' ACKNOWLEDGMENT (APPENDED BY MODE 'A')
      *          POS 3-8   SEND NUMBER
      *          'S'  POS 10 MODE, 12-37 FROM TS, 39-64 TO TS,
      *               66-73 USER
      *          'D'  POS 10-18 CITIZEN ID, 20 ACTION, 22-51 NAME
      *          'T'  POS 10-18 DETAIL RECORDS, 20-37 HASH TOTAL,
      *               39-47 'U' RECORDS, 49-57 'M' RECORDS
      *          'A'  POS 10-17 DATE, 19 'A'/'R', 21-29 ACCEPTED,
      *               31-39 REJECTED, 41-49 NOT SENT, 51-58 USER
      *
      ******************************************************************
      *          COPYRIGHT:  GNU GPLV3 LICENSE 2023
      *          AUTHOR:     PRZEMYSLAW ADAM KUPISZ
      *          VERSION:    ALPHA
      *
      *    ARGUMENTS FROM JCL
      *    POS 1     'F' FULL SEND, 'D' DELTA SEND, 'A' PROCESS AN
      *              ACKNOWLEDGMENT
      *    POS 3-28  'D' ONLY - FROM TIMESTAMP
      *              YYYY-MM-DD-HH.MM.SS.NNNNNN OVERRIDING THE
      *              HIGH-WATER MARK (A BARE YYYY-MM-DD OR NO
      *              MICROSECONDS IS PADDED). NEEDED WHEN THERE IS
      *              NO PREVIOUS SEND LOG, OR TO RESEND AN OLDER
      *              WINDOW
      *    EXAMPLES
      *       PARM='F'
      *       PARM='D'
      *       PARM='D,2026-09-30'
      *       PARM='A'
      *
      *    RETURN CODES
      *          0 - SEND WRITTEN / SEND ACCEPTED IN FULL
      *          4 - ACKNOWLEDGMENT WITH REJECTED RECORDS (ROUTED TO
      *              NCEXCP)
      *          8 - ACKNOWLEDGMENT FOR ANOTHER SEND, FILE REJECTED IN
      *              FULL, COUNT/HASH DISAGREEMENT, RECORDS WE NEVER
      *              SENT, FILE MISSING OR OUT OF SEQUENCE
      *          A SEND THAT CANNOT BE MADE (BAD PARM, NO HIGH-WATER
      *          MARK, DB2 ERROR) ABENDS INSTEAD, SO THE (+1) EXTRACT
      *          AND LOG GENERATIONS HIT THEIR DELETE DISPOSITION -
      *          SAME CONVENTION AS NCMERGE
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    OPERATOR CONSOLE FOR THE NCXONNNE WTO MESSAGES, SAME
      *    CONVENTION AS NCITIZEN'S NCITNNNE SET
       SPECIAL-NAMES.
           CONSOLE IS OPERATOR-CONSOLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    'F'/'D' - THE EXTRACT FOR THE STATISTICS OFFICE
           SELECT RECOUT ASSIGN TO NCEXTOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-OUT.
      *    'F'/'D' - THE PREVIOUS SEND'S LOG, FOR THE HIGH-WATER MARK
      *    AND THE SEND NUMBER. 'A' - THE LOG OF THE SEND BEING
      *    ACKNOWLEDGED, EXTENDED WITH THE OUTCOME. MISSING OR DUMMY
      *    BEFORE THE VERY FIRST SEND
           SELECT OPTIONAL RECSLGI ASSIGN TO NCSLOGI
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-SLI.
      *    'F'/'D' - THIS SEND'S LOG
           SELECT RECSLGO ASSIGN TO NCSLOGO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-SLO.
      *    'A' - THE OFFICE'S ACKNOWLEDGMENT, SORTED BY CITIZEN ID
           SELECT RECACK ASSIGN TO NCACKIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ACK.
      *    'A' - THE DATA STEWARDSHIP QUEUE NCITIZEN ALSO WRITES
           SELECT OPTIONAL RECEXCP ASSIGN TO NCEXCP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-EXC.
       DATA DIVISION.
       FILE SECTION.
      *    DETAIL - POS 1-67 SAME COLUMNS AS NCEXTMCH'S EXT-R
       FD RECOUT
           RECORDING MODE IS F.
       01 OUT-R.
        05 OUT-CITIZEN-ID             PIC   9(9).
        05 FILLER                     PIC   X.
        05 OUT-BDATE                  PIC   X(8).
        05 FILLER                     PIC   X.
        05 OUT-GENDER                 PIC   X.
        05 FILLER                     PIC   X.
        05 OUT-ALIVE                  PIC   X.
        05 FILLER                     PIC   X.
        05 OUT-DDATE                  PIC   X(8).
        05 FILLER                     PIC   X.
        05 OUT-NAME                   PIC   X(30).
        05 FILLER                     PIC   X.
        05 OUT-BTIME                  PIC   X(4).
        05 FILLER                     PIC   X.
        05 OUT-ACTION                 PIC   X.
        05 FILLER                     PIC   X.
        05 OUT-MERGED-INTO            PIC   X(9).
        05 FILLER                     PIC   X.
       01 OUT-HDR-R.
        05 OUT-H-ID                   PIC   X(9).
        05 FILLER                     PIC   X.
        05 OUT-H-TAG                  PIC   X(3).
        05 FILLER                     PIC   X.
        05 OUT-H-SEQ                  PIC   9(6).
        05 FILLER                     PIC   X.
        05 OUT-H-MODE                 PIC   X.
        05 FILLER                     PIC   X.
        05 OUT-H-FROM-TS              PIC   X(26).
        05 FILLER                     PIC   X.
        05 OUT-H-TO-TS                PIC   X(26).
        05 FILLER                     PIC   X(4).
       01 OUT-TRL-R.
        05 OUT-T-ID                   PIC   X(9).
        05 FILLER                     PIC   X.
        05 OUT-T-TAG                  PIC   X(3).
        05 FILLER                     PIC   X.
        05 OUT-T-SEQ                  PIC   9(6).
        05 FILLER                     PIC   X.
        05 OUT-T-REC-CNT              PIC   9(9).
        05 FILLER                     PIC   X.
        05 OUT-T-HASH                 PIC   9(18).
        05 FILLER                     PIC   X.
        05 OUT-T-U-CNT                PIC   9(9).
        05 FILLER                     PIC   X.
        05 OUT-T-M-CNT                PIC   9(9).
        05 FILLER                     PIC   X(11).
      ******************************************************************
      *    SEND LOG RECORDS - VIEWED THROUGH WS-LOG-REC
      ******************************************************************
       FD RECSLGI
           RECORDING MODE IS F.
       01 SLGI-R                      PIC   X(80).
       FD RECSLGO
           RECORDING MODE IS F.
       01 SLGO-R                      PIC   X(80).
      ******************************************************************
      *    ACKNOWLEDGMENT RECORDS - SEE ABOUT
      ******************************************************************
       FD RECACK
           RECORDING MODE IS F.
       01 ACK-R.
        05 ACK-CITIZEN-ID             PIC   X(9).
        05 FILLER                     PIC   X.
        05 ACK-STATUS                 PIC   X.
        05 FILLER                     PIC   X.
        05 ACK-REASON                 PIC   X(4).
        05 FILLER                     PIC   X.
        05 ACK-TEXT                   PIC   X(50).
        05 FILLER                     PIC   X(13).
       01 ACK-HDR-R.
        05 ACK-H-ID                   PIC   X(9).
        05 FILLER                     PIC   X.
        05 ACK-H-TAG                  PIC   X(3).
        05 FILLER                     PIC   X.
        05 ACK-H-SEQ                  PIC   X(6).
        05 FILLER                     PIC   X.
        05 ACK-H-RECEIVED             PIC   X(9).
        05 FILLER                     PIC   X.
        05 ACK-H-HASH                 PIC   X(18).
        05 FILLER                     PIC   X.
        05 ACK-H-STATUS               PIC   X.
        05 FILLER                     PIC   X(29).
       01 ACK-TRL-R.
        05 ACK-T-ID                   PIC   X(9).
        05 FILLER                     PIC   X.
        05 ACK-T-TAG                  PIC   X(3).
        05 FILLER                     PIC   X.
        05 ACK-T-SEQ                  PIC   X(6).
        05 FILLER                     PIC   X.
        05 ACK-T-REC-CNT              PIC   X(9).
        05 FILLER                     PIC   X(50).
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
        05 WS-QMODE              PIC   X.
        05 WS-QFROM-TS           PIC   X(26).
        05 WS-QTO-TS             PIC   X(26).
        05 WS-QCITID             PIC   S9(9) COMP-5.
        05 WS-QBDATE             PIC   X(10).
        05 WS-QGENDER            PIC   9.
        05 WS-QALIVE             PIC   9.
        05 WS-QDDATE             PIC   X(10).
        05 WS-QNAME              PIC   X(30).
        05 WS-QBTIME             PIC   X(8).
        05 WS-QMERGED-INTO       PIC   S9(9) COMP-5.
        05 WS-QBDATE-IND         PIC   S9(4) COMP-5.
        05 WS-QGENDER-IND        PIC   S9(4) COMP-5.
        05 WS-QALIVE-IND         PIC   S9(4) COMP-5.
        05 WS-QDDATE-IND         PIC   S9(4) COMP-5.
        05 WS-QNAME-IND          PIC   S9(4) COMP-5.
        05 WS-QBTIME-IND         PIC   S9(4) COMP-5.
        05 WS-QMERGED-IND        PIC   S9(4) COMP-5.
           EXEC SQL END DECLARE SECTION
           END-EXEC.
      ******************************************************************
      *    THE ROWS TO SEND, KEY ORDER - THE OFFICE'S MATCH AND OUR
      *    ACKNOWLEDGMENT MATCH BOTH WALK THE FILE ASCENDING.
      *    'F': EVERY REGISTRATION NOT MERGED AWAY. 'D': EVERY ROW
      *    STAMPED INSIDE THE WINDOW, MERGED ONES INCLUDED (THEY GO
      *    AS ACTION 'M'). THE FULL SEND STILL CARRIES A VALID FROM
      *    TIMESTAMP SO THE UNUSED BRANCH NEVER CONVERTS SPACES
      ******************************************************************
           EXEC SQL
              DECLARE CRSO CURSOR FOR
              SELECT
              CITIZEN_ID, BDATE, GENDER, ALIVE, DDATE, NAME, BTIME,
              MERGED_INTO
              FROM CITIZENS
              WHERE (:WS-QMODE = 'F' AND MERGED_INTO IS NULL)
              OR (:WS-QMODE = 'D'
                  AND CHG_TS > :WS-QFROM-TS
                  AND CHG_TS <= :WS-QTO-TS)
              ORDER BY CITIZEN_ID
              FOR FETCH ONLY
           END-EXEC.
      ******************************************************************
      *  END OF SQL VARIABLES & STRUCTURES
      ******************************************************************
       01 WS-PGM-ARGS.
        05 WS-PGM-MODE        PIC   X VALUE SPACE.
           88 WS-PGM-FULL         VALUE 'F'.
           88 WS-PGM-DELTA        VALUE 'D'.
           88 WS-PGM-ACK          VALUE 'A'.
        05 WS-PGM-FROM-TS     PIC   X(26) VALUE SPACES.
        05 WS-RUN-USER        PIC   X(8).
        05 WS-RUN-DATE        PIC   9(8).
      ******************************************************************
      *    WHAT THE PREVIOUS (OR THE ACKNOWLEDGED) SEND'S LOG SAYS
      ******************************************************************
       01 WS-LAST-SEND.
        05 WS-LS-FOUND-SW     PIC   X VALUE 'N'.
           88 WS-LS-FOUND         VALUE 'Y'.
        05 WS-LS-SEQ          PIC   9(6) VALUE ZERO.
        05 WS-LS-MODE         PIC   X VALUE SPACE.
        05 WS-LS-FROM-TS      PIC   X(26) VALUE SPACES.
        05 WS-LS-TO-TS        PIC   X(26) VALUE SPACES.
        05 WS-LS-TRL-SW       PIC   X VALUE 'N'.
           88 WS-LS-COMPLETE      VALUE 'Y'.
        05 WS-LS-REC-CNT      PIC   9(9) VALUE ZERO.
        05 WS-LS-HASH         PIC   9(18) VALUE ZERO.
        05 WS-LS-ACK-STATUS   PIC   X VALUE SPACE.
        05 WS-LS-ACK-DATE     PIC   9(8) VALUE ZERO.
      ******************************************************************
      *    THIS SEND
      ******************************************************************
       01 WS-SEND.
        05 WS-SEQ             PIC   9(6) VALUE ZERO.
        05 WS-DB2-EOF-SW      PIC   X VALUE 'N'.
           88 WS-DB2-EOF          VALUE 'Y'.
        05 WS-OUT-CNT         PIC   9(9) VALUE ZERO.
        05 WS-OUT-U-CNT       PIC   9(9) VALUE ZERO.
        05 WS-OUT-M-CNT       PIC   9(9) VALUE ZERO.
        05 WS-HASH            PIC   9(18) VALUE ZERO.
        05 WS-MERGED-D        PIC   9(9).
      ******************************************************************
      *    THE ACKNOWLEDGMENT MATCH - BALANCED LINE OF THE ACK DETAIL
      *    RECORDS AGAINST THE LOG'S 'D' RECORDS
      ******************************************************************
       01 WS-ACK-MATCH.
        05 WS-ACK-EOF-SW      PIC   X VALUE 'N'.
           88 WS-ACK-EOF          VALUE 'Y'.
        05 WS-LOG-EOF-SW      PIC   X VALUE 'N'.
           88 WS-LOG-EOF          VALUE 'Y'.
        05 WS-ACK-SEQ         PIC   9(6) VALUE ZERO.
        05 WS-ACK-RECEIVED    PIC   9(9) VALUE ZERO.
        05 WS-ACK-HASH        PIC   9(18) VALUE ZERO.
        05 WS-ACK-FILE-STATUS PIC   X VALUE SPACE.
        05 WS-ACK-TRL-SW      PIC   X VALUE 'N'.
           88 WS-ACK-TRL-SEEN     VALUE 'Y'.
        05 WS-ACK-TRL-CNT     PIC   9(9) VALUE ZERO.
        05 WS-ACK-ID          PIC   9(9) VALUE ZERO.
        05 WS-ACK-PREV-ID     PIC   9(9) VALUE ZERO.
        05 WS-CUR-REJ-SW      PIC   X VALUE 'N'.
           88 WS-CUR-REJECTED     VALUE 'Y'.
        05 WS-ACK-OUTCOME     PIC   X VALUE 'A'.
        05 WS-ACK-BAD-SW      PIC   X VALUE 'N'.
           88 WS-ACK-BAD          VALUE 'Y'.
      ******************************************************************
       01 WS-COUNTS.
        05 WS-LOG-READ        PIC   9(9) VALUE ZERO.
        05 WS-ACK-READ        PIC   9(9) VALUE ZERO.
        05 WS-ACC-CNT         PIC   9(9) VALUE ZERO.
        05 WS-REJ-CNT         PIC   9(9) VALUE ZERO.
        05 WS-REJ-REASONS     PIC   9(9) VALUE ZERO.
        05 WS-NOT-SENT        PIC   9(9) VALUE ZERO.
      ******************************************************************
      *    ONE SEND LOG RECORD AND ITS FOUR VIEWS
      ******************************************************************
       01 WS-LOG-REC.
        05 WS-LG-TYPE         PIC   X.
        05 FILLER             PIC   X.
        05 WS-LG-SEQ          PIC   9(6).
        05 FILLER             PIC   X(72).
       01 WS-LOG-S REDEFINES WS-LOG-REC.
        05 FILLER             PIC   X(9).
        05 WS-LGS-MODE        PIC   X.
        05 FILLER             PIC   X.
        05 WS-LGS-FROM-TS     PIC   X(26).
        05 FILLER             PIC   X.
        05 WS-LGS-TO-TS       PIC   X(26).
        05 FILLER             PIC   X.
        05 WS-LGS-USER        PIC   X(8).
        05 FILLER             PIC   X(7).
       01 WS-LOG-D REDEFINES WS-LOG-REC.
        05 FILLER             PIC   X(9).
        05 WS-LGD-CITIZEN-ID  PIC   9(9).
        05 FILLER             PIC   X.
        05 WS-LGD-ACTION      PIC   X.
        05 FILLER             PIC   X.
        05 WS-LGD-NAME        PIC   X(30).
        05 FILLER             PIC   X(29).
       01 WS-LOG-T REDEFINES WS-LOG-REC.
        05 FILLER             PIC   X(9).
        05 WS-LGT-REC-CNT     PIC   9(9).
        05 FILLER             PIC   X.
        05 WS-LGT-HASH        PIC   9(18).
        05 FILLER             PIC   X.
        05 WS-LGT-U-CNT       PIC   9(9).
        05 FILLER             PIC   X.
        05 WS-LGT-M-CNT       PIC   9(9).
        05 FILLER             PIC   X(23).
       01 WS-LOG-A REDEFINES WS-LOG-REC.
        05 FILLER             PIC   X(9).
        05 WS-LGA-DATE        PIC   9(8).
        05 FILLER             PIC   X.
        05 WS-LGA-STATUS      PIC   X.
        05 FILLER             PIC   X.
        05 WS-LGA-ACC-CNT     PIC   9(9).
        05 FILLER             PIC   X.
        05 WS-LGA-REJ-CNT     PIC   9(9).
        05 FILLER             PIC   X.
        05 WS-LGA-NOT-SENT    PIC   9(9).
        05 FILLER             PIC   X.
        05 WS-LGA-USER        PIC   X(8).
        05 FILLER             PIC   X(22).
      ******************************************************************
      *    THE LOG DETAIL THE ACKNOWLEDGMENT IS BEING MATCHED AGAINST
      ******************************************************************
       01 WS-CUR-LOG.
        05 WS-CUR-ID          PIC   9(9) VALUE ZERO.
        05 WS-CUR-NAME        PIC   X(30).
      ******************************************************************
       01 WS-FS-OUT           PIC   XX.
       01 WS-FS-SLI           PIC   XX.
       01 WS-FS-SLO           PIC   XX.
       01 WS-FS-ACK           PIC   XX.
       01 WS-FS-EXC           PIC   XX.
       01 WS-EOF-FLAG         PIC   A VALUE 'N'.
       01 WS-HLINE            PIC   X(80) VALUES ALL '*'.
       01 WS-WTO-LINE         PIC   X(120).
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
           ACCEPT WS-RUN-USER FROM USERNAME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM PARA-READ-PARM
           EVALUATE TRUE
              WHEN WS-PGM-ACK
                 PERFORM PARA-ACK
              WHEN OTHER
                 PERFORM PARA-SEND
           END-EVALUATE
           STOP RUN.
      ******************************************************************
      *    PARAGRAPH READ PARM - MODE AND THE OPTIONAL DELTA FROM
      *    TIMESTAMP, PADDED THE WAY NCITMAIN'S 'BO' PADS ITS WINDOW
      ******************************************************************
       PARA-READ-PARM.
           IF PARM-LENGTH >= 1 THEN
              MOVE PARM-DATA(1:1) TO WS-PGM-MODE
           END-IF
           IF NOT WS-PGM-FULL AND NOT WS-PGM-DELTA AND
              NOT WS-PGM-ACK THEN
              DISPLAY 'ERROR:   PARM POS 1 MUST BE F (FULL SEND), ',
                 'D (DELTA SEND) OR A (ACKNOWLEDGMENT)'
              PERFORM PARA-ABANDON
           END-IF
           IF WS-PGM-DELTA AND PARM-LENGTH >= 12 THEN
              IF PARM-LENGTH >= 28 THEN
                 MOVE PARM-DATA(3:26) TO WS-PGM-FROM-TS
              ELSE
                 MOVE PARM-DATA(3:PARM-LENGTH - 2) TO WS-PGM-FROM-TS
              END-IF
              IF WS-PGM-FROM-TS(11:16) = SPACES THEN
                 MOVE '-00.00.00.000000' TO WS-PGM-FROM-TS(11:16)
              END-IF
              IF WS-PGM-FROM-TS(20:7) = SPACES THEN
                 MOVE '.000000' TO WS-PGM-FROM-TS(20:7)
              END-IF
              IF WS-PGM-FROM-TS(1:4) IS NOT NUMERIC OR
                 WS-PGM-FROM-TS(5:1) NOT = '-' OR
                 WS-PGM-FROM-TS(6:2) IS NOT NUMERIC OR
                 WS-PGM-FROM-TS(8:1) NOT = '-' OR
                 WS-PGM-FROM-TS(9:2) IS NOT NUMERIC OR
                 WS-PGM-FROM-TS(11:1) NOT = '-' OR
                 WS-PGM-FROM-TS(12:2) IS NOT NUMERIC OR
                 WS-PGM-FROM-TS(14:1) NOT = '.' OR
                 WS-PGM-FROM-TS(15:2) IS NOT NUMERIC OR
                 WS-PGM-FROM-TS(17:1) NOT = '.' OR
                 WS-PGM-FROM-TS(18:2) IS NOT NUMERIC OR
                 WS-PGM-FROM-TS(20:1) NOT = '.' OR
                 WS-PGM-FROM-TS(21:6) IS NOT NUMERIC THEN
                 DISPLAY 'ERROR:   PARM POS 3-28 MUST BE A TIMESTAMP ',
                    'YYYY-MM-DD-HH.MM.SS.NNNNNN OR YYYY-MM-DD - GOT ',
                    PARM-DATA(3:26)
                 PERFORM PARA-ABANDON
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH SEND - 'F'/'D': WORK OUT THE WINDOW FROM THE LAST
      *    SEND'S LOG, THEN HEADER, ONE DETAIL PER ROW, TRAILER - THE
      *    SEND LOG GETS THE SAME THREE PARTS
      ******************************************************************
       PARA-SEND.
           PERFORM PARA-READ-LAST-SEND
           PERFORM PARA-SET-WINDOW
           OPEN OUTPUT RECOUT
           IF WS-FS-OUT NOT = '00' THEN
              DISPLAY 'ERROR:   CANNOT OPEN NCEXTOUT. FS=', WS-FS-OUT
              PERFORM PARA-ABANDON
           END-IF
           OPEN OUTPUT RECSLGO
           IF WS-FS-SLO NOT = '00' THEN
              DISPLAY 'ERROR:   CANNOT OPEN NCSLOGO. FS=', WS-FS-SLO
              PERFORM PARA-ABANDON
           END-IF
           PERFORM PARA-WRITE-HEADER
           EXEC SQL
              OPEN CRSO
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM PARA-SQL-ERROR
           END-IF
           PERFORM PARA-FETCH
           PERFORM UNTIL WS-DB2-EOF
              PERFORM PARA-WRITE-DETAIL
              PERFORM PARA-FETCH
           END-PERFORM
           EXEC SQL
              CLOSE CRSO
           END-EXEC
           PERFORM PARA-WRITE-TRAILER
           CLOSE RECSLGO
           CLOSE RECOUT
           PERFORM PARA-SEND-SUMMARY
           EXIT.
      ******************************************************************
      *    PARAGRAPH READ LAST SEND - THE PREVIOUS SEND'S 'S', 'T' AND
      *    (WHEN IT HAS BEEN ACKNOWLEDGED) LAST 'A' RECORD. A MISSING
      *    OR EMPTY NCSLOGI MEANS THERE WAS NO PREVIOUS SEND
      ******************************************************************
       PARA-READ-LAST-SEND.
           OPEN INPUT RECSLGI
           IF WS-FS-SLI NOT = '00' AND WS-FS-SLI NOT = '05' THEN
              DISPLAY 'ERROR:   CANNOT OPEN NCSLOGI. FS=', WS-FS-SLI
              PERFORM PARA-ABANDON
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
              READ RECSLGI INTO WS-LOG-REC
                 AT END
                    MOVE 'Y' TO WS-EOF-FLAG
                 NOT AT END
                    PERFORM PARA-TAKE-LOG-CONTROL
              END-READ
           END-PERFORM
           CLOSE RECSLGI
           EXIT.
      ******************************************************************
      *    PARAGRAPH TAKE LOG CONTROL - ONE LOG RECORD INTO
      *    WS-LAST-SEND (THE DETAIL RECORDS ARE NOT NEEDED HERE)
      ******************************************************************
       PARA-TAKE-LOG-CONTROL.
           EVALUATE WS-LG-TYPE
              WHEN 'S'
                 MOVE 'Y' TO WS-LS-FOUND-SW
                 MOVE WS-LG-SEQ      TO WS-LS-SEQ
                 MOVE WS-LGS-MODE    TO WS-LS-MODE
                 MOVE WS-LGS-FROM-TS TO WS-LS-FROM-TS
                 MOVE WS-LGS-TO-TS   TO WS-LS-TO-TS
              WHEN 'T'
                 MOVE 'Y' TO WS-LS-TRL-SW
                 MOVE WS-LGT-REC-CNT TO WS-LS-REC-CNT
                 MOVE WS-LGT-HASH    TO WS-LS-HASH
              WHEN 'A'
                 MOVE WS-LGA-STATUS  TO WS-LS-ACK-STATUS
                 MOVE WS-LGA-DATE    TO WS-LS-ACK-DATE
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH SET WINDOW - SEND NUMBER, FROM AND TO TIMESTAMPS.
      *    TO IS DB2'S OWN CURRENT TIMESTAMP, THE SAME CLOCK CHG_TS IS
      *    STAMPED WITH
      ******************************************************************
       PARA-SET-WINDOW.
           IF WS-LS-FOUND AND NOT WS-LS-COMPLETE THEN
              DISPLAY 'ERROR:   NCSLOGI SEND ', WS-LS-SEQ,
                 ' HAS NO TOTALS RECORD - THE LOG IS INCOMPLETE'
              PERFORM PARA-ABANDON
           END-IF
           COMPUTE WS-SEQ = WS-LS-SEQ + 1
           EVALUATE TRUE
              WHEN WS-PGM-FULL
                 MOVE SPACES TO WS-PGM-FROM-TS
                 MOVE '0001-01-01-00.00.00.000000' TO WS-QFROM-TS
              WHEN WS-PGM-FROM-TS NOT = SPACES
                 MOVE WS-PGM-FROM-TS TO WS-QFROM-TS
              WHEN NOT WS-LS-FOUND
                 DISPLAY 'ERROR:   NO PREVIOUS SEND LOG ON NCSLOGI - ',
                    'THE FIRST SEND MUST BE FULL, OR GIVE THE FROM ',
                    'TIMESTAMP IN PARM POS 3-28'
                 PERFORM PARA-ABANDON
              WHEN WS-LS-ACK-STATUS = 'R' AND WS-LS-MODE = 'F'
                 DISPLAY 'ERROR:   SEND ', WS-LS-SEQ, ' WAS A FULL ',
                    'SEND AND THE OFFICE REJECTED IT IN FULL - SEND ',
                    'IN FULL AGAIN'
                 PERFORM PARA-ABANDON
              WHEN WS-LS-ACK-STATUS = 'R'
                 MOVE WS-LS-FROM-TS TO WS-PGM-FROM-TS
                 MOVE WS-LS-FROM-TS TO WS-QFROM-TS
                 DISPLAY 'INFO:    SEND ', WS-LS-SEQ, ' WAS REJECTED ',
                    'IN FULL - ITS WINDOW IS SENT AGAIN FROM ',
                    WS-LS-FROM-TS
              WHEN OTHER
                 MOVE WS-LS-TO-TS TO WS-PGM-FROM-TS
                 MOVE WS-LS-TO-TS TO WS-QFROM-TS
                 IF WS-LS-ACK-STATUS = SPACE THEN
                    DISPLAY 'WARNING: SEND ', WS-LS-SEQ, ' HAS NOT ',
                       'BEEN ACKNOWLEDGED YET'
                 END-IF
           END-EVALUATE
           EXEC SQL
              SELECT CURRENT TIMESTAMP
              INTO :WS-QTO-TS
              FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM PARA-SQL-ERROR
           END-IF
           IF WS-PGM-DELTA AND WS-QFROM-TS NOT < WS-QTO-TS THEN
              DISPLAY 'ERROR:   FROM TIMESTAMP ', WS-QFROM-TS,
                 ' IS NOT BEFORE NOW (', WS-QTO-TS, ')'
              PERFORM PARA-ABANDON
           END-IF
           MOVE WS-PGM-MODE TO WS-QMODE
           EXIT.
      ******************************************************************
       PARA-WRITE-HEADER.
           MOVE SPACES TO OUT-HDR-R
           MOVE '000000000'    TO OUT-H-ID
           MOVE 'HDR'          TO OUT-H-TAG
           MOVE WS-SEQ         TO OUT-H-SEQ
           MOVE WS-PGM-MODE    TO OUT-H-MODE
           MOVE WS-PGM-FROM-TS TO OUT-H-FROM-TS
           MOVE WS-QTO-TS      TO OUT-H-TO-TS
           WRITE OUT-HDR-R
           END-WRITE
           MOVE SPACES TO WS-LOG-REC
           MOVE 'S'            TO WS-LG-TYPE
           MOVE WS-SEQ         TO WS-LG-SEQ
           MOVE WS-PGM-MODE    TO WS-LGS-MODE
           MOVE WS-PGM-FROM-TS TO WS-LGS-FROM-TS
           MOVE WS-QTO-TS      TO WS-LGS-TO-TS
           MOVE WS-RUN-USER    TO WS-LGS-USER
           WRITE SLGO-R FROM WS-LOG-REC
           END-WRITE
           EXIT.
      ******************************************************************
       PARA-FETCH.
           EXEC SQL
              FETCH CRSO INTO
                 :WS-QCITID,
                 :WS-QBDATE :WS-QBDATE-IND,
                 :WS-QGENDER :WS-QGENDER-IND,
                 :WS-QALIVE :WS-QALIVE-IND,
                 :WS-QDDATE :WS-QDDATE-IND,
                 :WS-QNAME :WS-QNAME-IND,
                 :WS-QBTIME :WS-QBTIME-IND,
                 :WS-QMERGED-INTO :WS-QMERGED-IND
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
      *    PARAGRAPH WRITE DETAIL - ONE ROW IN NCEXTMCH'S COLUMNS
      *    (DATES YYYYMMDD, BIRTH TIME HHMM, NULL = SPACES) AND ITS
      *    LOG RECORD. EVERY DETAIL ID GOES INTO THE HASH TOTAL
      ******************************************************************
       PARA-WRITE-DETAIL.
           MOVE SPACES TO OUT-R
           MOVE WS-QCITID TO OUT-CITIZEN-ID
           IF WS-QBDATE-IND >= 0 THEN
              STRING WS-QBDATE(1:4) WS-QBDATE(6:2) WS-QBDATE(9:2)
                 DELIMITED BY SIZE INTO OUT-BDATE
              END-STRING
           END-IF
           IF WS-QGENDER-IND >= 0 THEN
              MOVE WS-QGENDER TO OUT-GENDER
           END-IF
           IF WS-QALIVE-IND >= 0 THEN
              MOVE WS-QALIVE TO OUT-ALIVE
           END-IF
           IF WS-QDDATE-IND >= 0 THEN
              STRING WS-QDDATE(1:4) WS-QDDATE(6:2) WS-QDDATE(9:2)
                 DELIMITED BY SIZE INTO OUT-DDATE
              END-STRING
           END-IF
           IF WS-QNAME-IND >= 0 THEN
              MOVE WS-QNAME TO OUT-NAME
           END-IF
           IF WS-QBTIME-IND >= 0 THEN
              STRING WS-QBTIME(1:2) WS-QBTIME(4:2)
                 DELIMITED BY SIZE INTO OUT-BTIME
              END-STRING
           END-IF
           IF WS-QMERGED-IND >= 0 THEN
              MOVE 'M' TO OUT-ACTION
              MOVE WS-QMERGED-INTO TO WS-MERGED-D
              MOVE WS-MERGED-D TO OUT-MERGED-INTO
              ADD 1 TO WS-OUT-M-CNT
           ELSE
              MOVE 'U' TO OUT-ACTION
              ADD 1 TO WS-OUT-U-CNT
           END-IF
           WRITE OUT-R
           END-WRITE
           ADD 1 TO WS-OUT-CNT
           ADD OUT-CITIZEN-ID TO WS-HASH
           MOVE SPACES TO WS-LOG-REC
           MOVE 'D'            TO WS-LG-TYPE
           MOVE WS-SEQ         TO WS-LG-SEQ
           MOVE OUT-CITIZEN-ID TO WS-LGD-CITIZEN-ID
           MOVE OUT-ACTION     TO WS-LGD-ACTION
           MOVE OUT-NAME       TO WS-LGD-NAME
           WRITE SLGO-R FROM WS-LOG-REC
           END-WRITE
           EXIT.
      ******************************************************************
       PARA-WRITE-TRAILER.
           MOVE SPACES TO OUT-TRL-R
           MOVE '999999999'    TO OUT-T-ID
           MOVE 'TRL'          TO OUT-T-TAG
           MOVE WS-SEQ         TO OUT-T-SEQ
           MOVE WS-OUT-CNT     TO OUT-T-REC-CNT
           MOVE WS-HASH        TO OUT-T-HASH
           MOVE WS-OUT-U-CNT   TO OUT-T-U-CNT
           MOVE WS-OUT-M-CNT   TO OUT-T-M-CNT
           WRITE OUT-TRL-R
           END-WRITE
           MOVE SPACES TO WS-LOG-REC
           MOVE 'T'            TO WS-LG-TYPE
           MOVE WS-SEQ         TO WS-LG-SEQ
           MOVE WS-OUT-CNT     TO WS-LGT-REC-CNT
           MOVE WS-HASH        TO WS-LGT-HASH
           MOVE WS-OUT-U-CNT   TO WS-LGT-U-CNT
           MOVE WS-OUT-M-CNT   TO WS-LGT-M-CNT
           WRITE SLGO-R FROM WS-LOG-REC
           END-WRITE
           EXIT.
      ******************************************************************
       PARA-SEND-SUMMARY.
           DISPLAY WS-HLINE
           DISPLAY ' OUTBOUND EXTRACT TO THE STATISTICS OFFICE'
           DISPLAY ' SEND NUMBER . . . . . : ', WS-SEQ
           IF WS-PGM-FULL THEN
              DISPLAY ' MODE  . . . . . . . . : FULL'
           ELSE
              DISPLAY ' MODE  . . . . . . . . : DELTA'
              DISPLAY ' CHANGED AFTER . . . . : ', WS-PGM-FROM-TS
           END-IF
           DISPLAY ' CHANGED UP TO . . . . : ', WS-QTO-TS
           DISPLAY ' DETAIL RECORDS  . . . : ', WS-OUT-CNT
           DISPLAY '   CURRENT ROWS (U)  . : ', WS-OUT-U-CNT
           DISPLAY '   MERGED AWAY (M) . . : ', WS-OUT-M-CNT
           DISPLAY ' HASH TOTAL  . . . . . : ', WS-HASH
           DISPLAY WS-HLINE
           EXIT.
      ******************************************************************
      *    PARAGRAPH ACK - 'A': THE ACKNOWLEDGMENT HEADER MUST NAME
      *    THE SEND WHOSE LOG IS ON NCSLOGI. THEN THE BALANCED LINE,
      *    THE COUNT AND HASH PROOF, AND THE OUTCOME APPENDED TO THE
      *    LOG (THE NEXT DELTA READS IT)
      ******************************************************************
       PARA-ACK.
           OPEN INPUT RECACK
           IF WS-FS-ACK NOT = '00' THEN
              DISPLAY 'ERROR:   CANNOT OPEN NCACKIN. FS=', WS-FS-ACK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM PARA-ACK-READ-HEADER
           OPEN INPUT RECSLGI
           IF WS-FS-SLI NOT = '00' THEN
              DISPLAY 'ERROR:   CANNOT OPEN NCSLOGI. FS=', WS-FS-SLI
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           READ RECSLGI INTO WS-LOG-REC
              AT END
                 MOVE SPACES TO WS-LOG-REC
           END-READ
           IF WS-LG-TYPE NOT = 'S' THEN
              DISPLAY 'ERROR:   NCSLOGI DOES NOT START WITH A SEND ',
                 'LOG START RECORD'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM PARA-TAKE-LOG-CONTROL
           IF WS-LS-SEQ NOT = WS-ACK-SEQ THEN
              DISPLAY 'ERROR:   THE ACKNOWLEDGMENT IS FOR SEND ',
                 WS-ACK-SEQ, ' BUT NCSLOGI HOLDS THE LOG OF SEND ',
                 WS-LS-SEQ, ' - POINT NCSLOGI AT THAT GENERATION'
              MOVE 'NCXO001E STATISTICS OFFICE ACKNOWLEDGMENT DOES NOT M
      -         'ATCH THE SEND LOG GIVEN' TO WS-WTO-LINE
              PERFORM PARA-WTO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-ACK-FILE-STATUS = 'R' THEN
              PERFORM PARA-ACK-FILE-REJECTED
           ELSE
              OPEN EXTEND RECEXCP
              EVALUATE WS-FS-EXC
                 WHEN '05'
                 WHEN '35'
                    CLOSE RECEXCP
                    OPEN OUTPUT RECEXCP
              END-EVALUATE
              PERFORM PARA-READ-LOG
              PERFORM PARA-READ-ACK
              PERFORM PARA-ACK-STEP
                 UNTIL WS-ACK-EOF AND WS-LOG-EOF
              CLOSE RECEXCP
              PERFORM PARA-ACK-PROVE
           END-IF
           CLOSE RECSLGI
           CLOSE RECACK
           PERFORM PARA-LOG-ACK
           PERFORM PARA-ACK-SUMMARY
           EXIT.
      ******************************************************************
      *    PARAGRAPH ACK READ HEADER - FIRST RECORD OF THE SORTED
      *    FILE (ID 000000000 SORTS AHEAD OF EVERY CITIZEN)
      ******************************************************************
       PARA-ACK-READ-HEADER.
           READ RECACK
              AT END
                 MOVE SPACES TO ACK-HDR-R
           END-READ
           IF ACK-H-ID NOT = '000000000' OR ACK-H-TAG NOT = 'ACK' OR
              ACK-H-SEQ IS NOT NUMERIC OR
              ACK-H-RECEIVED IS NOT NUMERIC OR
              ACK-H-HASH IS NOT NUMERIC OR
              (ACK-H-STATUS NOT = 'A' AND ACK-H-STATUS NOT = 'R') THEN
              DISPLAY 'ERROR:   NCACKIN DOES NOT START WITH A VALID ',
                 'ACK HEADER RECORD'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE ACK-H-SEQ      TO WS-ACK-SEQ
           MOVE ACK-H-RECEIVED TO WS-ACK-RECEIVED
           MOVE ACK-H-HASH     TO WS-ACK-HASH
           MOVE ACK-H-STATUS   TO WS-ACK-FILE-STATUS
           EXIT.
      ******************************************************************
      *    PARAGRAPH READ LOG - NEXT 'D' RECORD OF THE SEND LOG; THE
      *    'T' AND ANY EARLIER 'A' RECORDS ARE TAKEN ON THE WAY PAST
      ******************************************************************
       PARA-READ-LOG.
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
              READ RECSLGI INTO WS-LOG-REC
                 AT END
                    MOVE 'Y' TO WS-LOG-EOF-SW
                    MOVE 'Y' TO WS-EOF-FLAG
                 NOT AT END
                    IF WS-LG-TYPE = 'D' THEN
                       ADD 1 TO WS-LOG-READ
                       MOVE WS-LGD-CITIZEN-ID TO WS-CUR-ID
                       MOVE WS-LGD-NAME       TO WS-CUR-NAME
                       MOVE 'N' TO WS-CUR-REJ-SW
                       MOVE 'Y' TO WS-EOF-FLAG
                    ELSE
                       PERFORM PARA-TAKE-LOG-CONTROL
                    END-IF
              END-READ
           END-PERFORM
           EXIT.
      ******************************************************************
      *    PARAGRAPH READ ACK - NEXT DETAIL RECORD, WITH THE
      *    ASCENDING-KEY CHECK THE BALANCED LINE DEPENDS ON (ONE ID
      *    MAY REPEAT - ONE RECORD PER REASON). THE TRAILER ENDS IT
      ******************************************************************
       PARA-READ-ACK.
           READ RECACK
              AT END
                 MOVE 'Y' TO WS-ACK-EOF-SW
              NOT AT END
                 IF ACK-T-ID = '999999999' AND ACK-T-TAG = 'TRL' THEN
                    MOVE 'Y' TO WS-ACK-TRL-SW
                    MOVE 'Y' TO WS-ACK-EOF-SW
                    IF ACK-T-REC-CNT IS NUMERIC THEN
                       MOVE ACK-T-REC-CNT TO WS-ACK-TRL-CNT
                    END-IF
                 ELSE
                    ADD 1 TO WS-ACK-READ
                    IF ACK-CITIZEN-ID IS NOT NUMERIC OR
                       (ACK-STATUS NOT = 'A' AND ACK-STATUS NOT = 'R')
                       THEN
                       DISPLAY 'ERROR:   NCACKIN RECORD ', WS-ACK-READ,
                          ' IS NOT A VALID DETAIL RECORD: ', ACK-R
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    MOVE ACK-CITIZEN-ID TO WS-ACK-ID
                    IF WS-ACK-ID < WS-ACK-PREV-ID THEN
                       DISPLAY 'ERROR:   NCACKIN IS NOT SORTED ',
                          'ASCENDING BY CITIZEN ID (RECORD ',
                          WS-ACK-READ, '). SORT IT AND RERUN'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    MOVE WS-ACK-ID TO WS-ACK-PREV-ID
                 END-IF
           END-READ
           EXIT.
      ******************************************************************
      *    PARAGRAPH ACK STEP - ONE BALANCED-LINE DECISION. A LOG
      *    RECORD IS SETTLED (ACCEPTED OR REJECTED) WHEN THE
      *    ACKNOWLEDGMENT HAS MOVED PAST IT
      ******************************************************************
       PARA-ACK-STEP.
           EVALUATE TRUE
              WHEN WS-ACK-EOF
                 PERFORM PARA-SETTLE-LOG-REC
                 PERFORM PARA-READ-LOG
              WHEN WS-LOG-EOF
                 PERFORM PARA-ACK-NOT-SENT
                 PERFORM PARA-READ-ACK
              WHEN WS-ACK-ID < WS-CUR-ID
                 PERFORM PARA-ACK-NOT-SENT
                 PERFORM PARA-READ-ACK
              WHEN WS-ACK-ID > WS-CUR-ID
                 PERFORM PARA-SETTLE-LOG-REC
                 PERFORM PARA-READ-LOG
              WHEN OTHER
                 IF ACK-STATUS = 'R' THEN
                    MOVE 'Y' TO WS-CUR-REJ-SW
                    PERFORM PARA-ROUTE-REJECT
                 END-IF
                 PERFORM PARA-READ-ACK
           END-EVALUATE
           EXIT.
      ******************************************************************
       PARA-SETTLE-LOG-REC.
           IF WS-CUR-REJECTED THEN
              ADD 1 TO WS-REJ-CNT
           ELSE
              ADD 1 TO WS-ACC-CNT
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH ROUTE REJECT - ONE STEWARDSHIP QUEUE ENTRY PER
      *    REJECTION REASON: THEIR REASON CODE AND THE SEND'S TO
      *    TIMESTAMP (DETAIL POS 11-29), WHICH NCEXCMGR COMPARES WITH
      *    THE ROW'S CHG_TS TO SEE WHETHER IT HAS BEEN WORKED ON
      ******************************************************************
       PARA-ROUTE-REJECT.
           ADD 1 TO WS-REJ-REASONS
           MOVE SPACES TO RECV01-EXCP-R
           MOVE WS-CUR-ID   TO RECV01-EXCP-CITIZEN-ID
           MOVE 'STATSOFF'  TO RECV01-EXCP-COLUMN
           STRING ACK-REASON ' SENT ' WS-LS-TO-TS(1:19)
              DELIMITED BY SIZE INTO RECV01-EXCP-DETAIL
           END-STRING
           MOVE WS-CUR-NAME TO RECV01-EXCP-NAME
           WRITE RECV01-EXCP-R
           END-WRITE
           IF WS-FS-EXC NOT = '00' THEN
              DISPLAY 'ERROR:   NCEXCP WRITE FAILED. FS=', WS-FS-EXC
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY ' REJECTED ', WS-CUR-ID, ' ', WS-CUR-NAME, ' ',
              ACK-REASON, ' ', ACK-TEXT
           EXIT.
      ******************************************************************
       PARA-ACK-NOT-SENT.
           ADD 1 TO WS-NOT-SENT
           MOVE 'Y' TO WS-ACK-BAD-SW
           DISPLAY ' NOT SENT ', ACK-CITIZEN-ID, ' ', ACK-STATUS, ' ',
              ACK-REASON, ' ', ACK-TEXT,
              ' *** NOT IN SEND ', WS-LS-SEQ
           EXIT.
      ******************************************************************
      *    PARAGRAPH ACK PROVE - WHAT THEY SAY THEY RECEIVED AGAINST
      *    WHAT THE LOG SAYS WE SENT, AND THEIR TRAILER AGAINST WHAT
      *    WAS READ. A DISAGREEMENT MEANS THE FILE DID NOT ARRIVE
      *    WHOLE, SO THE SEND COUNTS AS REJECTED AND THE NEXT DELTA
      *    SENDS ITS WINDOW AGAIN
      ******************************************************************
       PARA-ACK-PROVE.
           IF NOT WS-LS-COMPLETE THEN
              DISPLAY 'ERROR:   NCSLOGI HAS NO TOTALS RECORD'
              MOVE 'Y' TO WS-ACK-BAD-SW
              MOVE 'R' TO WS-ACK-OUTCOME
           END-IF
           IF WS-ACK-RECEIVED NOT = WS-LS-REC-CNT OR
              WS-ACK-HASH NOT = WS-LS-HASH THEN
              DISPLAY 'ERROR:   THE OFFICE RECEIVED ', WS-ACK-RECEIVED,
                 ' RECORDS HASH ', WS-ACK-HASH, ' - WE SENT ',
                 WS-LS-REC-CNT, ' RECORDS HASH ', WS-LS-HASH
              MOVE 'NCXO002E STATISTICS OFFICE COUNT/HASH DIFFERS FROM T
      -         'HE SEND LOG - SEND IS TREATED AS REJECTED'
                 TO WS-WTO-LINE
              PERFORM PARA-WTO
              MOVE 'Y' TO WS-ACK-BAD-SW
              MOVE 'R' TO WS-ACK-OUTCOME
           END-IF
           IF NOT WS-ACK-TRL-SEEN OR WS-ACK-TRL-CNT NOT = WS-ACK-READ
              THEN
              DISPLAY 'ERROR:   NCACKIN TRAILER MISSING OR ITS COUNT ',
                 WS-ACK-TRL-CNT, ' DIFFERS FROM THE ', WS-ACK-READ,
                 ' DETAIL RECORDS READ'
              MOVE 'Y' TO WS-ACK-BAD-SW
           END-IF
           IF WS-LOG-READ NOT = WS-LS-REC-CNT THEN
              DISPLAY 'ERROR:   NCSLOGI HOLDS ', WS-LOG-READ,
                 ' DETAIL RECORDS, ITS TOTALS SAY ', WS-LS-REC-CNT
              MOVE 'Y' TO WS-ACK-BAD-SW
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH ACK FILE REJECTED - THE OFFICE TURNED THE WHOLE
      *    FILE DOWN. NOTHING GOES TO STEWARDSHIP (IT IS NOT A RECORD
      *    PROBLEM); THE 'R' OUTCOME MAKES THE NEXT DELTA RESEND.
      *    THE LOG IS STILL READ THROUGH FOR ITS TOTALS
      ******************************************************************
       PARA-ACK-FILE-REJECTED.
           PERFORM PARA-READ-LOG
              UNTIL WS-LOG-EOF
           MOVE 'R' TO WS-ACK-OUTCOME
           MOVE 'Y' TO WS-ACK-BAD-SW
           DISPLAY 'ERROR:   SEND ', WS-LS-SEQ, ' WAS REJECTED IN ',
              'FULL BY THE STATISTICS OFFICE'
           MOVE 'NCXO003E STATISTICS OFFICE REJECTED THE WHOLE SEND - NE
      -      'XT SEND MUST REPEAT IT' TO WS-WTO-LINE
           PERFORM PARA-WTO
           EXIT.
      ******************************************************************
      *    PARAGRAPH LOG ACK - APPEND THE OUTCOME TO THE SEND'S LOG
      ******************************************************************
       PARA-LOG-ACK.
           IF WS-LS-ACK-STATUS NOT = SPACE THEN
              DISPLAY 'WARNING: SEND ', WS-LS-SEQ, ' WAS ALREADY ',
                 'ACKNOWLEDGED ON ', WS-LS-ACK-DATE, ' - ITS ',
                 'REJECTIONS MAY NOW BE ON NCEXCP TWICE'
           END-IF
           OPEN EXTEND RECSLGI
           MOVE SPACES TO WS-LOG-REC
           MOVE 'A'             TO WS-LG-TYPE
           MOVE WS-LS-SEQ       TO WS-LG-SEQ
           MOVE WS-RUN-DATE     TO WS-LGA-DATE
           MOVE WS-ACK-OUTCOME  TO WS-LGA-STATUS
           MOVE WS-ACC-CNT      TO WS-LGA-ACC-CNT
           MOVE WS-REJ-CNT      TO WS-LGA-REJ-CNT
           MOVE WS-NOT-SENT     TO WS-LGA-NOT-SENT
           MOVE WS-RUN-USER     TO WS-LGA-USER
           WRITE SLGI-R FROM WS-LOG-REC
           END-WRITE
           IF WS-FS-SLI NOT = '00' THEN
              DISPLAY 'ERROR:   NCSLOGI NOT UPDATED. FS=', WS-FS-SLI
              MOVE 'Y' TO WS-ACK-BAD-SW
           END-IF
           CLOSE RECSLGI
           EXIT.
      ******************************************************************
       PARA-ACK-SUMMARY.
           DISPLAY WS-HLINE
           DISPLAY ' STATISTICS OFFICE ACKNOWLEDGMENT - SEND ',
              WS-LS-SEQ
           DISPLAY ' FILE STATUS . . . . . : ', WS-ACK-FILE-STATUS
           DISPLAY ' WE SENT . . . . . . . : ', WS-LS-REC-CNT
           DISPLAY ' THEY RECEIVED . . . . : ', WS-ACK-RECEIVED
           DISPLAY ' ACK DETAIL RECORDS  . : ', WS-ACK-READ
           DISPLAY ' ACCEPTED  . . . . . . : ', WS-ACC-CNT
           DISPLAY ' REJECTED  . . . . . . : ', WS-REJ-CNT
           DISPLAY ' ROUTED TO NCEXCP  . . : ', WS-REJ-REASONS
           DISPLAY ' NOT IN OUR SEND . . . : ', WS-NOT-SENT
           DISPLAY WS-HLINE
           EVALUATE TRUE
              WHEN WS-ACK-BAD
                 MOVE 8 TO RETURN-CODE
              WHEN WS-REJ-CNT > ZERO
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE
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
      *    PARAGRAPH ABANDON - A SEND THAT CANNOT BE MADE ABENDS, SO
      *    THE (+1) GENERATIONS ARE DELETED RATHER THAN CATALOGED
      *    EMPTY
      ******************************************************************
       PARA-ABANDON.
           MOVE 'NCXO004E OUTBOUND EXTRACT ABANDONED - NO SEND WRITTEN'
              TO WS-WTO-LINE
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
           DISPLAY '* Problem in paragraph: NCEXTOUT'
           DISPLAY '*'
           DISPLAY '* SQLCODE: ' SQLCODE
           DISPLAY '*************************************************'
           PERFORM PARA-ABANDON
           EXIT.
