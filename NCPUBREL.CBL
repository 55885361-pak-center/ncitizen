       IDENTIFICATION DIVISION.
       PROGRAM-ID. NCPUBREL.
      ******************************************************************
      *                      NAKSHATRA CITIZEN
      *                      (VEDIC ASTROLOGY)
      *                      PUBLIC RELEASE WITH DISCLOSURE CONTROL
      ******************************************************************
      *    ABOUT
      *          THE NAKSHATRA-BY-GENDER-BY-AGE TABLES GO TO THE OPEN-
      *          DATA PORTAL FROM HERE, NEVER STRAIGHT FROM NCLOGW. AT
      *          1-YEAR INTERVALS MANY RECV01-DS-N-ALIVE/DEAD-* CELLS
      *          HOLD ONE OR TWO PEOPLE, AND TOGETHER WITH A KNOWN
      *          BIRTH DATE THAT IDENTIFIES THEM. THIS PGM READS AN
      *          NCLOGR SNAPSHOT (THE LATEST VALID NATIONAL ONE, OR THE
      *          ONE AS OF A GIVEN DATE), VALIDATED WITH THE SAME
      *          LENGTH+CRC RULES AS NCITIZEN'S PARA-VALIDATE-DS-
      *          RECORD, AND PUBLISHES EVERY INTERVAL TABLE AS A
      *          27 X 6 GRID (NAKSHATRA X ALIVE-M/F/O, DEAD-M/F/O)
      *          WITH ITS ROW AND COLUMN TOTALS:
      *
      *          1) PRIMARY SUPPRESSION - ANY CELL OR TOTAL HOLDING
      *             1 TO THRESHOLD-1 PEOPLE IS HIDDEN. ZERO IS NOT
      *             DISCLOSIVE AND IS PUBLISHED AS ZERO
      *          2) SECONDARY SUPPRESSION - EVERY ROW AND COLUMN OF
      *             THE GRID (TOTALS INCLUDED, SINCE THE SIX CELLS
      *             ADD UP TO THE ROW TOTAL AND THE 27 ROWS TO THE
      *             COLUMN TOTAL) THAT HIDES EXACTLY ONE VALUE WOULD
      *             GIVE IT AWAY BY SUBTRACTION, SO THE SMALLEST
      *             OTHER VALUE IN THAT LINE IS HIDDEN TOO - NON-ZERO
      *             VALUES FIRST - AND THE PASS REPEATS UNTIL NO
      *             LINE HIDES EXACTLY ONE VALUE
      *          3) OPTIONAL ROUNDING - EVERY PUBLISHED VALUE TO THE
      *             NEAREST MULTIPLE OF THE BASE. TOTALS ARE ROUNDED
      *             ON THEIR OWN, SO ROUNDED CELLS NEED NOT ADD UP
      *
      *          NCPUBL GETS THE COMMA-DELIMITED RELEASE FILE, 'C'
      *          STANDING FOR A SUPPRESSED VALUE. NCSUPL GETS THE
      *          SUPPRESSION LOG - EVERY HIDDEN VALUE WITH ITS TRUE
      *          COUNT AND THE REASON. THE LOG IS INTERNAL AND MUST
      *          NEVER BE RELEASED WITH THE FILE.
      *
      ******************************************************************
      *          COPYRIGHT:  GNU GPLV3 LICENSE 2023
      *          AUTHOR:     PRZEMYSLAW ADAM KUPISZ
      *          VERSION:    ALPHA
      *
      *    ARGUMENTS FROM JCL
      *    POS 1-3   THRESHOLD NNN - SMALLEST COUNT THAT MAY BE SHOWN,
      *              DEFAULT 005 WHEN BLANK OR NOT A POSITIVE NUMBER
      *    POS 5-6   ROUNDING BASE NN - OPTIONAL, SPACES OR 00 = NO
      *              ROUNDING, e.g. 05 = NEAREST 5
      *    POS 8-15  YYYYMMDD - OPTIONAL, ONLY THE SNAPSHOT AS OF
      *              THIS DATE (LATEST SUCH RECORD WINS); SPACES =
      *              THE LATEST VALID SNAPSHOT ON NCLOGR
      *    EXAMPLES
      *       PARM='005'                THRESHOLD 5, NO ROUNDING
      *       PARM='010,05'             THRESHOLD 10, ROUND TO 5
      *       PARM='005,  ,20260331'    THE 2026-03-31 SNAPSHOT
      *
      *    RETURN CODES
      *          0 - RELEASE FILE AND SUPPRESSION LOG WRITTEN
      *          4 - NO VALID (NON-FRAGMENT) SNAPSHOT MATCHED -
      *              NOTHING RELEASED
      *          8 - NCLOGR COULD NOT BE OPENED
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    OPERATOR CONSOLE FOR THE NCPBNNNE WTO MESSAGES, SAME
      *    CONVENTION AS NCITIZEN'S NCITNNNE SET
       SPECIAL-NAMES.
           CONSOLE IS OPERATOR-CONSOLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    NCLOGW GENERATION(S) TO PUBLISH FROM - SAME RECORD SHAPE
      *    AS NCITIZEN'S RECLOGR
           SELECT RECLOGR ASSIGN TO NCLOGR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-R.
      *    PUBLIC RELEASE FILE - COMMA-DELIMITED, PORTAL-READY
           SELECT RECPUBL ASSIGN TO NCPUBL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-P.
      *    SUPPRESSION LOG - WHAT WAS HIDDEN AND WHY (INTERNAL)
           SELECT RECSUPL ASSIGN TO NCSUPL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-S.
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
       FD RECPUBL
           RECORDING MODE IS F.
       01 PUBL-R                      PIC   X(160).
      ******************************************************************
       FD RECSUPL
           RECORDING MODE IS F.
       01 SUPL-R                      PIC   X(80).
       WORKING-STORAGE SECTION.
      ******************************************************************
      *    PARM - THRESHOLD, ROUNDING BASE AND OPTIONAL AS-OF DATE
      ******************************************************************
       01 WS-PGM-INPUT.
        05 WS-PGM-THRESHOLD-X         PIC   X(3) VALUE SPACES.
        05 WS-PGM-THRESHOLD           PIC   9(3) VALUE 5.
        05 WS-PGM-ROUND-X             PIC   X(2) VALUE SPACES.
        05 WS-PGM-ROUND               PIC   9(2) VALUE ZERO.
        05 WS-PGM-ASOF-X              PIC   X(8) VALUE SPACES.
        05 WS-PGM-ASOF                PIC   X(10) VALUE SPACES.
      ******************************************************************
      *    CRC RE-DERIVATION - SAME ADDITIVE CHECKSUM, SAME FIELD
      *    ORDER, AS NCITIZEN'S PARA-COMPUTE-CRC (SEE NCHOUSEK)
      ******************************************************************
       01 WS-DS-CRC.
        05 WS-CRC-VALUE          PIC   9(9) COMP-5.
        05 WS-CRC-VALID-SW       PIC   X.
           88 WS-CRC-RECORD-VALID     VALUE 'Y'.
           88 WS-CRC-RECORD-INVALID   VALUE 'N'.
      ******************************************************************
      *    THE SNAPSHOT BEING PUBLISHED - HEADER AND THE SIX GENDER/
      *    ALIVE CELLS PER INTERVAL TABLE AND NAKSHATRA, COPIED OFF
      *    THE FD RECORD SO A LATER MATCHING RECORD CAN REPLACE IT.
      *    CELL ORDER: 1 ALIVE-M, 2 ALIVE-F, 3 ALIVE-O, 4 DEAD-M,
      *    5 DEAD-F, 6 DEAD-O (THE NCITIZEN 'CS' EXTRACT'S ORDER)
      ******************************************************************
       01 WS-SNAP.
        05 WS-SNAP-FOUND-SW      PIC   X VALUE 'N'.
           88 WS-SNAP-FOUND           VALUE 'Y'.
        05 WS-SNAP-USER          PIC   X(8).
        05 WS-SNAP-START-DATE    PIC   X(11).
        05 WS-SNAP-ASOF          PIC   X(10).
        05 WS-SNAP-INTERVAL-VAL  PIC   S9(3).
        05 WS-SNAP-LEN           PIC   9(9) COMP-5.
        05 WS-SNAP-TAB OCCURS 120 TIMES.
         10 WS-SNAP-NTAB OCCURS 27 TIMES.
          15 WS-SNAP-CELL        PIC   9(9) COMP-5 OCCURS 6 TIMES.
      ******************************************************************
      *    ONE INTERVAL TABLE AS A 28 X 7 GRID - ROWS 1-27 THE
      *    NAKSHATRAS, ROW 28 THE COLUMN TOTALS; COLUMNS 1-6 THE
      *    CELLS, COLUMN 7 THE ROW TOTALS; (28,7) THE TABLE TOTAL.
      *    EVERY ROW AND EVERY COLUMN IS AN ADDITIVE LINE.
      *    WS-G-SUP: SPACE = SHOWN, 'P' = PRIMARY, 'R' = SECONDARY
      *    FOR ITS ROW, 'K' = SECONDARY FOR ITS COLUMN
      ******************************************************************
       01 WS-GRID.
        05 WS-G-ROW OCCURS 28 TIMES.
         10 WS-G-COL OCCURS 7 TIMES.
          15 WS-G-VAL            PIC   9(9) COMP-5.
          15 WS-G-SUP            PIC   X.
       01 WS-GRID-WORK.
        05 WS-G-T                PIC   S9(4) COMP-5.
        05 WS-G-R                PIC   S9(4) COMP-5.
        05 WS-G-C                PIC   S9(4) COMP-5.
        05 WS-G-HIDDEN           PIC   S9(4) COMP-5.
        05 WS-G-BEST-R           PIC   S9(4) COMP-5.
        05 WS-G-BEST-C           PIC   S9(4) COMP-5.
        05 WS-G-CHANGED-SW       PIC   X.
        05 WS-G-PUB              PIC   9(9) COMP-5.
        05 WS-G-Q                PIC   9(9) COMP-5.
        05 WS-G-AGE-FROM         PIC   S9(4) COMP-5.
        05 WS-G-AGE-TO           PIC   S9(4) COMP-5.
      ******************************************************************
       01 WS-COUNTS.
        05 WS-READ-CNT           PIC   9(7) VALUE ZERO.
        05 WS-INVALID-CNT        PIC   9(7) VALUE ZERO.
        05 WS-FRAGMENT-CNT       PIC   9(7) VALUE ZERO.
        05 WS-TABLE-CNT          PIC   9(7) VALUE ZERO.
        05 WS-VALUE-CNT          PIC   9(9) VALUE ZERO.
        05 WS-PRIMARY-CNT        PIC   9(9) VALUE ZERO.
        05 WS-SECONDARY-CNT      PIC   9(9) VALUE ZERO.
        05 WS-ROUNDED-CNT        PIC   9(9) VALUE ZERO.
        05 WS-PADA-IDX           PIC   S9(3) COMP-5.
        05 WS-RASHI-IDX          PIC   S9(3) COMP-5.
      ******************************************************************
      *    RELEASE FILE LINE PIECES - DISPLAY DIGITS AS IN NCITIZEN'S
      *    'CS' EXTRACT, OR 'C' FOR A SUPPRESSED VALUE
      ******************************************************************
       01 WS-PUB-FIELDS.
        05 WS-PUB-TAB            PIC   9(3).
        05 WS-PUB-AGE-FROM       PIC   9(3).
        05 WS-PUB-AGE-TO         PIC   9(3).
        05 WS-PUB-NAME           PIC   X(16).
        05 WS-PUB-NUM            PIC   9(9).
        05 WS-PUB-TEXT OCCURS 7 TIMES PIC X(9).
      ******************************************************************
      *    SUPPRESSION LOG LINE - 80 BYTES
      ******************************************************************
       01 WS-SUP-LINE.
        05 WS-SUP-TAB            PIC   ZZ9.
        05 FILLER                PIC   X VALUE SPACE.
        05 WS-SUP-AGE-FROM       PIC   ZZ9.
        05 FILLER                PIC   X VALUE '-'.
        05 WS-SUP-AGE-TO         PIC   999.
        05 FILLER                PIC   X VALUE SPACE.
        05 WS-SUP-ROW            PIC   X(16).
        05 FILLER                PIC   X VALUE SPACE.
        05 WS-SUP-COL            PIC   X(6).
        05 FILLER                PIC   X VALUE SPACE.
        05 WS-SUP-VALUE          PIC   ZZZ,ZZZ,ZZ9.
        05 FILLER                PIC   X VALUE SPACE.
        05 WS-SUP-REASON         PIC   X(31).
        05 FILLER                PIC   X VALUE SPACE.
       01 WS-SUP-NUM-D           PIC   Z(8)9.
       01 WS-SUP-THR-D           PIC   ZZ9.
      ******************************************************************
      *    THE 27 NAKSHATRA NAMES - NCLOGW CARRIES ONLY THE SEQUENCE
      *    NUMBERS (SAME TABLE AS NCHSTRPT), AND THE 7 COLUMN NAMES
      ******************************************************************
       01 WS-NNAMES.
        05 FILLER PIC X(16) VALUE 'ASWINI'.
        05 FILLER PIC X(16) VALUE 'BHARANI'.
        05 FILLER PIC X(16) VALUE 'KRITTIKA'.
        05 FILLER PIC X(16) VALUE 'ROHINI'.
        05 FILLER PIC X(16) VALUE 'MRIGASIRA'.
        05 FILLER PIC X(16) VALUE 'ARDRA'.
        05 FILLER PIC X(16) VALUE 'PUNARVASU'.
        05 FILLER PIC X(16) VALUE 'PUSJA'.
        05 FILLER PIC X(16) VALUE 'ASZLESZA'.
        05 FILLER PIC X(16) VALUE 'MAGHA'.
        05 FILLER PIC X(16) VALUE 'PURVA PHALGUNI'.
        05 FILLER PIC X(16) VALUE 'UTTARA PHALGUNI'.
        05 FILLER PIC X(16) VALUE 'HASTA'.
        05 FILLER PIC X(16) VALUE 'CAJTRA'.
        05 FILLER PIC X(16) VALUE 'SWATI'.
        05 FILLER PIC X(16) VALUE 'WAJSIAKHA'.
        05 FILLER PIC X(16) VALUE 'ANURADHA'.
        05 FILLER PIC X(16) VALUE 'DZJESZTHA'.
        05 FILLER PIC X(16) VALUE 'MULA'.
        05 FILLER PIC X(16) VALUE 'PURVA ASZADHA'.
        05 FILLER PIC X(16) VALUE 'UTTARA ASZADHA'.
        05 FILLER PIC X(16) VALUE 'SRAWANA'.
        05 FILLER PIC X(16) VALUE 'DHANISZTA'.
        05 FILLER PIC X(16) VALUE 'SATABHISZAK'.
        05 FILLER PIC X(16) VALUE 'PURVA BHADRA'.
        05 FILLER PIC X(16) VALUE 'UTTARA BHADRA'.
        05 FILLER PIC X(16) VALUE 'REVATI'.
        05 FILLER PIC X(16) VALUE 'ALL NAKSHATRAS'.
       01 WS-NNAMES-R REDEFINES WS-NNAMES.
        05 WS-NNAME          PIC   X(16) OCCURS 28 TIMES.
       01 WS-CNAMES.
        05 FILLER PIC X(6) VALUE 'ALIVEM'.
        05 FILLER PIC X(6) VALUE 'ALIVEF'.
        05 FILLER PIC X(6) VALUE 'ALIVEO'.
        05 FILLER PIC X(6) VALUE 'DEADM'.
        05 FILLER PIC X(6) VALUE 'DEADF'.
        05 FILLER PIC X(6) VALUE 'DEADO'.
        05 FILLER PIC X(6) VALUE 'TOTAL'.
       01 WS-CNAMES-R REDEFINES WS-CNAMES.
        05 WS-CNAME          PIC   X(6) OCCURS 7 TIMES.
      ******************************************************************
       01 WS-EOF-FLAG            PIC   A.
       01 WS-FS-R                PIC   XX.
       01 WS-FS-P                PIC   XX.
       01 WS-FS-S                PIC   XX.
      ******************************************************************
      *    OPERATOR MESSAGE LINE - IDENTIFIER IN USE:
      *      NCPB001E  NO VALID SNAPSHOT MATCHED - NOTHING RELEASED
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
           PERFORM PARA-READ-PARM
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
      *    A FRAGMENT HOLDS ONLY PART OF THE 120 YEARS - PUBLISHING
      *    IT WOULD RELEASE A TABLE THAT LOOKS COMPLETE AND IS NOT
                       WHEN RECV01-DS-R-FRAG-FLAG = 'F'
                          ADD 1 TO WS-FRAGMENT-CNT
      *    ONLY THE NATIONAL SNAPSHOT IS RELEASED - A REGIONAL ONE
      *    SPLITS EVERY CELL FURTHER AND WAS NEVER CLEARED FOR RELEASE
                       WHEN RECV01-DS-R-REGION NOT = '**'
                          CONTINUE *> REGIONAL SNAPSHOT
                       WHEN WS-PGM-ASOF NOT = SPACES AND
                            RECV01-DS-R-CURRENT-DATE NOT = WS-PGM-ASOF
                          CONTINUE *> NOT THE REQUESTED SNAPSHOT
                       WHEN OTHER
                          PERFORM PARA-KEEP-SNAPSHOT
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE RECLOGR
           IF NOT WS-SNAP-FOUND THEN
              DISPLAY 'WARNING: NO VALID NCLOGR SNAPSHOT MATCHED - ',
                 'NOTHING RELEASED. READ=', WS-READ-CNT,
                 ' INVALID=', WS-INVALID-CNT,
                 ' FRAGMENTS=', WS-FRAGMENT-CNT
              MOVE 'NCPB001E PUBLIC RELEASE - NO VALID NCLOGR SNAPSHOT M
      -         'ATCHED, NOTHING RELEASED' TO WS-WTO-LINE
              PERFORM PARA-WTO
              MOVE 4 TO RETURN-CODE
           ELSE
              OPEN OUTPUT RECPUBL
              OPEN OUTPUT RECSUPL
              PERFORM PARA-WRITE-HEADERS
              PERFORM VARYING WS-G-T FROM 1 BY 1
                 UNTIL WS-G-T > WS-SNAP-LEN
                 PERFORM PARA-BUILD-GRID
                 PERFORM PARA-PRIMARY-SUPPRESS
                 PERFORM PARA-SECONDARY-SUPPRESS
                 PERFORM PARA-WRITE-TABLE
                 ADD 1 TO WS-TABLE-CNT
              END-PERFORM
              PERFORM PARA-WRITE-LOG-TRAILER
              CLOSE RECSUPL
              CLOSE RECPUBL
              DISPLAY 'INFO:    PUBLIC RELEASE DONE. SNAPSHOT AS OF ',
                 WS-SNAP-ASOF, ' BY ', WS-SNAP-USER
              DISPLAY 'INFO:    TABLES=', WS-TABLE-CNT,
                 ' VALUES=', WS-VALUE-CNT,
                 ' PRIMARY=', WS-PRIMARY-CNT,
                 ' SECONDARY=', WS-SECONDARY-CNT,
                 ' ROUNDED=', WS-ROUNDED-CNT
           END-IF
           STOP RUN.
      ******************************************************************
      *    PARAGRAPH READ PARM - THRESHOLD (DEFAULT 5), ROUNDING BASE
      *    (DEFAULT NONE) AND THE OPTIONAL AS-OF DATE, WHICH IS
      *    MATCHED AGAINST RECV01-DS-R-CURRENT-DATE ('YYYY-MM-DD')
      ******************************************************************
       PARA-READ-PARM.
           IF PARM-LENGTH >= 3 THEN
              MOVE PARM-DATA(1:3) TO WS-PGM-THRESHOLD-X
           END-IF
           IF PARM-LENGTH >= 6 THEN
              MOVE PARM-DATA(5:2) TO WS-PGM-ROUND-X
           END-IF
           IF PARM-LENGTH >= 15 THEN
              MOVE PARM-DATA(8:8) TO WS-PGM-ASOF-X
           END-IF
           IF WS-PGM-THRESHOLD-X IS NUMERIC THEN
              MOVE WS-PGM-THRESHOLD-X TO WS-PGM-THRESHOLD
           END-IF
           IF WS-PGM-THRESHOLD = ZERO THEN
              DISPLAY 'WARNING: THRESHOLD ', WS-PGM-THRESHOLD-X,
                 ' NOT USABLE - DEFAULT 005 TAKEN'
              MOVE 5 TO WS-PGM-THRESHOLD
           END-IF
           IF WS-PGM-ROUND-X IS NUMERIC THEN
              MOVE WS-PGM-ROUND-X TO WS-PGM-ROUND
           END-IF
           IF WS-PGM-ASOF-X IS NUMERIC THEN
              STRING WS-PGM-ASOF-X(1:4) '-' WS-PGM-ASOF-X(5:2) '-'
                 WS-PGM-ASOF-X(7:2)
                 DELIMITED BY SIZE INTO WS-PGM-ASOF
              END-STRING
           END-IF
           DISPLAY 'INFO:    THRESHOLD=', WS-PGM-THRESHOLD,
              ' ROUNDING BASE=', WS-PGM-ROUND,
              ' AS-OF=', WS-PGM-ASOF
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
      *    PARAGRAPH KEEP SNAPSHOT - A VALID, COMPLETE, MATCHING
      *    RECORD. NCLOGR IS CONCATENATED OLDEST FIRST, SO EACH ONE
      *    REPLACES THE LAST AND THE LATEST WINS
      ******************************************************************
       PARA-KEEP-SNAPSHOT.
           MOVE 'Y' TO WS-SNAP-FOUND-SW
           MOVE RECV01-DS-R-USER         TO WS-SNAP-USER
           MOVE RECV01-DS-R-START-DATE   TO WS-SNAP-START-DATE
           MOVE RECV01-DS-R-CURRENT-DATE TO WS-SNAP-ASOF
           MOVE RECV01-DS-R-INTERVAL-VAL TO WS-SNAP-INTERVAL-VAL
           MOVE RECV01-DS-R-LEN          TO WS-SNAP-LEN
           PERFORM VARYING DSR-I FROM 1 BY 1
              UNTIL DSR-I > RECV01-DS-R-LEN
              SET WS-G-T TO DSR-I
              PERFORM VARYING DSR-J FROM 1 BY 1 UNTIL DSR-J > 27
                 SET WS-G-R TO DSR-J
                 MOVE RECV01-DS-R-N-ALIVE-MALE(DSR-I,DSR-J)
                    TO WS-SNAP-CELL(WS-G-T,WS-G-R,1)
                 MOVE RECV01-DS-R-N-ALIVE-FEMALE(DSR-I,DSR-J)
                    TO WS-SNAP-CELL(WS-G-T,WS-G-R,2)
                 MOVE RECV01-DS-R-N-ALIVE-OTHER(DSR-I,DSR-J)
                    TO WS-SNAP-CELL(WS-G-T,WS-G-R,3)
                 MOVE RECV01-DS-R-N-DEAD-MALE(DSR-I,DSR-J)
                    TO WS-SNAP-CELL(WS-G-T,WS-G-R,4)
                 MOVE RECV01-DS-R-N-DEAD-FEMALE(DSR-I,DSR-J)
                    TO WS-SNAP-CELL(WS-G-T,WS-G-R,5)
                 MOVE RECV01-DS-R-N-DEAD-OTHER(DSR-I,DSR-J)
                    TO WS-SNAP-CELL(WS-G-T,WS-G-R,6)
              END-PERFORM
           END-PERFORM
           EXIT.
      ******************************************************************
      *    PARAGRAPH WRITE HEADERS - THE RELEASE FILE'S COLUMN LINE
      *    AND THE SUPPRESSION LOG'S TITLE, RULES AND COLUMN LINES
      ******************************************************************
       PARA-WRITE-HEADERS.
           MOVE SPACES TO PUBL-R
           STRING 'ASOF,TABLE,AGEFROM,AGETO,NAKSHATRA,'
              DELIMITED BY SIZE
              'ALIVEM,ALIVEF,ALIVEO,DEADM,DEADF,DEADO,TOTAL'
              DELIMITED BY SIZE
              INTO PUBL-R
           END-STRING
           WRITE PUBL-R
           END-WRITE
           MOVE SPACES TO SUPL-R
           STRING 'NCPUBREL SUPPRESSION LOG - INTERNAL, NOT FOR RELEASE'
              DELIMITED BY SIZE INTO SUPL-R
           END-STRING
           WRITE SUPL-R
           END-WRITE
           MOVE SPACES TO SUPL-R
           STRING 'SNAPSHOT AS OF ' WS-SNAP-ASOF ' RUN ' WS-SNAP-USER
              ' ' WS-SNAP-START-DATE
              DELIMITED BY SIZE INTO SUPL-R
           END-STRING
           WRITE SUPL-R
           END-WRITE
           MOVE WS-PGM-THRESHOLD TO WS-SUP-THR-D
           MOVE SPACES TO SUPL-R
           STRING 'THRESHOLD ' WS-SUP-THR-D '  ROUNDING BASE '
              WS-PGM-ROUND ' (00 = NONE)'
              DELIMITED BY SIZE INTO SUPL-R
           END-STRING
           WRITE SUPL-R
           END-WRITE
           MOVE SPACES TO SUPL-R
           STRING 'TAB AGES    ROW              COLUMN       VALUE '
              DELIMITED BY SIZE
              'REASON' DELIMITED BY SIZE
              INTO SUPL-R
           END-STRING
           WRITE SUPL-R
           END-WRITE
           EXIT.
      ******************************************************************
      *    PARAGRAPH BUILD GRID - INTERVAL TABLE WS-G-T INTO THE 28 X 7
      *    GRID WITH ITS ROW, COLUMN AND TABLE TOTALS, NOTHING HIDDEN
      ******************************************************************
       PARA-BUILD-GRID.
           PERFORM VARYING WS-G-C FROM 1 BY 1 UNTIL WS-G-C > 7
              MOVE ZERO TO WS-G-VAL(28,WS-G-C)
              MOVE SPACE TO WS-G-SUP(28,WS-G-C)
           END-PERFORM
           PERFORM VARYING WS-G-R FROM 1 BY 1 UNTIL WS-G-R > 27
              MOVE ZERO TO WS-G-VAL(WS-G-R,7)
              MOVE SPACE TO WS-G-SUP(WS-G-R,7)
              PERFORM VARYING WS-G-C FROM 1 BY 1 UNTIL WS-G-C > 6
                 MOVE WS-SNAP-CELL(WS-G-T,WS-G-R,WS-G-C)
                    TO WS-G-VAL(WS-G-R,WS-G-C)
                 MOVE SPACE TO WS-G-SUP(WS-G-R,WS-G-C)
                 ADD WS-G-VAL(WS-G-R,WS-G-C) TO WS-G-VAL(WS-G-R,7)
                 ADD WS-G-VAL(WS-G-R,WS-G-C) TO WS-G-VAL(28,WS-G-C)
              END-PERFORM
              ADD WS-G-VAL(WS-G-R,7) TO WS-G-VAL(28,7)
           END-PERFORM
      *    AGE BAND - TABLE 1 IS THE OLDEST, AS IN NCITIZEN
           COMPUTE WS-G-AGE-FROM =
              (WS-SNAP-LEN - WS-G-T) * WS-SNAP-INTERVAL-VAL
           COMPUTE WS-G-AGE-TO =
              WS-G-AGE-FROM + WS-SNAP-INTERVAL-VAL - 1
           EXIT.
      ******************************************************************
      *    PARAGRAPH PRIMARY SUPPRESS - EVERY VALUE OF 1 TO
      *    THRESHOLD-1, TOTALS INCLUDED
      ******************************************************************
       PARA-PRIMARY-SUPPRESS.
           PERFORM VARYING WS-G-R FROM 1 BY 1 UNTIL WS-G-R > 28
              PERFORM VARYING WS-G-C FROM 1 BY 1 UNTIL WS-G-C > 7
                 IF WS-G-VAL(WS-G-R,WS-G-C) > ZERO AND
                    WS-G-VAL(WS-G-R,WS-G-C) < WS-PGM-THRESHOLD THEN
                    MOVE 'P' TO WS-G-SUP(WS-G-R,WS-G-C)
                    ADD 1 TO WS-PRIMARY-CNT
                    PERFORM PARA-LOG-SUPPRESSION
                 END-IF
              END-PERFORM
           END-PERFORM
           EXIT.
      ******************************************************************
      *    PARAGRAPH SECONDARY SUPPRESS - A ROW OR COLUMN HIDING
      *    EXACTLY ONE VALUE GETS A SECOND ONE HIDDEN. EACH NEW
      *    HIDE CAN LEAVE A CROSSING LINE WITH A SINGLE HIDDEN
      *    VALUE, SO THE ROW AND COLUMN PASSES REPEAT UNTIL A WHOLE
      *    ROUND CHANGES NOTHING (AT MOST 196 ROUNDS - ONE NEW HIDE
      *    EACH)
      ******************************************************************
       PARA-SECONDARY-SUPPRESS.
           MOVE 'Y' TO WS-G-CHANGED-SW
           PERFORM UNTIL WS-G-CHANGED-SW = 'N'
              MOVE 'N' TO WS-G-CHANGED-SW
              PERFORM VARYING WS-G-R FROM 1 BY 1 UNTIL WS-G-R > 28
                 PERFORM PARA-PROTECT-ROW
              END-PERFORM
              PERFORM VARYING WS-G-C FROM 1 BY 1 UNTIL WS-G-C > 7
                 PERFORM PARA-PROTECT-COLUMN
              END-PERFORM
           END-PERFORM
           EXIT.
      ******************************************************************
      *    PARAGRAPH PROTECT ROW - ROW WS-G-R. WS-G-C IS THE CALLER'S
      *    LOOP COUNTER IN THE COLUMN PASS ONLY, SO IT IS FREE HERE
      ******************************************************************
       PARA-PROTECT-ROW.
           MOVE ZERO TO WS-G-HIDDEN
           MOVE ZERO TO WS-G-BEST-C
           PERFORM VARYING WS-G-C FROM 1 BY 1 UNTIL WS-G-C > 7
              IF WS-G-SUP(WS-G-R,WS-G-C) NOT = SPACE THEN
                 ADD 1 TO WS-G-HIDDEN
              ELSE
      *    SMALLEST SHOWN VALUE, A NON-ZERO ONE BEFORE ANY ZERO
                 EVALUATE TRUE
                    WHEN WS-G-BEST-C = ZERO
                       MOVE WS-G-C TO WS-G-BEST-C
                    WHEN WS-G-VAL(WS-G-R,WS-G-BEST-C) = ZERO AND
                         WS-G-VAL(WS-G-R,WS-G-C) > ZERO
                       MOVE WS-G-C TO WS-G-BEST-C
                    WHEN WS-G-VAL(WS-G-R,WS-G-C) > ZERO AND
                         WS-G-VAL(WS-G-R,WS-G-C) <
                         WS-G-VAL(WS-G-R,WS-G-BEST-C)
                       MOVE WS-G-C TO WS-G-BEST-C
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM
           IF WS-G-HIDDEN = 1 AND WS-G-BEST-C > ZERO THEN
              MOVE WS-G-BEST-C TO WS-G-C
              MOVE 'R' TO WS-G-SUP(WS-G-R,WS-G-C)
              ADD 1 TO WS-SECONDARY-CNT
              MOVE 'Y' TO WS-G-CHANGED-SW
              PERFORM PARA-LOG-SUPPRESSION
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH PROTECT COLUMN - COLUMN WS-G-C, SAME RULE DOWN
      *    THE 28 ROWS. WS-G-R IS FREE HERE FOR THE SAME REASON
      ******************************************************************
       PARA-PROTECT-COLUMN.
           MOVE ZERO TO WS-G-HIDDEN
           MOVE ZERO TO WS-G-BEST-R
           PERFORM VARYING WS-G-R FROM 1 BY 1 UNTIL WS-G-R > 28
              IF WS-G-SUP(WS-G-R,WS-G-C) NOT = SPACE THEN
                 ADD 1 TO WS-G-HIDDEN
              ELSE
                 EVALUATE TRUE
                    WHEN WS-G-BEST-R = ZERO
                       MOVE WS-G-R TO WS-G-BEST-R
                    WHEN WS-G-VAL(WS-G-BEST-R,WS-G-C) = ZERO AND
                         WS-G-VAL(WS-G-R,WS-G-C) > ZERO
                       MOVE WS-G-R TO WS-G-BEST-R
                    WHEN WS-G-VAL(WS-G-R,WS-G-C) > ZERO AND
                         WS-G-VAL(WS-G-R,WS-G-C) <
                         WS-G-VAL(WS-G-BEST-R,WS-G-C)
                       MOVE WS-G-R TO WS-G-BEST-R
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM
           IF WS-G-HIDDEN = 1 AND WS-G-BEST-R > ZERO THEN
              MOVE WS-G-BEST-R TO WS-G-R
              MOVE 'K' TO WS-G-SUP(WS-G-R,WS-G-C)
              ADD 1 TO WS-SECONDARY-CNT
              MOVE 'Y' TO WS-G-CHANGED-SW
              PERFORM PARA-LOG-SUPPRESSION
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH LOG SUPPRESSION - ONE NCSUPL LINE FOR THE VALUE
      *    AT (WS-G-R, WS-G-C) OF TABLE WS-G-T, WITH ITS TRUE COUNT
      ******************************************************************
       PARA-LOG-SUPPRESSION.
           MOVE WS-G-T                 TO WS-SUP-TAB
           MOVE WS-G-AGE-FROM          TO WS-SUP-AGE-FROM
           MOVE WS-G-AGE-TO            TO WS-SUP-AGE-TO
           MOVE WS-NNAME(WS-G-R)       TO WS-SUP-ROW
           MOVE WS-CNAME(WS-G-C)       TO WS-SUP-COL
           MOVE WS-G-VAL(WS-G-R,WS-G-C) TO WS-SUP-VALUE
           MOVE SPACES TO WS-SUP-REASON
           EVALUATE WS-G-SUP(WS-G-R,WS-G-C)
              WHEN 'P'
                 MOVE WS-PGM-THRESHOLD TO WS-SUP-THR-D
                 STRING 'PRIMARY - UNDER THRESHOLD ' WS-SUP-THR-D
                    DELIMITED BY SIZE INTO WS-SUP-REASON
                 END-STRING
              WHEN 'R'
                 MOVE 'SECONDARY - PROTECTS ITS ROW' TO WS-SUP-REASON
              WHEN OTHER
                 MOVE 'SECONDARY - PROTECTS ITS COLUMN'
                    TO WS-SUP-REASON
           END-EVALUATE
           MOVE WS-SUP-LINE TO SUPL-R
           WRITE SUPL-R
           END-WRITE
           EXIT.
      ******************************************************************
      *    PARAGRAPH WRITE TABLE - 28 RELEASE LINES FOR THE TABLE:
      *    ONE PER NAKSHATRA AND THE ALL-NAKSHATRAS TOTAL LINE
      ******************************************************************
       PARA-WRITE-TABLE.
           MOVE WS-G-T        TO WS-PUB-TAB
           MOVE WS-G-AGE-FROM TO WS-PUB-AGE-FROM
           MOVE WS-G-AGE-TO   TO WS-PUB-AGE-TO
           PERFORM VARYING WS-G-R FROM 1 BY 1 UNTIL WS-G-R > 28
              PERFORM VARYING WS-G-C FROM 1 BY 1 UNTIL WS-G-C > 7
                 PERFORM PARA-PUBLISH-VALUE
              END-PERFORM
              MOVE WS-NNAME(WS-G-R) TO WS-PUB-NAME
              MOVE SPACES TO PUBL-R
              STRING WS-SNAP-ASOF    DELIMITED BY SIZE
                 ','                 DELIMITED BY SIZE
                 WS-PUB-TAB          DELIMITED BY SIZE
                 ','                 DELIMITED BY SIZE
                 WS-PUB-AGE-FROM     DELIMITED BY SIZE
                 ','                 DELIMITED BY SIZE
                 WS-PUB-AGE-TO       DELIMITED BY SIZE
                 ','                 DELIMITED BY SIZE
                 WS-PUB-NAME         DELIMITED BY '  '
                 ','                 DELIMITED BY SIZE
                 WS-PUB-TEXT(1)      DELIMITED BY SPACE
                 ','                 DELIMITED BY SIZE
                 WS-PUB-TEXT(2)      DELIMITED BY SPACE
                 ','                 DELIMITED BY SIZE
                 WS-PUB-TEXT(3)      DELIMITED BY SPACE
                 ','                 DELIMITED BY SIZE
                 WS-PUB-TEXT(4)      DELIMITED BY SPACE
                 ','                 DELIMITED BY SIZE
                 WS-PUB-TEXT(5)      DELIMITED BY SPACE
                 ','                 DELIMITED BY SIZE
                 WS-PUB-TEXT(6)      DELIMITED BY SPACE
                 ','                 DELIMITED BY SIZE
                 WS-PUB-TEXT(7)      DELIMITED BY SPACE
                 INTO PUBL-R
              END-STRING
              WRITE PUBL-R
              END-WRITE
           END-PERFORM
           EXIT.
      ******************************************************************
      *    PARAGRAPH PUBLISH VALUE - (WS-G-R, WS-G-C) AS RELEASED:
      *    'C' WHEN HIDDEN, ELSE THE COUNT ROUNDED HALF UP TO THE
      *    NEAREST MULTIPLE OF THE BASE WHEN ONE WAS GIVEN
      ******************************************************************
       PARA-PUBLISH-VALUE.
           ADD 1 TO WS-VALUE-CNT
           MOVE SPACES TO WS-PUB-TEXT(WS-G-C)
           IF WS-G-SUP(WS-G-R,WS-G-C) NOT = SPACE THEN
              MOVE 'C' TO WS-PUB-TEXT(WS-G-C)
           ELSE
              MOVE WS-G-VAL(WS-G-R,WS-G-C) TO WS-G-PUB
              IF WS-PGM-ROUND > 1 THEN
      *    DIVIDE FLOORS, SO HALF THE BASE IS ADDED FIRST
                 COMPUTE WS-G-Q = WS-G-PUB + (WS-PGM-ROUND / 2)
                 DIVIDE WS-G-Q BY WS-PGM-ROUND GIVING WS-G-Q
                 COMPUTE WS-G-Q = WS-G-Q * WS-PGM-ROUND
                 IF WS-G-Q NOT = WS-G-PUB THEN
                    ADD 1 TO WS-ROUNDED-CNT
                 END-IF
                 MOVE WS-G-Q TO WS-G-PUB
              END-IF
              MOVE WS-G-PUB TO WS-PUB-NUM
              MOVE WS-PUB-NUM TO WS-PUB-TEXT(WS-G-C)
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH WRITE LOG TRAILER - THE RUN'S COUNTS, SO THE
      *    RELEASE SIGN-OFF CAN SEE HOW MUCH WAS WITHHELD
      ******************************************************************
       PARA-WRITE-LOG-TRAILER.
           MOVE SPACES TO SUPL-R
           MOVE WS-TABLE-CNT TO WS-SUP-NUM-D
           STRING 'TABLES RELEASED ......... ' WS-SUP-NUM-D
              DELIMITED BY SIZE INTO SUPL-R
           END-STRING
           WRITE SUPL-R
           END-WRITE
           MOVE SPACES TO SUPL-R
           MOVE WS-VALUE-CNT TO WS-SUP-NUM-D
           STRING 'VALUES RELEASED ......... ' WS-SUP-NUM-D
              DELIMITED BY SIZE INTO SUPL-R
           END-STRING
           WRITE SUPL-R
           END-WRITE
           MOVE SPACES TO SUPL-R
           MOVE WS-PRIMARY-CNT TO WS-SUP-NUM-D
           STRING 'PRIMARY SUPPRESSIONS .... ' WS-SUP-NUM-D
              DELIMITED BY SIZE INTO SUPL-R
           END-STRING
           WRITE SUPL-R
           END-WRITE
           MOVE SPACES TO SUPL-R
           MOVE WS-SECONDARY-CNT TO WS-SUP-NUM-D
           STRING 'SECONDARY SUPPRESSIONS .. ' WS-SUP-NUM-D
              DELIMITED BY SIZE INTO SUPL-R
           END-STRING
           WRITE SUPL-R
           END-WRITE
           MOVE SPACES TO SUPL-R
           MOVE WS-ROUNDED-CNT TO WS-SUP-NUM-D
           STRING 'VALUES CHANGED BY ROUNDING' WS-SUP-NUM-D
              DELIMITED BY SIZE INTO SUPL-R
           END-STRING
           WRITE SUPL-R
           END-WRITE
           EXIT.
