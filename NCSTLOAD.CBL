       IDENTIFICATION DIVISION.
       PROGRAM-ID. NCSTLOAD.
      ******************************************************************
      *                      NAKSHATRA CITIZEN
      *                      (VEDIC ASTROLOGY)
      *                      ONLINE STATISTICS REFRESH
      ******************************************************************
      *    ABOUT
      *          THE NCST TRANSACTION (NCSTCICS) SHOWS THE LATEST
      *          COMPLETED RUN'S FIGURES ON A TERMINAL, BUT A FULL
      *          NCLOGW RECORD (UP TO 225189 BYTES) IS TOO BIG FOR ONE
      *          VSAM RECORD AND CICS CANNOT READ A GDG. THIS PGM READS
      *          THE NCLOGR CONCATENATION, VALIDATES EVERY RECORD WITH
      *          THE SAME LENGTH+CRC RULES AS NCITIZEN'S PARA-VALIDATE-
      *          DS-RECORD, SKIPS FRAGMENTS, AND COPIES THE LATEST
      *          VALID COMPLETE NATIONAL SNAPSHOT INTO THE NCSTATV KSDS:
      *
      *          KEY 'I'NNN - ONE RECORD PER INTERVAL TABLE NNN WITH
      *                       THE ALIVE/DEAD GENDER TOTALS, THE 27
      *                       NAKSHATRA CELLS AND THE 12 RASHI CELLS
      *          KEY 'I'000 - THE SAME CELLS SUMMED OVER EVERY TABLE,
      *                       I.E. ALL AGES - "HOW MANY LIVING FEMALES
      *                       IN ROHINI" WITHOUT ADDING UP 120 SCREENS
      *          KEY 'H'000 - THE HEADER: RUN KEY (USER + START DATE,
      *                       NCSUMK'S KEY WITH REGION '**'), AS-OF
      *                       DATE, INTERVAL SHAPE, SUMMARY FIELDS
      *                       AND CRC
      *
      *          EVERY RECORD CARRIES THE RUN KEY. THE INTERVAL
      *          RECORDS GO FIRST AND THE HEADER LAST, SO A TERMINAL
      *          READING WHILE THE REFRESH RUNS SEES THE OLD HEADER
      *          AGAINST NEW INTERVAL RECORDS AND SAYS SO, INSTEAD OF
      *          SHOWING A MIX OF TWO RUNS AS ONE. INTERVAL RECORDS
      *          LEFT OVER FROM A RUN WITH MORE TABLES ARE DELETED.
      *          THE CLUSTER STAYS OPEN TO CICS (SHAREOPTIONS 2 3) -
      *          RECORDS ARE WRITTEN OR REWRITTEN IN PLACE, NEVER
      *          DELETED AND REDEFINED.
      *
      ******************************************************************
      *          COPYRIGHT:  GNU GPLV3 LICENSE 2023
      *          AUTHOR:     PRZEMYSLAW ADAM KUPISZ
      *          VERSION:    ALPHA
      *
      *    ARGUMENTS FROM JCL
      *          NONE
      *
      *    RETURN CODES
      *          0 - NCSTATV REFRESHED
      *          4 - NO VALID (NON-FRAGMENT) SNAPSHOT ON NCLOGR -
      *              NCSTATV LEFT AS IT WAS
      *          8 - NCLOGR OR NCSTATV COULD NOT BE OPENED, OR A
      *              RECORD COULD NOT BE WRITTEN
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    OPERATOR CONSOLE FOR THE NCSLNNNE WTO MESSAGES, SAME
      *    CONVENTION AS NCITIZEN'S NCITNNNE SET
       SPECIAL-NAMES.
           CONSOLE IS OPERATOR-CONSOLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    NCLOGW GENERATION(S) TO LOAD FROM - SAME RECORD SHAPE
      *    AS NCITIZEN'S RECLOGR
           SELECT RECLOGR ASSIGN TO NCLOGR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-R.
      *    ONLINE STATISTICS KSDS READ BY THE NCST TRANSACTION
           SELECT RECSTATV ASSIGN TO NCSTATV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STATV-KEY
           FILE STATUS IS WS-FS-V.
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
      *    NCSTATV RECORD - 4244 BYTES, KEY = TYPE(1) + TABLE(3) AT
      *    OFFSET 0. DISPLAY DIGITS THROUGHOUT SO THE CLUSTER CAN BE
      *    BROWSED UNDER ISPF. SAME LAYOUT AS WS-STATV-REC IN
      *    NCSTCICS (KEPT IN STEP BY HAND)
      ******************************************************************
       FD RECSTATV.
       01 STATV-R.
        05 STATV-KEY.
         10 STATV-TYPE                PIC   X.
            88 STATV-HEADER                 VALUE 'H'.
            88 STATV-INTERVAL               VALUE 'I'.
         10 STATV-TAB                 PIC   9(3).
        05 STATV-RUN-KEY.
         10 STATV-USER                PIC   X(8).
         10 STATV-START-DATE          PIC   X(11).
        05 STATV-BODY                 PIC   X(4221).
      *    TYPE 'H' - ONE PER CLUSTER, TABLE 000
        05 STATV-H-BODY REDEFINES STATV-BODY.
         10 STATV-H-ASOF              PIC   X(10).
         10 STATV-H-INTERVAL-VAL      PIC   9(3).
         10 STATV-H-LEN               PIC   9(3).
         10 STATV-H-CRC               PIC   9(9).
         10 STATV-H-TOTAL-CP          PIC   9(9).
         10 STATV-H-TALIVE-CP         PIC   9(9).
         10 STATV-H-NMAX-PQ           PIC   9(9).
         10 STATV-H-NMIN-PQ           PIC   9(9).
         10 STATV-H-UNKNOWN-NOBD      PIC   9(9).
         10 STATV-H-LOAD-DATE         PIC   X(8).
         10 STATV-H-LOAD-TIME         PIC   X(6).
         10 FILLER                    PIC   X(4137).
      *    TYPE 'I' - ONE PER INTERVAL TABLE 001-120, PLUS 000 FOR
      *    ALL TABLES TOGETHER
        05 STATV-I-BODY REDEFINES STATV-BODY.
         10 STATV-I-CITIZEN OCCURS 2 TIMES. *> 1-ALIVE, 2-DEAD
          15 STATV-I-MALE             PIC   9(9).
          15 STATV-I-FEMALE           PIC   9(9).
          15 STATV-I-OTHER            PIC   9(9).
         10 STATV-I-UNKNOWN           PIC   9(9).
         10 STATV-I-NTAB OCCURS 27 TIMES.
          15 STATV-I-N                PIC   9(9).
          15 STATV-I-U                PIC   9(9).
          15 STATV-I-N-ALIVE-MALE     PIC   9(9).
          15 STATV-I-N-ALIVE-FEMALE   PIC   9(9).
          15 STATV-I-N-ALIVE-OTHER    PIC   9(9).
          15 STATV-I-N-DEAD-MALE      PIC   9(9).
          15 STATV-I-N-DEAD-FEMALE    PIC   9(9).
          15 STATV-I-N-DEAD-OTHER     PIC   9(9).
          15 STATV-I-N-DAGE-SUM       PIC   9(9).
          15 STATV-I-N-DAGE-CNT       PIC   9(9).
          15 STATV-I-N-PADA           PIC   9(9) OCCURS 4 TIMES.
         10 STATV-I-RTAB OCCURS 12 TIMES.
          15 STATV-I-RASHI-N            PIC  9(9).
          15 STATV-I-RASHI-ALIVE-MALE   PIC  9(9).
          15 STATV-I-RASHI-ALIVE-FEMALE PIC  9(9).
          15 STATV-I-RASHI-ALIVE-OTHER  PIC  9(9).
          15 STATV-I-RASHI-DEAD-MALE    PIC  9(9).
          15 STATV-I-RASHI-DEAD-FEMALE  PIC  9(9).
          15 STATV-I-RASHI-DEAD-OTHER   PIC  9(9).
       WORKING-STORAGE SECTION.
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
      *    THE SNAPSHOT BEING LOADED - A WHOLE-RECORD COPY OF THE FD
      *    AREA, SAME BYTE LAYOUT AS RECV01-DS-R BUT A FIXED 120
      *    TABLES, SO A LATER VALID RECORD CAN REPLACE IT AND THE
      *    FD AREA IS FREE FOR THE NEXT READ
      ******************************************************************
       01 WS-SNAP-FOUND-SW       PIC   X VALUE 'N'.
          88 WS-SNAP-FOUND            VALUE 'Y'.
       01 WS-SNAP-R.
        05 WS-SNAP-LEN           PIC   9(9) COMP-5.
        05 WS-SNAP-CRC           PIC   9(9) COMP-5.
        05 WS-SNAP-HEADER.
         10 WS-SNAP-USER          PIC   X(8).
         10 WS-SNAP-START-DATE    PIC   X(11).
         10 WS-SNAP-CURRENT-DATE  PIC   X(10).
         10 WS-SNAP-INTERVAL-VAL  PIC   S9(3).
         10 WS-SNAP-FRAG-FLAG     PIC   X.
         10 WS-SNAP-FRAG-LOW      PIC   S9(3).
         10 WS-SNAP-FRAG-HIGH     PIC   S9(3).
         10 WS-SNAP-REGION        PIC   XX.
        05 WS-SNAP-TAB OCCURS 120 TIMES.
         10 WS-SNAP-CITIZEN OCCURS 2 TIMES.
          15 WS-SNAP-MALE           PIC   9(9) COMP-5.
          15 WS-SNAP-FEMALE         PIC   9(9) COMP-5.
          15 WS-SNAP-OTHER          PIC   9(9) COMP-5.
         10 WS-SNAP-UNKNOWN         PIC   9(9) COMP-5.
         10 WS-SNAP-NTAB OCCURS 27 TIMES.
          15 WS-SNAP-N              PIC   9(9) COMP-5.
          15 WS-SNAP-U              PIC   9(9) COMP-5.
          15 WS-SNAP-N-ALIVE-MALE   PIC   9(9) COMP-5.
          15 WS-SNAP-N-ALIVE-FEMALE PIC   9(9) COMP-5.
          15 WS-SNAP-N-DEAD-MALE    PIC   9(9) COMP-5.
          15 WS-SNAP-N-DEAD-FEMALE  PIC   9(9) COMP-5.
          15 WS-SNAP-N-ALIVE-OTHER  PIC   9(9) COMP-5.
          15 WS-SNAP-N-DEAD-OTHER   PIC   9(9) COMP-5.
          15 WS-SNAP-N-DAGE-SUM     PIC   9(9) COMP-5.
          15 WS-SNAP-N-DAGE-CNT     PIC   9(9) COMP-5.
          15 WS-SNAP-N-PADA         PIC   9(9) COMP-5
             OCCURS 4 TIMES.
         10 WS-SNAP-RTAB OCCURS 12 TIMES.
          15 WS-SNAP-RASHI-N            PIC  9(9) COMP-5.
          15 WS-SNAP-RASHI-ALIVE-MALE   PIC  9(9) COMP-5.
          15 WS-SNAP-RASHI-ALIVE-FEMALE PIC  9(9) COMP-5.
          15 WS-SNAP-RASHI-ALIVE-OTHER  PIC  9(9) COMP-5.
          15 WS-SNAP-RASHI-DEAD-MALE    PIC  9(9) COMP-5.
          15 WS-SNAP-RASHI-DEAD-FEMALE  PIC  9(9) COMP-5.
          15 WS-SNAP-RASHI-DEAD-OTHER   PIC  9(9) COMP-5.
      *    THE SUMMARY SITS RIGHT AFTER THE LAST TABLE IN THE FD
      *    RECORD, SO IT IS COPIED SEPARATELY OFF THE FD FIELDS
       01 WS-SNAP-SUMMARY.
        05 WS-SNAP-S-TOTAL-CP    PIC   9(9) COMP-5.
        05 WS-SNAP-S-TALIVE-CP   PIC   9(9) COMP-5.
        05 WS-SNAP-S-NMAX-PQ     PIC   9(9) COMP-5.
        05 WS-SNAP-S-NMIN-PQ     PIC   9(9) COMP-5.
        05 WS-SNAP-S-UNKNOWN-NOBD PIC  9(9) COMP-5.
      ******************************************************************
       01 WS-COUNTS.
        05 WS-READ-CNT           PIC   9(7) VALUE ZERO.
        05 WS-INVALID-CNT        PIC   9(7) VALUE ZERO.
        05 WS-FRAGMENT-CNT       PIC   9(7) VALUE ZERO.
        05 WS-WRITTEN-CNT        PIC   9(7) VALUE ZERO.
        05 WS-DELETED-CNT        PIC   9(7) VALUE ZERO.
        05 WS-PADA-IDX           PIC   S9(3) COMP-5.
        05 WS-RASHI-IDX          PIC   S9(3) COMP-5.
        05 WS-T                  PIC   S9(4) COMP-5.
        05 WS-J                  PIC   S9(4) COMP-5.
        05 WS-K                  PIC   S9(4) COMP-5.
      ******************************************************************
       01 WS-LOAD-DATE           PIC   X(8).
       01 WS-LOAD-TIME           PIC   X(8).
       01 WS-WRITE-FAILED-SW     PIC   X VALUE 'N'.
          88 WS-WRITE-FAILED          VALUE 'Y'.
       01 WS-EOF-FLAG            PIC   A.
       01 WS-FS-R                PIC   XX.
       01 WS-FS-V                PIC   XX.
      ******************************************************************
      *    OPERATOR MESSAGE LINE - IDENTIFIERS IN USE:
      *      NCSL001E  NO VALID SNAPSHOT - ONLINE STATISTICS NOT
      *                REFRESHED
      *      NCSL002E  NCSTATV NOT AVAILABLE OR WRITE FAILED
      ******************************************************************
       01 WS-WTO-LINE            PIC   X(120).
      ******************************************************************
      *    PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
           MOVE ZERO TO RETURN-CODE
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
      *    A FRAGMENT HOLDS ONLY PART OF THE 120 YEARS - SHOWING IT
      *    ONLINE WOULD PASS IT OFF AS THE WHOLE POPULATION
                       WHEN RECV01-DS-R-FRAG-FLAG = 'F'
                          ADD 1 TO WS-FRAGMENT-CNT
      *    NCSTATV SHOWS THE NATIONAL FIGURES ONLY - A REGIONAL
      *    SWEEP (OR NCREGCON'S INPUT TO ONE) IS SKIPPED
                       WHEN RECV01-DS-R-REGION NOT = '**'
                          CONTINUE *> REGIONAL SNAPSHOT
                       WHEN OTHER
                          PERFORM PARA-KEEP-SNAPSHOT
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE RECLOGR
           IF NOT WS-SNAP-FOUND THEN
              DISPLAY 'WARNING: NO VALID NCLOGR SNAPSHOT - ',
                 'NCSTATV NOT REFRESHED. READ=', WS-READ-CNT,
                 ' INVALID=', WS-INVALID-CNT,
                 ' FRAGMENTS=', WS-FRAGMENT-CNT
              MOVE 'NCSL001E ONLINE STATISTICS - NO VALID NCLOGR SNAPSHO
      -         'T, NCSTATV NOT REFRESHED' TO WS-WTO-LINE
              PERFORM PARA-WTO
              MOVE 4 TO RETURN-CODE
           ELSE
              OPEN I-O RECSTATV
              IF WS-FS-V NOT = '00' AND WS-FS-V NOT = '05'
                 AND WS-FS-V NOT = '97' THEN
                 DISPLAY 'ERROR:   CANNOT OPEN NCSTATV. FS=', WS-FS-V
                 MOVE 'NCSL002E ONLINE STATISTICS - NCSTATV NOT AVAILAB
      -            'LE, NOT REFRESHED' TO WS-WTO-LINE
                 PERFORM PARA-WTO
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM VARYING WS-T FROM 1 BY 1
                    UNTIL WS-T > WS-SNAP-LEN OR WS-WRITE-FAILED
                    PERFORM PARA-WRITE-INTERVAL
                 END-PERFORM
                 PERFORM VARYING WS-T FROM WS-T BY 1
                    UNTIL WS-T > 120 OR WS-WRITE-FAILED
                    PERFORM PARA-DELETE-INTERVAL
                 END-PERFORM
                 IF NOT WS-WRITE-FAILED THEN
                    PERFORM PARA-WRITE-ALL-AGES
                 END-IF
      *    THE HEADER ONLY MOVES ONTO THE NEW RUN WHEN EVERY TABLE
      *    MADE IT - A FAILED REFRESH KEEPS POINTING AT THE OLD ONE
                 IF NOT WS-WRITE-FAILED THEN
                    PERFORM PARA-WRITE-HEADER
                 END-IF
                 CLOSE RECSTATV
                 IF WS-WRITE-FAILED THEN
                    MOVE 'NCSL002E ONLINE STATISTICS - NCSTATV WRITE FA
      -               'ILED, NOT REFRESHED' TO WS-WTO-LINE
                    PERFORM PARA-WTO
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    DISPLAY 'INFO:    NCSTATV REFRESHED. SNAPSHOT AS ',
                       'OF ', WS-SNAP-CURRENT-DATE, ' BY ',
                       WS-SNAP-USER, ' STARTED ', WS-SNAP-START-DATE
                    DISPLAY 'INFO:    READ=', WS-READ-CNT,
                       ' INVALID=', WS-INVALID-CNT,
                       ' FRAGMENTS=', WS-FRAGMENT-CNT,
                       ' WRITTEN=', WS-WRITTEN-CNT,
                       ' STALE TABLES DELETED=', WS-DELETED-CNT
                 END-IF
              END-IF
           END-IF
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
      *    PARAGRAPH KEEP SNAPSHOT - A VALID, COMPLETE RECORD. NCLOGR
      *    IS CONCATENATED OLDEST FIRST, SO EACH ONE REPLACES THE
      *    LAST AND THE LATEST WINS. THE GROUP MOVE TAKES THE HEADER
      *    AND THE RECV01-DS-R-LEN TABLES; THE SUMMARY FOLLOWS THE
      *    LAST TABLE, SO IT IS PICKED UP BY NAME
      ******************************************************************
       PARA-KEEP-SNAPSHOT.
           MOVE 'Y' TO WS-SNAP-FOUND-SW
           MOVE RECV01-DS-R TO WS-SNAP-R
           MOVE RECV01-DS-R-S-TOTAL-CP     TO WS-SNAP-S-TOTAL-CP
           MOVE RECV01-DS-R-S-TALIVE-CP    TO WS-SNAP-S-TALIVE-CP
           MOVE RECV01-DS-R-S-NMAX-PQ      TO WS-SNAP-S-NMAX-PQ
           MOVE RECV01-DS-R-S-NMIN-PQ      TO WS-SNAP-S-NMIN-PQ
           MOVE RECV01-DS-R-S-UNKNOWN-NOBD TO WS-SNAP-S-UNKNOWN-NOBD
           EXIT.
      ******************************************************************
      *    PARAGRAPH WRITE INTERVAL - ONE 'I' RECORD FOR TABLE WS-T.
      *    A KEY ALREADY THERE FROM THE LAST REFRESH IS REWRITTEN
      ******************************************************************
       PARA-WRITE-INTERVAL.
           MOVE SPACES             TO STATV-R
           MOVE 'I'                TO STATV-TYPE
           MOVE WS-T               TO STATV-TAB
           MOVE WS-SNAP-USER       TO STATV-USER
           MOVE WS-SNAP-START-DATE TO STATV-START-DATE
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 2
              MOVE WS-SNAP-MALE(WS-T,WS-K)   TO STATV-I-MALE(WS-K)
              MOVE WS-SNAP-FEMALE(WS-T,WS-K) TO STATV-I-FEMALE(WS-K)
              MOVE WS-SNAP-OTHER(WS-T,WS-K)  TO STATV-I-OTHER(WS-K)
           END-PERFORM
           MOVE WS-SNAP-UNKNOWN(WS-T) TO STATV-I-UNKNOWN
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 27
              MOVE WS-SNAP-N(WS-T,WS-J) TO STATV-I-N(WS-J)
              MOVE WS-SNAP-U(WS-T,WS-J) TO STATV-I-U(WS-J)
              MOVE WS-SNAP-N-ALIVE-MALE(WS-T,WS-J)
                 TO STATV-I-N-ALIVE-MALE(WS-J)
              MOVE WS-SNAP-N-ALIVE-FEMALE(WS-T,WS-J)
                 TO STATV-I-N-ALIVE-FEMALE(WS-J)
              MOVE WS-SNAP-N-ALIVE-OTHER(WS-T,WS-J)
                 TO STATV-I-N-ALIVE-OTHER(WS-J)
              MOVE WS-SNAP-N-DEAD-MALE(WS-T,WS-J)
                 TO STATV-I-N-DEAD-MALE(WS-J)
              MOVE WS-SNAP-N-DEAD-FEMALE(WS-T,WS-J)
                 TO STATV-I-N-DEAD-FEMALE(WS-J)
              MOVE WS-SNAP-N-DEAD-OTHER(WS-T,WS-J)
                 TO STATV-I-N-DEAD-OTHER(WS-J)
              MOVE WS-SNAP-N-DAGE-SUM(WS-T,WS-J)
                 TO STATV-I-N-DAGE-SUM(WS-J)
              MOVE WS-SNAP-N-DAGE-CNT(WS-T,WS-J)
                 TO STATV-I-N-DAGE-CNT(WS-J)
              PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
                 MOVE WS-SNAP-N-PADA(WS-T,WS-J,WS-K)
                    TO STATV-I-N-PADA(WS-J,WS-K)
              END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 12
              MOVE WS-SNAP-RASHI-N(WS-T,WS-J)
                 TO STATV-I-RASHI-N(WS-J)
              MOVE WS-SNAP-RASHI-ALIVE-MALE(WS-T,WS-J)
                 TO STATV-I-RASHI-ALIVE-MALE(WS-J)
              MOVE WS-SNAP-RASHI-ALIVE-FEMALE(WS-T,WS-J)
                 TO STATV-I-RASHI-ALIVE-FEMALE(WS-J)
              MOVE WS-SNAP-RASHI-ALIVE-OTHER(WS-T,WS-J)
                 TO STATV-I-RASHI-ALIVE-OTHER(WS-J)
              MOVE WS-SNAP-RASHI-DEAD-MALE(WS-T,WS-J)
                 TO STATV-I-RASHI-DEAD-MALE(WS-J)
              MOVE WS-SNAP-RASHI-DEAD-FEMALE(WS-T,WS-J)
                 TO STATV-I-RASHI-DEAD-FEMALE(WS-J)
              MOVE WS-SNAP-RASHI-DEAD-OTHER(WS-T,WS-J)
                 TO STATV-I-RASHI-DEAD-OTHER(WS-J)
           END-PERFORM
           PERFORM PARA-PUT-STATV
           EXIT.
      ******************************************************************
      *    PARAGRAPH WRITE ALL AGES - THE 'I'000 RECORD: EVERY CELL
      *    OF THE SNAPSHOT'S TABLES ADDED TOGETHER. ALL OF THEM ARE
      *    COUNTS OR SUMS, SO THEY ADD STRAIGHT ACROSS (AVERAGE AGE AT
      *    DEATH STAYS DAGE-SUM / DAGE-CNT)
      ******************************************************************
       PARA-WRITE-ALL-AGES.
           MOVE SPACES             TO STATV-R
           INITIALIZE STATV-I-BODY
           MOVE 'I'                TO STATV-TYPE
           MOVE ZERO               TO STATV-TAB
           MOVE WS-SNAP-USER       TO STATV-USER
           MOVE WS-SNAP-START-DATE TO STATV-START-DATE
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-SNAP-LEN
              PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 2
                 ADD WS-SNAP-MALE(WS-T,WS-K)   TO STATV-I-MALE(WS-K)
                 ADD WS-SNAP-FEMALE(WS-T,WS-K) TO STATV-I-FEMALE(WS-K)
                 ADD WS-SNAP-OTHER(WS-T,WS-K)  TO STATV-I-OTHER(WS-K)
              END-PERFORM
              ADD WS-SNAP-UNKNOWN(WS-T) TO STATV-I-UNKNOWN
              PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 27
                 ADD WS-SNAP-N(WS-T,WS-J) TO STATV-I-N(WS-J)
                 ADD WS-SNAP-U(WS-T,WS-J) TO STATV-I-U(WS-J)
                 ADD WS-SNAP-N-ALIVE-MALE(WS-T,WS-J)
                    TO STATV-I-N-ALIVE-MALE(WS-J)
                 ADD WS-SNAP-N-ALIVE-FEMALE(WS-T,WS-J)
                    TO STATV-I-N-ALIVE-FEMALE(WS-J)
                 ADD WS-SNAP-N-ALIVE-OTHER(WS-T,WS-J)
                    TO STATV-I-N-ALIVE-OTHER(WS-J)
                 ADD WS-SNAP-N-DEAD-MALE(WS-T,WS-J)
                    TO STATV-I-N-DEAD-MALE(WS-J)
                 ADD WS-SNAP-N-DEAD-FEMALE(WS-T,WS-J)
                    TO STATV-I-N-DEAD-FEMALE(WS-J)
                 ADD WS-SNAP-N-DEAD-OTHER(WS-T,WS-J)
                    TO STATV-I-N-DEAD-OTHER(WS-J)
                 ADD WS-SNAP-N-DAGE-SUM(WS-T,WS-J)
                    TO STATV-I-N-DAGE-SUM(WS-J)
                 ADD WS-SNAP-N-DAGE-CNT(WS-T,WS-J)
                    TO STATV-I-N-DAGE-CNT(WS-J)
                 PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
                    ADD WS-SNAP-N-PADA(WS-T,WS-J,WS-K)
                       TO STATV-I-N-PADA(WS-J,WS-K)
                 END-PERFORM
              END-PERFORM
              PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 12
                 ADD WS-SNAP-RASHI-N(WS-T,WS-J)
                    TO STATV-I-RASHI-N(WS-J)
                 ADD WS-SNAP-RASHI-ALIVE-MALE(WS-T,WS-J)
                    TO STATV-I-RASHI-ALIVE-MALE(WS-J)
                 ADD WS-SNAP-RASHI-ALIVE-FEMALE(WS-T,WS-J)
                    TO STATV-I-RASHI-ALIVE-FEMALE(WS-J)
                 ADD WS-SNAP-RASHI-ALIVE-OTHER(WS-T,WS-J)
                    TO STATV-I-RASHI-ALIVE-OTHER(WS-J)
                 ADD WS-SNAP-RASHI-DEAD-MALE(WS-T,WS-J)
                    TO STATV-I-RASHI-DEAD-MALE(WS-J)
                 ADD WS-SNAP-RASHI-DEAD-FEMALE(WS-T,WS-J)
                    TO STATV-I-RASHI-DEAD-FEMALE(WS-J)
                 ADD WS-SNAP-RASHI-DEAD-OTHER(WS-T,WS-J)
                    TO STATV-I-RASHI-DEAD-OTHER(WS-J)
              END-PERFORM
           END-PERFORM
           PERFORM PARA-PUT-STATV
           EXIT.
      ******************************************************************
      *    PARAGRAPH DELETE INTERVAL - TABLE WS-T IS BEYOND THIS RUN'S
      *    SHAPE. A KEY THAT IS NOT THERE (FS 23) IS FINE
      ******************************************************************
       PARA-DELETE-INTERVAL.
           MOVE 'I'  TO STATV-TYPE
           MOVE WS-T TO STATV-TAB
           DELETE RECSTATV RECORD
           END-DELETE
           EVALUATE WS-FS-V
              WHEN '00'
                 ADD 1 TO WS-DELETED-CNT
              WHEN '23'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR:   NCSTATV DELETE FAILED. KEY=',
                    STATV-KEY, ' FS=', WS-FS-V
                 MOVE 'Y' TO WS-WRITE-FAILED-SW
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH WRITE HEADER - THE 'H' RECORD, WRITTEN LAST SO IT
      *    ONLY POINTS AT THE NEW RUN ONCE EVERY TABLE IS IN PLACE
      ******************************************************************
       PARA-WRITE-HEADER.
           ACCEPT WS-LOAD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOAD-TIME FROM TIME
           MOVE SPACES                 TO STATV-R
           MOVE 'H'                    TO STATV-TYPE
           MOVE ZERO                   TO STATV-TAB
           MOVE WS-SNAP-USER           TO STATV-USER
           MOVE WS-SNAP-START-DATE     TO STATV-START-DATE
           MOVE WS-SNAP-CURRENT-DATE   TO STATV-H-ASOF
           MOVE WS-SNAP-INTERVAL-VAL   TO STATV-H-INTERVAL-VAL
           MOVE WS-SNAP-LEN            TO STATV-H-LEN
           MOVE WS-SNAP-CRC            TO STATV-H-CRC
           MOVE WS-SNAP-S-TOTAL-CP     TO STATV-H-TOTAL-CP
           MOVE WS-SNAP-S-TALIVE-CP    TO STATV-H-TALIVE-CP
           MOVE WS-SNAP-S-NMAX-PQ      TO STATV-H-NMAX-PQ
           MOVE WS-SNAP-S-NMIN-PQ      TO STATV-H-NMIN-PQ
           MOVE WS-SNAP-S-UNKNOWN-NOBD TO STATV-H-UNKNOWN-NOBD
           MOVE WS-LOAD-DATE           TO STATV-H-LOAD-DATE
           MOVE WS-LOAD-TIME(1:6)      TO STATV-H-LOAD-TIME
           PERFORM PARA-PUT-STATV
           EXIT.
      ******************************************************************
      *    PARAGRAPH PUT STATV - WRITE, OR REWRITE A KEY THE LAST
      *    REFRESH LEFT (FS 22), SAME PATTERN AS NCITIZEN'S PARA-
      *    WRITE-SUMMARY-KSDS
      ******************************************************************
       PARA-PUT-STATV.
           WRITE STATV-R
           END-WRITE
           IF WS-FS-V = '22' THEN
              REWRITE STATV-R
              END-REWRITE
           END-IF
           IF WS-FS-V NOT = '00' THEN
              DISPLAY 'ERROR:   NCSTATV RECORD NOT WRITTEN. KEY=',
                 STATV-KEY, ' FS=', WS-FS-V
              MOVE 'Y' TO WS-WRITE-FAILED-SW
           ELSE
              ADD 1 TO WS-WRITTEN-CNT
           END-IF
           EXIT.
