      *          (NCMANI) OF WHAT WAS ROLLED UP, AND ONLY THEN FLAGS
      *          THE SOURCE AS SAFE TO PURGE - RETURN CODE ZERO MEANS
      *          EVERY RECORD MADE IT INTO THE HISTORY DATASET.
      *          EACH RUN APPENDS ONE NCAUDIT RECORD UNDER MODE 'HK'
      *          FOR THE RUN CALENDAR DRIVER (NCRUNCAL).
      *
      ******************************************************************
      *          COPYRIGHT:  GNU GPLV3 LICENSE 2023
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-M.
      *    PER-RUN AUDIT TRAIL SHARED WITH NCITIZEN
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
         10 RECV01-DS-R-FRAG-FLAG     PIC   X.
         10 RECV01-DS-R-FRAG-LOW      PIC   S9(3).
         10 RECV01-DS-R-FRAG-HIGH     PIC   S9(3).
         10 RECV01-DS-R-REGION        PIC   XX.
        05 RECV01-DS--RTABLE-STATS.
         10 RECV01-DS-R-TAB OCCURS 1 TO 120 TIMES DEPENDING ON
                       RECV01-DS-R-LEN INDEXED BY DSR-I.
        05 HIST-NMIN-PQ               PIC   9(9).
        05 HIST-NTOTAL                PIC   9(9)
           OCCURS 27 TIMES.
      *    REGISTRY REGION OF THE RUN, '**' = NATIONAL. ROLL-UPS
      *    WRITTEN BEFORE REGIONS EXISTED LEFT SPACES HERE
        05 HIST-REGION                PIC   XX.
        05 FILLER                     PIC   X(3).
      ******************************************************************
       FD RECMANI
           RECORDING MODE IS F.
       01 MANI-R                      PIC   X(80).
      ******************************************************************
      *    RUN AUDIT - SAME RECORD SHAPE NCITIZEN'S PARA-WRITE-AUDIT
      *    PRODUCES, ONE PER INVOCATION UNDER MODE 'HK', SO NCRUNCAL
      *    SEES THIS JOB COMPLETE THE SAME WAY IT SEES A SWEEP
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
       01 WS-FS-R                PIC   XX.
       01 WS-FS-H                PIC   XX.
       01 WS-FS-M                PIC   XX.
       01 WS-FS-AUD              PIC   XX.
       01 WS-AUD-DATE            PIC   9(8).
      ******************************************************************
      *    OPERATOR MESSAGE LINE - IDENTIFIER IN USE:
      *      NCHK001E  A GENERATION FAILED VALIDATION - THE SOURCE
           IF WS-FS-R NOT = '00' THEN
              DISPLAY 'ERROR:   CANNOT OPEN NCLOGR. FS=', WS-FS-R
              MOVE 8 TO RETURN-CODE
              PERFORM PARA-WRITE-AUDIT
              STOP RUN
           END-IF
           OPEN OUTPUT RECHIST
              PERFORM PARA-WTO
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM PARA-WRITE-AUDIT
           STOP RUN.
      ******************************************************************
      *    PARAGRAPH WTO - ONE OPERATOR MESSAGE TO THE CONSOLE, SAME
           MOVE RECV01-DS-R-START-DATE   TO HIST-START-DATE
           MOVE RECV01-DS-R-CURRENT-DATE TO HIST-CURRENT-DATE
           MOVE RECV01-DS-R-INTERVAL-VAL TO HIST-INTERVAL-VAL
           MOVE RECV01-DS-R-REGION       TO HIST-REGION
           MOVE RECV01-DS-R-S-TOTAL-CP   TO HIST-TOTAL-CP
           MOVE RECV01-DS-R-S-TALIVE-CP  TO HIST-TALIVE-CP
           MOVE RECV01-DS-R-S-NMAX-PQ    TO HIST-NMAX-PQ
           MOVE RECV01-DS-R-USER TO WS-MANI-USER
           MOVE RECV01-DS-R-START-DATE TO WS-MANI-DATE
           MOVE RECV01-DS-R-CRC TO WS-CRC-DISP
           STRING 'CRC=' WS-CRC-DISP ' REGION ' RECV01-DS-R-REGION
              ' OK - SAFE TO PURGE'
              DELIMITED BY SIZE INTO WS-MANI-TEXT
           END-STRING
           MOVE WS-MANI-LINE TO MANI-R
           WRITE MANI-R
           END-WRITE
           EXIT.
      ******************************************************************
      *    PARAGRAPH WRITE AUDIT - ONE NCAUDIT RECORD EVERY
      *    INVOCATION, PERFORMED RIGHT BEFORE EACH STOP RUN ONCE THE
      *    RETURN CODE IS FINAL. SAME FIRST-RUN FALLBACK AS
      *    NCITIZEN'S PARA-WRITE-AUDIT
      ******************************************************************
       PARA-WRITE-AUDIT.
           MOVE SPACES                 TO RECV01-AUDIT-R
           ACCEPT WS-AUD-DATE           FROM DATE YYYYMMDD
           ACCEPT RECV01-AUDIT-USER     FROM USERNAME
           MOVE WS-AUD-DATE             TO RECV01-AUDIT-START-DATE
           MOVE 'HK'                    TO RECV01-AUDIT-MODE
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
