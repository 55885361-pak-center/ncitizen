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
      *    OUTPUT RECORD AREA IS NOT SAFELY ADDRESSABLE BEFORE OPEN,
      *    AND OPENING EARLY WOULD BURN AN EMPTY GDG GENERATION ON
      *    EVERY FAILED MERGE). BYTE-FOR-BYTE THE SAME SIZE AS THE
      *    REAL LAYOUT - 69 FIXED BYTES PLUS 1876 PER INTERVAL - SO
      *    THE ODO YIELDS THE SAME VARIABLE RECORD LENGTH
       01 RECV01-DS-OUT.
        05 RECV01-DS-OUT-LEN        PIC   9(9) COMP-5.
         10 RECV01-DS-OUT-FILL OCCURS 1 TO 120 TIMES DEPENDING ON
                       RECV01-DS-OUT-LEN.
          15 FILLER                 PIC   X(1876).
        05 FILLER                   PIC   X(65).
      ******************************************************************
      *    RUN-SUMMARY KSDS RECORD - SAME LAYOUT AS NCITIZEN'S. MODE
      *    'MG' MARKS THE ROW AS A MERGED RUN IN THE ISPF BROWSE
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
       WORKING-STORAGE SECTION.
      ******************************************************************
      *    THE MERGED RECORD UNDER CONSTRUCTION - SAME LAYOUT AND
         10 RECV01-DS-FRAG-FLAG       PIC   X.
         10 RECV01-DS-FRAG-LOW        PIC   S9(3).
         10 RECV01-DS-FRAG-HIGH       PIC   S9(3).
         10 RECV01-DS-REGION          PIC   XX.
        05 RECV01-DS-TABLE-STATS.
         10 RECV01-DS-TAB OCCURS 1 TO 120 TIMES DEPENDING ON
                       RECV01-DS-LEN INDEXED BY DS-I.
                    RECV01-DS-R-INTERVAL-VAL NOT =
                       RECV01-DS-INTERVAL-VAL OR
                    RECV01-DS-R-CURRENT-DATE NOT =
                       RECV01-DS-CURRENT-DATE OR
                    RECV01-DS-R-REGION NOT = RECV01-DS-REGION)
                 DISPLAY 'ERROR:   FRAGMENT SHAPE/AS-OF/REGION ',
                    'MISMATCH - ',
                    'ALL FRAGMENTS MUST COME FROM THE SAME SPLIT RUN'
                 MOVE 'Y' TO WS-BAD-SW
              WHEN OTHER
           MOVE RECV01-DS-R-START-DATE   TO RECV01-DS-START-DATE
           MOVE RECV01-DS-R-CURRENT-DATE TO RECV01-DS-CURRENT-DATE
           MOVE RECV01-DS-R-INTERVAL-VAL TO RECV01-DS-INTERVAL-VAL
           MOVE RECV01-DS-R-REGION       TO RECV01-DS-REGION
           MOVE SPACE TO RECV01-DS-FRAG-FLAG
           MOVE ZERO  TO RECV01-DS-FRAG-LOW
           MOVE ZERO  TO RECV01-DS-FRAG-HIGH
              ' USER=' RECV01-DS-USER
              ' START=' RECV01-DS-START-DATE
              ' MODE=MG'
              ' REG=' RECV01-DS-REGION
              ' INTERVAL=' WS-MQ-IVAL-D
              ' TOTAL=' WS-MQ-TOTAL-D
              ' ALIVE=' WS-MQ-ALIVE-D
           EXIT.
      ******************************************************************
      *    PARAGRAPH WRITE SUMMARY KSDS - THE COMPACT COMPANION
      *    RECORD FOR THE MERGED RUN, KEYED ON USER + START DATE +
      *    REGION FROM THE MERGED HEADER - THE FRAGMENT JOBS
      *    DELIBERATELY SKIPPED THEIRS, SO WITHOUT THIS A SPLIT NIGHT
      *    WOULD LEAVE NO ENTRY IN THE REPOSITORY AT ALL. SAME
      *    MISSING-CLUSTER TOLERANCE AS NCITIZEN - THE FULL RECORD IS
      *    ALREADY SAFE ON THE GDG
      ******************************************************************
       PARA-WRITE-SUMMARY-KSDS.
           OPEN I-O RECSUMK
              MOVE SPACES TO RECV01-SUMK-R
              MOVE RECV01-DS-USER         TO RECV01-SUMK-USER
              MOVE RECV01-DS-START-DATE   TO RECV01-SUMK-START-DATE
              MOVE RECV01-DS-REGION       TO RECV01-SUMK-REGION
              MOVE 'MG'                   TO RECV01-SUMK-MODE
              MOVE RECV01-DS-INTERVAL-VAL TO RECV01-SUMK-INTERVAL-VAL
              MOVE RECV01-DS-S-TOTAL-CP   TO RECV01-SUMK-TOTAL-CP
