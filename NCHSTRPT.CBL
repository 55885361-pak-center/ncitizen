      *    ARGUMENTS FROM JCL
      *    POS 1-4   FROM YEAR YYYY - OPTIONAL, SPACES = OPEN
      *    POS 6-9   TO YEAR   YYYY - OPTIONAL, SPACES = OPEN
      *    POS 11-12 REGION         - OPTIONAL, SPACES = NATIONAL ('**')
      *    EXAMPLES
      *       PARM=''            EVERYTHING ON FILE
      *       PARM='2015,2026'   THE REVIEW WINDOW
      *       PARM='    ,    ,N1' REGISTRY REGION N1 ONLY
      *
      *    NCHIST HOLDS REGIONAL AND NATIONAL ROLL-UPS SIDE BY SIDE,
      *    SO ONLY ONE REGION IS CHARTED PER RUN - ROLL-UPS FROM
      *    BEFORE REGIONS EXISTED (REGION SPACES) COUNT AS NATIONAL
      *
      *    SEVERAL HOUSEKEEPING RUNS CAN LAND IN THE SAME AS-OF YEAR
      *    (E.G. QUARTERLY ROLL-UPS) - THE LATEST RECORD OF EACH YEAR
        05 HIST-NMIN-PQ               PIC   9(9).
        05 HIST-NTOTAL                PIC   9(9)
           OCCURS 27 TIMES.
        05 HIST-REGION                PIC   XX.
        05 FILLER                     PIC   X(3).
       WORKING-STORAGE SECTION.
      ******************************************************************
      *    YEAR-RANGE PARM - SPACES LEAVE THE SIDE OPEN
       01 WS-PGM-INPUT.
        05 WS-PGM-FROM-YEAR           PIC   X(4) VALUE SPACES.
        05 WS-PGM-TO-YEAR             PIC   X(4) VALUE SPACES.
        05 WS-PGM-REGION              PIC   XX VALUE '**'.
        05 WS-REC-REGION              PIC   XX.
        05 WS-REC-YEAR                PIC   X(4).
      ******************************************************************
      *    ONE SLOT PER AS-OF YEAR, LATEST ROLL-UP OF THE YEAR WINS.
           IF PARM-LENGTH >= 9 THEN
              MOVE PARM-DATA(6:4) TO WS-PGM-TO-YEAR
           END-IF
           IF PARM-LENGTH >= 12 THEN
              IF PARM-DATA(11:2) NOT = SPACES THEN
                 MOVE PARM-DATA(11:2) TO WS-PGM-REGION
              END-IF
           END-IF
           OPEN INPUT RECHIST
           IF WS-FS-H NOT = '00' THEN
              DISPLAY 'ERROR:   CANNOT OPEN NCHIST. FS=', WS-FS-H
      ******************************************************************
       PARA-SELECT-RECORD.
           MOVE HIST-CURRENT-DATE(1:4) TO WS-REC-YEAR
           MOVE HIST-REGION TO WS-REC-REGION
           IF WS-REC-REGION = SPACES THEN
              MOVE '**' TO WS-REC-REGION
           END-IF
           IF WS-REC-REGION NOT = WS-PGM-REGION
              OR
              (WS-PGM-FROM-YEAR NOT = SPACES AND
               WS-REC-YEAR < WS-PGM-FROM-YEAR)
              OR
              (WS-PGM-TO-YEAR NOT = SPACES AND
               WS-REC-YEAR > WS-PGM-TO-YEAR)
              THEN
              CONTINUE *> OTHER REGION OR OUTSIDE THE RANGE
           ELSE
              ADD 1 TO WS-SELECTED-CNT
              MOVE ZERO TO WS-HIT
       PARA-PRINT-POPULATION-TREND.
           DISPLAY WS-HLINE
           DISPLAY ' NCHIST LONG-RANGE POPULATION TREND (OLDEST ',
              'AS-OF YEAR FIRST) - REGION ', WS-PGM-REGION
           DISPLAY ' RECORDS READ: ', WS-READ-CNT,
              '  IN RANGE: ', WS-SELECTED-CNT,
              '  YEARS: ', WS-YR-CNT
