      *          EVERY FINDING AND THE VERDICT. ONLY RC=0 LETS THE
      *          COPY STEP IN NCNBVAL.JCL MOVE THE CANDIDATE TO THE
      *          PRODUCTION DATASET THE NCITIZEN JOBS POINT AT.
      *          EACH RUN APPENDS ONE NCAUDIT RECORD UNDER MODE 'NV'
      *          FOR THE RUN CALENDAR DRIVER (NCRUNCAL).
      *
      ******************************************************************
      *          COPYRIGHT:  GNU GPLV3 LICENSE 2023
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-MANI.
      *    PER-RUN AUDIT TRAIL SHARED WITH NCITIZEN
           SELECT OPTIONAL RECAUDIT ASSIGN TO NCAUDIT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.
       DATA DIVISION.
       FILE SECTION.
      *    SAME COLUMNS AS NCITIZEN'S RECV01-NBND-R
       FD RECMANI
           RECORDING MODE IS F.
       01 MANI-R                      PIC   X(80).
      ******************************************************************
      *    RUN AUDIT - SAME RECORD SHAPE NCITIZEN'S PARA-WRITE-AUDIT
      *    PRODUCES, ONE PER INVOCATION UNDER MODE 'NV', SO NCRUNCAL
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
      *    THE LOADED SETS - SAME SHAPE AND LIMITS AS NCITIZEN'S
       01 WS-EOF-FLAG        PIC   A VALUE 'N'.
       01 WS-FS-CAND         PIC   XX.
       01 WS-FS-MANI         PIC   XX.
       01 WS-FS-AUD          PIC   XX.
       01 WS-AUD-DATE        PIC   9(8).
       01 WS-MANI-LINE       PIC   X(80).
       01 WS-HLINE           PIC   X(80) VALUES ALL '*'.
      ******************************************************************
           END-IF
           PERFORM PARA-VERDICT
           CLOSE RECMANI
           PERFORM PARA-WRITE-AUDIT
           STOP RUN.
      ******************************************************************
       PARA-INIT-DOY.
              PERFORM PARA-FINDING
              PERFORM PARA-VERDICT
              CLOSE RECMANI
              PERFORM PARA-WRITE-AUDIT
              STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           DISPLAY WS-HLINE
           PERFORM PARA-MANI-WRITE
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
           MOVE 'NV'                    TO RECV01-AUDIT-MODE
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
