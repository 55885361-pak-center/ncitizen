       IDENTIFICATION DIVISION.
       PROGRAM-ID. NCPITREC.
      ******************************************************************
      *                      NAKSHATRA CITIZEN
      *                      (VEDIC ASTROLOGY)
      *                      POINT-IN-TIME RECONSTRUCTION
      ******************************************************************
      *    ABOUT
      *          NCITIZEN'S AS-OF PARM ONLY FILTERS TODAY'S ROWS BY
      *          BIRTH DATE - IT CANNOT SHOW WHAT THE REGISTRY SAID ON
      *          A PAST DATE, BEFORE LATER CORRECTIONS, DEATHS AND
      *          MERGES WERE APPLIED. AUDITORS AND THE COURTS ASK
      *          EXACTLY THAT. THIS PGM REBUILDS CITIZENS AS IT STOOD
      *          AT A GIVEN TIMESTAMP, FOR ONE CITIZEN OR FOR ALL, BY
      *          STARTING FROM THE CURRENT ROW AND WINDING BACK EVERY
      *          CITIZENS_HIST ROW STAMPED AFTER THAT TIMESTAMP,
      *          NEWEST FIRST: EACH BEFORE IMAGE BECOMES THE ROW AGAIN.
      *            - AN 'AD' IMAGE AFTER THE TIMESTAMP MEANS THE
      *              CITIZEN WAS NOT YET REGISTERED - NO ROW IS
      *              WRITTEN
      *            - AN 'MG' IMAGE WHOSE MERGE_ID IS THE SURVIVOR THE
      *              ROW NOW POINTS AT MEANS THE MERGE HAD NOT HAPPENED
      *              YET - MERGED_INTO GOES BACK TO NULL
      *          TWO CURSORS, BOTH IN CITIZEN_ID ORDER, ARE MATCHED
      *          IN ONE PASS, SO A FULL RECONSTRUCTION READS EACH
      *          TABLE ONCE INSTEAD OF ONE HISTORY PROBE PER CITIZEN.
      *
      *          THE RESULT GOES TO THE NCPITX EXTRACT (HEADER, ONE
      *          RECORD PER CITIZEN, TRAILER). NCITIZEN MODE 'PT'
      *          RUNS ITS STATISTICS AGAINST THAT EXTRACT INSTEAD OF
      *          LIVE DB2; A ONE-CITIZEN RUN ALSO PRINTS THE ROW ON
      *          SYSOUT FOR THE AUDIT FILE.
      *
      *          LIMITS OF THE HISTORY: ROWS DELETED BY AN NCRETNPG
      *          'D' RUN TAKE THEIR HISTORY WITH THEM AND CANNOT BE
      *          REBUILT, AND AN NCRETNPG 'A' RUN NULLED NAME/BPLACE
      *          IN EVERY IMAGE - BOTH BY DESIGN OF THE RETENTION
      *          POLICY. THE STATISTICS COLUMNS ARE NEVER AFFECTED.
      *
      *    EXTRACT NCPITX (FB, LRECL 120)
      *          'H' HEADER - AS-OF TIMESTAMP, CITIZEN SELECTED (OR
      *              ZEROS = ALL), RUN DATE, RUN USER
      *          'D' DETAIL - CITIZEN_ID, BDATE/DDATE YYYY-MM-DD,
      *              GENDER, ALIVE, NAME, BPLACE, BTIME HH.MM.SS
      *              (SPACES = NULL), MERGED_INTO (ZEROS = NOT
      *              MERGED), IMAGES WOUND BACK FOR THIS CITIZEN
      *          'T' TRAILER - DETAIL COUNT, CITIZENS NOT YET
      *              REGISTERED AT THE AS-OF TIME, IMAGES WOUND BACK
      *
      ******************************************************************
      *          COPYRIGHT:  GNU GPLV3 LICENSE 2023
      *          AUTHOR:     PRZEMYSLAW ADAM KUPISZ
      *          VERSION:    ALPHA
      *
      *    ARGUMENTS FROM JCL
      *    POS 1-26  AS-OF TIMESTAMP YYYY-MM-DD-HH.MM.SS.NNNNNN, OR
      *              JUST YYYYMMDD FOR THE END OF THAT DAY
      *    POS 28-36 CITIZEN_ID - SPACES = THE WHOLE TABLE
      *    EXAMPLES
      *       PARM='20240331'                        ALL, END OF DAY
      *       PARM='2024-03-31-12.00.00.000000,000000042'
      *
      *    RETURN CODES
      *          0 - EXTRACT WRITTEN
      *          4 - THE ONE CITIZEN ASKED FOR DID NOT EXIST AT THE
      *              AS-OF TIME (OR DOES NOT EXIST AT ALL), OR HISTORY
      *              ROWS WITHOUT A CITIZENS ROW WERE SKIPPED
      *          8 - BAD PARM / EXTRACT CANNOT BE OPENED / DB2 ERROR
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE RECONSTRUCTED TABLE - INPUT TO NCITIZEN MODE 'PT'
           SELECT RECPITX ASSIGN TO NCPITX
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-PITX.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *    SAME COLUMNS AS NCITIZEN'S RECV01-PITX-R
      ******************************************************************
       FD RECPITX
           RECORDING MODE IS F.
       01 PITX-R.
        05 PITX-TYPE                  PIC   X.
        05 PITX-CITIZEN-ID            PIC   9(9).
        05 PITX-BDATE                 PIC   X(10).
        05 PITX-GENDER                PIC   X.
        05 PITX-ALIVE                 PIC   X.
        05 PITX-DDATE                 PIC   X(10).
        05 PITX-NAME                  PIC   X(30).
        05 PITX-BPLACE                PIC   X(20).
        05 PITX-BTIME                 PIC   X(8).
        05 PITX-MERGED-INTO           PIC   9(9).
        05 PITX-WOUND                 PIC   9(3).
        05 FILLER                     PIC   X(18).
       01 PITX-HEAD-R REDEFINES PITX-R.
        05 FILLER                     PIC   X.
        05 PITX-H-ASOF-TS             PIC   X(26).
        05 PITX-H-CITIZEN-ID          PIC   9(9).
        05 PITX-H-RUN-DATE            PIC   9(8).
        05 PITX-H-USER                PIC   X(8).
        05 FILLER                     PIC   X(68).
       01 PITX-TRAIL-R REDEFINES PITX-R.
        05 FILLER                     PIC   X.
        05 PITX-T-ROWS                PIC   9(9).
        05 PITX-T-NOT-YET             PIC   9(9).
        05 PITX-T-WOUND               PIC   9(9).
        05 FILLER                     PIC   X(92).
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
        05 WS-QASOF-TS          PIC   X(26).
        05 WS-QSEL-ALL          PIC   X.
        05 WS-QSEL-ID           PIC   S9(9) COMP-5.
      *    CURRENT ROW (CRSC) - DATES AND TIME FORCED TO ISO SO THE
      *    EXTRACT READS THE SAME WHATEVER THE SUBSYSTEM DATE EXIT
        05 WS-QC-ID             PIC   S9(9) COMP-5.
        05 WS-QC-BDATE          PIC   X(10).
        05 WS-QC-GENDER         PIC   9.
        05 WS-QC-ALIVE          PIC   9.
        05 WS-QC-DDATE          PIC   X(10).
        05 WS-QC-NAME           PIC   X(30).
        05 WS-QC-BPLACE         PIC   X(20).
        05 WS-QC-BTIME          PIC   X(8).
        05 WS-QC-MERGED         PIC   S9(9) COMP-5.
        05 WS-QC-BDATE-IND      PIC   S9(4) COMP-5.
        05 WS-QC-GENDER-IND     PIC   S9(4) COMP-5.
        05 WS-QC-ALIVE-IND      PIC   S9(4) COMP-5.
        05 WS-QC-DDATE-IND      PIC   S9(4) COMP-5.
        05 WS-QC-NAME-IND       PIC   S9(4) COMP-5.
        05 WS-QC-BPLACE-IND     PIC   S9(4) COMP-5.
        05 WS-QC-BTIME-IND      PIC   S9(4) COMP-5.
        05 WS-QC-MERGED-IND     PIC   S9(4) COMP-5.
      *    HISTORY ROW (CRSH) - THE BEFORE IMAGE AND WHAT KIND OF
      *    CHANGE IT WAS
        05 WS-QH-ID             PIC   S9(9) COMP-5.
        05 WS-QH-TS             PIC   X(26).
        05 WS-QH-MODE           PIC   X(2).
        05 WS-QH-BDATE          PIC   X(10).
        05 WS-QH-GENDER         PIC   9.
        05 WS-QH-ALIVE          PIC   9.
        05 WS-QH-DDATE          PIC   X(10).
        05 WS-QH-NAME           PIC   X(30).
        05 WS-QH-BPLACE         PIC   X(20).
        05 WS-QH-BTIME          PIC   X(8).
        05 WS-QH-MERGE-ID       PIC   S9(9) COMP-5.
        05 WS-QH-BDATE-IND      PIC   S9(4) COMP-5.
        05 WS-QH-GENDER-IND     PIC   S9(4) COMP-5.
        05 WS-QH-ALIVE-IND      PIC   S9(4) COMP-5.
        05 WS-QH-DDATE-IND      PIC   S9(4) COMP-5.
        05 WS-QH-NAME-IND       PIC   S9(4) COMP-5.
        05 WS-QH-BPLACE-IND     PIC   S9(4) COMP-5.
        05 WS-QH-BTIME-IND      PIC   S9(4) COMP-5.
        05 WS-QH-MERGE-IND      PIC   S9(4) COMP-5.
           EXEC SQL END DECLARE SECTION
           END-EXEC.
      ******************************************************************
      *    EVERY CITIZENS ROW, MERGED ONES TOO - A ROW MERGED AWAY
      *    TODAY MAY STILL HAVE BEEN A LIVE REGISTRATION ON THE DAY
           EXEC SQL
              DECLARE CRSC CURSOR FOR
              SELECT
              CITIZEN_ID,
              CHAR(BDATE, ISO),
              GENDER,
              ALIVE,
              CHAR(DDATE, ISO),
              NAME,
              BPLACE,
              CHAR(BTIME, ISO),
              MERGED_INTO
              FROM CITIZENS
              WHERE (:WS-QSEL-ALL = 'Y' OR CITIZEN_ID = :WS-QSEL-ID)
              ORDER BY CITIZEN_ID
              FOR FETCH ONLY
           END-EXEC.
      ******************************************************************
      *    EVERY CHANGE STAMPED AFTER THE AS-OF TIME, PER CITIZEN
      *    NEWEST FIRST - THE ORDER THEY HAVE TO BE WOUND BACK IN
           EXEC SQL
              DECLARE CRSH CURSOR FOR
              SELECT
              CITIZEN_ID,
              CHAR(CHG_TS),
              CHG_MODE,
              CHAR(OLD_BDATE, ISO),
              OLD_GENDER,
              OLD_ALIVE,
              CHAR(OLD_DDATE, ISO),
              OLD_NAME,
              OLD_BPLACE,
              CHAR(OLD_BTIME, ISO),
              MERGE_ID
              FROM CITIZENS_HIST
              WHERE CHG_TS > :WS-QASOF-TS
              AND (:WS-QSEL-ALL = 'Y' OR CITIZEN_ID = :WS-QSEL-ID)
              ORDER BY CITIZEN_ID, CHG_TS DESC
              FOR FETCH ONLY
           END-EXEC.
      ******************************************************************
      *  END OF SQL VARIABLES & STRUCTURES
      ******************************************************************
      *    THE PARM, SLICED AT FIXED POSITIONS LIKE EVERY OTHER
      *    PROGRAM IN THE SUITE
      ******************************************************************
       01 WS-PGM-INPUT.
        05 WS-PGM-ASOF-TS     PIC   X(26) VALUE SPACES.
        05 WS-PGM-CITIZEN-ID  PIC   9(9) VALUE ZERO.
        05 WS-PGM-BAD-SW      PIC   X VALUE 'N'.
           88 WS-PGM-BAD          VALUE 'Y'.
      ******************************************************************
      *    THE ROW BEING WOUND BACK - STARTS AS THE CURRENT ROW, EACH
      *    LATER HISTORY IMAGE OVERWRITES IT. SPACES = NULL
      ******************************************************************
       01 WS-IMAGE.
        05 WS-IM-ID           PIC   9(9).
        05 WS-IM-BDATE        PIC   X(10).
        05 WS-IM-GENDER       PIC   X.
        05 WS-IM-ALIVE        PIC   X.
        05 WS-IM-DDATE        PIC   X(10).
        05 WS-IM-NAME         PIC   X(30).
        05 WS-IM-BPLACE       PIC   X(20).
        05 WS-IM-BTIME        PIC   X(8).
        05 WS-IM-MERGED       PIC   9(9).
        05 WS-IM-WOUND        PIC   9(3).
        05 WS-IM-EXISTS-SW    PIC   X.
           88 WS-IM-EXISTS        VALUE 'Y'.
      ******************************************************************
       01 WS-CTL.
        05 WS-C-EOF-SW        PIC   X VALUE 'N'.
           88 WS-C-EOF            VALUE 'Y'.
        05 WS-H-EOF-SW        PIC   X VALUE 'N'.
           88 WS-H-EOF            VALUE 'Y'.
        05 WS-RUN-DATE        PIC   9(8).
        05 WS-RUN-USER        PIC   X(8).
        05 WS-CNT-READ        PIC   9(9) VALUE ZERO.
        05 WS-CNT-ROWS        PIC   9(9) VALUE ZERO.
        05 WS-CNT-NOT-YET     PIC   9(9) VALUE ZERO.
        05 WS-CNT-MERGED      PIC   9(9) VALUE ZERO.
        05 WS-CNT-WOUND       PIC   9(9) VALUE ZERO.
        05 WS-CNT-ORPHAN      PIC   9(9) VALUE ZERO.
        05 WS-CNT-CHANGED     PIC   9(9) VALUE ZERO.
       01 WS-FS-PITX          PIC   XX.
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-USER FROM USERNAME
           PERFORM PARA-READ-PARM
           IF WS-PGM-BAD THEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT RECPITX
           IF WS-FS-PITX NOT = '00' THEN
              DISPLAY 'ERROR:   NCPITX CANNOT BE OPENED. FS=',
                 WS-FS-PITX
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO PITX-R
           MOVE 'H' TO PITX-TYPE
           MOVE WS-PGM-ASOF-TS    TO PITX-H-ASOF-TS
           MOVE WS-PGM-CITIZEN-ID TO PITX-H-CITIZEN-ID
           MOVE WS-RUN-DATE       TO PITX-H-RUN-DATE
           MOVE WS-RUN-USER       TO PITX-H-USER
           WRITE PITX-R
           END-WRITE
           MOVE WS-PGM-ASOF-TS TO WS-QASOF-TS
           IF WS-PGM-CITIZEN-ID = ZERO THEN
              MOVE 'Y' TO WS-QSEL-ALL
              MOVE ZERO TO WS-QSEL-ID
           ELSE
              MOVE 'N' TO WS-QSEL-ALL
              MOVE WS-PGM-CITIZEN-ID TO WS-QSEL-ID
           END-IF
           EXEC SQL
              OPEN CRSC
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM PARA-SQL-ERROR
           END-IF
           EXEC SQL
              OPEN CRSH
           END-EXEC
           IF SQLCODE NOT = 0 THEN
              PERFORM PARA-SQL-ERROR
           END-IF
           PERFORM PARA-FETCH-CURRENT
           PERFORM PARA-FETCH-HISTORY
           PERFORM PARA-ONE-CITIZEN UNTIL WS-C-EOF
      *    HISTORY LEFT OVER PAST THE LAST CITIZENS ROW HAS NO ROW TO
      *    WIND BACK - COUNTED, NOT GUESSED AT
           PERFORM UNTIL WS-H-EOF
              ADD 1 TO WS-CNT-ORPHAN
              PERFORM PARA-FETCH-HISTORY
           END-PERFORM
           EXEC SQL
              CLOSE CRSH
           END-EXEC
           EXEC SQL
              CLOSE CRSC
           END-EXEC
           MOVE SPACES TO PITX-R
           MOVE 'T' TO PITX-TYPE
           MOVE WS-CNT-ROWS    TO PITX-T-ROWS
           MOVE WS-CNT-NOT-YET TO PITX-T-NOT-YET
           MOVE WS-CNT-WOUND   TO PITX-T-WOUND
           WRITE PITX-R
           END-WRITE
           CLOSE RECPITX
           DISPLAY WS-HLINE
           DISPLAY ' CITIZENS RECONSTRUCTED AS OF ', WS-PGM-ASOF-TS
           DISPLAY ' CITIZENS ROWS READ . . . . . . : ', WS-CNT-READ
           DISPLAY ' ROWS WRITTEN TO NCPITX . . . . : ', WS-CNT-ROWS
           DISPLAY '   OF WHICH CHANGED SINCE . . . : ', WS-CNT-CHANGED
           DISPLAY '   OF WHICH MERGED AWAY THEN  . : ', WS-CNT-MERGED
           DISPLAY ' NOT YET REGISTERED THEN  . . . : ', WS-CNT-NOT-YET
           DISPLAY ' HISTORY IMAGES WOUND BACK  . . : ', WS-CNT-WOUND
           DISPLAY ' HISTORY ROWS WITHOUT A CITIZEN : ', WS-CNT-ORPHAN
           DISPLAY WS-HLINE
           IF WS-CNT-ORPHAN > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-PGM-CITIZEN-ID NOT = ZERO AND WS-CNT-ROWS = ZERO THEN
              DISPLAY 'WARNING: CITIZEN_ID ', WS-PGM-CITIZEN-ID,
                 ' WAS NOT ON THE REGISTRY AT ', WS-PGM-ASOF-TS
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      ******************************************************************
      *    PARAGRAPH READ PARM - A FULL TIMESTAMP (SHORTER FORMS PAD
      *    WITH ZEROS), OR A PLAIN YYYYMMDD MEANING THE LAST
      *    MICROSECOND OF THAT DAY
      ******************************************************************
       PARA-READ-PARM.
           EVALUATE TRUE
              WHEN PARM-LENGTH < 8
                 DISPLAY 'ERROR:   PARM NEEDS AN AS-OF TIMESTAMP OR ',
                    'YYYYMMDD, E.G. 20240331'
                 MOVE 'Y' TO WS-PGM-BAD-SW
              WHEN PARM-DATA(5:1) = '-'
                 MOVE PARM-DATA(1:26) TO WS-PGM-ASOF-TS
                 IF PARM-LENGTH < 26 THEN
                    MOVE SPACES TO WS-PGM-ASOF-TS(PARM-LENGTH + 1:)
                 END-IF
                 IF WS-PGM-ASOF-TS(11:16) = SPACES THEN
                    MOVE '-23.59.59.999999' TO WS-PGM-ASOF-TS(11:16)
                 END-IF
                 IF WS-PGM-ASOF-TS(20:7) = SPACES THEN
                    MOVE '.000000' TO WS-PGM-ASOF-TS(20:7)
                 END-IF
                 IF WS-PGM-ASOF-TS(1:4) NOT NUMERIC OR
                    WS-PGM-ASOF-TS(6:2) NOT NUMERIC OR
                    WS-PGM-ASOF-TS(9:2) NOT NUMERIC OR
                    WS-PGM-ASOF-TS(12:2) NOT NUMERIC OR
                    WS-PGM-ASOF-TS(15:2) NOT NUMERIC OR
                    WS-PGM-ASOF-TS(18:2) NOT NUMERIC OR
                    WS-PGM-ASOF-TS(21:6) NOT NUMERIC THEN
                    DISPLAY 'ERROR:   AS-OF TIMESTAMP MUST BE ',
                       'YYYY-MM-DD-HH.MM.SS.NNNNNN. IS=',
                       PARM-DATA(1:26)
                    MOVE 'Y' TO WS-PGM-BAD-SW
                 END-IF
              WHEN PARM-DATA(1:8) IS NUMERIC
                 STRING PARM-DATA(1:4) '-' PARM-DATA(5:2) '-'
                    PARM-DATA(7:2) '-23.59.59.999999'
                    DELIMITED BY SIZE INTO WS-PGM-ASOF-TS
                 END-STRING
              WHEN OTHER
                 DISPLAY 'ERROR:   AS-OF MUST BE YYYYMMDD OR A DB2 ',
                    'TIMESTAMP. IS=', PARM-DATA(1:26)
                 MOVE 'Y' TO WS-PGM-BAD-SW
           END-EVALUATE
           IF PARM-LENGTH >= 36 AND PARM-DATA(28:9) NOT = SPACES THEN
              IF PARM-DATA(28:9) IS NUMERIC THEN
                 MOVE PARM-DATA(28:9) TO WS-PGM-CITIZEN-ID
              ELSE
                 DISPLAY 'ERROR:   CITIZEN_ID MUST BE 9 DIGITS. IS=',
                    PARM-DATA(28:9)
                 MOVE 'Y' TO WS-PGM-BAD-SW
              END-IF
           END-IF
           IF NOT WS-PGM-BAD THEN
              DISPLAY 'INFO:    RECONSTRUCTING AS OF ', WS-PGM-ASOF-TS
              IF WS-PGM-CITIZEN-ID NOT = ZERO THEN
                 DISPLAY 'INFO:    ONE CITIZEN ONLY - ',
                    WS-PGM-CITIZEN-ID
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH ONE CITIZEN - START FROM THE CURRENT ROW, SKIP
      *    HISTORY OF IDS THAT SORT BEFORE IT (NO CITIZENS ROW), WIND
      *    BACK ITS OWN IMAGES, WRITE WHAT IS LEFT
      ******************************************************************
       PARA-ONE-CITIZEN.
           ADD 1 TO WS-CNT-READ
           PERFORM PARA-LOAD-CURRENT-IMAGE
           PERFORM UNTIL WS-H-EOF OR WS-QH-ID >= WS-QC-ID
              ADD 1 TO WS-CNT-ORPHAN
              PERFORM PARA-FETCH-HISTORY
           END-PERFORM
           PERFORM UNTIL WS-H-EOF OR WS-QH-ID NOT = WS-QC-ID
              PERFORM PARA-WIND-BACK
              PERFORM PARA-FETCH-HISTORY
           END-PERFORM
           IF WS-IM-EXISTS THEN
              PERFORM PARA-WRITE-IMAGE
           ELSE
              ADD 1 TO WS-CNT-NOT-YET
           END-IF
           PERFORM PARA-FETCH-CURRENT
           EXIT.
      ******************************************************************
       PARA-LOAD-CURRENT-IMAGE.
           MOVE SPACES TO WS-IMAGE
           MOVE WS-QC-ID TO WS-IM-ID
           MOVE ZERO TO WS-IM-MERGED
           MOVE ZERO TO WS-IM-WOUND
           MOVE 'Y' TO WS-IM-EXISTS-SW
           IF WS-QC-BDATE-IND >= 0 THEN
              MOVE WS-QC-BDATE TO WS-IM-BDATE
           END-IF
           IF WS-QC-GENDER-IND >= 0 THEN
              MOVE WS-QC-GENDER TO WS-IM-GENDER
           END-IF
           IF WS-QC-ALIVE-IND >= 0 THEN
              MOVE WS-QC-ALIVE TO WS-IM-ALIVE
           END-IF
           IF WS-QC-DDATE-IND >= 0 THEN
              MOVE WS-QC-DDATE TO WS-IM-DDATE
           END-IF
           IF WS-QC-NAME-IND >= 0 THEN
              MOVE WS-QC-NAME TO WS-IM-NAME
           END-IF
           IF WS-QC-BPLACE-IND >= 0 THEN
              MOVE WS-QC-BPLACE TO WS-IM-BPLACE
           END-IF
           IF WS-QC-BTIME-IND >= 0 THEN
              MOVE WS-QC-BTIME TO WS-IM-BTIME
           END-IF
           IF WS-QC-MERGED-IND >= 0 THEN
              MOVE WS-QC-MERGED TO WS-IM-MERGED
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH WIND BACK - ONE HISTORY ROW, NEWER THAN THE AS-OF
      *    TIME: THE ROW GOES BACK TO ITS BEFORE IMAGE. AN 'AD' HAS NO
      *    BEFORE IMAGE - THE CITIZEN DID NOT EXIST YET. THE LOSER'S
      *    'MG' IMAGE (MERGE_ID = ITS SURVIVOR) UNDOES THE MERGE; THE
      *    SURVIVOR'S 'MG' IMAGE JUST RESTORES ITS PRE-FILL VALUES
      ******************************************************************
       PARA-WIND-BACK.
           ADD 1 TO WS-CNT-WOUND
           ADD 1 TO WS-IM-WOUND
           IF WS-QH-MODE = 'AD' THEN
              MOVE 'N' TO WS-IM-EXISTS-SW
           ELSE
              IF WS-QH-MODE = 'MG' AND WS-QH-MERGE-IND >= 0 AND
                 WS-QH-MERGE-ID = WS-IM-MERGED THEN
                 MOVE ZERO TO WS-IM-MERGED
              END-IF
              MOVE SPACES TO WS-IM-BDATE WS-IM-GENDER WS-IM-ALIVE
                 WS-IM-DDATE WS-IM-NAME WS-IM-BPLACE WS-IM-BTIME
              IF WS-QH-BDATE-IND >= 0 THEN
                 MOVE WS-QH-BDATE TO WS-IM-BDATE
              END-IF
              IF WS-QH-GENDER-IND >= 0 THEN
                 MOVE WS-QH-GENDER TO WS-IM-GENDER
              END-IF
              IF WS-QH-ALIVE-IND >= 0 THEN
                 MOVE WS-QH-ALIVE TO WS-IM-ALIVE
              END-IF
              IF WS-QH-DDATE-IND >= 0 THEN
                 MOVE WS-QH-DDATE TO WS-IM-DDATE
              END-IF
              IF WS-QH-NAME-IND >= 0 THEN
                 MOVE WS-QH-NAME TO WS-IM-NAME
              END-IF
              IF WS-QH-BPLACE-IND >= 0 THEN
                 MOVE WS-QH-BPLACE TO WS-IM-BPLACE
              END-IF
              IF WS-QH-BTIME-IND >= 0 THEN
                 MOVE WS-QH-BTIME TO WS-IM-BTIME
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH WRITE IMAGE - ONE 'D' RECORD. A ONE-CITIZEN RUN
      *    ALSO SHOWS THE ROW ON SYSOUT FOR THE AUDIT FILE
      ******************************************************************
       PARA-WRITE-IMAGE.
           MOVE SPACES TO PITX-R
           MOVE 'D'            TO PITX-TYPE
           MOVE WS-IM-ID       TO PITX-CITIZEN-ID
           MOVE WS-IM-BDATE    TO PITX-BDATE
           MOVE WS-IM-GENDER   TO PITX-GENDER
           MOVE WS-IM-ALIVE    TO PITX-ALIVE
           MOVE WS-IM-DDATE    TO PITX-DDATE
           MOVE WS-IM-NAME     TO PITX-NAME
           MOVE WS-IM-BPLACE   TO PITX-BPLACE
           MOVE WS-IM-BTIME    TO PITX-BTIME
           MOVE WS-IM-MERGED   TO PITX-MERGED-INTO
           MOVE WS-IM-WOUND    TO PITX-WOUND
           WRITE PITX-R
           END-WRITE
           ADD 1 TO WS-CNT-ROWS
           IF WS-IM-WOUND > ZERO THEN
              ADD 1 TO WS-CNT-CHANGED
           END-IF
           IF WS-IM-MERGED NOT = ZERO THEN
              ADD 1 TO WS-CNT-MERGED
           END-IF
           IF WS-PGM-CITIZEN-ID NOT = ZERO THEN
              DISPLAY WS-HLINE
              DISPLAY ' CITIZEN_ID . . : ', WS-IM-ID
              DISPLAY ' AS OF  . . . . : ', WS-PGM-ASOF-TS
              DISPLAY ' NAME . . . . . : ', WS-IM-NAME
              DISPLAY ' BIRTH DATE . . : ', WS-IM-BDATE,
                 '  TIME: ', WS-IM-BTIME
              DISPLAY ' BIRTHPLACE . . : ', WS-IM-BPLACE
              DISPLAY ' GENDER . . . . : ', WS-IM-GENDER,
                 '  ALIVE: ', WS-IM-ALIVE
              DISPLAY ' DEATH DATE . . : ', WS-IM-DDATE
              DISPLAY ' MERGED INTO  . : ', WS-IM-MERGED
              DISPLAY ' LATER CHANGES  : ', WS-IM-WOUND
              DISPLAY WS-HLINE
           END-IF
           EXIT.
      ******************************************************************
       PARA-FETCH-CURRENT.
           EXEC SQL
              FETCH CRSC INTO
                 :WS-QC-ID,
                 :WS-QC-BDATE :WS-QC-BDATE-IND,
                 :WS-QC-GENDER :WS-QC-GENDER-IND,
                 :WS-QC-ALIVE :WS-QC-ALIVE-IND,
                 :WS-QC-DDATE :WS-QC-DDATE-IND,
                 :WS-QC-NAME :WS-QC-NAME-IND,
                 :WS-QC-BPLACE :WS-QC-BPLACE-IND,
                 :WS-QC-BTIME :WS-QC-BTIME-IND,
                 :WS-QC-MERGED :WS-QC-MERGED-IND
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZERO
                 CONTINUE
              WHEN +100
                 MOVE 'Y' TO WS-C-EOF-SW
              WHEN OTHER
                 PERFORM PARA-SQL-ERROR
           END-EVALUATE
           EXIT.
      ******************************************************************
       PARA-FETCH-HISTORY.
           EXEC SQL
              FETCH CRSH INTO
                 :WS-QH-ID,
                 :WS-QH-TS,
                 :WS-QH-MODE,
                 :WS-QH-BDATE :WS-QH-BDATE-IND,
                 :WS-QH-GENDER :WS-QH-GENDER-IND,
                 :WS-QH-ALIVE :WS-QH-ALIVE-IND,
                 :WS-QH-DDATE :WS-QH-DDATE-IND,
                 :WS-QH-NAME :WS-QH-NAME-IND,
                 :WS-QH-BPLACE :WS-QH-BPLACE-IND,
                 :WS-QH-BTIME :WS-QH-BTIME-IND,
                 :WS-QH-MERGE-ID :WS-QH-MERGE-IND
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZERO
                 CONTINUE
              WHEN +100
                 MOVE 'Y' TO WS-H-EOF-SW
              WHEN OTHER
                 PERFORM PARA-SQL-ERROR
           END-EVALUATE
           EXIT.
      ******************************************************************
       PARA-SQL-ERROR.
      ************** DB2 Error Handling Routine
           DISPLAY '*************************************************'
           DISPLAY '**** E R R O R M E S S A G E S ****'
           DISPLAY '*************************************************'
           DISPLAY '* Problem in paragraph: NCPITREC'
           DISPLAY '*'
           DISPLAY '* SQLCODE: ' SQLCODE
           DISPLAY '*************************************************'
           MOVE 8 TO RETURN-CODE
           CALL "CEE3ABD" USING ABEND-CODE , TIMING
           EXIT.
