       IDENTIFICATION DIVISION.
       PROGRAM-ID. NCGUNMIL.
      ******************************************************************
      *                      NAKSHATRA CITIZEN
      *                      (VEDIC ASTROLOGY)
      *                      ASHTAKOOTA (GUNA MILAN) PAIR SCORING
      ******************************************************************
      *    ABOUT
      *          THE MARRIAGE BUREAU SENDS A FILE OF CITIZEN ID PAIRS
      *          AND WANTS THE TRADITIONAL ASHTAKOOTA COMPATIBILITY OF
      *          EACH: THE EIGHT KOOTAS (VARNA 1, VASHYA 2, TARA 3,
      *          YONI 4, GRAHA MAITRI 5, GANA 6, BHAKOOT 7, NADI 8
      *          POINTS) SCORED FROM THE TWO MOON NAKSHATRAS AND MOON
      *          SIGNS (RASHIS), THE TOTAL OUT OF 36 AND ITS USUAL
      *          READING. EACH CITIZEN IS CLASSIFIED LIKE NCITIZEN'S
      *          SQ SWEEP: WITH A BIRTH TIME ON RECORD AND AN NCEPHEM
      *          DAY, BY THE MOON'S SIDEREAL LONGITUDE AT THE BIRTH
      *          MINUTE; OTHERWISE BY BIRTH DATE UNDER THE NCNBND SET
      *          FOR THE BIRTH YEAR, WITH THE RASHI FROM THE SAME
      *          MONTH-DAY TABLE NCITIZEN TALLIES WITH.
      *          THE MALE PARTNER IS SCORED AS THE GROOM (VARNA,
      *          VASHYA AND GANA ARE READ GROOM AGAINST BRIDE); FOR
      *          ANY OTHER PAIRING THE FIRST ID IS. THE SAME SCORING
      *          PARAGRAPHS RUN ONLINE UNDER NCITCICS ACTION 'M'.
      *          A PAIR THAT CANNOT BE SCORED IS STILL WRITTEN, WITH
      *          A STATUS CODE, SO THE BUREAU GETS ONE ANSWER PER
      *          LINE IT SENT.
      *
      *          NCPAIRS (INPUT, FB 80)
      *             POS 1-9    FIRST CITIZEN_ID
      *             POS 11-19  SECOND CITIZEN_ID
      *             POS 21-40  BUREAU REFERENCE (ECHOED BACK)
      *             '*' IN POS 1 = COMMENT LINE
      *
      *          NCGUNOUT (OUTPUT, FB 132)
      *             POS 1-9    FIRST CITIZEN_ID
      *             POS 11-19  SECOND CITIZEN_ID
      *             POS 21-40  BUREAU REFERENCE
      *             POS 42-43  STATUS  OK = SCORED
      *                                NF = A CITIZEN NOT ON FILE
      *                                MG = A CITIZEN MERGED AWAY
      *                                NB = A CITIZEN WITHOUT BDATE
      *                                NS = BIRTH YEAR NOT IN NCNBND
      *                                BD = BAD OR REPEATED ID
      *             POS 45     GROOM   'A' FIRST ID, 'B' SECOND ID
      *             POS 47-48  FIRST NAKSHATRA 01-27
      *             POS 50-51  FIRST RASHI 01-12
      *             POS 53-54  SECOND NAKSHATRA 01-27
      *             POS 56-57  SECOND RASHI 01-12
      *             POS 59     FIRST METHOD  'M' MOON, 'D' DATE
      *             POS 61     SECOND METHOD 'M' MOON, 'D' DATE
      *             POS 63-94  EIGHT KOOTA SCORES 9.9, VARNA FIRST,
      *                        EACH FOLLOWED BY A SPACE
      *             POS 95-98  TOTAL 99.9
      *             POS 100-115 VERDICT
      *
      ******************************************************************
      *          COPYRIGHT:  GNU GPLV3 LICENSE 2023
      *          AUTHOR:     PRZEMYSLAW ADAM KUPISZ
      *          VERSION:    ALPHA
      *
      *    ARGUMENTS FROM JCL
      *    POS 1     CLASSIFICATION  'E' = NCEPHEM WHERE A BIRTH
      *                                    TIME IS ON RECORD (DEFAULT)
      *                              'D' = BIRTH DATE ONLY, AS THE
      *                                    NCITCICS SCREEN DOES
      *    EXAMPLES
      *       PARM='E'                  MOON POSITION WHEN KNOWN
      *       PARM='D'                  MATCH THE ONLINE SCORES
      *
      *    RETURN CODES
      *          0 - EVERY PAIR SCORED
      *          4 - SOME PAIRS NOT SCORED (SEE THEIR STATUS)
      *          8 - NCNBND / NCPAIRS / NCGUNOUT UNUSABLE, DB2 ERROR
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    EFFECTIVE-DATED NAKSHATRA BOUNDARIES - THE SAME CONTROL
      *    DATASET NCITIZEN CLASSIFIES WITH
           SELECT RECNBND ASSIGN TO NCNBND
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-NBND.
      *    LUNAR EPHEMERIS KSDS - AS NCITIZEN, READ ONLY, OPENED ON
      *    THE FIRST CITIZEN WHO HAS A BIRTH TIME ON RECORD
           SELECT OPTIONAL RECEPH ASSIGN TO NCEPHEM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RECV01-EPH-DATE
           FILE STATUS IS WS-FS-EPH.
           SELECT RECPAIR ASSIGN TO NCPAIRS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-PAIR.
           SELECT RECGOUT ASSIGN TO NCGUNOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-GOUT.
       DATA DIVISION.
       FILE SECTION.
      *    SAME COLUMNS AS NCITIZEN'S RECV01-NBND-R
       FD RECNBND
           RECORDING MODE IS F.
       01 NBND-R.
        05 NBND-FROM-YEAR             PIC   9(4).
        05 FILLER                     PIC   X.
        05 NBND-TO-YEAR               PIC   9(4).
        05 FILLER                     PIC   X.
        05 NBND-SEQ                   PIC   9(2).
        05 FILLER                     PIC   X.
        05 NBND-NAME                  PIC   X(16).
        05 FILLER                     PIC   X.
        05 NBND-LOW                   PIC   9(4).
        05 FILLER                     PIC   X.
        05 NBND-HIGH                  PIC   9(4).
        05 FILLER                     PIC   X.
        05 NBND-LOW2                  PIC   9(4).
        05 FILLER                     PIC   X.
        05 NBND-HIGH2                 PIC   9(4).
        05 FILLER                     PIC   X.
        05 NBND-BOUND                 PIC   9(4).
        05 FILLER                     PIC   X(26).
      *    SAME LAYOUT AS NCITIZEN'S RECV01-EPH-R
       FD RECEPH.
       01 RECV01-EPH-R.
        05 RECV01-EPH-DATE            PIC   X(8).
        05 RECV01-EPH-LONG            PIC   9(3)V9(4).
        05 RECV01-EPH-MOTION          PIC   9(2)V9(4).
        05 FILLER                     PIC   X(59).
       FD RECPAIR
           RECORDING MODE IS F.
       01 PAIR-R.
        05 PAIR-ID-A                  PIC   X(9).
        05 FILLER                     PIC   X.
        05 PAIR-ID-B                  PIC   X(9).
        05 FILLER                     PIC   X.
        05 PAIR-REF                   PIC   X(20).
        05 FILLER                     PIC   X(40).
       FD RECGOUT
           RECORDING MODE IS F.
       01 GOUT-R.
        05 GOUT-ID-A                  PIC   X(9).
        05 FILLER                     PIC   X.
        05 GOUT-ID-B                  PIC   X(9).
        05 FILLER                     PIC   X.
        05 GOUT-REF                   PIC   X(20).
        05 FILLER                     PIC   X.
        05 GOUT-STATUS                PIC   XX.
        05 FILLER                     PIC   X.
        05 GOUT-GROOM                 PIC   X.
        05 FILLER                     PIC   X.
        05 GOUT-NAK-A                 PIC   99.
        05 FILLER                     PIC   X.
        05 GOUT-RASHI-A               PIC   99.
        05 FILLER                     PIC   X.
        05 GOUT-NAK-B                 PIC   99.
        05 FILLER                     PIC   X.
        05 GOUT-RASHI-B               PIC   99.
        05 FILLER                     PIC   X.
        05 GOUT-METH-A                PIC   X.
        05 FILLER                     PIC   X.
        05 GOUT-METH-B                PIC   X.
        05 FILLER                     PIC   X.
        05 GOUT-KOOTA OCCURS 8 TIMES.
         10 GOUT-PTS                  PIC   9.9.
         10 FILLER                    PIC   X.
        05 GOUT-TOTAL                 PIC   99.9.
        05 FILLER                     PIC   X.
        05 GOUT-VERDICT               PIC   X(16).
        05 FILLER                     PIC   X(17).
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
        05 WS-QGM-ID             PIC   9(9).
        05 WS-QGM-BDATE          PIC   X(10).
        05 WS-QGM-BTIME          PIC   X(8).
        05 WS-QGM-GENDER         PIC   9.
        05 WS-QGM-MERGED         PIC   9(9).
        05 WS-QGM-BDATE-IND      PIC   S9(4) COMP-5.
        05 WS-QGM-BTIME-IND      PIC   S9(4) COMP-5.
        05 WS-QGM-GENDER-IND     PIC   S9(4) COMP-5.
        05 WS-QGM-MERGED-IND     PIC   S9(4) COMP-5.
           EXEC SQL END DECLARE SECTION
           END-EXEC.
      ******************************************************************
      *  END OF SQL VARIABLES & STRUCTURES
      ******************************************************************
       01 WS-PGM-ARGS.
        05 WS-CLASS-SEL       PIC   X VALUE 'E'.
           88 WS-CLASS-EPHEM      VALUE 'E'.
      ******************************************************************
      * 27 NAKSHATRA NAME & MONTH-DAY BOUNDARY LOOKUP TABLE - AS
      * NCRELRPT, ACTIVATED PER BIRTH YEAR FROM WS-NBND-CONTROL BY
      * PARA-SET-NTAB-FOR-YEAR
      ******************************************************************
       01 WS-NTAB-LOOKUP.
        05 WS-NTAB-ENTRY OCCURS 27 TIMES INDEXED BY INX-NTAB.
         10 WS-NTAB-NAME               PIC   X(16).
         10 WS-NTAB-MD-LOW             PIC   9(4).
         10 WS-NTAB-MD-HIGH            PIC   9(4).
         10 WS-NTAB-MD-LOW2            PIC   9(4) VALUE ZERO.
         10 WS-NTAB-MD-HIGH2           PIC   9(4) VALUE ZERO.
         10 WS-NTAB-MD-BOUND           PIC   9(4).
      ******************************************************************
      * 12 RASHI NAME & MONTH-DAY BOUNDARY LOOKUP - SAME VALUES AS
      * NCITIZEN'S WS-RTAB-LOOKUP, BUILT BY PARA-INIT-RTAB-LOOKUP
      ******************************************************************
       01 WS-RTAB-LOOKUP.
        05 WS-RTAB-ENTRY OCCURS 12 TIMES INDEXED BY INX-RTAB.
         10 WS-RTAB-NAME               PIC   X(12).
         10 WS-RTAB-MD-LOW             PIC   9(4).
         10 WS-RTAB-MD-HIGH            PIC   9(4).
         10 WS-RTAB-MD-LOW2            PIC   9(4) VALUE ZERO.
         10 WS-RTAB-MD-HIGH2           PIC   9(4) VALUE ZERO.
      ******************************************************************
      * EFFECTIVE-DATED BOUNDARY SETS LOADED FROM NCNBND - SAME SHAPE
      * AND LIMITS AS NCITIZEN'S WS-NBND-CONTROL
      ******************************************************************
       01 WS-NBND-CONTROL.
        05 WS-NBND-SET-CNT   PIC   S9(3) COMP-5 VALUE ZERO.
        05 WS-NBND-ACTIVE    PIC   S9(3) COMP-5 VALUE ZERO.
        05 WS-NBND-TARGET-YEAR PIC 9(4).
        05 WS-NBND-IDX       PIC   S9(3) COMP-5.
        05 WS-NBND-FOUND     PIC   S9(3) COMP-5.
        05 WS-NBND-SET OCCURS 8 TIMES.
         10 WS-NBND-FROM-YEAR PIC  9(4).
         10 WS-NBND-TO-YEAR   PIC  9(4).
         10 WS-NBND-ROWS      PIC  S9(3) COMP-5.
         10 WS-NBND-ENTRY OCCURS 27 TIMES.
          15 WS-NBND-NAME     PIC  X(16).
          15 WS-NBND-LOW      PIC  9(4).
          15 WS-NBND-HIGH     PIC  9(4).
          15 WS-NBND-LOW2     PIC  9(4).
          15 WS-NBND-HIGH2    PIC  9(4).
          15 WS-NBND-BOUND    PIC  9(4).
      ******************************************************************
      *    CLASSIFICATION OF ONE SIDE OF THE PAIR - WS-GMP-S IS THE
      *    SIDE (1 = FIRST ID, 2 = SECOND ID)
      ******************************************************************
       01 WS-CLASSIFY.
        05 WS-MONTH-DAY       PIC   9(4).
        05 WS-NU              PIC   9.
        05 INX-N              PIC   S9(3) COMP-5.
        05 WS-GMP-S           PIC   S9(3) COMP-5.
        05 WS-GMP-GROOM       PIC   S9(3) COMP-5.
        05 WS-GMP-BRIDE       PIC   S9(3) COMP-5.
        05 WS-GMP-STATUS      PIC   XX.
        05 WS-GMP-SIDE OCCURS 2 TIMES.
         10 WS-GMP-ID         PIC   9(9).
         10 WS-GMP-GENDER     PIC   9.
         10 WS-GMP-NAK        PIC   S9(3) COMP-5.
         10 WS-GMP-RASHI      PIC   S9(3) COMP-5.
         10 WS-GMP-METH       PIC   X.
      ******************************************************************
      *    LUNAR CLASSIFICATION (PARA-LUNAR-POSITION) - AS NCITIZEN.
      *    NCEPHEM IS TRIED ONCE - U=NOT YET, O=OPEN, X=NOT AVAILABLE
      *    OR SWITCHED OFF BY PARM 'D'
      ******************************************************************
       01 WS-LUNAR.
        05 WS-LUN-STATE      PIC   X VALUE 'U'.
           88 WS-LUN-UNTRIED       VALUE 'U'.
           88 WS-LUN-OPEN          VALUE 'O'.
           88 WS-LUN-OFF           VALUE 'X'.
        05 WS-LUN-FOUND-SW   PIC   X VALUE 'N'.
           88 WS-LUN-FOUND         VALUE 'Y'.
        05 WS-LUN-BDATE      PIC   X(10).
        05 WS-LUN-BTIME      PIC   X(8).
        05 WS-LUN-HH         PIC   99.
        05 WS-LUN-MI         PIC   99.
        05 WS-LUN-CACHE-DATE PIC   X(8) VALUE SPACES.
        05 WS-LUN-CACHE-SW   PIC   X VALUE 'N'.
           88 WS-LUN-CACHE-OK      VALUE 'Y'.
        05 WS-LUN-BASE       PIC   9(3)V9(4).
        05 WS-LUN-MOTION     PIC   9(2)V9(4).
        05 WS-LUN-MINUTES    PIC   S9(5) COMP-5.
        05 WS-LUN-LONG       PIC   S9(3)V9(6).
        05 WS-LUN-POS        PIC   S9(3)V9(6).
        05 WS-LUN-NAK        PIC   S9(3) COMP-5.
        05 WS-LUN-PADA       PIC   S9(3) COMP-5.
        05 WS-LUN-RASHI      PIC   S9(3) COMP-5.
        05 WS-LUN-BY-MOON    PIC   9(9) COMP-5 VALUE 0.
        05 WS-LUN-BY-DATE    PIC   9(9) COMP-5 VALUE 0.
        05 WS-LUN-NO-EPH     PIC   9(9) COMP-5 VALUE 0.
      ******************************************************************
      *    ASHTAKOOTA (GUNA MILAN) TABLES - BUILT ONCE BY
      *    PARA-INIT-KOOTA-TABLES. THE EIGHT KOOTAS AND THEIR MAXIMA:
      *    VARNA 1, VASHYA 2, TARA 3, YONI 4, GRAHA MAITRI 5, GANA 6,
      *    BHAKOOT 7, NADI 8 - 36 POINTS IN ALL. VASHYA AND GANA
      *    AWARD HALF POINTS, SO THEIR MATRICES HOLD TENTHS
      ******************************************************************
       01 WS-GM-TABLES.
      *    PER NAKSHATRA 1-27: YONI ANIMAL (01 HORSE, 02 ELEPHANT,
      *    03 SHEEP, 04 SERPENT, 05 DOG, 06 CAT, 07 RAT, 08 COW,
      *    09 BUFFALO, 10 TIGER, 11 DEER, 12 MONKEY, 13 MONGOOSE,
      *    14 LION), NADI (1 ADI, 2 MADHYA, 3 ANTYA) AND GANA
      *    (1 DEVA, 2 MANUSHYA, 3 RAKSHASA)
        05 WS-GM-YONI-ROW.
         10 WS-GM-YONI        PIC   99 OCCURS 27 TIMES.
        05 WS-GM-NADI-ROW.
         10 WS-GM-NADI        PIC   9 OCCURS 27 TIMES.
        05 WS-GM-GANA-ROW.
         10 WS-GM-GANA        PIC   9 OCCURS 27 TIMES.
      *    PER RASHI 1-12 (MESHA FIRST): VARNA RANK (4 BRAHMIN,
      *    3 KSHATRIYA, 2 VAISHYA, 1 SHUDRA), VASHYA CLASS
      *    (1 CHATUSHPADA, 2 MANAVA, 3 JALACHARA, 4 VANACHARA,
      *    5 KEETA - DHANU AND MAKARA BY THEIR FIRST HALF) AND THE
      *    RULING PLANET IN VIMSHOTTARI LORD NUMBERING (1 KETU,
      *    2 VENUS, 3 SUN, 4 MOON, 5 MARS, 6 RAHU, 7 JUPITER,
      *    8 SATURN, 9 MERCURY)
        05 WS-GM-VARNA-ROW.
         10 WS-GM-VARNA       PIC   9 OCCURS 12 TIMES.
        05 WS-GM-VASHYA-ROW.
         10 WS-GM-VASHYA      PIC   9 OCCURS 12 TIMES.
        05 WS-GM-RLORD-ROW.
         10 WS-GM-RLORD       PIC   9 OCCURS 12 TIMES.
      *    YONI POINTS 0-4, ANIMAL AGAINST ANIMAL (SYMMETRIC)
        05 WS-GM-YONI-TAB OCCURS 14 TIMES.
         10 WS-GM-YONI-PTS    PIC   9 OCCURS 14 TIMES.
      *    VASHYA TENTHS, ROW = GROOM'S CLASS, COLUMN = BRIDE'S
        05 WS-GM-VASHYA-TAB OCCURS 5 TIMES.
         10 WS-GM-VASHYA-PTS  PIC   99 OCCURS 5 TIMES.
      *    GANA TENTHS, ROW = GROOM'S GANA, COLUMN = BRIDE'S
        05 WS-GM-GANA-TAB OCCURS 3 TIMES.
         10 WS-GM-GANA-PTS    PIC   99 OCCURS 3 TIMES.
      *    NATURAL PLANETARY RELATIONSHIP, ROW PLANET'S VIEW OF THE
      *    COLUMN PLANET: F FRIEND, N NEUTRAL, E ENEMY
        05 WS-GM-REL          PIC   X(9) OCCURS 9 TIMES.
      *    KOOTA NAMES AND MAXIMA FOR THE PRINTED/SCREEN LINES
        05 WS-GM-KOOTA-NAME   PIC   X(8) OCCURS 8 TIMES.
        05 WS-GM-KOOTA-MAX    PIC   9 OCCURS 8 TIMES.
      ******************************************************************
      *    ONE COMPATIBILITY SCORING - GROOM/BRIDE NAKSHATRA (1-27)
      *    AND RASHI (1-12) IN, THE EIGHT KOOTA POINTS AND THE TOTAL
      *    OUT OF PARA-SCORE-KOOTAS
      ******************************************************************
       01 WS-GM-WORK.
        05 WS-GM-GROOM-N      PIC   S9(3) COMP-5.
        05 WS-GM-BRIDE-N      PIC   S9(3) COMP-5.
        05 WS-GM-GROOM-R      PIC   S9(3) COMP-5.
        05 WS-GM-BRIDE-R      PIC   S9(3) COMP-5.
        05 WS-GM-PTS          PIC   9V9 OCCURS 8 TIMES.
        05 WS-GM-TOTAL        PIC   99V9.
        05 WS-GM-VERDICT      PIC   X(16).
        05 WS-GM-I            PIC   S9(3) COMP-5.
        05 WS-GM-J            PIC   S9(3) COMP-5.
        05 WS-GM-K            PIC   S9(3) COMP-5.
        05 WS-GM-DIST         PIC   S9(3) COMP-5.
        05 WS-GM-Q            PIC   S9(3) COMP-5.
        05 WS-GM-REM          PIC   S9(3) COMP-5.
        05 WS-GM-REL-PAIR     PIC   XX.
      ******************************************************************
       01 WS-CONTROL.
        05 WS-PAIR-EOF-SW     PIC   X VALUE 'N'.
           88 WS-PAIR-EOF         VALUE 'Y'.
        05 WS-EOF-FLAG        PIC   X VALUE 'N'.
      ******************************************************************
       01 WS-COUNTS.
        05 WS-PAIRS-READ      PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-PAIRS-SCORED    PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-PAIRS-NF        PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-PAIRS-MG        PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-PAIRS-NB        PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-PAIRS-NS        PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-PAIRS-BD        PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-VERD-CNT        PIC   9(9) COMP-5 OCCURS 4 TIMES.
        05 WS-VERD-NAME       PIC   X(16) OCCURS 4 TIMES.
        05 WS-VERD-IDX        PIC   S9(3) COMP-5.
      ******************************************************************
       01 WS-FS-NBND          PIC   XX.
       01 WS-FS-EPH           PIC   XX.
       01 WS-FS-PAIR          PIC   XX.
       01 WS-FS-GOUT          PIC   XX.
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
           IF PARM-LENGTH >= 1 THEN
              IF PARM-DATA(1:1) = 'E' OR PARM-DATA(1:1) = 'D' THEN
                 MOVE PARM-DATA(1:1) TO WS-CLASS-SEL
              ELSE
                 DISPLAY 'WARNING: BAD CLASSIFICATION IN PARM. ',
                    'DEFAULTING TO E (EPHEMERIS WHERE KNOWN)'
              END-IF
           END-IF
           IF NOT WS-CLASS-EPHEM THEN
              MOVE 'X' TO WS-LUN-STATE
           END-IF
           PERFORM PARA-LOAD-NTAB-CONTROL
           PERFORM PARA-INIT-RTAB-LOOKUP
           PERFORM PARA-INIT-KOOTA-TABLES
           MOVE 'NOT RECOMMENDED' TO WS-VERD-NAME(1)
           MOVE 'ACCEPTABLE'      TO WS-VERD-NAME(2)
           MOVE 'GOOD'            TO WS-VERD-NAME(3)
           MOVE 'EXCELLENT'       TO WS-VERD-NAME(4)
           PERFORM VARYING WS-VERD-IDX FROM 1 BY 1
              UNTIL WS-VERD-IDX > 4
              MOVE ZERO TO WS-VERD-CNT(WS-VERD-IDX)
           END-PERFORM
           OPEN INPUT RECPAIR
           IF WS-FS-PAIR NOT = '00' THEN
              DISPLAY 'ERROR:   PAIR REQUEST FILE (NCPAIRS DD) ',
                 'CANNOT BE OPENED. FS=', WS-FS-PAIR
              MOVE 8 TO RETURN-CODE
              CALL "CEE3ABD" USING ABEND-CODE , TIMING
           END-IF
           OPEN OUTPUT RECGOUT
           IF WS-FS-GOUT NOT = '00' THEN
              DISPLAY 'ERROR:   SCORE FILE (NCGUNOUT DD) ',
                 'CANNOT BE OPENED. FS=', WS-FS-GOUT
              MOVE 8 TO RETURN-CODE
              CALL "CEE3ABD" USING ABEND-CODE , TIMING
           END-IF
           PERFORM PARA-READ-PAIR
           PERFORM PARA-PAIR-STEP UNTIL WS-PAIR-EOF
           CLOSE RECPAIR
           CLOSE RECGOUT
           IF WS-LUN-OPEN THEN
              CLOSE RECEPH
           END-IF
           PERFORM PARA-PRINT-REPORT
           IF WS-PAIRS-SCORED < WS-PAIRS-READ THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      ******************************************************************
      *    PARAGRAPH READ PAIR - NEXT REQUEST LINE, COMMENT AND BLANK
      *    LINES PASSED OVER
      ******************************************************************
       PARA-READ-PAIR.
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
              READ RECPAIR
                 AT END
                    MOVE 'Y' TO WS-PAIR-EOF-SW
                    MOVE 'Y' TO WS-EOF-FLAG
                 NOT AT END
                    IF PAIR-R(1:1) NOT = '*' AND
                       PAIR-R NOT = SPACES THEN
                       ADD 1 TO WS-PAIRS-READ
                       MOVE 'Y' TO WS-EOF-FLAG
                    END-IF
              END-READ
           END-PERFORM
           EXIT.
      ******************************************************************
      *    PARAGRAPH PAIR STEP - CHECKS THE TWO IDS, FETCHES AND
      *    CLASSIFIES EACH CITIZEN, SCORES THE PAIR WHEN BOTH CAME
      *    THROUGH, AND WRITES ONE NCGUNOUT LINE EITHER WAY
      ******************************************************************
       PARA-PAIR-STEP.
           MOVE 'OK' TO WS-GMP-STATUS
           MOVE SPACES TO GOUT-R
           MOVE PAIR-ID-A TO GOUT-ID-A
           MOVE PAIR-ID-B TO GOUT-ID-B
           MOVE PAIR-REF  TO GOUT-REF
           IF PAIR-ID-A NOT NUMERIC OR PAIR-ID-A = ZEROES OR
              PAIR-ID-B NOT NUMERIC OR PAIR-ID-B = ZEROES OR
              PAIR-ID-A = PAIR-ID-B THEN
              MOVE 'BD' TO WS-GMP-STATUS
           ELSE
              MOVE PAIR-ID-A TO WS-GMP-ID(1)
              MOVE PAIR-ID-B TO WS-GMP-ID(2)
              PERFORM PARA-FETCH-SIDE
                 VARYING WS-GMP-S FROM 1 BY 1
                 UNTIL WS-GMP-S > 2 OR WS-GMP-STATUS NOT = 'OK'
           END-IF
           IF WS-GMP-STATUS = 'OK' THEN
              PERFORM PARA-SCORE-PAIR
           ELSE
              DISPLAY 'WARNING: PAIR ', PAIR-ID-A, ' / ', PAIR-ID-B,
                 ' (', PAIR-REF, ') NOT SCORED - STATUS ',
                 WS-GMP-STATUS
              EVALUATE WS-GMP-STATUS
                 WHEN 'NF'
                    ADD 1 TO WS-PAIRS-NF
                 WHEN 'MG'
                    ADD 1 TO WS-PAIRS-MG
                 WHEN 'NB'
                    ADD 1 TO WS-PAIRS-NB
                 WHEN 'NS'
                    ADD 1 TO WS-PAIRS-NS
                 WHEN OTHER
                    ADD 1 TO WS-PAIRS-BD
              END-EVALUATE
           END-IF
           MOVE WS-GMP-STATUS TO GOUT-STATUS
           WRITE GOUT-R
           IF WS-FS-GOUT NOT = '00' THEN
              DISPLAY 'ERROR:   WRITE TO NCGUNOUT FAILED. FS=',
                 WS-FS-GOUT
              MOVE 8 TO RETURN-CODE
              CALL "CEE3ABD" USING ABEND-CODE , TIMING
           END-IF
           PERFORM PARA-READ-PAIR
           EXIT.
      ******************************************************************
      *    PARAGRAPH FETCH SIDE - ONE CITIZEN OF THE PAIR (WS-GMP-S).
      *    A MISSING, MERGED OR UNDATED CITIZEN SETS THE PAIR STATUS
      ******************************************************************
       PARA-FETCH-SIDE.
           MOVE WS-GMP-ID(WS-GMP-S) TO WS-QGM-ID
           EXEC SQL
              SELECT BDATE, BTIME, GENDER, MERGED_INTO
              INTO :WS-QGM-BDATE :WS-QGM-BDATE-IND,
                   :WS-QGM-BTIME :WS-QGM-BTIME-IND,
                   :WS-QGM-GENDER :WS-QGM-GENDER-IND,
                   :WS-QGM-MERGED :WS-QGM-MERGED-IND
              FROM CITIZENS
              WHERE CITIZEN_ID = :WS-QGM-ID
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = +100
                 MOVE 'NF' TO WS-GMP-STATUS
              WHEN SQLCODE NOT = ZERO
                 PERFORM PARA-SQL-ERROR
              WHEN WS-QGM-MERGED-IND NOT < 0
                 MOVE 'MG' TO WS-GMP-STATUS
              WHEN WS-QGM-BDATE-IND < 0
                 MOVE 'NB' TO WS-GMP-STATUS
              WHEN OTHER
                 IF WS-QGM-GENDER-IND < 0 THEN
                    MOVE 9 TO WS-GMP-GENDER(WS-GMP-S)
                 ELSE
                    MOVE WS-QGM-GENDER TO WS-GMP-GENDER(WS-GMP-S)
                 END-IF
                 PERFORM PARA-CLASSIFY-SIDE
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH CLASSIFY SIDE - MOON POSITION WHEN THE BIRTH TIME
      *    AND ITS NCEPHEM DAY ARE THERE, ELSE THE NCNBND SET FOR THE
      *    BIRTH YEAR AND THE RASHI MONTH-DAY TABLE
      ******************************************************************
       PARA-CLASSIFY-SIDE.
           MOVE WS-QGM-BDATE TO WS-LUN-BDATE
           IF WS-QGM-BTIME-IND < 0 THEN
              MOVE SPACES TO WS-LUN-BTIME
           ELSE
              MOVE WS-QGM-BTIME TO WS-LUN-BTIME
           END-IF
           PERFORM PARA-LUNAR-POSITION
           IF WS-LUN-FOUND THEN
              MOVE WS-LUN-NAK   TO WS-GMP-NAK(WS-GMP-S)
              MOVE WS-LUN-RASHI TO WS-GMP-RASHI(WS-GMP-S)
              MOVE 'M' TO WS-GMP-METH(WS-GMP-S)
           ELSE
              MOVE WS-QGM-BDATE(1:4) TO WS-NBND-TARGET-YEAR
              PERFORM PARA-SET-NTAB-FOR-YEAR
              IF WS-NBND-ACTIVE = 0 THEN
                 MOVE 'NS' TO WS-GMP-STATUS
              ELSE
                 MOVE WS-QGM-BDATE(6:2) TO WS-MONTH-DAY(1:2)
                 MOVE WS-QGM-BDATE(9:2) TO WS-MONTH-DAY(3:2)
                 PERFORM PARA-FIND-NAKSHATRA
                 MOVE INX-N TO WS-GMP-NAK(WS-GMP-S)
                 PERFORM PARA-FIND-RASHI
                 SET WS-GMP-RASHI(WS-GMP-S) TO INX-RTAB
                 MOVE 'D' TO WS-GMP-METH(WS-GMP-S)
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH SCORE PAIR - ROLES AS NCITCICS ACTION 'M', THEN
      *    THE EIGHT KOOTAS INTO THE OUTPUT LINE
      ******************************************************************
       PARA-SCORE-PAIR.
           IF WS-GMP-GENDER(1) = 0 AND WS-GMP-GENDER(2) = 1 THEN
              MOVE 2 TO WS-GMP-GROOM
              MOVE 1 TO WS-GMP-BRIDE
              MOVE 'B' TO GOUT-GROOM
           ELSE
              MOVE 1 TO WS-GMP-GROOM
              MOVE 2 TO WS-GMP-BRIDE
              MOVE 'A' TO GOUT-GROOM
           END-IF
           MOVE WS-GMP-NAK(WS-GMP-GROOM)   TO WS-GM-GROOM-N
           MOVE WS-GMP-RASHI(WS-GMP-GROOM) TO WS-GM-GROOM-R
           MOVE WS-GMP-NAK(WS-GMP-BRIDE)   TO WS-GM-BRIDE-N
           MOVE WS-GMP-RASHI(WS-GMP-BRIDE) TO WS-GM-BRIDE-R
           PERFORM PARA-SCORE-KOOTAS
           MOVE WS-GMP-NAK(1)   TO GOUT-NAK-A
           MOVE WS-GMP-RASHI(1) TO GOUT-RASHI-A
           MOVE WS-GMP-NAK(2)   TO GOUT-NAK-B
           MOVE WS-GMP-RASHI(2) TO GOUT-RASHI-B
           MOVE WS-GMP-METH(1)  TO GOUT-METH-A
           MOVE WS-GMP-METH(2)  TO GOUT-METH-B
           PERFORM VARYING WS-GM-K FROM 1 BY 1 UNTIL WS-GM-K > 8
              MOVE WS-GM-PTS(WS-GM-K) TO GOUT-PTS(WS-GM-K)
           END-PERFORM
           MOVE WS-GM-TOTAL   TO GOUT-TOTAL
           MOVE WS-GM-VERDICT TO GOUT-VERDICT
           PERFORM VARYING WS-VERD-IDX FROM 1 BY 1
              UNTIL WS-VERD-IDX > 4
              IF WS-GM-VERDICT = WS-VERD-NAME(WS-VERD-IDX) THEN
                 ADD 1 TO WS-VERD-CNT(WS-VERD-IDX)
              END-IF
           END-PERFORM
           ADD 1 TO WS-PAIRS-SCORED
           EXIT.
      ******************************************************************
      *    PARAGRAPH FIND RASHI - MONTH-DAY TO RASHI OVER THE
      *    WS-RTAB-LOOKUP RANGES, WHICH TILE THE YEAR WITH NO GAPS
      ******************************************************************
       PARA-FIND-RASHI.
           SET INX-RTAB TO 1
           PERFORM UNTIL INX-RTAB > 12
              OR (WS-MONTH-DAY >= WS-RTAB-MD-LOW(INX-RTAB) AND
                  WS-MONTH-DAY <= WS-RTAB-MD-HIGH(INX-RTAB))
              OR (WS-RTAB-MD-LOW2(INX-RTAB) > 0 AND
                  WS-MONTH-DAY >= WS-RTAB-MD-LOW2(INX-RTAB) AND
                  WS-MONTH-DAY <= WS-RTAB-MD-HIGH2(INX-RTAB))
              SET INX-RTAB UP BY 1
           END-PERFORM
           IF INX-RTAB > 12 THEN
              SET INX-RTAB TO 12
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH LUNAR POSITION - AS NCITIZEN: MOON'S SIDEREAL
      *    LONGITUDE AT THE BIRTH MINUTE FROM THE NCEPHEM MIDNIGHT
      *    VALUE PLUS THE DAY'S MOTION PRO RATA
      ******************************************************************
       PARA-LUNAR-POSITION.
           MOVE 'N' TO WS-LUN-FOUND-SW
           IF WS-LUN-BTIME = SPACES OR
              WS-LUN-BTIME(1:2) IS NOT NUMERIC OR
              WS-LUN-BTIME(4:2) IS NOT NUMERIC THEN
              ADD 1 TO WS-LUN-BY-DATE
           ELSE
              IF WS-LUN-UNTRIED THEN
                 PERFORM PARA-OPEN-EPHEMERIS
              END-IF
              IF WS-LUN-OPEN THEN
                 PERFORM PARA-READ-EPHEMERIS
              END-IF
              IF WS-LUN-OPEN AND WS-LUN-CACHE-OK THEN
                 MOVE WS-LUN-BTIME(1:2) TO WS-LUN-HH
                 MOVE WS-LUN-BTIME(4:2) TO WS-LUN-MI
                 COMPUTE WS-LUN-MINUTES = WS-LUN-HH * 60 + WS-LUN-MI
                 COMPUTE WS-LUN-LONG = WS-LUN-BASE +
                    (WS-LUN-MOTION * WS-LUN-MINUTES) / 1440
                 IF WS-LUN-LONG >= 360 THEN
                    SUBTRACT 360 FROM WS-LUN-LONG
                 END-IF
      *    POSITION IN NAKSHATRA UNITS - THE WHOLE PART IS THE
      *    MANSION, THE FRACTION TIMES 4 THE QUARTER (COMPUTE INTO
      *    AN INTEGER FIELD TRUNCATES, WHICH IS THE FLOOR WANTED)
                 COMPUTE WS-LUN-POS = (WS-LUN-LONG * 27) / 360
                 COMPUTE WS-LUN-NAK = WS-LUN-POS
                 COMPUTE WS-LUN-PADA = (WS-LUN-POS - WS-LUN-NAK) * 4
                 COMPUTE WS-LUN-RASHI = WS-LUN-LONG / 30
                 ADD 1 TO WS-LUN-NAK WS-LUN-PADA WS-LUN-RASHI
                 IF WS-LUN-NAK > 27 THEN
                    MOVE 27 TO WS-LUN-NAK
                 END-IF
                 IF WS-LUN-PADA > 4 THEN
                    MOVE 4 TO WS-LUN-PADA
                 END-IF
                 IF WS-LUN-RASHI > 12 THEN
                    MOVE 12 TO WS-LUN-RASHI
                 END-IF
                 MOVE 'Y' TO WS-LUN-FOUND-SW
                 ADD 1 TO WS-LUN-BY-MOON
              ELSE
                 ADD 1 TO WS-LUN-NO-EPH
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH OPEN EPHEMERIS - AS NCITIZEN, ONE ATTEMPT PER RUN
      ******************************************************************
       PARA-OPEN-EPHEMERIS.
           OPEN INPUT RECEPH
           EVALUATE WS-FS-EPH
              WHEN '00'
                 MOVE 'O' TO WS-LUN-STATE
                 DISPLAY 'INFO:    NCEPHEM LUNAR EPHEMERIS OPEN - ',
                    'BIRTH TIMES CLASSIFIED BY MOON POSITION'
              WHEN '05'
                 MOVE 'X' TO WS-LUN-STATE
                 DISPLAY 'INFO:    NCEPHEM LUNAR EPHEMERIS EMPTY OR ',
                    'NOT ALLOCATED - CLASSIFYING BY BIRTH DATE'
                 CLOSE RECEPH
              WHEN OTHER
                 MOVE 'X' TO WS-LUN-STATE
                 DISPLAY 'WARNING: NCEPHEM LUNAR EPHEMERIS NOT ',
                    'AVAILABLE. FS=', WS-FS-EPH,
                    ' - CLASSIFYING BY BIRTH DATE'
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH READ EPHEMERIS - AS NCITIZEN
      ******************************************************************
       PARA-READ-EPHEMERIS.
           MOVE WS-LUN-BDATE(1:4) TO RECV01-EPH-DATE(1:4)
           MOVE WS-LUN-BDATE(6:2) TO RECV01-EPH-DATE(5:2)
           MOVE WS-LUN-BDATE(9:2) TO RECV01-EPH-DATE(7:2)
           IF RECV01-EPH-DATE NOT = WS-LUN-CACHE-DATE THEN
              MOVE RECV01-EPH-DATE TO WS-LUN-CACHE-DATE
              MOVE 'N' TO WS-LUN-CACHE-SW
              READ RECEPH
              END-READ
              IF WS-FS-EPH = '00' AND
                 RECV01-EPH-LONG IS NUMERIC AND
                 RECV01-EPH-MOTION IS NUMERIC THEN
                 IF RECV01-EPH-LONG < 360 THEN
                    MOVE RECV01-EPH-LONG TO WS-LUN-BASE
                    MOVE RECV01-EPH-MOTION TO WS-LUN-MOTION
                    MOVE 'Y' TO WS-LUN-CACHE-SW
                 END-IF
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH LOAD NTAB CONTROL - AS NCITIZEN: THE RUN IS
      *    STOPPED COLD WHEN NCNBND IS MISSING, A SET IS NOT EXACTLY
      *    27 ROWS OR A SEQUENCE NUMBER IS OUT OF RANGE
      ******************************************************************
       PARA-LOAD-NTAB-CONTROL.
           MOVE ZERO TO WS-NBND-SET-CNT
           MOVE ZERO TO WS-NBND-ACTIVE
           OPEN INPUT RECNBND
           IF WS-FS-NBND NOT = '00' THEN
              DISPLAY 'ERROR:   NAKSHATRA BOUNDARY CONTROL DATASET ',
                 '(NCNBND DD) CANNOT BE OPENED. FS=', WS-FS-NBND
              MOVE 8 TO RETURN-CODE
              CALL "CEE3ABD" USING ABEND-CODE , TIMING
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
              READ RECNBND
                 AT END
                    MOVE 'Y' TO WS-EOF-FLAG
                 NOT AT END
                    IF NBND-R(1:1) NOT = '*' THEN
                       PERFORM PARA-STORE-NBND-ROW
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RECNBND
           IF WS-NBND-SET-CNT < 1 THEN
              DISPLAY 'ERROR:   NCNBND CONTROL DATASET IS EMPTY. ',
                 'ABORTING RUN'
              MOVE 8 TO RETURN-CODE
              CALL "CEE3ABD" USING ABEND-CODE , TIMING
           END-IF
           PERFORM VARYING WS-NBND-IDX FROM 1 BY 1
              UNTIL WS-NBND-IDX > WS-NBND-SET-CNT
              IF WS-NBND-ROWS(WS-NBND-IDX) NOT = 27 THEN
                 DISPLAY 'ERROR:   NCNBND SET FOR YEARS ',
                    WS-NBND-FROM-YEAR(WS-NBND-IDX), '-',
                    WS-NBND-TO-YEAR(WS-NBND-IDX), ' HAS ',
                    WS-NBND-ROWS(WS-NBND-IDX),
                    ' ROWS INSTEAD OF 27. ABORTING RUN'
                 MOVE 8 TO RETURN-CODE
                 CALL "CEE3ABD" USING ABEND-CODE , TIMING
              END-IF
           END-PERFORM
           EXIT.
      ******************************************************************
      *    PARAGRAPH STORE NBND ROW - AS NCITIZEN
      ******************************************************************
       PARA-STORE-NBND-ROW.
           IF WS-NBND-SET-CNT = 0 OR
              NBND-FROM-YEAR NOT = WS-NBND-FROM-YEAR(WS-NBND-SET-CNT)
              OR NBND-TO-YEAR NOT = WS-NBND-TO-YEAR(WS-NBND-SET-CNT)
              THEN
              IF WS-NBND-SET-CNT >= 8 THEN
                 DISPLAY 'ERROR:   MORE THAN 8 BOUNDARY SETS IN ',
                    'NCNBND. ABORTING RUN'
                 MOVE 8 TO RETURN-CODE
                 CALL "CEE3ABD" USING ABEND-CODE , TIMING
              END-IF
              ADD 1 TO WS-NBND-SET-CNT
              MOVE NBND-FROM-YEAR TO WS-NBND-FROM-YEAR(WS-NBND-SET-CNT)
              MOVE NBND-TO-YEAR   TO WS-NBND-TO-YEAR(WS-NBND-SET-CNT)
              MOVE ZERO TO WS-NBND-ROWS(WS-NBND-SET-CNT)
           END-IF
           IF NBND-SEQ < 1 OR NBND-SEQ > 27 THEN
              DISPLAY 'ERROR:   NCNBND ROW WITH SEQUENCE ',
                 NBND-SEQ, ' OUTSIDE 1-27. ABORTING RUN'
              MOVE 8 TO RETURN-CODE
              CALL "CEE3ABD" USING ABEND-CODE , TIMING
           END-IF
           MOVE NBND-NAME   TO WS-NBND-NAME(WS-NBND-SET-CNT, NBND-SEQ)
           MOVE NBND-LOW    TO WS-NBND-LOW(WS-NBND-SET-CNT, NBND-SEQ)
           MOVE NBND-HIGH   TO WS-NBND-HIGH(WS-NBND-SET-CNT, NBND-SEQ)
           MOVE NBND-LOW2   TO WS-NBND-LOW2(WS-NBND-SET-CNT, NBND-SEQ)
           MOVE NBND-HIGH2  TO WS-NBND-HIGH2(WS-NBND-SET-CNT, NBND-SEQ)
           MOVE NBND-BOUND  TO WS-NBND-BOUND(WS-NBND-SET-CNT, NBND-SEQ)
           ADD 1 TO WS-NBND-ROWS(WS-NBND-SET-CNT)
           EXIT.
      ******************************************************************
      *    PARAGRAPH SET NTAB FOR YEAR - AS NCRELRPT: A YEAR NO SET
      *    COVERS LEAVES WS-NBND-ACTIVE ZERO AND THE PAIR IS RETURNED
      *    WITH STATUS 'NS' INSTEAD OF STOPPING THE RUN
      ******************************************************************
       PARA-SET-NTAB-FOR-YEAR.
           IF WS-NBND-ACTIVE > 0 AND
              WS-NBND-TARGET-YEAR >=
                 WS-NBND-FROM-YEAR(WS-NBND-ACTIVE) AND
              WS-NBND-TARGET-YEAR <= WS-NBND-TO-YEAR(WS-NBND-ACTIVE)
              THEN
              CONTINUE *> THE ACTIVE SET ALREADY COVERS THIS YEAR
           ELSE
              PERFORM PARA-FIND-NBND-SET
              MOVE WS-NBND-FOUND TO WS-NBND-ACTIVE
              IF WS-NBND-ACTIVE > 0 THEN
              PERFORM VARYING INX-NTAB FROM 1 BY 1 UNTIL INX-NTAB > 27
                 SET WS-NBND-IDX TO INX-NTAB
                 MOVE WS-NBND-NAME(WS-NBND-ACTIVE, WS-NBND-IDX)
                    TO WS-NTAB-NAME(INX-NTAB)
                 MOVE WS-NBND-LOW(WS-NBND-ACTIVE, WS-NBND-IDX)
                    TO WS-NTAB-MD-LOW(INX-NTAB)
                 MOVE WS-NBND-HIGH(WS-NBND-ACTIVE, WS-NBND-IDX)
                    TO WS-NTAB-MD-HIGH(INX-NTAB)
                 MOVE WS-NBND-LOW2(WS-NBND-ACTIVE, WS-NBND-IDX)
                    TO WS-NTAB-MD-LOW2(INX-NTAB)
                 MOVE WS-NBND-HIGH2(WS-NBND-ACTIVE, WS-NBND-IDX)
                    TO WS-NTAB-MD-HIGH2(INX-NTAB)
                 MOVE WS-NBND-BOUND(WS-NBND-ACTIVE, WS-NBND-IDX)
                    TO WS-NTAB-MD-BOUND(INX-NTAB)
              END-PERFORM
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH FIND NBND SET - AS NCITIZEN
      ******************************************************************
       PARA-FIND-NBND-SET.
           MOVE ZERO TO WS-NBND-FOUND
           PERFORM VARYING WS-NBND-IDX FROM 1 BY 1
              UNTIL WS-NBND-IDX > WS-NBND-SET-CNT
              IF WS-NBND-FOUND = 0 AND
                 WS-NBND-TARGET-YEAR >=
                    WS-NBND-FROM-YEAR(WS-NBND-IDX) AND
                 WS-NBND-TARGET-YEAR <= WS-NBND-TO-YEAR(WS-NBND-IDX)
                 THEN
                 MOVE WS-NBND-IDX TO WS-NBND-FOUND
              END-IF
           END-PERFORM
           EXIT.
      ******************************************************************
      *    PARAGRAPH FIND NAKSHATRA - AS NCITIZEN: LEAVES THE MATCHING
      *    ENTRY IN INX-N WITH WS-NU=0 (INTERIOR DAY) OR WS-NU=1
      *    (BOUNDARY DAY); AN UNCLAIMED DATE FALLS BACK TO 27
      ******************************************************************
       PARA-FIND-NAKSHATRA.
           MOVE 9 TO WS-NU
           MOVE 1 TO INX-N
           PERFORM UNTIL WS-NU NOT = 9 OR INX-N > 27
              EVALUATE TRUE
                 WHEN WS-MONTH-DAY = WS-NTAB-MD-BOUND(INX-N)
                    MOVE 1 TO WS-NU
                 WHEN (WS-MONTH-DAY >= WS-NTAB-MD-LOW(INX-N) AND
                       WS-MONTH-DAY <= WS-NTAB-MD-HIGH(INX-N))
                    MOVE 0 TO WS-NU
                 WHEN (WS-NTAB-MD-LOW2(INX-N) > 0 AND
                       WS-MONTH-DAY >= WS-NTAB-MD-LOW2(INX-N) AND
                       WS-MONTH-DAY <= WS-NTAB-MD-HIGH2(INX-N))
                    MOVE 0 TO WS-NU
                 WHEN OTHER
                    ADD 1 TO INX-N
              END-EVALUATE
           END-PERFORM
           IF INX-N > 27 THEN
              MOVE 27 TO INX-N
              MOVE 1 TO WS-NU
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH SCORE KOOTAS - THE EIGHT ASHTAKOOTA SCORES FOR
      *    ONE GROOM/BRIDE PAIR. VARNA, VASHYA AND GANA READ THE
      *    GROOM AGAINST THE BRIDE; TARA IS COUNTED BOTH WAYS; THE
      *    REST ARE SYMMETRIC
      ******************************************************************
       PARA-SCORE-KOOTAS.
      *    1 VARNA - THE GROOM'S VARNA AT LEAST EQUAL TO THE BRIDE'S
           IF WS-GM-VARNA(WS-GM-GROOM-R) >=
              WS-GM-VARNA(WS-GM-BRIDE-R) THEN
              MOVE 1 TO WS-GM-PTS(1)
           ELSE
              MOVE 0 TO WS-GM-PTS(1)
           END-IF
      *    2 VASHYA - CLASS AGAINST CLASS
           MOVE WS-GM-VASHYA(WS-GM-GROOM-R) TO WS-GM-I
           MOVE WS-GM-VASHYA(WS-GM-BRIDE-R) TO WS-GM-J
           COMPUTE WS-GM-PTS(2) =
              WS-GM-VASHYA-PTS(WS-GM-I, WS-GM-J) / 10
      *    3 TARA - COUNT FROM EACH NAKSHATRA TO THE OTHER; A COUNT
      *    LEAVING 3, 5 OR 7 OVER NINES IS INAUSPICIOUS, ANY OTHER
      *    EARNS HALF THE KOOTA
           MOVE 0 TO WS-GM-PTS(3)
           COMPUTE WS-GM-DIST = WS-GM-GROOM-N - WS-GM-BRIDE-N + 27
           PERFORM PARA-TARA-HALF
           COMPUTE WS-GM-DIST = WS-GM-BRIDE-N - WS-GM-GROOM-N + 27
           PERFORM PARA-TARA-HALF
      *    4 YONI - BIRTH ANIMAL AGAINST BIRTH ANIMAL
           MOVE WS-GM-YONI(WS-GM-GROOM-N) TO WS-GM-I
           MOVE WS-GM-YONI(WS-GM-BRIDE-N) TO WS-GM-J
           MOVE WS-GM-YONI-PTS(WS-GM-I, WS-GM-J) TO WS-GM-PTS(4)
      *    5 GRAHA MAITRI - THE RASHI LORDS' MUTUAL RELATIONSHIP
           MOVE WS-GM-RLORD(WS-GM-GROOM-R) TO WS-GM-I
           MOVE WS-GM-RLORD(WS-GM-BRIDE-R) TO WS-GM-J
           IF WS-GM-I = WS-GM-J THEN
              MOVE 5 TO WS-GM-PTS(5)
           ELSE
              MOVE WS-GM-REL(WS-GM-I)(WS-GM-J:1)
                 TO WS-GM-REL-PAIR(1:1)
              MOVE WS-GM-REL(WS-GM-J)(WS-GM-I:1)
                 TO WS-GM-REL-PAIR(2:1)
              EVALUATE WS-GM-REL-PAIR
                 WHEN 'FF'
                    MOVE 5 TO WS-GM-PTS(5)
                 WHEN 'FN'
                 WHEN 'NF'
                    MOVE 4 TO WS-GM-PTS(5)
                 WHEN 'NN'
                    MOVE 3 TO WS-GM-PTS(5)
                 WHEN 'FE'
                 WHEN 'EF'
                    MOVE 1 TO WS-GM-PTS(5)
                 WHEN 'NE'
                 WHEN 'EN'
                    MOVE 0.5 TO WS-GM-PTS(5)
                 WHEN OTHER
                    MOVE 0 TO WS-GM-PTS(5)
              END-EVALUATE
           END-IF
      *    6 GANA - TEMPERAMENT, GROOM AGAINST BRIDE
           MOVE WS-GM-GANA(WS-GM-GROOM-N) TO WS-GM-I
           MOVE WS-GM-GANA(WS-GM-BRIDE-N) TO WS-GM-J
           COMPUTE WS-GM-PTS(6) =
              WS-GM-GANA-PTS(WS-GM-I, WS-GM-J) / 10
      *    7 BHAKOOT - RASHI DISTANCE; 2/12, 5/9 AND 6/8 SCORE NIL
           COMPUTE WS-GM-DIST = WS-GM-GROOM-R - WS-GM-BRIDE-R + 12
           DIVIDE WS-GM-DIST BY 12 GIVING WS-GM-Q
              REMAINDER WS-GM-REM
           ADD 1 TO WS-GM-REM
           EVALUATE WS-GM-REM
              WHEN 2
              WHEN 12
              WHEN 5
              WHEN 9
              WHEN 6
              WHEN 8
                 MOVE 0 TO WS-GM-PTS(7)
              WHEN OTHER
                 MOVE 7 TO WS-GM-PTS(7)
           END-EVALUATE
      *    8 NADI - THE SAME NADI SCORES NIL
           IF WS-GM-NADI(WS-GM-GROOM-N) =
              WS-GM-NADI(WS-GM-BRIDE-N) THEN
              MOVE 0 TO WS-GM-PTS(8)
           ELSE
              MOVE 8 TO WS-GM-PTS(8)
           END-IF
           MOVE ZERO TO WS-GM-TOTAL
           PERFORM VARYING WS-GM-K FROM 1 BY 1 UNTIL WS-GM-K > 8
              ADD WS-GM-PTS(WS-GM-K) TO WS-GM-TOTAL
           END-PERFORM
      *    THE USUAL READING OF THE TOTAL - UNDER 18 IS NOT ADVISED
           EVALUATE TRUE
              WHEN WS-GM-TOTAL < 18
                 MOVE 'NOT RECOMMENDED' TO WS-GM-VERDICT
              WHEN WS-GM-TOTAL < 25
                 MOVE 'ACCEPTABLE' TO WS-GM-VERDICT
              WHEN WS-GM-TOTAL < 33
                 MOVE 'GOOD' TO WS-GM-VERDICT
              WHEN OTHER
                 MOVE 'EXCELLENT' TO WS-GM-VERDICT
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH TARA HALF - ONE DIRECTION OF THE TARA COUNT.
      *    WS-GM-DIST IS THE NAKSHATRA DIFFERENCE PLUS 27
      ******************************************************************
       PARA-TARA-HALF.
           DIVIDE WS-GM-DIST BY 27 GIVING WS-GM-Q
              REMAINDER WS-GM-REM
           ADD 1 TO WS-GM-REM
           DIVIDE WS-GM-REM BY 9 GIVING WS-GM-Q
              REMAINDER WS-GM-REM
           IF WS-GM-REM NOT = 3 AND WS-GM-REM NOT = 5 AND
              WS-GM-REM NOT = 7 THEN
              ADD 1.5 TO WS-GM-PTS(3)
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH INIT KOOTA TABLES - THE CLASSICAL ASHTAKOOTA
      *    ASSIGNMENTS, ONE ROW STRING PER TABLE LINE
      ******************************************************************
       PARA-INIT-KOOTA-TABLES.
           MOVE '010203040405060306070708091009101111051213121401140802'
              TO WS-GM-YONI-ROW
           MOVE '123321123321123321123321123' TO WS-GM-NADI-ROW
           MOVE '123212113322131313322133221' TO WS-GM-GANA-ROW
           MOVE '321432143214' TO WS-GM-VARNA-ROW
           MOVE '112342252323' TO WS-GM-VASHYA-ROW
           MOVE '529439257887' TO WS-GM-RLORD-ROW
      *         HO EL SH SE DO CA RA CO BU TI DE MO MG LI
           MOVE '42232221013321' TO WS-GM-YONI-TAB(1)
           MOVE '24332222312320' TO WS-GM-YONI-TAB(2)
           MOVE '23421213312031' TO WS-GM-YONI-TAB(3)
           MOVE '33242111122202' TO WS-GM-YONI-TAB(4)
           MOVE '22124212210211' TO WS-GM-YONI-TAB(5)
           MOVE '22212402213321' TO WS-GM-YONI-TAB(6)
           MOVE '22111042222212' TO WS-GM-YONI-TAB(7)
           MOVE '12312224303221' TO WS-GM-YONI-TAB(8)
           MOVE '03312223412221' TO WS-GM-YONI-TAB(9)
           MOVE '11121120141121' TO WS-GM-YONI-TAB(10)
           MOVE '32220323214221' TO WS-GM-YONI-TAB(11)
           MOVE '33022322212432' TO WS-GM-YONI-TAB(12)
           MOVE '22301212222342' TO WS-GM-YONI-TAB(13)
           MOVE '10121121111224' TO WS-GM-YONI-TAB(14)
      *         CHAT MANA JALA VANA KEET
           MOVE '2010100010' TO WS-GM-VASHYA-TAB(1)
           MOVE '1020050010' TO WS-GM-VASHYA-TAB(2)
           MOVE '1005201010' TO WS-GM-VASHYA-TAB(3)
           MOVE '0500102000' TO WS-GM-VASHYA-TAB(4)
           MOVE '1010100020' TO WS-GM-VASHYA-TAB(5)
      *         DEVA MANU RAKS
           MOVE '606010' TO WS-GM-GANA-TAB(1)
           MOVE '506000' TO WS-GM-GANA-TAB(2)
           MOVE '100060' TO WS-GM-GANA-TAB(3)
      *         KVSMMRJSM  (KETU VENUS SUN MOON MARS RAHU JUP SAT MERC)
           MOVE 'NNNNNNNNN' TO WS-GM-REL(1)
           MOVE 'NFEENNNFF' TO WS-GM-REL(2)
           MOVE 'NEFFFNFEN' TO WS-GM-REL(3)
           MOVE 'NNFFNNNNF' TO WS-GM-REL(4)
           MOVE 'NNFFFNFNE' TO WS-GM-REL(5)
           MOVE 'NNNNNNNNN' TO WS-GM-REL(6)
           MOVE 'NEFFFNFNE' TO WS-GM-REL(7)
           MOVE 'NFEEENNFF' TO WS-GM-REL(8)
           MOVE 'NFFENNNNF' TO WS-GM-REL(9)
           MOVE 'VARNA'   TO WS-GM-KOOTA-NAME(1)
           MOVE 'VASHYA'  TO WS-GM-KOOTA-NAME(2)
           MOVE 'TARA'    TO WS-GM-KOOTA-NAME(3)
           MOVE 'YONI'    TO WS-GM-KOOTA-NAME(4)
           MOVE 'MAITRI'  TO WS-GM-KOOTA-NAME(5)
           MOVE 'GANA'    TO WS-GM-KOOTA-NAME(6)
           MOVE 'BHAKOOT' TO WS-GM-KOOTA-NAME(7)
           MOVE 'NADI'    TO WS-GM-KOOTA-NAME(8)
           PERFORM VARYING WS-GM-K FROM 1 BY 1 UNTIL WS-GM-K > 8
              MOVE WS-GM-K TO WS-GM-KOOTA-MAX(WS-GM-K)
           END-PERFORM
           EXIT.
      ******************************************************************
      *    PARAGRAPH INIT RTAB LOOKUP - THE 12 RASHIS, SAME MONTH-DAY
      *    BOUNDARIES AS NCITIZEN'S TABLE
      ******************************************************************
       PARA-INIT-RTAB-LOOKUP.
           SET INX-RTAB TO 1
           MOVE 'MESHA'        TO WS-RTAB-NAME(INX-RTAB)
           MOVE 0414 TO WS-RTAB-MD-LOW(INX-RTAB)
           MOVE 0514 TO WS-RTAB-MD-HIGH(INX-RTAB)
           SET INX-RTAB TO 2
           MOVE 'VRISHABHA'    TO WS-RTAB-NAME(INX-RTAB)
           MOVE 0515 TO WS-RTAB-MD-LOW(INX-RTAB)
           MOVE 0614 TO WS-RTAB-MD-HIGH(INX-RTAB)
           SET INX-RTAB TO 3
           MOVE 'MITHUNA'      TO WS-RTAB-NAME(INX-RTAB)
           MOVE 0615 TO WS-RTAB-MD-LOW(INX-RTAB)
           MOVE 0715 TO WS-RTAB-MD-HIGH(INX-RTAB)
           SET INX-RTAB TO 4
           MOVE 'KARKA'        TO WS-RTAB-NAME(INX-RTAB)
           MOVE 0716 TO WS-RTAB-MD-LOW(INX-RTAB)
           MOVE 0816 TO WS-RTAB-MD-HIGH(INX-RTAB)
           SET INX-RTAB TO 5
           MOVE 'SIMHA'        TO WS-RTAB-NAME(INX-RTAB)
           MOVE 0817 TO WS-RTAB-MD-LOW(INX-RTAB)
           MOVE 0916 TO WS-RTAB-MD-HIGH(INX-RTAB)
           SET INX-RTAB TO 6
           MOVE 'KANYA'        TO WS-RTAB-NAME(INX-RTAB)
           MOVE 0917 TO WS-RTAB-MD-LOW(INX-RTAB)
           MOVE 1016 TO WS-RTAB-MD-HIGH(INX-RTAB)
           SET INX-RTAB TO 7
           MOVE 'TULA'         TO WS-RTAB-NAME(INX-RTAB)
           MOVE 1017 TO WS-RTAB-MD-LOW(INX-RTAB)
           MOVE 1115 TO WS-RTAB-MD-HIGH(INX-RTAB)
           SET INX-RTAB TO 8
           MOVE 'VRISCHIKA'    TO WS-RTAB-NAME(INX-RTAB)
           MOVE 1116 TO WS-RTAB-MD-LOW(INX-RTAB)
           MOVE 1215 TO WS-RTAB-MD-HIGH(INX-RTAB)
           SET INX-RTAB TO 9
           MOVE 'DHANU'        TO WS-RTAB-NAME(INX-RTAB)
           MOVE 1216 TO WS-RTAB-MD-LOW(INX-RTAB)
           MOVE 1231 TO WS-RTAB-MD-HIGH(INX-RTAB)
           MOVE 0101 TO WS-RTAB-MD-LOW2(INX-RTAB)
           MOVE 0113 TO WS-RTAB-MD-HIGH2(INX-RTAB)
           SET INX-RTAB TO 10
           MOVE 'MAKARA'       TO WS-RTAB-NAME(INX-RTAB)
           MOVE 0114 TO WS-RTAB-MD-LOW(INX-RTAB)
           MOVE 0212 TO WS-RTAB-MD-HIGH(INX-RTAB)
           SET INX-RTAB TO 11
           MOVE 'KUMBHA'       TO WS-RTAB-NAME(INX-RTAB)
           MOVE 0213 TO WS-RTAB-MD-LOW(INX-RTAB)
           MOVE 0313 TO WS-RTAB-MD-HIGH(INX-RTAB)
           SET INX-RTAB TO 12
           MOVE 'MEENA'        TO WS-RTAB-NAME(INX-RTAB)
           MOVE 0314 TO WS-RTAB-MD-LOW(INX-RTAB)
           MOVE 0413 TO WS-RTAB-MD-HIGH(INX-RTAB)
           EXIT.
      ******************************************************************
      *    PARAGRAPH PRINT REPORT - CONTROL TOTALS TO SYSOUT
      ******************************************************************
       PARA-PRINT-REPORT.
           DISPLAY WS-HLINE
           DISPLAY ' ASHTAKOOTA (GUNA MILAN) PAIR SCORING - ',
              'CLASSIFICATION: ', WS-CLASS-SEL,
              ' (E=EPHEMERIS WHERE KNOWN D=BIRTH DATE)'
           DISPLAY WS-HLINE
           DISPLAY ' PAIRS READ ................ ', WS-PAIRS-READ
           DISPLAY ' PAIRS SCORED .............. ', WS-PAIRS-SCORED
           PERFORM VARYING WS-VERD-IDX FROM 1 BY 1
              UNTIL WS-VERD-IDX > 4
              DISPLAY '    ', WS-VERD-NAME(WS-VERD-IDX), '       ',
                 WS-VERD-CNT(WS-VERD-IDX)
           END-PERFORM
           DISPLAY ' NOT SCORED - NOT ON FILE .. ', WS-PAIRS-NF
           DISPLAY ' NOT SCORED - MERGED AWAY .. ', WS-PAIRS-MG
           DISPLAY ' NOT SCORED - NO BDATE ..... ', WS-PAIRS-NB
           DISPLAY ' NOT SCORED - YEAR NOT IN NCNBND ', WS-PAIRS-NS
           DISPLAY ' NOT SCORED - BAD ID ....... ', WS-PAIRS-BD
           DISPLAY ' CITIZENS BY MOON POSITION . ', WS-LUN-BY-MOON
           DISPLAY ' CITIZENS BY BIRTH DATE .... ', WS-LUN-BY-DATE
           DISPLAY '    OF WHICH NO NCEPHEM DAY  ', WS-LUN-NO-EPH
           IF WS-PAIRS-NS > ZERO THEN
              DISPLAY 'WARNING: BIRTH YEARS OUTSIDE EVERY NCNBND SET ',
                 '- EXTEND THE CONTROL DATASET'
           END-IF
           DISPLAY WS-HLINE
           EXIT.
      ******************************************************************
       PARA-SQL-ERROR.
      ************** DB2 Error Handling Routine
           DISPLAY '*************************************************'
           DISPLAY '**** E R R O R M E S S A G E S ****'
           DISPLAY '*************************************************'
           DISPLAY '* Problem in paragraph: NCGUNMIL'
           DISPLAY '*'
           DISPLAY '* SQLCODE: ' SQLCODE
           DISPLAY '*************************************************'
           MOVE 8 TO RETURN-CODE
           CALL "CEE3ABD" USING ABEND-CODE , TIMING
           EXIT.
