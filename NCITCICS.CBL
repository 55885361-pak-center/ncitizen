      *          VERSION:    ALPHA
      *
      *    SCREEN ACTIONS
      *          I = INQUIRY BY CITIZEN ID (WITH THE PARENTS ON
      *              RECORD IN CITIZENS_REL AND THE CHILD COUNT, AND
      *              FOR THE LIVING THE VIMSHOTTARI MAHADASHA AND
      *              ANTARDASHA RUNNING TODAY WITH THEIR END DATES)
      *          A = ADD (BDATE, GENDER, ALIVE REQUIRED)
      *          C = CHANGE (ID REQUIRED, BLANK FIELD = UNCHANGED;
      *              '----' IN BIRTH TIME REMOVES IT). A DIFFERENT
      *              REGION TRANSFERS THE CITIZEN TO THAT REGIONAL
      *              REGISTRY AT ONCE - SO NOT IN THE SAME 'C' AS A
      *              BIRTH DATE, DEATH DATE OR ALIVE FLAG (SEE BELOW)
      *          X = INACTIVATE (ID REQUIRED, DDATE OPTIONAL)
      *          AN 'X', AND A 'C' THAT KEYS A BIRTH DATE, DEATH DATE
      *          OR ALIVE FLAG, IS NOT APPLIED BY THE CLERK WHO KEYS
      *          IT: THE WHOLE CHANGE IS QUEUED AS ONE CITIZENS_PEND
      *          ROW (LAYOUT IN NCITMAIN'S HEADER) AND SHOWS ITS
      *          PENDING ID. CITIZENS AND CITIZENS_HIST ONLY CHANGE
      *          WHEN A SUPERVISOR APPROVES IT UNDER ACTION 'P'
      *          M = ASHTAKOOTA (GUNA MILAN) COMPATIBILITY OF THE
      *              CITIZEN ID AND THE PARTNER ID - THE EIGHT
      *              KOOTA SCORES, THE TOTAL OUT OF 36 AND ITS
      *              VERDICT. THE MALE PARTNER IS SCORED AS THE
      *              GROOM; FOR ANY OTHER PAIRING THE CITIZEN ID IS.
      *              NCGUNMIL SCORES A WHOLE FILE OF PAIRS IN BATCH
      *          P = PENDING APPROVALS (SUPERVISOR SCREEN NCITPND,
      *              NCAUTHV MODE 'AP') - THE OPEN CITIZENS_PEND
      *              ITEMS OLDEST FIRST, 10 A PAGE, PF7/PF8 SCROLL.
      *              'A' ON A LINE APPROVES, 'R' REJECTS. NOBODY
      *              DECIDES AN ITEM THEY KEYED THEMSELVES - THAT IS
      *              REFUSED AND LOGGED TO NCSECLV. AN APPROVAL
      *              APPLIES THE CHANGE AND WRITES ITS CITIZENS_HIST
      *              ROW WITH THE MAKER IN CHG_USER, THE APPROVER IN
      *              APPR_USER AND ORIGIN 'A', ONE SYNCPOINT PER ITEM
      *          PF3/CLEAR = EXIT
      *
      *    NOTE
      *          DEFINED DEFAULT SET (SAME SHAPE AS WS-NTAB-LOOKUP
      *          IN NCITIZEN). THE BATCH SIDE'S NCNBND EFFECTIVE-
      *          DATED CONTROL DATASET REMAINS THE REPORTING SOURCE
      *          OF TRUTH - THE SCREEN VALUE IS A CLERK'S AID. THE
      *          'M' SCORING CLASSIFIES BY BIRTH DATE ON THE SAME
      *          DEFAULT SET (RASHI BY THE MONTH-DAY TABLE NCITIZEN
      *          TALLIES WITH); NCGUNMIL USES NCNBND AND, WHERE A
      *          BIRTH TIME IS ON RECORD, THE NCEPHEM MOON. THE
      *          INQUIRY'S DASHA LINE IS DATE-ONLY ON THE DEFAULT SET
      *          TOO; NCITIZEN'S 'ID' CARD IS THE REFERENCE
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
        05 WS-QDDATE            PIC   X(10).
        05 WS-QNAME             PIC   X(30).
        05 WS-QBPLACE           PIC   X(20).
      *    BIRTH TIME AS DB2'S ISO TIME STRING 'HH.MM.SS'
        05 WS-QBTIME            PIC   X(8).
        05 WS-QBTIME-IND        PIC   S9(4) COMP-5.
        05 WS-QBTIME-SW         PIC   X VALUE 'N'.
      *    REGIONAL REGISTRY (CITIZENS.REGION, NOT NULL DEFAULT '00')
        05 WS-QREGION           PIC   X(2).
        05 WS-QREGION-SW        PIC   X VALUE 'N'.
        05 WS-QDDATE-IND        PIC   S9(4) COMP-5.
        05 WS-QBDATE-IND        PIC   S9(4) COMP-5.
        05 WS-QGENDER-IND       PIC   S9(4) COMP-5.
        05 WS-QOLD-DDATE-IND    PIC   S9(4) COMP-5.
        05 WS-QOLD-NAME-IND     PIC   S9(4) COMP-5.
        05 WS-QOLD-BPLACE-IND   PIC   S9(4) COMP-5.
        05 WS-QOLD-BTIME        PIC   X(8).
        05 WS-QOLD-BTIME-IND    PIC   S9(4) COMP-5.
        05 WS-QOLD-REGION       PIC   X(2).
        05 WS-QOLD-REGION-IND   PIC   S9(4) COMP-5.
      *    SET (INDICATOR NOT NEGATIVE) WHEN THE ROW WAS MERGED AWAY -
      *    NO CHANGE MAY GO ON IT, THE SWEEPS ONLY COUNT THE SURVIVOR
        05 WS-QOLD-MERGED       PIC   9(9).
        05 WS-QOLD-MERGED-IND   PIC   S9(4) COMP-5.
        05 WS-QNEW-BDATE        PIC   X(10).
        05 WS-QNEW-GENDER       PIC   9.
        05 WS-QNEW-ALIVE        PIC   9.
        05 WS-QNEW-DDATE-IND    PIC   S9(4) COMP-5.
        05 WS-QNEW-NAME-IND     PIC   S9(4) COMP-5.
        05 WS-QNEW-BPLACE-IND   PIC   S9(4) COMP-5.
        05 WS-QNEW-BTIME        PIC   X(8).
        05 WS-QNEW-BTIME-IND    PIC   S9(4) COMP-5.
        05 WS-QNEW-REGION       PIC   X(2).
        05 WS-QNEW-REGION-IND   PIC   S9(4) COMP-5.
        05 WS-QHIST-USER        PIC   X(8).
        05 WS-QHIST-ORIGIN      PIC   X.
        05 WS-QHIST-MODE        PIC   X(2).
      *    CHG_USER OF THE HISTORY ROW - THE SIGNED-ON USER, OR THE
      *    MAKER WHEN AN APPROVAL (APPR-IND ZERO) APPLIES THE CHANGE
      *    AND THE SIGNED-ON USER GOES IN APPR_USER
        05 WS-QHIST-CHG-USER    PIC   X(8).
        05 WS-QHIST-APPR-IND    PIC   S9(4) COMP-5 VALUE -1.
      ******************************************************************
      *    MAKER-CHECKER - ONE CITIZENS_PEND ITEM. THE VALUES RIDE IN
      *    WS-QBDATE..WS-QBTIME LIKE A DIRECT CHANGE; EVERY COLUMN
      *    WHOSE SWITCH IS 'N' IS NULL THROUGH ITS OWN INDICATOR
      ******************************************************************
        05 WS-QPND-ID           PIC   S9(9) COMP-5.
        05 WS-QPND-MODE         PIC   X(2).
        05 WS-QPND-SW           PIC   X(7).
        05 WS-QPND-ORIGIN       PIC   X.
        05 WS-QPND-MAKER        PIC   X(8).
        05 WS-QPND-DECISION     PIC   X.
        05 WS-QPND-CNT          PIC   S9(9) COMP-5.
        05 WS-QPND-BDATE-IND    PIC   S9(4) COMP-5.
        05 WS-QPND-GENDER-IND   PIC   S9(4) COMP-5.
        05 WS-QPND-ALIVE-IND    PIC   S9(4) COMP-5.
        05 WS-QPND-DDATE-IND    PIC   S9(4) COMP-5.
        05 WS-QPND-NAME-IND     PIC   S9(4) COMP-5.
        05 WS-QPND-BPLACE-IND   PIC   S9(4) COMP-5.
        05 WS-QPND-BTIME-IND    PIC   S9(4) COMP-5.
      *    SUPERVISOR LIST (ACTION 'P') - THE KEYSET ANCHOR AND ONE
      *    FETCHED LINE
        05 WS-QPL-ANCH-ID       PIC   S9(9) COMP-5.
        05 WS-QPL-ID            PIC   S9(9) COMP-5.
        05 WS-QPL-CITIZEN-ID    PIC   9(9).
        05 WS-QPL-MODE          PIC   X(2).
        05 WS-QPL-SW            PIC   X(7).
        05 WS-QPL-BDATE         PIC   X(10).
        05 WS-QPL-ALIVE         PIC   9.
        05 WS-QPL-DDATE         PIC   X(10).
        05 WS-QPL-MAKER         PIC   X(8).
        05 WS-QPL-AGE           PIC   S9(9) COMP-5.
        05 WS-QPL-BDATE-IND     PIC   S9(4) COMP-5.
        05 WS-QPL-ALIVE-IND     PIC   S9(4) COMP-5.
        05 WS-QPL-DDATE-IND     PIC   S9(4) COMP-5.
      ******************************************************************
      *    BROWSE (ACTION 'B') HOST VARIABLES - A BIRTH-DATE WINDOW,
      *    OPTIONAL NAKSHATRA MONTH-DAY RANGES (WS-QBR-MDSW = 1), AND
        05 WS-QBR-GENDER-IND    PIC   S9(4) COMP-5.
        05 WS-QBR-ALIVE-IND     PIC   S9(4) COMP-5.
        05 WS-QBR-NAME-IND      PIC   S9(4) COMP-5.
      *    INQUIRY - THE CITIZENS_REL PARENT LINKS (NCITMAIN 'PR')
      *    AND HOW MANY CHILDREN NAME THIS CITIZEN AS A PARENT
        05 WS-QREL-MOTHER-ID    PIC   9(9).
        05 WS-QREL-FATHER-ID    PIC   9(9).
        05 WS-QREL-MOTHER-IND   PIC   S9(4) COMP-5.
        05 WS-QREL-FATHER-IND   PIC   S9(4) COMP-5.
        05 WS-QREL-CHILDREN     PIC   S9(9) COMP-5.
      *    COMPATIBILITY (ACTION 'M') - ONE SIDE OF THE PAIR AT A TIME
        05 WS-QGM-ID            PIC   9(9).
        05 WS-QGM-BDATE         PIC   X(10).
        05 WS-QGM-GENDER        PIC   9.
        05 WS-QGM-MERGED        PIC   9(9).
        05 WS-QGM-BDATE-IND     PIC   S9(4) COMP-5.
        05 WS-QGM-GENDER-IND    PIC   S9(4) COMP-5.
        05 WS-QGM-MERGED-IND    PIC   S9(4) COMP-5.
           EXEC SQL END DECLARE SECTION
           END-EXEC.
      ******************************************************************
              FOR FETCH ONLY
           END-EXEC.
      ******************************************************************
      *    SUPERVISOR LIST - THE OPEN CITIZENS_PEND ITEMS PAST THE
      *    ANCHOR, OLDEST (LOWEST PEND_ID) FIRST, WITH THEIR AGE IN
      *    DAYS; CRSP2 IS THE BACKWARD PAGE, REVERSED ON SCREEN
      ******************************************************************
           EXEC SQL
              DECLARE CRSP1 CURSOR FOR
              SELECT
              PEND_ID, CITIZEN_ID, PEND_MODE, PEND_SW,
              PEND_BDATE, PEND_ALIVE, PEND_DDATE, MAKER_USER,
              DAYS(CURRENT DATE) - DAYS(MAKER_TS)
              FROM CITIZENS_PEND
              WHERE PEND_STATUS = 'P'
              AND PEND_ID > :WS-QPL-ANCH-ID
              ORDER BY PEND_ID
              FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE CRSP2 CURSOR FOR
              SELECT
              PEND_ID, CITIZEN_ID, PEND_MODE, PEND_SW,
              PEND_BDATE, PEND_ALIVE, PEND_DDATE, MAKER_USER,
              DAYS(CURRENT DATE) - DAYS(MAKER_TS)
              FROM CITIZENS_PEND
              WHERE PEND_STATUS = 'P'
              AND PEND_ID < :WS-QPL-ANCH-ID
              ORDER BY PEND_ID DESC
              FOR FETCH ONLY
           END-EXEC.
      ******************************************************************
      *  END OF SQL VARIABLES & STRUCTURES
      ******************************************************************
      *    SYMBOLIC MAP FOR NCITMAP (MAPSET NCITSET) - KEPT IN STEP
        05 CIDL                 PIC   S9(4) COMP.
        05 CIDF                 PIC   X.
        05 CIDI                 PIC   X(9).
        05 PIDL                 PIC   S9(4) COMP.
        05 PIDF                 PIC   X.
        05 PIDI                 PIC   X(9).
        05 BDTL                 PIC   S9(4) COMP.
        05 BDTF                 PIC   X.
        05 BDTI                 PIC   X(8).
        05 BTML                 PIC   S9(4) COMP.
        05 BTMF                 PIC   X.
        05 BTMI                 PIC   X(4).
        05 GDRL                 PIC   S9(4) COMP.
        05 GDRF                 PIC   X.
        05 GDRI                 PIC   X.
        05 REGL                 PIC   S9(4) COMP.
        05 REGF                 PIC   X.
        05 REGI                 PIC   X(2).
        05 ALVL                 PIC   S9(4) COMP.
        05 ALVF                 PIC   X.
        05 ALVI                 PIC   X.
        05 INF2L                PIC   S9(4) COMP.
        05 INF2F                PIC   X.
        05 INF2I                PIC   X(60).
        05 INF3L                PIC   S9(4) COMP.
        05 INF3F                PIC   X.
        05 INF3I                PIC   X(60).
        05 INF4L                PIC   S9(4) COMP.
        05 INF4F                PIC   X.
        05 INF4I                PIC   X(60).
        05 MSGL                 PIC   S9(4) COMP.
        05 MSGF                 PIC   X.
        05 MSGI                 PIC   X(60).
        05 FILLER               PIC   X(3).
        05 CIDO                 PIC   X(9).
        05 FILLER               PIC   X(3).
        05 PIDO                 PIC   X(9).
        05 FILLER               PIC   X(3).
        05 BDTO                 PIC   X(8).
        05 FILLER               PIC   X(3).
        05 BTMO                 PIC   X(4).
        05 FILLER               PIC   X(3).
        05 GDRO                 PIC   X.
        05 FILLER               PIC   X(3).
        05 REGO                 PIC   X(2).
        05 FILLER               PIC   X(3).
        05 ALVO                 PIC   X.
        05 FILLER               PIC   X(3).
        05 DDTO                 PIC   X(8).
        05 FILLER               PIC   X(3).
        05 INF2O                PIC   X(60).
        05 FILLER               PIC   X(3).
        05 INF3O                PIC   X(60).
        05 FILLER               PIC   X(3).
        05 INF4O                PIC   X(60).
        05 FILLER               PIC   X(3).
        05 MSGO                 PIC   X(60).
      ******************************************************************
      *    SYMBOLIC MAP FOR NCITLST (BROWSE LIST) - KEPT IN STEP WITH
        05 FILLER               PIC   X(3).
        05 MS2O                 PIC   X(60).
      ******************************************************************
      *    SYMBOLIC MAP FOR NCITPND (SUPERVISOR PENDING APPROVALS) -
      *    KEPT IN STEP WITH THE BMS SOURCE BY HAND LIKE NCITLSTI.
      *    THE 10 DECISION/LINE PAIRS MATCH THE PS01/PL01 ... PS10/
      *    PL10 TRIPLETS BMS GENERATES
      ******************************************************************
       01 NCITPNDI.
        05 FILLER               PIC   X(12).
        05 WS-PND-LINES-I.
         10 WS-PND-LINE-I OCCURS 10 TIMES.
          15 PSELL              PIC   S9(4) COMP.
          15 PSELF              PIC   X.
          15 PSELI              PIC   X.
          15 PLINL              PIC   S9(4) COMP.
          15 PLINF              PIC   X.
          15 PLINI              PIC   X(75).
        05 PMSL                 PIC   S9(4) COMP.
        05 PMSF                 PIC   X.
        05 PMSI                 PIC   X(60).
       01 NCITPNDO REDEFINES NCITPNDI.
        05 FILLER               PIC   X(12).
        05 WS-PND-LINES-O.
         10 WS-PND-LINE-O OCCURS 10 TIMES.
          15 FILLER             PIC   X(3).
          15 PSELO              PIC   X.
          15 FILLER             PIC   X(3).
          15 PLINO              PIC   X(75).
        05 FILLER               PIC   X(3).
        05 PMSO                 PIC   X(60).
      ******************************************************************
      *    27 NAKSHATRA NAME & MONTH-DAY BOUNDARY LOOKUP - DEFAULT
      *    SET, SAME SHAPE AND VALUES AS THE BATCH SIDE'S STANDARD
      *    NCNBND ROWS, BUILT ONCE PER TASK BY PARA-INIT-NTAB-LOOKUP
         10 WS-NTAB-MD-LOW2            PIC   9(4) VALUE ZERO.
         10 WS-NTAB-MD-HIGH2           PIC   9(4) VALUE ZERO.
         10 WS-NTAB-MD-BOUND           PIC   9(4).
      ******************************************************************
      *    12 RASHI NAME & MONTH-DAY BOUNDARY LOOKUP - SAME VALUES AS
      *    NCITIZEN'S WS-RTAB-LOOKUP, BUILT BY PARA-INIT-RTAB-LOOKUP
      ******************************************************************
       01 WS-RTAB-LOOKUP.
        05 WS-RTAB-ENTRY OCCURS 12 TIMES INDEXED BY INX-RTAB, INX-R.
         10 WS-RTAB-NAME               PIC   X(12).
         10 WS-RTAB-MD-LOW             PIC   9(4).
         10 WS-RTAB-MD-HIGH            PIC   9(4).
         10 WS-RTAB-MD-LOW2            PIC   9(4) VALUE ZERO.
         10 WS-RTAB-MD-HIGH2           PIC   9(4) VALUE ZERO.
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
      *    ACTION 'M' - THE TWO SIDES (1 = CITIZEN ID, 2 = PARTNER
      *    ID) AND THE KOOTA LINES FOR INF2/INF3, FOUR KOOTAS EACH
       01 WS-CMP-WORK.
        05 WS-CMP-SIDE OCCURS 2 TIMES.
         10 WS-CMP-ID          PIC   9(9).
         10 WS-CMP-GENDER      PIC   9.
         10 WS-CMP-NAK         PIC   S9(3) COMP-5.
         10 WS-CMP-RASHI       PIC   S9(3) COMP-5.
        05 WS-CMP-S            PIC   S9(3) COMP-5.
        05 WS-CMP-GROOM        PIC   S9(3) COMP-5.
        05 WS-CMP-BRIDE        PIC   S9(3) COMP-5.
        05 WS-CMP-TOTAL-D      PIC   Z9.9.
        05 WS-CMP-FOUND-SW     PIC   X.
        05 WS-CMP-LINE.
         10 WS-CMP-KOOTA OCCURS 4 TIMES.
          15 WS-CMP-K-NAME     PIC   X(8).
          15 WS-CMP-K-PTS      PIC   9.9.
          15 WS-CMP-K-SLASH    PIC   X.
          15 WS-CMP-K-MAX      PIC   9.
          15 FILLER            PIC   X(2).
      ******************************************************************
      *    VIMSHOTTARI DASHA FOR THE INQUIRY'S FOURTH LINE - SAME
      *    FIELDS AND ARITHMETIC AS NCITIZEN'S WS-DSH, PLUS THE LORD
      *    NAMES AND DAY-OF-YEAR TABLE NCITIZEN KEEPS ELSEWHERE.
      *    BUILT ONCE PER TASK BY PARA-INIT-DASHA-TABLES
      ******************************************************************
       01 WS-DSH.
        05 WS-DSH-LORD-NAME  PIC   X(8) OCCURS 9 TIMES.
        05 WS-DSH-YEARS      PIC   9(2) COMP-5 OCCURS 9 TIMES.
        05 WS-DSH-DOY-CUM    PIC   S9(3) COMP-5 OCCURS 12 TIMES.
        05 WS-DSH-NAK        PIC   S9(3) COMP-5.
        05 WS-DSH-FRAC       PIC   9V9(6).
        05 WS-DSH-BDATE      PIC   X(10).
        05 WS-DSH-ASOF       PIC   X(10).
        05 WS-DSH-YMD        PIC   9(8).
        05 WS-DSH-VALID-SW   PIC   X VALUE 'N'.
           88 WS-DSH-VALID         VALUE 'Y'.
        05 WS-DSH-MAHA       PIC   S9(3) COMP-5.
        05 WS-DSH-ANTAR      PIC   S9(3) COMP-5.
        05 WS-DSH-MAHA-END   PIC   X(10).
        05 WS-DSH-ANTAR-END  PIC   X(10).
        05 WS-DSH-BDAYNUM    PIC   S9(9) COMP-5.
        05 WS-DSH-ADAYNUM    PIC   S9(9) COMP-5.
        05 WS-DSH-ELAPSED    PIC   S9(5)V9(6).
        05 WS-DSH-DUR        PIC   S9(5)V9(6).
        05 WS-DSH-STEPS      PIC   S9(3) COMP-5.
        05 WS-DSH-OFF        PIC   S9(3) COMP-5.
        05 WS-DSH-TOTAL      PIC   S9(3) COMP-5.
        05 WS-DSH-MD         PIC   9(4).
        05 WS-DSH-DOY        PIC   S9(3) COMP-5.
        05 WS-DSH-START      PIC   S9(3) COMP-5.
        05 WS-DSH-DATE       PIC   X(10).
        05 WS-DSH-DAYNUM     PIC   S9(9) COMP-5.
        05 WS-DSH-Y          PIC   S9(5) COMP-5.
        05 WS-DSH-M          PIC   S9(3) COMP-5.
        05 WS-DSH-D          PIC   S9(3) COMP-5.
        05 WS-DSH-T1         PIC   S9(12) COMP-5.
        05 WS-DSH-T2         PIC   S9(12) COMP-5.
        05 WS-DSH-Q          PIC   S9(9) COMP-5.
        05 WS-DSH-REM        PIC   S9(9) COMP-5.
        05 WS-DSH-YYYY       PIC   9(4).
        05 WS-DSH-MM         PIC   9(2).
        05 WS-DSH-DD         PIC   9(2).
      ******************************************************************
       01 WS-WORK.
        05 WS-MONTH-DAY        PIC   9(4).
      *    THE SUCCESS TEXT (THE WHOLE UNIT OF WORK IS ROLLED BACK)
        05 WS-HIST-OK-SW       PIC   X VALUE 'Y'.
           88 WS-HIST-OK           VALUE 'Y'.
      *    ON WHEN PARA-FETCH-BEFORE-IMAGE FOUND THE ROW - A CHANGE
      *    BEING QUEUED FOR APPROVAL NEEDS A CITIZEN TO CHANGE
        05 WS-OLD-FOUND-SW     PIC   X VALUE 'N'.
           88 WS-OLD-FOUND         VALUE 'Y'.
        05 WS-RESP             PIC   S9(8) COMP.
        05 WS-SQLCODE-D        PIC   -(9)9.
      *    ATTENTION IDENTIFIER VALUES, MIRRORING DFHAID (NO
        05 WS-BR-G             PIC   X.
        05 WS-BR-A             PIC   X.
        05 WS-BR-LINE          PIC   X(70).
      *    INQUIRY PARENT/CHILD LINE (INF3)
        05 WS-REL-MOTHER-D     PIC   X(13).
        05 WS-REL-FATHER-D     PIC   X(13).
        05 WS-REL-CHILDREN-D   PIC   ZZZ9.
      *    SUPERVISOR SCREEN - ONE LIST LINE AS BUILT, THE OUTCOME
      *    COUNTS OF ONE ENTER, AND THE QUEUED ITEM'S ID ON MESSAGES
        05 WS-PND-ID-D         PIC   9(9).
        05 WS-PND-LINE.
         10 WS-PND-L-ID        PIC   9(9).
         10 FILLER             PIC   X.
         10 WS-PND-L-CITIZEN   PIC   9(9).
         10 FILLER             PIC   X.
         10 WS-PND-L-MODE      PIC   X(2).
         10 FILLER             PIC   X.
         10 WS-PND-L-MAKER     PIC   X(8).
         10 FILLER             PIC   X.
         10 WS-PND-L-AGE       PIC   ZZZ9.
         10 FILLER             PIC   X.
         10 WS-PND-L-CHANGE    PIC   X(38).
        05 WS-PND-PTR          PIC   S9(4) COMP.
        05 WS-PND-MARKS        PIC   S9(4) COMP.
        05 WS-PND-APPROVED     PIC   9(2).
        05 WS-PND-REJECTED     PIC   9(2).
        05 WS-PND-REFUSED      PIC   9(2).
        05 WS-PND-GONE         PIC   9(2).
      ******************************************************************
      *    ONLINE AUTHORITY CHECK - NCAUTHV IS THE VSAM KSDS COPY OF
      *    THE BATCH NCAUTH TABLE (KEY = USERID, SEE NCAUTHLD.JCL FOR
           88 WS-AUTH-OK           VALUE 'Y'.
        05 WS-AUTH-POS         PIC   S9(4) COMP.
        05 WS-AUTHV-LEN        PIC   S9(4) COMP VALUE 80.
      *    THE NCSECLV TEXT - THE NCAUTHV REFUSAL UNLESS THE CALLER
      *    LOGS A DIFFERENT ONE (A SUPERVISOR'S OWN PENDING ITEM)
        05 WS-SECV-REASON      PIC   X(30)
                               VALUE 'REFUSED - NOT IN NCAUTHV TABLE'.
       01 WS-SECV-R.
        05 WS-SECV-KEY.
         10 WS-SECV-USER       PIC   X(8).
         10 WS-BR-T-BDATE      PIC   X(10).
         10 WS-BR-T-LINE       PIC   X(70).
        05 WS-BR-LINE-SWAP     PIC   X(89).
      *    THE SAME PAGE-BUILD TABLE FOR THE SUPERVISOR LIST
       01 WS-PND-TEMP.
        05 WS-PND-T-ENTRY OCCURS 10 TIMES.
         10 WS-PND-T-ID        PIC   9(9).
         10 WS-PND-T-LINE      PIC   X(75).
        05 WS-PND-LINE-SWAP    PIC   X(84).
      ******************************************************************
      *    THE COMMAREA NOW CARRIES THE BROWSE STATE ACROSS THE
      *    PSEUDO-CONVERSATION: STATE '1' = MAIN MAP ON SCREEN, '2' =
      *    LIST MAP; THE QUERY CRITERIA; THE KEYSET ANCHORS OF THE
      *    PAGE ON SCREEN (TOP FOR PF7, BOTTOM FOR PF8); AND THE 10
      *    CITIZEN IDS BEHIND THE LINES, FOR THE 'S' SELECTION.
      *    STATE '3' = SUPERVISOR PENDING LIST, WHICH KEEPS ITS
      *    PEND_ID ANCHORS AND LINE IDS IN THE SAME BYTES.
      *    154 BYTES - THE RETURN LENGTH BELOW MUST MATCH
      ******************************************************************
       01 WS-COMM-AREA.
         10 WS-COMM-BOT-ID     PIC   9(9).
         10 WS-COMM-LINE-CNT   PIC   9(2).
         10 WS-COMM-LINE-ID    PIC   9(9) OCCURS 10 TIMES.
        05 WS-COMM-PEND REDEFINES WS-COMM-BROWSE.
         10 WS-COMM-PND-TOP    PIC   9(9).
         10 WS-COMM-PND-BOT    PIC   9(9).
         10 WS-COMM-PND-CNT    PIC   9(2).
         10 WS-COMM-PND-ID     PIC   9(9) OCCURS 10 TIMES.
         10 FILLER             PIC   X(43).
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA.
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM PARA-INIT-NTAB-LOOKUP
           PERFORM PARA-INIT-RTAB-LOOKUP
           PERFORM PARA-INIT-KOOTA-TABLES
           PERFORM PARA-INIT-DASHA-TABLES
      *    THE SIGNED-ON USER GOES ON EVERY CHANGE-HISTORY ROW
           EXEC CICS ASSIGN USERID(WS-QHIST-USER)
           END-EXEC
      *    THE LIST MAP IS ON THE SCREEN - BROWSE PROCESSING OWNS
      *    THE WHOLE INTERACTION (SEARCH, SCROLL, SELECT)
              PERFORM PARA-LIST-PROCESS
           ELSE
           IF WS-COMM-STATE = '3' THEN
      *    THE SUPERVISOR LIST IS ON THE SCREEN - SAME OWNERSHIP
              PERFORM PARA-PEND-PROCESS
           ELSE
              EXEC CICS RECEIVE MAP('NCITMAP') MAPSET('NCITSET')
                 INTO(NCITMAPI) RESP(WS-RESP)
                 END-EXEC
              ELSE
      *    UNKEYED FIELDS COME BACK AS LOW-VALUES, NOT SPACES (NONE
      *    ARE FSET IN THE MAP) - NORMALIZE THE INPUT DATA FIELDS
      *    SO EVERY "BLANK = OMITTED/UNCHANGED" TEST BELOW SEES
      *    SPACES. ONLY THE DATA FIELDS: SPACING THE LL HALFWORDS
      *    AND ATTRIBUTE BYTES WOULD SEND X'40' AS A LIVE 3270
                 IF CIDI = LOW-VALUES
                    MOVE SPACES TO CIDI
                 END-IF
                 IF PIDI = LOW-VALUES
                    MOVE SPACES TO PIDI
                 END-IF
                 IF BDTI = LOW-VALUES
                    MOVE SPACES TO BDTI
                 END-IF
                 IF BTMI = LOW-VALUES
                    MOVE SPACES TO BTMI
                 END-IF
                 IF GDRI = LOW-VALUES
                    MOVE SPACES TO GDRI
                 END-IF
                 IF REGI = LOW-VALUES
                    MOVE SPACES TO REGI
                 END-IF
                 IF ALVI = LOW-VALUES
                    MOVE SPACES TO ALVI
                 END-IF
                 MOVE SPACES TO MSGO
                 MOVE SPACES TO INF1O
                 MOVE SPACES TO INF2O
                 MOVE SPACES TO INF3O
                 MOVE SPACES TO INF4O
                 PERFORM PARA-DISPATCH-ACTION
      *    ACTIONS 'B' AND 'P' HAVE ALREADY PUT THEIR OWN MAP UP -
      *    DO NOT OVERLAY IT WITH THE MAIN MAP'S DATA
                 IF WS-MAP-SENT-SW NOT = 'L' THEN
                    MOVE '1' TO WS-COMM-STATE
                    EXEC CICS SEND MAP('NCITMAP') MAPSET('NCITSET')
              END-IF
           END-IF
           END-IF
           END-IF
           EXEC CICS RETURN TRANSID('NCIT')
              COMMAREA(WS-COMM-AREA) LENGTH(154)
           END-EXEC.
              WHEN 'B'
      *    BROWSE - SWITCH TO THE LIST MAP; CRITERIA ARE KEYED THERE
                 PERFORM PARA-BROWSE-START
              WHEN 'M'
                 PERFORM PARA-VALIDATE-ID
                 PERFORM PARA-VALIDATE-PARTNER
                 IF NOT WS-FIELD-ERROR THEN
                    PERFORM PARA-COMPATIBILITY
                 END-IF
              WHEN 'P'
      *    SUPERVISOR PENDING APPROVALS - ONLY FOR 'AP' HOLDERS
                 MOVE 'AP' TO WS-AUTH-MODE
                 PERFORM PARA-CHECK-AUTHORITY-ONLINE
                 IF WS-AUTH-OK THEN
                    PERFORM PARA-PEND-START
                 END-IF
              WHEN OTHER
                 MOVE 'ACTION MUST BE I, A, C, X, B, M OR P' TO MSGO
           END-EVALUATE
           EXIT.
      ******************************************************************
              MOVE 'Y' TO WS-ERR-SW
           END-IF
           EXIT.
       PARA-VALIDATE-PARTNER.
           IF PIDI NOT NUMERIC OR PIDI = ZEROES THEN
              MOVE 'PARTNER ID MUST BE A NON-ZERO 9-DIGIT NUMBER'
                 TO MSGO
              MOVE 'Y' TO WS-ERR-SW
           ELSE
              IF PIDI = CIDI THEN
                 MOVE 'PARTNER ID MUST DIFFER FROM THE CITIZEN ID'
                    TO MSGO
                 MOVE 'Y' TO WS-ERR-SW
              END-IF
           END-IF
           EXIT.
       PARA-VALIDATE-ADD.
           IF BDTI NOT NUMERIC THEN
              MOVE 'BIRTH DATE MUST BE YYYYMMDD' TO MSGO
              MOVE 'DEATH DATE MUST BE YYYYMMDD OR BLANK' TO MSGO
              MOVE 'Y' TO WS-ERR-SW
           END-IF
           IF BTMI NOT = SPACES AND BTMI NOT = '----' THEN
              IF BTMI NOT NUMERIC OR BTMI(1:2) > '23'
                 OR BTMI(3:2) > '59' THEN
                 MOVE 'BIRTH TIME MUST BE HHMM (0000-2359) OR BLANK'
                    TO MSGO
                 MOVE 'Y' TO WS-ERR-SW
              END-IF
           END-IF
      *    REGION - TWO LETTERS/DIGITS, SAME RULE AS NCITMAIN. '**'
      *    IS NCITIZEN'S NATIONAL SWEEP, NOT A REGISTRY
           IF REGI NOT = SPACES THEN
              IF REGI = '**' OR REGI(1:1) = SPACE
                 OR REGI(2:1) = SPACE
                 OR (REGI(1:1) NOT NUMERIC AND
                     REGI(1:1) NOT ALPHABETIC-UPPER)
                 OR (REGI(2:1) NOT NUMERIC AND
                     REGI(2:1) NOT ALPHABETIC-UPPER) THEN
                 MOVE 'REGION MUST BE 2 LETTERS/DIGITS OR BLANK'
                    TO MSGO
                 MOVE 'Y' TO WS-ERR-SW
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH INQUIRY - ONE ROW, PLUS THE COMPUTED NAKSHATRA
      *    FROM THE WS-NTAB-LOOKUP BOUNDARIES AND THE PARENT LINKS
      ******************************************************************
       PARA-INQUIRY.
           MOVE CIDI TO WS-QCITIZEN-ID
           EXEC SQL
              SELECT BDATE, GENDER, ALIVE, DDATE, NAME, BPLACE,
                     BTIME, REGION
              INTO :WS-QBDATE :WS-QBDATE-IND,
                   :WS-QGENDER :WS-QGENDER-IND,
                   :WS-QALIVE :WS-QALIVE-IND,
                   :WS-QDDATE :WS-QDDATE-IND,
                   :WS-QNAME :WS-QNAME-IND,
                   :WS-QBPLACE :WS-QBPLACE-IND,
                   :WS-QBTIME :WS-QBTIME-IND,
                   :WS-QREGION
              FROM CITIZENS
              WHERE CITIZEN_ID = :WS-QCITIZEN-ID
           END-EXEC
       PARA-FORMAT-INQUIRY.
           MOVE SPACES TO INF1O
           MOVE SPACES TO INF2O
           MOVE SPACES TO INF3O
           MOVE SPACES TO INF4O
      *    ECHO NAME AND BIRTHPLACE INTO THEIR SCREEN FIELDS SO THE
      *    CLERK CONFIRMS THE PERSON BEFORE READING ANYTHING OUT
           IF WS-QNAME-IND < 0 THEN
           ELSE
              MOVE WS-QBPLACE TO BPLO
           END-IF
           IF WS-QBTIME-IND < 0 THEN
              MOVE SPACES TO BTMO
           ELSE
              STRING WS-QBTIME(1:2) WS-QBTIME(4:2)
                 DELIMITED BY SIZE INTO BTMO
              END-STRING
           END-IF
           MOVE WS-QREGION TO REGO
           EVALUATE TRUE
              WHEN WS-QBDATE-IND < 0
                 STRING 'BDATE: NOT ON RECORD' DELIMITED BY SIZE
                    DELIMITED BY SIZE INTO INF2O
                 END-STRING
              END-IF
      *    RUNNING DASHA ONLY FOR THE LIVING
              IF WS-QALIVE-IND NOT < 0 AND WS-QALIVE = 1 THEN
                 PERFORM PARA-FORMAT-DASHA
              END-IF
           END-IF
           PERFORM PARA-FORMAT-RELATIONS
           IF MSGO = SPACES THEN
              MOVE 'INQUIRY COMPLETE' TO MSGO
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH FORMAT RELATIONS - THIRD INFO LINE: THE MOTHER
      *    AND FATHER ON RECORD IN CITIZENS_REL AND THE NUMBER OF
      *    CHILDREN LINKED TO THIS CITIZEN. NOT HAVING A ROW (+100) IS
      *    NORMAL - MOST REGISTRATIONS PREDATE THE REGISTER
      ******************************************************************
       PARA-FORMAT-RELATIONS.
           MOVE ZERO TO WS-QREL-CHILDREN
           EXEC SQL
              SELECT MOTHER_ID, FATHER_ID
              INTO :WS-QREL-MOTHER-ID :WS-QREL-MOTHER-IND,
                   :WS-QREL-FATHER-ID :WS-QREL-FATHER-IND
              FROM CITIZENS_REL
              WHERE CITIZEN_ID = :WS-QCITIZEN-ID
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZERO
                 CONTINUE
              WHEN +100
                 MOVE -1 TO WS-QREL-MOTHER-IND
                 MOVE -1 TO WS-QREL-FATHER-IND
              WHEN OTHER
                 PERFORM PARA-SQL-ERROR
           END-EVALUATE
           IF SQLCODE = ZERO OR SQLCODE = +100 THEN
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :WS-QREL-CHILDREN
                 FROM CITIZENS_REL
                 WHERE MOTHER_ID = :WS-QCITIZEN-ID
                 OR FATHER_ID = :WS-QCITIZEN-ID
              END-EXEC
              IF SQLCODE NOT = ZERO THEN
                 PERFORM PARA-SQL-ERROR
              ELSE
                 MOVE WS-QREL-CHILDREN TO WS-REL-CHILDREN-D
                 MOVE 'NOT ON RECORD' TO WS-REL-MOTHER-D
                 MOVE 'NOT ON RECORD' TO WS-REL-FATHER-D
                 IF WS-QREL-MOTHER-IND NOT < 0 THEN
                    MOVE WS-QREL-MOTHER-ID TO WS-REL-MOTHER-D
                 END-IF
                 IF WS-QREL-FATHER-IND NOT < 0 THEN
                    MOVE WS-QREL-FATHER-ID TO WS-REL-FATHER-D
                 END-IF
                 STRING 'MOTHER: ' WS-REL-MOTHER-D
                    ' FATHER: ' WS-REL-FATHER-D
                    ' CHILDREN: ' WS-REL-CHILDREN-D
                    DELIMITED BY SIZE INTO INF3O
                 END-STRING
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH FORMAT DASHA - FOURTH INFO LINE: THE VIMSHOTTARI
      *    MAHADASHA AND ANTARDASHA RUNNING TODAY AND THE DATE EACH
      *    ENDS. NEEDS INX-N, WS-NU AND WS-MONTH-DAY FROM
      *    PARA-FIND-NAKSHATRA. DATE ONLY - THE BATCH 'ID' CARD USES
      *    NCNBND AND THE NCEPHEM MOON, SO THE TWO CAN DIFFER BY A
      *    FEW DAYS ON THE END DATES
      ******************************************************************
       PARA-FORMAT-DASHA.
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
              YYYYMMDD(WS-DATE-YMD) TIME(WS-TIME-HHMMSS)
           END-EXEC
           MOVE WS-DATE-YMD TO WS-DSH-YMD
           STRING WS-DSH-YMD(1:4) '-' WS-DSH-YMD(5:2) '-'
              WS-DSH-YMD(7:2)
              DELIMITED BY SIZE INTO WS-DSH-ASOF
           END-STRING
           MOVE WS-QBDATE TO WS-DSH-BDATE
           PERFORM PARA-DASHA-FRACTION
           PERFORM PARA-DASHA-COMPUTE
           IF WS-DSH-VALID THEN
              STRING 'MAHADASHA ' DELIMITED BY SIZE
                 WS-DSH-LORD-NAME(WS-DSH-MAHA) DELIMITED BY SPACE
                 ' TO ' DELIMITED BY SIZE
                 WS-DSH-MAHA-END DELIMITED BY SIZE
                 '  ANTAR ' DELIMITED BY SIZE
                 WS-DSH-LORD-NAME(WS-DSH-ANTAR) DELIMITED BY SPACE
                 ' TO ' DELIMITED BY SIZE
                 WS-DSH-ANTAR-END DELIMITED BY SIZE
                 INTO INF4O
              END-STRING
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH DASHA FRACTION - BIRTH NAKSHATRA AND THE SHARE OF
      *    IT ALREADY CROSSED AT BIRTH: THE BIRTH DAY'S PLACE (MIDDLE
      *    OF THE DAY) IN THE NAKSHATRA'S DAY-OF-YEAR RANGE, THE
      *    BOUNDARY DAY BEING THE LAST DAY - THE SAME ARITHMETIC AS
      *    NCITIZEN'S PARA-DASHA-FROM-DATE (NON-LEAP DAY OF YEAR)
      ******************************************************************
       PARA-DASHA-FRACTION.
           SET WS-DSH-NAK TO INX-N
           MOVE WS-NTAB-MD-LOW(INX-N) TO WS-DSH-MD
           PERFORM PARA-MD-TO-DOY
           MOVE WS-DSH-DOY TO WS-DSH-START
           IF WS-NTAB-MD-LOW2(INX-N) > 0 THEN
              MOVE WS-NTAB-MD-HIGH2(INX-N) TO WS-DSH-MD
           ELSE
              MOVE WS-NTAB-MD-HIGH(INX-N) TO WS-DSH-MD
           END-IF
           PERFORM PARA-MD-TO-DOY
           IF WS-DSH-DOY < WS-DSH-START THEN
              ADD 365 TO WS-DSH-DOY
           END-IF
           COMPUTE WS-DSH-TOTAL = WS-DSH-DOY - WS-DSH-START + 1
           IF WS-NTAB-MD-BOUND(INX-N) > 0 THEN
              ADD 1 TO WS-DSH-TOTAL
           END-IF
           IF WS-NU = 1 THEN
              COMPUTE WS-DSH-OFF = WS-DSH-TOTAL - 1
           ELSE
              MOVE WS-MONTH-DAY TO WS-DSH-MD
              PERFORM PARA-MD-TO-DOY
              COMPUTE WS-DSH-OFF = WS-DSH-DOY - WS-DSH-START
              IF WS-DSH-OFF < 0 THEN
                 ADD 365 TO WS-DSH-OFF
              END-IF
              IF WS-DSH-OFF >= WS-DSH-TOTAL THEN
                 COMPUTE WS-DSH-OFF = WS-DSH-TOTAL - 1
              END-IF
           END-IF
           COMPUTE WS-DSH-FRAC = (WS-DSH-OFF + 0.5) / WS-DSH-TOTAL
           EXIT.
      ******************************************************************
      *    PARAGRAPH MD TO DOY - MMDD IN WS-DSH-MD BECOMES A 1-365
      *    DAY-OF-YEAR (NON-LEAP) IN WS-DSH-DOY
      ******************************************************************
       PARA-MD-TO-DOY.
           DIVIDE WS-DSH-MD BY 100 GIVING WS-DSH-M
              REMAINDER WS-DSH-D
           COMPUTE WS-DSH-DOY = WS-DSH-DOY-CUM(WS-DSH-M) + WS-DSH-D
           EXIT.
      ******************************************************************
      *    PARAGRAPH DASHA COMPUTE - WS-DSH-NAK/WS-DSH-FRAC AT BIRTH,
      *    WS-DSH-BDATE AND WS-DSH-ASOF IN. THE YEARS LIVED PLUS THE
      *    PART OF THE FIRST MAHADASHA ALREADY GONE AT BIRTH ARE
      *    WALKED THROUGH THE 120-YEAR CYCLE TO THE RUNNING
      *    MAHADASHA, THEN THE REMAINDER THROUGH ITS NINE
      *    ANTARDASHAS (EACH MAHA YEARS X ANTAR YEARS / 120 LONG,
      *    STARTING WITH THE MAHADASHA'S OWN LORD). OUT: WS-DSH-MAHA,
      *    WS-DSH-ANTAR (LORD NUMBERS) AND THE DATE EACH ENDS.
      *    WS-DSH-VALID='N' WHEN THE AS-OF DATE IS BEFORE BIRTH
      ******************************************************************
       PARA-DASHA-COMPUTE.
           MOVE 'N' TO WS-DSH-VALID-SW
           MOVE WS-DSH-BDATE TO WS-DSH-DATE
           PERFORM PARA-DATE-TO-DAYNUM
           MOVE WS-DSH-DAYNUM TO WS-DSH-BDAYNUM
           MOVE WS-DSH-ASOF TO WS-DSH-DATE
           PERFORM PARA-DATE-TO-DAYNUM
           MOVE WS-DSH-DAYNUM TO WS-DSH-ADAYNUM
           IF WS-DSH-ADAYNUM >= WS-DSH-BDAYNUM THEN
              MOVE 'Y' TO WS-DSH-VALID-SW
      *    VIMSHOTTARI LORD OF THE NAKSHATRA - KETU THROUGH MERCURY
      *    REPEATING EVERY 9 NAKSHATRAS
              COMPUTE WS-DSH-T1 = WS-DSH-NAK - 1
              DIVIDE WS-DSH-T1 BY 9 GIVING WS-DSH-T2
                 REMAINDER WS-DSH-MAHA
              ADD 1 TO WS-DSH-MAHA
              COMPUTE WS-DSH-ELAPSED =
                 WS-DSH-FRAC * WS-DSH-YEARS(WS-DSH-MAHA)
                 + (WS-DSH-ADAYNUM - WS-DSH-BDAYNUM) / 365.25
              PERFORM UNTIL WS-DSH-ELAPSED < WS-DSH-YEARS(WS-DSH-MAHA)
                 SUBTRACT WS-DSH-YEARS(WS-DSH-MAHA) FROM WS-DSH-ELAPSED
                 IF WS-DSH-MAHA = 9 THEN
                    MOVE 1 TO WS-DSH-MAHA
                 ELSE
                    ADD 1 TO WS-DSH-MAHA
                 END-IF
              END-PERFORM
              COMPUTE WS-DSH-DAYNUM ROUNDED = WS-DSH-ADAYNUM +
                 (WS-DSH-YEARS(WS-DSH-MAHA) - WS-DSH-ELAPSED) * 365.25
              PERFORM PARA-DAYNUM-TO-DATE
              MOVE WS-DSH-DATE TO WS-DSH-MAHA-END
      *    ANTARDASHAS - THE LAST ONE ALSO STOPS THE WALK, SO A
      *    ROUNDING SLIVER AT THE VERY END CANNOT WRAP ROUND
              MOVE WS-DSH-MAHA TO WS-DSH-ANTAR
              MOVE 1 TO WS-DSH-STEPS
              COMPUTE WS-DSH-DUR = WS-DSH-YEARS(WS-DSH-MAHA)
                 * WS-DSH-YEARS(WS-DSH-ANTAR) / 120
              PERFORM UNTIL WS-DSH-ELAPSED < WS-DSH-DUR
                 OR WS-DSH-STEPS = 9
                 SUBTRACT WS-DSH-DUR FROM WS-DSH-ELAPSED
                 ADD 1 TO WS-DSH-STEPS
                 IF WS-DSH-ANTAR = 9 THEN
                    MOVE 1 TO WS-DSH-ANTAR
                 ELSE
                    ADD 1 TO WS-DSH-ANTAR
                 END-IF
                 COMPUTE WS-DSH-DUR = WS-DSH-YEARS(WS-DSH-MAHA)
                    * WS-DSH-YEARS(WS-DSH-ANTAR) / 120
              END-PERFORM
              IF WS-DSH-STEPS = 9 THEN
                 MOVE WS-DSH-MAHA-END TO WS-DSH-ANTAR-END
              ELSE
                 COMPUTE WS-DSH-DAYNUM ROUNDED = WS-DSH-ADAYNUM +
                    (WS-DSH-DUR - WS-DSH-ELAPSED) * 365.25
                 PERFORM PARA-DAYNUM-TO-DATE
                 MOVE WS-DSH-DATE TO WS-DSH-ANTAR-END
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH DATE TO DAYNUM - 'YYYY-MM-DD' IN WS-DSH-DATE TO A
      *    CIVIL DAY NUMBER IN WS-DSH-DAYNUM (YEAR COUNTED FROM MARCH
      *    SO THE LEAP DAY FALLS LAST). EVERY DIVISION IS A DIVIDE SO
      *    EACH TERM IS FLOORED ON ITS OWN
      ******************************************************************
       PARA-DATE-TO-DAYNUM.
           MOVE WS-DSH-DATE(1:4) TO WS-DSH-YYYY
           MOVE WS-DSH-DATE(6:2) TO WS-DSH-MM
           MOVE WS-DSH-DATE(9:2) TO WS-DSH-DD
           MOVE WS-DSH-YYYY TO WS-DSH-Y
           COMPUTE WS-DSH-T1 = WS-DSH-MM + 9
           DIVIDE WS-DSH-T1 BY 12 GIVING WS-DSH-T2
              REMAINDER WS-DSH-M
           DIVIDE WS-DSH-M BY 10 GIVING WS-DSH-T2
           SUBTRACT WS-DSH-T2 FROM WS-DSH-Y
           PERFORM PARA-DAYNUM-YEAR-START
           COMPUTE WS-DSH-T1 = WS-DSH-M * 306 + 5
           DIVIDE WS-DSH-T1 BY 10 GIVING WS-DSH-T1
           COMPUTE WS-DSH-DAYNUM = WS-DSH-T2 + WS-DSH-T1
              + WS-DSH-DD - 1
           EXIT.
      ******************************************************************
      *    PARAGRAPH DAYNUM TO DATE - REVERSE OF PARA-DATE-TO-DAYNUM,
      *    WS-DSH-DAYNUM BACK TO 'YYYY-MM-DD' IN WS-DSH-DATE
      ******************************************************************
       PARA-DAYNUM-TO-DATE.
           COMPUTE WS-DSH-T1 = WS-DSH-DAYNUM * 10000 + 14780
           DIVIDE WS-DSH-T1 BY 3652425 GIVING WS-DSH-Y
           PERFORM PARA-DAYNUM-YEAR-START
           COMPUTE WS-DSH-REM = WS-DSH-DAYNUM - WS-DSH-T2
           IF WS-DSH-REM < 0 THEN
              SUBTRACT 1 FROM WS-DSH-Y
              PERFORM PARA-DAYNUM-YEAR-START
              COMPUTE WS-DSH-REM = WS-DSH-DAYNUM - WS-DSH-T2
           END-IF
           COMPUTE WS-DSH-T1 = WS-DSH-REM * 100 + 52
           DIVIDE WS-DSH-T1 BY 3060 GIVING WS-DSH-M
           COMPUTE WS-DSH-T1 = WS-DSH-M * 306 + 5
           DIVIDE WS-DSH-T1 BY 10 GIVING WS-DSH-T1
           COMPUTE WS-DSH-D = WS-DSH-REM - WS-DSH-T1 + 1
           COMPUTE WS-DSH-T1 = WS-DSH-M + 2
           DIVIDE WS-DSH-T1 BY 12 GIVING WS-DSH-T2
              REMAINDER WS-DSH-M
           ADD 1 TO WS-DSH-M
           ADD WS-DSH-T2 TO WS-DSH-Y
           MOVE WS-DSH-Y TO WS-DSH-YYYY
           MOVE WS-DSH-M TO WS-DSH-MM
           MOVE WS-DSH-D TO WS-DSH-DD
           STRING WS-DSH-YYYY '-' WS-DSH-MM '-' WS-DSH-DD
              DELIMITED BY SIZE INTO WS-DSH-DATE
           END-STRING
           EXIT.
      ******************************************************************
      *    PARAGRAPH DAYNUM YEAR START - DAYS BEFORE 1 MARCH OF THE
      *    MARCH-BASED YEAR WS-DSH-Y INTO WS-DSH-T2
      *    (365Y + Y/4 - Y/100 + Y/400, EACH QUOTIENT FLOORED)
      ******************************************************************
       PARA-DAYNUM-YEAR-START.
           COMPUTE WS-DSH-T2 = WS-DSH-Y * 365
           DIVIDE WS-DSH-Y BY 4 GIVING WS-DSH-Q
           ADD WS-DSH-Q TO WS-DSH-T2
           DIVIDE WS-DSH-Y BY 100 GIVING WS-DSH-Q
           SUBTRACT WS-DSH-Q FROM WS-DSH-T2
           DIVIDE WS-DSH-Y BY 400 GIVING WS-DSH-Q
           ADD WS-DSH-Q TO WS-DSH-T2
           EXIT.
      ******************************************************************
      *    PARAGRAPH ADD CITIZEN - SAME INSERT AS NCITMAIN'S
              MOVE BPLI TO WS-QBPLACE
              MOVE ZERO TO WS-QBPLACE-IND
           END-IF
           IF BTMI = SPACES OR BTMI = '----' THEN
              MOVE SPACES TO WS-QBTIME
              MOVE -1 TO WS-QBTIME-IND
           ELSE
              STRING BTMI(1:2) '.' BTMI(3:2) '.00'
                 DELIMITED BY SIZE INTO WS-QBTIME
              MOVE ZERO TO WS-QBTIME-IND
           END-IF
           IF REGI = SPACES THEN
              MOVE '00' TO WS-QREGION
           ELSE
              MOVE REGI TO WS-QREGION
           END-IF
      *    CHG_TS - SAME CHANGE-CAPTURE STAMP NCITMAIN SETS, SO THE
      *    INCREMENTAL NCITIZEN SWEEP SEES ONLINE CHANGES TOO
           EXEC SQL
              INSERT INTO CITIZENS
                 (BDATE, GENDER, ALIVE, DDATE, NAME, BPLACE, BTIME,
                  REGION, CHG_TS)
              VALUES
                 (:WS-QBDATE, :WS-QGENDER, :WS-QALIVE,
                  :WS-QDDATE :WS-QDDATE-IND,
                  :WS-QNAME :WS-QNAME-IND,
                  :WS-QBPLACE :WS-QBPLACE-IND,
                  :WS-QBTIME :WS-QBTIME-IND, :WS-QREGION,
                  CURRENT TIMESTAMP)
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZERO
           MOVE 'N' TO WS-QDDATE-SW
           MOVE 'N' TO WS-QNAME-SW
           MOVE 'N' TO WS-QBPLACE-SW
           MOVE 'N' TO WS-QBTIME-SW
           MOVE 'N' TO WS-QREGION-SW
           IF BDTI NOT = SPACES THEN
              STRING BDTI(1:4) '-' BDTI(5:2) '-' BDTI(7:2)
                 DELIMITED BY SIZE INTO WS-QBDATE
              MOVE BPLI TO WS-QBPLACE
              MOVE 'Y' TO WS-QBPLACE-SW
           END-IF
           IF BTMI = '----' THEN
              MOVE SPACES TO WS-QBTIME
              MOVE -1 TO WS-QBTIME-IND
              MOVE 'Y' TO WS-QBTIME-SW
           ELSE
           IF BTMI NOT = SPACES THEN
              STRING BTMI(1:2) '.' BTMI(3:2) '.00'
                 DELIMITED BY SIZE INTO WS-QBTIME
              MOVE ZERO TO WS-QBTIME-IND
              MOVE 'Y' TO WS-QBTIME-SW
           END-IF
           END-IF
      *    THE INQUIRY ECHOES THE CURRENT REGION INTO THE FIELD, SO
      *    ONLY A DIFFERENT ONE IS A TRANSFER
           IF REGI NOT = SPACES THEN
              IF NOT WS-OLD-FOUND OR REGI NOT = WS-QOLD-REGION THEN
                 MOVE REGI TO WS-QREGION
                 MOVE 'Y' TO WS-QREGION-SW
              END-IF
           END-IF
      *    A NEW BIRTH DATE, DEATH DATE OR ALIVE FLAG WAITS FOR A
      *    SUPERVISOR - SAME RULE AS NCITMAIN'S PARA-CHANGE-CITIZEN,
      *    WHICH ALSO KEEPS A REGION TRANSFER OUT OF A QUEUED CHANGE
      *    AND ANY CHANGE OFF A MERGED-AWAY ROW
           IF WS-OLD-FOUND AND WS-QOLD-MERGED-IND NOT < 0 THEN
              PERFORM PARA-REJECT-MERGED
           ELSE
           IF WS-QBDATE-SW = 'Y' OR WS-QDDATE-SW = 'Y'
              OR WS-QALIVE-SW = 'Y' THEN
              IF WS-QREGION-SW = 'Y' AND WS-OLD-FOUND THEN
                 MOVE 'TRANSFER THE REGION AS A CHANGE OF ITS OWN'
                    TO MSGO
              ELSE
                 MOVE 'CH' TO WS-QPND-MODE
                 PERFORM PARA-QUEUE-PENDING
              END-IF
           ELSE
              PERFORM PARA-CHANGE-APPLY
           END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH REJECT MERGED - THE CITIZEN ON THE SCREEN WAS
      *    MERGED AWAY; THE CLERK IS SENT TO THE SURVIVOR, AS THE
      *    COMPATIBILITY CHECK (PARA-COMPAT-FETCH) ALREADY DOES
      ******************************************************************
       PARA-REJECT-MERGED.
           MOVE SPACES TO MSGO
           STRING 'CITIZEN MERGED INTO ' WS-QOLD-MERGED
              ' - USE THAT ID'
              DELIMITED BY SIZE INTO MSGO
           END-STRING
           EXIT.
      ******************************************************************
      *    PARAGRAPH CHANGE APPLY - THE COALESCING UPDATE ITSELF, FOR
      *    A CHANGE THAT NEEDS NO APPROVAL
      ******************************************************************
       PARA-CHANGE-APPLY.
           EXEC SQL
              UPDATE CITIZENS
              SET BDATE  = CASE WHEN :WS-QBDATE-SW = 'N'
                                 THEN NAME ELSE :WS-QNAME END,
                  BPLACE = CASE WHEN :WS-QBPLACE-SW = 'N'
                                 THEN BPLACE ELSE :WS-QBPLACE END,
                  BTIME  = CASE WHEN :WS-QBTIME-SW = 'N'
                                 THEN BTIME
                                 ELSE :WS-QBTIME :WS-QBTIME-IND END,
                  REGION = CASE WHEN :WS-QREGION-SW = 'N'
                                 THEN REGION ELSE :WS-QREGION END,
                  CHG_TS = CURRENT TIMESTAMP
              WHERE CITIZEN_ID = :WS-QCITIZEN-ID
              AND MERGED_INTO IS NULL
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZERO
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH INACTIVATE CITIZEN - QUEUED FOR APPROVAL LIKE
      *    NCITMAIN'S PARA-INACTIVATE-CITIZEN: ALIVE 0 AND THE DEATH
      *    DATE FROM THE SCREEN, OR TODAY'S DATE WHEN IT IS BLANK, SO
      *    THE SUPERVISOR SEES THE DATE THAT WILL BE APPLIED
      ******************************************************************
       PARA-INACTIVATE-CITIZEN.
           MOVE CIDI TO WS-QCITIZEN-ID
           PERFORM PARA-FETCH-BEFORE-IMAGE
           MOVE 'N' TO WS-QBDATE-SW
           MOVE 'N' TO WS-QGENDER-SW
           MOVE 'Y' TO WS-QALIVE-SW
           MOVE 'Y' TO WS-QDDATE-SW
           MOVE 'N' TO WS-QNAME-SW
           MOVE 'N' TO WS-QBPLACE-SW
           MOVE 'N' TO WS-QBTIME-SW
           MOVE ZERO TO WS-QALIVE
           IF DDTI NOT = SPACES THEN
              STRING DDTI(1:4) '-' DDTI(5:2) '-' DDTI(7:2)
                 DELIMITED BY SIZE INTO WS-QDDATE
           ELSE
              EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME)
              END-EXEC
              EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
                 YYYYMMDD(WS-DATE-YMD)
              END-EXEC
              STRING WS-DATE-YMD(1:4) '-' WS-DATE-YMD(5:2) '-'
                 WS-DATE-YMD(7:2)
                 DELIMITED BY SIZE INTO WS-QDDATE
           END-IF
           MOVE 'IN' TO WS-QPND-MODE
           PERFORM PARA-QUEUE-PENDING
           EXIT.
      ******************************************************************
      *    PARAGRAPH QUEUE PENDING - THE CHANGE IN THE WS-Q*-SW
      *    SWITCHES AND VALUES BECOMES ONE CITIZENS_PEND ITEM. THE
      *    CITIZEN MUST EXIST (PARA-FETCH-BEFORE-IMAGE HAS JUST RUN,
      *    SO SQLCODE IS STILL ITS OWN), MUST NOT BE MERGED AWAY AND
      *    MAY HAVE ONLY ONE OPEN ITEM, SO TWO CHANGES CANNOT BE
      *    APPROVED OVER EACH OTHER
      ******************************************************************
       PARA-QUEUE-PENDING.
           IF NOT WS-OLD-FOUND THEN
              IF SQLCODE = +100 THEN
                 MOVE 'NO CITIZEN WITH THAT CITIZEN ID' TO MSGO
              ELSE
                 PERFORM PARA-SQL-ERROR
              END-IF
           ELSE
           IF WS-QOLD-MERGED-IND NOT < 0 THEN
              PERFORM PARA-REJECT-MERGED
           ELSE
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :WS-QPND-CNT
                 FROM CITIZENS_PEND
                 WHERE CITIZEN_ID = :WS-QCITIZEN-ID
                 AND PEND_STATUS = 'P'
              END-EXEC
              IF SQLCODE NOT = ZERO THEN
                 PERFORM PARA-SQL-ERROR
              ELSE
              IF WS-QPND-CNT > ZERO THEN
                 MOVE 'A CHANGE IS ALREADY AWAITING APPROVAL' TO MSGO
              ELSE
                 PERFORM PARA-INSERT-PENDING
              END-IF
              END-IF
           END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH INSERT PENDING - PEND_SW KEEPS THE SEVEN
      *    SWITCHES IN COLUMN ORDER; A VALUE WHOSE SWITCH IS 'N' IS
      *    STORED NULL. BTIME KEEPS ITS OWN INDICATOR, SINCE A
      *    CHANGE MAY REMOVE A BIRTH TIME
      ******************************************************************
       PARA-INSERT-PENDING.
           MOVE SPACES TO WS-QPND-SW
           STRING WS-QBDATE-SW WS-QGENDER-SW WS-QALIVE-SW
              WS-QDDATE-SW WS-QNAME-SW WS-QBPLACE-SW WS-QBTIME-SW
              DELIMITED BY SIZE INTO WS-QPND-SW
           END-STRING
           MOVE -1 TO WS-QPND-BDATE-IND
           MOVE -1 TO WS-QPND-GENDER-IND
           MOVE -1 TO WS-QPND-ALIVE-IND
           MOVE -1 TO WS-QPND-DDATE-IND
           MOVE -1 TO WS-QPND-NAME-IND
           MOVE -1 TO WS-QPND-BPLACE-IND
           MOVE -1 TO WS-QPND-BTIME-IND
           IF WS-QBDATE-SW = 'Y' THEN
              MOVE ZERO TO WS-QPND-BDATE-IND
           END-IF
           IF WS-QGENDER-SW = 'Y' THEN
              MOVE ZERO TO WS-QPND-GENDER-IND
           END-IF
           IF WS-QALIVE-SW = 'Y' THEN
              MOVE ZERO TO WS-QPND-ALIVE-IND
           END-IF
           IF WS-QDDATE-SW = 'Y' THEN
              MOVE ZERO TO WS-QPND-DDATE-IND
           END-IF
           IF WS-QNAME-SW = 'Y' THEN
              MOVE ZERO TO WS-QPND-NAME-IND
           END-IF
           IF WS-QBPLACE-SW = 'Y' THEN
              MOVE ZERO TO WS-QPND-BPLACE-IND
           END-IF
           IF WS-QBTIME-SW = 'Y' THEN
              MOVE WS-QBTIME-IND TO WS-QPND-BTIME-IND
           END-IF
           MOVE 'O' TO WS-QPND-ORIGIN
           EXEC SQL
              INSERT INTO CITIZENS_PEND
                 (CITIZEN_ID, PEND_MODE, PEND_SW,
                  PEND_BDATE, PEND_GENDER, PEND_ALIVE, PEND_DDATE,
                  PEND_NAME, PEND_BPLACE, PEND_BTIME,
                  MAKER_USER, MAKER_ORIGIN, MAKER_TS, PEND_STATUS)
              VALUES
                 (:WS-QCITIZEN-ID, :WS-QPND-MODE, :WS-QPND-SW,
                  :WS-QBDATE :WS-QPND-BDATE-IND,
                  :WS-QGENDER :WS-QPND-GENDER-IND,
                  :WS-QALIVE :WS-QPND-ALIVE-IND,
                  :WS-QDDATE :WS-QPND-DDATE-IND,
                  :WS-QNAME :WS-QPND-NAME-IND,
                  :WS-QBPLACE :WS-QPND-BPLACE-IND,
                  :WS-QBTIME :WS-QPND-BTIME-IND,
                  :WS-QHIST-USER, :WS-QPND-ORIGIN,
                  CURRENT TIMESTAMP, 'P')
           END-EXEC
           IF SQLCODE = ZERO THEN
              EXEC SQL
                 SET :WS-QPND-ID = IDENTITY_VAL_LOCAL()
              END-EXEC
           END-IF
           IF SQLCODE NOT = ZERO THEN
              PERFORM PARA-SQL-ERROR
           ELSE
              MOVE WS-QPND-ID TO WS-PND-ID-D
              MOVE SPACES TO MSGO
              STRING 'QUEUED FOR SUPERVISOR APPROVAL - PEND_ID '
                 WS-PND-ID-D
                 DELIMITED BY SIZE INTO MSGO
              END-STRING
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH CHECK AUTHORITY ONLINE - THE SIGNED-ON USER MUST
           MOVE WS-TIME-HHMMSS TO WS-SECV-TIME
           MOVE WS-AUTH-MODE   TO WS-SECV-MODE
           MOVE CIDI           TO WS-SECV-CITIZEN-ID
           MOVE WS-SECV-REASON TO WS-SECV-TEXT
           MOVE NAMI           TO WS-SECV-NAME
           MOVE EIBTRMID       TO WS-SECV-TERM
           EXEC CICS WRITE FILE('NCSECLV') FROM(WS-SECV-R)
           MOVE 100 TO SQLCODE
           EXIT.
      ******************************************************************
      *    PARAGRAPH PEND START - THE SUPERVISOR LIST FROM THE OLDEST
      *    OPEN ITEM
      ******************************************************************
       PARA-PEND-START.
           MOVE ZERO TO WS-COMM-PND-TOP
           MOVE ZERO TO WS-COMM-PND-BOT
           PERFORM PARA-PEND-CLEAR-IDS
           MOVE LOW-VALUES TO NCITPNDO
           PERFORM PARA-PEND-PAGE-FWD
           EXIT.
      ******************************************************************
      *    PARAGRAPH PEND CLEAR IDS - NO LINE OF THE SUPERVISOR LIST
      *    STAYS DECIDABLE ONCE IT IS NO LONGER ON THE SCREEN
      ******************************************************************
       PARA-PEND-CLEAR-IDS.
           MOVE ZERO TO WS-COMM-PND-CNT
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1 UNTIL WS-BR-IDX > 10
              MOVE ZERO TO WS-COMM-PND-ID(WS-BR-IDX)
           END-PERFORM
           EXIT.
      ******************************************************************
      *    PARAGRAPH SEND PEND - SAME ROLE AS PARA-SEND-LIST
      ******************************************************************
       PARA-SEND-PEND.
           EXEC CICS SEND MAP('NCITPND') MAPSET('NCITSET')
              FROM(NCITPNDO) ERASE
           END-EXEC
           MOVE 'L' TO WS-MAP-SENT-SW
           MOVE '3' TO WS-COMM-STATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH PEND PROCESS - THE SUPERVISOR LIST IS ON SCREEN.
      *    PF7/PF8 SCROLL, ENTER DECIDES EVERY LINE MARKED 'A' OR 'R'
      *    AND REDISPLAYS THE PAGE, WHERE THE DECIDED ITEMS ARE GONE
      ******************************************************************
       PARA-PEND-PROCESS.
           MOVE '3' TO WS-COMM-STATE
           EXEC CICS RECEIVE MAP('NCITPND') MAPSET('NCITSET')
              INTO(NCITPNDI) RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = ZERO THEN
              MOVE LOW-VALUES TO NCITPNDI
           END-IF
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1 UNTIL WS-BR-IDX > 10
              IF PSELI(WS-BR-IDX) = LOW-VALUES
                 MOVE SPACE TO PSELI(WS-BR-IDX)
              END-IF
           END-PERFORM
           MOVE SPACES TO PMSO
           EVALUATE TRUE
              WHEN EIBAID = WS-AID-PF8
                 PERFORM PARA-PEND-PAGE-FWD
              WHEN EIBAID = WS-AID-PF7
                 PERFORM PARA-PEND-PAGE-BWD
              WHEN OTHER
                 PERFORM PARA-PEND-DECIDE
      *    REDISPLAY THE SAME PAGE - FORWARD FROM JUST BEFORE ITS TOP
                 IF WS-COMM-PND-TOP > ZERO THEN
                    COMPUTE WS-COMM-PND-BOT = WS-COMM-PND-TOP - 1
                 END-IF
                 PERFORM PARA-PEND-PAGE-FWD
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH PEND DECIDE - EVERY MARKED LINE IN SCREEN ORDER.
      *    THE 'AP' AUTHORITY IS CHECKED AGAIN HERE, NOT ONLY WHEN
      *    THE LIST WAS OPENED. THE FIRST DB2 ERROR STOPS THE REST
      *    AND ITS TEXT (PUT ON MSGO BY PARA-SQL-ERROR) IS SHOWN
      ******************************************************************
       PARA-PEND-DECIDE.
           MOVE ZERO TO WS-PND-MARKS
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1 UNTIL WS-BR-IDX > 10
              IF PSELI(WS-BR-IDX) = 'A' OR PSELI(WS-BR-IDX) = 'a'
                 OR PSELI(WS-BR-IDX) = 'R' OR PSELI(WS-BR-IDX) = 'r'
                 ADD 1 TO WS-PND-MARKS
              END-IF
           END-PERFORM
           MOVE SPACES TO MSGO
           MOVE ZERO TO WS-PND-APPROVED
           MOVE ZERO TO WS-PND-REJECTED
           MOVE ZERO TO WS-PND-REFUSED
           MOVE ZERO TO WS-PND-GONE
           IF WS-PND-MARKS = ZERO THEN
              MOVE 'MARK A LINE A (APPROVE) OR R (REJECT)' TO PMSO
           ELSE
              MOVE ZERO TO CIDI
              MOVE SPACES TO NAMI
              MOVE 'AP' TO WS-AUTH-MODE
              PERFORM PARA-CHECK-AUTHORITY-ONLINE
              IF WS-AUTH-OK THEN
                 PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                    UNTIL WS-BR-IDX > 10 OR MSGO NOT = SPACES
                    MOVE SPACE TO WS-QPND-DECISION
                    IF PSELI(WS-BR-IDX) = 'A' OR
                       PSELI(WS-BR-IDX) = 'a' THEN
                       MOVE 'A' TO WS-QPND-DECISION
                    END-IF
                    IF PSELI(WS-BR-IDX) = 'R' OR
                       PSELI(WS-BR-IDX) = 'r' THEN
                       MOVE 'R' TO WS-QPND-DECISION
                    END-IF
                    IF WS-QPND-DECISION NOT = SPACE AND
                       WS-COMM-PND-ID(WS-BR-IDX) NOT = ZERO THEN
                       MOVE WS-COMM-PND-ID(WS-BR-IDX) TO WS-QPND-ID
                       PERFORM PARA-PEND-ONE
                    END-IF
                 END-PERFORM
              END-IF
              IF MSGO NOT = SPACES THEN
                 MOVE MSGO TO PMSO
              ELSE
                 STRING 'APPROVED ' WS-PND-APPROVED
                    ' REJECTED ' WS-PND-REJECTED
                    ' OWN REFUSED ' WS-PND-REFUSED
                    ' ALREADY DONE ' WS-PND-GONE
                    DELIMITED BY SIZE INTO PMSO
                 END-STRING
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH PEND ONE - ONE ITEM, ONE UNIT OF WORK. THE ITEM
      *    IS READ STILL OPEN, THE MAKER MUST NOT BE THE SIGNED-ON
      *    USER, AND THE STATUS UPDATE ITSELF REQUIRES PEND_STATUS
      *    'P' - TWO SUPERVISORS ON THE SAME PAGE CANNOT BOTH DECIDE
      *    IT: THE SECOND FINDS NO ROW AND COUNTS IT ALREADY DECIDED
      ******************************************************************
       PARA-PEND-ONE.
           EXEC SQL
              SELECT CITIZEN_ID, PEND_MODE, PEND_SW,
                     PEND_BDATE, PEND_GENDER, PEND_ALIVE, PEND_DDATE,
                     PEND_NAME, PEND_BPLACE, PEND_BTIME, MAKER_USER
              INTO :WS-QCITIZEN-ID, :WS-QPND-MODE, :WS-QPND-SW,
                   :WS-QBDATE :WS-QPND-BDATE-IND,
                   :WS-QGENDER :WS-QPND-GENDER-IND,
                   :WS-QALIVE :WS-QPND-ALIVE-IND,
                   :WS-QDDATE :WS-QPND-DDATE-IND,
                   :WS-QNAME :WS-QPND-NAME-IND,
                   :WS-QBPLACE :WS-QPND-BPLACE-IND,
                   :WS-QBTIME :WS-QBTIME-IND,
                   :WS-QPND-MAKER
              FROM CITIZENS_PEND
              WHERE PEND_ID = :WS-QPND-ID
              AND PEND_STATUS = 'P'
           END-EXEC
           IF SQLCODE = +100 THEN
              ADD 1 TO WS-PND-GONE
           ELSE
           IF SQLCODE NOT = ZERO THEN
              PERFORM PARA-SQL-ERROR
           ELSE
           IF WS-QPND-MAKER = WS-QHIST-USER THEN
      *    MAKER AND CHECKER MUST BE TWO PEOPLE - LOGGED AS A REFUSAL
              ADD 1 TO WS-PND-REFUSED
              MOVE WS-QCITIZEN-ID TO CIDI
              MOVE 'REFUSED - OWN PENDING CHANGE' TO WS-SECV-REASON
              PERFORM PARA-LOG-SECURITY-ONLINE
              MOVE 'REFUSED - NOT IN NCAUTHV TABLE' TO WS-SECV-REASON
           ELSE
              EXEC SQL
                 UPDATE CITIZENS_PEND
                 SET PEND_STATUS  = :WS-QPND-DECISION,
                     CHECKER_USER = :WS-QHIST-USER,
                     CHECKER_TS   = CURRENT TIMESTAMP
                 WHERE PEND_ID = :WS-QPND-ID
                 AND PEND_STATUS = 'P'
              END-EXEC
              IF SQLCODE = +100 THEN
                 ADD 1 TO WS-PND-GONE
              ELSE
              IF SQLCODE NOT = ZERO THEN
                 PERFORM PARA-SQL-ERROR
              ELSE
              IF WS-QPND-DECISION = 'R' THEN
                 EXEC CICS SYNCPOINT
                 END-EXEC
                 ADD 1 TO WS-PND-REJECTED
              ELSE
                 PERFORM PARA-PEND-APPLY
              END-IF
              END-IF
              END-IF
           END-IF
           END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH PEND APPLY - THE APPROVED CHANGE: THE STORED
      *    SWITCHES BACK INTO WS-Q*-SW, THE SAME COALESCING UPDATE AS
      *    PARA-CHANGE-APPLY (AN 'IN' IS JUST ALIVE + DDATE), THEN
      *    THE HISTORY ROW WITH BOTH USERS. A CITIZEN NO LONGER ON
      *    FILE, OR MERGED AWAY SINCE THE ITEM WAS QUEUED, ROLLS THE
      *    DECISION BACK - THE ITEM STAYS OPEN FOR A REJECTION, AND A
      *    MERGED ONE IS RE-KEYED AGAINST THE SURVIVOR
      ******************************************************************
       PARA-PEND-APPLY.
           MOVE WS-QPND-SW(1:1) TO WS-QBDATE-SW
           MOVE WS-QPND-SW(2:1) TO WS-QGENDER-SW
           MOVE WS-QPND-SW(3:1) TO WS-QALIVE-SW
           MOVE WS-QPND-SW(4:1) TO WS-QDDATE-SW
           MOVE WS-QPND-SW(5:1) TO WS-QNAME-SW
           MOVE WS-QPND-SW(6:1) TO WS-QBPLACE-SW
           MOVE WS-QPND-SW(7:1) TO WS-QBTIME-SW
           PERFORM PARA-FETCH-BEFORE-IMAGE
           EXEC SQL
              UPDATE CITIZENS
              SET BDATE  = CASE WHEN :WS-QBDATE-SW = 'N'
                                 THEN BDATE ELSE :WS-QBDATE END,
                  GENDER = CASE WHEN :WS-QGENDER-SW = 'N'
                                 THEN GENDER ELSE :WS-QGENDER END,
                  ALIVE  = CASE WHEN :WS-QALIVE-SW = 'N'
                                 THEN ALIVE ELSE :WS-QALIVE END,
                  DDATE  = CASE WHEN :WS-QDDATE-SW = 'N'
                                 THEN DDATE ELSE :WS-QDDATE END,
                  NAME   = CASE WHEN :WS-QNAME-SW = 'N'
                                 THEN NAME ELSE :WS-QNAME END,
                  BPLACE = CASE WHEN :WS-QBPLACE-SW = 'N'
                                 THEN BPLACE ELSE :WS-QBPLACE END,
                  BTIME  = CASE WHEN :WS-QBTIME-SW = 'N'
                                 THEN BTIME
                                 ELSE :WS-QBTIME :WS-QBTIME-IND END,
                  CHG_TS = CURRENT TIMESTAMP
              WHERE CITIZEN_ID = :WS-QCITIZEN-ID
              AND MERGED_INTO IS NULL
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZERO
                 MOVE WS-QPND-MODE TO WS-QHIST-MODE
                 MOVE ZERO TO WS-QHIST-APPR-IND
                 PERFORM PARA-HIST-AFTER-UPDATE
                 MOVE -1 TO WS-QHIST-APPR-IND
                 IF WS-HIST-OK THEN
                    EXEC CICS SYNCPOINT
                    END-EXEC
                    ADD 1 TO WS-PND-APPROVED
                 END-IF
              WHEN +100
                 EXEC CICS SYNCPOINT ROLLBACK
                 END-EXEC
                 MOVE WS-QPND-ID TO WS-PND-ID-D
      *    THE ROLLBACK PUT THE ITEM BACK TO 'P'; RE-READ THE ROW TO
      *    TELL A MERGE FROM A ROW THAT IS GONE
                 PERFORM PARA-FETCH-BEFORE-IMAGE
                 IF WS-OLD-FOUND AND WS-QOLD-MERGED-IND NOT < 0 THEN
                    STRING 'MERGED INTO ' WS-QOLD-MERGED
                       ' SINCE QUEUED - REJECT AND RE-KEY'
                       DELIMITED BY SIZE INTO MSGO
                    END-STRING
                 ELSE
                    STRING 'CITIZEN NO LONGER ON FILE - REJECT PEND_ID '
                       WS-PND-ID-D
                       DELIMITED BY SIZE INTO MSGO
                    END-STRING
                 END-IF
              WHEN OTHER
                 PERFORM PARA-SQL-ERROR
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH PEND PAGE FWD - THE NEXT 10 OPEN ITEMS PAST THE
      *    BOTTOM ANCHOR
      ******************************************************************
       PARA-PEND-PAGE-FWD.
           MOVE WS-COMM-PND-BOT TO WS-QPL-ANCH-ID
           MOVE ZERO TO WS-BR-CNT
           EXEC SQL
              OPEN CRSP1
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-BR-CNT >= 10
              EXEC SQL
                 FETCH CRSP1 INTO
                    :WS-QPL-ID, :WS-QPL-CITIZEN-ID, :WS-QPL-MODE,
                    :WS-QPL-SW,
                    :WS-QPL-BDATE :WS-QPL-BDATE-IND,
                    :WS-QPL-ALIVE :WS-QPL-ALIVE-IND,
                    :WS-QPL-DDATE :WS-QPL-DDATE-IND,
                    :WS-QPL-MAKER, :WS-QPL-AGE
              END-EXEC
              IF SQLCODE = 0 THEN
                 ADD 1 TO WS-BR-CNT
                 PERFORM PARA-FORMAT-PEND-LINE
                 MOVE WS-PND-LINE TO WS-PND-T-LINE(WS-BR-CNT)
                 MOVE WS-QPL-ID TO WS-PND-T-ID(WS-BR-CNT)
              ELSE
                 IF SQLCODE NOT = 100 THEN
                    PERFORM PARA-PEND-SQL-ERROR
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL
              CLOSE CRSP1
           END-EXEC
           IF WS-BR-CNT = ZERO THEN
              IF PMSO = SPACES THEN
                 MOVE 'NO (MORE) ITEMS AWAIT APPROVAL - PF7 TO GO BACK'
                    TO PMSO
              END-IF
              PERFORM PARA-PEND-CLEAR-IDS
           ELSE
              PERFORM PARA-PEND-LOAD-ANCHORS
           END-IF
           PERFORM PARA-FILL-PEND-SCREEN
           EXIT.
      ******************************************************************
      *    PARAGRAPH PEND PAGE BWD - THE 10 OPEN ITEMS BEFORE THE TOP
      *    ANCHOR, FETCHED DESCENDING AND REVERSED BACK ON SCREEN
      ******************************************************************
       PARA-PEND-PAGE-BWD.
           IF WS-COMM-PND-TOP = ZERO THEN
              MOVE 'TOP OF LIST' TO PMSO
              PERFORM PARA-FILL-PEND-SCREEN
           ELSE
              MOVE WS-COMM-PND-TOP TO WS-QPL-ANCH-ID
              MOVE ZERO TO WS-BR-CNT
              EXEC SQL
                 OPEN CRSP2
              END-EXEC
              PERFORM UNTIL SQLCODE NOT = 0 OR WS-BR-CNT >= 10
                 EXEC SQL
                    FETCH CRSP2 INTO
                       :WS-QPL-ID, :WS-QPL-CITIZEN-ID, :WS-QPL-MODE,
                       :WS-QPL-SW,
                       :WS-QPL-BDATE :WS-QPL-BDATE-IND,
                       :WS-QPL-ALIVE :WS-QPL-ALIVE-IND,
                       :WS-QPL-DDATE :WS-QPL-DDATE-IND,
                       :WS-QPL-MAKER, :WS-QPL-AGE
                 END-EXEC
                 IF SQLCODE = 0 THEN
                    ADD 1 TO WS-BR-CNT
                    PERFORM PARA-FORMAT-PEND-LINE
                    MOVE WS-PND-LINE TO WS-PND-T-LINE(WS-BR-CNT)
                    MOVE WS-QPL-ID TO WS-PND-T-ID(WS-BR-CNT)
                 ELSE
                    IF SQLCODE NOT = 100 THEN
                       PERFORM PARA-PEND-SQL-ERROR
                    END-IF
                 END-IF
              END-PERFORM
              EXEC SQL
                 CLOSE CRSP2
              END-EXEC
              IF WS-BR-CNT = ZERO THEN
                 MOVE 'TOP OF LIST' TO PMSO
                 PERFORM PARA-PEND-CLEAR-IDS
                 MOVE ZERO TO WS-COMM-PND-BOT
              ELSE
                 PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                    UNTIL WS-BR-IDX >= WS-BR-CNT - WS-BR-IDX + 1
                    COMPUTE WS-BR-SRC = WS-BR-CNT - WS-BR-IDX + 1
                    MOVE WS-PND-T-ENTRY(WS-BR-IDX)
                       TO WS-PND-LINE-SWAP
                    MOVE WS-PND-T-ENTRY(WS-BR-SRC)
                       TO WS-PND-T-ENTRY(WS-BR-IDX)
                    MOVE WS-PND-LINE-SWAP
                       TO WS-PND-T-ENTRY(WS-BR-SRC)
                 END-PERFORM
                 PERFORM PARA-PEND-LOAD-ANCHORS
              END-IF
              PERFORM PARA-FILL-PEND-SCREEN
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH PEND LOAD ANCHORS - TOP = FIRST LINE'S PEND_ID,
      *    BOTTOM = LAST LINE'S, PLUS THE IDS BEHIND THE LINES
      ******************************************************************
       PARA-PEND-LOAD-ANCHORS.
           MOVE WS-PND-T-ID(1)         TO WS-COMM-PND-TOP
           MOVE WS-PND-T-ID(WS-BR-CNT) TO WS-COMM-PND-BOT
           MOVE WS-BR-CNT TO WS-COMM-PND-CNT
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1 UNTIL WS-BR-IDX > 10
              IF WS-BR-IDX <= WS-BR-CNT THEN
                 MOVE WS-PND-T-ID(WS-BR-IDX)
                    TO WS-COMM-PND-ID(WS-BR-IDX)
              ELSE
                 MOVE ZERO TO WS-COMM-PND-ID(WS-BR-IDX)
              END-IF
           END-PERFORM
           EXIT.
      ******************************************************************
      *    PARAGRAPH FILL PEND SCREEN - THE PAGE JUST BUILT (OR AN
      *    EMPTY ONE) ONTO THE SUPERVISOR MAP
      ******************************************************************
       PARA-FILL-PEND-SCREEN.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1 UNTIL WS-BR-IDX > 10
              MOVE SPACE TO PSELO(WS-BR-IDX)
              IF WS-BR-IDX <= WS-BR-CNT THEN
                 MOVE WS-PND-T-LINE(WS-BR-IDX) TO PLINO(WS-BR-IDX)
              ELSE
                 MOVE SPACES TO PLINO(WS-BR-IDX)
              END-IF
           END-PERFORM
           PERFORM PARA-SEND-PEND
           EXIT.
      ******************************************************************
      *    PARAGRAPH FORMAT PEND LINE - ID, CITIZEN, MODE, MAKER, AGE
      *    IN DAYS, THEN THE SENSITIVE VALUES REQUESTED (B= BIRTH
      *    DATE, D= DEATH DATE, A= ALIVE); '+MORE' WHEN THE SAME
      *    CHANGE ALSO CARRIES ORDINARY FIELDS
      ******************************************************************
       PARA-FORMAT-PEND-LINE.
           MOVE SPACES TO WS-PND-LINE
           MOVE WS-QPL-ID         TO WS-PND-L-ID
           MOVE WS-QPL-CITIZEN-ID TO WS-PND-L-CITIZEN
           MOVE WS-QPL-MODE       TO WS-PND-L-MODE
           MOVE WS-QPL-MAKER      TO WS-PND-L-MAKER
           MOVE WS-QPL-AGE        TO WS-PND-L-AGE
           MOVE 1 TO WS-PND-PTR
           IF WS-QPL-SW(1:1) = 'Y' AND WS-QPL-BDATE-IND >= 0 THEN
              STRING 'B=' WS-QPL-BDATE ' '
                 DELIMITED BY SIZE INTO WS-PND-L-CHANGE
                 WITH POINTER WS-PND-PTR
              END-STRING
           END-IF
           IF WS-QPL-SW(4:1) = 'Y' AND WS-QPL-DDATE-IND >= 0 THEN
              STRING 'D=' WS-QPL-DDATE ' '
                 DELIMITED BY SIZE INTO WS-PND-L-CHANGE
                 WITH POINTER WS-PND-PTR
              END-STRING
           END-IF
           IF WS-QPL-SW(3:1) = 'Y' AND WS-QPL-ALIVE-IND >= 0 THEN
              STRING 'A=' WS-QPL-ALIVE ' '
                 DELIMITED BY SIZE INTO WS-PND-L-CHANGE
                 WITH POINTER WS-PND-PTR
              END-STRING
           END-IF
           IF WS-QPL-SW(2:1) = 'Y' OR WS-QPL-SW(5:3) NOT = 'NNN' THEN
              STRING '+MORE'
                 DELIMITED BY SIZE INTO WS-PND-L-CHANGE
                 WITH POINTER WS-PND-PTR
              END-STRING
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH PEND SQL ERROR - READ-ONLY PATH LIKE
      *    PARA-BROWSE-SQL-ERROR, ON THE SUPERVISOR MESSAGE LINE
      ******************************************************************
       PARA-PEND-SQL-ERROR.
           MOVE SQLCODE TO WS-SQLCODE-D
           MOVE SPACES TO PMSO
           STRING 'DB2 ERROR ON PENDING LIST - SQLCODE ' WS-SQLCODE-D
              DELIMITED BY SIZE INTO PMSO
           END-STRING
           MOVE 100 TO SQLCODE
           EXIT.
      ******************************************************************
      *    PARAGRAPH FETCH BEFORE IMAGE - THE ROW AS IT STANDS AHEAD
      *    OF AN UPDATE. +100 LEAVES THE OLD IMAGE AS ALL NULLS - THE
      *    UPDATE ITSELF WILL REPORT THE MISSING CITIZEN
      ******************************************************************
       PARA-FETCH-BEFORE-IMAGE.
           MOVE 'Y' TO WS-HIST-OK-SW
           MOVE 'N' TO WS-OLD-FOUND-SW
           EXEC SQL
              SELECT BDATE, GENDER, ALIVE, DDATE, NAME, BPLACE,
                     BTIME, REGION, MERGED_INTO
              INTO :WS-QOLD-BDATE :WS-QOLD-BDATE-IND,
                   :WS-QOLD-GENDER :WS-QOLD-GENDER-IND,
                   :WS-QOLD-ALIVE :WS-QOLD-ALIVE-IND,
                   :WS-QOLD-DDATE :WS-QOLD-DDATE-IND,
                   :WS-QOLD-NAME :WS-QOLD-NAME-IND,
                   :WS-QOLD-BPLACE :WS-QOLD-BPLACE-IND,
                   :WS-QOLD-BTIME :WS-QOLD-BTIME-IND,
                   :WS-QOLD-REGION :WS-QOLD-REGION-IND,
                   :WS-QOLD-MERGED :WS-QOLD-MERGED-IND
              FROM CITIZENS
              WHERE CITIZEN_ID = :WS-QCITIZEN-ID
           END-EXEC
           IF SQLCODE = 0 THEN
              MOVE 'Y' TO WS-OLD-FOUND-SW
           ELSE
              MOVE -1 TO WS-QOLD-MERGED-IND
              MOVE -1 TO WS-QOLD-BDATE-IND
              MOVE -1 TO WS-QOLD-GENDER-IND
              MOVE -1 TO WS-QOLD-ALIVE-IND
              MOVE -1 TO WS-QOLD-DDATE-IND
              MOVE -1 TO WS-QOLD-NAME-IND
              MOVE -1 TO WS-QOLD-BPLACE-IND
              MOVE -1 TO WS-QOLD-BTIME-IND
              MOVE -1 TO WS-QOLD-REGION-IND
           END-IF
           EXIT.
      ******************************************************************
           MOVE -1 TO WS-QOLD-DDATE-IND
           MOVE -1 TO WS-QOLD-NAME-IND
           MOVE -1 TO WS-QOLD-BPLACE-IND
           MOVE -1 TO WS-QOLD-BTIME-IND
           MOVE -1 TO WS-QOLD-REGION-IND
           EXEC SQL
              SET :WS-QCITIZEN-ID = IDENTITY_VAL_LOCAL()
           END-EXEC
       PARA-HIST-AFTER-UPDATE.
           MOVE 'Y' TO WS-HIST-OK-SW
           EXEC SQL
              SELECT BDATE, GENDER, ALIVE, DDATE, NAME, BPLACE,
                     BTIME, REGION
              INTO :WS-QNEW-BDATE :WS-QNEW-BDATE-IND,
                   :WS-QNEW-GENDER :WS-QNEW-GENDER-IND,
                   :WS-QNEW-ALIVE :WS-QNEW-ALIVE-IND,
                   :WS-QNEW-DDATE :WS-QNEW-DDATE-IND,
                   :WS-QNEW-NAME :WS-QNEW-NAME-IND,
                   :WS-QNEW-BPLACE :WS-QNEW-BPLACE-IND,
                   :WS-QNEW-BTIME :WS-QNEW-BTIME-IND,
                   :WS-QNEW-REGION :WS-QNEW-REGION-IND
              FROM CITIZENS
              WHERE CITIZEN_ID = :WS-QCITIZEN-ID
           END-EXEC
              PERFORM PARA-SQL-ERROR
           ELSE
              MOVE 'O' TO WS-QHIST-ORIGIN
              MOVE WS-QHIST-USER TO WS-QHIST-CHG-USER
      *    AN APPROVED PENDING CHANGE: THE CLERK WHO KEYED IT IS THE
      *    CHANGING USER, THE SIGNED-ON SUPERVISOR THE APPROVER
              IF WS-QHIST-APPR-IND = ZERO THEN
                 MOVE 'A' TO WS-QHIST-ORIGIN
                 MOVE WS-QPND-MAKER TO WS-QHIST-CHG-USER
              END-IF
              EXEC SQL
                 INSERT INTO CITIZENS_HIST
                    (CITIZEN_ID, CHG_TS, CHG_USER, CHG_ORIGIN,
                     OLD_BDATE, OLD_GENDER, OLD_ALIVE, OLD_DDATE,
                     OLD_NAME, OLD_BPLACE,
                     NEW_BDATE, NEW_GENDER, NEW_ALIVE, NEW_DDATE,
                     NEW_NAME, NEW_BPLACE,
                     OLD_BTIME, NEW_BTIME, APPR_USER,
                     OLD_REGION, NEW_REGION)
                 VALUES
                    (:WS-QCITIZEN-ID, CURRENT TIMESTAMP,
                     :WS-QHIST-CHG-USER, :WS-QHIST-ORIGIN,
                     :WS-QHIST-MODE,
                     :WS-QOLD-BDATE :WS-QOLD-BDATE-IND,
                     :WS-QOLD-GENDER :WS-QOLD-GENDER-IND,
                     :WS-QNEW-ALIVE :WS-QNEW-ALIVE-IND,
                     :WS-QNEW-DDATE :WS-QNEW-DDATE-IND,
                     :WS-QNEW-NAME :WS-QNEW-NAME-IND,
                     :WS-QNEW-BPLACE :WS-QNEW-BPLACE-IND,
                     :WS-QOLD-BTIME :WS-QOLD-BTIME-IND,
                     :WS-QNEW-BTIME :WS-QNEW-BTIME-IND,
                     :WS-QHIST-USER :WS-QHIST-APPR-IND,
                     :WS-QOLD-REGION :WS-QOLD-REGION-IND,
                     :WS-QNEW-REGION :WS-QNEW-REGION-IND)
              END-EXEC
              IF SQLCODE NOT = 0 THEN
                 MOVE 'N' TO WS-HIST-OK-SW
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH FIND RASHI - MONTH-DAY TO RASHI OVER THE
      *    WS-RTAB-LOOKUP RANGES, WHICH TILE THE YEAR WITH NO GAPS
      ******************************************************************
       PARA-FIND-RASHI.
           MOVE 'N' TO WS-CMP-FOUND-SW
           SET INX-R TO 1
           PERFORM UNTIL WS-CMP-FOUND-SW = 'Y' OR INX-R > 12
              IF (WS-MONTH-DAY >= WS-RTAB-MD-LOW(INX-R) AND
                  WS-MONTH-DAY <= WS-RTAB-MD-HIGH(INX-R)) OR
                 (WS-RTAB-MD-LOW2(INX-R) > 0 AND
                  WS-MONTH-DAY >= WS-RTAB-MD-LOW2(INX-R) AND
                  WS-MONTH-DAY <= WS-RTAB-MD-HIGH2(INX-R)) THEN
                 MOVE 'Y' TO WS-CMP-FOUND-SW
              ELSE
                 SET INX-R UP BY 1
              END-IF
           END-PERFORM
           IF INX-R > 12 THEN
              SET INX-R TO 12
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH COMPATIBILITY - ACTION 'M'. BOTH CITIZENS MUST BE
      *    ON FILE, NOT MERGED AWAY AND WITH A BIRTH DATE; THE PAIR IS
      *    THEN SCORED AND THE KOOTAS LAID OUT ON THE INFO LINES
      ******************************************************************
       PARA-COMPATIBILITY.
           MOVE CIDI TO WS-CMP-ID(1)
           MOVE PIDI TO WS-CMP-ID(2)
           PERFORM PARA-COMPAT-FETCH
              VARYING WS-CMP-S FROM 1 BY 1
              UNTIL WS-CMP-S > 2 OR WS-FIELD-ERROR
           IF NOT WS-FIELD-ERROR THEN
              PERFORM PARA-COMPAT-SCORE
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH COMPAT SCORE - ROLES, SCORING AND THE SCREEN LINES
      ******************************************************************
       PARA-COMPAT-SCORE.
      *    A FEMALE CITIZEN ID WITH A MALE PARTNER PUTS THE PARTNER
      *    IN THE GROOM'S PLACE; EVERY OTHER PAIRING READS THE
      *    CITIZEN ID AS THE GROOM
           IF WS-CMP-GENDER(1) = 0 AND WS-CMP-GENDER(2) = 1 THEN
              MOVE 2 TO WS-CMP-GROOM
              MOVE 1 TO WS-CMP-BRIDE
           ELSE
              MOVE 1 TO WS-CMP-GROOM
              MOVE 2 TO WS-CMP-BRIDE
           END-IF
           MOVE WS-CMP-NAK(WS-CMP-GROOM)   TO WS-GM-GROOM-N
           MOVE WS-CMP-RASHI(WS-CMP-GROOM) TO WS-GM-GROOM-R
           MOVE WS-CMP-NAK(WS-CMP-BRIDE)   TO WS-GM-BRIDE-N
           MOVE WS-CMP-RASHI(WS-CMP-BRIDE) TO WS-GM-BRIDE-R
           PERFORM PARA-SCORE-KOOTAS
           SET INX-N TO WS-CMP-NAK(1)
           SET INX-R TO WS-CMP-RASHI(1)
           SET INX-NTAB TO WS-CMP-NAK(2)
           SET INX-RTAB TO WS-CMP-RASHI(2)
           STRING 'ID ' DELIMITED BY SIZE
              WS-NTAB-NAME(INX-N) DELIMITED BY '  '
              '/' DELIMITED BY SIZE
              WS-RTAB-NAME(INX-R) DELIMITED BY '  '
              ' - PARTNER ' DELIMITED BY SIZE
              WS-NTAB-NAME(INX-NTAB) DELIMITED BY '  '
              '/' DELIMITED BY SIZE
              WS-RTAB-NAME(INX-RTAB) DELIMITED BY '  '
              INTO INF1O
           END-STRING
           PERFORM VARYING WS-GM-K FROM 1 BY 1 UNTIL WS-GM-K > 4
              MOVE WS-GM-KOOTA-NAME(WS-GM-K)
                 TO WS-CMP-K-NAME(WS-GM-K)
              MOVE WS-GM-PTS(WS-GM-K) TO WS-CMP-K-PTS(WS-GM-K)
              MOVE '/' TO WS-CMP-K-SLASH(WS-GM-K)
              MOVE WS-GM-KOOTA-MAX(WS-GM-K) TO WS-CMP-K-MAX(WS-GM-K)
           END-PERFORM
           MOVE WS-CMP-LINE TO INF2O
           PERFORM VARYING WS-GM-K FROM 1 BY 1 UNTIL WS-GM-K > 4
              MOVE WS-GM-KOOTA-NAME(WS-GM-K + 4)
                 TO WS-CMP-K-NAME(WS-GM-K)
              MOVE WS-GM-PTS(WS-GM-K + 4) TO WS-CMP-K-PTS(WS-GM-K)
              MOVE '/' TO WS-CMP-K-SLASH(WS-GM-K)
              MOVE WS-GM-KOOTA-MAX(WS-GM-K + 4)
                 TO WS-CMP-K-MAX(WS-GM-K)
           END-PERFORM
           MOVE WS-CMP-LINE TO INF3O
           MOVE WS-GM-TOTAL TO WS-CMP-TOTAL-D
           STRING 'GUNA MILAN ' WS-CMP-TOTAL-D ' OF 36 - '
              DELIMITED BY SIZE
              WS-GM-VERDICT DELIMITED BY '  '
              ' (GROOM ' WS-CMP-ID(WS-CMP-GROOM) ')'
              DELIMITED BY SIZE INTO MSGO
           END-STRING
           EXIT.
      ******************************************************************
      *    PARAGRAPH COMPAT FETCH - ONE SIDE OF THE PAIR (WS-CMP-S),
      *    CLASSIFIED BY BIRTH DATE ON THE TASK'S DEFAULT TABLES
      ******************************************************************
       PARA-COMPAT-FETCH.
           MOVE WS-CMP-ID(WS-CMP-S) TO WS-QGM-ID
           EXEC SQL
              SELECT BDATE, GENDER, MERGED_INTO
              INTO :WS-QGM-BDATE :WS-QGM-BDATE-IND,
                   :WS-QGM-GENDER :WS-QGM-GENDER-IND,
                   :WS-QGM-MERGED :WS-QGM-MERGED-IND
              FROM CITIZENS
              WHERE CITIZEN_ID = :WS-QGM-ID
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = +100
                 STRING 'NO CITIZEN ' WS-QGM-ID ' - NOTHING SCORED'
                    DELIMITED BY SIZE INTO MSGO
                 END-STRING
                 MOVE 'Y' TO WS-ERR-SW
              WHEN SQLCODE NOT = ZERO
                 PERFORM PARA-SQL-ERROR
                 MOVE 'Y' TO WS-ERR-SW
              WHEN WS-QGM-MERGED-IND NOT < 0
                 STRING 'CITIZEN ' WS-QGM-ID ' WAS MERGED INTO '
                    WS-QGM-MERGED DELIMITED BY SIZE INTO MSGO
                 END-STRING
                 MOVE 'Y' TO WS-ERR-SW
              WHEN WS-QGM-BDATE-IND < 0
                 STRING 'CITIZEN ' WS-QGM-ID ' HAS NO BIRTH DATE'
                    ' - NOTHING SCORED'
                    DELIMITED BY SIZE INTO MSGO
                 END-STRING
                 MOVE 'Y' TO WS-ERR-SW
              WHEN OTHER
                 IF WS-QGM-GENDER-IND < 0 THEN
                    MOVE 9 TO WS-CMP-GENDER(WS-CMP-S)
                 ELSE
                    MOVE WS-QGM-GENDER TO WS-CMP-GENDER(WS-CMP-S)
                 END-IF
                 MOVE WS-QGM-BDATE(6:2) TO WS-MONTH-DAY(1:2)
                 MOVE WS-QGM-BDATE(9:2) TO WS-MONTH-DAY(3:2)
                 PERFORM PARA-FIND-NAKSHATRA
                 SET WS-CMP-NAK(WS-CMP-S) TO INX-N
                 PERFORM PARA-FIND-RASHI
                 SET WS-CMP-RASHI(WS-CMP-S) TO INX-R
           END-EVALUATE
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
      *    PARAGRAPH SQL ERROR - ROLL THE UNIT OF WORK BACK AND PUT
      *    THE SQLCODE ON THE SCREEN INSTEAD OF ABENDING THE REGION
      ******************************************************************
           MOVE 0412 TO WS-NTAB-MD-HIGH(INX-NTAB)
           MOVE 0413 TO WS-NTAB-MD-BOUND(INX-NTAB)
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
      *    PARAGRAPH INIT DASHA TABLES - VIMSHOTTARI LORDS IN CYCLE
      *    ORDER WITH THEIR MAHADASHA YEARS, AND THE NON-LEAP DAYS
      *    BEFORE EACH MONTH
      ******************************************************************
       PARA-INIT-DASHA-TABLES.
           MOVE 'KETU'      TO WS-DSH-LORD-NAME(1)
           MOVE 'VENUS'     TO WS-DSH-LORD-NAME(2)
           MOVE 'SUN'       TO WS-DSH-LORD-NAME(3)
           MOVE 'MOON'      TO WS-DSH-LORD-NAME(4)
           MOVE 'MARS'      TO WS-DSH-LORD-NAME(5)
           MOVE 'RAHU'      TO WS-DSH-LORD-NAME(6)
           MOVE 'JUPITER'   TO WS-DSH-LORD-NAME(7)
           MOVE 'SATURN'    TO WS-DSH-LORD-NAME(8)
           MOVE 'MERCURY'   TO WS-DSH-LORD-NAME(9)
           MOVE 7  TO WS-DSH-YEARS(1)
           MOVE 20 TO WS-DSH-YEARS(2)
           MOVE 6  TO WS-DSH-YEARS(3)
           MOVE 10 TO WS-DSH-YEARS(4)
           MOVE 7  TO WS-DSH-YEARS(5)
           MOVE 18 TO WS-DSH-YEARS(6)
           MOVE 16 TO WS-DSH-YEARS(7)
           MOVE 19 TO WS-DSH-YEARS(8)
           MOVE 17 TO WS-DSH-YEARS(9)
           MOVE 0   TO WS-DSH-DOY-CUM(1)
           MOVE 31  TO WS-DSH-DOY-CUM(2)
           MOVE 59  TO WS-DSH-DOY-CUM(3)
           MOVE 90  TO WS-DSH-DOY-CUM(4)
           MOVE 120 TO WS-DSH-DOY-CUM(5)
           MOVE 151 TO WS-DSH-DOY-CUM(6)
           MOVE 181 TO WS-DSH-DOY-CUM(7)
           MOVE 212 TO WS-DSH-DOY-CUM(8)
           MOVE 243 TO WS-DSH-DOY-CUM(9)
           MOVE 273 TO WS-DSH-DOY-CUM(10)
           MOVE 304 TO WS-DSH-DOY-CUM(11)
           MOVE 334 TO WS-DSH-DOY-CUM(12)
           EXIT.
