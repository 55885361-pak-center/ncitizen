       IDENTIFICATION DIVISION.
       PROGRAM-ID. NCSTCICS.
      ******************************************************************
      *                      NAKSHATRA CITIZEN
      *                      (VEDIC ASTROLOGY)
      *                      ONLINE POPULATION STATISTICS
      ******************************************************************
      *    ABOUT
      *          READ-ONLY CICS VIEW OF THE LATEST COMPLETED RUN -
      *          TRANSACTION NCST, MAP NCSTMAP IN MAPSET NCSTSET.
      *          MANAGERS GET THE FIGURES THE NCREPT PRINT CARRIES
      *          ("HOW MANY LIVING FEMALES IN ROHINI") WITHOUT A DB2
      *          CONNECTION OR A BATCH JOB: EVERYTHING COMES FROM THE
      *          NCSTATV KSDS, WHICH NCSTLOAD REFRESHES FROM THE
      *          LATEST VALID NCLOGW RECORD AFTER EVERY SUCCESSFUL
      *          SWEEP, AND FROM THAT RUN'S NCSUMK SUMMARY ENTRY.
      *
      *          THE TOP OF THE SCREEN CARRIES THE RUN (USER, START
      *          DATE, AS-OF DATE, MODE AND INTERVAL SHAPE FROM
      *          NCSUMK) AND ITS TOTALS, WITH WHETHER THE NCSUMK ENTRY
      *          AGREES WITH THE LOADED SNAPSHOT (SAME CRC AND TOTAL).
      *          BELOW IT ONE INTERVAL TABLE AT A TIME - OR TABLE 000,
      *          ALL AGES TOGETHER - IN ONE OF THREE VIEWS:
      *
      *          S = SUMMARY   ALIVE/DEAD MALE/FEMALE/OTHER WITH THE
      *                        PERCENTAGE BARS OF NCREPT'S INTERVAL
      *                        PAGE, ALIVE AND DEAD TOTALS, GENDER
      *                        UNKNOWN (1 PAGE)
      *          N = NAKSHATRA THE 27 NAKSHATRAS BY ALIVE/DEAD AND
      *                        GENDER (PAGES 1-2), THEN EACH ONE'S
      *                        SHARE OF THE TABLE AS A BAR WITH ITS
      *                        ALIVE/DEAD SPLIT AND AVERAGE AGE AT
      *                        DEATH (PAGES 3-4)
      *          R = RASHI     THE 12-RASHI ROLLUP, SAME TWO LAYOUTS
      *                        (PAGE 1 COUNTS, PAGE 2 BARS)
      *
      *          PSEUDO-CONVERSATIONAL LIKE NCITCICS - EVERY
      *          INTERACTION ENDS IN EXEC CICS RETURN TRANSID('NCST')
      *          WITH THE TABLE, VIEW, PAGE AND RUN KEY ON SCREEN IN
      *          THE COMMAREA. NOTHING IS EVER UPDATED.
      *
      ******************************************************************
      *          COPYRIGHT:  GNU GPLV3 LICENSE 2023
      *          AUTHOR:     PRZEMYSLAW ADAM KUPISZ
      *          VERSION:    ALPHA
      *
      *    SCREEN ACTIONS
      *          ENTER     = SHOW THE TABLE (000-NNN) AND VIEW (S/N/R)
      *                      KEYED, FROM ITS FIRST PAGE
      *          PF7/PF8   = PREVIOUS/NEXT PAGE OF THE VIEW
      *          PF10/PF11 = PREVIOUS/NEXT INTERVAL TABLE, SAME VIEW
      *                      AND PAGE
      *          PF3/CLEAR = EXIT
      *
      *    NOTE
      *          NCSTLOAD WRITES THE INTERVAL RECORDS FIRST AND THE
      *          HEADER LAST. A TABLE RECORD WHOSE RUN KEY DIFFERS
      *          FROM THE HEADER'S IS A REFRESH CAUGHT HALF WAY, AND
      *          IS REPORTED AS SUCH INSTEAD OF SHOWN. WHEN THE HEADER
      *          ITSELF MOVES TO A NEWER RUN BETWEEN TWO SCREENS THE
      *          MESSAGE LINE SAYS SO. THE NAKSHATRA AND RASHI NAMES
      *          ARE THE STANDARD NCNBND SET'S (NCLOGW CARRIES ONLY
      *          THE SEQUENCE NUMBERS, AS IN NCPUBREL)
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *    SYMBOLIC MAP FOR NCSTMAP (MAPSET NCSTSET) - KEPT IN STEP
      *    WITH THE BMS SOURCE BY HAND LIKE NCITCICS'S MAPS. THE 14
      *    DISPLAY LINES ARE AN OCCURS SO THE PAGE BUILD CAN
      *    SUBSCRIPT THEM; BYTE FOR BYTE THEY MATCH THE LIN01 ...
      *    LIN14 TRIPLETS BMS GENERATES
      ******************************************************************
       01 NCSTMAPI.
        05 FILLER               PIC   X(12).
        05 RUN1L                PIC   S9(4) COMP.
        05 RUN1F                PIC   X.
        05 RUN1I                PIC   X(78).
        05 RUN2L                PIC   S9(4) COMP.
        05 RUN2F                PIC   X.
        05 RUN2I                PIC   X(78).
        05 TABL                 PIC   S9(4) COMP.
        05 TABF                 PIC   X.
        05 TABI                 PIC   X(3).
        05 VIWL                 PIC   S9(4) COMP.
        05 VIWF                 PIC   X.
        05 VIWI                 PIC   X.
        05 PAGL                 PIC   S9(4) COMP.
        05 PAGF                 PIC   X.
        05 PAGI                 PIC   X(3).
        05 TBHL                 PIC   S9(4) COMP.
        05 TBHF                 PIC   X.
        05 TBHI                 PIC   X(78).
        05 COLL                 PIC   S9(4) COMP.
        05 COLF                 PIC   X.
        05 COLI                 PIC   X(78).
        05 WS-ST-LINES-I.
         10 WS-ST-LINE-I OCCURS 14 TIMES.
          15 LINL               PIC   S9(4) COMP.
          15 LINF               PIC   X.
          15 LINI               PIC   X(78).
        05 MSGL                 PIC   S9(4) COMP.
        05 MSGF                 PIC   X.
        05 MSGI                 PIC   X(78).
       01 NCSTMAPO REDEFINES NCSTMAPI.
        05 FILLER               PIC   X(12).
        05 FILLER               PIC   X(3).
        05 RUN1O                PIC   X(78).
        05 FILLER               PIC   X(3).
        05 RUN2O                PIC   X(78).
        05 FILLER               PIC   X(3).
        05 TABO                 PIC   X(3).
        05 FILLER               PIC   X(3).
        05 VIWO                 PIC   X.
        05 FILLER               PIC   X(3).
        05 PAGO                 PIC   X(3).
        05 FILLER               PIC   X(3).
        05 TBHO                 PIC   X(78).
        05 FILLER               PIC   X(3).
        05 COLO                 PIC   X(78).
        05 WS-ST-LINES-O.
         10 WS-ST-LINE-O OCCURS 14 TIMES.
          15 FILLER             PIC   X(3).
          15 LINO               PIC   X(78).
        05 FILLER               PIC   X(3).
        05 MSGO                 PIC   X(78).
      ******************************************************************
      *    NCSTATV RECORD - SAME LAYOUT AS STATV-R IN NCSTLOAD (KEPT IN
      *    STEP BY HAND). 4244 BYTES, KEY = TYPE(1) + TABLE(3)
      ******************************************************************
       01 WS-STATV-REC.
        05 WS-STATV-KEY.
         10 WS-STATV-TYPE             PIC   X.
         10 WS-STATV-TAB              PIC   9(3).
        05 WS-STATV-RUN-KEY.
         10 WS-STATV-USER             PIC   X(8).
         10 WS-STATV-START-DATE       PIC   X(11).
        05 WS-STATV-BODY              PIC   X(4221).
        05 WS-STATV-H-BODY REDEFINES WS-STATV-BODY.
         10 WS-STATV-H-ASOF           PIC   X(10).
         10 WS-STATV-H-INTERVAL-VAL   PIC   9(3).
         10 WS-STATV-H-LEN            PIC   9(3).
         10 WS-STATV-H-CRC            PIC   9(9).
         10 WS-STATV-H-TOTAL-CP       PIC   9(9).
         10 WS-STATV-H-TALIVE-CP      PIC   9(9).
         10 WS-STATV-H-NMAX-PQ        PIC   9(9).
         10 WS-STATV-H-NMIN-PQ        PIC   9(9).
         10 WS-STATV-H-UNKNOWN-NOBD   PIC   9(9).
         10 WS-STATV-H-LOAD-DATE      PIC   X(8).
         10 WS-STATV-H-LOAD-TIME      PIC   X(6).
         10 FILLER                    PIC   X(4137).
        05 WS-STATV-I-BODY REDEFINES WS-STATV-BODY.
         10 WS-STATV-I-CITIZEN OCCURS 2 TIMES. *> 1-ALIVE, 2-DEAD
          15 WS-STATV-I-MALE          PIC   9(9).
          15 WS-STATV-I-FEMALE        PIC   9(9).
          15 WS-STATV-I-OTHER         PIC   9(9).
         10 WS-STATV-I-UNKNOWN        PIC   9(9).
         10 WS-STATV-I-NTAB OCCURS 27 TIMES.
          15 WS-STATV-I-N             PIC   9(9).
          15 WS-STATV-I-U             PIC   9(9).
          15 WS-STATV-I-N-ALIVE-MALE   PIC  9(9).
          15 WS-STATV-I-N-ALIVE-FEMALE PIC  9(9).
          15 WS-STATV-I-N-ALIVE-OTHER  PIC  9(9).
          15 WS-STATV-I-N-DEAD-MALE    PIC  9(9).
          15 WS-STATV-I-N-DEAD-FEMALE  PIC  9(9).
          15 WS-STATV-I-N-DEAD-OTHER   PIC  9(9).
          15 WS-STATV-I-N-DAGE-SUM     PIC  9(9).
          15 WS-STATV-I-N-DAGE-CNT     PIC  9(9).
          15 WS-STATV-I-N-PADA         PIC  9(9) OCCURS 4 TIMES.
         10 WS-STATV-I-RTAB OCCURS 12 TIMES.
          15 WS-STATV-I-RASHI-N            PIC  9(9).
          15 WS-STATV-I-RASHI-ALIVE-MALE   PIC  9(9).
          15 WS-STATV-I-RASHI-ALIVE-FEMALE PIC  9(9).
          15 WS-STATV-I-RASHI-ALIVE-OTHER  PIC  9(9).
          15 WS-STATV-I-RASHI-DEAD-MALE    PIC  9(9).
          15 WS-STATV-I-RASHI-DEAD-FEMALE  PIC  9(9).
          15 WS-STATV-I-RASHI-DEAD-OTHER   PIC  9(9).
       01 WS-STATV-RID.
        05 WS-STATV-RID-TYPE          PIC   X.
        05 WS-STATV-RID-TAB           PIC   9(3).
       01 WS-STATV-LEN                PIC   S9(4) COMP VALUE 4244.
      ******************************************************************
      *    THE HEADER OF THE RUN ON SCREEN - COPIED OFF WS-STATV-REC
      *    BEFORE THE TABLE RECORD IS READ INTO THE SAME AREA
      ******************************************************************
       01 WS-HDR.
        05 WS-HDR-FOUND-SW            PIC   X VALUE 'N'.
           88 WS-HDR-FOUND                 VALUE 'Y'.
        05 WS-HDR-RUN-KEY.
         10 WS-HDR-USER               PIC   X(8).
         10 WS-HDR-START-DATE         PIC   X(11).
        05 WS-HDR-ASOF                PIC   X(10).
        05 WS-HDR-INTERVAL-VAL        PIC   9(3).
        05 WS-HDR-LEN                 PIC   9(3).
        05 WS-HDR-CRC                 PIC   9(9).
        05 WS-HDR-TOTAL-CP            PIC   9(9).
        05 WS-HDR-TALIVE-CP           PIC   9(9).
        05 WS-HDR-UNKNOWN-NOBD        PIC   9(9).
        05 WS-HDR-LOAD-DATE           PIC   X(8).
        05 WS-HDR-LOAD-TIME           PIC   X(6).
        05 WS-TAB-FOUND-SW            PIC   X VALUE 'N'.
           88 WS-TAB-FOUND                 VALUE 'Y'.
      ******************************************************************
      *    NCSUMK RECORD - SAME COLUMNS AS NCITIZEN'S RECV01-SUMK-R
      *    (KEPT IN STEP BY HAND). 80 BYTES, KEY = USER + START DATE
      *    + REGION - THE RUN KEY NCSTLOAD CARRIES ON EVERY RECORD,
      *    AND REGION '**' AS NCSTATV ONLY EVER HOLDS THE NATIONAL RUN
      ******************************************************************
       01 WS-SUMK-REC.
        05 WS-SUMK-KEY.
         10 WS-SUMK-USER              PIC   X(8).
         10 WS-SUMK-START-DATE        PIC   X(11).
         10 WS-SUMK-REGION            PIC   XX.
        05 WS-SUMK-MODE               PIC   AA.
        05 WS-SUMK-INTERVAL-VAL       PIC   S9(3).
        05 WS-SUMK-TOTAL-CP           PIC   9(9) COMP-5.
        05 WS-SUMK-TALIVE-CP          PIC   9(9) COMP-5.
        05 WS-SUMK-NMAX-PQ            PIC   9(9) COMP-5.
        05 WS-SUMK-NMIN-PQ            PIC   9(9) COMP-5.
        05 WS-SUMK-CRC                PIC   9(9) COMP-5.
        05 WS-SUMK-GENERATION         PIC   X(8).
        05 FILLER                     PIC   X(26).
       01 WS-SUMK-LEN                 PIC   S9(4) COMP VALUE 80.
      *    'MATCHES' / 'DIFFERS' / 'MISSING' / 'NO FILE' ON RUN2
       01 WS-SUMK-STATE               PIC   X(8).
      ******************************************************************
      *    THE 27 NAKSHATRA AND 12 RASHI NAMES - STANDARD NCNBND SET,
      *    SAME TABLES AS NCPUBREL'S WS-NNAMES AND NCITCICS'S
      *    PARA-INIT-RTAB-LOOKUP
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
       01 WS-NNAMES-R REDEFINES WS-NNAMES.
        05 WS-NNAME          PIC   X(16) OCCURS 27 TIMES.
       01 WS-RNAMES.
        05 FILLER PIC X(12) VALUE 'MESHA'.
        05 FILLER PIC X(12) VALUE 'VRISHABHA'.
        05 FILLER PIC X(12) VALUE 'MITHUNA'.
        05 FILLER PIC X(12) VALUE 'KARKA'.
        05 FILLER PIC X(12) VALUE 'SIMHA'.
        05 FILLER PIC X(12) VALUE 'KANYA'.
        05 FILLER PIC X(12) VALUE 'TULA'.
        05 FILLER PIC X(12) VALUE 'VRISCHIKA'.
        05 FILLER PIC X(12) VALUE 'DHANU'.
        05 FILLER PIC X(12) VALUE 'MAKARA'.
        05 FILLER PIC X(12) VALUE 'KUMBHA'.
        05 FILLER PIC X(12) VALUE 'MEENA'.
       01 WS-RNAMES-R REDEFINES WS-RNAMES.
        05 WS-RNAME          PIC   X(12) OCCURS 12 TIMES.
      ******************************************************************
      *    DISPLAY LINES. COUNT LINE: NUMBER, NAME, TOTAL AND THE SIX
      *    ALIVE/DEAD GENDER CELLS IN NCREPT'S COLUMN ORDER. BAR
      *    LINE: NUMBER, NAME, TOTAL, SHARE OF THE TABLE, ALIVE,
      *    DEAD, AVERAGE AGE AT DEATH. SUMMARY LINE: LABEL, COUNT,
      *    SHARE OF THE TABLE. EACH IS 78 BYTES, ONE SCREEN LINE
      ******************************************************************
       01 WS-CNT-LINE.
        05 WS-CL-SEQ             PIC   Z9.
        05 FILLER                PIC   X.
        05 WS-CL-NAME            PIC   X(15).
        05 FILLER                PIC   X.
        05 WS-CL-TOTAL           PIC   Z(7)9.
        05 WS-CL-CELLS OCCURS 6 TIMES.
         10 FILLER               PIC   X.
         10 WS-CL-CELL           PIC   Z(6)9.
        05 FILLER                PIC   X(3).
       01 WS-BAR-LINE.
        05 WS-BL-SEQ             PIC   Z9.
        05 FILLER                PIC   X.
        05 WS-BL-NAME            PIC   X(15).
        05 FILLER                PIC   X.
        05 WS-BL-TOTAL           PIC   Z(7)9.
        05 FILLER                PIC   X.
        05 FILLER                PIC   X VALUE '|'.
        05 WS-BL-BAR             PIC   X(10).
        05 FILLER                PIC   X VALUE '|'.
        05 FILLER                PIC   X.
        05 WS-BL-PCT             PIC   ZZ9.
        05 FILLER                PIC   X VALUE '%'.
        05 FILLER                PIC   X.
        05 WS-BL-ALIVE           PIC   Z(7)9.
        05 FILLER                PIC   X.
        05 WS-BL-DEAD            PIC   Z(7)9.
        05 FILLER                PIC   X(3).
        05 WS-BL-AVG             PIC   X(3).
        05 FILLER                PIC   X(9).
       01 WS-SUM-LINE.
        05 WS-SL-LABEL           PIC   X(16).
        05 FILLER                PIC   X.
        05 WS-SL-COUNT           PIC   ZZZ,ZZZ,ZZ9.
        05 FILLER                PIC   X(2).
        05 WS-SL-BAR-PART.
         10 FILLER               PIC   X VALUE '|'.
         10 WS-SL-BAR            PIC   X(10).
         10 FILLER               PIC   X VALUE '|'.
         10 FILLER               PIC   X.
         10 WS-SL-PCT            PIC   ZZ9.
         10 FILLER               PIC   X VALUE '%'.
        05 FILLER                PIC   X(31).
      *    COLUMN HEADINGS FOR THE THREE LINE LAYOUTS
       01 WS-CNT-HEAD.
        05 FILLER PIC X(39) VALUE
           'NO NAKSHATRA          TOTAL ALIVE-M ALI'.
        05 FILLER PIC X(39) VALUE
           'VE-F ALIVE-O  DEAD-M  DEAD-F  DEAD-O'.
       01 WS-BAR-HEAD.
        05 FILLER PIC X(39) VALUE
           'NO NAKSHATRA          TOTAL SHARE OF TA'.
        05 FILLER PIC X(39) VALUE
           'BLE       ALIVE     DEAD AVG DEATH AGE'.
       01 WS-SUM-HEAD            PIC   X(78) VALUE
           'CITIZENS               COUNT  SHARE OF TABLE'.
      ******************************************************************
      *    PERCENTAGE BAR - SAME ARITHMETIC AS NCITIZEN'S PARA-BUILD-
      *    BAR: PERCENT AND TENTHS OF NUMER / DENOM, ZERO ON AN EMPTY
      *    TABLE
      ******************************************************************
       01 WS-BAR-WORK.
        05 WS-BAR-NUMER      PIC   9(9) COMP-5.
        05 WS-BAR-DENOM      PIC   9(9) COMP-5.
        05 WS-BAR-PCT        PIC   9(3).
        05 WS-BAR-FILLED     PIC   9(2) COMP-5.
        05 WS-BAR-IDX        PIC   9(2) COMP-5.
        05 WS-BAR-STR        PIC   X(10).
      ******************************************************************
       01 WS-WORK.
        05 WS-RESP             PIC   S9(8) COMP.
      *    RESP VALUE MIRRORING DFHRESP(NOTFND) - NO COPYBOOKS IN
      *    THIS SYSTEM, SAME CONVENTION AS THE AID BYTES BELOW
        05 WS-RESP-NOTFND      PIC   S9(8) COMP VALUE 13.
        05 WS-RESP-D           PIC   -(7)9.
      *    ATTENTION IDENTIFIER VALUES, MIRRORING DFHAID AS NCITCICS
      *    DOES: ENTER = X'7D' ('''), PF3 = X'F3', CLEAR = X'6D',
      *    PF7/PF8 = X'F7'/X'F8', PF10 = X'7A' (':'), PF11 = X'7B'
      *    ('#') - TESTED AGAINST EIBAID, NEVER AFTER A HANDLE AID
        05 WS-AID-ENTER        PIC   X VALUE ''''.
        05 WS-AID-PF3          PIC   X VALUE '3'.
        05 WS-AID-CLEAR        PIC   X VALUE '_'.
        05 WS-AID-PF7          PIC   X VALUE '7'.
        05 WS-AID-PF8          PIC   X VALUE '8'.
        05 WS-AID-PF10         PIC   X VALUE ':'.
        05 WS-AID-PF11         PIC   X VALUE '#'.
      *    PAGES IN THE CURRENT VIEW: S = 1, N = 4, R = 2
        05 WS-PAGE-MAX         PIC   9.
        05 WS-LINE-IDX         PIC   S9(4) COMP.
        05 WS-ROW-IDX          PIC   S9(4) COMP.
        05 WS-ROW-FIRST        PIC   S9(4) COMP.
        05 WS-ROW-LAST         PIC   S9(4) COMP.
        05 WS-TAB-IN           PIC   9(3).
        05 WS-TAB-D            PIC   9(3).
        05 WS-LEN-D            PIC   9(3).
        05 WS-AGE-FROM-D       PIC   9(3).
        05 WS-AGE-TO-D         PIC   9(3).
        05 WS-AGE-FROM         PIC   S9(4) COMP.
        05 WS-AVG-AGE          PIC   9(3).
        05 WS-AVG-AGE-D        PIC   ZZ9.
        05 WS-TABLE-TOTAL      PIC   9(9) COMP-5.
        05 WS-ROW-TOTAL        PIC   9(9) COMP-5.
        05 WS-ROW-ALIVE        PIC   9(9) COMP-5.
        05 WS-ROW-DEAD         PIC   9(9) COMP-5.
        05 WS-ROW-CELL         PIC   9(9) COMP-5 OCCURS 6 TIMES.
        05 WS-ROW-DAGE-SUM     PIC   9(9) COMP-5.
        05 WS-ROW-DAGE-CNT     PIC   9(9) COMP-5.
        05 WS-CELL-IDX         PIC   S9(4) COMP.
        05 WS-NUM-D            PIC   ZZZ,ZZZ,ZZ9.
        05 WS-NUM2-D           PIC   ZZZ,ZZZ,ZZ9.
        05 WS-NUM3-D           PIC   ZZZ,ZZZ,ZZ9.
        05 WS-MSG              PIC   X(78).
      ******************************************************************
      *    THE COMMAREA CARRIES WHAT IS ON THE SCREEN ACROSS THE
      *    PSEUDO-CONVERSATION: TABLE NUMBER, VIEW, PAGE, AND THE RUN
      *    KEY THE FIGURES CAME FROM (SO A REFRESH BETWEEN TWO
      *    SCREENS CAN BE POINTED OUT). 25 BYTES - THE RETURN LENGTH
      *    BELOW MUST MATCH
      ******************************************************************
       01 WS-COMM-AREA.
        05 WS-COMM-STATE       PIC   X.
        05 WS-COMM-TAB         PIC   9(3).
        05 WS-COMM-VIEW        PIC   X.
           88 WS-VIEW-SUMMARY      VALUE 'S'.
           88 WS-VIEW-NAKSHATRA    VALUE 'N'.
           88 WS-VIEW-RASHI        VALUE 'R'.
        05 WS-COMM-PAGE        PIC   9.
        05 WS-COMM-RUN-KEY     PIC   X(19).
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA.
        05 LK-COMM-STATE       PIC   X.
        05 LK-COMM-REST        PIC   X(24).
      ******************************************************************
      *    PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
      *    PF3/CLEAR END THE CONVERSATION - TESTED BEFORE THE
      *    RECEIVE, SAME AS NCITCICS
           IF EIBAID = WS-AID-PF3 OR EIBAID = WS-AID-CLEAR THEN
              PERFORM PARA-EXIT-TASK
           END-IF
      *    RESTORE THE SCREEN STATE - NONE (FIRST TIME IN) OR A
      *    SHORT ONE STARTS ON TABLE 000, ALL AGES, SUMMARY VIEW
           IF EIBCALEN >= 25 THEN
              MOVE DFHCOMMAREA TO WS-COMM-AREA
           ELSE
              MOVE '1'    TO WS-COMM-STATE
              MOVE ZERO   TO WS-COMM-TAB
              MOVE 'S'    TO WS-COMM-VIEW
              MOVE 1      TO WS-COMM-PAGE
              MOVE SPACES TO WS-COMM-RUN-KEY
           END-IF
           MOVE SPACES TO WS-MSG
           IF EIBCALEN NOT = ZERO THEN
              PERFORM PARA-RECEIVE-INPUT
           END-IF
           PERFORM PARA-READ-HEADER
           IF WS-HDR-FOUND THEN
              IF EIBCALEN NOT = ZERO THEN
                 PERFORM PARA-APPLY-INPUT
              END-IF
              PERFORM PARA-READ-SUMMARY
              PERFORM PARA-READ-TABLE
           END-IF
           PERFORM PARA-SEND-STATS
           EXEC CICS RETURN TRANSID('NCST')
              COMMAREA(WS-COMM-AREA) LENGTH(25)
           END-EXEC.
      ******************************************************************
      *    PARAGRAPH EXIT TASK - PF3/CLEAR. CLEAN SCREEN, NO RESTART
      ******************************************************************
       PARA-EXIT-TASK.
           EXEC CICS SEND CONTROL ERASE FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.
      ******************************************************************
      *    PARAGRAPH RECEIVE INPUT - THE TABLE AND VIEW FIELDS. A PF
      *    KEY WITH NOTHING KEYED COMES BACK MAPFAIL, WHICH JUST MEANS
      *    NO NEW CRITERIA. UNKEYED FIELDS ARE LOW-VALUES - ONLY THE
      *    TWO DATA FIELDS ARE NORMALIZED TO SPACES, AS IN NCITCICS
      ******************************************************************
       PARA-RECEIVE-INPUT.
           EXEC CICS RECEIVE MAP('NCSTMAP') MAPSET('NCSTSET')
              INTO(NCSTMAPI) RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = ZERO THEN
              MOVE SPACES TO TABI
              MOVE SPACES TO VIWI
           ELSE
              INSPECT TABI REPLACING ALL LOW-VALUES BY SPACES
              IF VIWI = LOW-VALUES
                 MOVE SPACES TO VIWI
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH READ HEADER - THE 'H'000 RECORD SAYS WHICH RUN IS
      *    LOADED. NONE MEANS NCSTLOAD HAS NEVER RUN AGAINST THIS
      *    CLUSTER. A RUN KEY OTHER THAN THE ONE THE LAST SCREEN
      *    SHOWED MEANS A NEWER RUN ARRIVED IN BETWEEN
      ******************************************************************
       PARA-READ-HEADER.
           MOVE 'N' TO WS-HDR-FOUND-SW
           MOVE 'H'  TO WS-STATV-RID-TYPE
           MOVE ZERO TO WS-STATV-RID-TAB
           MOVE 4244 TO WS-STATV-LEN
           EXEC CICS READ FILE('NCSTATV') INTO(WS-STATV-REC)
              RIDFLD(WS-STATV-RID) LENGTH(WS-STATV-LEN)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = ZERO THEN
              MOVE 'Y'                      TO WS-HDR-FOUND-SW
              MOVE WS-STATV-RUN-KEY         TO WS-HDR-RUN-KEY
              MOVE WS-STATV-H-ASOF          TO WS-HDR-ASOF
              MOVE WS-STATV-H-INTERVAL-VAL  TO WS-HDR-INTERVAL-VAL
              MOVE WS-STATV-H-LEN           TO WS-HDR-LEN
              MOVE WS-STATV-H-CRC           TO WS-HDR-CRC
              MOVE WS-STATV-H-TOTAL-CP      TO WS-HDR-TOTAL-CP
              MOVE WS-STATV-H-TALIVE-CP     TO WS-HDR-TALIVE-CP
              MOVE WS-STATV-H-UNKNOWN-NOBD  TO WS-HDR-UNKNOWN-NOBD
              MOVE WS-STATV-H-LOAD-DATE     TO WS-HDR-LOAD-DATE
              MOVE WS-STATV-H-LOAD-TIME     TO WS-HDR-LOAD-TIME
              IF WS-COMM-RUN-KEY NOT = SPACES AND
                 WS-COMM-RUN-KEY NOT = WS-HDR-RUN-KEY THEN
                 MOVE 'A NEWER RUN HAS BEEN LOADED SINCE THE LAST SCREEN
      -             ' - FIGURES BELOW ARE FROM IT' TO WS-MSG
                 IF WS-COMM-TAB > WS-HDR-LEN THEN
                    MOVE ZERO TO WS-COMM-TAB
                 END-IF
              END-IF
              MOVE WS-HDR-RUN-KEY TO WS-COMM-RUN-KEY
           ELSE
              IF WS-RESP = WS-RESP-NOTFND THEN
                 MOVE 'NO STATISTICS LOADED YET - NCSTLOAD HAS NOT RUN A
      -             'GAINST NCSTATV' TO WS-MSG
              ELSE
                 MOVE WS-RESP TO WS-RESP-D
                 STRING 'NCSTATV NOT AVAILABLE - RESP ' WS-RESP-D
                    DELIMITED BY SIZE INTO WS-MSG
                 END-STRING
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH APPLY INPUT - THE KEY PRESSED AGAINST WHAT IS ON
      *    THE SCREEN. TABLES RUN 000 (ALL AGES) TO THE LOADED RUN'S
      *    TABLE COUNT; A NEW TABLE OR VIEW STARTS AT ITS FIRST PAGE
      ******************************************************************
       PARA-APPLY-INPUT.
           PERFORM PARA-SET-PAGE-MAX
           EVALUATE TRUE
              WHEN EIBAID = WS-AID-PF7
                 IF WS-COMM-PAGE > 1 THEN
                    SUBTRACT 1 FROM WS-COMM-PAGE
                 ELSE
                    MOVE 'ALREADY ON THE FIRST PAGE OF THIS VIEW'
                       TO WS-MSG
                 END-IF
              WHEN EIBAID = WS-AID-PF8
                 IF WS-COMM-PAGE < WS-PAGE-MAX THEN
                    ADD 1 TO WS-COMM-PAGE
                 ELSE
                    MOVE 'ALREADY ON THE LAST PAGE OF THIS VIEW'
                       TO WS-MSG
                 END-IF
              WHEN EIBAID = WS-AID-PF10
                 IF WS-COMM-TAB > ZERO THEN
                    SUBTRACT 1 FROM WS-COMM-TAB
                 ELSE
                    MOVE 'ALREADY ON TABLE 000 (ALL AGES)' TO WS-MSG
                 END-IF
              WHEN EIBAID = WS-AID-PF11
                 IF WS-COMM-TAB < WS-HDR-LEN THEN
                    ADD 1 TO WS-COMM-TAB
                 ELSE
                    MOVE 'ALREADY ON THE LAST TABLE OF THIS RUN'
                       TO WS-MSG
                 END-IF
              WHEN EIBAID = WS-AID-ENTER
                 PERFORM PARA-APPLY-CRITERIA
              WHEN OTHER
                 MOVE 'KEY NOT IN USE - SEE THE KEY LINE BELOW'
                    TO WS-MSG
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH APPLY CRITERIA - ENTER: THE KEYED TABLE NUMBER
      *    AND VIEW LETTER, EACH VALIDATED ON ITS OWN. A BLANK FIELD
      *    KEEPS WHAT IS ON THE SCREEN
      ******************************************************************
       PARA-APPLY-CRITERIA.
           IF TABI NOT = SPACES THEN
              IF TABI IS NUMERIC THEN
                 MOVE TABI TO WS-TAB-IN
                 IF WS-TAB-IN > WS-HDR-LEN THEN
                    MOVE WS-HDR-LEN TO WS-LEN-D
                    STRING 'TABLE MUST BE 000 (ALL AGES) TO ' WS-LEN-D
                       ' FOR THIS RUN'
                       DELIMITED BY SIZE INTO WS-MSG
                    END-STRING
                 ELSE
                    MOVE WS-TAB-IN TO WS-COMM-TAB
                    MOVE 1 TO WS-COMM-PAGE
                 END-IF
              ELSE
                 MOVE 'TABLE MUST BE 3 DIGITS, E.G. 004 - 000 IS ALL AG
      -            'ES' TO WS-MSG
              END-IF
           END-IF
           IF VIWI NOT = SPACES THEN
              IF VIWI = 'S' OR VIWI = 'N' OR VIWI = 'R' THEN
                 IF VIWI NOT = WS-COMM-VIEW THEN
                    MOVE VIWI TO WS-COMM-VIEW
                    MOVE 1 TO WS-COMM-PAGE
                 END-IF
              ELSE
                 MOVE 'VIEW MUST BE S (SUMMARY), N (NAKSHATRA) OR R (RA
      -            'SHI)' TO WS-MSG
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH SET PAGE MAX - PAGES IN THE CURRENT VIEW
      ******************************************************************
       PARA-SET-PAGE-MAX.
           EVALUATE TRUE
              WHEN WS-VIEW-NAKSHATRA
                 MOVE 4 TO WS-PAGE-MAX
              WHEN WS-VIEW-RASHI
                 MOVE 2 TO WS-PAGE-MAX
              WHEN OTHER
                 MOVE 'S' TO WS-COMM-VIEW
                 MOVE 1 TO WS-PAGE-MAX
           END-EVALUATE
           IF WS-COMM-PAGE < 1 OR WS-COMM-PAGE > WS-PAGE-MAX THEN
              MOVE 1 TO WS-COMM-PAGE
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH READ SUMMARY - THE RUN'S NCSUMK ENTRY, FOR ITS
      *    MODE AND AS A CROSS-CHECK: SAME CRC AND SAME TOTAL AS THE
      *    LOADED SNAPSHOT, OR THE TWO HAVE DRIFTED APART. A MISSING
      *    ENTRY (E.G. THE KSDS WAS DOWN WHEN THE RUN ENDED) ONLY
      *    LOSES THE MODE - THE FIGURES COME FROM NCSTATV REGARDLESS
      ******************************************************************
       PARA-READ-SUMMARY.
           MOVE WS-HDR-RUN-KEY TO WS-SUMK-KEY
           MOVE '**' TO WS-SUMK-REGION
           MOVE 80 TO WS-SUMK-LEN
           EXEC CICS READ FILE('NCSUMK') INTO(WS-SUMK-REC)
              RIDFLD(WS-SUMK-KEY) LENGTH(WS-SUMK-LEN)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = ZERO THEN
              IF WS-SUMK-CRC = WS-HDR-CRC AND
                 WS-SUMK-TOTAL-CP = WS-HDR-TOTAL-CP THEN
                 MOVE 'MATCHES' TO WS-SUMK-STATE
              ELSE
                 MOVE 'DIFFERS' TO WS-SUMK-STATE
              END-IF
           ELSE
              MOVE '??' TO WS-SUMK-MODE
              IF WS-RESP = WS-RESP-NOTFND THEN
                 MOVE 'MISSING' TO WS-SUMK-STATE
              ELSE
                 MOVE 'NO FILE' TO WS-SUMK-STATE
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH READ TABLE - THE 'I' RECORD OF THE TABLE ON
      *    SCREEN. IT MUST CARRY THE HEADER'S RUN KEY; IF NOT (OR IF
      *    IT IS NOT THERE) NCSTLOAD IS PART WAY THROUGH A REFRESH
      ******************************************************************
       PARA-READ-TABLE.
           MOVE 'N' TO WS-TAB-FOUND-SW
           PERFORM PARA-SET-PAGE-MAX
           MOVE 'I'         TO WS-STATV-RID-TYPE
           MOVE WS-COMM-TAB TO WS-STATV-RID-TAB
           MOVE 4244 TO WS-STATV-LEN
           EXEC CICS READ FILE('NCSTATV') INTO(WS-STATV-REC)
              RIDFLD(WS-STATV-RID) LENGTH(WS-STATV-LEN)
              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = ZERO AND WS-STATV-RUN-KEY = WS-HDR-RUN-KEY THEN
              MOVE 'Y' TO WS-TAB-FOUND-SW
           ELSE
              IF WS-RESP = ZERO OR WS-RESP = WS-RESP-NOTFND THEN
                 MOVE 'STATISTICS REFRESH IN PROGRESS - PRESS ENTER AGAI
      -             'N IN A MINUTE' TO WS-MSG
              ELSE
                 MOVE WS-RESP TO WS-RESP-D
                 STRING 'NCSTATV NOT AVAILABLE - RESP ' WS-RESP-D
                    DELIMITED BY SIZE INTO WS-MSG
                 END-STRING
              END-IF
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH SEND STATS - BUILDS THE WHOLE SCREEN FROM WHAT WAS
      *    READ AND SENDS IT. THE RUN LINES NEED THE HEADER, THE
      *    TABLE LINES THE TABLE RECORD; WITHOUT THEM ONLY THE
      *    MESSAGE SAYS WHY
      ******************************************************************
       PARA-SEND-STATS.
           MOVE LOW-VALUES TO NCSTMAPO
           MOVE WS-COMM-TAB  TO WS-TAB-D
           MOVE WS-TAB-D     TO TABO
           MOVE WS-COMM-VIEW TO VIWO
           IF WS-HDR-FOUND THEN
              PERFORM PARA-BUILD-RUN-LINES
           END-IF
           IF WS-TAB-FOUND THEN
              MOVE SPACES TO PAGO
              MOVE WS-COMM-PAGE TO PAGO(1:1)
              MOVE '/'          TO PAGO(2:1)
              MOVE WS-PAGE-MAX  TO PAGO(3:1)
              PERFORM PARA-BUILD-TABLE-HEAD
              PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                 UNTIL WS-LINE-IDX > 14
                 MOVE SPACES TO LINO(WS-LINE-IDX)
              END-PERFORM
              EVALUATE TRUE
                 WHEN WS-VIEW-NAKSHATRA
                    PERFORM PARA-BUILD-NAKSHATRA-PAGE
                 WHEN WS-VIEW-RASHI
                    PERFORM PARA-BUILD-RASHI-PAGE
                 WHEN OTHER
                    PERFORM PARA-BUILD-SUMMARY-PAGE
              END-EVALUATE
              IF WS-MSG = SPACES THEN
                 STRING 'LOADED ' WS-HDR-LOAD-DATE(1:4) '-'
                    WS-HDR-LOAD-DATE(5:2) '-' WS-HDR-LOAD-DATE(7:2)
                    ' ' WS-HDR-LOAD-TIME(1:2) ':' WS-HDR-LOAD-TIME(3:2)
                    ' - KEY TABLE/VIEW AND ENTER, PF3 TO EXIT'
                    DELIMITED BY SIZE INTO WS-MSG
                 END-STRING
              END-IF
           END-IF
           MOVE WS-MSG TO MSGO
           MOVE '1' TO WS-COMM-STATE
           EXEC CICS SEND MAP('NCSTMAP') MAPSET('NCSTSET')
              FROM(NCSTMAPO) ERASE
           END-EXEC
           EXIT.
      ******************************************************************
      *    PARAGRAPH BUILD RUN LINES - WHOSE RUN, WHEN, ITS SHAPE AND
      *    MODE, THEN ITS TOTALS AND THE NCSUMK CROSS-CHECK. THE
      *    START DATE IS STORED 0YYYY/MM/DD, HENCE THE (2:10) SLICE
      ******************************************************************
       PARA-BUILD-RUN-LINES.
           MOVE SPACES TO RUN1O
           MOVE WS-HDR-INTERVAL-VAL TO WS-TAB-D
           MOVE WS-HDR-LEN          TO WS-LEN-D
           STRING 'RUN ' WS-HDR-USER ' STARTED '
              WS-HDR-START-DATE(2:10) ' AS OF ' WS-HDR-ASOF
              ' MODE ' WS-SUMK-MODE ' ' WS-LEN-D ' TABLES X '
              WS-TAB-D ' YRS'
              DELIMITED BY SIZE INTO RUN1O
           END-STRING
           MOVE SPACES TO RUN2O
           MOVE WS-HDR-TOTAL-CP     TO WS-NUM-D
           MOVE WS-HDR-TALIVE-CP    TO WS-NUM2-D
           MOVE WS-HDR-UNKNOWN-NOBD TO WS-NUM3-D
           STRING 'TOTAL ' WS-NUM-D ' LIVING ' WS-NUM2-D
              ' NO BIRTH DATE ' WS-NUM3-D ' NCSUMK ' WS-SUMK-STATE
              DELIMITED BY SIZE INTO RUN2O
           END-STRING
           EXIT.
      ******************************************************************
      *    PARAGRAPH BUILD TABLE HEAD - WHICH TABLE, ITS AGE BAND
      *    (TABLE 1 IS THE OLDEST, AS IN NCITIZEN) AND THE TABLE
      *    TOTAL EVERY BAR ON THE PAGE IS A SHARE OF: THE SIX ALIVE/
      *    DEAD GENDER CELLS, AS ON NCREPT'S INTERVAL PAGE
      ******************************************************************
       PARA-BUILD-TABLE-HEAD.
           COMPUTE WS-TABLE-TOTAL = WS-STATV-I-MALE(1)
              + WS-STATV-I-FEMALE(1) + WS-STATV-I-OTHER(1)
              + WS-STATV-I-MALE(2) + WS-STATV-I-FEMALE(2)
              + WS-STATV-I-OTHER(2)
           MOVE WS-TABLE-TOTAL TO WS-NUM-D
           MOVE SPACES TO TBHO
           MOVE WS-HDR-LEN          TO WS-LEN-D
           IF WS-COMM-TAB = ZERO THEN
              MOVE WS-HDR-INTERVAL-VAL TO WS-TAB-D
              STRING 'TABLE 000 - ALL AGES (' WS-LEN-D ' TABLES OF '
                 WS-TAB-D ' YEARS)  TABLE TOTAL ' WS-NUM-D
                 DELIMITED BY SIZE INTO TBHO
              END-STRING
           ELSE
              COMPUTE WS-AGE-FROM =
                 (WS-HDR-LEN - WS-COMM-TAB) * WS-HDR-INTERVAL-VAL
              MOVE WS-AGE-FROM TO WS-AGE-FROM-D
              COMPUTE WS-AGE-TO-D =
                 WS-AGE-FROM + WS-HDR-INTERVAL-VAL - 1
              MOVE WS-COMM-TAB TO WS-TAB-D
              STRING 'TABLE ' WS-TAB-D ' OF ' WS-LEN-D ' - AGES '
                 WS-AGE-FROM-D ' TO ' WS-AGE-TO-D '  TABLE TOTAL '
                 WS-NUM-D
                 DELIMITED BY SIZE INTO TBHO
              END-STRING
           END-IF
           MOVE WS-TABLE-TOTAL TO WS-BAR-DENOM
           EXIT.
      ******************************************************************
      *    PARAGRAPH BUILD SUMMARY PAGE - VIEW 'S': THE SIX ALIVE/DEAD
      *    GENDER COUNTS WITH BARS, THEN ALIVE AND DEAD TOTALS WITH
      *    BARS, THE TABLE TOTAL AND THE GENDER-UNKNOWN COUNT (NOT
      *    PART OF THE TABLE TOTAL, AS ON NCREPT)
      ******************************************************************
       PARA-BUILD-SUMMARY-PAGE.
           MOVE WS-SUM-HEAD TO COLO
           MOVE 'ALIVE MALE'   TO WS-SL-LABEL
           MOVE WS-STATV-I-MALE(1) TO WS-BAR-NUMER
           MOVE 1 TO WS-LINE-IDX
           PERFORM PARA-PUT-SUMMARY-LINE
           MOVE 'ALIVE FEMALE' TO WS-SL-LABEL
           MOVE WS-STATV-I-FEMALE(1) TO WS-BAR-NUMER
           MOVE 2 TO WS-LINE-IDX
           PERFORM PARA-PUT-SUMMARY-LINE
           MOVE 'ALIVE OTHER'  TO WS-SL-LABEL
           MOVE WS-STATV-I-OTHER(1) TO WS-BAR-NUMER
           MOVE 3 TO WS-LINE-IDX
           PERFORM PARA-PUT-SUMMARY-LINE
           MOVE 'DEAD MALE'    TO WS-SL-LABEL
           MOVE WS-STATV-I-MALE(2) TO WS-BAR-NUMER
           MOVE 4 TO WS-LINE-IDX
           PERFORM PARA-PUT-SUMMARY-LINE
           MOVE 'DEAD FEMALE'  TO WS-SL-LABEL
           MOVE WS-STATV-I-FEMALE(2) TO WS-BAR-NUMER
           MOVE 5 TO WS-LINE-IDX
           PERFORM PARA-PUT-SUMMARY-LINE
           MOVE 'DEAD OTHER'   TO WS-SL-LABEL
           MOVE WS-STATV-I-OTHER(2) TO WS-BAR-NUMER
           MOVE 6 TO WS-LINE-IDX
           PERFORM PARA-PUT-SUMMARY-LINE
           MOVE 'ALIVE TOTAL'  TO WS-SL-LABEL
           COMPUTE WS-BAR-NUMER = WS-STATV-I-MALE(1)
              + WS-STATV-I-FEMALE(1) + WS-STATV-I-OTHER(1)
           MOVE 8 TO WS-LINE-IDX
           PERFORM PARA-PUT-SUMMARY-LINE
           MOVE 'DEAD TOTAL'   TO WS-SL-LABEL
           COMPUTE WS-BAR-NUMER = WS-STATV-I-MALE(2)
              + WS-STATV-I-FEMALE(2) + WS-STATV-I-OTHER(2)
           MOVE 9 TO WS-LINE-IDX
           PERFORM PARA-PUT-SUMMARY-LINE
           MOVE 'TABLE TOTAL'  TO WS-SL-LABEL
           MOVE WS-TABLE-TOTAL TO WS-BAR-NUMER
           MOVE 11 TO WS-LINE-IDX
           PERFORM PARA-PUT-SUMMARY-LINE
      *    GENDER UNKNOWN SITS OUTSIDE THE TABLE TOTAL - NO BAR
           MOVE 'GENDER UNKNOWN' TO WS-SL-LABEL
           MOVE WS-STATV-I-UNKNOWN TO WS-BAR-NUMER
           MOVE 12 TO WS-LINE-IDX
           PERFORM PARA-PUT-SUMMARY-LINE
           MOVE SPACES TO LINO(WS-LINE-IDX)(31:48)
           EXIT.
      ******************************************************************
      *    PARAGRAPH PUT SUMMARY LINE - WS-SL-LABEL AND WS-BAR-NUMER
      *    (OVER THE TABLE TOTAL IN WS-BAR-DENOM) ONTO LINE WS-LINE-IDX
      ******************************************************************
       PARA-PUT-SUMMARY-LINE.
           PERFORM PARA-BUILD-BAR
           MOVE WS-BAR-NUMER TO WS-SL-COUNT
           MOVE WS-BAR-STR   TO WS-SL-BAR
           MOVE WS-BAR-PCT   TO WS-SL-PCT
           MOVE WS-SUM-LINE  TO LINO(WS-LINE-IDX)
           EXIT.
      ******************************************************************
      *    PARAGRAPH BUILD NAKSHATRA PAGE - VIEW 'N'. PAGES 1-2 ARE
      *    THE COUNT LAYOUT FOR NAKSHATRAS 1-14 AND 15-27, PAGES 3-4
      *    THE BAR LAYOUT FOR THE SAME TWO HALVES. A NAKSHATRA'S TOTAL
      *    IS N + U (INSIDE ITS RANGE PLUS ON ITS BOUNDARY DAY), AS
      *    ON NCREPT
      ******************************************************************
       PARA-BUILD-NAKSHATRA-PAGE.
           IF WS-COMM-PAGE = 1 OR WS-COMM-PAGE = 3 THEN
              MOVE 1  TO WS-ROW-FIRST
              MOVE 14 TO WS-ROW-LAST
           ELSE
              MOVE 15 TO WS-ROW-FIRST
              MOVE 27 TO WS-ROW-LAST
           END-IF
           IF WS-COMM-PAGE < 3 THEN
              MOVE WS-CNT-HEAD TO COLO
           ELSE
              MOVE WS-BAR-HEAD TO COLO
           END-IF
           MOVE 1 TO WS-LINE-IDX
           PERFORM VARYING WS-ROW-IDX FROM WS-ROW-FIRST BY 1
              UNTIL WS-ROW-IDX > WS-ROW-LAST
              COMPUTE WS-ROW-TOTAL = WS-STATV-I-N(WS-ROW-IDX)
                 + WS-STATV-I-U(WS-ROW-IDX)
              MOVE WS-STATV-I-N-ALIVE-MALE(WS-ROW-IDX)
                 TO WS-ROW-CELL(1)
              MOVE WS-STATV-I-N-ALIVE-FEMALE(WS-ROW-IDX)
                 TO WS-ROW-CELL(2)
              MOVE WS-STATV-I-N-ALIVE-OTHER(WS-ROW-IDX)
                 TO WS-ROW-CELL(3)
              MOVE WS-STATV-I-N-DEAD-MALE(WS-ROW-IDX)
                 TO WS-ROW-CELL(4)
              MOVE WS-STATV-I-N-DEAD-FEMALE(WS-ROW-IDX)
                 TO WS-ROW-CELL(5)
              MOVE WS-STATV-I-N-DEAD-OTHER(WS-ROW-IDX)
                 TO WS-ROW-CELL(6)
              MOVE WS-STATV-I-N-DAGE-SUM(WS-ROW-IDX)
                 TO WS-ROW-DAGE-SUM
              MOVE WS-STATV-I-N-DAGE-CNT(WS-ROW-IDX)
                 TO WS-ROW-DAGE-CNT
              MOVE SPACES TO WS-CL-NAME
              MOVE WS-NNAME(WS-ROW-IDX) TO WS-CL-NAME
              IF WS-COMM-PAGE < 3 THEN
                 PERFORM PARA-PUT-COUNT-LINE
              ELSE
                 PERFORM PARA-PUT-BAR-LINE
              END-IF
              ADD 1 TO WS-LINE-IDX
           END-PERFORM
           EXIT.
      ******************************************************************
      *    PARAGRAPH BUILD RASHI PAGE - VIEW 'R': THE 12 RASHIS, PAGE
      *    1 THE COUNT LAYOUT, PAGE 2 THE BAR LAYOUT. A RASHI'S TOTAL
      *    IS RASHI-N; NCLOGW KEEPS NO AGE AT DEATH PER RASHI
      ******************************************************************
       PARA-BUILD-RASHI-PAGE.
           IF WS-COMM-PAGE = 1 THEN
              MOVE WS-CNT-HEAD TO COLO
           ELSE
              MOVE WS-BAR-HEAD TO COLO
           END-IF
           MOVE 'RASHI    ' TO COLO(4:9)
           MOVE 1 TO WS-LINE-IDX
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1 UNTIL WS-ROW-IDX > 12
              MOVE WS-STATV-I-RASHI-N(WS-ROW-IDX) TO WS-ROW-TOTAL
              MOVE WS-STATV-I-RASHI-ALIVE-MALE(WS-ROW-IDX)
                 TO WS-ROW-CELL(1)
              MOVE WS-STATV-I-RASHI-ALIVE-FEMALE(WS-ROW-IDX)
                 TO WS-ROW-CELL(2)
              MOVE WS-STATV-I-RASHI-ALIVE-OTHER(WS-ROW-IDX)
                 TO WS-ROW-CELL(3)
              MOVE WS-STATV-I-RASHI-DEAD-MALE(WS-ROW-IDX)
                 TO WS-ROW-CELL(4)
              MOVE WS-STATV-I-RASHI-DEAD-FEMALE(WS-ROW-IDX)
                 TO WS-ROW-CELL(5)
              MOVE WS-STATV-I-RASHI-DEAD-OTHER(WS-ROW-IDX)
                 TO WS-ROW-CELL(6)
              MOVE ZERO TO WS-ROW-DAGE-SUM
              MOVE ZERO TO WS-ROW-DAGE-CNT
              MOVE SPACES TO WS-CL-NAME
              MOVE WS-RNAME(WS-ROW-IDX) TO WS-CL-NAME
              IF WS-COMM-PAGE = 1 THEN
                 PERFORM PARA-PUT-COUNT-LINE
              ELSE
                 PERFORM PARA-PUT-BAR-LINE
              END-IF
              ADD 1 TO WS-LINE-IDX
           END-PERFORM
           EXIT.
      ******************************************************************
      *    PARAGRAPH PUT COUNT LINE - ROW WS-ROW-IDX (NAME ALREADY IN
      *    WS-CL-NAME) WITH ITS TOTAL AND SIX CELLS ONTO LINE
      *    WS-LINE-IDX
      ******************************************************************
       PARA-PUT-COUNT-LINE.
           MOVE WS-ROW-IDX   TO WS-CL-SEQ
           MOVE WS-ROW-TOTAL TO WS-CL-TOTAL
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
              UNTIL WS-CELL-IDX > 6
              MOVE WS-ROW-CELL(WS-CELL-IDX) TO WS-CL-CELL(WS-CELL-IDX)
           END-PERFORM
           MOVE WS-CNT-LINE TO LINO(WS-LINE-IDX)
           EXIT.
      ******************************************************************
      *    PARAGRAPH PUT BAR LINE - ROW WS-ROW-IDX AS A SHARE OF THE
      *    TABLE TOTAL, ITS ALIVE/DEAD SPLIT AND, WHERE ANY DEATH WITH
      *    A KNOWN AGE WAS COUNTED, THE AVERAGE AGE AT DEATH
      ******************************************************************
       PARA-PUT-BAR-LINE.
           MOVE WS-ROW-TOTAL TO WS-BAR-NUMER
           PERFORM PARA-BUILD-BAR
           COMPUTE WS-ROW-ALIVE = WS-ROW-CELL(1) + WS-ROW-CELL(2)
              + WS-ROW-CELL(3)
           COMPUTE WS-ROW-DEAD  = WS-ROW-CELL(4) + WS-ROW-CELL(5)
              + WS-ROW-CELL(6)
           MOVE WS-ROW-IDX   TO WS-BL-SEQ
           MOVE WS-CL-NAME   TO WS-BL-NAME
           MOVE WS-ROW-TOTAL TO WS-BL-TOTAL
           MOVE WS-BAR-STR   TO WS-BL-BAR
           MOVE WS-BAR-PCT   TO WS-BL-PCT
           MOVE WS-ROW-ALIVE TO WS-BL-ALIVE
           MOVE WS-ROW-DEAD  TO WS-BL-DEAD
           IF WS-ROW-DAGE-CNT = ZERO THEN
              MOVE SPACES TO WS-BL-AVG
           ELSE
              COMPUTE WS-AVG-AGE ROUNDED =
                 WS-ROW-DAGE-SUM / WS-ROW-DAGE-CNT
              MOVE WS-AVG-AGE   TO WS-AVG-AGE-D
              MOVE WS-AVG-AGE-D TO WS-BL-AVG
           END-IF
           MOVE WS-BAR-LINE TO LINO(WS-LINE-IDX)
           EXIT.
      ******************************************************************
      *    PARAGRAPH BUILD BAR - BUILDS A 10 CHAR ASCII PERCENTAGE BAR
      *    FROM WS-BAR-NUMER / WS-BAR-DENOM, SAME AS NCITIZEN'S e.g.
      *    40% = |####      |, 90% = |######### |
      ******************************************************************
       PARA-BUILD-BAR.
           MOVE SPACES TO WS-BAR-STR
           IF WS-BAR-DENOM = ZERO THEN
              MOVE ZERO TO WS-BAR-PCT
              MOVE ZERO TO WS-BAR-FILLED
           ELSE
              COMPUTE WS-BAR-PCT = (WS-BAR-NUMER * 100) / WS-BAR-DENOM
              COMPUTE WS-BAR-FILLED = (WS-BAR-NUMER * 10) / WS-BAR-DENOM
           END-IF
           PERFORM VARYING WS-BAR-IDX FROM 1 BY 1 UNTIL WS-BAR-IDX > 10
              IF WS-BAR-IDX <= WS-BAR-FILLED THEN
                 MOVE '#' TO WS-BAR-STR(WS-BAR-IDX:1)
              ELSE
                 MOVE ' ' TO WS-BAR-STR(WS-BAR-IDX:1)
              END-IF
           END-PERFORM
           EXIT.
