       IDENTIFICATION DIVISION.
       PROGRAM-ID. NCREGCON.
      ******************************************************************
      *                      NAKSHATRA CITIZEN
      *                      (VEDIC ASTROLOGY)
      *                      REGIONAL TO NATIONAL CONSOLIDATION
      ******************************************************************
      *    ABOUT
      *          EVERY CITIZENS ROW BELONGS TO ONE REGIONAL REGISTRY
      *          (CITIZENS.REGION, '00' = NOT YET ASSIGNED) AND A
      *          REGION POSITION IN THE NCITIZEN PARM SWEEPS ONE
      *          REGION PER RUN, EACH WRITING AN NCLOGW RECORD WHOSE
      *          HEADER CARRIES ITS REGION. THIS PGM READS ONE SUCH
      *          SNAPSHOT PER REGION (CONCATENATED ON NCREGS),
      *          VERIFIES EACH ONE'S CRC, THAT THEY SHARE ONE
      *          INTERVAL SHAPE AND AS-OF DATE, AND THAT THEY COVER
      *          EVERY REGION ON THE NCREGION CONTROL LIST EXACTLY
      *          ONCE, ADDS THEM UP CELL BY CELL INTO ONE NATIONAL
      *          RECORD (REGION '**'), RECOMPUTES THE SUMMARY FIELDS
      *          AND THE CRC AND WRITES IT TO NCLOGW - THE SAME
      *          RECORD A NATIONAL SWEEP WOULD HAVE WRITTEN, SO THE
      *          RC/IC/LT/DF READERS, NCPUBREL AND NCSTLOAD TAKE IT
      *          AS ONE.
      *
      *          THE PROOF ON SYSOUT LISTS EVERY REGION'S TOTAL,
      *          ALIVE AND NO-BIRTH-DATE COUNTS AS ITS OWN SNAPSHOT
      *          RECORDED THEM, THEIR SUM, AND THE SAME FIGURES
      *          COUNTED AGAIN FROM THE NATIONAL CELLS - THE TWO MUST
      *          AGREE. WHEN A DIRECT NATIONAL SWEEP OF THE SAME
      *          AS-OF DATE IS GIVEN ON NCNATL, EVERY INTERVAL TABLE
      *          OF THE CONSOLIDATION IS ALSO COMPARED WITH IT, WHICH
      *          PROVES THE REGIONS ON THE LIST PARTITION THE WHOLE
      *          POPULATION (A CITIZEN IN A REGION MISSING FROM THE
      *          LIST, '00' INCLUDED, SHOWS UP AS A DIFFERENCE).
      *
      *          NCREGION CONTROL LIST - 80-BYTE CARDS, POS 1-2 THE
      *          REGION CODE, THE REST FREE TEXT. A CARD WITH '*' IN
      *          POS 1, OR BLANK IN POS 1-2, IS A COMMENT.
      *
      ******************************************************************
      *          COPYRIGHT:  GNU GPLV3 LICENSE 2023
      *          AUTHOR:     PRZEMYSLAW ADAM KUPISZ
      *          VERSION:    ALPHA
      *
      *    RETURN CODES
      *          0 - REGIONS CONSOLIDATED, NATIONAL RECORD WRITTEN
      *          BAD INPUT (CRC, FRAGMENT, NATIONAL RECORD ON NCREGS,
      *          REGION MISSING, REPEATED OR NOT LISTED, SHAPE OR
      *          AS-OF MISMATCH, TOTALS THAT DO NOT ADD UP, OR A
      *          DIFFERENCE AGAINST NCNATL) ABENDS THE STEP INSTEAD:
      *          NOTHING IS WRITTEN, NCLOGW IS NEVER OPENED, AND THE
      *          ABNORMAL DISPOSITION (DELETE) DISCARDS THE (+1)
      *          GENERATION - SAME CONVENTION AS NCMERGE
      *          SO DOES A FAILED OPEN OR WRITE OF NCLOGW ITSELF
      *          (FS IN THE ERROR LINE, RC 8 SET BEFORE THE ABEND)
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    OPERATOR CONSOLE FOR THE NCRCNNNE WTO MESSAGES, SAME
      *    CONVENTION AS NCITIZEN'S NCITNNNE SET
       SPECIAL-NAMES.
           CONSOLE IS OPERATOR-CONSOLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE REGIONAL SNAPSHOTS - SAME SHAPE AS NCITIZEN'S RECLOGR
           SELECT RECREGS ASSIGN TO NCREGS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-R.
      *    THE REGIONS THE CONSOLIDATION MUST COVER
           SELECT RECREGN ASSIGN TO NCREGION
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-L.
      *    OPTIONAL DIRECT NATIONAL SWEEP TO PROVE THE RESULT AGAINST
           SELECT OPTIONAL RECNATL ASSIGN TO NCNATL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-N.
      *    THE NATIONAL RECORD - A NEW NCLOGW GENERATION
           SELECT RECLOGW ASSIGN TO NCLOGW
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-W.
      *    KEYED RUN-SUMMARY REPOSITORY - THE NATIONAL ENTRY, MODE
      *    'NC', NEXT TO THE REGIONAL RUNS' OWN ENTRIES
           SELECT OPTIONAL RECSUMK ASSIGN TO NCSUMK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RECV01-SUMK-KEY
           FILE STATUS IS WS-FS-SUMK.
       DATA DIVISION.
       FILE SECTION.
       FD RECREGS
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
       FD RECREGN
           RECORDING MODE IS F.
       01 RECV01-REGN-R.
        05 RECV01-REGN-CODE           PIC   XX.
        05 FILLER                     PIC   X(78).
      ******************************************************************
      *    THE DIRECT NATIONAL SWEEP - SAME RECORD, BUT ONLY COMPARED
      *    TABLE BY TABLE, SO EACH INTERVAL TABLE IS ONE 1876-BYTE
      *    ITEM HERE (69 FIXED BYTES PLUS 1876 PER INTERVAL)
       FD RECNATL
           BLOCK CONTAINS 0 RECORDS
           RECORD IS VARYING IN SIZE FROM 1945 TO 225189
           DEPENDING ON RECV01-NT-LEN
           RECORDING MODE IS V
           DATA RECORD IS RECV01-NT-R.
       01 RECV01-NT-R.
        05 RECV01-NT-LEN            PIC   9(9) COMP-5.
        05 RECV01-NT-CRC            PIC   9(9) COMP-5.
        05 RECV01-NT-HEADER.
         10 RECV01-NT-USER            PIC   X(8).
         10 RECV01-NT-START-DATE      PIC   X(11).
         10 RECV01-NT-CURRENT-DATE    PIC   X(10).
         10 RECV01-NT-INTERVAL-VAL    PIC   S9(3).
         10 RECV01-NT-FRAG-FLAG       PIC   X.
         10 RECV01-NT-FRAG-LOW        PIC   S9(3).
         10 RECV01-NT-FRAG-HIGH       PIC   S9(3).
         10 RECV01-NT-REGION          PIC   XX.
        05 RECV01-NT-TAB OCCURS 1 TO 120 TIMES DEPENDING ON
                       RECV01-NT-LEN INDEXED BY NT-I.
         10 FILLER                    PIC   X(1876).
        05 RECV01-NT-SUMMARY.
         10 RECV01-NT-S-TOTAL-CP      PIC   9(9) COMP-5.
         10 RECV01-NT-S-TALIVE-CP     PIC   9(9) COMP-5.
         10 RECV01-NT-S-NMAX-PQ       PIC   9(9) COMP-5.
         10 RECV01-NT-S-NMIN-PQ       PIC   9(9) COMP-5.
         10 RECV01-NT-S-UNKNOWN-NOBD  PIC   9(9) COMP-5.
      ******************************************************************
       FD RECLOGW.
      *    WRITE-ONLY SHELL - SAME REASONING AND SIZE AS NCMERGE'S
      *    RECV01-DS-OUT: THE NATIONAL RECORD IS BUILT IN WORKING
      *    STORAGE AND MOVED HERE ONLY FOR THE ONE WRITE
       01 RECV01-DS-OUT.
        05 RECV01-DS-OUT-LEN        PIC   9(9) COMP-5.
        05 RECV01-DS-OUT-BODY.
         10 RECV01-DS-OUT-FILL OCCURS 1 TO 120 TIMES DEPENDING ON
                       RECV01-DS-OUT-LEN.
          15 FILLER                 PIC   X(1876).
        05 FILLER                   PIC   X(65).
      ******************************************************************
      *    RUN-SUMMARY KSDS RECORD - SAME LAYOUT AS NCITIZEN'S. MODE
      *    'NC' MARKS THE ROW AS A CONSOLIDATED NATIONAL RUN
      ******************************************************************
       FD RECSUMK.
       01 RECV01-SUMK-R.
        05 RECV01-SUMK-KEY.
         10 RECV01-SUMK-USER          PIC   X(8).
         10 RECV01-SUMK-START-DATE    PIC   X(11).
         10 RECV01-SUMK-REGION        PIC   XX.
        05 RECV01-SUMK-MODE           PIC   AA.
        05 RECV01-SUMK-INTERVAL-VAL   PIC   S9(3).
        05 RECV01-SUMK-TOTAL-CP       PIC   9(9) COMP-5.
        05 RECV01-SUMK-TALIVE-CP      PIC   9(9) COMP-5.
        05 RECV01-SUMK-NMAX-PQ        PIC   9(9) COMP-5.
        05 RECV01-SUMK-NMIN-PQ        PIC   9(9) COMP-5.
        05 RECV01-SUMK-CRC            PIC   9(9) COMP-5.
        05 RECV01-SUMK-GENERATION     PIC   X(8).
        05 FILLER                     PIC   X(26).
       WORKING-STORAGE SECTION.
      ******************************************************************
      *    THE NATIONAL RECORD UNDER CONSTRUCTION - SAME LAYOUT AND
      *    FIELD NAMES AS NCITIZEN'S RECV01-DS, SUMMED HERE IN
      *    WORKING STORAGE AND MOVED TO THE RECLOGW SHELL ONLY WHEN
      *    THE CONSOLIDATION HAS PROVED COMPLETE
      ******************************************************************
       01 RECV01-DS.
        05 RECV01-DS-LEN            PIC   9(9) COMP-5.
        05 RECV01-DS-CRC-VALUE      PIC   9(9) COMP-5.
        05 RECV01-DS-HEADER.
         10 RECV01-DS-USER            PIC   X(8).
         10 RECV01-DS-START-DATE      PIC   99(4)/99/99.
         10 RECV01-DS-CURRENT-DATE    PIC   X(10).
         10 RECV01-DS-INTERVAL-VAL    PIC   S9(3).
         10 RECV01-DS-FRAG-FLAG       PIC   X.
         10 RECV01-DS-FRAG-LOW        PIC   S9(3).
         10 RECV01-DS-FRAG-HIGH       PIC   S9(3).
         10 RECV01-DS-REGION          PIC   XX.
        05 RECV01-DS-TABLE-STATS.
         10 RECV01-DS-TAB OCCURS 1 TO 120 TIMES DEPENDING ON
                       RECV01-DS-LEN INDEXED BY DS-I.
          15 RECV01-DS-CITIZEN OCCURS 2 TIMES. *> 1-ALIVE, 2-DEAD
           20 RECV01-DS-MALE           PIC   9(9) COMP-5.
           20 RECV01-DS-FEMALE         PIC   9(9) COMP-5.
           20 RECV01-DS-OTHER          PIC   9(9) COMP-5.
          15 RECV01-DS-UNKNOWN         PIC   9(9) COMP-5.
          15 RECV01-DS-NTAB OCCURS 27 TIMES INDEXED BY DS-J.
           20 RECV01-DS-N              PIC   9(9) COMP-5.
           20 RECV01-DS-U              PIC   9(9) COMP-5.
           20 RECV01-DS-N-ALIVE-MALE   PIC   9(9) COMP-5.
           20 RECV01-DS-N-ALIVE-FEMALE PIC   9(9) COMP-5.
           20 RECV01-DS-N-DEAD-MALE    PIC   9(9) COMP-5.
           20 RECV01-DS-N-DEAD-FEMALE  PIC   9(9) COMP-5.
           20 RECV01-DS-N-ALIVE-OTHER  PIC   9(9) COMP-5.
           20 RECV01-DS-N-DEAD-OTHER   PIC   9(9) COMP-5.
           20 RECV01-DS-N-DAGE-SUM     PIC   9(9) COMP-5.
           20 RECV01-DS-N-DAGE-CNT     PIC   9(9) COMP-5.
           20 RECV01-DS-N-PADA         PIC   9(9) COMP-5
              OCCURS 4 TIMES.
          15 RECV01-DS-RTAB OCCURS 12 TIMES.
           20 RECV01-DS-RASHI-N            PIC   9(9) COMP-5.
           20 RECV01-DS-RASHI-ALIVE-MALE   PIC   9(9) COMP-5.
           20 RECV01-DS-RASHI-ALIVE-FEMALE PIC   9(9) COMP-5.
           20 RECV01-DS-RASHI-ALIVE-OTHER  PIC   9(9) COMP-5.
           20 RECV01-DS-RASHI-DEAD-MALE    PIC   9(9) COMP-5.
           20 RECV01-DS-RASHI-DEAD-FEMALE  PIC   9(9) COMP-5.
           20 RECV01-DS-RASHI-DEAD-OTHER   PIC   9(9) COMP-5.
        05 RECV01-DS-SUMMARY.
         10 RECV01-DS-S-TOTAL-CP      PIC   9(9) COMP-5.
         10 RECV01-DS-S-TALIVE-CP     PIC   9(9) COMP-5.
         10 RECV01-DS-S-NMAX-PQ       PIC   9(9) COMP-5.
         10 RECV01-DS-S-NMIN-PQ       PIC   9(9) COMP-5.
         10 RECV01-DS-S-UNKNOWN-NOBD  PIC   9(9) COMP-5.

      ******************************************************************
      *    CRC RE-DERIVATION - SAME ADDITIVE CHECKSUM, SAME FIELD
      *    ORDER, AS NCITIZEN'S PARA-COMPUTE-CRC
      ******************************************************************
       01 WS-DS-CRC.
        05 WS-CRC-VALUE          PIC   9(9) COMP-5.
        05 WS-CRC-VALID-SW       PIC   X.
           88 WS-CRC-RECORD-VALID     VALUE 'Y'.
           88 WS-CRC-RECORD-INVALID   VALUE 'N'.
      ******************************************************************
      *    THE NCREGION CONTROL LIST - ONE ENTRY PER REGION THAT MUST
      *    BE CONSOLIDATED, WITH THE FIGURES ITS SNAPSHOT RECORDED
      ******************************************************************
       01 WS-REGS.
        05 WS-REG-CNT            PIC   9(3) VALUE ZERO.
        05 WS-REG-MAX            PIC   9(3) VALUE 99.
        05 WS-REG OCCURS 99 TIMES.
         10 WS-REG-CODE          PIC   XX.
         10 WS-REG-SEEN          PIC   X.
         10 WS-REG-USER          PIC   X(8).
         10 WS-REG-START         PIC   X(11).
         10 WS-REG-TOTAL         PIC   9(9) COMP-5.
         10 WS-REG-ALIVE         PIC   9(9) COMP-5.
         10 WS-REG-NOBD          PIC   9(9) COMP-5.
        05 WS-RG                 PIC   S9(3) COMP-5.
        05 WS-RG-HIT             PIC   S9(3) COMP-5.
        05 WS-FIND-CODE          PIC   XX.
      ******************************************************************
      *    CONSOLIDATION CONTROL AND THE PROOF TOTALS
      ******************************************************************
       01 WS-CONS.
        05 WS-SNAP-CNT           PIC   9(3) VALUE ZERO.
        05 WS-BAD-SW             PIC   X VALUE 'N'.
           88 WS-CONS-BAD             VALUE 'Y'.
        05 WS-NATL-SW            PIC   X VALUE 'N'.
           88 WS-NATL-COMPARED        VALUE 'Y'.
        05 WS-NATL-READ          PIC   9(5) VALUE ZERO.
        05 WS-NATL-DIFF          PIC   9(5) VALUE ZERO.
        05 WS-SUM-TOTAL          PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-SUM-ALIVE          PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-SUM-NOBD           PIC   9(9) COMP-5 VALUE ZERO.
        05 WS-IDX                PIC   S9(3) COMP-5.
        05 WS-NTOTAL             PIC   9(9) COMP-5.
        05 WS-PADA-IDX           PIC   S9(3) COMP-5.
        05 WS-RASHI-IDX          PIC   S9(3) COMP-5.
        05 WS-TOTAL-D            PIC   Z(8)9.
        05 WS-ALIVE-D            PIC   Z(8)9.
        05 WS-NOBD-D             PIC   Z(8)9.
        05 WS-LINE               PIC   X(80).
      ******************************************************************
       01 WS-EOF-FLAG            PIC   A VALUE 'N'.
       01 WS-FS-R                PIC   XX.
       01 WS-FS-L                PIC   XX.
       01 WS-FS-N                PIC   XX.
       01 WS-FS-W                PIC   XX.
       01 WS-FS-SUMK             PIC   XX.
      ******************************************************************
      *    OPERATOR MESSAGE LINE - IDENTIFIERS IN USE:
      *      NCRC001E  A REGIONAL SNAPSHOT WAS REJECTED
      *      NCRC002E  A LISTED REGION HAS NO SNAPSHOT
      *      NCRC003E  THE CONSOLIDATION DIFFERS FROM NCNATL OR THE
      *                REGIONAL TOTALS DO NOT ADD UP
      *      NCRC004E  CONSOLIDATION ABANDONED - NOTHING WRITTEN
      ******************************************************************
       01 WS-WTO-LINE            PIC   X(120).
      ******************************************************************
      * WEBSPHERE MQ COMPLETION MESSAGE - SAME HAND-DECLARED MQOD/
      * MQMD/MQPMO VERSION 1 SHAPES AS NCITIZEN'S AND NCMERGE'S. THE
      * NATIONAL RECORD ANNOUNCES ITSELF ON NCIT.RUN.COMPLETE WITH
      * REG=** LIKE A NATIONAL SWEEP. A PUT FAILURE ONLY WARNS
      ******************************************************************
       01 WS-MQ.
        05 WS-MQ-QMGR-NAME    PIC   X(48) VALUE SPACES.
        05 WS-MQ-HCONN        PIC   S9(9) BINARY VALUE ZERO.
        05 WS-MQ-COMPCODE     PIC   S9(9) BINARY.
        05 WS-MQ-REASON       PIC   S9(9) BINARY.
        05 WS-MQ-BUFLEN       PIC   S9(9) BINARY VALUE 132.
        05 WS-MQ-BUFFER       PIC   X(132).
        05 WS-MQ-RC-D         PIC   9(4).
        05 WS-MQ-STUB-SW      PIC   X VALUE 'N'.
           88 WS-MQ-NO-STUBS      VALUE 'Y'.
        05 WS-MQ-TOTAL-D      PIC   9(9).
        05 WS-MQ-ALIVE-D      PIC   9(9).
        05 WS-MQ-CRC-D        PIC   9(9).
        05 WS-MQ-IVAL-D       PIC   9(3).
       01 WS-MQOD.
        05 WS-MQOD-STRUCID    PIC   X(4)  VALUE 'OD  '.
        05 WS-MQOD-VERSION    PIC   S9(9) BINARY VALUE 1.
        05 WS-MQOD-OBJECTTYPE PIC   S9(9) BINARY VALUE 1.
        05 WS-MQOD-OBJECTNAME PIC   X(48)
           VALUE 'NCIT.RUN.COMPLETE'.
        05 WS-MQOD-OBJECTQMGRNAME PIC X(48) VALUE SPACES.
        05 WS-MQOD-DYNAMICQNAME   PIC X(48) VALUE SPACES.
        05 WS-MQOD-ALTERNATEUSERID PIC X(12) VALUE SPACES.
       01 WS-MQMD.
        05 WS-MQMD-STRUCID    PIC   X(4)  VALUE 'MD  '.
        05 WS-MQMD-VERSION    PIC   S9(9) BINARY VALUE 1.
        05 WS-MQMD-REPORT     PIC   S9(9) BINARY VALUE 0.
        05 WS-MQMD-MSGTYPE    PIC   S9(9) BINARY VALUE 8.
        05 WS-MQMD-EXPIRY     PIC   S9(9) BINARY VALUE -1.
        05 WS-MQMD-FEEDBACK   PIC   S9(9) BINARY VALUE 0.
        05 WS-MQMD-ENCODING   PIC   S9(9) BINARY VALUE 785.
        05 WS-MQMD-CODEDCHARSETID PIC S9(9) BINARY VALUE 0.
        05 WS-MQMD-FORMAT     PIC   X(8)  VALUE 'MQSTR   '.
        05 WS-MQMD-PRIORITY   PIC   S9(9) BINARY VALUE -1.
        05 WS-MQMD-PERSISTENCE PIC  S9(9) BINARY VALUE 2.
        05 WS-MQMD-MSGID      PIC   X(24) VALUE LOW-VALUES.
        05 WS-MQMD-CORRELID   PIC   X(24) VALUE LOW-VALUES.
        05 WS-MQMD-BACKOUTCOUNT PIC S9(9) BINARY VALUE 0.
        05 WS-MQMD-REPLYTOQ   PIC   X(48) VALUE SPACES.
        05 WS-MQMD-REPLYTOQMGR PIC  X(48) VALUE SPACES.
        05 WS-MQMD-USERIDENTIFIER PIC X(12) VALUE SPACES.
        05 WS-MQMD-ACCOUNTINGTOKEN PIC X(32) VALUE LOW-VALUES.
        05 WS-MQMD-APPLIDENTITYDATA PIC X(32) VALUE SPACES.
        05 WS-MQMD-PUTAPPLTYPE PIC  S9(9) BINARY VALUE 0.
        05 WS-MQMD-PUTAPPLNAME PIC  X(28) VALUE SPACES.
        05 WS-MQMD-PUTDATE    PIC   X(8)  VALUE SPACES.
        05 WS-MQMD-PUTTIME    PIC   X(8)  VALUE SPACES.
        05 WS-MQMD-APPLORIGINDATA PIC X(4) VALUE SPACES.
       01 WS-MQPMO.
        05 WS-MQPMO-STRUCID   PIC   X(4)  VALUE 'PMO '.
        05 WS-MQPMO-VERSION   PIC   S9(9) BINARY VALUE 1.
      *    OPTIONS 4 = MQPMO_NO_SYNCPOINT
        05 WS-MQPMO-OPTIONS   PIC   S9(9) BINARY VALUE 4.
        05 WS-MQPMO-TIMEOUT   PIC   S9(9) BINARY VALUE -1.
        05 WS-MQPMO-CONTEXT   PIC   S9(9) BINARY VALUE 0.
        05 WS-MQPMO-KNOWNDESTCOUNT PIC S9(9) BINARY VALUE 0.
        05 WS-MQPMO-UNKNOWNDESTCOUNT PIC S9(9) BINARY VALUE 0.
        05 WS-MQPMO-INVALIDDESTCOUNT PIC S9(9) BINARY VALUE 0.
        05 WS-MQPMO-RESOLVEDQNAME PIC X(48) VALUE SPACES.
        05 WS-MQPMO-RESOLVEDQMGRNAME PIC X(48) VALUE SPACES.
      ******************************************************************
      * FOR ABEND CALL ROUTINE TO BETTER DBG (FAILED CONSOLIDATION)
       01  ABEND-CODE                 PIC   S9(9) BINARY.
       01  TIMING                     PIC   S9(9) BINARY.
      ******************************************************************
      *    PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
           MOVE ZERO TO RETURN-CODE
           PERFORM PARA-LOAD-REGION-LIST
           IF NOT WS-CONS-BAD THEN
              OPEN INPUT RECREGS
              IF WS-FS-R NOT = '00' THEN
                 DISPLAY 'ERROR:   CANNOT OPEN NCREGS. FS=', WS-FS-R
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
      *    THE NATIONAL RECORD IS SUMMED IN THE WORKING-STORAGE
      *    RECV01-DS COPY - NCLOGW IS NOT TOUCHED UNTIL EVERY CHECK
      *    HAS PASSED, SO A FAILED RUN NEVER CREATES A GENERATION
              MOVE 'N' TO WS-EOF-FLAG
              PERFORM UNTIL WS-EOF-FLAG = 'Y' OR WS-CONS-BAD
                 READ RECREGS
                    AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                    NOT AT END
                       PERFORM PARA-TAKE-REGION
                 END-READ
              END-PERFORM
              CLOSE RECREGS
           END-IF
           IF NOT WS-CONS-BAD THEN
              PERFORM PARA-CHECK-COVERAGE
           END-IF
           IF NOT WS-CONS-BAD AND WS-SNAP-CNT > ZERO THEN
              PERFORM PARA-FINALIZE
              PERFORM PARA-PROVE-TOTALS
              PERFORM PARA-COMPARE-NATIONAL
           END-IF
           IF WS-CONS-BAD OR WS-SNAP-CNT = ZERO THEN
      *    ABEND RATHER THAN END WITH A CODE - ONLY AN ABNORMAL END
      *    DRIVES THE (+1) GENERATION'S DELETE DISPOSITION
              DISPLAY 'ERROR:   REGIONS NOT CONSOLIDATED - NOTHING ',
                 'WRITTEN TO NCLOGW. ABORTING RUN'
              MOVE 'NCRC004E REGIONAL CONSOLIDATION ABANDONED - NO NCLOG
      -         'W GENERATION WRITTEN' TO WS-WTO-LINE
              PERFORM PARA-WTO
              MOVE 8 TO RETURN-CODE
              CALL "CEE3ABD" USING ABEND-CODE , TIMING
           ELSE
              PERFORM PARA-WRITE-NATIONAL
              DISPLAY 'INFO:    ', WS-SNAP-CNT, ' REGIONAL SNAPSHOTS ',
                 'CONSOLIDATED INTO ONE NATIONAL RECORD'
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
      *    PARAGRAPH LOAD REGION LIST - THE NCREGION CARDS INTO
      *    WS-REG. SAME CODE RULES AS NCITIZEN'S PARM REGION: TWO
      *    LETTERS/DIGITS, '**' BEING THE NATIONAL MARKER ITSELF
      ******************************************************************
       PARA-LOAD-REGION-LIST.
           OPEN INPUT RECREGN
           IF WS-FS-L NOT = '00' THEN
              DISPLAY 'ERROR:   CANNOT OPEN NCREGION. FS=', WS-FS-L
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
              READ RECREGN
                 AT END
                    MOVE 'Y' TO WS-EOF-FLAG
                 NOT AT END
                    PERFORM PARA-TAKE-REGION-CARD
              END-READ
           END-PERFORM
           CLOSE RECREGN
           IF WS-REG-CNT = ZERO THEN
              DISPLAY 'ERROR:   NCREGION LISTS NO REGION'
              MOVE 'Y' TO WS-BAD-SW
           END-IF
           EXIT.
       PARA-TAKE-REGION-CARD.
           EVALUATE TRUE
              WHEN RECV01-REGN-CODE(1:1) = '*'
                 CONTINUE *> COMMENT CARD
              WHEN RECV01-REGN-CODE = SPACES
                 CONTINUE *> BLANK CARD
              WHEN RECV01-REGN-CODE = '**'
                 OR RECV01-REGN-CODE(2:1) = SPACE
                 OR (RECV01-REGN-CODE(1:1) NOT NUMERIC AND
                     RECV01-REGN-CODE(1:1) NOT ALPHABETIC-UPPER)
                 OR (RECV01-REGN-CODE(2:1) NOT NUMERIC AND
                     RECV01-REGN-CODE(2:1) NOT ALPHABETIC-UPPER)
                 DISPLAY 'ERROR:   NCREGION CODE ', RECV01-REGN-CODE,
                    ' IS NOT 2 LETTERS/DIGITS'
                 MOVE 'Y' TO WS-BAD-SW
              WHEN OTHER
                 MOVE RECV01-REGN-CODE TO WS-FIND-CODE
                 PERFORM PARA-FIND-REGION
                 IF WS-RG-HIT > ZERO THEN
                    DISPLAY 'ERROR:   NCREGION LISTS REGION ',
                       RECV01-REGN-CODE, ' TWICE'
                    MOVE 'Y' TO WS-BAD-SW
                 ELSE
                    IF WS-REG-CNT NOT < WS-REG-MAX THEN
                       DISPLAY 'ERROR:   NCREGION LISTS MORE THAN ',
                          WS-REG-MAX, ' REGIONS'
                       MOVE 'Y' TO WS-BAD-SW
                    ELSE
                       ADD 1 TO WS-REG-CNT
                       MOVE RECV01-REGN-CODE TO WS-REG-CODE(WS-REG-CNT)
                       MOVE 'N' TO WS-REG-SEEN(WS-REG-CNT)
                       MOVE ZERO TO WS-REG-TOTAL(WS-REG-CNT)
                                    WS-REG-ALIVE(WS-REG-CNT)
                                    WS-REG-NOBD(WS-REG-CNT)
                    END-IF
                 END-IF
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH FIND REGION - WS-RG-HIT = THE LIST ENTRY FOR
      *    WS-FIND-CODE, ZERO WHEN IT IS NOT LISTED
      ******************************************************************
       PARA-FIND-REGION.
           MOVE ZERO TO WS-RG-HIT
           PERFORM VARYING WS-RG FROM 1 BY 1
              UNTIL WS-RG > WS-REG-CNT OR WS-RG-HIT > ZERO
              IF WS-REG-CODE(WS-RG) = WS-FIND-CODE THEN
                 MOVE WS-RG TO WS-RG-HIT
              END-IF
           END-PERFORM
           EXIT.
      ******************************************************************
      *    PARAGRAPH TAKE REGION - VALIDATES ONE REGIONAL SNAPSHOT
      *    AND ADDS ITS CELLS TO THE NATIONAL RECORD. THE FIRST ONE
      *    SETS THE SHAPE AND AS-OF DATE THE OTHERS MUST MATCH
      ******************************************************************
       PARA-TAKE-REGION.
           PERFORM PARA-COMPUTE-CRC
           PERFORM PARA-VALIDATE-DS-RECORD
           MOVE RECV01-DS-R-REGION TO WS-FIND-CODE
           PERFORM PARA-FIND-REGION
           EVALUATE TRUE
              WHEN NOT WS-CRC-RECORD-VALID
                 MOVE 'Y' TO WS-BAD-SW
              WHEN RECV01-DS-R-FRAG-FLAG = 'F'
                 DISPLAY 'ERROR:   NCREGS RECORD FOR REGION ',
                    RECV01-DS-R-REGION, ' IS A FRAGMENT - MERGE THE ',
                    'SPLIT REGIONAL RUN WITH NCMERGE FIRST'
                 MOVE 'Y' TO WS-BAD-SW
              WHEN RECV01-DS-R-REGION = '**' OR
                   RECV01-DS-R-REGION = SPACES
                 DISPLAY 'ERROR:   NCREGS RECORD OF USER ',
                    RECV01-DS-R-USER, ' ', RECV01-DS-R-START-DATE,
                    ' IS A NATIONAL SWEEP, NOT A REGIONAL ONE'
                 MOVE 'Y' TO WS-BAD-SW
              WHEN WS-RG-HIT = ZERO
                 DISPLAY 'ERROR:   REGION ', RECV01-DS-R-REGION,
                    ' IS NOT ON THE NCREGION LIST'
                 MOVE 'Y' TO WS-BAD-SW
              WHEN WS-REG-SEEN(WS-RG-HIT) = 'Y'
                 DISPLAY 'ERROR:   TWO NCREGS SNAPSHOTS FOR REGION ',
                    RECV01-DS-R-REGION
                 MOVE 'Y' TO WS-BAD-SW
              WHEN WS-SNAP-CNT > ZERO AND
                   (RECV01-DS-R-LEN NOT = RECV01-DS-LEN OR
                    RECV01-DS-R-INTERVAL-VAL NOT =
                       RECV01-DS-INTERVAL-VAL OR
                    RECV01-DS-R-CURRENT-DATE NOT =
                       RECV01-DS-CURRENT-DATE)
                 DISPLAY 'ERROR:   REGION ', RECV01-DS-R-REGION,
                    ' SHAPE/AS-OF MISMATCH - ALL REGIONS MUST BE ',
                    'SWEPT WITH ONE INTERVAL AND ONE AS-OF DATE'
                 MOVE 'Y' TO WS-BAD-SW
              WHEN OTHER
                 PERFORM PARA-ADD-REGION
           END-EVALUATE
           IF WS-CONS-BAD THEN
              MOVE 'NCRC001E REGIONAL SNAPSHOT REJECTED - SEE SYSOUT'
                 TO WS-WTO-LINE
              PERFORM PARA-WTO
           END-IF
           EXIT.
      ******************************************************************
       PARA-ADD-REGION.
           IF WS-SNAP-CNT = ZERO THEN
              PERFORM PARA-INIT-OUTPUT
           END-IF
           ADD 1 TO WS-SNAP-CNT
           MOVE 'Y'                       TO WS-REG-SEEN(WS-RG-HIT)
           MOVE RECV01-DS-R-USER          TO WS-REG-USER(WS-RG-HIT)
           MOVE RECV01-DS-R-START-DATE    TO WS-REG-START(WS-RG-HIT)
           MOVE RECV01-DS-R-S-TOTAL-CP    TO WS-REG-TOTAL(WS-RG-HIT)
           MOVE RECV01-DS-R-S-TALIVE-CP   TO WS-REG-ALIVE(WS-RG-HIT)
           MOVE RECV01-DS-R-S-UNKNOWN-NOBD TO WS-REG-NOBD(WS-RG-HIT)
           ADD RECV01-DS-R-S-TOTAL-CP     TO WS-SUM-TOTAL
           ADD RECV01-DS-R-S-TALIVE-CP    TO WS-SUM-ALIVE
           ADD RECV01-DS-R-S-UNKNOWN-NOBD TO WS-SUM-NOBD
      *    EACH REGIONAL SWEEP COUNTS ONLY ITS OWN NULL-BDATE ROWS,
      *    SO UNLIKE NCMERGE'S FRAGMENTS THE COUNT IS ADDED UP
           ADD RECV01-DS-R-S-UNKNOWN-NOBD TO RECV01-DS-S-UNKNOWN-NOBD
           PERFORM VARYING DSR-I FROM 1 BY 1
              UNTIL DSR-I > RECV01-DS-R-LEN
              PERFORM PARA-ADD-INTERVAL
           END-PERFORM
           EXIT.
      ******************************************************************
      *    PARAGRAPH INIT OUTPUT - SHAPE AND AS-OF DATE FROM THE FIRST
      *    REGION, EVERY CELL ZEROED. THE RUN KEY IS THIS JOB'S OWN
      *    (USER + TODAY), THE REGION THE NATIONAL '**'
      ******************************************************************
       PARA-INIT-OUTPUT.
           MOVE RECV01-DS-R-LEN          TO RECV01-DS-LEN
           ACCEPT RECV01-DS-START-DATE   FROM DATE YYYYMMDD
           ACCEPT RECV01-DS-USER         FROM USERNAME
           MOVE RECV01-DS-R-CURRENT-DATE TO RECV01-DS-CURRENT-DATE
           MOVE RECV01-DS-R-INTERVAL-VAL TO RECV01-DS-INTERVAL-VAL
           MOVE '**'  TO RECV01-DS-REGION
           MOVE SPACE TO RECV01-DS-FRAG-FLAG
           MOVE ZERO  TO RECV01-DS-FRAG-LOW
           MOVE ZERO  TO RECV01-DS-FRAG-HIGH
           MOVE ZERO  TO RECV01-DS-S-UNKNOWN-NOBD
           PERFORM VARYING DS-I FROM 1 BY 1 UNTIL DS-I > RECV01-DS-LEN
              MOVE ZERO TO RECV01-DS-MALE(DS-I,1)
                           RECV01-DS-FEMALE(DS-I,1)
                           RECV01-DS-OTHER(DS-I,1)
                           RECV01-DS-MALE(DS-I,2)
                           RECV01-DS-FEMALE(DS-I,2)
                           RECV01-DS-OTHER(DS-I,2)
                           RECV01-DS-UNKNOWN(DS-I)
              PERFORM VARYING DS-J FROM 1 BY 1 UNTIL DS-J > 27
                 MOVE ZERO TO RECV01-DS-N(DS-I,DS-J)
                              RECV01-DS-U(DS-I,DS-J)
                              RECV01-DS-N-ALIVE-MALE(DS-I,DS-J)
                              RECV01-DS-N-ALIVE-FEMALE(DS-I,DS-J)
                              RECV01-DS-N-DEAD-MALE(DS-I,DS-J)
                              RECV01-DS-N-DEAD-FEMALE(DS-I,DS-J)
                              RECV01-DS-N-ALIVE-OTHER(DS-I,DS-J)
                              RECV01-DS-N-DEAD-OTHER(DS-I,DS-J)
                              RECV01-DS-N-DAGE-SUM(DS-I,DS-J)
                              RECV01-DS-N-DAGE-CNT(DS-I,DS-J)
                 PERFORM VARYING WS-PADA-IDX FROM 1 BY 1
                    UNTIL WS-PADA-IDX > 4
                    MOVE ZERO
                       TO RECV01-DS-N-PADA(DS-I,DS-J,WS-PADA-IDX)
                 END-PERFORM
              END-PERFORM
              PERFORM VARYING WS-RASHI-IDX FROM 1 BY 1
                 UNTIL WS-RASHI-IDX > 12
                 MOVE ZERO TO RECV01-DS-RASHI-N(DS-I,WS-RASHI-IDX)
                    RECV01-DS-RASHI-ALIVE-MALE(DS-I,WS-RASHI-IDX)
                    RECV01-DS-RASHI-ALIVE-FEMALE(DS-I,WS-RASHI-IDX)
                    RECV01-DS-RASHI-ALIVE-OTHER(DS-I,WS-RASHI-IDX)
                    RECV01-DS-RASHI-DEAD-MALE(DS-I,WS-RASHI-IDX)
                    RECV01-DS-RASHI-DEAD-FEMALE(DS-I,WS-RASHI-IDX)
                    RECV01-DS-RASHI-DEAD-OTHER(DS-I,WS-RASHI-IDX)
              END-PERFORM
           END-PERFORM
           EXIT.
      ******************************************************************
      *    PARAGRAPH ADD INTERVAL - ONE INTERVAL TABLE, EVERY CELL,
      *    OF THE REGIONAL SNAPSHOT (DSR-I) ADDED INTO THE NATIONAL
      *    RECORD (SAME TABLE NUMBER). THE AGE-AT-DEATH SUM AND COUNT
      *    ADD UP TOO, SO THE NATIONAL MEAN COMES OUT RIGHT
      ******************************************************************
       PARA-ADD-INTERVAL.
           SET DS-I TO DSR-I
           ADD RECV01-DS-R-MALE(DSR-I,1)   TO RECV01-DS-MALE(DS-I,1)
           ADD RECV01-DS-R-FEMALE(DSR-I,1) TO RECV01-DS-FEMALE(DS-I,1)
           ADD RECV01-DS-R-OTHER(DSR-I,1)  TO RECV01-DS-OTHER(DS-I,1)
           ADD RECV01-DS-R-MALE(DSR-I,2)   TO RECV01-DS-MALE(DS-I,2)
           ADD RECV01-DS-R-FEMALE(DSR-I,2) TO RECV01-DS-FEMALE(DS-I,2)
           ADD RECV01-DS-R-OTHER(DSR-I,2)  TO RECV01-DS-OTHER(DS-I,2)
           ADD RECV01-DS-R-UNKNOWN(DSR-I)  TO RECV01-DS-UNKNOWN(DS-I)
           PERFORM VARYING DSR-J FROM 1 BY 1 UNTIL DSR-J > 27
              SET DS-J TO DSR-J
              ADD RECV01-DS-R-N(DSR-I,DSR-J)
                 TO RECV01-DS-N(DS-I,DS-J)
              ADD RECV01-DS-R-U(DSR-I,DSR-J)
                 TO RECV01-DS-U(DS-I,DS-J)
              ADD RECV01-DS-R-N-ALIVE-MALE(DSR-I,DSR-J)
                 TO RECV01-DS-N-ALIVE-MALE(DS-I,DS-J)
              ADD RECV01-DS-R-N-ALIVE-FEMALE(DSR-I,DSR-J)
                 TO RECV01-DS-N-ALIVE-FEMALE(DS-I,DS-J)
              ADD RECV01-DS-R-N-DEAD-MALE(DSR-I,DSR-J)
                 TO RECV01-DS-N-DEAD-MALE(DS-I,DS-J)
              ADD RECV01-DS-R-N-DEAD-FEMALE(DSR-I,DSR-J)
                 TO RECV01-DS-N-DEAD-FEMALE(DS-I,DS-J)
              ADD RECV01-DS-R-N-ALIVE-OTHER(DSR-I,DSR-J)
                 TO RECV01-DS-N-ALIVE-OTHER(DS-I,DS-J)
              ADD RECV01-DS-R-N-DEAD-OTHER(DSR-I,DSR-J)
                 TO RECV01-DS-N-DEAD-OTHER(DS-I,DS-J)
              ADD RECV01-DS-R-N-DAGE-SUM(DSR-I,DSR-J)
                 TO RECV01-DS-N-DAGE-SUM(DS-I,DS-J)
              ADD RECV01-DS-R-N-DAGE-CNT(DSR-I,DSR-J)
                 TO RECV01-DS-N-DAGE-CNT(DS-I,DS-J)
              PERFORM VARYING WS-PADA-IDX FROM 1 BY 1
                 UNTIL WS-PADA-IDX > 4
                 ADD RECV01-DS-R-N-PADA(DSR-I,DSR-J,WS-PADA-IDX)
                    TO RECV01-DS-N-PADA(DS-I,DS-J,WS-PADA-IDX)
              END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-RASHI-IDX FROM 1 BY 1
              UNTIL WS-RASHI-IDX > 12
              ADD RECV01-DS-R-RASHI-N(DSR-I,WS-RASHI-IDX)
                 TO RECV01-DS-RASHI-N(DS-I,WS-RASHI-IDX)
              ADD RECV01-DS-R-RASHI-ALIVE-MALE(DSR-I,WS-RASHI-IDX)
                 TO RECV01-DS-RASHI-ALIVE-MALE(DS-I,WS-RASHI-IDX)
              ADD RECV01-DS-R-RASHI-ALIVE-FEMALE(DSR-I,WS-RASHI-IDX)
                 TO RECV01-DS-RASHI-ALIVE-FEMALE(DS-I,WS-RASHI-IDX)
              ADD RECV01-DS-R-RASHI-ALIVE-OTHER(DSR-I,WS-RASHI-IDX)
                 TO RECV01-DS-RASHI-ALIVE-OTHER(DS-I,WS-RASHI-IDX)
              ADD RECV01-DS-R-RASHI-DEAD-MALE(DSR-I,WS-RASHI-IDX)
                 TO RECV01-DS-RASHI-DEAD-MALE(DS-I,WS-RASHI-IDX)
              ADD RECV01-DS-R-RASHI-DEAD-FEMALE(DSR-I,WS-RASHI-IDX)
                 TO RECV01-DS-RASHI-DEAD-FEMALE(DS-I,WS-RASHI-IDX)
              ADD RECV01-DS-R-RASHI-DEAD-OTHER(DSR-I,WS-RASHI-IDX)
                 TO RECV01-DS-RASHI-DEAD-OTHER(DS-I,WS-RASHI-IDX)
           END-PERFORM
           EXIT.
      ******************************************************************
      *    PARAGRAPH CHECK COVERAGE - EVERY REGION ON THE LIST MUST
      *    HAVE DELIVERED ITS SNAPSHOT
      ******************************************************************
       PARA-CHECK-COVERAGE.
           PERFORM VARYING WS-RG FROM 1 BY 1 UNTIL WS-RG > WS-REG-CNT
              IF WS-REG-SEEN(WS-RG) NOT = 'Y' THEN
                 DISPLAY 'ERROR:   REGION ', WS-REG-CODE(WS-RG),
                    ' IS LISTED BUT HAS NO SNAPSHOT ON NCREGS'
                 MOVE 'NCRC002E REGIONAL CONSOLIDATION - A LISTED REGION
      -            ' HAS NO SNAPSHOT' TO WS-WTO-LINE
                 PERFORM PARA-WTO
                 MOVE 'Y' TO WS-BAD-SW
              END-IF
           END-PERFORM
           EXIT.
      ******************************************************************
      *    PARAGRAPH FINALIZE - THE PARA-ANALYSE-DATA-STYLE SUMMARY
      *    FIELDS RECOMPUTED OVER THE NATIONAL CELLS (NMAX/NMIN ARE
      *    NOT ADDITIVE), THEN THE CRC
      ******************************************************************
       PARA-FINALIZE.
           MOVE ZERO      TO RECV01-DS-S-TOTAL-CP
           MOVE ZERO      TO RECV01-DS-S-TALIVE-CP
           MOVE ZERO      TO RECV01-DS-S-NMAX-PQ
           MOVE 999999999 TO RECV01-DS-S-NMIN-PQ
           PERFORM VARYING DS-I FROM 1 BY 1 UNTIL DS-I > RECV01-DS-LEN
              ADD RECV01-DS-MALE(DS-I,1) RECV01-DS-FEMALE(DS-I,1)
                  RECV01-DS-OTHER(DS-I,1)
                  RECV01-DS-MALE(DS-I,2) RECV01-DS-FEMALE(DS-I,2)
                  RECV01-DS-OTHER(DS-I,2)
                  TO RECV01-DS-S-TOTAL-CP
              ADD RECV01-DS-MALE(DS-I,1) RECV01-DS-FEMALE(DS-I,1)
                  RECV01-DS-OTHER(DS-I,1)
                  TO RECV01-DS-S-TALIVE-CP
              PERFORM VARYING DS-J FROM 1 BY 1 UNTIL DS-J > 27
                 COMPUTE WS-NTOTAL = RECV01-DS-N(DS-I,DS-J)
                    + RECV01-DS-U(DS-I,DS-J)
                 IF WS-NTOTAL > RECV01-DS-S-NMAX-PQ THEN
                    MOVE WS-NTOTAL TO RECV01-DS-S-NMAX-PQ
                 END-IF
                 IF WS-NTOTAL < RECV01-DS-S-NMIN-PQ THEN
                    MOVE WS-NTOTAL TO RECV01-DS-S-NMIN-PQ
                 END-IF
              END-PERFORM
           END-PERFORM
           PERFORM PARA-COMPUTE-OUT-CRC
           MOVE WS-CRC-VALUE TO RECV01-DS-CRC-VALUE
           EXIT.
      ******************************************************************
      *    PARAGRAPH PROVE TOTALS - ONE LINE PER REGION WITH THE
      *    FIGURES ITS OWN SNAPSHOT RECORDED, THEIR SUM, AND THE SAME
      *    FIGURES COUNTED FROM THE NATIONAL CELLS. THE SUM AND THE
      *    NATIONAL COUNT MUST BE EQUAL
      ******************************************************************
       PARA-PROVE-TOTALS.
           DISPLAY ' '
           DISPLAY 'REGIONAL CONSOLIDATION AS OF ',
              RECV01-DS-CURRENT-DATE, ' - ', RECV01-DS-LEN,
              ' INTERVAL TABLES OF ', RECV01-DS-INTERVAL-VAL, ' YEARS'
           DISPLAY 'REGION  RUN BY   STARTED         TOTAL     ALIVE',
              ' NO BIRTH DATE'
           PERFORM VARYING WS-RG FROM 1 BY 1 UNTIL WS-RG > WS-REG-CNT
              MOVE WS-REG-TOTAL(WS-RG) TO WS-TOTAL-D
              MOVE WS-REG-ALIVE(WS-RG) TO WS-ALIVE-D
              MOVE WS-REG-NOBD(WS-RG)  TO WS-NOBD-D
              MOVE SPACES TO WS-LINE
              STRING '  ' WS-REG-CODE(WS-RG) '    '
                 WS-REG-USER(WS-RG) ' ' WS-REG-START(WS-RG) ' '
                 WS-TOTAL-D ' ' WS-ALIVE-D '     ' WS-NOBD-D
                 DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              DISPLAY WS-LINE
           END-PERFORM
           MOVE WS-SUM-TOTAL TO WS-TOTAL-D
           MOVE WS-SUM-ALIVE TO WS-ALIVE-D
           MOVE WS-SUM-NOBD  TO WS-NOBD-D
           MOVE SPACES TO WS-LINE
           STRING 'SUM OF THE REGIONS           ' WS-TOTAL-D ' '
              WS-ALIVE-D '     ' WS-NOBD-D
              DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           DISPLAY WS-LINE
           MOVE RECV01-DS-S-TOTAL-CP     TO WS-TOTAL-D
           MOVE RECV01-DS-S-TALIVE-CP    TO WS-ALIVE-D
           MOVE RECV01-DS-S-UNKNOWN-NOBD TO WS-NOBD-D
           MOVE SPACES TO WS-LINE
           STRING 'NATIONAL (FROM THE CELLS)    ' WS-TOTAL-D ' '
              WS-ALIVE-D '     ' WS-NOBD-D
              DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           DISPLAY WS-LINE
           IF WS-SUM-TOTAL NOT = RECV01-DS-S-TOTAL-CP OR
              WS-SUM-ALIVE NOT = RECV01-DS-S-TALIVE-CP OR
              WS-SUM-NOBD NOT = RECV01-DS-S-UNKNOWN-NOBD THEN
              DISPLAY 'ERROR:   THE REGIONAL TOTALS DO NOT ADD UP ',
                 'TO THE NATIONAL RECORD'
              MOVE 'NCRC003E REGIONAL CONSOLIDATION DOES NOT BALANCE - S
      -         'EE SYSOUT' TO WS-WTO-LINE
              PERFORM PARA-WTO
              MOVE 'Y' TO WS-BAD-SW
           ELSE
              DISPLAY 'PROOF:   THE REGIONAL TOTALS ADD UP TO THE ',
                 'NATIONAL RECORD'
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH COMPARE NATIONAL - WHEN NCNATL IS GIVEN, THE
      *    FIRST COMPLETE NATIONAL SNAPSHOT ON IT WITH THE SAME
      *    SHAPE AND AS-OF DATE IS COMPARED TABLE BY TABLE, TOGETHER
      *    WITH ITS SUMMARY FIELDS AND CRC. WITHOUT THE DD THE PROOF
      *    RESTS ON THE REGIONAL TOTALS ALONE
      ******************************************************************
       PARA-COMPARE-NATIONAL.
           OPEN INPUT RECNATL
           IF WS-FS-N NOT = '00' THEN
              DISPLAY 'INFO:    NO NCNATL NATIONAL SWEEP GIVEN - ',
                 'NOT COMPARED CELL BY CELL'
           ELSE
              MOVE 'N' TO WS-EOF-FLAG
              PERFORM UNTIL WS-EOF-FLAG = 'Y' OR WS-NATL-COMPARED
                 READ RECNATL
                    AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                    NOT AT END
                       ADD 1 TO WS-NATL-READ
                       IF RECV01-NT-FRAG-FLAG NOT = 'F' AND
                          RECV01-NT-REGION = '**' AND
                          RECV01-NT-LEN = RECV01-DS-LEN AND
                          RECV01-NT-INTERVAL-VAL =
                             RECV01-DS-INTERVAL-VAL AND
                          RECV01-NT-CURRENT-DATE =
                             RECV01-DS-CURRENT-DATE THEN
                          PERFORM PARA-COMPARE-RECORD
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RECNATL
              EVALUATE TRUE
                 WHEN WS-NATL-READ = ZERO
                    DISPLAY 'INFO:    NCNATL IS EMPTY - ',
                       'NOT COMPARED CELL BY CELL'
                 WHEN NOT WS-NATL-COMPARED
                    DISPLAY 'ERROR:   NO NATIONAL SNAPSHOT AS OF ',
                       RECV01-DS-CURRENT-DATE, ' WITH ',
                       RECV01-DS-LEN, ' TABLES ON NCNATL'
                    MOVE 'Y' TO WS-BAD-SW
                 WHEN WS-NATL-DIFF > ZERO
                    DISPLAY 'ERROR:   THE CONSOLIDATION DIFFERS FROM ',
                       'THE NATIONAL SWEEP OF ', RECV01-NT-USER, ' ',
                       RECV01-NT-START-DATE, ' IN ', WS-NATL-DIFF,
                       ' PLACES - A REGION IS MISSING FROM NCREGION ',
                       'OR CITIZENS CHANGED BETWEEN THE SWEEPS'
                    MOVE 'NCRC003E REGIONAL CONSOLIDATION DIFFERS FROM T
      -               'HE NATIONAL SWEEP - SEE SYSOUT' TO WS-WTO-LINE
                    PERFORM PARA-WTO
                    MOVE 'Y' TO WS-BAD-SW
                 WHEN OTHER
                    DISPLAY 'PROOF:   EVERY CELL EQUALS THE NATIONAL ',
                       'SWEEP OF ', RECV01-NT-USER, ' ',
                       RECV01-NT-START-DATE
              END-EVALUATE
           END-IF
           EXIT.
       PARA-COMPARE-RECORD.
           MOVE 'Y' TO WS-NATL-SW
           PERFORM VARYING DS-I FROM 1 BY 1 UNTIL DS-I > RECV01-DS-LEN
              SET NT-I TO DS-I
              IF RECV01-DS-TAB(DS-I) NOT = RECV01-NT-TAB(NT-I) THEN
                 ADD 1 TO WS-NATL-DIFF
                 SET WS-IDX TO DS-I
                 DISPLAY 'ERROR:   INTERVAL TABLE ', WS-IDX,
                    ' DIFFERS FROM NCNATL'
              END-IF
           END-PERFORM
           IF RECV01-DS-SUMMARY NOT = RECV01-NT-SUMMARY THEN
              ADD 1 TO WS-NATL-DIFF
              MOVE RECV01-NT-S-TOTAL-CP TO WS-TOTAL-D
              MOVE RECV01-NT-S-TALIVE-CP TO WS-ALIVE-D
              MOVE RECV01-NT-S-UNKNOWN-NOBD TO WS-NOBD-D
              DISPLAY 'ERROR:   NCNATL SUMMARY DIFFERS - TOTAL ',
                 WS-TOTAL-D, ' ALIVE ', WS-ALIVE-D,
                 ' NO BIRTH DATE ', WS-NOBD-D
           END-IF
      *    EQUAL CELLS GIVE AN EQUAL CHECKSUM - A DIFFERENT ONE HERE
      *    MEANS THE NCNATL RECORD ITSELF IS DAMAGED
           IF RECV01-NT-CRC NOT = RECV01-DS-CRC-VALUE THEN
              ADD 1 TO WS-NATL-DIFF
              DISPLAY 'ERROR:   NCNATL CRC ', RECV01-NT-CRC,
                 ' NOT EQUAL TO ', RECV01-DS-CRC-VALUE
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH WRITE NATIONAL - ONLY NOW DOES NCLOGW COME INTO
      *    EXISTENCE. THE SHELL'S LENGTH FIELD IS SET FIRST SO THE
      *    WRITTEN RECORD TAKES THE NATIONAL RECORD'S TRUE LENGTH
      ******************************************************************
       PARA-WRITE-NATIONAL.
           OPEN OUTPUT RECLOGW
           IF WS-FS-W NOT = '00' THEN
              DISPLAY 'ERROR:   CANNOT OPEN NCLOGW. FS=', WS-FS-W
              PERFORM PARA-ABEND-NCLOGW
           END-IF
           MOVE RECV01-DS-LEN TO RECV01-DS-OUT-LEN
           WRITE RECV01-DS-OUT FROM RECV01-DS
           END-WRITE
           IF WS-FS-W NOT = '00' THEN
              DISPLAY 'ERROR:   NATIONAL RECORD NOT WRITTEN TO NCLOGW.',
                 ' FS=', WS-FS-W
              PERFORM PARA-ABEND-NCLOGW
           END-IF
           CLOSE RECLOGW
           PERFORM PARA-WRITE-SUMMARY-KSDS
           PERFORM PARA-PUT-MQ-COMPLETE
           EXIT.
      ******************************************************************
      *    PARAGRAPH ABEND NCLOGW - NCLOGW COULD NOT BE OPENED OR
      *    WRITTEN. NCSUMK AND THE COMPLETION DATAGRAM ARE NEVER
      *    REACHED, AND THE ABEND DRIVES THE (+1) GENERATION'S DELETE
      *    DISPOSITION SO NO PARTIAL NATIONAL RECORD IS CATALOGED
      ******************************************************************
       PARA-ABEND-NCLOGW.
           MOVE 'NCRC004E REGIONAL CONSOLIDATION ABANDONED - NO NCLOG
      -         'W GENERATION WRITTEN' TO WS-WTO-LINE
           PERFORM PARA-WTO
           MOVE 8 TO RETURN-CODE
           CALL "CEE3ABD" USING ABEND-CODE , TIMING
           EXIT.
      ******************************************************************
      *    PARAGRAPH PUT MQ COMPLETE - THE NATIONAL RECORD'S
      *    COMPLETION DATAGRAM ON NCIT.RUN.COMPLETE, MODE 'NC', SAME
      *    SHAPE AS NCITIZEN'S AND NCMERGE'S
      ******************************************************************
       PARA-PUT-MQ-COMPLETE.
           MOVE SPACES TO WS-MQ-BUFFER
           MOVE RETURN-CODE           TO WS-MQ-RC-D
           MOVE RECV01-DS-S-TOTAL-CP  TO WS-MQ-TOTAL-D
           MOVE RECV01-DS-S-TALIVE-CP TO WS-MQ-ALIVE-D
           MOVE RECV01-DS-CRC-VALUE   TO WS-MQ-CRC-D
           MOVE RECV01-DS-INTERVAL-VAL TO WS-MQ-IVAL-D
           STRING 'NCIT RUN COMPLETE'
              ' USER=' RECV01-DS-USER
              ' START=' RECV01-DS-START-DATE
              ' MODE=NC'
              ' REG=' RECV01-DS-REGION
              ' INTERVAL=' WS-MQ-IVAL-D
              ' TOTAL=' WS-MQ-TOTAL-D
              ' ALIVE=' WS-MQ-ALIVE-D
              ' CRC=' WS-MQ-CRC-D
              ' RC=' WS-MQ-RC-D
              DELIMITED BY SIZE INTO WS-MQ-BUFFER
           END-STRING
           MOVE 'N' TO WS-MQ-STUB-SW
           CALL 'MQCONN' USING WS-MQ-QMGR-NAME, WS-MQ-HCONN,
              WS-MQ-COMPCODE, WS-MQ-REASON
              ON EXCEPTION
                 MOVE 'Y' TO WS-MQ-STUB-SW
                 DISPLAY 'WARNING: MQ STUBS NOT AVAILABLE - ',
                    'COMPLETION MESSAGE SKIPPED'
           END-CALL
           EVALUATE TRUE
              WHEN WS-MQ-NO-STUBS
                 CONTINUE
              WHEN WS-MQ-COMPCODE = 2
                 DISPLAY 'WARNING: MQCONN FAILED, REASON=',
                    WS-MQ-REASON, ' - COMPLETION MESSAGE SKIPPED'
              WHEN OTHER
                 CALL 'MQPUT1' USING WS-MQ-HCONN, WS-MQOD, WS-MQMD,
                    WS-MQPMO, WS-MQ-BUFLEN, WS-MQ-BUFFER,
                    WS-MQ-COMPCODE, WS-MQ-REASON
                    ON EXCEPTION
                       MOVE 'Y' TO WS-MQ-STUB-SW
                       DISPLAY 'WARNING: MQPUT1 STUB NOT AVAILABLE ',
                          '- COMPLETION MESSAGE SKIPPED'
                 END-CALL
                 IF WS-MQ-NO-STUBS THEN
                    CONTINUE
                 ELSE
                    IF WS-MQ-COMPCODE NOT = 0 THEN
                       DISPLAY 'WARNING: MQPUT1 TO ',
                          'NCIT.RUN.COMPLETE FAILED, REASON=',
                          WS-MQ-REASON,
                          ' - DOWNSTREAM WILL HAVE TO POLL'
                    ELSE
                       DISPLAY 'INFO:    COMPLETION MESSAGE PUT TO ',
                          'NCIT.RUN.COMPLETE'
                    END-IF
                 END-IF
                 CALL 'MQDISC' USING WS-MQ-HCONN,
                    WS-MQ-COMPCODE, WS-MQ-REASON
                    ON EXCEPTION
                       CONTINUE *> NOTHING LEFT TO CLEAN UP
                 END-CALL
           END-EVALUATE
           EXIT.
      ******************************************************************
      *    PARAGRAPH WRITE SUMMARY KSDS - THE NATIONAL ENTRY, KEYED
      *    ON USER + START DATE + REGION '**'. SAME MISSING-CLUSTER
      *    TOLERANCE AS NCITIZEN - THE FULL RECORD IS ALREADY SAFE
      *    ON THE GDG
      ******************************************************************
       PARA-WRITE-SUMMARY-KSDS.
           OPEN I-O RECSUMK
           IF WS-FS-SUMK NOT = '00' AND WS-FS-SUMK NOT = '05'
              AND WS-FS-SUMK NOT = '97' THEN
              DISPLAY 'WARNING: NCSUMK SUMMARY KSDS NOT AVAILABLE. ',
                 'FS=', WS-FS-SUMK, ' - SUMMARY RECORD SKIPPED'
           ELSE
              MOVE SPACES TO RECV01-SUMK-R
              MOVE RECV01-DS-USER         TO RECV01-SUMK-USER
              MOVE RECV01-DS-START-DATE   TO RECV01-SUMK-START-DATE
              MOVE RECV01-DS-REGION       TO RECV01-SUMK-REGION
              MOVE 'NC'                   TO RECV01-SUMK-MODE
              MOVE RECV01-DS-INTERVAL-VAL TO RECV01-SUMK-INTERVAL-VAL
              MOVE RECV01-DS-S-TOTAL-CP   TO RECV01-SUMK-TOTAL-CP
              MOVE RECV01-DS-S-TALIVE-CP  TO RECV01-SUMK-TALIVE-CP
              MOVE RECV01-DS-S-NMAX-PQ    TO RECV01-SUMK-NMAX-PQ
              MOVE RECV01-DS-S-NMIN-PQ    TO RECV01-SUMK-NMIN-PQ
              MOVE RECV01-DS-CRC-VALUE    TO RECV01-SUMK-CRC
      *    THE EDITED START DATE STORES AS 0YYYY/MM/DD (THE PICTURE
      *    CARRIES 5 YEAR DIGITS), SO THE YYYYMMDD SLICES START AT 2
              MOVE RECV01-DS-START-DATE(2:4)
                 TO RECV01-SUMK-GENERATION(1:4)
              MOVE RECV01-DS-START-DATE(7:2)
                 TO RECV01-SUMK-GENERATION(5:2)
              MOVE RECV01-DS-START-DATE(10:2)
                 TO RECV01-SUMK-GENERATION(7:2)
              WRITE RECV01-SUMK-R
              END-WRITE
              IF WS-FS-SUMK = '22' THEN
                 REWRITE RECV01-SUMK-R
                 END-REWRITE
              END-IF
              IF WS-FS-SUMK NOT = '00' THEN
                 DISPLAY 'WARNING: NCSUMK SUMMARY RECORD NOT ',
                    'WRITTEN. FS=', WS-FS-SUMK
              END-IF
              CLOSE RECSUMK
           END-IF
           EXIT.
      ******************************************************************
      *    PARAGRAPH COMPUTE CRC - RE-DERIVES THE REGIONAL SNAPSHOT'S
      *    CHECKSUM, SAME FIELD SET AND ORDER AS NCITIZEN
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
      *    PARAGRAPH COMPUTE OUT CRC - SAME CHECKSUM OVER THE NATIONAL
      *    OUTPUT RECORD, STAMPED BEFORE THE WRITE SO NCITIZEN'S
      *    READ-BACK VALIDATION ACCEPTS THE NATIONAL GENERATION
      ******************************************************************
       PARA-COMPUTE-OUT-CRC.
           MOVE ZERO TO WS-CRC-VALUE
           PERFORM VARYING DS-I FROM 1 BY 1 UNTIL DS-I > RECV01-DS-LEN
              ADD RECV01-DS-MALE(DS-I,1)
                  RECV01-DS-FEMALE(DS-I,1)
                  RECV01-DS-MALE(DS-I,2)
                  RECV01-DS-FEMALE(DS-I,2)
                  RECV01-DS-OTHER(DS-I,1)
                  RECV01-DS-OTHER(DS-I,2)
                  RECV01-DS-UNKNOWN(DS-I)
                  TO WS-CRC-VALUE
              PERFORM VARYING DS-J FROM 1 BY 1 UNTIL DS-J > 27
                 ADD RECV01-DS-N(DS-I,DS-J)
                     RECV01-DS-U(DS-I,DS-J)
                     RECV01-DS-N-ALIVE-MALE(DS-I,DS-J)
                     RECV01-DS-N-ALIVE-FEMALE(DS-I,DS-J)
                     RECV01-DS-N-DEAD-MALE(DS-I,DS-J)
                     RECV01-DS-N-DEAD-FEMALE(DS-I,DS-J)
                     RECV01-DS-N-ALIVE-OTHER(DS-I,DS-J)
                     RECV01-DS-N-DEAD-OTHER(DS-I,DS-J)
                     RECV01-DS-N-DAGE-SUM(DS-I,DS-J)
                     RECV01-DS-N-DAGE-CNT(DS-I,DS-J)
                     TO WS-CRC-VALUE
                 PERFORM VARYING WS-PADA-IDX FROM 1 BY 1
                    UNTIL WS-PADA-IDX > 4
                    ADD RECV01-DS-N-PADA(DS-I,DS-J,WS-PADA-IDX)
                       TO WS-CRC-VALUE
                 END-PERFORM
              END-PERFORM
              PERFORM VARYING WS-RASHI-IDX FROM 1 BY 1
                 UNTIL WS-RASHI-IDX > 12
                 ADD RECV01-DS-RASHI-N(DS-I,WS-RASHI-IDX)
                     RECV01-DS-RASHI-ALIVE-MALE(DS-I,WS-RASHI-IDX)
                     RECV01-DS-RASHI-ALIVE-FEMALE(DS-I,WS-RASHI-IDX)
                     RECV01-DS-RASHI-ALIVE-OTHER(DS-I,WS-RASHI-IDX)
                     RECV01-DS-RASHI-DEAD-MALE(DS-I,WS-RASHI-IDX)
                     RECV01-DS-RASHI-DEAD-FEMALE(DS-I,WS-RASHI-IDX)
                     RECV01-DS-RASHI-DEAD-OTHER(DS-I,WS-RASHI-IDX)
                     TO WS-CRC-VALUE
              END-PERFORM
           END-PERFORM
           ADD RECV01-DS-S-TOTAL-CP RECV01-DS-S-TALIVE-CP
               RECV01-DS-INTERVAL-VAL RECV01-DS-LEN
               RECV01-DS-S-UNKNOWN-NOBD
               TO WS-CRC-VALUE
           EXIT.
      ******************************************************************
      *    PARAGRAPH VALIDATE DS RECORD - SAME TWO RULES AS NCITIZEN:
      *    A SANE INTERVAL COUNT AND A MATCHING CHECKSUM
      ******************************************************************
       PARA-VALIDATE-DS-RECORD.
           MOVE 'Y' TO WS-CRC-VALID-SW
           IF RECV01-DS-R-LEN < 1 OR RECV01-DS-R-LEN > 120 THEN
              MOVE 'N' TO WS-CRC-VALID-SW
              DISPLAY 'WARNING: REJECTING NCREGS RECORD - BAD ',
              'RECV01-DS-R-LEN=', RECV01-DS-R-LEN
           ELSE
              IF WS-CRC-VALUE NOT = RECV01-DS-R-CRC THEN
                 MOVE 'N' TO WS-CRC-VALID-SW
                 DISPLAY 'WARNING: REJECTING NCREGS RECORD - CRC ',
                 'MISMATCH. EXPECTED=', RECV01-DS-R-CRC,
                 ' COMPUTED=', WS-CRC-VALUE
              END-IF
           END-IF
           EXIT.
