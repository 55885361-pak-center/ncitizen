      *          EITHER WAY) NEEDS A HUMAN AND STAYS ON THE AGING
      *          REPORT.
      *
      *          NCEXTOUT ALSO PUTS THE RECORDS THE NATIONAL
      *          STATISTICS OFFICE REJECTED ON NCEXCP, COLUMN
      *          'STATSOFF', DETAIL = THEIR REASON CODE AND (POS
      *          11-29) THE TIMESTAMP OF THE SEND THEY REJECTED. THE
      *          ROW ITSELF MAY PASS EVERY RULE BELOW, SO SUCH AN
      *          ENTRY STAYS OUTSTANDING UNTIL THE ROW'S CHG_TS IS
      *          LATER THAN THAT SEND - ONCE A STEWARD HAS CHANGED
      *          IT, THE NEXT DELTA SEND TAKES IT BACK TO THE OFFICE.
      *
      ******************************************************************
      *          COPYRIGHT:  GNU GPLV3 LICENSE 2023
      *          AUTHOR:     PRZEMYSLAW ADAM KUPISZ
        05 WS-QONE-GENDER        PIC   9.
        05 WS-QONE-ALIVE         PIC   9.
        05 WS-QONE-DDATE         PIC   X(10).
        05 WS-QONE-CHG-TS        PIC   X(26).
        05 WS-QONE-BDATE-IND     PIC   S9(4) COMP-5.
        05 WS-QONE-GENDER-IND    PIC   S9(4) COMP-5.
        05 WS-QONE-ALIVE-IND     PIC   S9(4) COMP-5.
        05 WS-QONE-DDATE-IND     PIC   S9(4) COMP-5.
        05 WS-QONE-CHG-TS-IND    PIC   S9(4) COMP-5.
           EXEC SQL END DECLARE SECTION
           END-EXEC.
      ******************************************************************
       PARA-REVIEW-ONE.
           MOVE WS-EX-ID(WS-IDX) TO WS-QONE-ID
           EXEC SQL
              SELECT BDATE, GENDER, ALIVE, DDATE, CHG_TS
              INTO :WS-QONE-BDATE :WS-QONE-BDATE-IND,
                   :WS-QONE-GENDER :WS-QONE-GENDER-IND,
                   :WS-QONE-ALIVE :WS-QONE-ALIVE-IND,
                   :WS-QONE-DDATE :WS-QONE-DDATE-IND,
                   :WS-QONE-CHG-TS :WS-QONE-CHG-TS-IND
              FROM CITIZENS
              WHERE CITIZEN_ID = :WS-QONE-ID
           END-EXEC
      ******************************************************************
      *    PARAGRAPH JUDGE ROW - SAME NULL/RANGE RULES AS THE CHECKS
      *    AT THE TOP OF NCITIZEN'S PARA-NAKSHATRA-COMPUTE, PLUS THE
      *    "EVIDENTLY A DEATH" FIXABILITY RULE FROM THE ABOUT BLOCK.
      *    A STATISTICS OFFICE REJECTION THE RULES DO NOT CATCH STAYS
      *    BROKEN, WITH ITS OWN DETAIL, UNTIL THE ROW IS CHANGED
      ******************************************************************
       PARA-JUDGE-ROW.
           MOVE 'N' TO WS-BROKEN-SW
                    MOVE 'Y' TO WS-FIXABLE-SW
                 END-IF
           END-EVALUATE
      *    A STATISTICS OFFICE ENTRY KEEPS ITS DETAIL - THE SEND
      *    TIMESTAMP IN IT IS WHAT LETS IT CLOSE
           IF WS-EX-COLUMN(WS-IDX) NOT = 'STATSOFF' THEN
              IF WS-ROW-BROKEN THEN
                 MOVE WS-WHY TO WS-EX-DETAIL(WS-IDX)
              END-IF
           ELSE
              IF WS-QONE-CHG-TS-IND < 0 OR
                 WS-QONE-CHG-TS(1:19) NOT >
                 WS-EX-DETAIL(WS-IDX)(11:19) THEN
                 MOVE 'Y' TO WS-BROKEN-SW
              END-IF
           END-IF
           EXIT.
      ******************************************************************
