      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    2026-10-15  RSK  REGISTER ENTRIES NOW CARRY VOUCHER TYPE
      *                     "S" (SNACK) AND A BLANK DEPARTMENT, NOW
      *                     THAT SPACEBAT ISSUES SERVICE-AWARD GIFT
      *                     VOUCHERS OFF THE SAME SERIAL CONTROL.
      *    2026-09-03  RSK  EVERY VOUCHER IS NOW ISSUED WITH A
      *                     SERIAL NUMBER: THE NEXT SERIAL COMES OFF
      *                     THE VCHRSEQ CONTROL FILE (REWRITTEN AT
           MOVE WS-ISSUE-DATE TO VR-ISSUE-DATE
           MOVE WS-NAME TO VR-TOKEN
           MOVE WS-FACE-VALUE TO VR-VALUE
           MOVE SPACES TO VR-DEPT-CODE
           MOVE "S" TO VR-VOUCHER-TYPE
           WRITE VOUCHER-REGISTER-RECORD
           ADD 1 TO WS-NEXT-SERIAL
           PERFORM 1100-READ-NEXT-EMPLOYEE.
