      *    RUN PROVES WHAT IS STILL OUT, WHAT CAME BACK, AND WHAT
      *    HAS EXPIRED.  VR-VALUE IS THE FACE VALUE AT ISSUE, KEPT
      *    HERE SO FINANCE CAN PRICE THE OUTSTANDING LIABILITY.
      *    SPACEBAT ISSUES SERVICE-AWARD GIFT VOUCHERS OFF THE SAME
      *    SERIAL CONTROL: THOSE CARRY TYPE "A", THE EMPLOYEE ID AS
      *    THE TOKEN, AND THE DEPARTMENT THE GIFT IS CHARGED TO.  A
      *    RECORD WRITTEN BEFORE THE TYPE EXISTED READS AS SPACE AND
      *    IS A SNACK VOUCHER.
      ******************************************************************
       01  VOUCHER-REGISTER-RECORD.
           05  VR-SERIAL                PIC 9(08).
           05  VR-ISSUE-DATE            PIC 9(08).
           05  VR-TOKEN                 PIC X(16).
           05  VR-VALUE                 PIC 9(03)V99.
           05  VR-DEPT-CODE             PIC X(04).
           05  VR-VOUCHER-TYPE          PIC X(01).
               88  VR-SNACK-VOUCHER     VALUE "S" " ".
               88  VR-AWARD-VOUCHER     VALUE "A".
