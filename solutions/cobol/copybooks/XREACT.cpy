      ******************************************************************
      *    XREACT.CPY
      *    ALLERGEN CROSS-REACTIVITY REFERENCE RECORD.  ONE RECORD
      *    PER RELATED SUBSTANCE GROUP A PATIENT ALLERGIC TO
      *    XR-ALLERGEN MAY ALSO REACT TO.  XR-ALLERGEN IS THE SAME
      *    WIDTH AND SPELLING AS ALGN-NAME IN ALGNCODE.CPY, SO IT IS
      *    BIT-TESTED AGAINST THE PATIENT'S MASK THROUGH ALLERGIC-TO.
      *    XR-RELATED-GROUP NAMES EITHER A THERAPEUTIC CLASS CODE
      *    (MC-CLASS-CODE IN MEDCLASS.CPY, E.G. A PENICILLIN ALLERGY
      *    AGAINST THE CEPHALOSPORIN CLASS) OR A SINGLE INGREDIENT
      *    SPELLED AS ALGN-NAME.  A HIT IS A RELATED-CLASS CAUTION,
      *    NOT A KNOWN ALLERGY: THE SCREENS REPORT IT APART FROM A
      *    DIRECT MATCH, AT THE RISK LEVEL FILED HERE.  THE ORDER
      *    SCREEN HOLDS AN ORDER ON A HIGH-RISK GROUP AND LETS A
      *    MODERATE OR LOW ONE THROUGH WITH A LOG ENTRY.
      ******************************************************************
       01  CROSS-REACTIVITY-RECORD.
           05  XR-ALLERGEN              PIC X(12).
           05  XR-RELATED-GROUP         PIC X(12).
           05  XR-RISK                  PIC X.
               88  XR-HIGH-RISK         VALUE "H".
               88  XR-MODERATE-RISK     VALUE "M".
               88  XR-LOW-RISK          VALUE "L" " ".
