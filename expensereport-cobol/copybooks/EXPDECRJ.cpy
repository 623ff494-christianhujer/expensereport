000150*  33 - AMOUNT EXCEEDS THE APPROVER'S DOLLAR AUTHORITY
000160*  34 - EXCEPTION IS OUTSIDE THE APPROVER'S DEPARTMENT SCOPE
000170*  35 - APPROVER IS THE CLAIMING EMPLOYEE
000180*  36 - OVER-BUDGET HOLD DECIDED BY AN APPROVER WHO IS NOT A
000190*       CONTROLLER
000200*
000210*  MODIFICATION HISTORY
000220*  DATE       INIT DESCRIPTION
000230*  ---------- ---- ------------------------------------------
000240*  2026-09-02 CAH  ORIGINAL VERSION.
000250*  2026-10-15 CAH  ADDED REASON 36 FOR AN OVER-BUDGET HOLD
000260*                  DECIDED BY SOMEONE OTHER THAN A CONTROLLER.
000270*****************************************************************
000280 01  EXPDECRJ-RECORD.
000290     05  EXPDECRJ-REASON-CODE             PIC X(02).
000300         88  EXPDECRJ-UNKNOWN-APPROVER             VALUE '31'.
000310         88  EXPDECRJ-APPROVER-INACTIVE            VALUE '32'.
000320         88  EXPDECRJ-OVER-AUTHORITY               VALUE '33'.
000330         88  EXPDECRJ-OUTSIDE-SCOPE                VALUE '34'.
000340         88  EXPDECRJ-SELF-APPROVAL                VALUE '35'.
000350         88  EXPDECRJ-NOT-CONTROLLER               VALUE '36'.
000360     05  EXPDECRJ-DECIS-IMAGE             PIC X(80).
