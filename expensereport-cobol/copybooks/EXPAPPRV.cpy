000160*  DATE       INIT DESCRIPTION
000170*  ---------- ---- ------------------------------------------
000180*  2026-09-02 CAH  ORIGINAL VERSION.
000190*  2026-10-15 CAH  ADDED THE APPROVER ROLE - C MARKS A
000200*                  CONTROLLER, THE ONLY ROLE THAT MAY RELEASE OR
000210*                  DENY A REPORT HELD BECAUSE ITS DEPARTMENT IS
000220*                  OVER BUDGET.  A DELEGATE ACTS WITH THE
000230*                  DELEGATOR'S ROLE.  CARVED OUT OF THE FILLER,
000240*                  SO RECORD POSITIONS ARE UNCHANGED.
000250*****************************************************************
000260 01  EXPAPPRV-RECORD.
000270     05  EXPAPPRV-APPROVER-ID             PIC X(08).
000280     05  EXPAPPRV-NAME                    PIC X(20).
000290     05  EXPAPPRV-DEPARTMENT              PIC X(10).
000300         88  EXPAPPRV-ALL-DEPTS                    VALUE SPACES.
000310     05  EXPAPPRV-AUTH-LIMIT              PIC 9(08)V99.
000320     05  EXPAPPRV-STATUS                  PIC X(01).
000330         88  EXPAPPRV-ACTIVE                       VALUE 'A'.
000340         88  EXPAPPRV-INACTIVE                     VALUE 'I'.
000350     05  EXPAPPRV-DELEGATE-ID             PIC X(08).
000360     05  EXPAPPRV-DELEG-START             PIC X(08).
000370     05  EXPAPPRV-DELEG-END               PIC X(08).
000380     05  EXPAPPRV-ROLE                    PIC X(01).
000390         88  EXPAPPRV-CONTROLLER                   VALUE 'C'.
000400     05  FILLER                           PIC X(06).
