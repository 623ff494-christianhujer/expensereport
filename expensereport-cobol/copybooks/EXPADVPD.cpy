000010*****************************************************************
000020*  EXPADVPD.CPY
000030*
000040*  RECORD LAYOUT FOR THE PAYROLL ADVANCE DEDUCTION EXTRACT (DD
000050*  EXPADVPD) WRITTEN BY THE ADVANCE LEDGER PROGRAM EXPADV01.
000060*  ONE RECORD PER CASH ADVANCE STILL CARRYING AN OPEN BALANCE
000070*  PAST THE RECOVERY POLICY WINDOW, FOR PAYROLL TO DEDUCT FROM
000080*  THE EMPLOYEE'S PAY.  AN ADVANCE IS EXTRACTED ONCE - THE
000090*  LEDGER MARKS IT SENT TO PAYROLL AND CARRIES THE AMOUNT AS
000100*  RECOVERED.
000110*
000120*  MODIFICATION HISTORY
000130*  DATE       INIT DESCRIPTION
000140*  ---------- ---- ------------------------------------------
000150*  2026-10-15 CAH  ORIGINAL VERSION.
000160*****************************************************************
000170 01  EXPADVPD-RECORD.
000180     05  EXPADVPD-EMP-ID                  PIC X(06).
000190     05  EXPADVPD-EMP-NAME                PIC X(20).
000200     05  EXPADVPD-ADV-NO                  PIC 9(06).
000210     05  EXPADVPD-AMOUNT                  PIC 9(08)V99.
000220     05  EXPADVPD-ISSUE-DATE              PIC X(08).
000230     05  EXPADVPD-DAYS-OUTSTANDING        PIC 9(05).
000240     05  EXPADVPD-EXTRACT-DATE            PIC X(08).
000250     05  FILLER                           PIC X(17).
