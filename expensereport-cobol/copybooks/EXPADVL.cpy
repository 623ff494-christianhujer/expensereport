000010*****************************************************************
000020*  EXPADVL.CPY
000030*
000040*  RECORD LAYOUT FOR THE CASH ADVANCE LEDGER (DD EXPADVL), A
000050*  VSAM KSDS KEYED ON EMPLOYEE ID PLUS THE TREASURY ADVANCE
000060*  NUMBER.  ONE RECORD PER ADVANCE, WRITTEN WHEN TREASURY'S
000070*  DAILY ACTIVITY FEED REPORTS IT ISSUED (OR, FAILING THAT,
000080*  WHEN AN EXPENSE REPORT FIRST CARRIES IT) AND UPDATED AS IT
000090*  IS SETTLED - BY THE EXPENSES ON A REPORT (EXPRPT01), BY A
000100*  CASH REPAYMENT ON THE TREASURY FEED, OR BY A PAYROLL
000110*  DEDUCTION SENT WHEN IT AGES PAST POLICY (EXPADV01).  ALL
000120*  AMOUNTS ARE HOME CURRENCY.  THE OPEN BALANCE IS THE ISSUED
000130*  AMOUNT LESS THE SETTLED, REPAID, AND RECOVERED AMOUNTS.
000140*
000150*  THE LAST REPORT NUMBER, THE RUN DATE IT SETTLED ON, AND THE
000160*  AMOUNT IT SETTLED ARE KEPT SO A RESTARTED REPORT RUN
000170*  RECOGNIZES A SETTLEMENT IT ALREADY APPLIED INSTEAD OF
000180*  APPLYING IT TWICE - A RELEASED RESUBMISSION OF THE SAME
000190*  REPORT NUMBER ON A LATER DAY SETTLES AS NEW.  WHEN A HELD
000200*  AMOUNT THE ADVANCE WAS SETTLED AGAINST IS DENIED, THE
000210*  APPROVAL OR RECEIPT PROGRAM TAKES IT BACK OFF THE SETTLED
000220*  AMOUNT AND REOPENS THE ADVANCE.
000230*
000240*  MODIFICATION HISTORY
000250*  DATE       INIT DESCRIPTION
000260*  ---------- ---- ------------------------------------------
000270*  2026-10-15 CAH  ORIGINAL VERSION.
000280*  2026-10-15 CAH  ADDED THE LAST SETTLE DATE TO THE RESTART
000290*                  CHECK.  RECORD GREW FROM 100 TO 110 BYTES.
000300*****************************************************************
000310 01  EXPADVL-RECORD.
000320     05  EXPADVL-KEY.
000330         10  EXPADVL-EMP-ID               PIC X(06).
000340         10  EXPADVL-ADV-NO               PIC 9(06).
000350     05  EXPADVL-SOURCE                   PIC X(01).
000360         88  EXPADVL-FROM-TREASURY                 VALUE 'T'.
000370         88  EXPADVL-FROM-REPORT                   VALUE 'R'.
000380     05  EXPADVL-STATUS                   PIC X(01).
000390         88  EXPADVL-OPEN                          VALUE 'O'.
000400         88  EXPADVL-SETTLED                       VALUE 'S'.
000410         88  EXPADVL-TO-PAYROLL                    VALUE 'P'.
000420     05  EXPADVL-ISSUE-DATE               PIC X(08).
000430     05  EXPADVL-ISSUE-AMOUNT             PIC 9(08)V99.
000440     05  EXPADVL-SETTLED-AMOUNT           PIC 9(08)V99.
000450     05  EXPADVL-REPAID-AMOUNT            PIC 9(08)V99.
000460     05  EXPADVL-RECOVERED-AMOUNT         PIC 9(08)V99.
000470     05  EXPADVL-LAST-REPORT-NO           PIC 9(06).
000480     05  EXPADVL-LAST-SETTLE-AMT          PIC 9(08)V99.
000490     05  EXPADVL-LAST-ACTIVITY-DATE       PIC X(08).
000500     05  EXPADVL-RECOVERY-DATE            PIC X(08).
000510     05  EXPADVL-LAST-SETTLE-DATE         PIC X(08).
000520     05  FILLER                           PIC X(08).
