000010*****************************************************************
000020*  EXPBUDG.CPY
000030*
000040*  RECORD LAYOUT FOR THE DEPARTMENT TRAVEL BUDGET MASTER (DD
000050*  EXPBUDG), A VSAM KSDS KEYED ON DEPARTMENT, COST CENTER, AND
000060*  BUDGET PERIOD (YYYYMM).  FINANCE LOADS ONE RECORD PER
000070*  DEPARTMENT AND COST CENTER FOR EACH MONTH, CARRYING THE
000080*  MONTH'S BUDGET FOR EACH GL ACCOUNT THE DEPARTMENT'S TRAVEL
000090*  POSTS TO.  THE REPORT PROGRAM EXPRPT01 ADDS EVERY EXPGLEX
000100*  POSTING TO THE ACCOUNT'S MONTH-TO-DATE ACTUAL AS IT WRITES
000110*  IT, APPENDING AN UNBUDGETED ACCOUNT IN THE FIRST FREE SLOT
000120*  WITH A ZERO BUDGET; THE APPROVAL PROGRAM EXPAPR01 BACKS A
000130*  DENIED EXCEPTION'S REVERSAL OUT OF IT AGAIN.  ALL AMOUNTS
000140*  ARE HOME CURRENCY.
000150*
000160*  ONCE A DEPARTMENT'S ACTUALS PASS ITS BUDGET, EACH FURTHER
000170*  REPORT IS HELD FOR CONTROLLER RELEASE - THE HELD AMOUNT AND
000180*  COUNT ARE WHAT STILL SITS IN THE QUEUE, REDUCED AS THE
000190*  CONTROLLER APPROVES OR DENIES EACH HOLD.  THE LAST REPORT
000200*  NUMBER, THE RUN DATE IT WAS POSTED ON, AND THE AMOUNT IT
000210*  HELD ARE KEPT SO A RESTARTED REPORT RUN RECOGNIZES A POSTING
000220*  IT ALREADY APPLIED INSTEAD OF APPLYING IT TWICE - A RELEASED
000230*  RESUBMISSION OF THE SAME REPORT NUMBER ON A LATER DAY IS
000240*  POSTED AS NEW.
000250*
000260*  MODIFICATION HISTORY
000270*  DATE       INIT DESCRIPTION
000280*  ---------- ---- ------------------------------------------
000290*  2026-10-15 CAH  ORIGINAL VERSION.
000300*  2026-10-15 CAH  ADDED THE LAST RUN DATE TO THE RESTART CHECK.
000310*                  CARVED OUT OF THE FILLER, SO RECORD POSITIONS
000320*                  ARE UNCHANGED.
000330*****************************************************************
000340 01  EXPBUDG-RECORD.
000350     05  EXPBUDG-KEY.
000360         10  EXPBUDG-DEPARTMENT           PIC X(10).
000370         10  EXPBUDG-COST-CENTER          PIC X(08).
000380         10  EXPBUDG-PERIOD               PIC X(06).
000390     05  EXPBUDG-ACCOUNTS.
000400         10  EXPBUDG-ACCT-ENTRY OCCURS 10 TIMES.
000410             15  EXPBUDG-GL-ACCOUNT       PIC X(08).
000420             15  EXPBUDG-BUDGET-AMT       PIC 9(09)V99.
000430             15  EXPBUDG-ACTUAL-AMT       PIC 9(09)V99.
000440     05  EXPBUDG-HELD-AMOUNT              PIC 9(09)V99.
000450     05  EXPBUDG-HELD-COUNT               PIC 9(05).
000460     05  EXPBUDG-LAST-REPORT-NO           PIC 9(06).
000470     05  EXPBUDG-LAST-HELD-AMT            PIC 9(08)V99.
000480     05  EXPBUDG-LAST-UPDATE-DATE         PIC X(08).
000490     05  EXPBUDG-LAST-RUN-DATE            PIC X(08).
000500     05  FILLER                           PIC X(08).
