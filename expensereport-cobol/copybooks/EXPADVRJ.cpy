000010*****************************************************************
000020*  EXPADVRJ.CPY
000030*
000040*  RECORD LAYOUT FOR THE REJECTED ADVANCE ACTIVITY FILE (DD
000050*  EXPADVRJ) WRITTEN BY THE ADVANCE LEDGER PROGRAM EXPADV01.
000060*  A TREASURY ACTIVITY RECORD THAT CANNOT BE POSTED TO THE
000070*  LEDGER IS WRITTEN HERE UNCHANGED, PREFIXED WITH THE REASON
000080*  CODE, AND THE LEDGER IS LEFT AS IT WAS - THE SAME PATTERN
000090*  THE EXPREJ REJECT FILE USES FOR SUBMISSIONS.
000100*
000110*  REASON CODES
000120*  41 - ISSUE FOR AN ADVANCE TREASURY ALREADY ISSUED
000130*  42 - REPAYMENT FOR AN ADVANCE NOT ON THE LEDGER
000140*  43 - REPAYMENT EXCEEDS THE ADVANCE'S OPEN BALANCE
000150*  44 - ACTION CODE NOT I OR R, OR A KEY, AMOUNT, OR DATE
000160*       FIELD IS NOT NUMERIC
000170*
000180*  MODIFICATION HISTORY
000190*  DATE       INIT DESCRIPTION
000200*  ---------- ---- ------------------------------------------
000210*  2026-10-15 CAH  ORIGINAL VERSION.
000220*****************************************************************
000230 01  EXPADVRJ-RECORD.
000240     05  EXPADVRJ-REASON-CODE             PIC X(02).
000250         88  EXPADVRJ-ALREADY-ISSUED               VALUE '41'.
000260         88  EXPADVRJ-NOT-ON-LEDGER                VALUE '42'.
000270         88  EXPADVRJ-OVER-BALANCE                 VALUE '43'.
000280         88  EXPADVRJ-BAD-RECORD                   VALUE '44'.
000290     05  EXPADVRJ-ACTIVITY-IMAGE          PIC X(80).
