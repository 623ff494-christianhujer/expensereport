000010*****************************************************************
000020*  EXPRCPRJ.CPY
000030*
000040*  RECORD LAYOUT FOR THE REJECTED RECEIPT-ARRIVAL FILE (DD
000050*  EXPRCPRJ) WRITTEN BY THE RECEIPT PROGRAM EXPRCP01.  AN
000060*  IMAGING FEED RECORD THAT CANNOT RELEASE A HELD LINE IS
000070*  WRITTEN HERE UNCHANGED, PREFIXED WITH THE REASON CODE, AND
000080*  THE PENDING-RECEIPT FILE IS LEFT AS IT WAS - THE SAME
000090*  PATTERN THE EXPREJ REJECT FILE USES FOR SUBMISSIONS.
000100*
000110*  REASON CODES
000120*  51 - NO LINE HELD FOR A RECEIPT UNDER THE REPORT AND LINE
000130*  52 - EMPLOYEE DOES NOT MATCH THE HELD LINE
000140*  53 - HELD LINE ALREADY RELEASED OR DENIED
000150*  54 - REPORT NUMBER, LINE NUMBER, OR RECEIPT DATE IS NOT
000160*       NUMERIC
000170*
000180*  MODIFICATION HISTORY
000190*  DATE       INIT DESCRIPTION
000200*  ---------- ---- ------------------------------------------
000210*  2026-10-15 CAH  ORIGINAL VERSION.
000220*****************************************************************
000230 01  EXPRCPRJ-RECORD.
000240     05  EXPRCPRJ-REASON-CODE             PIC X(02).
000250         88  EXPRCPRJ-NOT-HELD                     VALUE '51'.
000260         88  EXPRCPRJ-WRONG-EMPLOYEE               VALUE '52'.
000270         88  EXPRCPRJ-NOT-PENDING                  VALUE '53'.
000280         88  EXPRCPRJ-BAD-RECORD                   VALUE '54'.
000290     05  EXPRCPRJ-ARRIVAL-IMAGE           PIC X(80).
