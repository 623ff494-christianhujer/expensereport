000010*****************************************************************
000020*  EXPAPCRJ.CPY
000030*
000040*  RECORD LAYOUT FOR THE REJECTED PAYMENT CONFIRMATION FILE (DD
000050*  EXPAPCRJ) WRITTEN BY THE PAYMENT CONFIRMATION PROGRAM
000060*  EXPPCF01.  AN AP CONFIRMATION RECORD THAT CANNOT BE POSTED
000070*  IS WRITTEN HERE UNCHANGED, PREFIXED WITH THE REASON CODE,
000080*  AND THE PAYMENT STATUS FILE IS LEFT AS IT WAS - THE SAME
000090*  PATTERN THE EXPREJ REJECT FILE USES FOR SUBMISSIONS.
000100*
000110*  REASON CODES
000120*  71 - STATUS IS NOT P, R, OR V, OR THE AMOUNT OR DATE IS NOT
000130*       NUMERIC
000140*  72 - PAYMENT REFERENCE WAS NEVER SENT TO AP
000150*  73 - NO PAYMENT UNDER THE REFERENCE IS OPEN FOR THE STATUS -
000160*       ALREADY PAID, RETURNED, OR VOIDED
000170*  74 - A RETURN ON THE SAME REPORT WAS ALREADY REISSUED TODAY
000180*       UNDER THE RI REFERENCE THIS ONE NEEDS - AP SENDS IT AGAIN
000190*       THE NEXT DAY
000200*
000210*  MODIFICATION HISTORY
000220*  DATE       INIT DESCRIPTION
000230*  ---------- ---- ------------------------------------------
000240*  2026-10-15 CAH  ORIGINAL VERSION.
000250*  2026-10-15 CAH  REASON 74, RI REFERENCE ALREADY USED TODAY.
000260*****************************************************************
000270 01  EXPAPCRJ-RECORD.
000280     05  EXPAPCRJ-REASON-CODE             PIC X(02).
000290         88  EXPAPCRJ-BAD-RECORD                   VALUE '71'.
000300         88  EXPAPCRJ-NEVER-SENT                   VALUE '72'.
000310         88  EXPAPCRJ-NOT-OPEN                     VALUE '73'.
000320         88  EXPAPCRJ-REISSUE-TAKEN                VALUE '74'.
000330     05  EXPAPCRJ-CONFIRM-IMAGE           PIC X(80).
