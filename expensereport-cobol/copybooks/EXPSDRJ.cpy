000010*****************************************************************
000020*  EXPSDRJ.CPY
000030*
000040*  RECORD LAYOUT FOR THE REJECTED SUSPECT-DISPOSITION FILE (DD
000050*  EXPSDRJ) WRITTEN BY THE SUSPECT PROGRAM EXPSUS01.  A CLERK
000060*  DISPOSITION THAT CANNOT BE POSTED IS WRITTEN HERE UNCHANGED,
000070*  PREFIXED WITH THE REASON CODE, AND THE SUSPECTS IT NAMED
000080*  STAY PENDING - THE SAME PATTERN THE EXPREJ REJECT FILE USES
000090*  FOR SUBMISSIONS.
000100*
000110*  REASON CODES
000120*  61 - QUEUE OR ACTION CODE INVALID, OR REPORT NUMBER OR
000130*       SEQUENCE NOT NUMERIC
000140*  62 - NO CLERK ID ON THE DISPOSITION
000150*  63 - NO PENDING SUSPECT MATCHES THE DISPOSITION
000160*
000170*  MODIFICATION HISTORY
000180*  DATE       INIT DESCRIPTION
000190*  ---------- ---- ------------------------------------------
000200*  2026-10-15 CAH  ORIGINAL VERSION.
000210*****************************************************************
000220 01  EXPSDRJ-RECORD.
000230     05  EXPSDRJ-REASON-CODE              PIC X(02).
000240         88  EXPSDRJ-BAD-RECORD                    VALUE '61'.
000250         88  EXPSDRJ-NO-CLERK                      VALUE '62'.
000260         88  EXPSDRJ-NOT-PENDING                   VALUE '63'.
000270     05  EXPSDRJ-DECISION-IMAGE           PIC X(80).
