000010*****************************************************************
000020*  EXPPCRPT.CPY
000030*
000040*  RECORD LAYOUT FOR THE PAYMENT RECONCILIATION REPORT PRINT
000050*  FILE (DD EXPPCRPT) WRITTEN BY THE PAYMENT CONFIRMATION
000060*  PROGRAM EXPPCF01.  A SINGLE FLAT PRINT LINE IS USED; CALLERS
000070*  MOVE THE FORMATTED TEXT OF EACH REPORT LINE INTO
000080*  EXPPCRPT-LINE BEFORE WRITING.
000090*
000100*  MODIFICATION HISTORY
000110*  DATE       INIT DESCRIPTION
000120*  ---------- ---- ------------------------------------------
000130*  2026-10-15 CAH  ORIGINAL VERSION.
000140*****************************************************************
000150 01  EXPPCRPT-RECORD.
000160     05  EXPPCRPT-LINE                    PIC X(80).
