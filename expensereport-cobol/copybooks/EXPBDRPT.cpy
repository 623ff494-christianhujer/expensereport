000010*****************************************************************
000020*  EXPBDRPT.CPY
000030*
000040*  RECORD LAYOUT FOR THE DAILY DEPARTMENT BUDGET STATUS REPORT
000050*  PRINT FILE (DD EXPBDRPT) WRITTEN BY THE BUDGET STATUS
000060*  PROGRAM EXPBUD01.  A SINGLE FLAT PRINT LINE IS USED; CALLERS
000070*  MOVE THE FORMATTED TEXT OF EACH REPORT LINE INTO
000080*  EXPBDRPT-LINE BEFORE WRITING.
000090*
000100*  MODIFICATION HISTORY
000110*  DATE       INIT DESCRIPTION
000120*  ---------- ---- ------------------------------------------
000130*  2026-10-15 CAH  ORIGINAL VERSION.
000140*****************************************************************
000150 01  EXPBDRPT-RECORD.
000160     05  EXPBDRPT-LINE                    PIC X(80).
