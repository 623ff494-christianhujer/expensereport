000010*****************************************************************
000020*  EXPRCRPT.CPY
000030*
000040*  RECORD LAYOUT FOR THE PENDING-RECEIPT REPORT PRINT FILE (DD
000050*  EXPRCRPT) WRITTEN BY THE RECEIPT PROGRAM EXPRCP01.  A SINGLE
000060*  FLAT PRINT LINE IS USED; CALLERS MOVE THE FORMATTED TEXT OF
000070*  EACH REPORT LINE INTO EXPRCRPT-LINE BEFORE WRITING.
000080*
000090*  MODIFICATION HISTORY
000100*  DATE       INIT DESCRIPTION
000110*  ---------- ---- ------------------------------------------
000120*  2026-10-15 CAH  ORIGINAL VERSION.
000130*****************************************************************
000140 01  EXPRCRPT-RECORD.
000150     05  EXPRCRPT-LINE                    PIC X(80).
