000010*****************************************************************
000020*  EXPAVRPT.CPY
000030*
000040*  RECORD LAYOUT FOR THE CASH ADVANCE AGING REPORT PRINT FILE
000050*  (DD EXPAVRPT) WRITTEN BY THE ADVANCE LEDGER PROGRAM
000060*  EXPADV01.  A SINGLE FLAT PRINT LINE IS USED; CALLERS MOVE
000070*  THE FORMATTED TEXT OF EACH REPORT LINE INTO EXPAVRPT-LINE
000080*  BEFORE WRITING.
000090*
000100*  MODIFICATION HISTORY
000110*  DATE       INIT DESCRIPTION
000120*  ---------- ---- ------------------------------------------
000130*  2026-10-15 CAH  ORIGINAL VERSION.
000140*****************************************************************
000150 01  EXPAVRPT-RECORD.
000160     05  EXPAVRPT-LINE                    PIC X(80).
