000010*****************************************************************
000020*  EXPAURPT.CPY
000030*
000040*  RECORD LAYOUT FOR THE AUDIT SELECTION REPORT PRINT FILE (DD
000050*  EXPAURPT) WRITTEN BY THE AUDIT SAMPLING PROGRAM EXPAUS01.
000060*  A SINGLE FLAT PRINT LINE IS USED; CALLERS MOVE THE FORMATTED
000070*  TEXT OF EACH REPORT LINE INTO EXPAURPT-LINE BEFORE WRITING.
000080*
000090*  MODIFICATION HISTORY
000100*  DATE       INIT DESCRIPTION
000110*  ---------- ---- ------------------------------------------
000120*  2026-10-15 CAH  ORIGINAL VERSION.
000130*****************************************************************
000140 01  EXPAURPT-RECORD.
000150     05  EXPAURPT-LINE                    PIC X(80).
