000010*****************************************************************
000020*  EXPSURPT.CPY
000030*
000040*  RECORD LAYOUT FOR THE SUSPECT DISPOSITION AND AGING REPORT
000050*  PRINT FILE (DD EXPSURPT) WRITTEN BY THE SUSPECT PROGRAM
000060*  EXPSUS01.  A SINGLE FLAT PRINT LINE IS USED; CALLERS MOVE THE
000070*  FORMATTED TEXT OF EACH REPORT LINE INTO EXPSURPT-LINE BEFORE
000080*  WRITING.
000090*
000100*  MODIFICATION HISTORY
000110*  DATE       INIT DESCRIPTION
000120*  ---------- ---- ------------------------------------------
000130*  2026-10-15 CAH  ORIGINAL VERSION.
000140*****************************************************************
000150 01  EXPSURPT-RECORD.
000160     05  EXPSURPT-LINE                    PIC X(80).
