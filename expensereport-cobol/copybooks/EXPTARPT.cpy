000010*****************************************************************
000020*  EXPTARPT.CPY
000030*
000040*  RECORD LAYOUT FOR THE UNCLAIMED TRIP AUTHORIZATION REPORT
000050*  PRINT FILE (DD EXPTARPT) WRITTEN BY THE MONTHLY TRAVEL
000060*  AUTHORIZATION PROGRAM EXPTAU01.  A SINGLE FLAT PRINT LINE IS
000070*  USED; CALLERS MOVE THE FORMATTED TEXT OF EACH REPORT LINE
000080*  INTO EXPTARPT-LINE BEFORE WRITING.
000090*
000100*  MODIFICATION HISTORY
000110*  DATE       INIT DESCRIPTION
000120*  ---------- ---- ------------------------------------------
000130*  2026-10-15 CAH  ORIGINAL VERSION.
000140*****************************************************************
000150 01  EXPTARPT-RECORD.
000160     05  EXPTARPT-LINE                    PIC X(80).
