000010*****************************************************************
000020*  EXPARRPT.CPY
000030*
000040*  RECORD LAYOUT FOR THE CLAIM ARCHIVE REPRINT FILE (DD
000050*  EXPARRPT) WRITTEN BY THE ARCHIVE UTILITY EXPARC01.  THE LINE
000060*  IS THE WIDTH OF THE EXPRPT PRINT LINE, SO AN ARCHIVED REPORT
000070*  REPRINTS IN THE FORMAT IT WAS ISSUED IN.  CALLERS MOVE THE
000080*  FORMATTED TEXT OF EACH LINE INTO EXPARRPT-LINE BEFORE
000090*  WRITING.
000100*
000110*  MODIFICATION HISTORY
000120*  DATE       INIT DESCRIPTION
000130*  ---------- ---- ------------------------------------------
000140*  2026-10-15 CAH  ORIGINAL VERSION.
000150*****************************************************************
000160 01  EXPARRPT-RECORD.
000170     05  EXPARRPT-LINE                    PIC X(132).
