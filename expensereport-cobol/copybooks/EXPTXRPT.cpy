000010*****************************************************************
000020*  EXPTXRPT.CPY
000030*
000040*  RECORD LAYOUT FOR THE YEAR-END IMPUTED-INCOME SUMMARY PRINT
000050*  FILE (DD EXPTXRPT) WRITTEN BY THE YEAR-END TAXABLE
000060*  REIMBURSEMENT PROGRAM EXPTAX01.  A SINGLE FLAT PRINT LINE IS
000070*  USED; CALLERS MOVE THE FORMATTED TEXT OF EACH REPORT LINE
000080*  INTO EXPTXRPT-LINE BEFORE WRITING.
000090*
000100*  MODIFICATION HISTORY
000110*  DATE       INIT DESCRIPTION
000120*  ---------- ---- ------------------------------------------
000130*  2026-10-15 CAH  ORIGINAL VERSION.
000140*****************************************************************
000150 01  EXPTXRPT-RECORD.
000160     05  EXPTXRPT-LINE                    PIC X(80).
