000010*****************************************************************
000020*  EXPRCVY.CPY
000030*
000040*  RECORD LAYOUT FOR THE EMPLOYEE RECOVERY EXTRACT (DD EXPRCVY)
000050*  WRITTEN BY THE SUSPECT PROGRAM EXPSUS01 FOR PAYROLL.  ONE
000060*  RECORD PER DOUBLE-DIP LINE A REVIEW CLERK CONFIRMED - THE
000070*  EMPLOYEE WAS REIMBURSED IN CASH FOR A CHARGE THE CORPORATE
000080*  CARD ALSO PAID, SO THE LINE AMOUNT IS TO BE RECOVERED BY
000090*  PAYROLL DEDUCTION THE WAY AN UNSETTLED ADVANCE IS.
000100*
000110*  MODIFICATION HISTORY
000120*  DATE       INIT DESCRIPTION
000130*  ---------- ---- ------------------------------------------
000140*  2026-10-15 CAH  ORIGINAL VERSION.
000150*****************************************************************
000160 01  EXPRCVY-RECORD.
000170     05  EXPRCVY-EMP-ID                   PIC X(06).
000180     05  EXPRCVY-EMP-NAME                 PIC X(20).
000190     05  EXPRCVY-REPORT-NO                PIC 9(06).
000200     05  EXPRCVY-REASON-CODE              PIC X(02).
000210     05  EXPRCVY-AMOUNT                   PIC 9(08)V99.
000220     05  EXPRCVY-EXP-DATE                 PIC X(08).
000230     05  EXPRCVY-CLERK-ID                 PIC X(08).
000240     05  EXPRCVY-EXTRACT-DATE             PIC X(08).
000250     05  FILLER                           PIC X(12).
