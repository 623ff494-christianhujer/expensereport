000090*  EXPAPR01 CUTS A FOLLOW-UP PAYMENT RECORD IN THIS SAME LAYOUT
000100*  WHEN AN EXCEPTED AMOUNT IS APPROVED.  THE PAYMENT REFERENCE
000110*  IS THE SOURCE PREFIX (EX = EXPENSE REPORT RUN, EA = APPROVED
000120*  EXCEPTION, ER = RECEIPT HOLD RELEASED, RI = REISSUE OF A
000130*  PAYMENT AP RETURNED), THE REPORT NUMBER, AND THE RUN DATE.
000140*
000150*  MODIFICATION HISTORY
000160*  DATE       INIT DESCRIPTION
000170*  ---------- ---- ------------------------------------------
000180*  2026-08-22 CAH  ORIGINAL VERSION.
000190*  2026-08-22 CAH  AMOUNTS NOW CARRY CENTS - THE AMOUNT FIELD
000200*                  BECAME PIC 9(08)V99 IN THE SAME BYTES, SO
000210*                  RECORD POSITIONS ARE UNCHANGED.
000220*  2026-10-15 CAH  ADDED THE TAXABLE AMOUNT - THE PART OF THE
000230*                  PAYMENT THAT IS TAXABLE WAGES UNDER THE
000240*                  ACCOUNTABLE-PLAN RULES (A LATE CLAIM, OR
000250*                  MEALS OVER THE PER-DIEM RELEASED ON
000260*                  APPROVAL).  THE REST OF THE AMOUNT IS
000270*                  NON-TAXABLE.  CARVED OUT OF THE FILLER, SO
000280*                  RECORD POSITIONS ARE UNCHANGED.
000290*  2026-10-15 CAH  THE PAYMENT CONFIRMATION PROGRAM EXPPCF01 CUTS
000300*                  RI REISSUE RECORDS IN THIS LAYOUT FOR PAYMENTS
000310*                  AP RETURNED.
000320*****************************************************************
000330 01  EXPPAY-RECORD.
000340     05  EXPPAY-EMP-ID                    PIC X(06).
000350     05  EXPPAY-EMP-NAME                  PIC X(20).
000360     05  EXPPAY-REPORT-NO                 PIC 9(06).
000370     05  EXPPAY-AMOUNT                    PIC 9(08)V99.
000380     05  EXPPAY-PAY-REF                   PIC X(16).
000390     05  EXPPAY-TAXABLE-AMT               PIC 9(08)V99.
000400     05  FILLER                           PIC X(12).
