000010*****************************************************************
000020*  EXPTAXX.CPY
000030*
000040*  RECORD LAYOUT FOR THE TAXABLE REIMBURSEMENT EXTRACT TO
000050*  PAYROLL (DD EXPTAXX).  ONE RECORD IS WRITTEN FOR EVERY
000060*  EXPPAY PAYMENT RECORD CARRYING A TAXABLE AMOUNT - BY THE
000070*  REPORT PROGRAM EXPRPT01 FOR A LATE CLAIM AND BY THE APPROVAL
000080*  PROGRAM EXPAPR01 FOR A RELEASED EXCEPTION - SO PAYROLL CAN
000090*  ADD THE AMOUNT TO THE EMPLOYEE'S TAXABLE WAGES IN THE PAY
000100*  PERIOD THE MONEY WAS PAID.  THE PAY PERIOD IS SEMI-MONTHLY,
000110*  YEAR AND PERIOD 01-24 (1ST-15TH ODD, 16TH-END EVEN), TAKEN
000120*  FROM THE BUSINESS DATE OF THE RUN THAT CUT THE PAYMENT.  THE
000130*  PAY REFERENCE TIES THE RECORD BACK TO ITS EXPPAY RECORD.
000140*
000150*  REASON CODES -
000160*      L  CLAIM SUBMITTED MORE THAN 60 DAYS AFTER THE TRIP
000170*         ENDED - THE WHOLE PAYMENT IS TAXABLE.
000180*      M  MEALS OVER THE DAILY PER-DIEM, APPROVED BY A MANAGER -
000190*         THE AMOUNT OVER THE PER-DIEM IS TAXABLE.
000200*
000210*  MODIFICATION HISTORY
000220*  DATE       INIT DESCRIPTION
000230*  ---------- ---- ------------------------------------------
000240*  2026-10-15 CAH  ORIGINAL VERSION.
000250*****************************************************************
000260 01  EXPTAXX-RECORD.
000270     05  EXPTAXX-EMP-ID                   PIC X(06).
000280     05  EXPTAXX-EMP-NAME                 PIC X(20).
000290     05  EXPTAXX-PAY-PERIOD.
000300         10  EXPTAXX-PAY-YEAR             PIC X(04).
000310         10  EXPTAXX-PAY-PERIOD-NO        PIC 9(02).
000320     05  EXPTAXX-REPORT-NO                PIC 9(06).
000330     05  EXPTAXX-PAY-REF                  PIC X(16).
000340     05  EXPTAXX-REASON                   PIC X(01).
000350         88  EXPTAXX-LATE-CLAIM                    VALUE 'L'.
000360         88  EXPTAXX-MEALS-OVER-PER-DIEM           VALUE 'M'.
000370     05  EXPTAXX-TAXABLE-AMT              PIC 9(08)V99.
000380     05  EXPTAXX-PAID-DATE                PIC X(08).
000390     05  FILLER                           PIC X(07).
