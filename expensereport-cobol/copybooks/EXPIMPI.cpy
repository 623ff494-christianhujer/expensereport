000010*****************************************************************
000020*  EXPIMPI.CPY
000030*
000040*  RECORD LAYOUT FOR THE YEAR-END IMPUTED-INCOME FILE (DD
000050*  EXPIMPI) WRITTEN BY THE YEAR-END TAXABLE REIMBURSEMENT
000060*  PROGRAM EXPTAX01 FOR PAYROLL'S W-2 RUN.  ONE RECORD PER
000070*  EMPLOYEE PAID IN THE TAX YEAR, CARRYING THE YEAR'S EXPPAY
000080*  TOTAL AND THE TAXABLE (IMPUTED INCOME) PART OF IT, BROKEN
000090*  OUT BY REASON - THE REST OF THE PAID TOTAL IS NON-TAXABLE.
000100*  THE TIE-OUT FLAG IS Y WHEN THE TAXABLE TOTAL ON THE PAYMENT
000110*  RECORDS AGREES WITH THE TAXABLE EXTRACT PAYROLL RECEIVED
000120*  DURING THE YEAR, N WHEN IT DOES NOT.
000130*
000140*  MODIFICATION HISTORY
000150*  DATE       INIT DESCRIPTION
000160*  ---------- ---- ------------------------------------------
000170*  2026-10-15 CAH  ORIGINAL VERSION.
000180*****************************************************************
000190 01  EXPIMPI-RECORD.
000200     05  EXPIMPI-EMP-ID                   PIC X(06).
000210     05  EXPIMPI-EMP-NAME                 PIC X(20).
000220     05  EXPIMPI-TAX-YEAR                 PIC X(04).
000230     05  EXPIMPI-PAID-TOTAL               PIC 9(08)V99.
000240     05  EXPIMPI-TAXABLE-TOTAL            PIC 9(08)V99.
000250     05  EXPIMPI-LATE-TOTAL               PIC 9(08)V99.
000260     05  EXPIMPI-MEALS-TOTAL              PIC 9(08)V99.
000270     05  EXPIMPI-TIES-SW                  PIC X(01).
000280         88  EXPIMPI-TIES-OUT                      VALUE 'Y'.
000290         88  EXPIMPI-OUT-OF-BALANCE                VALUE 'N'.
000300     05  FILLER                           PIC X(09).
