000010*****************************************************************
000020*  EXPPYST.CPY
000030*
000040*  RECORD LAYOUT FOR THE PAYMENT STATUS FILE (DD EXPPYST), A
000050*  VSAM KSDS KEYED ON THE PAYMENT REFERENCE PLUS A SEQUENCE
000060*  NUMBER.  THE PAYMENT CONFIRMATION PROGRAM EXPPCF01 ADDS ONE
000070*  RECORD FOR EVERY EXPPAY PAYMENT SENT TO ACCOUNTS PAYABLE -
000080*  EX, EA, ER, AND RI REFERENCES ALIKE - AND POSTS AP'S DAILY
000090*  PAID/RETURNED FILE AGAINST IT, SO EACH RECORD SHOWS WHETHER
000100*  THE MONEY ACTUALLY WENT OUT, ON WHAT CHECK OR EFT, AND WHEN.
000110*  THE SEQUENCE NUMBER KEEPS APART THE PAYMENTS THAT SHARE A
000120*  REFERENCE - TWO APPROVALS ON ONE REPORT THE SAME DAY CUT TWO
000130*  EA PAYMENTS UNDER ONE REFERENCE.
000140*
000150*  A RETURNED PAYMENT IS REOPENED AS A NEW PAYABLE UNDER AN RI
000160*  (REISSUE) REFERENCE; THE RETURNED RECORD CARRIES THE RI
000170*  REFERENCE THAT REPLACED IT AND THE RI RECORD CARRIES THE
000180*  REFERENCE IT REPLACES.
000190*
000200*  MODIFICATION HISTORY
000210*  DATE       INIT DESCRIPTION
000220*  ---------- ---- ------------------------------------------
000230*  2026-10-15 CAH  ORIGINAL VERSION.
000240*****************************************************************
000250 01  EXPPYST-RECORD.
000260     05  EXPPYST-KEY.
000270         10  EXPPYST-PAY-REF              PIC X(16).
000280         10  EXPPYST-SEQ                  PIC 9(02).
000290     05  EXPPYST-EMP-ID                   PIC X(06).
000300     05  EXPPYST-EMP-NAME                 PIC X(20).
000310     05  EXPPYST-REPORT-NO                PIC 9(06).
000320     05  EXPPYST-SENT-AMOUNT              PIC 9(08)V99.
000330     05  EXPPYST-TAXABLE-AMT              PIC 9(08)V99.
000340     05  EXPPYST-STATUS                   PIC X(01).
000350         88  EXPPYST-SENT                          VALUE 'S'.
000360         88  EXPPYST-PAID                          VALUE 'P'.
000370         88  EXPPYST-RETURNED                      VALUE 'R'.
000380         88  EXPPYST-VOIDED                        VALUE 'V'.
000390     05  EXPPYST-CHECK-NO                 PIC X(15).
000400     05  EXPPYST-PAID-DATE                PIC X(08).
000410     05  EXPPYST-PAID-AMOUNT              PIC 9(08)V99.
000420     05  EXPPYST-RETURN-DATE              PIC X(08).
000430     05  EXPPYST-REISSUE-REF              PIC X(16).
000440     05  EXPPYST-ORIG-REF                 PIC X(16).
000450     05  FILLER                           PIC X(36).
