000010*****************************************************************
000020*  EXPAPCF.CPY
000030*
000040*  RECORD LAYOUT FOR ACCOUNTS PAYABLE'S DAILY PAYMENT
000050*  CONFIRMATION FILE (DD EXPAPCF).  ONE RECORD PER PAYMENT AP
000060*  ISSUED, OR HAD COME BACK, THAT DAY - THE EXPPAY PAYMENT
000070*  REFERENCE IT WAS ISSUED AGAINST, THE CHECK OR EFT TRACE
000080*  NUMBER, THE DATE PAID (OR RETURNED OR VOIDED), THE AMOUNT
000090*  ACTUALLY PAID, AND THE STATUS.  THE PAYMENT CONFIRMATION
000100*  PROGRAM EXPPCF01 POSTS IT AGAINST THE EXPPYST PAYMENT STATUS
000110*  FILE.
000120*
000130*  MODIFICATION HISTORY
000140*  DATE       INIT DESCRIPTION
000150*  ---------- ---- ------------------------------------------
000160*  2026-10-15 CAH  ORIGINAL VERSION.
000170*****************************************************************
000180 01  EXPAPCF-RECORD.
000190     05  EXPAPCF-PAY-REF                  PIC X(16).
000200     05  EXPAPCF-CHECK-NO                 PIC X(15).
000210     05  EXPAPCF-PAID-DATE                PIC X(08).
000220     05  EXPAPCF-AMOUNT                   PIC 9(08)V99.
000230     05  EXPAPCF-STATUS                   PIC X(01).
000240         88  EXPAPCF-PAID                          VALUE 'P'.
000250         88  EXPAPCF-RETURNED                      VALUE 'R'.
000260         88  EXPAPCF-VOIDED                        VALUE 'V'.
000270     05  FILLER                           PIC X(30).
