000250*  ROW EXISTS FOR THEM, SO ADDING A SEVENTH TYPE IS A PROGRAM
000260*  CHANGE, NOT JUST A DATA CHANGE.
000270*
000280*  THE RECEIPT THRESHOLD IS THE LARGEST LINE AMOUNT (HOME
000290*  CURRENCY) OF THE TYPE ACCEPTED WITHOUT AN ITEMIZED RECEIPT;
000300*  A LINE OVER IT WITH NO RECEIPT IS HELD ON THE EXPRCPT
000310*  PENDING-RECEIPT FILE UNTIL THE RECEIPT ARRIVES.  A THRESHOLD
000320*  OF ZERO MEANS THE TYPE NEVER NEEDS A RECEIPT.  THE RECEIPT
000330*  WINDOW IS THE NUMBER OF DAYS A HELD LINE WAITS FOR ITS
000340*  RECEIPT BEFORE IT IS DENIED; ZERO TAKES THE STANDARD WINDOW.
000350*
000360*  MODIFICATION HISTORY
000370*  DATE       INIT DESCRIPTION
000380*  ---------- ---- ------------------------------------------
000390*  2026-09-02 CAH  ORIGINAL VERSION.
000400*  2026-09-02 CAH  DOCUMENTED THAT TYPES OUTSIDE 1-6 ARE
000410*                  REJECTED BY THE FRONT-END EDIT - THE REPORT
000420*                  PROGRAM'S PER-TYPE TABLES DO NOT SUPPORT
000430*                  THEM.
000440*  2026-10-15 CAH  ADDED THE RECEIPT THRESHOLD AND RECEIPT
000450*                  WINDOW.  CARVED OUT OF THE FILLER, SO RECORD
000460*                  POSITIONS ARE UNCHANGED.
000470*****************************************************************
000480 01  EXPPOLCY-RECORD.
000490     05  EXPPOLCY-TYPE                    PIC 9(01).
000500     05  EXPPOLCY-GRADE                   PIC X(01).
000510         88  EXPPOLCY-ALL-GRADES                   VALUE ' '.
000520     05  EXPPOLCY-EFF-DATE                PIC X(08).
000530     05  EXPPOLCY-TYPE-NAME               PIC X(11).
000540     05  EXPPOLCY-GL-ACCOUNT              PIC X(08).
000550     05  EXPPOLCY-LIMIT                   PIC 9(08)V99.
000560     05  EXPPOLCY-RECEIPT-THRESHOLD       PIC 9(08)V99.
000570     05  EXPPOLCY-RECEIPT-DAYS            PIC 9(03).
000580     05  FILLER                           PIC X(28).
