000060*  CONVERTED-TO-HOME-CURRENCY TOTAL FOR ONE EMPLOYEE REPORT,
000070*  MAPPED TO THE GL ACCOUNT CODE THAT TYPE POSTS TO, SO THE
000080*  ACCOUNTING SYSTEM CAN PICK THIS FILE UP AND POST THE DAY'S
000090*  TRAVEL EXPENSES WITHOUT MANUAL RE-ENTRY.  THE REPORT
000100*  PROGRAM WRITES ONE RECORD PER TYPE PER COST CENTER AND
000110*  PROJECT THE REPORT'S LINES WERE ALLOCATED TO.
000120*
000130*  MODIFICATION HISTORY
000140*  DATE       INIT DESCRIPTION
000150*  ---------- ---- ------------------------------------------
000160*  2026-08-09 CAH  ORIGINAL VERSION.
000170*  2026-08-22 CAH  AMOUNTS NOW CARRY CENTS - THE AMOUNT FIELD
000180*                  BECAME PIC 9(08)V99 IN THE SAME BYTES, SO
000190*                  RECORD POSITIONS ARE UNCHANGED.
000200*  2026-09-02 CAH  ADDED THE POSTING DATE FOR THE MONTH-END
000210*                  ACCRUAL RUN (EXPACR01) - SPACES MEANS POST
000220*                  ON THE INGEST DATE, AS EVERY RECORD DID
000230*                  BEFORE; THE ACCRUAL RUN DATES ITS ACCRUALS
000240*                  AT PERIOD END AND ITS AUTO-REVERSALS AT THE
000250*                  FIRST OF THE NEXT PERIOD.  CARVED OUT OF
000260*                  THE FILLER, SO RECORD POSITIONS ARE
000270*                  UNCHANGED.
000280*  2026-10-15 CAH  ADDED THE COST CENTER AND PROJECT CODE - THE
000290*                  EMPLOYEE'S EXPMAST COST CENTER, OR THE
000300*                  PROJECT'S WHEN THE AMOUNT WAS ALLOCATED TO A
000310*                  PROJECT ON THE EXPPROJ PROJECT MASTER.  A
000320*                  COST CENTER OF SPACES POSTS TO THE EMPLOYEE'S
000330*                  EXPMAST COST CENTER, AND A PROJECT OF SPACES
000340*                  MEANS NO PROJECT.  CARVED OUT OF THE FILLER,
000350*                  SO RECORD POSITIONS ARE UNCHANGED.
000360*****************************************************************
000370 01  EXPGLEX-RECORD.
000380     05  EXPGLEX-REPORT-NO                PIC 9(06).
000390     05  EXPGLEX-EMP-ID                    PIC X(06).
000400     05  EXPGLEX-GL-ACCOUNT                PIC X(08).
000410     05  EXPGLEX-TYPE-NAME                 PIC X(11).
000420     05  EXPGLEX-AMOUNT                    PIC 9(08)V99.
000430     05  EXPGLEX-POST-DATE                 PIC X(08).
000440     05  EXPGLEX-COST-CENTER               PIC X(08).
000450     05  EXPGLEX-PROJECT                   PIC X(08).
000460     05  FILLER                            PIC X(15).
