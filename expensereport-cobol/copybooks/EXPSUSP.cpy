000010*****************************************************************
000020*  EXPSUSP.CPY
000030*
000040*  RECORD LAYOUT FOR THE REVIEW SUSPECT QUEUE (DD EXPSUSP), A
000050*  VSAM KSDS KEYED ON QUEUE, REPORT NUMBER, DATE QUEUED, AND
000060*  SEQUENCE.  THE SUSPECT PROGRAM EXPSUS01 LOADS EVERY RECORD
000070*  OF THE DAY'S EXPDUP DUPLICATE-SUSPECT FILE (QUEUE 'D' - ONE
000080*  RECORD PER SUBMISSION RECORD, THE HEADER FIRST) AND OF THE
000090*  DAY'S EXPCRDDP CARD DOUBLE-DIP FILE (QUEUE 'C' - ONE RECORD
000100*  PER SUSPECT LINE) HERE, AND THE REVIEW CLERKS' DISPOSITIONS
000110*  ARE POSTED AGAINST IT.  A SUSPECT STAYS PENDING, AND AGES ON
000120*  THE SUSPECT AGING REPORT, UNTIL A CLERK RELEASES OR CONFIRMS
000130*  IT.  A RELEASED DUPLICATE SUBMISSION GOES BACK INTO THE NEXT
000140*  DAY'S TRANSACTION STREAM; THE REPORT PROGRAM EXPRPT01 MARKS
000150*  ITS HEADER RE-ENTERED WHEN IT LETS THE SUBMISSION PAST THE
000160*  DUPLICATE CHECK.  THE SEQUENCE NUMBER CONTINUES FROM THE
000170*  HIGHEST ONE ALREADY QUEUED UNDER THE SAME REPORT AND DATE, SO
000180*  A REPORT DIVERTED TWICE IN ONE DAY KEEPS BOTH COPIES.
000190*
000200*  MODIFICATION HISTORY
000210*  DATE       INIT DESCRIPTION
000220*  ---------- ---- ------------------------------------------
000230*  2026-10-15 CAH  ORIGINAL VERSION.
000240*****************************************************************
000250 01  EXPSUSP-RECORD.
000260     05  EXPSUSP-KEY.
000270         10  EXPSUSP-QUEUE                PIC X(01).
000280             88  EXPSUSP-DUPLICATE-QUEUE           VALUE 'D'.
000290             88  EXPSUSP-DOUBLE-DIP-QUEUE          VALUE 'C'.
000300         10  EXPSUSP-REPORT-NO            PIC 9(06).
000310         10  EXPSUSP-QUEUED-DATE          PIC X(08).
000320         10  EXPSUSP-SEQ                  PIC 9(03).
000330     05  EXPSUSP-REASON-CODE              PIC X(02).
000340     05  EXPSUSP-EMP-ID                   PIC X(06).
000350*        LINE AMOUNT ON A DOUBLE-DIP SUSPECT; ZERO ON THE
000360*        RECORDS OF A DUPLICATE SUBMISSION.
000370     05  EXPSUSP-AMOUNT                   PIC 9(08)V99.
000380     05  EXPSUSP-STATUS                   PIC X(01).
000390         88  EXPSUSP-PENDING                       VALUE 'P'.
000400         88  EXPSUSP-RELEASED                      VALUE 'R'.
000410         88  EXPSUSP-CONFIRMED                     VALUE 'C'.
000420         88  EXPSUSP-REENTERED                     VALUE 'E'.
000430     05  EXPSUSP-CLERK-ID                 PIC X(08).
000440     05  EXPSUSP-ACTION-DATE              PIC X(08).
000450     05  EXPSUSP-REENTRY-DATE             PIC X(08).
000460*        THE MATCHING CORPORATE CARD CHARGE ON A DOUBLE-DIP
000470*        SUSPECT; SPACES ON A DUPLICATE SUBMISSION.
000480     05  EXPSUSP-CARD-NO                  PIC X(08).
000490     05  EXPSUSP-MERCHANT                 PIC X(20).
000500     05  EXPSUSP-TRAN-IMAGE               PIC X(80).
000510     05  FILLER                           PIC X(31).
