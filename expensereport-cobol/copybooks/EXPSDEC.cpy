000010*****************************************************************
000020*  EXPSDEC.CPY
000030*
000040*  RECORD LAYOUT FOR THE REVIEW CLERKS' SUSPECT DISPOSITION FILE
000050*  (DD EXPSDEC) READ BY THE SUSPECT PROGRAM EXPSUS01.  ONE
000060*  RECORD PER DISPOSITION, NAMING THE SUSPECT QUEUE AND REPORT
000070*  AS PRINTED ON THE SUSPECT AGING REPORT.  A DUPLICATE
000080*  SUBMISSION IS DISPOSED OF WHOLE; A DOUBLE-DIP DISPOSITION
000090*  NAMES ITS LINE BY SEQUENCE NUMBER, OR ZERO FOR EVERY PENDING
000100*  LINE OF THE REPORT.  A DATE QUEUED OF SPACES MEANS EVERY
000110*  PENDING SUSPECT FOR THE REPORT, WHENEVER QUEUED.
000120*
000130*  ACTIONS
000140*  R - RELEASE.  A DUPLICATE SUBMISSION GOES BACK INTO THE NEXT
000150*      DAY'S TRANSACTION STREAM PAST THE DUPLICATE CHECK; A
000160*      DOUBLE-DIP LINE IS CLEARED AS A GENUINE CASH CLAIM.
000170*  C - CONFIRM.  A DUPLICATE SUBMISSION IS CLOSED UNPAID; A
000180*      DOUBLE-DIP LINE, ALREADY PAID, IS WRITTEN TO THE
000190*      RECOVERY EXTRACT AGAINST THE EMPLOYEE.
000200*
000210*  MODIFICATION HISTORY
000220*  DATE       INIT DESCRIPTION
000230*  ---------- ---- ------------------------------------------
000240*  2026-10-15 CAH  ORIGINAL VERSION.
000250*****************************************************************
000260 01  EXPSDEC-RECORD.
000270     05  EXPSDEC-QUEUE                    PIC X(01).
000280         88  EXPSDEC-DUPLICATE-QUEUE               VALUE 'D'.
000290         88  EXPSDEC-DOUBLE-DIP-QUEUE              VALUE 'C'.
000300     05  EXPSDEC-REPORT-NO                PIC 9(06).
000310     05  EXPSDEC-QUEUED-DATE              PIC X(08).
000320     05  EXPSDEC-SEQ                      PIC 9(03).
000330     05  EXPSDEC-ACTION                   PIC X(01).
000340         88  EXPSDEC-RELEASE                       VALUE 'R'.
000350         88  EXPSDEC-CONFIRM                       VALUE 'C'.
000360     05  EXPSDEC-CLERK-ID                 PIC X(08).
000370     05  FILLER                           PIC X(53).
