000160*  DATE       INIT DESCRIPTION
000170*  ---------- ---- ------------------------------------------
000180*  2026-09-02 CAH  ORIGINAL VERSION.
000190*  2026-10-15 CAH  ADDED THE EMPLOYEE, REPORT NUMBER, AND THE
000200*                  MATCHING CARD CHARGE'S CARD NUMBER AND
000210*                  MERCHANT AFTER THE RECORD IMAGE - A DETAIL
000220*                  IMAGE ALONE DOES NOT SAY WHOSE CLAIM IT WAS,
000230*                  AND THE SUSPECT PROGRAM EXPSUS01 NEEDS BOTH
000240*                  TO QUEUE THE SUSPECT AND TO RECOVER A
000250*                  CONFIRMED DOUBLE-DIP FROM THE EMPLOYEE.
000260*                  RECORD LENGTH GREW FROM 82 TO 130.
000270*****************************************************************
000280 01  EXPCRDDP-RECORD.
000290     05  EXPCRDDP-REASON-CODE             PIC X(02).
000300         88  EXPCRDDP-CASH-CARD-MATCH              VALUE '21'.
000310     05  EXPCRDDP-TRAN-IMAGE              PIC X(80).
000320     05  EXPCRDDP-EMP-ID                  PIC X(06).
000330     05  EXPCRDDP-REPORT-NO               PIC 9(06).
000340     05  EXPCRDDP-CARD-NO                 PIC X(08).
000350     05  EXPCRDDP-MERCHANT                PIC X(20).
000360     05  FILLER                           PIC X(08).
