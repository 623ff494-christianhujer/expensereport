000010*****************************************************************
000020*  EXPAUSL.CPY
000030*
000040*  RECORD LAYOUT FOR THE AUDIT SELECTION FILE (DD EXPAUSL)
000050*  WRITTEN BY THE AUDIT SAMPLING PROGRAM EXPAUS01.  ONE RECORD
000060*  PER CLAIM SELECTED FOR INTERNAL AUDIT REVIEW IN THE PERIOD -
000070*  EVERY CLAIM AN ANOMALY TEST FLAGGED, PLUS THE RANDOM SAMPLE
000080*  OF THE REST - CARRYING THE CLAIM, ITS SCORE, AND ONE SWITCH
000090*  PER REASON IT WAS SELECTED.  THE SCORE IS THE SUM OF THE
000100*  POINTS FOR EACH DISTINCT REASON; A CLAIM SELECTED ONLY BY
000110*  THE RANDOM SAMPLE SCORES ZERO.
000120*
000130*  THE REVIEW STATUS, FINDING CODE, AND REVIEWER ARE WRITTEN
000140*  BLANK FOR INTERNAL AUDIT TO FILL IN AS EACH SELECTED CLAIM
000150*  IS WORKED, SO THE FILE IS ALSO THEIR RECORD OF WHAT WAS
000160*  REVIEWED AND WHAT WAS FOUND.
000170*
000180*  MODIFICATION HISTORY
000190*  DATE       INIT DESCRIPTION
000200*  ---------- ---- ------------------------------------------
000210*  2026-10-15 CAH  ORIGINAL VERSION.
000220*****************************************************************
000230 01  EXPAUSL-RECORD.
000240     05  EXPAUSL-PERIOD                   PIC X(06).
000250     05  EXPAUSL-REPORT-NO                PIC 9(06).
000260     05  EXPAUSL-EMP-ID                   PIC X(06).
000270     05  EXPAUSL-EMP-NAME                 PIC X(20).
000280     05  EXPAUSL-DEPARTMENT               PIC X(10).
000290     05  EXPAUSL-TRIP-START               PIC X(08).
000300     05  EXPAUSL-TRIP-END                 PIC X(08).
000310     05  EXPAUSL-CLAIM-AMOUNT             PIC 9(08)V99.
000320     05  EXPAUSL-SCORE                    PIC 9(03).
000330     05  EXPAUSL-REASONS.
000340         10  EXPAUSL-SPLIT-SW             PIC X(01).
000350             88  EXPAUSL-SPLIT-CLAIM               VALUE 'Y'.
000360         10  EXPAUSL-WEEKEND-SW           PIC X(01).
000370             88  EXPAUSL-WEEKEND-DATE              VALUE 'Y'.
000380         10  EXPAUSL-OUTSIDE-SW           PIC X(01).
000390             88  EXPAUSL-OUTSIDE-TRIP              VALUE 'Y'.
000400         10  EXPAUSL-ROUND-SW             PIC X(01).
000410             88  EXPAUSL-ROUND-AMOUNT              VALUE 'Y'.
000420         10  EXPAUSL-MERCHANT-SW          PIC X(01).
000430             88  EXPAUSL-SHARED-MERCHANT           VALUE 'Y'.
000440         10  EXPAUSL-MILEAGE-SW           PIC X(01).
000450             88  EXPAUSL-HIGH-MILEAGE              VALUE 'Y'.
000460         10  EXPAUSL-SAMPLE-SW            PIC X(01).
000470             88  EXPAUSL-RANDOM-SAMPLE             VALUE 'Y'.
000480     05  EXPAUSL-REVIEW-STATUS            PIC X(01).
000490         88  EXPAUSL-NOT-REVIEWED                  VALUE ' '.
000500         88  EXPAUSL-IN-REVIEW                     VALUE 'R'.
000510         88  EXPAUSL-REVIEW-CLOSED                 VALUE 'C'.
000520     05  EXPAUSL-FINDING-CODE             PIC X(02).
000530     05  EXPAUSL-REVIEWER                 PIC X(08).
000540     05  FILLER                           PIC X(25).
