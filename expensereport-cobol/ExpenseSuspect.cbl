000010*****************************************************************
000020*  PROGRAM-ID   : EXPSUS01
000030*  AUTHOR       : C. A. HUJER
000040*  INSTALLATION : TRAVEL & EXPENSE ACCOUNTING
000050*  DATE-WRITTEN : 2026-10-15
000060*
000070*  REMARKS.
000080*      REVIEW SUSPECT QUEUE FOR THE DAILY TRAVEL EXPENSE BATCH.
000090*      THE REPORT PROGRAM EXPRPT01 DIVERTS SUSPECTED DUPLICATE
000100*      SUBMISSIONS WHOLE TO EXPDUP (REASONS 11 AND 12) AND THE
000110*      CARD RECONCILIATION EXPCRD01 ROUTES CASH CLAIM LINES THAT
000120*      MATCH A CORPORATE CARD CHARGE TO EXPCRDDP (REASON 21).
000130*      THIS PROGRAM QUEUES BOTH DAYS' SUSPECTS ON THE KEYED
000140*      EXPSUSP SUSPECT QUEUE, THEN POSTS THE REVIEW CLERKS'
000150*      DISPOSITION FILE AGAINST IT:
000160*        - A RELEASED DUPLICATE SUBMISSION IS WRITTEN, RECORD
000170*          FOR RECORD, TO THE EXPRELS RE-ENTRY FILE WITH ITS
000180*          HEADER'S DUPLICATE-CHECK BYPASS FLAG SET, AND GOES
000190*          INTO THE NEXT DAY'S TRANSACTION STREAM;
000200*        - A CONFIRMED DUPLICATE IS CLOSED UNPAID;
000210*        - A RELEASED DOUBLE-DIP LINE IS CLEARED AS A GENUINE
000220*          CASH CLAIM;
000230*        - A CONFIRMED DOUBLE-DIP LINE, ALREADY PAID, GOES TO
000240*          THE EXPRCVY RECOVERY EXTRACT SO PAYROLL RECOVERS IT
000250*          FROM THE EMPLOYEE.
000260*      A DISPOSITION THAT CANNOT BE POSTED GOES, REASON-CODED,
000270*      TO THE EXPSDRJ REJECT FILE.  THE WHOLE QUEUE IS THEN READ
000280*      AND EVERY SUSPECT NOBODY HAS WORKED IS PRINTED WITH ITS
000290*      AGE, ESCALATED ONCE IT IS OLDER THAN THE STALE AGE - THE
000300*      SAME AGING THE APPROVAL PROGRAM EXPAPR01 GIVES MANAGERS
000310*      FOR THE EXCEPTION QUEUE.
000320*
000330*  MODIFICATION HISTORY
000340*  DATE       INIT DESCRIPTION
000350*  ---------- ---- ------------------------------------------
000360*  2026-10-15 CAH  ORIGINAL VERSION.
000370*****************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID.    EXPSUS01.
000400 AUTHOR.        C. A. HUJER.
000410 INSTALLATION.  TRAVEL & EXPENSE ACCOUNTING.
000420 DATE-WRITTEN.  2026-10-15.
000430 DATE-COMPILED.
000440
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT EXPDUP ASSIGN TO EXPDUP
000490         ORGANIZATION IS SEQUENTIAL.
000500     SELECT EXPCRDDP ASSIGN TO EXPCRDDP
000510         ORGANIZATION IS SEQUENTIAL.
000520     SELECT EXPSDEC ASSIGN TO EXPSDEC
000530         ORGANIZATION IS SEQUENTIAL.
000540     SELECT EXPSUSP ASSIGN TO EXPSUSP
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS EXPSUSP-KEY.
000580     SELECT EXPMAST ASSIGN TO EXPMAST
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS EXPMAST-EMP-ID.
000620     SELECT EXPRELS ASSIGN TO EXPRELS
000630         ORGANIZATION IS SEQUENTIAL.
000640     SELECT EXPSDRJ ASSIGN TO EXPSDRJ
000650         ORGANIZATION IS SEQUENTIAL.
000660     SELECT EXPRCVY ASSIGN TO EXPRCVY
000670         ORGANIZATION IS SEQUENTIAL.
000680     SELECT EXPSURPT ASSIGN TO EXPSURPT
000690         ORGANIZATION IS SEQUENTIAL.
000700     SELECT EXPRNCTL ASSIGN TO EXPRNCTL
000710         ORGANIZATION IS SEQUENTIAL.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  EXPDUP
000760     RECORDING MODE IS F.
000770     COPY EXPDUP.
000780
000790 FD  EXPCRDDP
000800     RECORDING MODE IS F.
000810     COPY EXPCRDDP.
000820
000830 FD  EXPSDEC
000840     RECORDING MODE IS F.
000850     COPY EXPSDEC.
000860
000870 FD  EXPSUSP
000880     RECORDING MODE IS F.
000890     COPY EXPSUSP.
000900
000910 FD  EXPMAST
000920     RECORDING MODE IS F.
000930     COPY EXPMAST.
000940
000950*    THE RE-ENTRY FILE IS IN THE EDITED TRANSACTION LAYOUT - AN
000960*    UNCHANGED IMAGE OF EACH EXPTRANS RECORD OF THE RELEASED
000970*    SUBMISSION, ONLY THE HEADER'S BYPASS FLAG SET.
000980 FD  EXPRELS
000990     RECORDING MODE IS F.
001000     COPY EXPTRNOT.
001010
001020 FD  EXPSDRJ
001030     RECORDING MODE IS F.
001040     COPY EXPSDRJ.
001050
001060 FD  EXPRCVY
001070     RECORDING MODE IS F.
001080     COPY EXPRCVY.
001090
001100 FD  EXPSURPT
001110     RECORDING MODE IS F.
001120     COPY EXPSURPT.
001130
001140 FD  EXPRNCTL
001150     RECORDING MODE IS F.
001160     COPY EXPRNCTL.
001170
001180 WORKING-STORAGE SECTION.
001190*----------------------------------------------------------------
001200*    SWITCHES
001210*----------------------------------------------------------------
001220 01  WS-EXPDUP-EOF-SW            PIC X(01)   VALUE 'N'.
001230         88  WS-EXPDUP-EOF                        VALUE 'Y'.
001240         88  WS-EXPDUP-NOT-EOF                    VALUE 'N'.
001250 01  WS-EXPCRDDP-EOF-SW          PIC X(01)   VALUE 'N'.
001260         88  WS-EXPCRDDP-EOF                      VALUE 'Y'.
001270         88  WS-EXPCRDDP-NOT-EOF                  VALUE 'N'.
001280 01  WS-EXPSDEC-EOF-SW           PIC X(01)   VALUE 'N'.
001290         88  WS-EXPSDEC-EOF                       VALUE 'Y'.
001300         88  WS-EXPSDEC-NOT-EOF                   VALUE 'N'.
001310 01  WS-EXPSUSP-EOF-SW           PIC X(01)   VALUE 'N'.
001320         88  WS-EXPSUSP-EOF                       VALUE 'Y'.
001330         88  WS-EXPSUSP-NOT-EOF                   VALUE 'N'.
001340 01  WS-SCAN-SW                  PIC X(01)   VALUE 'N'.
001350         88  WS-SCAN-DONE                         VALUE 'Y'.
001360         88  WS-SCAN-NOT-DONE                     VALUE 'N'.
001370
001380*----------------------------------------------------------------
001390*    COUNTERS AND TOTALS FOR THE SUSPECT SUMMARY
001400*----------------------------------------------------------------
001410 77  WS-DUP-RECS-QUEUED          PIC 9(05)   COMP VALUE 0.
001420 77  WS-DUP-SUBS-QUEUED          PIC 9(05)   COMP VALUE 0.
001430 77  WS-DIP-LINES-QUEUED         PIC 9(05)   COMP VALUE 0.
001440 77  WS-DECISIONS-READ           PIC 9(05)   COMP VALUE 0.
001450 77  WS-DECISIONS-REJECTED       PIC 9(05)   COMP VALUE 0.
001460 77  WS-DUP-RELEASED-COUNT       PIC 9(05)   COMP VALUE 0.
001470 77  WS-RELS-WRITTEN             PIC 9(05)   COMP VALUE 0.
001480 77  WS-DUP-CONFIRMED-COUNT      PIC 9(05)   COMP VALUE 0.
001490 77  WS-DIP-CLEARED-COUNT        PIC 9(05)   COMP VALUE 0.
001500 77  WS-DIP-CONFIRMED-COUNT      PIC 9(05)   COMP VALUE 0.
001510 77  WS-PENDING-COUNT            PIC 9(05)   COMP VALUE 0.
001520 77  WS-ESCALATED-COUNT          PIC 9(05)   COMP VALUE 0.
001530 77  WS-MATCHED-COUNT            PIC 9(05)   COMP VALUE 0.
001540 01  WS-RECOVERY-TOTAL           PIC 9(10)V99      VALUE 0.
001550 77  WS-ABEND-MSG                PIC X(60)   VALUE SPACES.
001560
001570*----------------------------------------------------------------
001580*    SUSPECT AGING - DAY AGES USE THE SAME APPROXIMATE DAY
001590*    SERIAL (YEAR*365 + MONTH*31 + DAY) THE APPROVAL PROGRAM
001600*    USES, AND A SUSPECT NOBODY HAS WORKED FOR MORE THAN
001610*    WS-STALE-DAYS DAYS AFTER IT WAS QUEUED IS ESCALATED, AS
001620*    AN EXCEPTION LEFT PENDING IS.
001630*----------------------------------------------------------------
001640 77  WS-STALE-DAYS               PIC 9(03)   COMP VALUE 7.
001650 01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
001660 01  WS-RUN-SERIAL               PIC 9(07)   COMP VALUE 0.
001670 01  WS-QUEUED-SERIAL            PIC 9(07)   COMP VALUE 0.
001680 01  WS-DAYS-PENDING             PIC S9(07)  COMP VALUE 0.
001690 01  WS-WORK-DATE.
001700         05  WS-WORK-DATE-X              PIC X(08).
001710         05  WS-WORK-DATE-N REDEFINES WS-WORK-DATE-X.
001720             10  WS-WORK-YYYY        PIC 9(04).
001730             10  WS-WORK-MM          PIC 9(02).
001740             10  WS-WORK-DD          PIC 9(02).
001750
001760*----------------------------------------------------------------
001770*    QUEUE LOAD - EACH RECORD OF A DUPLICATE SUBMISSION IS
001780*    QUEUED UNDER ITS HEADER'S REPORT AND EMPLOYEE, IN ITS
001790*    ORIGINAL ORDER.  THE SEQUENCE FOR A NEW SUSPECT CONTINUES
001800*    FROM THE HIGHEST ONE ALREADY QUEUED UNDER THE SAME QUEUE,
001810*    REPORT, AND RUN DATE.
001820*----------------------------------------------------------------
001830 01  WS-CURR-EMP-ID              PIC X(06)   VALUE SPACES.
001840 01  WS-CURR-REPORT-NO           PIC 9(06)   VALUE 0.
001850 01  WS-SEQ-QUEUE                PIC X(01)   VALUE SPACES.
001860 01  WS-SEQ-REPORT-NO            PIC 9(06)   VALUE 0.
001870 77  WS-NEXT-SEQ                 PIC 9(04)   COMP VALUE 0.
001880 77  WS-MAX-SEQ                  PIC 9(04)   COMP VALUE 999.
001890
001900*----------------------------------------------------------------
001910*    TRANSACTION WORK AREA - A QUEUED RECORD IMAGE IS MOVED HERE
001920*    TO BE READ BY FIELD, AND A RELEASED HEADER HAS ITS BYPASS
001930*    FLAG SET HERE BEFORE IT IS WRITTEN BACK OUT.
001940*----------------------------------------------------------------
001950     COPY EXPTRAN.
001960
001970*----------------------------------------------------------------
001980*    REPORT WORK AREAS
001990*----------------------------------------------------------------
002000 01  WS-REJECT-REASON            PIC X(02)   VALUE SPACES.
002010 01  WS-STATUS-TEXT              PIC X(10)   VALUE SPACES.
002020 01  WS-QUEUE-TEXT               PIC X(11)   VALUE SPACES.
002030 01  WS-AMOUNT-FMT               PIC $$$,$$$,$$9.99.
002040 01  WS-GRAND-EDIT               PIC $$,$$$,$$$,$$9.99.
002050 01  WS-COUNT-FMT                PIC Z(04)9.
002060 01  WS-DAYS-FMT                 PIC Z(04)9.
002070
002080 PROCEDURE DIVISION.
002090 0000-MAINLINE.
002100     PERFORM 1000-INITIALIZE
002110         THRU 1000-EXIT
002120     PERFORM 2000-QUEUE-DUPLICATE
002130         THRU 2000-EXIT
002140         UNTIL WS-EXPDUP-EOF
002150     PERFORM 2100-QUEUE-DOUBLE-DIP
002160         THRU 2100-EXIT
002170         UNTIL WS-EXPCRDDP-EOF
002180     MOVE SPACES TO EXPSURPT-LINE
002190     MOVE 'Dispositions Posted: ' TO EXPSURPT-LINE
002200     WRITE EXPSURPT-RECORD
002210     PERFORM 3000-POST-DISPOSITION
002220         THRU 3000-EXIT
002230         UNTIL WS-EXPSDEC-EOF
002240     PERFORM 4000-AGE-SUSPECTS
002250         THRU 4000-EXIT
002260     PERFORM 4900-PRINT-SUSPECT-SUMMARY
002270         THRU 4900-EXIT
002280     PERFORM 9999-TERMINATE
002290         THRU 9999-EXIT
002300     STOP RUN.
002310
002320*****************************************************************
002330*  1000-INITIALIZE
002340*      OPEN THE FILES, PICK UP THE RUN DATE FOR THE QUEUE DATES
002350*      AND THE AGING, AND PRIME THE FIRST READ OF EACH INPUT.
002360*****************************************************************
002370 1000-INITIALIZE.
002380     OPEN INPUT EXPDUP
002390     OPEN INPUT EXPCRDDP
002400     OPEN INPUT EXPSDEC
002410     OPEN I-O EXPSUSP
002420     OPEN INPUT EXPMAST
002430     OPEN OUTPUT EXPRELS
002440     OPEN OUTPUT EXPSDRJ
002450     OPEN OUTPUT EXPRCVY
002460     OPEN OUTPUT EXPSURPT
002470*    THE BUSINESS DATE COMES FROM THE RUN CONTROL RECORD, NOT
002480*    THE SYSTEM CLOCK, SO QUEUE DATES AND SUSPECT AGING STAY ON
002490*    THE BUSINESS DAY BEING PROCESSED.
002500     OPEN INPUT EXPRNCTL
002510     READ EXPRNCTL
002520         AT END
002530             MOVE 'RUN CONTROL RECORD MISSING - RUN EXPRCT01'
002540                 TO WS-ABEND-MSG
002550             GO TO 9000-ABEND
002560     END-READ
002570     MOVE EXPRNCTL-BUS-DATE TO WS-RUN-DATE
002580     CLOSE EXPRNCTL
002590     MOVE WS-RUN-DATE TO WS-WORK-DATE-X
002600     COMPUTE WS-RUN-SERIAL =
002610         WS-WORK-YYYY * 365 + WS-WORK-MM * 31 + WS-WORK-DD
002620     MOVE SPACES TO EXPSURPT-LINE
002630     STRING 'Review Suspect Queue - ' DELIMITED BY SIZE
002640            WS-RUN-DATE DELIMITED BY SIZE
002650            INTO EXPSURPT-LINE
002660     WRITE EXPSURPT-RECORD
002670     MOVE SPACES TO EXPSURPT-LINE
002680     WRITE EXPSURPT-RECORD
002690     PERFORM 2090-READ-DUPLICATE
002700         THRU 2090-EXIT
002710     PERFORM 2190-READ-DOUBLE-DIP
002720         THRU 2190-EXIT
002730     PERFORM 3090-READ-DISPOSITION
002740         THRU 3090-EXIT.
002750 1000-EXIT.
002760     EXIT.
002770
002780*****************************************************************
002790*  2000-QUEUE-DUPLICATE
002800*      QUEUE THE EXPDUP RECORD ALREADY IN THE BUFFER AND READ THE
002810*      NEXT ONE.  A HEADER STARTS A NEW SUSPECT SUBMISSION AND
002820*      TAKES THE NEXT FREE SEQUENCE UNDER ITS REPORT; EACH
002830*      RECORD AFTER IT TAKES THE ONE AFTER THAT.  A RECORD AHEAD
002840*      OF ANY HEADER MEANS THE FILE IS BROKEN AND THE RUN STOPS.
002850*****************************************************************
002860 2000-QUEUE-DUPLICATE.
002870     MOVE EXPDUP-TRAN-IMAGE TO EXPTRAN-RECORD
002880     IF EXPTRAN-HEADER-REC
002890         MOVE EXPTRAN-EMP-ID    TO WS-CURR-EMP-ID
002900         MOVE EXPTRAN-REPORT-NO TO WS-CURR-REPORT-NO
002910         MOVE 'D'               TO WS-SEQ-QUEUE
002920         MOVE WS-CURR-REPORT-NO TO WS-SEQ-REPORT-NO
002930         PERFORM 2900-FIND-NEXT-SEQ
002940             THRU 2900-EXIT
002950         ADD 1 TO WS-DUP-SUBS-QUEUED
002960     ELSE
002970         IF WS-CURR-EMP-ID = SPACES
002980             MOVE 'EXPDUP OUT OF SEQUENCE - HEADER EXPECTED'
002990                 TO WS-ABEND-MSG
003000             GO TO 9000-ABEND
003010         END-IF
003020         ADD 1 TO WS-NEXT-SEQ
003030     END-IF
003040     IF WS-NEXT-SEQ > WS-MAX-SEQ
003050         MOVE 'SUSPECT QUEUE SEQUENCE FULL FOR REPORT'
003060             TO WS-ABEND-MSG
003070         GO TO 9000-ABEND
003080     END-IF
003090     MOVE SPACES            TO EXPSUSP-RECORD
003100     MOVE 'D'               TO EXPSUSP-QUEUE
003110     MOVE WS-CURR-REPORT-NO TO EXPSUSP-REPORT-NO
003120     MOVE WS-RUN-DATE       TO EXPSUSP-QUEUED-DATE
003130     MOVE WS-NEXT-SEQ       TO EXPSUSP-SEQ
003140     MOVE EXPDUP-REASON-CODE TO EXPSUSP-REASON-CODE
003150     MOVE WS-CURR-EMP-ID    TO EXPSUSP-EMP-ID
003160     MOVE 0                 TO EXPSUSP-AMOUNT
003170     SET EXPSUSP-PENDING    TO TRUE
003180     MOVE EXPDUP-TRAN-IMAGE TO EXPSUSP-TRAN-IMAGE
003190     WRITE EXPSUSP-RECORD
003200         INVALID KEY
003210             MOVE 'SUSPECT QUEUE KEY ALREADY ON FILE'
003220                 TO WS-ABEND-MSG
003230             GO TO 9000-ABEND
003240     END-WRITE
003250     ADD 1 TO WS-DUP-RECS-QUEUED
003260     PERFORM 2090-READ-DUPLICATE
003270         THRU 2090-EXIT.
003280 2000-EXIT.
003290     EXIT.
003300
003310*****************************************************************
003320*  2090-READ-DUPLICATE
003330*      READ THE NEXT RECORD FROM THE DAY'S DUPLICATE-SUSPECT FILE.
003340*****************************************************************
003350 2090-READ-DUPLICATE.
003360     READ EXPDUP
003370         AT END
003380             SET WS-EXPDUP-EOF TO TRUE
003390     END-READ.
003400 2090-EXIT.
003410     EXIT.
003420
003430*****************************************************************
003440*  2100-QUEUE-DOUBLE-DIP
003450*      QUEUE THE EXPCRDDP SUSPECT LINE ALREADY IN THE BUFFER
003460*      UNDER ITS REPORT, WITH ITS LINE AMOUNT AND THE CARD
003470*      CHARGE IT MATCHED, AND READ THE NEXT ONE.
003480*****************************************************************
003490 2100-QUEUE-DOUBLE-DIP.
003500     MOVE 'C'                TO WS-SEQ-QUEUE
003510     MOVE EXPCRDDP-REPORT-NO TO WS-SEQ-REPORT-NO
003520     PERFORM 2900-FIND-NEXT-SEQ
003530         THRU 2900-EXIT
003540     IF WS-NEXT-SEQ > WS-MAX-SEQ
003550         MOVE 'SUSPECT QUEUE SEQUENCE FULL FOR REPORT'
003560             TO WS-ABEND-MSG
003570         GO TO 9000-ABEND
003580     END-IF
003590     MOVE EXPCRDDP-TRAN-IMAGE TO EXPTRAN-RECORD
003600     MOVE SPACES              TO EXPSUSP-RECORD
003610     MOVE 'C'                 TO EXPSUSP-QUEUE
003620     MOVE EXPCRDDP-REPORT-NO  TO EXPSUSP-REPORT-NO
003630     MOVE WS-RUN-DATE         TO EXPSUSP-QUEUED-DATE
003640     MOVE WS-NEXT-SEQ         TO EXPSUSP-SEQ
003650     MOVE EXPCRDDP-REASON-CODE TO EXPSUSP-REASON-CODE
003660     MOVE EXPCRDDP-EMP-ID     TO EXPSUSP-EMP-ID
003670     MOVE EXPTRAN-AMOUNT      TO EXPSUSP-AMOUNT
003680     SET EXPSUSP-PENDING      TO TRUE
003690     MOVE EXPCRDDP-CARD-NO    TO EXPSUSP-CARD-NO
003700     MOVE EXPCRDDP-MERCHANT   TO EXPSUSP-MERCHANT
003710     MOVE EXPCRDDP-TRAN-IMAGE TO EXPSUSP-TRAN-IMAGE
003720     WRITE EXPSUSP-RECORD
003730         INVALID KEY
003740             MOVE 'SUSPECT QUEUE KEY ALREADY ON FILE'
003750                 TO WS-ABEND-MSG
003760             GO TO 9000-ABEND
003770     END-WRITE
003780     ADD 1 TO WS-DIP-LINES-QUEUED
003790     PERFORM 2190-READ-DOUBLE-DIP
003800         THRU 2190-EXIT.
003810 2100-EXIT.
003820     EXIT.
003830
003840*****************************************************************
003850*  2190-READ-DOUBLE-DIP
003860*      READ THE NEXT RECORD FROM THE DAY'S DOUBLE-DIP FILE.
003870*****************************************************************
003880 2190-READ-DOUBLE-DIP.
003890     READ EXPCRDDP
003900         AT END
003910             SET WS-EXPCRDDP-EOF TO TRUE
003920     END-READ.
003930 2190-EXIT.
003940     EXIT.
003950
003960*****************************************************************
003970*  2900-FIND-NEXT-SEQ
003980*      BROWSE THE SUSPECTS ALREADY QUEUED TODAY UNDER
003990*      WS-SEQ-QUEUE AND WS-SEQ-REPORT-NO AND SET WS-NEXT-SEQ ONE
004000*      PAST THE HIGHEST SEQUENCE FOUND - 1 WHEN THERE ARE NONE.
004010*****************************************************************
004020 2900-FIND-NEXT-SEQ.
004030     MOVE 1 TO WS-NEXT-SEQ
004040     SET WS-SCAN-NOT-DONE TO TRUE
004050     MOVE WS-SEQ-QUEUE     TO EXPSUSP-QUEUE
004060     MOVE WS-SEQ-REPORT-NO TO EXPSUSP-REPORT-NO
004070     MOVE WS-RUN-DATE      TO EXPSUSP-QUEUED-DATE
004080     MOVE 0                TO EXPSUSP-SEQ
004090     START EXPSUSP KEY IS NOT LESS THAN EXPSUSP-KEY
004100         INVALID KEY
004110             GO TO 2900-EXIT
004120     END-START
004130     PERFORM 2910-SCAN-ONE-SEQ
004140         THRU 2910-EXIT
004150         UNTIL WS-SCAN-DONE.
004160 2900-EXIT.
004170     EXIT.
004180
004190*****************************************************************
004200*  2910-SCAN-ONE-SEQ
004210*      READ THE NEXT QUEUED SUSPECT AND STOP AT THE FIRST ONE
004220*      PAST THE QUEUE, REPORT, AND RUN DATE BEING NUMBERED.
004230*****************************************************************
004240 2910-SCAN-ONE-SEQ.
004250     READ EXPSUSP NEXT RECORD
004260         AT END
004270             SET WS-SCAN-DONE TO TRUE
004280             GO TO 2910-EXIT
004290     END-READ
004300     IF EXPSUSP-QUEUE NOT = WS-SEQ-QUEUE
004310         OR EXPSUSP-REPORT-NO NOT = WS-SEQ-REPORT-NO
004320         OR EXPSUSP-QUEUED-DATE NOT = WS-RUN-DATE
004330             SET WS-SCAN-DONE TO TRUE
004340             GO TO 2910-EXIT
004350     END-IF
004360     COMPUTE WS-NEXT-SEQ = EXPSUSP-SEQ + 1.
004370 2910-EXIT.
004380     EXIT.
004390
004400*****************************************************************
004410*  3000-POST-DISPOSITION
004420*      VALIDATE THE CLERK DISPOSITION ALREADY IN THE EXPSDEC
004430*      BUFFER AND APPLY IT TO EVERY PENDING SUSPECT IT NAMES -
004440*      OR REJECT IT WITH A REASON CODE - AND READ THE NEXT ONE.
004450*****************************************************************
004460 3000-POST-DISPOSITION.
004470     MOVE SPACES TO WS-REJECT-REASON
004480     IF NOT EXPSDEC-DUPLICATE-QUEUE
004490         AND NOT EXPSDEC-DOUBLE-DIP-QUEUE
004500             MOVE '61' TO WS-REJECT-REASON
004510             GO TO 3000-NEXT
004520     END-IF
004530     IF NOT EXPSDEC-RELEASE
004540         AND NOT EXPSDEC-CONFIRM
004550             MOVE '61' TO WS-REJECT-REASON
004560             GO TO 3000-NEXT
004570     END-IF
004580     IF EXPSDEC-REPORT-NO IS NOT NUMERIC
004590         OR EXPSDEC-SEQ IS NOT NUMERIC
004600             MOVE '61' TO WS-REJECT-REASON
004610             GO TO 3000-NEXT
004620     END-IF
004630     IF EXPSDEC-CLERK-ID = SPACES
004640         MOVE '62' TO WS-REJECT-REASON
004650         GO TO 3000-NEXT
004660     END-IF
004670     MOVE 0 TO WS-MATCHED-COUNT
004680     SET WS-SCAN-NOT-DONE TO TRUE
004690     MOVE EXPSDEC-QUEUE     TO EXPSUSP-QUEUE
004700     MOVE EXPSDEC-REPORT-NO TO EXPSUSP-REPORT-NO
004710     MOVE LOW-VALUES        TO EXPSUSP-QUEUED-DATE
004720     MOVE 0                 TO EXPSUSP-SEQ
004730     START EXPSUSP KEY IS NOT LESS THAN EXPSUSP-KEY
004740         INVALID KEY
004750             SET WS-SCAN-DONE TO TRUE
004760     END-START
004770     PERFORM 3100-APPLY-ONE-SUSPECT
004780         THRU 3100-EXIT
004790         UNTIL WS-SCAN-DONE
004800     IF WS-MATCHED-COUNT = 0
004810         MOVE '63' TO WS-REJECT-REASON
004820     END-IF.
004830 3000-NEXT.
004840     IF WS-REJECT-REASON NOT = SPACES
004850         PERFORM 3500-REJECT-DISPOSITION
004860             THRU 3500-EXIT
004870     END-IF
004880     PERFORM 3090-READ-DISPOSITION
004890         THRU 3090-EXIT.
004900 3000-EXIT.
004910     EXIT.
004920
004930*****************************************************************
004940*  3090-READ-DISPOSITION
004950*      READ THE NEXT RECORD FROM THE CLERKS' DISPOSITION FILE.
004960*****************************************************************
004970 3090-READ-DISPOSITION.
004980     READ EXPSDEC
004990         AT END
005000             SET WS-EXPSDEC-EOF TO TRUE
005010             GO TO 3090-EXIT
005020     END-READ
005030     ADD 1 TO WS-DECISIONS-READ.
005040 3090-EXIT.
005050     EXIT.
005060
005070*****************************************************************
005080*  3100-APPLY-ONE-SUSPECT
005090*      READ THE NEXT QUEUED SUSPECT UNDER THE DISPOSITION'S
005100*      QUEUE AND REPORT AND, WHEN IT IS STILL PENDING AND ITS
005110*      DATE QUEUED (AND, ON A DOUBLE-DIP, ITS SEQUENCE) MATCH
005120*      WHAT THE CLERK NAMED, MARK IT RELEASED OR CONFIRMED WITH
005130*      THE CLERK'S ID AND CARRY OUT THE DISPOSITION.
005140*****************************************************************
005150 3100-APPLY-ONE-SUSPECT.
005160     READ EXPSUSP NEXT RECORD
005170         AT END
005180             SET WS-SCAN-DONE TO TRUE
005190             GO TO 3100-EXIT
005200     END-READ
005210     IF EXPSUSP-QUEUE NOT = EXPSDEC-QUEUE
005220         OR EXPSUSP-REPORT-NO NOT = EXPSDEC-REPORT-NO
005230             SET WS-SCAN-DONE TO TRUE
005240             GO TO 3100-EXIT
005250     END-IF
005260     IF NOT EXPSUSP-PENDING
005270         GO TO 3100-EXIT
005280     END-IF
005290     IF EXPSDEC-QUEUED-DATE NOT = SPACES
005300         AND EXPSDEC-QUEUED-DATE NOT = EXPSUSP-QUEUED-DATE
005310             GO TO 3100-EXIT
005320     END-IF
005330     IF EXPSUSP-DOUBLE-DIP-QUEUE
005340         AND EXPSDEC-SEQ NOT = 0
005350         AND EXPSDEC-SEQ NOT = EXPSUSP-SEQ
005360             GO TO 3100-EXIT
005370     END-IF
005380     ADD 1 TO WS-MATCHED-COUNT
005390     IF EXPSDEC-RELEASE
005400         SET EXPSUSP-RELEASED  TO TRUE
005410     ELSE
005420         SET EXPSUSP-CONFIRMED TO TRUE
005430     END-IF
005440     MOVE EXPSDEC-CLERK-ID TO EXPSUSP-CLERK-ID
005450     MOVE WS-RUN-DATE      TO EXPSUSP-ACTION-DATE
005460     REWRITE EXPSUSP-RECORD
005470         INVALID KEY
005480             MOVE 'SUSPECT QUEUE REWRITE FAILED' TO WS-ABEND-MSG
005490             GO TO 9000-ABEND
005500     END-REWRITE
005510     MOVE EXPSUSP-TRAN-IMAGE TO EXPTRAN-RECORD
005520     EVALUATE TRUE
005530         WHEN EXPSUSP-DUPLICATE-QUEUE AND EXPSUSP-RELEASED
005540             PERFORM 3200-WRITE-REENTRY
005550                 THRU 3200-EXIT
005560             IF EXPTRAN-HEADER-REC
005570                 ADD 1 TO WS-DUP-RELEASED-COUNT
005580                 MOVE 'Released  ' TO WS-STATUS-TEXT
005590                 PERFORM 3400-PRINT-DISPOSITION
005600                     THRU 3400-EXIT
005610             END-IF
005620         WHEN EXPSUSP-DUPLICATE-QUEUE
005630             IF EXPTRAN-HEADER-REC
005640                 ADD 1 TO WS-DUP-CONFIRMED-COUNT
005650                 MOVE 'Confirmed ' TO WS-STATUS-TEXT
005660                 PERFORM 3400-PRINT-DISPOSITION
005670                     THRU 3400-EXIT
005680             END-IF
005690         WHEN EXPSUSP-RELEASED
005700             ADD 1 TO WS-DIP-CLEARED-COUNT
005710             MOVE 'Cleared   ' TO WS-STATUS-TEXT
005720             PERFORM 3400-PRINT-DISPOSITION
005730                 THRU 3400-EXIT
005740         WHEN OTHER
005750             PERFORM 3300-WRITE-RECOVERY
005760                 THRU 3300-EXIT
005770             MOVE 'Recover   ' TO WS-STATUS-TEXT
005780             PERFORM 3400-PRINT-DISPOSITION
005790                 THRU 3400-EXIT
005800     END-EVALUATE.
005810 3100-EXIT.
005820     EXIT.
005830
005840*****************************************************************
005850*  3200-WRITE-REENTRY
005860*      WRITE ONE RECORD OF A RELEASED DUPLICATE SUBMISSION TO THE
005870*      RE-ENTRY FILE FOR THE NEXT DAY'S TRANSACTION STREAM - THE
005880*      HEADER WITH ITS DUPLICATE-CHECK BYPASS FLAG SET, EVERY
005890*      OTHER RECORD UNCHANGED.
005900*****************************************************************
005910 3200-WRITE-REENTRY.
005920     IF EXPTRAN-HEADER-REC
005930         SET EXPTRAN-DUP-CHECK-BYPASSED TO TRUE
005940     END-IF
005950     MOVE EXPTRAN-RECORD TO EXPTRNOT-TRAN-IMAGE
005960     WRITE EXPTRNOT-RECORD
005970     ADD 1 TO WS-RELS-WRITTEN.
005980 3200-EXIT.
005990     EXIT.
006000
006010*****************************************************************
006020*  3300-WRITE-RECOVERY
006030*      WRITE THE PAYROLL RECOVERY RECORD FOR A CONFIRMED
006040*      DOUBLE-DIP LINE - THE WHOLE LINE AMOUNT, PAID IN CASH FOR
006050*      A CHARGE THE CORPORATE CARD ALSO PAID.  THE EMPLOYEE'S
006060*      NAME COMES FROM THE EMPLOYEE MASTER; ONE NO LONGER ON IT
006070*      IS RECOVERED UNDER THE ID ALONE.
006080*****************************************************************
006090 3300-WRITE-RECOVERY.
006100     MOVE SPACES TO EXPRCVY-RECORD
006110     MOVE EXPSUSP-EMP-ID TO EXPMAST-EMP-ID
006120     READ EXPMAST
006130         INVALID KEY
006140             MOVE SPACES TO EXPMAST-EMP-NAME
006150     END-READ
006160     MOVE EXPSUSP-EMP-ID      TO EXPRCVY-EMP-ID
006170     MOVE EXPMAST-EMP-NAME    TO EXPRCVY-EMP-NAME
006180     MOVE EXPSUSP-REPORT-NO   TO EXPRCVY-REPORT-NO
006190     MOVE EXPSUSP-REASON-CODE TO EXPRCVY-REASON-CODE
006200     MOVE EXPSUSP-AMOUNT      TO EXPRCVY-AMOUNT
006210     MOVE EXPTRAN-EXP-DATE    TO EXPRCVY-EXP-DATE
006220     MOVE EXPSUSP-CLERK-ID    TO EXPRCVY-CLERK-ID
006230     MOVE WS-RUN-DATE         TO EXPRCVY-EXTRACT-DATE
006240     WRITE EXPRCVY-RECORD
006250     ADD 1 TO WS-DIP-CONFIRMED-COUNT
006260     ADD EXPSUSP-AMOUNT TO WS-RECOVERY-TOTAL.
006270 3300-EXIT.
006280     EXIT.
006290
006300*****************************************************************
006310*  3400-PRINT-DISPOSITION
006320*      PRINT ONE DISPOSED SUSPECT - A DUPLICATE SUBMISSION ONCE,
006330*      ON ITS HEADER, A DOUBLE-DIP LINE ON ITS OWN - WITH THE
006340*      CLERK WHO DISPOSED OF IT.
006350*****************************************************************
006360 3400-PRINT-DISPOSITION.
006370     PERFORM 4150-SET-QUEUE-TEXT
006380         THRU 4150-EXIT
006390     MOVE EXPSUSP-AMOUNT TO WS-AMOUNT-FMT
006400     MOVE SPACES TO EXPSURPT-LINE
006410     STRING WS-STATUS-TEXT DELIMITED BY SIZE
006420            WS-QUEUE-TEXT DELIMITED BY SIZE
006430            EXPSUSP-REASON-CODE DELIMITED BY SIZE
006440            ' ' DELIMITED BY SIZE
006450            EXPSUSP-REPORT-NO DELIMITED BY SIZE
006460            '-' DELIMITED BY SIZE
006470            EXPSUSP-SEQ DELIMITED BY SIZE
006480            ' ' DELIMITED BY SIZE
006490            EXPSUSP-EMP-ID DELIMITED BY SIZE
006500            ' ' DELIMITED BY SIZE
006510            EXPSUSP-QUEUED-DATE DELIMITED BY SIZE
006520            WS-AMOUNT-FMT DELIMITED BY SIZE
006530            ' ' DELIMITED BY SIZE
006540            EXPSUSP-CLERK-ID DELIMITED BY SIZE
006550            INTO EXPSURPT-LINE
006560     WRITE EXPSURPT-RECORD.
006570 3400-EXIT.
006580     EXIT.
006590
006600*****************************************************************
006610*  3500-REJECT-DISPOSITION
006620*      WRITE THE DISPOSITION RECORD UNCHANGED TO THE EXPSDRJ
006630*      REJECT FILE, PREFIXED WITH THE REASON CODE, AND PRINT ITS
006640*      LINE ON THE SUSPECT REPORT.
006650*****************************************************************
006660 3500-REJECT-DISPOSITION.
006670     ADD 1 TO WS-DECISIONS-REJECTED
006680     MOVE WS-REJECT-REASON TO EXPSDRJ-REASON-CODE
006690     MOVE EXPSDEC-RECORD   TO EXPSDRJ-DECISION-IMAGE
006700     WRITE EXPSDRJ-RECORD
006710     MOVE SPACES TO EXPSURPT-LINE
006720     STRING 'Rejected Disposition ' DELIMITED BY SIZE
006730            WS-REJECT-REASON DELIMITED BY SIZE
006740            ' ' DELIMITED BY SIZE
006750            EXPSDEC-QUEUE DELIMITED BY SIZE
006760            ' ' DELIMITED BY SIZE
006770            EXPSDEC-REPORT-NO DELIMITED BY SIZE
006780            '-' DELIMITED BY SIZE
006790            EXPSDEC-SEQ DELIMITED BY SIZE
006800            ' ' DELIMITED BY SIZE
006810            EXPSDEC-ACTION DELIMITED BY SIZE
006820            ' ' DELIMITED BY SIZE
006830            EXPSDEC-CLERK-ID DELIMITED BY SIZE
006840            INTO EXPSURPT-LINE
006850     WRITE EXPSURPT-RECORD.
006860 3500-EXIT.
006870     EXIT.
006880
006890*****************************************************************
006900*  4000-AGE-SUSPECTS
006910*      READ THE WHOLE SUSPECT QUEUE IN KEY ORDER - QUEUE, REPORT,
006920*      DATE QUEUED, SEQUENCE - AND PRINT EVERY SUSPECT NOBODY HAS
006930*      WORKED WITH ITS AGE.  DISPOSED SUSPECTS ARE PASSED OVER.
006940*****************************************************************
006950 4000-AGE-SUSPECTS.
006960     MOVE SPACES TO EXPSURPT-LINE
006970     WRITE EXPSURPT-RECORD
006980     MOVE 'Suspects Awaiting Review: ' TO EXPSURPT-LINE
006990     WRITE EXPSURPT-RECORD
007000     MOVE LOW-VALUES TO EXPSUSP-KEY
007010     START EXPSUSP KEY IS NOT LESS THAN EXPSUSP-KEY
007020         INVALID KEY
007030             SET WS-EXPSUSP-EOF TO TRUE
007040             GO TO 4000-EXIT
007050     END-START
007060     PERFORM 4090-READ-SUSPECT
007070         THRU 4090-EXIT
007080     PERFORM 4100-AGE-ONE-SUSPECT
007090         THRU 4100-EXIT
007100         UNTIL WS-EXPSUSP-EOF.
007110 4000-EXIT.
007120     EXIT.
007130
007140*****************************************************************
007150*  4090-READ-SUSPECT
007160*      READ THE NEXT SUSPECT FROM THE QUEUE IN KEY ORDER.
007170*****************************************************************
007180 4090-READ-SUSPECT.
007190     READ EXPSUSP NEXT RECORD
007200         AT END
007210             SET WS-EXPSUSP-EOF TO TRUE
007220     END-READ.
007230 4090-EXIT.
007240     EXIT.
007250
007260*****************************************************************
007270*  4100-AGE-ONE-SUSPECT
007280*      AGE THE PENDING SUSPECT IN THE EXPSUSP BUFFER FROM THE
007290*      DATE IT WAS QUEUED AND PRINT IT, ESCALATED WHEN IT IS
007300*      OLDER THAN THE STALE AGE.  A DUPLICATE SUBMISSION PRINTS
007310*      ONCE, ON ITS HEADER RECORD.
007320*****************************************************************
007330 4100-AGE-ONE-SUSPECT.
007340     IF NOT EXPSUSP-PENDING
007350         GO TO 4100-NEXT
007360     END-IF
007370     IF EXPSUSP-DUPLICATE-QUEUE
007380         AND EXPSUSP-TRAN-IMAGE(1:1) NOT = 'H'
007390             GO TO 4100-NEXT
007400     END-IF
007410     MOVE 0 TO WS-DAYS-PENDING
007420     MOVE EXPSUSP-QUEUED-DATE TO WS-WORK-DATE-X
007430     IF WS-WORK-DATE-X IS NUMERIC
007440         COMPUTE WS-QUEUED-SERIAL =
007450             WS-WORK-YYYY * 365 + WS-WORK-MM * 31 + WS-WORK-DD
007460         COMPUTE WS-DAYS-PENDING =
007470             WS-RUN-SERIAL - WS-QUEUED-SERIAL
007480         IF WS-DAYS-PENDING < 0
007490             MOVE 0 TO WS-DAYS-PENDING
007500         END-IF
007510     END-IF
007520     IF WS-DAYS-PENDING > WS-STALE-DAYS
007530         ADD 1 TO WS-ESCALATED-COUNT
007540         MOVE 'ESCALATED ' TO WS-STATUS-TEXT
007550     ELSE
007560         ADD 1 TO WS-PENDING-COUNT
007570         MOVE 'Pending   ' TO WS-STATUS-TEXT
007580     END-IF
007590     PERFORM 4150-SET-QUEUE-TEXT
007600         THRU 4150-EXIT
007610     MOVE EXPSUSP-AMOUNT  TO WS-AMOUNT-FMT
007620     MOVE WS-DAYS-PENDING TO WS-DAYS-FMT
007630     MOVE SPACES TO EXPSURPT-LINE
007640     STRING WS-STATUS-TEXT DELIMITED BY SIZE
007650            WS-QUEUE-TEXT DELIMITED BY SIZE
007660            EXPSUSP-REASON-CODE DELIMITED BY SIZE
007670            ' ' DELIMITED BY SIZE
007680            EXPSUSP-REPORT-NO DELIMITED BY SIZE
007690            '-' DELIMITED BY SIZE
007700            EXPSUSP-SEQ DELIMITED BY SIZE
007710            ' ' DELIMITED BY SIZE
007720            EXPSUSP-EMP-ID DELIMITED BY SIZE
007730            ' ' DELIMITED BY SIZE
007740            EXPSUSP-QUEUED-DATE DELIMITED BY SIZE
007750            WS-AMOUNT-FMT DELIMITED BY SIZE
007760            WS-DAYS-FMT DELIMITED BY SIZE
007770            ' DAYS' DELIMITED BY SIZE
007780            INTO EXPSURPT-LINE
007790     WRITE EXPSURPT-RECORD.
007800 4100-NEXT.
007810     PERFORM 4090-READ-SUSPECT
007820         THRU 4090-EXIT.
007830 4100-EXIT.
007840     EXIT.
007850
007860*****************************************************************
007870*  4150-SET-QUEUE-TEXT
007880*      NAME THE QUEUE OF THE SUSPECT IN THE EXPSUSP BUFFER FOR
007890*      ITS REPORT LINE.
007900*****************************************************************
007910 4150-SET-QUEUE-TEXT.
007920     IF EXPSUSP-DUPLICATE-QUEUE
007930         MOVE 'Duplicate  ' TO WS-QUEUE-TEXT
007940     ELSE
007950         MOVE 'Double-Dip ' TO WS-QUEUE-TEXT
007960     END-IF.
007970 4150-EXIT.
007980     EXIT.
007990
008000*****************************************************************
008010*  4900-PRINT-SUSPECT-SUMMARY
008020*      WRITE THE QUEUE, DISPOSITION, AND AGING COUNTS AFTER THE
008030*      LAST SUSPECT.
008040*****************************************************************
008050 4900-PRINT-SUSPECT-SUMMARY.
008060     MOVE SPACES TO EXPSURPT-LINE
008070     WRITE EXPSURPT-RECORD
008080     MOVE 'Suspect Summary: ' TO EXPSURPT-LINE
008090     WRITE EXPSURPT-RECORD
008100     MOVE WS-DUP-SUBS-QUEUED TO WS-COUNT-FMT
008110     MOVE SPACES TO EXPSURPT-LINE
008120     STRING 'Duplicate Submissions Queued: ' DELIMITED BY SIZE
008130            WS-COUNT-FMT DELIMITED BY SIZE
008140            INTO EXPSURPT-LINE
008150     WRITE EXPSURPT-RECORD
008160     MOVE WS-DUP-RECS-QUEUED TO WS-COUNT-FMT
008170     MOVE SPACES TO EXPSURPT-LINE
008180     STRING 'Duplicate Records Queued: ' DELIMITED BY SIZE
008190            WS-COUNT-FMT DELIMITED BY SIZE
008200            INTO EXPSURPT-LINE
008210     WRITE EXPSURPT-RECORD
008220     MOVE WS-DIP-LINES-QUEUED TO WS-COUNT-FMT
008230     MOVE SPACES TO EXPSURPT-LINE
008240     STRING 'Double-Dip Lines Queued: ' DELIMITED BY SIZE
008250            WS-COUNT-FMT DELIMITED BY SIZE
008260            INTO EXPSURPT-LINE
008270     WRITE EXPSURPT-RECORD
008280     MOVE WS-DECISIONS-READ TO WS-COUNT-FMT
008290     MOVE SPACES TO EXPSURPT-LINE
008300     STRING 'Dispositions Read: ' DELIMITED BY SIZE
008310            WS-COUNT-FMT DELIMITED BY SIZE
008320            INTO EXPSURPT-LINE
008330     WRITE EXPSURPT-RECORD
008340     MOVE WS-DECISIONS-REJECTED TO WS-COUNT-FMT
008350     MOVE SPACES TO EXPSURPT-LINE
008360     STRING 'Dispositions Rejected: ' DELIMITED BY SIZE
008370            WS-COUNT-FMT DELIMITED BY SIZE
008380            INTO EXPSURPT-LINE
008390     WRITE EXPSURPT-RECORD
008400     MOVE WS-DUP-RELEASED-COUNT TO WS-COUNT-FMT
008410     MOVE SPACES TO EXPSURPT-LINE
008420     STRING 'Duplicates Released: ' DELIMITED BY SIZE
008430            WS-COUNT-FMT DELIMITED BY SIZE
008440            INTO EXPSURPT-LINE
008450     WRITE EXPSURPT-RECORD
008460     MOVE WS-RELS-WRITTEN TO WS-COUNT-FMT
008470     MOVE SPACES TO EXPSURPT-LINE
008480     STRING 'Re-entry Records Written: ' DELIMITED BY SIZE
008490            WS-COUNT-FMT DELIMITED BY SIZE
008500            INTO EXPSURPT-LINE
008510     WRITE EXPSURPT-RECORD
008520     MOVE WS-DUP-CONFIRMED-COUNT TO WS-COUNT-FMT
008530     MOVE SPACES TO EXPSURPT-LINE
008540     STRING 'Duplicates Confirmed: ' DELIMITED BY SIZE
008550            WS-COUNT-FMT DELIMITED BY SIZE
008560            INTO EXPSURPT-LINE
008570     WRITE EXPSURPT-RECORD
008580     MOVE WS-DIP-CLEARED-COUNT TO WS-COUNT-FMT
008590     MOVE SPACES TO EXPSURPT-LINE
008600     STRING 'Double-Dips Cleared: ' DELIMITED BY SIZE
008610            WS-COUNT-FMT DELIMITED BY SIZE
008620            INTO EXPSURPT-LINE
008630     WRITE EXPSURPT-RECORD
008640     MOVE WS-DIP-CONFIRMED-COUNT TO WS-COUNT-FMT
008650     MOVE WS-RECOVERY-TOTAL TO WS-GRAND-EDIT
008660     MOVE SPACES TO EXPSURPT-LINE
008670     STRING 'Double-Dips Confirmed for Recovery: '
008680                DELIMITED BY SIZE
008690            WS-COUNT-FMT DELIMITED BY SIZE
008700            ' ' DELIMITED BY SIZE
008710            WS-GRAND-EDIT DELIMITED BY SIZE
008720            INTO EXPSURPT-LINE
008730     WRITE EXPSURPT-RECORD
008740     MOVE WS-PENDING-COUNT TO WS-COUNT-FMT
008750     MOVE SPACES TO EXPSURPT-LINE
008760     STRING 'Suspects Pending: ' DELIMITED BY SIZE
008770            WS-COUNT-FMT DELIMITED BY SIZE
008780            INTO EXPSURPT-LINE
008790     WRITE EXPSURPT-RECORD
008800     MOVE WS-ESCALATED-COUNT TO WS-COUNT-FMT
008810     MOVE SPACES TO EXPSURPT-LINE
008820     STRING 'Suspects Escalated: ' DELIMITED BY SIZE
008830            WS-COUNT-FMT DELIMITED BY SIZE
008840            INTO EXPSURPT-LINE
008850     WRITE EXPSURPT-RECORD.
008860 4900-EXIT.
008870     EXIT.
008880
008890*****************************************************************
008900*  9000-ABEND
008910*      A FATAL CONDITION - THE RUN CONTROL RECORD IS MISSING, THE
008920*      DUPLICATE FILE IS OUT OF SEQUENCE, OR A SUSPECT QUEUE
008930*      UPDATE FAILED.  DISPLAY THE DIAGNOSTIC AND END THE RUN
008940*      WITH A NONZERO RETURN CODE SO THE JOB STEP SHOWS FAILED.
008950*****************************************************************
008960 9000-ABEND.
008970     DISPLAY WS-ABEND-MSG
008980     MOVE 16 TO RETURN-CODE
008990     STOP RUN.
009000
009010*****************************************************************
009020*  9999-TERMINATE
009030*****************************************************************
009040 9999-TERMINATE.
009050     CLOSE EXPDUP
009060     CLOSE EXPCRDDP
009070     CLOSE EXPSDEC
009080     CLOSE EXPSUSP
009090     CLOSE EXPMAST
009100     CLOSE EXPRELS
009110     CLOSE EXPSDRJ
009120     CLOSE EXPRCVY
009130     CLOSE EXPSURPT.
009140 9999-EXIT.
009150     EXIT.
