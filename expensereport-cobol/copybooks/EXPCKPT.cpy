000370*                  AFTER EVERY CHECKPOINT - A RESTART READS
000380*                  ITS CARRIED-FORWARD CONTROL TOTALS FROM
000390*                  THERE.  LAYOUT UNCHANGED.
000400*  2026-10-15 CAH  ADDED THE RUNNING TRIP AUTHORIZATION
000410*                  EXCEPTION COUNT, CARVED OUT OF THE FILLER, SO
000420*                  RECORD POSITIONS ARE UNCHANGED.
000430*  2026-10-15 CAH  ADDED THE RUNNING OVER-BUDGET HOLD COUNT,
000440*                  CARVED OUT OF THE FILLER, SO RECORD POSITIONS
000450*                  ARE UNCHANGED.
000460*  2026-10-15 CAH  ADDED THE RUNNING CLIENT REBILL RECORD COUNT
000470*                  AND MARKED-UP TOTAL SO A RESTARTED RUN'S BATCH
000480*                  SUMMARY COVERS THE WHOLE EXPRBIL GENERATION.
000490*                  THE RECORD GREW FROM 112 TO 130 BYTES - THE
000500*                  CKPTDEF RECORDSIZE CHANGES WITH IT.
000510*****************************************************************
000520 01  EXPCKPT-RECORD.
000530     05  EXPCKPT-REPORT-NO                PIC 9(06).
000540     05  EXPCKPT-EMP-ID                    PIC X(06).
000550     05  EXPCKPT-GRAND-TOTAL               PIC 9(10)V99.
000560     05  EXPCKPT-GRAND-MEALS               PIC 9(10)V99.
000570     05  EXPCKPT-REPORT-COUNT              PIC 9(05).
000580     05  EXPCKPT-OVER-LIMIT-COUNT          PIC 9(05).
000590     05  EXPCKPT-EXCP-WRITTEN              PIC 9(05).
000600     05  EXPCKPT-GLEX-WRITTEN              PIC 9(05).
000610     05  EXPCKPT-EXCP-AMOUNT               PIC 9(10)V99.
000620     05  EXPCKPT-REJECT-COUNT              PIC 9(05).
000630     05  EXPCKPT-DUP-COUNT                 PIC 9(05).
000640     05  EXPCKPT-PAYMENT-COUNT             PIC 9(05).
000650     05  EXPCKPT-OUT-ADV-COUNT             PIC 9(05).
000660     05  EXPCKPT-OUT-ADV-TOTAL             PIC 9(10)V99.
000670     05  EXPCKPT-AUTH-EXCP-COUNT           PIC 9(05).
000680     05  EXPCKPT-BUDGET-HOLD-COUNT         PIC 9(05).
000690     05  EXPCKPT-REBILL-COUNT              PIC 9(05).
000700     05  EXPCKPT-REBILL-TOTAL              PIC 9(10)V99.
000710     05  FILLER                            PIC X(03).
