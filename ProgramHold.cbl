       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program25.
       AUTHOR. Ryan Coplien
       DATE-WRITTEN. 10/15/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTLFILE ASSIGN TO "RUNCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT HOLDFILE ASSIGN TO "PAYHOLD"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HOLD-STATUS.
           SELECT APPRFILE ASSIGN TO "HOLDAPPR"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-APPR-STATUS.
           SELECT BATCHFILE ASSIGN TO "PAYBATNO"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BATCH-STATUS.
           SELECT SUPPFILE ASSIGN TO "PAYSUPP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SUPP-STATUS.
           SELECT YTDFILE ASSIGN TO "BONUSYTD"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-YTD-STATUS.
           SELECT RPTFILE ASSIGN TO "HOLDRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUNCTLFILE.
       01 RUNCTLFILE-FILE.
           05 RcSeq               PIC 9(2).
           05 RcProgram           PIC X(9).
           05 RcCycleDate         PIC 9(8).
           05 RcState             PIC X.
           05 RcStartDate         PIC 9(8).
           05 RcEndDate           PIC 9(8).

       FD HOLDFILE.
       01 HOLDFILE-FILE.
           05 PayHoldCycle          PIC 9(8).
           05 PayHoldBatchNo        PIC 9(6).
           05 PayHoldEmpNum         PIC 9(5).
           05 PayHoldEmpName        PIC X(20).
           05 PayHoldJobCode        PIC 9(2).
           05 PayHoldAmountCents    PIC 9(9).
           05 PayHoldLimitCents     PIC 9(9).
           05 PayHoldState          PIC X.
           05 PayHoldDecided        PIC 9(8).
           05 PayHoldApprover       PIC X(8).
           05 PayHoldRelCycle       PIC 9(8).
           05 PayHoldRelBatch       PIC 9(6).
           05 PayHoldReason         PIC X(20).

      *    ONE DECISION PER HELD PAYMENT, BY EMPLOYEE NUMBER - A TO
      *    APPROVE AND RELEASE, D TO DENY.  THE APPROVER IS THE SECOND
      *    PERSON SIGNING OFF THE PAYMENT AND MUST BE GIVEN
       FD APPRFILE.
       01 APPRFILE-FILE.
           05 ApprEmpNumIn          PIC 9(5).
           05 ApprDecisionIn        PIC X.
           05 ApprByIn              PIC X(8).
           05 ApprReasonIn          PIC X(20).

       FD BATCHFILE.
       01 BATCHFILE-FILE.
           05 BatchNumberIn         PIC 9(6).

       FD SUPPFILE.
       01 SUPPFILE-FILE.
           05 SuppRecType           PIC X.
           05 SuppRecBody           PIC X(20).

       FD YTDFILE.
       01 YTDFILE-FILE.
           05 YtdEmpNumIn           PIC 9(5).
           05 YtdYearIn             PIC 9(4).
           05 YtdAmountIn           PIC 9(8)V99.
           05 YtdAsOfIn             PIC 9(8).
           05 YtdPriorIn            PIC 9(8)V99.
           05 YtdAdjIn              PIC S9(8)V99
                                    SIGN LEADING SEPARATE.
           05 YtdHeldIn             PIC S9(8)V99
                                    SIGN LEADING SEPARATE.

       FD RPTFILE.
       01 RPTFILE-FILE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOFILE.
           05 WS-EOF              PIC X.

       01 WS-RUNCTL-STATUS         PIC XX.
       01 WS-HOLD-STATUS           PIC XX.
       01 WS-APPR-STATUS           PIC XX.
       01 WS-BATCH-STATUS          PIC XX.
       01 WS-SUPP-STATUS           PIC XX.
       01 WS-YTD-STATUS            PIC XX.
       01 WS-RPT-STATUS            PIC XX.

       01 WS-RUNDATE               PIC 9(8).
       01 WS-CYCLE-DATE            PIC 9(8).
       01 WS-RC                    PIC 9(2) COMP VALUE 0.
       01 WS-PAYX-SW               PIC X VALUE 'N'.
           88 PAYX-COMPLETE        VALUE 'Y'.
       01 WS-BATCHNO               PIC 9(6).

       01 WS-HOLD-CYCLE            PIC 9(8).
       01 WS-HOLD-CYCLE-X REDEFINES WS-HOLD-CYCLE.
           05 WS-HOLD-YYYY         PIC 9(4).
           05 WS-HOLD-MMDD         PIC 9(4).

       01 WS-SWITCHES.
           05 WS-MATCH-SW         PIC X.
               88 HOLD-MATCHED    VALUE 'Y'.
           05 WS-YTD-FOUND-SW     PIC X VALUE 'N'.
               88 YTD-FOUND       VALUE 'Y'.

       01 WS-FEED-HEADER.
           05 HdrRunDate           PIC 9(8).
           05 HdrBatchNo           PIC 9(6).
           05 FILLER               PIC X(6) VALUE SPACE.

       01 WS-FEED-DETAIL.
           05 DtlEmpNum            PIC 9(5).
           05 DtlAmountCents       PIC 9(9).
           05 FILLER               PIC X(6) VALUE SPACE.

       01 WS-FEED-TRAILER.
           05 TrlRecCount          PIC 9(6).
           05 TrlHashTotal         PIC 9(12).
           05 FILLER               PIC XX   VALUE SPACE.

       01 WS-EXPECTED.
           05 WS-EXP-COUNT        PIC 9(6)  VALUE 0.
           05 WS-EXP-HASH         PIC 9(12) VALUE 0.

       01 WS-WRITTEN.
           05 WS-WRT-COUNT        PIC 9(6)  VALUE 0.
           05 WS-WRT-HASH         PIC 9(12) VALUE 0.

       01 WS-COUNTS.
           05 WS-READ             PIC 9(4) VALUE 0.
           05 WS-APPROVED         PIC 9(4) VALUE 0.
           05 WS-DENIED           PIC 9(4) VALUE 0.
           05 WS-REJECTED         PIC 9(4) VALUE 0.
           05 WS-STILL-HELD       PIC 9(4) VALUE 0.

       01 WS-WORK.
           05 WS-HOLD-AMT         PIC 9(7)V99.
           05 WS-AMT-WORK         PIC 9(7)V99.
           05 WS-REJECT-REASON    PIC X(20).

       01 HoldTable.
           02 WS-HOLDCOUNT         PIC 9(3) COMP VALUE 0.
           02 HoldEntry
               OCCURS 1 TO 500 TIMES DEPENDING ON WS-HOLDCOUNT
               INDEXED BY HX.
               03 HoldTabCycle      PIC 9(8).
               03 HoldTabBatch      PIC 9(6).
               03 HoldTabEmpNum     PIC 9(5).
               03 HoldTabEmpName    PIC X(20).
               03 HoldTabJobCode    PIC 9(2).
               03 HoldTabAmount     PIC 9(9).
               03 HoldTabLimit      PIC 9(9).
               03 HoldTabState      PIC X.
                   88 HOLD-OPEN         VALUE 'H'.
                   88 HOLD-APPROVED     VALUE 'A'.
               03 HoldTabDecided    PIC 9(8).
               03 HoldTabApprover   PIC X(8).
               03 HoldTabRelCycle   PIC 9(8).
               03 HoldTabRelBatch   PIC 9(6).
               03 HoldTabReason     PIC X(20).

       01 YtdTable.
           02 WS-YTDCOUNT          PIC 9(4) COMP VALUE 0.
           02 YtdEntry
               OCCURS 1 TO 2000 TIMES DEPENDING ON WS-YTDCOUNT
               INDEXED BY YX.
               03 YtdTabEmpNum      PIC 9(5).
               03 YtdTabYear        PIC 9(4).
               03 YtdTabAmount      PIC 9(8)V99.
               03 YtdTabAsOf        PIC 9(8).
               03 YtdTabPrior       PIC 9(8)V99.
               03 YtdTabAdj         PIC S9(8)V99
                                    SIGN LEADING SEPARATE.
               03 YtdTabHeld        PIC S9(8)V99
                                    SIGN LEADING SEPARATE.

       01 WS-RPT-HEADING1.
           05 FILLER              PIC X(30)
               VALUE 'PAYMENT HOLD APPROVAL REPORT -'.
           05 FILLER              PIC X(7)  VALUE ' CYCLE '.
           05 WS-HDG-CYCLE        PIC 9(8).
           05 FILLER              PIC X(6)  VALUE '  RUN '.
           05 WS-HDG-DATE         PIC 9(8).
           05 FILLER              PIC X(73) VALUE SPACE.

       01 WS-RPT-HEADING2.
           05 FILLER              PIC X(6)  VALUE 'EMPNO'.
           05 FILLER              PIC X(21) VALUE 'NAME'.
           05 FILLER              PIC X(3)  VALUE 'JC'.
           05 FILLER              PIC X(15) VALUE '         AMOUNT'.
           05 FILLER              PIC X(15) VALUE '          LIMIT'.
           05 FILLER              PIC X(10) VALUE '  HELD'.
           05 FILLER              PIC X(11) VALUE 'RESULT'.
           05 FILLER              PIC X(9)  VALUE 'APPROVER'.
           05 FILLER              PIC X(42) VALUE 'REASON'.

       01 WS-RPT-SECTION.
           05 WS-SEC-TITLE        PIC X(60).
           05 FILLER              PIC X(72) VALUE SPACE.

       01 WS-RPT-DETAIL.
           05 WS-DET-EMPNO        PIC 9(5).
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-DET-NAME         PIC X(20).
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-DET-JOB          PIC 99.
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-DET-AMT          PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-DET-LIMIT        PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-DET-CYCLE        PIC 9(8).
           05 FILLER              PIC X(2)  VALUE SPACE.
           05 WS-DET-RESULT       PIC X(10).
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-DET-APPROVER     PIC X(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-DET-REASON       PIC X(20).
           05 FILLER              PIC X(22) VALUE SPACE.

       01 WS-RPT-BATCHLINE.
           05 FILLER              PIC X(27)
               VALUE 'SUPPLEMENTARY PAYSUPP BATCH'.
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-BAT-BATCHNO      PIC 9(6).
           05 FILLER              PIC X(12) VALUE ' RELEASED - '.
           05 WS-BAT-COUNT        PIC ZZZZZ9.
           05 FILLER              PIC X(16) VALUE ' PAYMENTS, HASH '.
           05 WS-BAT-HASH         PIC 9(12).
           05 FILLER              PIC X(52) VALUE SPACE.

       01 WS-RPT-TOTALS.
           05 FILLER              PIC X(16) VALUE 'DECISIONS READ: '.
           05 WS-TOT-READ         PIC ZZZ9.
           05 FILLER              PIC X(12) VALUE '  APPROVED: '.
           05 WS-TOT-APPR         PIC ZZZ9.
           05 FILLER              PIC X(10) VALUE '  DENIED: '.
           05 WS-TOT-DENY         PIC ZZZ9.
           05 FILLER              PIC X(12) VALUE '  REJECTED: '.
           05 WS-TOT-REJ          PIC ZZZ9.
           05 FILLER              PIC X(14) VALUE '  STILL HELD: '.
           05 WS-TOT-HELD         PIC ZZZ9.
           05 FILLER              PIC X(48) VALUE SPACE.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUNDATE FROM DATE YYYYMMDD.
           PERFORM GetCycleDate
           PERFORM LoadPayHold
           PERFORM LoadYtdTable
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN HOLDRPT - FILE STATUS '
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-CYCLE-DATE TO WS-HDG-CYCLE
           MOVE WS-RUNDATE    TO WS-HDG-DATE
           WRITE RPTFILE-FILE FROM WS-RPT-HEADING1
           WRITE RPTFILE-FILE FROM WS-RPT-HEADING2
           MOVE 'DECISIONS' TO WS-SEC-TITLE
           PERFORM WriteSection
           PERFORM ApplyDecisions
           IF WS-APPROVED > 0
               PERFORM GetBatchNumber
               PERFORM WriteSuppFeed
               PERFORM ReleaseOrReject
           END-IF
           PERFORM RewritePayHold
           IF YTD-FOUND
               PERFORM RewriteYtdFile
           END-IF
           MOVE 'STILL HELD AWAITING A DECISION' TO WS-SEC-TITLE
           PERFORM WriteSection
           PERFORM ReportStillHeld
           MOVE WS-READ       TO WS-TOT-READ
           MOVE WS-APPROVED   TO WS-TOT-APPR
           MOVE WS-DENIED     TO WS-TOT-DENY
           MOVE WS-REJECTED   TO WS-TOT-REJ
           MOVE WS-STILL-HELD TO WS-TOT-HELD
           MOVE SPACE TO RPTFILE-FILE
           WRITE RPTFILE-FILE
           WRITE RPTFILE-FILE FROM WS-RPT-TOTALS
           CLOSE RPTFILE.
           DISPLAY 'PAYHOLD DECISIONS APPLIED - ' WS-APPROVED
               ' APPROVED, ' WS-DENIED ' DENIED, ' WS-REJECTED
               ' REJECTED, ' WS-STILL-HELD ' STILL HELD'
           STOP RUN.

      *    AN APPROVED PAYMENT IS RELEASED IN THE CYCLE OPEN WHEN IT IS
      *    APPROVED - THAT IS THE CYCLE ITS BONUSYTD MOVEMENT LANDS IN.
      *    THE PAY EXTRACT MUST HAVE COMPLETED FOR THAT CYCLE FIRST, SO
      *    PROGRAM5 HAS ALREADY STAMPED THE REGISTER WITH IT AND WILL
      *    NOT FOLD THE RELEASE INTO THE CYCLE'S PRIOR AMOUNT
       GetCycleDate.
           MOVE SPACE TO WS-EOF.
           OPEN INPUT RUNCTLFILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'RUN CONTROL: RUNCTL IS MISSING OR '
                   'UNREADABLE - RUN PROGRAM6 TO OPEN THE CYCLE - '
                   'FILE STATUS ' WS-RUNCTL-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RUNCTLFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RC
                       IF WS-RC = 1
                           MOVE RcCycleDate TO WS-CYCLE-DATE
                       END-IF
                       IF RcProgram = 'PROGRAM10'
                           AND RcCycleDate = WS-CYCLE-DATE
                           AND RcState = 'C'
                           MOVE 'Y' TO WS-PAYX-SW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUNCTLFILE.
           IF WS-RC = 0
               DISPLAY 'RUN CONTROL: RUNCTL IS EMPTY - RUN '
                   'PROGRAM6 TO OPEN THE CYCLE'
               STOP RUN
           END-IF
           IF NOT PAYX-COMPLETE
               DISPLAY 'RUN CONTROL: PROGRAM10 HAS NOT COMPLETED THIS '
                   'CYCLE - PROGRAM25 MAY NOT START'
               STOP RUN
           END-IF.

       LoadPayHold.
           MOVE SPACE TO WS-EOF.
           OPEN INPUT HOLDFILE.
           IF WS-HOLD-STATUS = '35'
               DISPLAY 'PAYHOLD DOES NOT EXIST - NO PAYMENTS ARE HELD'
               CLOSE HOLDFILE
               STOP RUN
           END-IF
           IF WS-HOLD-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN PAYHOLD - FILE STATUS '
                   WS-HOLD-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HOLDFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-HOLDCOUNT >= 500
                           DISPLAY 'PAYHOLD HAS MORE THAN 500 '
                               'PAYMENTS - TABLE CAPACITY EXCEEDED'
                           CLOSE HOLDFILE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-HOLDCOUNT
                       SET HX TO WS-HOLDCOUNT
                       MOVE HOLDFILE-FILE TO HoldEntry(HX)
               END-READ
           END-PERFORM
           CLOSE HOLDFILE.

       LoadYtdTable.
           MOVE SPACE TO WS-EOF.
           OPEN INPUT YTDFILE.
           IF WS-YTD-STATUS = '35'
               CLOSE YTDFILE
               MOVE 'Y' TO WS-EOF
           ELSE
               IF WS-YTD-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN BONUSYTD - FILE STATUS '
                       WS-YTD-STATUS
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-YTD-FOUND-SW
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ YTDFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-YTDCOUNT >= 2000
                           DISPLAY 'BONUSYTD HAS MORE THAN 2000 ROWS '
                               '- TABLE CAPACITY EXCEEDED'
                           CLOSE YTDFILE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-YTDCOUNT
                       SET YX TO WS-YTDCOUNT
                       MOVE YTDFILE-FILE TO YtdEntry(YX)
                       IF YtdTabHeld(YX) NOT NUMERIC
                           MOVE 0 TO YtdTabHeld(YX)
                       END-IF
               END-READ
           END-PERFORM
           IF YTD-FOUND
               CLOSE YTDFILE
           END-IF.

       ApplyDecisions.
           MOVE SPACE TO WS-EOF.
           OPEN INPUT APPRFILE.
           IF WS-APPR-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN HOLDAPPR - FILE STATUS '
                   WS-APPR-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ APPRFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ
                       PERFORM ApplyOneDecision
               END-READ
           END-PERFORM
           CLOSE APPRFILE.

      *    THE OLDEST PAYMENT STILL HELD FOR THE EMPLOYEE IS THE ONE
      *    DECIDED - A SECOND DECISION FOR THE SAME EMPLOYEE IN ONE
      *    RUN FINDS NOTHING LEFT HELD AND IS REJECTED
       ApplyOneDecision.
           MOVE SPACE TO WS-REJECT-REASON
           MOVE 'N' TO WS-MATCH-SW
           IF WS-HOLDCOUNT > 0
               SET HX TO 1
               SEARCH HoldEntry
                   AT END CONTINUE
                   WHEN HoldTabEmpNum(HX) = ApprEmpNumIn
                       AND HOLD-OPEN(HX)
                       MOVE 'Y' TO WS-MATCH-SW
               END-SEARCH
           END-IF
           EVALUATE TRUE
               WHEN NOT HOLD-MATCHED
                   MOVE 'NO PAYMENT HELD' TO WS-REJECT-REASON
               WHEN ApprByIn = SPACE
                   MOVE 'APPROVER NOT GIVEN' TO WS-REJECT-REASON
               WHEN ApprDecisionIn NOT = 'A'
                   AND ApprDecisionIn NOT = 'D'
                   MOVE 'DECISION NOT A OR D' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACE
               ADD 1 TO WS-REJECTED
               MOVE SPACE TO WS-RPT-DETAIL
               MOVE ApprEmpNumIn     TO WS-DET-EMPNO
               MOVE 'REJECTED'       TO WS-DET-RESULT
               MOVE ApprByIn         TO WS-DET-APPROVER
               MOVE WS-REJECT-REASON TO WS-DET-REASON
               IF HOLD-MATCHED
                   PERFORM FillHoldDetail
               END-IF
               WRITE RPTFILE-FILE FROM WS-RPT-DETAIL
           ELSE
               MOVE ApprDecisionIn TO HoldTabState(HX)
               MOVE WS-RUNDATE     TO HoldTabDecided(HX)
               MOVE ApprByIn       TO HoldTabApprover(HX)
               IF ApprReasonIn NOT = SPACE
                   MOVE ApprReasonIn TO HoldTabReason(HX)
               END-IF
               MOVE SPACE TO WS-RPT-DETAIL
               PERFORM FillHoldDetail
               MOVE HoldTabApprover(HX) TO WS-DET-APPROVER
               MOVE HoldTabReason(HX)   TO WS-DET-REASON
               IF HOLD-APPROVED(HX)
                   ADD 1 TO WS-APPROVED
                   MOVE WS-CYCLE-DATE TO HoldTabRelCycle(HX)
                   MOVE 0             TO HoldTabRelBatch(HX)
                   ADD 1 TO WS-EXP-COUNT
                   ADD HoldTabAmount(HX) TO WS-EXP-HASH
                   MOVE 'APPROVED' TO WS-DET-RESULT
               ELSE
                   ADD 1 TO WS-DENIED
                   MOVE 'DENIED'   TO WS-DET-RESULT
               END-IF
               PERFORM ApplyDecisionToYtd
               WRITE RPTFILE-FILE FROM WS-RPT-DETAIL
           END-IF.

       FillHoldDetail.
           MOVE HoldTabEmpNum(HX)   TO WS-DET-EMPNO
           MOVE HoldTabEmpName(HX)  TO WS-DET-NAME
           MOVE HoldTabJobCode(HX)  TO WS-DET-JOB
           COMPUTE WS-AMT-WORK = HoldTabAmount(HX) / 100
           MOVE WS-AMT-WORK TO WS-DET-AMT
           COMPUTE WS-AMT-WORK = HoldTabLimit(HX) / 100
           MOVE WS-AMT-WORK TO WS-DET-LIMIT
           MOVE HoldTabCycle(HX)    TO WS-DET-CYCLE.

      *    PROGRAM10 TOOK THE HELD PAYMENT OUT OF BONUSYTD AND PARKED IT
      *    IN THE HELD COLUMN.  APPROVAL PUTS IT BACK INTO THE AMOUNT -
      *    IT IS BEING PAID NOW - AND CLEARS IT FROM THE HELD COLUMN
      *    WHILE THE ROW STILL BELONGS TO THE HOLD CYCLE.  A DENIED
      *    PAYMENT IS NEVER PAID, SO IT STAYS PARKED IN THE HELD COLUMN
       ApplyDecisionToYtd.
           IF YTD-FOUND AND HOLD-APPROVED(HX)
               MOVE HoldTabCycle(HX) TO WS-HOLD-CYCLE
               COMPUTE WS-HOLD-AMT = HoldTabAmount(HX) / 100
               SET YX TO 1
               SEARCH YtdEntry
                   AT END
                       DISPLAY 'DECIDED EMPLOYEE ' HoldTabEmpNum(HX)
                           ' HAS NO BONUSYTD ROW FOR ' WS-HOLD-YYYY
                           ' - REGISTER NOT UPDATED'
                   WHEN YtdTabEmpNum(YX) = HoldTabEmpNum(HX)
                       AND YtdTabYear(YX) = WS-HOLD-YYYY
                       ADD WS-HOLD-AMT TO YtdTabAmount(YX)
                       IF YtdTabAsOf(YX) = HoldTabCycle(HX)
                           IF YtdTabHeld(YX) < WS-HOLD-AMT
                               MOVE 0 TO YtdTabHeld(YX)
                           ELSE
                               SUBTRACT WS-HOLD-AMT
                                   FROM YtdTabHeld(YX)
                           END-IF
                       END-IF
               END-SEARCH
           END-IF.

       GetBatchNumber.
           OPEN INPUT BATCHFILE.
           IF WS-BATCH-STATUS = '00'
               READ BATCHFILE
                   AT END MOVE 0 TO WS-BATCHNO
                   NOT AT END MOVE BatchNumberIn TO WS-BATCHNO
               END-READ
               CLOSE BATCHFILE
           ELSE
               CLOSE BATCHFILE
               MOVE 0 TO WS-BATCHNO
           END-IF
           ADD 1 TO WS-BATCHNO.

      *    THE APPROVED PAYMENTS GO OUT AS THEIR OWN BATCH IN THE
      *    PAYFEED FORMAT.  PAYSUPP IS REPLACED EACH RUN THE SAME WAY
      *    PAYFEED AND PAYADJ ARE
       WriteSuppFeed.
           OPEN OUTPUT SUPPFILE.
           IF WS-SUPP-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN PAYSUPP - FILE STATUS '
                   WS-SUPP-STATUS
               STOP RUN
           END-IF
           MOVE WS-RUNDATE TO HdrRunDate
           MOVE WS-BATCHNO TO HdrBatchNo
           MOVE 'H'            TO SuppRecType
           MOVE WS-FEED-HEADER TO SuppRecBody
           WRITE SUPPFILE-FILE
           PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > WS-HOLDCOUNT
               IF HOLD-APPROVED(HX)
                   AND HoldTabRelCycle(HX) = WS-CYCLE-DATE
                   AND HoldTabRelBatch(HX) = 0
                   MOVE HoldTabEmpNum(HX) TO DtlEmpNum
                   MOVE HoldTabAmount(HX) TO DtlAmountCents
                   MOVE 'D'            TO SuppRecType
                   MOVE WS-FEED-DETAIL TO SuppRecBody
                   WRITE SUPPFILE-FILE
                   ADD 1 TO WS-WRT-COUNT
                   ADD HoldTabAmount(HX) TO WS-WRT-HASH
               END-IF
           END-PERFORM
           MOVE WS-WRT-COUNT TO TrlRecCount
           MOVE WS-WRT-HASH  TO TrlHashTotal
           MOVE 'T'             TO SuppRecType
           MOVE WS-FEED-TRAILER TO SuppRecBody
           WRITE SUPPFILE-FILE
           CLOSE SUPPFILE.

      *    NOTHING IS SAVED UNLESS THE BATCH PROVES - A FAILED RELEASE
      *    LEAVES PAYHOLD AND BONUSYTD EXACTLY AS THEY WERE
       ReleaseOrReject.
           IF WS-WRT-COUNT = WS-EXP-COUNT
               AND WS-WRT-HASH = WS-EXP-HASH
               PERFORM UpdateBatchNumber
               PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > WS-HOLDCOUNT
                   IF HOLD-APPROVED(HX)
                       AND HoldTabRelCycle(HX) = WS-CYCLE-DATE
                       AND HoldTabRelBatch(HX) = 0
                       MOVE WS-BATCHNO TO HoldTabRelBatch(HX)
                   END-IF
               END-PERFORM
               MOVE WS-BATCHNO   TO WS-BAT-BATCHNO
               MOVE WS-WRT-COUNT TO WS-BAT-COUNT
               MOVE WS-WRT-HASH  TO WS-BAT-HASH
               MOVE SPACE TO RPTFILE-FILE
               WRITE RPTFILE-FILE
               WRITE RPTFILE-FILE FROM WS-RPT-BATCHLINE
               DISPLAY 'PAYSUPP BATCH ' WS-BATCHNO ' RELEASED - '
                   WS-WRT-COUNT ' PAYMENTS, HASH ' WS-WRT-HASH
           ELSE
               DISPLAY 'PAYSUPP DOES NOT RECONCILE TO THE APPROVED '
                   'PAYMENTS - FILE NOT RELEASED, DO NOT TRANSMIT'
               DISPLAY 'EXPECTED COUNT ' WS-EXP-COUNT ' HASH '
                   WS-EXP-HASH
               DISPLAY 'WRITTEN  COUNT ' WS-WRT-COUNT ' HASH '
                   WS-WRT-HASH
               DISPLAY 'NO DECISIONS WERE SAVED'
               CLOSE RPTFILE
               STOP RUN
           END-IF.

       UpdateBatchNumber.
           OPEN OUTPUT BATCHFILE.
           IF WS-BATCH-STATUS NOT = '00'
               DISPLAY 'UNABLE TO REWRITE PAYBATNO - FILE STATUS '
                   WS-BATCH-STATUS
               STOP RUN
           END-IF
           MOVE WS-BATCHNO TO BatchNumberIn
           WRITE BATCHFILE-FILE
           CLOSE BATCHFILE.

       RewritePayHold.
           OPEN OUTPUT HOLDFILE.
           IF WS-HOLD-STATUS NOT = '00'
               DISPLAY 'UNABLE TO REWRITE PAYHOLD - FILE STATUS '
                   WS-HOLD-STATUS
               STOP RUN
           END-IF
           PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > WS-HOLDCOUNT
               MOVE HoldEntry(HX) TO HOLDFILE-FILE
               WRITE HOLDFILE-FILE
           END-PERFORM
           CLOSE HOLDFILE.

       RewriteYtdFile.
           OPEN OUTPUT YTDFILE.
           IF WS-YTD-STATUS NOT = '00'
               DISPLAY 'UNABLE TO REWRITE BONUSYTD - FILE STATUS '
                   WS-YTD-STATUS
               STOP RUN
           END-IF
           PERFORM VARYING YX FROM 1 BY 1 UNTIL YX > WS-YTDCOUNT
               MOVE YtdEntry(YX) TO YTDFILE-FILE
               WRITE YTDFILE-FILE
           END-PERFORM
           CLOSE YTDFILE.

       ReportStillHeld.
           PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > WS-HOLDCOUNT
               IF HOLD-OPEN(HX)
                   ADD 1 TO WS-STILL-HELD
                   MOVE SPACE TO WS-RPT-DETAIL
                   PERFORM FillHoldDetail
                   MOVE 'HELD'            TO WS-DET-RESULT
                   MOVE HoldTabReason(HX) TO WS-DET-REASON
                   WRITE RPTFILE-FILE FROM WS-RPT-DETAIL
               END-IF
           END-PERFORM.

       WriteSection.
           MOVE SPACE TO RPTFILE-FILE
           WRITE RPTFILE-FILE
           WRITE RPTFILE-FILE FROM WS-RPT-SECTION.

       END PROGRAM Program25.
