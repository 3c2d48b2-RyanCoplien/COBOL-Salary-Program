           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OVR-STATUS.
           SELECT LIMITFILE ASSIGN TO "PAYLIMIT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LIMIT-STATUS.
           SELECT HOLDFILE ASSIGN TO "PAYHOLD"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HOLD-STATUS.
           SELECT YTDFILE ASSIGN TO "BONUSYTD"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-YTD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 OvProgram           PIC X(9).
           05 OvDate              PIC 9(8).

      *    PAYMENT LIMIT PER JOB CLASS IN DOLLARS - A CLASS NOT LISTED,
      *    OR LISTED WITH A ZERO LIMIT, HAS NO LIMIT
       FD LIMITFILE.
       01 LIMITFILE-FILE.
           05 PL-JOBCLASS-IN        PIC 99.
           05 PL-LIMIT-IN           PIC 9(6)V99.

      *    PAYHOLD IS THE RUNNING FILE OF PAYMENTS PULLED OUT OF A
      *    BATCH FOR APPROVAL - STATE H HELD, A APPROVED AND RELEASED
      *    IN A SUPPLEMENTARY BATCH (PROGRAM25), D DENIED
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

       WORKING-STORAGE SECTION.
       01 WS-EOFILE.
           05 WS-EOF              PIC X.
       01 WS-BONUSIN-STATUS        PIC XX.
       01 WS-BATCH-STATUS          PIC XX.
       01 WS-FEED-STATUS           PIC XX.
       01 WS-LIMIT-STATUS          PIC XX.
       01 WS-HOLD-STATUS           PIC XX.
       01 WS-YTD-STATUS            PIC XX.

       01 WS-RUNDATE               PIC 9(8).
       01 WS-BATCHNO               PIC 9(6).
           05 WS-WRT-COUNT        PIC 9(6)  VALUE 0.
           05 WS-WRT-HASH         PIC 9(12) VALUE 0.

       01 WS-HELD.
           05 WS-HLD-COUNT        PIC 9(6)  VALUE 0.
           05 WS-HLD-HASH         PIC 9(12) VALUE 0.
           05 WS-DEC-COUNT        PIC 9(6)  VALUE 0.
           05 WS-DEC-HASH         PIC 9(12) VALUE 0.
           05 WS-HLD-DROPPED      PIC 9(6)  VALUE 0.

       01 WS-PROVED.
           05 WS-PRV-COUNT        PIC 9(6)  VALUE 0.
           05 WS-PRV-HASH         PIC 9(12) VALUE 0.

       01 WS-WORK.
           05 WS-CENTS            PIC 9(9).
           05 WS-ZEROSKIP         PIC 9(6)  VALUE 0.
           05 WS-LIMIT-CENTS      PIC 9(9).
           05 WS-HOLD-AMT         PIC 9(7)V99.
           05 WS-MATCH-SW         PIC X.
               88 ROW-MATCHED     VALUE 'Y'.
           05 WS-LIMIT-EOF        PIC X.
           05 WS-HOLD-EOF         PIC X.
           05 WS-YTD-EOF          PIC X.

       01 LimitTable.
           02 WS-LIMITCOUNT        PIC 9(3) COMP VALUE 0.
           02 LimitEntry
               OCCURS 1 TO 100 TIMES DEPENDING ON WS-LIMITCOUNT
               INDEXED BY LX.
               03 LimitJobClass     PIC 99.
               03 LimitCents        PIC 9(9).

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
                   88 HOLD-DENIED       VALUE 'D'.
               03 HoldTabDecided    PIC 9(8).
               03 HoldTabApprover   PIC X(8).
               03 HoldTabRelCycle   PIC 9(8).
               03 HoldTabRelBatch   PIC 9(6).
               03 HoldTabReason     PIC X(20).

      *    A DENIED PAYMENT EXTRACTED AGAIN BY THIS RUN IS BACKED OUT OF
      *    BONUSYTD THE SAME WAY AS A NEW HOLD - IT IS NEVER PAID
       01 WS-DENIED-TABLE.
           05 WS-DENIED-SW OCCURS 500 TIMES PIC X.
               88 DENIED-MATCHED    VALUE 'Y'.

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

       01 WS-RELEASE-SWITCH.
           05 WS-RELEASED-SW      PIC X VALUE 'N'.
           05 WS-OVERRIDE-SW      PIC X VALUE 'N'.
               88 OVERRIDE-ON     VALUE 'Y'.
           05 WS-CYCLE-DATE       PIC 9(8).
           05 WS-CYCLE-DATE-X REDEFINES WS-CYCLE-DATE.
               10 WS-CYC-YYYY     PIC 9(4).
               10 WS-CYC-MMDD     PIC 9(4).

       01 RunCtlTable.
           02 RunCtlEntry OCCURS 6 TIMES.
           ACCEPT WS-RUNDATE FROM DATE YYYYMMDD.
           PERFORM CheckRunControl
           PERFORM GetBatchNumber
           PERFORM LoadPayLimits
           PERFORM LoadPayHold
           PERFORM SumBonusRegister
           PERFORM WritePayFeed
           PERFORM ReleaseOrReject
                       IF BONUSINFILE-FILE(1:2) NOT = 'SC'
                           AND BONUSINFILE-FILE(1:2) NOT = 'PF'
                           AND BonusAmtIn > 0
                           PERFORM ReleaseOrHoldDetail
                       END-IF
               END-READ
           END-PERFORM
           WRITE FEEDFILE-FILE
           CLOSE FEEDFILE.

      *    A PAYMENT OVER ITS JOB CLASS LIMIT IS PULLED ONTO PAYHOLD
      *    INSTEAD OF THE BATCH.  ONE ALREADY APPROVED OR DENIED ON AN
      *    EARLIER RUN OF THIS CYCLE IS NEITHER RELEASED NOR HELD
      *    AGAIN - IT HAS ALREADY BEEN DECIDED
       ReleaseOrHoldDetail.
           COMPUTE WS-CENTS = BonusAmtIn * 100
           PERFORM FindPayLimit
           IF WS-LIMIT-CENTS > 0 AND WS-CENTS > WS-LIMIT-CENTS
               PERFORM HoldOneDetail
           ELSE
               MOVE BonusEmpNumIn TO DtlEmpNum
               MOVE WS-CENTS TO DtlAmountCents
               MOVE 'D'            TO FeedRecType
               MOVE WS-FEED-DETAIL TO FeedRecBody
               WRITE FEEDFILE-FILE
               ADD 1 TO WS-WRT-COUNT
               ADD WS-CENTS TO WS-WRT-HASH
           END-IF.

       FindPayLimit.
           MOVE 0 TO WS-LIMIT-CENTS
           IF WS-LIMITCOUNT > 0
               SET LX TO 1
               SEARCH LimitEntry
                   AT END CONTINUE
                   WHEN LimitJobClass(LX) = BonusJobCodeIn
                       MOVE LimitCents(LX) TO WS-LIMIT-CENTS
               END-SEARCH
           END-IF.

       HoldOneDetail.
           MOVE 'N' TO WS-MATCH-SW
           IF WS-HOLDCOUNT > 0
               SET HX TO 1
               SEARCH HoldEntry
                   AT END CONTINUE
                   WHEN HoldTabCycle(HX) = WS-CYCLE-DATE
                       AND HoldTabEmpNum(HX) = BonusEmpNumIn
                       AND HoldTabAmount(HX) = WS-CENTS
                       AND NOT HOLD-OPEN(HX)
                       MOVE 'Y' TO WS-MATCH-SW
               END-SEARCH
           END-IF
           IF ROW-MATCHED
               ADD 1 TO WS-DEC-COUNT
               ADD WS-CENTS TO WS-DEC-HASH
               IF HOLD-DENIED(HX)
                   MOVE 'Y' TO WS-DENIED-SW(HX)
               END-IF
           ELSE
               IF WS-HOLDCOUNT >= 500
                   DISPLAY 'PAYHOLD HAS MORE THAN 500 PAYMENTS - '
                       'TABLE CAPACITY EXCEEDED'
                   STOP RUN
               END-IF
               ADD 1 TO WS-HOLDCOUNT
               SET HX TO WS-HOLDCOUNT
               MOVE WS-CYCLE-DATE   TO HoldTabCycle(HX)
               MOVE WS-BATCHNO      TO HoldTabBatch(HX)
               MOVE BonusEmpNumIn   TO HoldTabEmpNum(HX)
               MOVE BonusEmpNameIn  TO HoldTabEmpName(HX)
               MOVE BonusJobCodeIn  TO HoldTabJobCode(HX)
               MOVE WS-CENTS        TO HoldTabAmount(HX)
               MOVE 'N'             TO WS-DENIED-SW(HX)
               MOVE WS-LIMIT-CENTS  TO HoldTabLimit(HX)
               MOVE 'H'             TO HoldTabState(HX)
               MOVE 0               TO HoldTabDecided(HX)
               MOVE SPACE           TO HoldTabApprover(HX)
               MOVE 0               TO HoldTabRelCycle(HX)
               MOVE 0               TO HoldTabRelBatch(HX)
               MOVE 'OVER PAYMENT LIMIT' TO HoldTabReason(HX)
               ADD 1 TO WS-HLD-COUNT
               ADD WS-CENTS TO WS-HLD-HASH
           END-IF.

      *    THE BATCH PROVES TO BONUSOUT ONLY WHEN WHAT WAS WRITTEN,
      *    WHAT WAS HELD AND WHAT WAS ALREADY DECIDED ADD BACK UP TO
      *    EVERY NON-ZERO BONUS ROW
       ReleaseOrReject.
           COMPUTE WS-PRV-COUNT =
               WS-WRT-COUNT + WS-HLD-COUNT + WS-DEC-COUNT
           COMPUTE WS-PRV-HASH =
               WS-WRT-HASH + WS-HLD-HASH + WS-DEC-HASH
           IF WS-PRV-COUNT = WS-EXP-COUNT
               AND WS-PRV-HASH = WS-EXP-HASH
               MOVE 'Y' TO WS-RELEASED-SW
               PERFORM UpdateBatchNumber
               PERFORM RewritePayHold
               PERFORM BackOutHeldFromYtd
               DISPLAY 'PAYFEED BATCH ' WS-BATCHNO ' RELEASED - '
                   WS-WRT-COUNT ' PAYMENTS, HASH ' WS-WRT-HASH
               IF WS-HLD-COUNT > 0
                   DISPLAY WS-HLD-COUNT ' PAYMENTS OVER THEIR JOB '
                       'CLASS LIMIT HELD ON PAYHOLD, HASH '
                       WS-HLD-HASH ' - RUN PROGRAM25 TO APPROVE'
               END-IF
               IF WS-HLD-DROPPED > 0
                   DISPLAY WS-HLD-DROPPED ' PAYMENTS HELD BY AN '
                       'EARLIER RUN OF THIS CYCLE WERE REPLACED'
               END-IF
               IF WS-DEC-COUNT > 0
                   DISPLAY WS-DEC-COUNT ' PAYMENTS ALREADY APPROVED '
                       'OR DENIED THIS CYCLE WERE NOT EXTRACTED AGAIN'
               END-IF
               IF WS-ZEROSKIP > 0
                   DISPLAY WS-ZEROSKIP ' ZERO-AMOUNT BONUS ROWS '
                       'WERE NOT EXTRACTED'
                   WS-EXP-HASH
               DISPLAY 'WRITTEN  COUNT ' WS-WRT-COUNT ' HASH '
                   WS-WRT-HASH
               DISPLAY 'HELD     COUNT ' WS-HLD-COUNT ' HASH '
                   WS-HLD-HASH
               DISPLAY 'DECIDED  COUNT ' WS-DEC-COUNT ' HASH '
                   WS-DEC-HASH
           END-IF.

       LoadPayLimits.
           MOVE SPACE TO WS-LIMIT-EOF.
           OPEN INPUT LIMITFILE.
           IF WS-LIMIT-STATUS = '35'
               CLOSE LIMITFILE
               MOVE 'Y' TO WS-LIMIT-EOF
           ELSE
               IF WS-LIMIT-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN PAYLIMIT - FILE STATUS '
                       WS-LIMIT-STATUS
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-LIMIT-EOF = 'Y'
               READ LIMITFILE
                   AT END MOVE 'Y' TO WS-LIMIT-EOF
                   NOT AT END
                       IF WS-LIMITCOUNT >= 100
                           DISPLAY 'PAYLIMIT HAS MORE THAN 100 '
                               'ROWS - TABLE CAPACITY EXCEEDED'
                           CLOSE LIMITFILE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-LIMITCOUNT
                       SET LX TO WS-LIMITCOUNT
                       MOVE PL-JOBCLASS-IN TO LimitJobClass(LX)
                       COMPUTE LimitCents(LX) = PL-LIMIT-IN * 100
               END-READ
           END-PERFORM
           IF WS-LIMIT-STATUS = '00' OR WS-LIMIT-STATUS = '10'
               CLOSE LIMITFILE
           END-IF.

      *    AN ITEM STILL HELD FROM AN EARLIER RUN OF THIS SAME CYCLE
      *    IS DROPPED - THIS RUN HOLDS IT AGAIN FROM BONUSOUT, AND ITS
      *    BONUSYTD BACK-OUT IS RESTORED BEFORE THE NEW ONE IS TAKEN
       LoadPayHold.
           MOVE SPACE TO WS-HOLD-EOF.
           OPEN INPUT HOLDFILE.
           IF WS-HOLD-STATUS = '35'
               CLOSE HOLDFILE
               MOVE 'Y' TO WS-HOLD-EOF
           ELSE
               IF WS-HOLD-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN PAYHOLD - FILE STATUS '
                       WS-HOLD-STATUS
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ HOLDFILE
                   AT END MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       IF PayHoldCycle = WS-CYCLE-DATE
                           AND PayHoldState = 'H'
                           ADD 1 TO WS-HLD-DROPPED
                       ELSE
                           IF WS-HOLDCOUNT >= 500
                               DISPLAY 'PAYHOLD HAS MORE THAN 500 '
                                   'PAYMENTS - TABLE CAPACITY '
                                   'EXCEEDED'
                               CLOSE HOLDFILE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-HOLDCOUNT
                           SET HX TO WS-HOLDCOUNT
                           MOVE HOLDFILE-FILE TO HoldEntry(HX)
                           MOVE 'N' TO WS-DENIED-SW(HX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HOLD-STATUS = '00' OR WS-HOLD-STATUS = '10'
               CLOSE HOLDFILE
           END-IF.

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

      *    BONUSYTD COUNTS ONLY WHAT WAS PAID.  PROGRAM5 ADDED EVERY
      *    BONUS, SO A HELD PAYMENT IS TAKEN BACK OUT OF THE AMOUNT AND
      *    PARKED IN THE HELD COLUMN, AND SO IS A DENIED ONE.  ONLY AN
      *    APPROVED PAYMENT STAYS IN THE AMOUNT.  ANY HELD COLUMN
      *    ALREADY SET FOR THE CYCLE IS A SANCTIONED RERUN AND IS PUT
      *    BACK FIRST
       BackOutHeldFromYtd.
           MOVE SPACE TO WS-YTD-EOF.
           OPEN INPUT YTDFILE.
           IF WS-YTD-STATUS = '35'
               CLOSE YTDFILE
               IF WS-HLD-COUNT > 0
                   DISPLAY 'BONUSYTD DOES NOT EXIST - HELD PAYMENTS '
                       'COULD NOT BE BACKED OUT OF THE YTD REGISTER'
               END-IF
           ELSE
               IF WS-YTD-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN BONUSYTD - FILE STATUS '
                       WS-YTD-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-YTD-EOF = 'Y'
                   READ YTDFILE
                       AT END MOVE 'Y' TO WS-YTD-EOF
                       NOT AT END PERFORM LoadOneYtdRow
                   END-READ
               END-PERFORM
               CLOSE YTDFILE
               PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > WS-HOLDCOUNT
                   IF HoldTabCycle(HX) = WS-CYCLE-DATE
                       AND (HOLD-OPEN(HX) OR DENIED-MATCHED(HX))
                       PERFORM BackOutOneHold
                   END-IF
               END-PERFORM
               PERFORM RewriteYtdFile
           END-IF.

       LoadOneYtdRow.
           IF WS-YTDCOUNT >= 2000
               DISPLAY 'BONUSYTD HAS MORE THAN 2000 ROWS - TABLE '
                   'CAPACITY EXCEEDED'
               CLOSE YTDFILE
               STOP RUN
           END-IF
           ADD 1 TO WS-YTDCOUNT
           SET YX TO WS-YTDCOUNT
           MOVE YTDFILE-FILE TO YtdEntry(YX)
           IF YtdTabHeld(YX) NOT NUMERIC
               MOVE 0 TO YtdTabHeld(YX)
           END-IF
           IF YtdTabYear(YX) = WS-CYC-YYYY
               AND YtdTabAsOf(YX) = WS-CYCLE-DATE
               AND YtdTabHeld(YX) NOT = 0
               ADD YtdTabHeld(YX) TO YtdTabAmount(YX)
               MOVE 0 TO YtdTabHeld(YX)
           END-IF.

       BackOutOneHold.
           COMPUTE WS-HOLD-AMT = HoldTabAmount(HX) / 100
           SET YX TO 1
           SEARCH YtdEntry
               AT END
                   DISPLAY 'HELD EMPLOYEE ' HoldTabEmpNum(HX)
                       ' HAS NO BONUSYTD ROW FOR ' WS-CYC-YYYY
                       ' - NOTHING BACKED OUT'
               WHEN YtdTabEmpNum(YX) = HoldTabEmpNum(HX)
                   AND YtdTabYear(YX) = WS-CYC-YYYY
                   IF YtdTabAmount(YX) < WS-HOLD-AMT
                       MOVE YtdTabAmount(YX) TO WS-HOLD-AMT
                   END-IF
                   SUBTRACT WS-HOLD-AMT FROM YtdTabAmount(YX)
                   ADD WS-HOLD-AMT TO YtdTabHeld(YX)
           END-SEARCH.

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

       UpdateBatchNumber.
           OPEN OUTPUT BATCHFILE.
           IF WS-BATCH-STATUS NOT = '00'
