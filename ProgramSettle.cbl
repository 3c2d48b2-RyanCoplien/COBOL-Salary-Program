           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ADJ-STATUS.
           SELECT SUPPFILE ASSIGN TO "PAYSUPP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SUPP-STATUS.
           SELECT HOLDFILE ASSIGN TO "PAYHOLD"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HOLD-STATUS.
           SELECT ACKFILE ASSIGN TO "PAYACK"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CARRY-STATUS.
           SELECT SUPPSETFILE ASSIGN TO "PAYSUPPSET"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SUPPSET-STATUS.
           SELECT RPTFILE ASSIGN TO "PAYSETTLE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
       FD ADJFILE.
       01 ADJFILE-FILE.
           05 AdjRecType            PIC X.
           05 AdjRecBody            PIC X(28).

       FD SUPPFILE.
       01 SUPPFILE-FILE.
           05 SuppRecType           PIC X.
           05 SuppRecBody           PIC X(20).

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

       FD ACKFILE.
       01 ACKFILE-FILE.
           05 PayCarryFirstSeen     PIC 9(8).
           05 PayCarrySign          PIC X.

      *    ONE ROW - THE LAST SUPPLEMENTARY BATCH SETTLED AND THE
      *    PAYFEED BATCH IT WAS SETTLED WITH
       FD SUPPSETFILE.
       01 SUPPSETFILE-FILE.
           05 SuppSetBatchNo        PIC 9(6).
           05 SuppSetFeedBatch      PIC 9(6).
           05 SuppSetDate           PIC 9(8).

       FD RPTFILE.
       01 RPTFILE-FILE              PIC X(110).

           05 WS-ADJ-EOF          PIC X.
           05 WS-ACK-EOF          PIC X.
           05 WS-CARRY-EOF        PIC X.
           05 WS-SUPP-EOF         PIC X.
           05 WS-HOLD-EOF         PIC X.

       01 WS-FEED-STATUS           PIC XX.
       01 WS-ADJ-STATUS            PIC XX.
       01 WS-ACK-STATUS            PIC XX.
       01 WS-CARRY-STATUS          PIC XX.
       01 WS-SUPP-STATUS           PIC XX.
       01 WS-HOLD-STATUS           PIC XX.
       01 WS-SUPPSET-STATUS        PIC XX.
       01 WS-RPT-STATUS            PIC XX.

       01 WS-RUNDATE               PIC 9(8).
       01 WS-BATCHNO               PIC 9(6).
       01 WS-ADJ-BATCHNO           PIC 9(6).
       01 WS-SUPP-BATCHNO          PIC 9(6).
       01 WS-FEED-RUNDATE          PIC 9(8).
       01 WS-SET-SUPP-BATCHNO      PIC 9(6) VALUE 0.
       01 WS-SET-FEED-BATCHNO      PIC 9(6) VALUE 0.

       01 WS-FEED-HEADER.
           05 HdrRunDate           PIC 9(8).
               88 ADJ-TRAILER-SEEN VALUE 'Y'.
           05 WS-ADJ-PRESENT-SW   PIC X VALUE 'N'.
               88 ADJ-PRESENT     VALUE 'Y'.
           05 WS-SUPPHDR-SW       PIC X VALUE 'N'.
               88 SUPP-HEADER-SEEN VALUE 'Y'.
           05 WS-SUPPTRL-SW       PIC X VALUE 'N'.
               88 SUPP-TRAILER-SEEN VALUE 'Y'.
           05 WS-SUPP-STALE-SW    PIC X VALUE 'N'.
               88 SUPP-STALE      VALUE 'Y'.
           05 WS-SUPP-PRESENT-SW  PIC X VALUE 'N'.
               88 SUPP-PRESENT    VALUE 'Y'.
           05 WS-MATCH-SW         PIC X.
               88 DETAIL-MATCHED  VALUE 'Y'.

           05 WS-TRL-HASH         PIC 9(12) VALUE 0.
           05 WS-ADJ-TRL-COUNT    PIC 9(6)  VALUE 0.
           05 WS-ADJ-TRL-HASH     PIC 9(12) VALUE 0.
           05 WS-SUPP-TRL-COUNT   PIC 9(6)  VALUE 0.
           05 WS-SUPP-TRL-HASH    PIC 9(12) VALUE 0.

       01 WS-LOADED.
           05 WS-LOAD-COUNT       PIC 9(6)  VALUE 0.
           05 WS-LOAD-HASH        PIC 9(12) VALUE 0.
           05 WS-ADJ-LOAD-COUNT   PIC 9(6)  VALUE 0.
           05 WS-ADJ-LOAD-HASH    PIC 9(12) VALUE 0.
           05 WS-SUPP-LOAD-COUNT  PIC 9(6)  VALUE 0.
           05 WS-SUPP-LOAD-HASH   PIC 9(12) VALUE 0.

       01 WS-COUNTS.
           05 WS-PAID             PIC 9(4) VALUE 0.
           05 WS-UNMATCHED-DTL    PIC 9(4) VALUE 0.
           05 WS-UNMATCHED-ACK    PIC 9(4) VALUE 0.
           05 WS-CARRIED          PIC 9(4) VALUE 0.
           05 WS-HELD             PIC 9(4) VALUE 0.
           05 WS-DENIED           PIC 9(4) VALUE 0.

       01 DetailTable.
           02 WS-DTLCOUNT          PIC 9(3) COMP VALUE 0.
               VALUE ' SETTLED WITH THIS REPORT '.
           05 FILLER              PIC X(60) VALUE SPACE.

       01 WS-RPT-SUPPLINE.
           05 FILLER              PIC X(20)
               VALUE 'SUPPLEMENTARY BATCH '.
           05 WS-SUPP-HDG-BATCH   PIC 9(6).
           05 FILLER              PIC X(26)
               VALUE ' SETTLED WITH THIS REPORT '.
           05 FILLER              PIC X(58) VALUE SPACE.

       01 WS-RPT-HOLDLINE.
           05 FILLER              PIC X(24)
               VALUE 'PAYMENTS HELD OR DENIED '.
           05 FILLER              PIC X(26)
               VALUE '- NOT RELEASED FOR PAYMENT'.
           05 FILLER              PIC X(60) VALUE SPACE.

       01 WS-RPT-TOTALS.
           05 FILLER              PIC X(6)  VALUE 'PAID: '.
           05 WS-TOT-PAID         PIC 9(4).
           05 WS-TOT-CARRIED      PIC 9(4).
           05 FILLER              PIC X(23) VALUE SPACE.

       01 WS-RPT-HOLDTOTALS.
           05 FILLER              PIC X(6)  VALUE 'HELD: '.
           05 WS-TOT-HELD         PIC 9(4).
           05 FILLER              PIC X(9)  VALUE ' DENIED: '.
           05 WS-TOT-DENIED       PIC 9(4).
           05 FILLER              PIC X(87) VALUE SPACE.

       01 WS-AMT-WORK              PIC 9(7)V99.

       PROCEDURE DIVISION.
           PERFORM LoadPayFeed
           PERFORM LoadPayAdj
           PERFORM LoadPayCarry
           PERFORM LoadSuppSettled
           PERFORM LoadPaySupp
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN PAYSETTLE - FILE STATUS '
               MOVE WS-ADJ-BATCHNO TO WS-ADJ-HDG-BATCH
               WRITE RPTFILE-FILE FROM WS-RPT-ADJLINE
           END-IF
           IF SUPP-PRESENT
               MOVE WS-SUPP-BATCHNO TO WS-SUPP-HDG-BATCH
               WRITE RPTFILE-FILE FROM WS-RPT-SUPPLINE
           END-IF
           WRITE RPTFILE-FILE FROM WS-RPT-HEADING2
           PERFORM MatchAcknowledgments
           PERFORM ReportDetails
           PERFORM WritePayCarry
           IF SUPP-PRESENT
               PERFORM SaveSuppSettled
           END-IF
           PERFORM ReportHeldPayments
           MOVE WS-PAID          TO WS-TOT-PAID
           MOVE WS-REJECTED      TO WS-TOT-REJ
           MOVE WS-UNMATCHED-DTL TO WS-TOT-UNM-DTL
           MOVE WS-UNMATCHED-ACK TO WS-TOT-UNM-ACK
           MOVE WS-CARRIED       TO WS-TOT-CARRIED
           WRITE RPTFILE-FILE FROM WS-RPT-TOTALS
           MOVE WS-HELD          TO WS-TOT-HELD
           MOVE WS-DENIED        TO WS-TOT-DENIED
           WRITE RPTFILE-FILE FROM WS-RPT-HOLDTOTALS
           CLOSE RPTFILE.
           STOP RUN.

               WHEN 'H'
                   MOVE FeedRecBody TO WS-FEED-HEADER
                   MOVE HdrBatchNo  TO WS-BATCHNO
                   MOVE HdrRunDate  TO WS-FEED-RUNDATE
                   MOVE 'Y'         TO WS-HDR-SW
               WHEN 'D'
                   IF WS-DTLCOUNT >= 500
                   STOP RUN
           END-EVALUATE.

      *    APPROVED HELD PAYMENTS GO OUT IN THEIR OWN SUPPLEMENTARY
      *    BATCH.  ONE ALREADY SETTLED WITH AN EARLIER PAYFEED IS
      *    LEFT OUT - SEE CheckSuppSettled
       LoadPaySupp.
           MOVE SPACE TO WS-SUPP-EOF.
           OPEN INPUT SUPPFILE.
           IF WS-SUPP-STATUS = '35'
               CLOSE SUPPFILE
               MOVE 'Y' TO WS-SUPP-EOF
           ELSE
               IF WS-SUPP-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN PAYSUPP - FILE STATUS '
                       WS-SUPP-STATUS
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-SUPP-EOF = 'Y'
               READ SUPPFILE
                   AT END MOVE 'Y' TO WS-SUPP-EOF
                   NOT AT END
                       IF NOT SUPP-STALE
                           PERFORM LoadOneSuppRecord
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SUPP-STATUS = '00' OR WS-SUPP-STATUS = '10'
               CLOSE SUPPFILE
           END-IF
           IF SUPP-HEADER-SEEN AND NOT SUPP-STALE
               IF NOT SUPP-TRAILER-SEEN
                   DISPLAY 'PAYSUPP HAS NO TRAILER RECORD - '
                       'RUN ABORTED'
                   STOP RUN
               END-IF
               IF WS-SUPP-LOAD-COUNT NOT = WS-SUPP-TRL-COUNT
                   OR WS-SUPP-LOAD-HASH NOT = WS-SUPP-TRL-HASH
                   DISPLAY 'PAYSUPP TRAILER DOES NOT RECONCILE - '
                       'BATCH WAS NOT RELEASED CLEANLY, RUN ABORTED'
                   DISPLAY 'TRAILER COUNT ' WS-SUPP-TRL-COUNT
                       ' HASH ' WS-SUPP-TRL-HASH
                   DISPLAY 'LOADED  COUNT ' WS-SUPP-LOAD-COUNT
                       ' HASH ' WS-SUPP-LOAD-HASH
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-SUPP-PRESENT-SW
           END-IF.

       LoadOneSuppRecord.
           EVALUATE SuppRecType
               WHEN 'H'
                   MOVE SuppRecBody TO WS-FEED-HEADER
                   MOVE HdrBatchNo  TO WS-SUPP-BATCHNO
                   MOVE 'Y'         TO WS-SUPPHDR-SW
                   PERFORM CheckSuppSettled
               WHEN 'D'
                   IF WS-DTLCOUNT >= 500
                       DISPLAY 'PAYFEED, PAYADJ AND PAYSUPP TOGETHER '
                           'HAVE MORE THAN 500 DETAILS - TABLE '
                           'CAPACITY EXCEEDED'
                       STOP RUN
                   END-IF
                   MOVE SuppRecBody TO WS-FEED-DETAIL
                   ADD 1 TO WS-DTLCOUNT
                   SET DT TO WS-DTLCOUNT
                   MOVE WS-SUPP-BATCHNO TO DtlTabBatch(DT)
                   MOVE DtlEmpNum       TO DtlTabEmpNum(DT)
                   MOVE DtlAmountCents  TO DtlTabAmount(DT)
                   MOVE SPACE           TO DtlTabSign(DT)
                   MOVE 'O'             TO DtlTabState(DT)
                   MOVE SPACE           TO DtlTabReason(DT)
                   ADD 1 TO WS-SUPP-LOAD-COUNT
                   ADD DtlAmountCents TO WS-SUPP-LOAD-HASH
               WHEN 'T'
                   MOVE SuppRecBody  TO WS-FEED-TRAILER
                   MOVE TrlRecCount  TO WS-SUPP-TRL-COUNT
                   MOVE TrlHashTotal TO WS-SUPP-TRL-HASH
                   MOVE 'Y'          TO WS-SUPPTRL-SW
               WHEN OTHER
                   DISPLAY 'PAYSUPP RECORD TYPE ' SuppRecType
                       ' IS NOT H, D OR T - RUN ABORTED'
                   STOP RUN
           END-EVALUATE.

      *    A SUPPLEMENTARY BATCH IS STALE WHEN ITS BATCH NUMBER IS AT
      *    OR BELOW THE LAST ONE SETTLED, OR WHEN PAYRCARRY ALREADY
      *    HOLDS REJECTIONS FROM IT.  BATCH NUMBERS COME FROM PAYBATNO
      *    AND ONLY EVER RISE, SO THIS HOLDS WHATEVER DAY EITHER FILE
      *    WAS WRITTEN.  RERUNNING THE SAME PAYFEED SETTLES IT AGAIN
       CheckSuppSettled.
           IF WS-SET-SUPP-BATCHNO = HdrBatchNo
               AND WS-SET-FEED-BATCHNO = WS-BATCHNO
               CONTINUE
           ELSE
               IF HdrBatchNo NOT > WS-SET-SUPP-BATCHNO
                   MOVE 'Y' TO WS-SUPP-STALE-SW
               END-IF
               IF WS-CARRYCOUNT > 0
                   SET CX TO 1
                   SEARCH CarryEntry
                       AT END CONTINUE
                       WHEN CarryTabBatch(CX) = HdrBatchNo
                           MOVE 'Y' TO WS-SUPP-STALE-SW
                   END-SEARCH
               END-IF
           END-IF.

       LoadSuppSettled.
           OPEN INPUT SUPPSETFILE.
           IF WS-SUPPSET-STATUS = '35'
               CLOSE SUPPSETFILE
           ELSE
               IF WS-SUPPSET-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN PAYSUPPSET - FILE STATUS '
                       WS-SUPPSET-STATUS
                   STOP RUN
               END-IF
               READ SUPPSETFILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE SuppSetBatchNo   TO WS-SET-SUPP-BATCHNO
                       MOVE SuppSetFeedBatch TO WS-SET-FEED-BATCHNO
               END-READ
               CLOSE SUPPSETFILE
           END-IF.

       SaveSuppSettled.
           OPEN OUTPUT SUPPSETFILE.
           IF WS-SUPPSET-STATUS NOT = '00'
               DISPLAY 'UNABLE TO REWRITE PAYSUPPSET - FILE STATUS '
                   WS-SUPPSET-STATUS
               STOP RUN
           END-IF
           MOVE WS-SUPP-BATCHNO TO SuppSetBatchNo
           MOVE WS-BATCHNO      TO SuppSetFeedBatch
           MOVE WS-RUNDATE      TO SuppSetDate
           WRITE SUPPSETFILE-FILE
           CLOSE SUPPSETFILE.

       LoadPayCarry.
           MOVE SPACE TO WS-CARRY-EOF.
           OPEN INPUT CARRYFILE.
           END-PERFORM
           CLOSE CARRYFILE.

      *    A PAYMENT PULLED ONTO PAYHOLD WAS NEVER SENT, SO IT CAN
      *    HAVE NO ACKNOWLEDGMENT - LIST EVERYTHING STILL AWAITING A
      *    DECISION, AND ANYTHING DENIED SINCE THIS BATCH WAS RELEASED
       ReportHeldPayments.
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
               WRITE RPTFILE-FILE FROM WS-RPT-HOLDLINE
           END-IF
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ HOLDFILE
                   AT END MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END PERFORM ReportOneHeldPayment
               END-READ
           END-PERFORM
           IF WS-HOLD-STATUS = '00' OR WS-HOLD-STATUS = '10'
               CLOSE HOLDFILE
           END-IF.

       ReportOneHeldPayment.
           MOVE SPACE TO WS-RPT-DETAIL
           MOVE PayHoldEmpNum TO WS-DET-EMPNO
           COMPUTE WS-AMT-WORK = PayHoldAmountCents / 100
           MOVE WS-AMT-WORK TO WS-DET-AMT
           MOVE PayHoldReason TO WS-DET-REASON
           EVALUATE TRUE
               WHEN PayHoldState = 'H'
                   MOVE 'HELD'   TO WS-DET-STATE
                   ADD 1 TO WS-HELD
                   WRITE RPTFILE-FILE FROM WS-RPT-DETAIL
               WHEN PayHoldState = 'D'
                   AND (PayHoldBatchNo = WS-BATCHNO
                        OR PayHoldDecided NOT < WS-FEED-RUNDATE)
                   MOVE 'DENIED' TO WS-DET-STATE
                   ADD 1 TO WS-DENIED
                   WRITE RPTFILE-FILE FROM WS-RPT-DETAIL
           END-EVALUATE.

       END PROGRAM Program12.
