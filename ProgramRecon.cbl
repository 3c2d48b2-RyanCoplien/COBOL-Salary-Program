       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program24.
       AUTHOR. Ryan Coplien
       DATE-WRITTEN. 10/15/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTLFILE ASSIGN TO "RUNCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT AUDITFILE ASSIGN TO "SALAUDIT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
           SELECT BONUSINFILE ASSIGN TO "BONUSOUT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BONUSIN-STATUS.
           SELECT FEEDFILE ASSIGN TO "PAYFEED"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.
           SELECT RETROCTLFILE ASSIGN TO "RETROCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RETRO-STATUS.
           SELECT ADJFILE ASSIGN TO "PAYADJ"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ADJ-STATUS.
           SELECT JRNLFILE ASSIGN TO "GLJRNL"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.
           SELECT YTDFILE ASSIGN TO "BONUSYTD"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-YTD-STATUS.
           SELECT ACKFILE ASSIGN TO "PAYACK"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ACK-STATUS.
           SELECT CARRYFILE ASSIGN TO "PAYRCARRY"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CARRY-STATUS.
           SELECT HOLDFILE ASSIGN TO "PAYHOLD"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HOLD-STATUS.
           SELECT RPTFILE ASSIGN TO "RECONRPT"
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

       FD AUDITFILE.
       01 AUDITFILE-FILE.
           05 AuditRunDateIn        PIC 9(8).
           05 AuditRunEmpIn         PIC 9(4).
           05 AuditRunSalIn         PIC 9(7).
           05 AuditRunBonusIn       PIC 9(8)V99.
           05 AuditActiveIn         PIC 9(4).
           05 AuditLeaveIn          PIC 9(4).
           05 AuditTermIn           PIC 9(4).
           05 AuditScopeIn          PIC X.
           05 AuditScopeDetIn       PIC X(25).

       FD BONUSINFILE.
       01 BONUSINFILE-FILE.
           05 BonusEmpNumIn         PIC 9(5).
           05 BonusEmpNameIn        PIC X(20).
           05 BonusJobCodeIn        PIC 9(2).
           05 BonusAmtIn            PIC 9(6)V99.
           05 BonusPlanIn           PIC 9(2).
           05 BonusRateIn           PIC 9V999.

       FD FEEDFILE.
       01 FEEDFILE-FILE.
           05 FeedRecType           PIC X.
           05 FeedRecBody           PIC X(20).

       FD RETROCTLFILE.
       01 RETROCTLFILE-FILE.
           05 RetroCycleIn        PIC 9(8).

       FD ADJFILE.
       01 ADJFILE-FILE.
           05 AdjRecType            PIC X.
           05 AdjRecBody            PIC X(28).

       FD JRNLFILE.
       01 JRNLFILE-FILE.
           05 GlRecType             PIC X.
           05 GlRecBody             PIC X(40).

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

       FD ACKFILE.
       01 ACKFILE-FILE.
           05 AckBatchNoIn          PIC 9(6).
           05 AckEmpNumIn           PIC 9(5).
           05 AckAmountCentsIn      PIC 9(9).
           05 AckStatusIn           PIC X.
           05 AckReasonIn           PIC X(20).

       FD CARRYFILE.
       01 CARRYFILE-FILE.
           05 PayCarryBatchNo       PIC 9(6).
           05 PayCarryEmpNum        PIC 9(5).
           05 PayCarryAmountCents   PIC 9(9).
           05 PayCarryReason        PIC X(20).
           05 PayCarryFirstSeen     PIC 9(8).
           05 PayCarrySign          PIC X.

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

       FD RPTFILE.
       01 RPTFILE-FILE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOFILE.
           05 WS-EOF              PIC X.

       01 WS-RUNCTL-STATUS         PIC XX.
       01 WS-AUDIT-STATUS          PIC XX.
       01 WS-BONUSIN-STATUS        PIC XX.
       01 WS-FEED-STATUS           PIC XX.
       01 WS-RETRO-STATUS          PIC XX.
       01 WS-ADJ-STATUS            PIC XX.
       01 WS-JRNL-STATUS           PIC XX.
       01 WS-YTD-STATUS            PIC XX.
       01 WS-ACK-STATUS            PIC XX.
       01 WS-CARRY-STATUS          PIC XX.
       01 WS-HOLD-STATUS           PIC XX.
       01 WS-RPT-STATUS            PIC XX.

       01 WS-RUNDATE               PIC 9(8).
       01 WS-CYCLE.
           05 WS-CYCLE-DATE       PIC 9(8) VALUE 0.
           05 WS-CYCLE-DATE-X REDEFINES WS-CYCLE-DATE.
               10 WS-CYC-YYYY     PIC 9(4).
               10 FILLER          PIC 9(4).
       01 WS-RC                    PIC 9(2) COMP VALUE 0.

      *    ONE SWITCH PER SOURCE - A FILE THAT IS MISSING OR BELONGS
      *    TO ANOTHER CYCLE IS REPORTED ON ITS LEG, NOT ABORTED ON,
      *    SO THE PROOF ALWAYS PRINTS WHATEVER CAN BE PROVED
       01 WS-SWITCHES.
           05 WS-SALRUN-SW        PIC X VALUE 'N'.
               88 SALRUN-COMPLETE VALUE 'Y'.
           05 WS-PAYX-SW          PIC X VALUE 'N'.
               88 FEED-RELEASED   VALUE 'Y'.
           05 WS-AUDIT-FOUND-SW   PIC X VALUE 'N'.
               88 AUDIT-FOUND     VALUE 'Y'.
           05 WS-BONUSOUT-SW      PIC X VALUE 'N'.
               88 BONUSOUT-FOUND  VALUE 'Y'.
           05 WS-FEED-FOUND-SW    PIC X VALUE 'N'.
               88 FEED-FOUND      VALUE 'Y'.
           05 WS-FEED-TRL-SW      PIC X VALUE 'N'.
               88 FEED-TRAILER-SEEN VALUE 'Y'.
           05 WS-ADJ-CYCLE-SW     PIC X VALUE 'N'.
               88 ADJ-THIS-CYCLE  VALUE 'Y'.
           05 WS-ADJ-HDR-SW       PIC X VALUE 'N'.
               88 ADJ-HEADER-SEEN VALUE 'Y'.
           05 WS-ADJ-STALE-SW     PIC X VALUE 'N'.
               88 ADJ-STALE       VALUE 'Y'.
           05 WS-JRNL-FOUND-SW    PIC X VALUE 'N'.
               88 JRNL-FOUND      VALUE 'Y'.
           05 WS-JRNL-TRL-SW      PIC X VALUE 'N'.
               88 JRNL-TRAILER-SEEN VALUE 'Y'.
           05 WS-YTD-FOUND-SW     PIC X VALUE 'N'.
               88 YTD-FOUND       VALUE 'Y'.
           05 WS-ACK-FOUND-SW     PIC X VALUE 'N'.
               88 ACK-FOUND       VALUE 'Y'.
           05 WS-HOLD-FOUND-SW    PIC X VALUE 'N'.
               88 HOLD-FOUND      VALUE 'Y'.
           05 WS-MATCH-SW         PIC X.
               88 ADJ-MATCHED     VALUE 'Y'.
               88 SUPP-MATCHED    VALUE 'Y'.

       01 WS-SOURCE-DATES.
           05 WS-AUDIT-DATE       PIC 9(8) VALUE 0.
           05 WS-JRNL-DATE        PIC 9(8) VALUE 0.

       01 WS-BATCHES.
           05 WS-FEED-BATCHNO     PIC 9(6) VALUE 0.
           05 WS-ADJ-BATCHNO      PIC 9(6) VALUE 0.
           05 WS-FIND-BATCHNO     PIC 9(6) VALUE 0.

      *    EVERY LEG IS CARRIED IN SIGNED CENTS - THE ADJUSTMENT
      *    BATCH AND ITS SETTLEMENT CAN NET NEGATIVE
       01 WS-CENTS-TOTALS.
           05 WS-AUDIT-CENTS      PIC S9(12) VALUE 0.
           05 WS-BONUSOUT-CENTS   PIC S9(12) VALUE 0.
           05 WS-FEED-CENTS       PIC S9(12) VALUE 0.
           05 WS-ADJ-NET-CENTS    PIC S9(12) VALUE 0.
           05 WS-CASH-CENTS       PIC S9(12) VALUE 0.
           05 WS-GL-CENTS         PIC S9(12) VALUE 0.
           05 WS-YTD-CENTS        PIC S9(12) VALUE 0.
           05 WS-SETTLED-CENTS    PIC S9(12) VALUE 0.
           05 WS-CARRIED-CENTS    PIC S9(12) VALUE 0.
           05 WS-SETCAR-CENTS     PIC S9(12) VALUE 0.
           05 WS-HELDOUT-CENTS    PIC S9(12) VALUE 0.
           05 WS-FEEDHELD-CENTS   PIC S9(12) VALUE 0.
           05 WS-SUPP-CENTS       PIC S9(12) VALUE 0.

       01 WS-WORK.
           05 WS-CENTS            PIC S9(12).
           05 WS-AMT-WORK         PIC S9(10)V99.

       01 WS-FEED-HEADER.
           05 HdrRunDate           PIC 9(8).
           05 HdrBatchNo           PIC 9(6).
           05 FILLER               PIC X(6).

       01 WS-FEED-TRAILER.
           05 TrlRecCount          PIC 9(6).
           05 TrlHashTotal         PIC 9(12).
           05 FILLER               PIC XX.

       01 WS-ADJ-HEADER.
           05 AdjHdrRunDate        PIC 9(8).
           05 AdjHdrBatchNo        PIC 9(6).
           05 AdjHdrCycle          PIC 9(8).
           05 AdjHdrCycleX REDEFINES AdjHdrCycle PIC X(8).
           05 FILLER               PIC X(6).

       01 WS-ADJIN-DETAIL.
           05 AdjEmpNum            PIC 9(5).
           05 AdjSign              PIC X.
           05 AdjAmountCents       PIC 9(9).
           05 FILLER               PIC X(5).

       01 WS-GL-HEADER.
           05 GlHdrRunDate         PIC 9(8).
           05 FILLER               PIC X(32).

       01 WS-GL-TRAILER.
           05 TrlDebitTotal        PIC 9(12).
           05 TrlCreditTotal       PIC 9(12).
           05 TrlDebitLines        PIC 9(4).
           05 FILLER               PIC X(12).

      *    THE ADJUSTMENT DETAILS ARE KEPT SO AN ACKNOWLEDGMENT AGAINST
      *    THE ADJUSTMENT BATCH PICKS UP THE SIGN OF THE ITEM IT PAID
       01 AdjTable.
           02 WS-ADJCOUNT          PIC 9(3) COMP VALUE 0.
           02 AdjEntry
               OCCURS 1 TO 500 TIMES DEPENDING ON WS-ADJCOUNT
               INDEXED BY AJ.
               03 AdjTabEmpNum      PIC 9(5).
               03 AdjTabSign        PIC X.
               03 AdjTabCents       PIC 9(9).

      *    SUPPLEMENTARY BATCHES RELEASED BY PROGRAM25 THIS CYCLE -
      *    THEIR ACKNOWLEDGMENTS AND CARRIED ITEMS SETTLE CASH TOO
       01 SuppBatchTable.
           02 WS-SUPPCOUNT         PIC 9(3) COMP VALUE 0.
           02 SuppEntry
               OCCURS 1 TO 100 TIMES DEPENDING ON WS-SUPPCOUNT
               INDEXED BY SB.
               03 SuppTabBatch      PIC 9(6).

       01 WS-LEG.
           05 WS-LEG-TYPE         PIC X.
               88 LEG-PROVED      VALUE 'L'.
           05 WS-LEG-NAME         PIC X(30).
           05 WS-LEG-EXP          PIC S9(12).
           05 WS-LEG-ACT          PIC S9(12).
           05 WS-LEG-VAR          PIC S9(12).
           05 WS-LEG-NOTE         PIC X(36).
           05 WS-LEG-FORCE-SW     PIC X.
               88 LEG-FORCED      VALUE 'Y'.

       01 WS-COUNTS.
           05 WS-LEGS             PIC 9(2) VALUE 0.
           05 WS-LEGS-TIED        PIC 9(2) VALUE 0.
           05 WS-LEGS-OFF         PIC 9(2) VALUE 0.
           05 WS-EXCEPTIONS       PIC 9(2) VALUE 0.

       01 WS-NOTE-DATED.
           05 FILLER              PIC X(15) VALUE 'LAST RUN DATED '.
           05 WS-NOTE-DATE        PIC 9(8).
           05 FILLER              PIC X(13) VALUE SPACE.

       01 WS-NOTE-BATCH.
           05 FILLER              PIC X(6)  VALUE 'BATCH '.
           05 WS-NOTE-BATCHNO     PIC 9(6).
           05 FILLER              PIC X(24) VALUE SPACE.

       01 WS-RPT-HEADING1.
           05 FILLER              PIC X(40)
               VALUE 'CYCLE-CLOSE BONUS-TO-CASH RECONCILIATION'.
           05 FILLER              PIC X(9)  VALUE ' - CYCLE '.
           05 WS-HDG-CYCLE        PIC 9(8).
           05 FILLER              PIC X(8)  VALUE '   RUN  '.
           05 WS-HDG-DATE         PIC 9(8).
           05 FILLER              PIC X(59) VALUE SPACE.

       01 WS-RPT-HEADING2.
           05 FILLER              PIC X(31) VALUE 'LEG'.
           05 FILLER              PIC X(18)
               VALUE '        EXPECTED  '.
           05 FILLER              PIC X(18)
               VALUE '          ACTUAL  '.
           05 FILLER              PIC X(18)
               VALUE '        VARIANCE  '.
           05 FILLER              PIC X(10) VALUE 'STATUS'.
           05 FILLER              PIC X(37) VALUE 'NOTE'.

       01 WS-RPT-SECTION.
           05 WS-SEC-TITLE        PIC X(60).
           05 FILLER              PIC X(72) VALUE SPACE.

       01 WS-RPT-LEG.
           05 WS-LEG-NAME-OUT     PIC X(30).
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-LEG-EXP-OUT      PIC $,$$$,$$$,$$9.99-.
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-LEG-ACT-OUT      PIC $,$$$,$$$,$$9.99-.
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-LEG-VAR-OUT      PIC $,$$$,$$$,$$9.99-.
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-LEG-STATUS-OUT   PIC X(9).
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-LEG-NOTE-OUT     PIC X(36).
           05 FILLER              PIC X     VALUE SPACE.

       01 WS-RPT-TOTALS.
           05 FILLER              PIC X(14) VALUE 'LEGS PROVED: '.
           05 WS-TOT-LEGS         PIC Z9.
           05 FILLER              PIC X(8)  VALUE '  TIED: '.
           05 WS-TOT-TIED         PIC Z9.
           05 FILLER              PIC X(12) VALUE '  NOT TIED: '.
           05 WS-TOT-OFF          PIC Z9.
           05 FILLER              PIC X(14) VALUE '  EXCEPTIONS: '.
           05 WS-TOT-EXC          PIC Z9.
           05 FILLER              PIC X(76) VALUE SPACE.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUNDATE FROM DATE YYYYMMDD.
           PERFORM GetCycleDate
           PERFORM LoadAuditControl
           PERFORM SumBonusRegister
           PERFORM LoadPayFeed
           PERFORM CheckRetroCycle
           IF ADJ-THIS-CYCLE
               PERFORM LoadPayAdj
           END-IF
           PERFORM LoadJournal
           PERFORM LoadPayHold
           PERFORM SumYtdMovement
           PERFORM SumAcknowledgments
           PERFORM SumCarried
           COMPUTE WS-FEEDHELD-CENTS =
               WS-FEED-CENTS + WS-HELDOUT-CENTS
           COMPUTE WS-CASH-CENTS =
               WS-FEED-CENTS + WS-ADJ-NET-CENTS + WS-SUPP-CENTS
           COMPUTE WS-SETCAR-CENTS =
               WS-SETTLED-CENTS + WS-CARRIED-CENTS
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN RECONRPT - FILE STATUS '
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-CYCLE-DATE TO WS-HDG-CYCLE
           MOVE WS-RUNDATE    TO WS-HDG-DATE
           WRITE RPTFILE-FILE FROM WS-RPT-HEADING1
           WRITE RPTFILE-FILE FROM WS-RPT-HEADING2
           PERFORM ReportExpenseLegs
           PERFORM ReportCashLegs
           MOVE WS-LEGS       TO WS-TOT-LEGS
           MOVE WS-LEGS-TIED  TO WS-TOT-TIED
           MOVE WS-LEGS-OFF   TO WS-TOT-OFF
           MOVE WS-EXCEPTIONS TO WS-TOT-EXC
           MOVE SPACE TO RPTFILE-FILE
           WRITE RPTFILE-FILE
           WRITE RPTFILE-FILE FROM WS-RPT-TOTALS
           CLOSE RPTFILE.
           IF WS-LEGS-OFF = 0 AND WS-EXCEPTIONS = 0
               DISPLAY 'CYCLE ' WS-CYCLE-DATE ' RECONCILED - ALL '
                   WS-LEGS ' LEGS TIE'
           ELSE
               DISPLAY 'CYCLE ' WS-CYCLE-DATE ' DOES NOT RECONCILE - '
                   WS-LEGS-OFF ' LEGS NOT TIED, ' WS-EXCEPTIONS
                   ' EXCEPTIONS - SEE RECONRPT'
           END-IF
           STOP RUN.

      *    THE OPEN CYCLE IS THE DATE PROGRAM6 STAMPED ON RUNCTL.  THE
      *    SALARY RUN AND THE PAY EXTRACT MUST BOTH HAVE COMPLETED FOR
      *    IT, OTHERWISE SALAUDIT AND PAYFEED STILL DESCRIBE THE LAST
      *    CYCLE AND THEIR LEGS ARE REPORTED AS EXCEPTIONS
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
                       IF RcCycleDate = WS-CYCLE-DATE
                           AND RcState = 'C'
                           IF RcProgram = 'PROGRAM5'
                               MOVE 'Y' TO WS-SALRUN-SW
                           END-IF
                           IF RcProgram = 'PROGRAM10'
                               MOVE 'Y' TO WS-PAYX-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUNCTLFILE.
           IF WS-RC = 0
               DISPLAY 'RUN CONTROL: RUNCTL IS EMPTY - RUN '
                   'PROGRAM6 TO OPEN THE CYCLE'
               STOP RUN
           END-IF.

      *    THE LAST SALAUDIT RECORD IS THE RUN BEING CLOSED - THE
      *    SAME RECORD PROGRAM19 PROVES THE JOURNAL TO
       LoadAuditControl.
           MOVE SPACE TO WS-EOF.
           OPEN INPUT AUDITFILE.
           IF WS-AUDIT-STATUS = '35'
               CLOSE AUDITFILE
               MOVE 'Y' TO WS-EOF
           ELSE
               IF WS-AUDIT-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN SALAUDIT - FILE STATUS '
                       WS-AUDIT-STATUS
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUDITFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE 'Y'             TO WS-AUDIT-FOUND-SW
                       MOVE AuditRunDateIn  TO WS-AUDIT-DATE
                       COMPUTE WS-AUDIT-CENTS = AuditRunBonusIn * 100
               END-READ
           END-PERFORM
           IF WS-AUDIT-STATUS = '00' OR WS-AUDIT-STATUS = '10'
               CLOSE AUDITFILE
           END-IF.

       SumBonusRegister.
           MOVE SPACE TO WS-EOF.
           OPEN INPUT BONUSINFILE.
           IF WS-BONUSIN-STATUS = '35'
               CLOSE BONUSINFILE
               MOVE 'Y' TO WS-EOF
           ELSE
               IF WS-BONUSIN-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN BONUSOUT - FILE STATUS '
                       WS-BONUSIN-STATUS
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-BONUSOUT-SW
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BONUSINFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BONUSINFILE-FILE(1:2) = 'SC'
                           OR BONUSINFILE-FILE(1:2) = 'PF'
                           CONTINUE
                       ELSE
                           COMPUTE WS-CENTS = BonusAmtIn * 100
                           ADD WS-CENTS TO WS-BONUSOUT-CENTS
                       END-IF
               END-READ
           END-PERFORM
           IF BONUSOUT-FOUND
               CLOSE BONUSINFILE
           END-IF.

      *    THE TRAILER HASH IS THE AMOUNT RELEASED TO PAYROLL - THE
      *    DETAILS THEMSELVES WERE ALREADY PROVED TO IT BY PROGRAM10
      *    AND AGAIN BY PROGRAM12
       LoadPayFeed.
           MOVE SPACE TO WS-EOF.
           OPEN INPUT FEEDFILE.
           IF WS-FEED-STATUS = '35'
               CLOSE FEEDFILE
               MOVE 'Y' TO WS-EOF
           ELSE
               IF WS-FEED-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN PAYFEED - FILE STATUS '
                       WS-FEED-STATUS
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-FEED-FOUND-SW
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FEEDFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE FeedRecType
                           WHEN 'H'
                               MOVE FeedRecBody TO WS-FEED-HEADER
                               MOVE HdrBatchNo  TO WS-FEED-BATCHNO
                           WHEN 'T'
                               MOVE FeedRecBody  TO WS-FEED-TRAILER
                               MOVE TrlHashTotal TO WS-FEED-CENTS
                               MOVE 'Y'          TO WS-FEED-TRL-SW
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF FEED-FOUND
               CLOSE FEEDFILE
           END-IF.

      *    PAYADJ IS ONLY PART OF THIS CYCLE WHEN RETROCTL SAYS
      *    PROGRAM18 RELEASED A BATCH FOR IT - OTHERWISE THE FILE ON
      *    DISK IS AN EARLIER CYCLE'S BATCH AND THE NET IS ZERO
       CheckRetroCycle.
           OPEN INPUT RETROCTLFILE.
           IF WS-RETRO-STATUS = '00'
               READ RETROCTLFILE
                   AT END CONTINUE
                   NOT AT END
                       IF RetroCycleIn = WS-CYCLE-DATE
                           MOVE 'Y' TO WS-ADJ-CYCLE-SW
                       END-IF
               END-READ
               CLOSE RETROCTLFILE
           ELSE
               CLOSE RETROCTLFILE
           END-IF.

       LoadPayAdj.
           MOVE SPACE TO WS-EOF.
           OPEN INPUT ADJFILE.
           IF WS-ADJ-STATUS = '35'
               CLOSE ADJFILE
               MOVE 'Y' TO WS-EOF
           ELSE
               IF WS-ADJ-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN PAYADJ - FILE STATUS '
                       WS-ADJ-STATUS
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ADJFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NOT ADJ-STALE
                           PERFORM LoadOneAdjRecord
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ADJ-STATUS = '00' OR WS-ADJ-STATUS = '10'
               CLOSE ADJFILE
           END-IF.

      *    A HEADER STAMPED WITH ANOTHER CYCLE IS NOT THE BATCH
      *    RETROCTL RECORDS - IT IS LEFT OUT AND THE BATCH IS MISSING.
      *    A HEADER WITH NO CYCLE IS TAKEN ON RETROCTL'S WORD ALONE
       LoadOneAdjRecord.
           EVALUATE AdjRecType
               WHEN 'H'
                   MOVE AdjRecBody TO WS-ADJ-HEADER
                   IF AdjHdrCycleX NUMERIC
                       AND AdjHdrCycle NOT = WS-CYCLE-DATE
                       MOVE 'Y' TO WS-ADJ-STALE-SW
                   ELSE
                       MOVE AdjHdrBatchNo TO WS-ADJ-BATCHNO
                       MOVE 'Y'           TO WS-ADJ-HDR-SW
                   END-IF
               WHEN 'A'
                   IF WS-ADJCOUNT >= 500
                       DISPLAY 'PAYADJ HAS MORE THAN 500 DETAILS - '
                           'TABLE CAPACITY EXCEEDED'
                       STOP RUN
                   END-IF
                   MOVE AdjRecBody TO WS-ADJIN-DETAIL
                   ADD 1 TO WS-ADJCOUNT
                   SET AJ TO WS-ADJCOUNT
                   MOVE AdjEmpNum      TO AdjTabEmpNum(AJ)
                   MOVE AdjSign        TO AdjTabSign(AJ)
                   MOVE AdjAmountCents TO AdjTabCents(AJ)
                   IF AdjSign = '-'
                       SUBTRACT AdjAmountCents FROM WS-ADJ-NET-CENTS
                   ELSE
                       ADD AdjAmountCents TO WS-ADJ-NET-CENTS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LoadJournal.
           MOVE SPACE TO WS-EOF.
           OPEN INPUT JRNLFILE.
           IF WS-JRNL-STATUS = '35'
               CLOSE JRNLFILE
               MOVE 'Y' TO WS-EOF
           ELSE
               IF WS-JRNL-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN GLJRNL - FILE STATUS '
                       WS-JRNL-STATUS
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-JRNL-FOUND-SW
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ JRNLFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE GlRecType
                           WHEN 'H'
                               MOVE GlRecBody    TO WS-GL-HEADER
                               MOVE GlHdrRunDate TO WS-JRNL-DATE
                           WHEN 'T'
                               MOVE GlRecBody     TO WS-GL-TRAILER
                               MOVE TrlDebitTotal TO WS-GL-CENTS
                               MOVE 'Y'           TO WS-JRNL-TRL-SW
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF JRNL-FOUND
               CLOSE JRNLFILE
           END-IF.

      *    EVERY PAYMENT PROGRAM10 PULLED ONTO PAYHOLD THIS CYCLE WAS
      *    EXPENSED BUT LEFT OUT OF PAYFEED, WHATEVER HAS BEEN DECIDED
      *    SINCE.  AN APPROVED PAYMENT IS CASH IN THE CYCLE PROGRAM25
      *    RELEASED IT IN, WHICHEVER CYCLE HELD IT
       LoadPayHold.
           MOVE SPACE TO WS-EOF.
           OPEN INPUT HOLDFILE.
           IF WS-HOLD-STATUS = '35'
               CLOSE HOLDFILE
               MOVE 'Y' TO WS-EOF
           ELSE
               IF WS-HOLD-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN PAYHOLD - FILE STATUS '
                       WS-HOLD-STATUS
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-HOLD-FOUND-SW
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HOLDFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PayHoldCycle = WS-CYCLE-DATE
                           ADD PayHoldAmountCents TO WS-HELDOUT-CENTS
                       END-IF
                       IF PayHoldState = 'A'
                           AND PayHoldRelCycle = WS-CYCLE-DATE
                           AND PayHoldRelBatch > 0
                           ADD PayHoldAmountCents TO WS-SUPP-CENTS
                           PERFORM AddSuppBatch
                       END-IF
               END-READ
           END-PERFORM
           IF HOLD-FOUND
               CLOSE HOLDFILE
           END-IF.

       AddSuppBatch.
           MOVE 'N' TO WS-MATCH-SW
           IF WS-SUPPCOUNT > 0
               SET SB TO 1
               SEARCH SuppEntry
                   AT END CONTINUE
                   WHEN SuppTabBatch(SB) = PayHoldRelBatch
                       MOVE 'Y' TO WS-MATCH-SW
               END-SEARCH
           END-IF
           IF NOT SUPP-MATCHED
               IF WS-SUPPCOUNT >= 100
                   DISPLAY 'MORE THAN 100 SUPPLEMENTARY BATCHES THIS '
                       'CYCLE - TABLE CAPACITY EXCEEDED'
                   STOP RUN
               END-IF
               ADD 1 TO WS-SUPPCOUNT
               SET SB TO WS-SUPPCOUNT
               MOVE PayHoldRelBatch TO SuppTabBatch(SB)
           END-IF.

      *    A ROW STAMPED WITH THE OPEN CYCLE MOVED THIS CYCLE - ITS
      *    MOVEMENT IS THE AMOUNT LESS THE PRE-CYCLE PRIOR, WHICH
      *    TAKES IN BOTH THE SALARY RUN AND ANY ADJUSTMENT DELTA
       SumYtdMovement.
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
                       IF YtdYearIn = WS-CYC-YYYY
                           AND YtdAsOfIn = WS-CYCLE-DATE
                           COMPUTE WS-CENTS =
                               (YtdAmountIn - YtdPriorIn) * 100
                           ADD WS-CENTS TO WS-YTD-CENTS
                       END-IF
               END-READ
           END-PERFORM
           IF YTD-FOUND
               CLOSE YTDFILE
           END-IF.

      *    ONLY ACKNOWLEDGMENTS FOR THIS CYCLE'S PAYFEED, PAYADJ AND
      *    PAYSUPP BATCHES COUNT - A REJECTED ITEM IS PICKED UP FROM
      *    PAYRCARRY
       SumAcknowledgments.
           MOVE SPACE TO WS-EOF.
           OPEN INPUT ACKFILE.
           IF WS-ACK-STATUS = '35'
               CLOSE ACKFILE
               MOVE 'Y' TO WS-EOF
           ELSE
               IF WS-ACK-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN PAYACK - FILE STATUS '
                       WS-ACK-STATUS
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-ACK-FOUND-SW
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACKFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AckStatusIn NOT = 'R'
                           PERFORM SumOneAck
                       END-IF
               END-READ
           END-PERFORM
           IF ACK-FOUND
               CLOSE ACKFILE
           END-IF.

       SumOneAck.
           IF FEED-FOUND AND AckBatchNoIn = WS-FEED-BATCHNO
               ADD AckAmountCentsIn TO WS-SETTLED-CENTS
           ELSE
               IF ADJ-HEADER-SEEN AND AckBatchNoIn = WS-ADJ-BATCHNO
                   MOVE 'N' TO WS-MATCH-SW
                   IF WS-ADJCOUNT > 0
                       SET AJ TO 1
                       SEARCH AdjEntry
                           AT END CONTINUE
                           WHEN AdjTabEmpNum(AJ) = AckEmpNumIn
                               AND AdjTabCents(AJ) = AckAmountCentsIn
                               MOVE 'Y' TO WS-MATCH-SW
                       END-SEARCH
                   END-IF
                   IF ADJ-MATCHED AND AdjTabSign(AJ) = '-'
                       SUBTRACT AckAmountCentsIn FROM WS-SETTLED-CENTS
                   ELSE
                       ADD AckAmountCentsIn TO WS-SETTLED-CENTS
                   END-IF
               ELSE
                   MOVE AckBatchNoIn TO WS-FIND-BATCHNO
                   PERFORM FindSuppBatch
                   IF SUPP-MATCHED
                       ADD AckAmountCentsIn TO WS-SETTLED-CENTS
                   END-IF
               END-IF
           END-IF.

       FindSuppBatch.
           MOVE 'N' TO WS-MATCH-SW
           IF WS-SUPPCOUNT > 0
               SET SB TO 1
               SEARCH SuppEntry
                   AT END CONTINUE
                   WHEN SuppTabBatch(SB) = WS-FIND-BATCHNO
                       MOVE 'Y' TO WS-MATCH-SW
               END-SEARCH
           END-IF.

       SumCarried.
           MOVE SPACE TO WS-EOF.
           OPEN INPUT CARRYFILE.
           IF WS-CARRY-STATUS NOT = '00'
               CLOSE CARRYFILE
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CARRYFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE PayCarryBatchNo TO WS-FIND-BATCHNO
                       PERFORM FindSuppBatch
                       IF (FEED-FOUND
                               AND PayCarryBatchNo = WS-FEED-BATCHNO)
                           OR (ADJ-HEADER-SEEN
                               AND PayCarryBatchNo = WS-ADJ-BATCHNO)
                           OR SUPP-MATCHED
                           IF PayCarrySign = '-'
                               SUBTRACT PayCarryAmountCents
                                   FROM WS-CARRIED-CENTS
                           ELSE
                               ADD PayCarryAmountCents
                                   TO WS-CARRIED-CENTS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CARRY-STATUS = '00' OR WS-CARRY-STATUS = '10'
               CLOSE CARRYFILE
           END-IF.

      *    THE EXPENSE SIDE - BONUSOUT, THE PAYFEED TRAILER AND THE
      *    GLJRNL DEBITS MUST EACH EQUAL THE SALARY RUN'S BONUS TOTAL
       ReportExpenseLegs.
           MOVE 'BONUS EXPENSE - PROVED TO SALAUDIT RUN BONUS'
               TO WS-SEC-TITLE
           PERFORM WriteSection
           PERFORM StartLeg
           MOVE 'I'                   TO WS-LEG-TYPE
           MOVE 'SALAUDIT RUN BONUS'  TO WS-LEG-NAME
           MOVE WS-AUDIT-CENTS        TO WS-LEG-ACT
           EVALUATE TRUE
               WHEN NOT AUDIT-FOUND
                   MOVE 'NO SALAUDIT RUN RECORD' TO WS-LEG-NOTE
                   MOVE 'Y' TO WS-LEG-FORCE-SW
               WHEN NOT SALRUN-COMPLETE
                   MOVE 'PROGRAM5 NOT COMPLETE THIS CYCLE'
                       TO WS-LEG-NOTE
                   MOVE 'Y' TO WS-LEG-FORCE-SW
               WHEN OTHER
                   MOVE WS-AUDIT-DATE TO WS-NOTE-DATE
                   MOVE WS-NOTE-DATED TO WS-LEG-NOTE
           END-EVALUATE
           PERFORM ReportLine
           PERFORM StartLeg
           MOVE 'BONUSOUT DETAIL SUM' TO WS-LEG-NAME
           MOVE WS-AUDIT-CENTS        TO WS-LEG-EXP
           MOVE WS-BONUSOUT-CENTS     TO WS-LEG-ACT
           IF NOT BONUSOUT-FOUND
               MOVE 'BONUSOUT NOT FOUND' TO WS-LEG-NOTE
               MOVE 'Y' TO WS-LEG-FORCE-SW
           END-IF
           PERFORM ReportLine
           PERFORM StartLeg
           MOVE 'I'                    TO WS-LEG-TYPE
           MOVE 'PAYHOLD HELD OUT OF PAYFEED' TO WS-LEG-NAME
           MOVE WS-HELDOUT-CENTS       TO WS-LEG-ACT
           IF NOT HOLD-FOUND
               MOVE 'NO PAYMENTS HELD' TO WS-LEG-NOTE
           END-IF
           PERFORM ReportLine
           PERFORM StartLeg
           MOVE 'PAYFEED HASH PLUS HELD OUT' TO WS-LEG-NAME
           MOVE WS-AUDIT-CENTS         TO WS-LEG-EXP
           MOVE WS-FEEDHELD-CENTS      TO WS-LEG-ACT
           EVALUATE TRUE
               WHEN NOT FEED-FOUND
                   MOVE 'PAYFEED NOT FOUND' TO WS-LEG-NOTE
                   MOVE 'Y' TO WS-LEG-FORCE-SW
               WHEN NOT FEED-TRAILER-SEEN
                   MOVE 'PAYFEED HAS NO TRAILER' TO WS-LEG-NOTE
                   MOVE 'Y' TO WS-LEG-FORCE-SW
               WHEN NOT FEED-RELEASED
                   MOVE 'PROGRAM10 NOT COMPLETE THIS CYCLE'
                       TO WS-LEG-NOTE
                   MOVE 'Y' TO WS-LEG-FORCE-SW
               WHEN OTHER
                   MOVE WS-FEED-BATCHNO TO WS-NOTE-BATCHNO
                   MOVE WS-NOTE-BATCH   TO WS-LEG-NOTE
           END-EVALUATE
           PERFORM ReportLine
           PERFORM StartLeg
           MOVE 'GLJRNL DEBIT TOTAL'  TO WS-LEG-NAME
           MOVE WS-AUDIT-CENTS        TO WS-LEG-EXP
           MOVE WS-GL-CENTS           TO WS-LEG-ACT
           EVALUATE TRUE
               WHEN NOT JRNL-FOUND
                   MOVE 'GLJRNL NOT FOUND' TO WS-LEG-NOTE
                   MOVE 'Y' TO WS-LEG-FORCE-SW
               WHEN NOT JRNL-TRAILER-SEEN
                   MOVE 'GLJRNL HAS NO TRAILER' TO WS-LEG-NOTE
                   MOVE 'Y' TO WS-LEG-FORCE-SW
               WHEN WS-JRNL-DATE < WS-CYCLE-DATE
                   MOVE 'JOURNAL PREDATES THE CYCLE' TO WS-LEG-NOTE
                   MOVE 'Y' TO WS-LEG-FORCE-SW
           END-EVALUATE
           PERFORM ReportLine.

      *    THE CASH SIDE - WHAT WAS RELEASED (PAYFEED, THE NET OF THIS
      *    CYCLE'S PAYADJ BATCH AND ANY HELD PAYMENTS APPROVED THIS
      *    CYCLE) MUST EQUAL THE BONUSYTD MOVEMENT AND MUST BE FULLY
      *    ACCOUNTED FOR AS SETTLED OR CARRIED
       ReportCashLegs.
           MOVE 'BONUS CASH - PROVED TO PAYFEED, PAYADJ NET AND PAYSUPP'
               TO WS-SEC-TITLE
           PERFORM WriteSection
           PERFORM StartLeg
           MOVE 'I'                     TO WS-LEG-TYPE
           MOVE 'PAYADJ NET ADJUSTMENT' TO WS-LEG-NAME
           MOVE WS-ADJ-NET-CENTS        TO WS-LEG-ACT
           EVALUATE TRUE
               WHEN NOT ADJ-THIS-CYCLE
                   MOVE 'NO ADJUSTMENT BATCH THIS CYCLE'
                       TO WS-LEG-NOTE
               WHEN NOT ADJ-HEADER-SEEN
                   MOVE 'RETROCTL RELEASED - PAYADJ MISSING'
                       TO WS-LEG-NOTE
                   MOVE 'Y' TO WS-LEG-FORCE-SW
               WHEN OTHER
                   MOVE WS-ADJ-BATCHNO TO WS-NOTE-BATCHNO
                   MOVE WS-NOTE-BATCH  TO WS-LEG-NOTE
           END-EVALUATE
           PERFORM ReportLine
           PERFORM StartLeg
           MOVE 'I'                     TO WS-LEG-TYPE
           MOVE 'PAYSUPP APPROVED RELEASES' TO WS-LEG-NAME
           MOVE WS-SUPP-CENTS           TO WS-LEG-ACT
           IF WS-SUPPCOUNT = 0
               MOVE 'NO HELD PAYMENTS APPROVED' TO WS-LEG-NOTE
           END-IF
           PERFORM ReportLine
           PERFORM StartLeg
           MOVE 'I'                     TO WS-LEG-TYPE
           MOVE 'CASH RELEASED'         TO WS-LEG-NAME
           MOVE WS-CASH-CENTS           TO WS-LEG-ACT
           PERFORM ReportLine
           PERFORM StartLeg
           MOVE 'BONUSYTD MOVEMENT'     TO WS-LEG-NAME
           MOVE WS-CASH-CENTS           TO WS-LEG-EXP
           MOVE WS-YTD-CENTS            TO WS-LEG-ACT
           IF NOT YTD-FOUND
               MOVE 'BONUSYTD NOT FOUND' TO WS-LEG-NOTE
               MOVE 'Y' TO WS-LEG-FORCE-SW
           END-IF
           PERFORM ReportLine
           PERFORM StartLeg
           MOVE 'I'                     TO WS-LEG-TYPE
           MOVE 'PAYACK SETTLED'        TO WS-LEG-NAME
           MOVE WS-SETTLED-CENTS        TO WS-LEG-ACT
           IF NOT ACK-FOUND
               MOVE 'PAYACK NOT RECEIVED' TO WS-LEG-NOTE
           END-IF
           PERFORM ReportLine
           PERFORM StartLeg
           MOVE 'I'                     TO WS-LEG-TYPE
           MOVE 'PAYRCARRY CARRIED'     TO WS-LEG-NAME
           MOVE WS-CARRIED-CENTS        TO WS-LEG-ACT
           PERFORM ReportLine
           PERFORM StartLeg
           MOVE 'SETTLED PLUS CARRIED'  TO WS-LEG-NAME
           MOVE WS-CASH-CENTS           TO WS-LEG-EXP
           MOVE WS-SETCAR-CENTS         TO WS-LEG-ACT
           IF WS-SETCAR-CENTS NOT = WS-CASH-CENTS
               MOVE 'PAYMENTS NOT YET ACKNOWLEDGED' TO WS-LEG-NOTE
           END-IF
           PERFORM ReportLine.

       StartLeg.
           MOVE 'L'   TO WS-LEG-TYPE
           MOVE SPACE TO WS-LEG-NAME
           MOVE 0     TO WS-LEG-EXP
           MOVE 0     TO WS-LEG-ACT
           MOVE 0     TO WS-LEG-VAR
           MOVE SPACE TO WS-LEG-NOTE
           MOVE 'N'   TO WS-LEG-FORCE-SW.

       WriteSection.
           MOVE SPACE TO RPTFILE-FILE
           WRITE RPTFILE-FILE
           WRITE RPTFILE-FILE FROM WS-RPT-SECTION.

      *    A PROVED LEG PRINTS EXPECTED, ACTUAL AND VARIANCE; A SOURCE
      *    LINE PRINTS ITS AMOUNT ONLY.  ANY LEG THAT DOES NOT TIE, OR
      *    WHOSE SOURCE IS MISSING OR STALE, IS ALSO DISPLAYED
       ReportLine.
           MOVE SPACE TO WS-RPT-LEG
           MOVE WS-LEG-NAME TO WS-LEG-NAME-OUT
           COMPUTE WS-AMT-WORK = WS-LEG-ACT / 100
           MOVE WS-AMT-WORK TO WS-LEG-ACT-OUT
           IF LEG-PROVED
               ADD 1 TO WS-LEGS
               COMPUTE WS-LEG-VAR = WS-LEG-ACT - WS-LEG-EXP
               COMPUTE WS-AMT-WORK = WS-LEG-EXP / 100
               MOVE WS-AMT-WORK TO WS-LEG-EXP-OUT
               COMPUTE WS-AMT-WORK = WS-LEG-VAR / 100
               MOVE WS-AMT-WORK TO WS-LEG-VAR-OUT
               EVALUATE TRUE
                   WHEN WS-LEG-VAR NOT = 0
                       MOVE 'VARIANCE'  TO WS-LEG-STATUS-OUT
                       ADD 1 TO WS-LEGS-OFF
                       DISPLAY 'VARIANCE: ' WS-LEG-NAME ' OFF BY '
                           WS-LEG-VAR-OUT
                   WHEN LEG-FORCED
                       MOVE 'EXCEPTION' TO WS-LEG-STATUS-OUT
                       ADD 1 TO WS-LEGS-OFF
                       DISPLAY 'EXCEPTION: ' WS-LEG-NAME ' - '
                           WS-LEG-NOTE
                   WHEN OTHER
                       MOVE 'TIES'      TO WS-LEG-STATUS-OUT
                       ADD 1 TO WS-LEGS-TIED
               END-EVALUATE
           ELSE
               IF LEG-FORCED
                   MOVE 'EXCEPTION' TO WS-LEG-STATUS-OUT
                   ADD 1 TO WS-EXCEPTIONS
                   DISPLAY 'EXCEPTION: ' WS-LEG-NAME ' - '
                       WS-LEG-NOTE
               END-IF
           END-IF
           MOVE WS-LEG-NOTE TO WS-LEG-NOTE-OUT
           WRITE RPTFILE-FILE FROM WS-RPT-LEG.

       END PROGRAM Program24.
