           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HISTYTD-STATUS.
           SELECT HOLDFILE ASSIGN TO "PAYHOLD"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    YtdAmountIn IS THE RUNNING TOTAL INCLUDING ANY APPLIED
      *    ADJUSTMENT DELTAS, LESS ANY PAYMENT STILL ON PAYHOLD - THE
      *    AS-OF/PRIOR/ADJ/HELD COLUMNS ONLY SUPPORT SAME-CYCLE RERUN
      *    BACK-OUT AND CLOSE WITH THE ROW
       FD YTDFILE.
       01 YTDFILE-FILE.
           05 YtdEmpNumIn           PIC 9(5).
           05 YtdPriorIn            PIC 9(8)V99.
           05 YtdAdjIn              PIC S9(8)V99
                                    SIGN LEADING SEPARATE.
           05 YtdHeldIn             PIC S9(8)V99
                                    SIGN LEADING SEPARATE.

       FD HISTYTDFILE.
       01 HISTYTDFILE-FILE.
           05 HYtdAmountOut         PIC 9(8)V99.
           05 HYtdClosedOut         PIC 9(8).

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

       WORKING-STORAGE SECTION.
       01 WS-EOFILE.
           05 WS-EOF              PIC X.

       01 WS-YTD-STATUS            PIC XX.
       01 WS-HISTYTD-STATUS        PIC XX.
       01 WS-HOLD-STATUS           PIC XX.

       01 WS-RUNDATE               PIC 9(8).
       01 WS-COUNTS.
           05 WS-ROLLED           PIC 9(5) VALUE 0.
           05 WS-OPEN-HOLDS       PIC 9(5) VALUE 0.

      *    YEAR-END ROLLOVER - CLOSES THE YTD BONUS REGISTER INTO
      *    BONUSYTDH HISTORY AND LEAVES AN EMPTY BONUSYTD SO JANUARY
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUNDATE FROM DATE YYYYMMDD.
           PERFORM CheckOpenHolds
           MOVE SPACE TO WS-EOF
           OPEN INPUT YTDFILE.
           IF WS-YTD-STATUS = '35'
               ' ROWS CLOSED TO BONUSYTDH'
           STOP RUN.

      *    A PAYMENT STILL ON PAYHOLD HAS BEEN BACKED OUT OF ITS
      *    BONUSYTD ROW.  ONCE THE ROW IS CLOSED AN APPROVAL HAS NOWHERE
      *    TO PUT IT BACK, SO EVERY HOLD IS DECIDED BEFORE THE ROLLOVER
       CheckOpenHolds.
           MOVE SPACE TO WS-EOF
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
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HOLDFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PayHoldState = 'H'
                           ADD 1 TO WS-OPEN-HOLDS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HOLD-STATUS = '00' OR WS-HOLD-STATUS = '10'
               CLOSE HOLDFILE
           END-IF
           IF WS-OPEN-HOLDS > 0
               DISPLAY 'PAYHOLD HAS ' WS-OPEN-HOLDS ' PAYMENTS STILL '
                   'AWAITING A DECISION - RUN PROGRAM25 BEFORE THE '
                   'ROLLOVER, BONUSYTD NOT ROLLED'
               STOP RUN
           END-IF.

       RollOneRow.
           MOVE YtdEmpNumIn TO HYtdEmpNumOut
           MOVE YtdYearIn   TO HYtdYearOut
