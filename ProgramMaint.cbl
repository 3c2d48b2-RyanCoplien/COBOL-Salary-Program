           FILE STATUS IS WS-TRAN-STATUS.
           SELECT MASTFILE ASSIGN TO "EMPMASTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MstEmpNum
           FILE STATUS IS WS-MAST-STATUS.
           SELECT REJECTFILE ASSIGN TO "MAINTREJ"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.
           SELECT POSCTLFILE ASSIGN TO "POSCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSCTL-STATUS.
           SELECT PENDFILE ASSIGN TO "EMPPEND"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PEND-STATUS.
           SELECT PENDRPTFILE ASSIGN TO "PENDRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PENDRPT-STATUS.
           SELECT PENDSORTFILE ASSIGN TO "PENDSORT".
           SELECT RUNCTLFILE ASSIGN TO "RUNCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05 HireDateIn          PIC 9(8).
           05 EmpStatusIn         PIC X.
           05 PayFreqIn           PIC X.
           05 EffDateIn           PIC 9(8).
           05 PendCtlIn           PIC X.
           05 JunkIn              PIC X(13).

       FD MASTFILE.
       01 MASTFILE-FILE.
           05 HistNewJob          PIC 9(2).
           05 HistNewStat         PIC X.

      *    POSITION CONTROL - APPROVED SEATS PER TERRITORY/JOB CLASS
       FD POSCTLFILE.
       01 POSCTLFILE-FILE.
           05 PC-TERR-IN            PIC 99.
           05 PC-JOBCLASS-IN        PIC 99.
           05 PC-APPROVED-IN        PIC 9(4).
           05 PC-BUDGET-IN          PIC 9(9).

      *    FUTURE-DATED TRANSACTIONS WAITING FOR THEIR EFFECTIVE DATE -
      *    THE KEYED EMPTRAN IMAGE IS HELD UNCHANGED BEHIND THE DATE
      *    IT WAS KEYED
       FD PENDFILE.
       01 PENDFILE-FILE.
           05 PendKeyDate         PIC 9(8).
           05 PendTranImage       PIC X(81).

       FD PENDRPTFILE.
       01 PENDRPTFILE-FILE        PIC X(110).

       SD PENDSORTFILE.
       01 PEND-SORT-FILE.
           05 PendEffDateSort     PIC 9(8).
           05 PendEmpNumSort      PIC 9(5).
           05 PendKeyDateSort     PIC 9(8).
           05 PendStateSort       PIC X.
           05 PendTranSort        PIC X(81).

       FD RUNCTLFILE.
       01 RUNCTLFILE-FILE.
           05 RcSeq               PIC 9(2).
               88 ACTION-ADD      VALUE 'A'.
               88 ACTION-CHANGE   VALUE 'C'.
               88 ACTION-DELETE   VALUE 'D'.
               88 ACTION-CANCEL   VALUE 'X'.
           05 WS-EMPNO            PIC 9(5).
           05 WS-EMPNAME          PIC X(20).
           05 WS-TERRITORYNO      PIC 9(2).
               88 FREQ-MONTHLY    VALUE 'M'.
               88 FREQ-HOURLY     VALUE 'H'.
               88 FREQ-VALID      VALUE 'A' 'M' 'H' SPACE.
           05 WS-EFFDATE          PIC 9(8).
           05 WS-EFFDATE-X REDEFINES WS-EFFDATE PIC X(8).
           05 WS-EFFDATE-R REDEFINES WS-EFFDATE.
               10 WS-EFF-YYYY     PIC 9(4).
               10 WS-EFF-MM       PIC 9(2).
               10 WS-EFF-DD       PIC 9(2).
           05 WS-PENDCTL          PIC X.
               88 PEND-REPLACE    VALUE 'R'.
           05 WS-JUNK             PIC X(13).

       01 WS-BEFORE.
           05 WS-OLD-EMPNAME      PIC X(20).
           05 WS-CHGCOUNT         PIC 9(4) VALUE 0.
           05 WS-DELCOUNT         PIC 9(4) VALUE 0.
           05 WS-REJCOUNT         PIC 9(4) VALUE 0.
           05 WS-PENDCOUNT        PIC 9(4) VALUE 0.
           05 WS-RELCOUNT         PIC 9(4) VALUE 0.
           05 WS-CANCOUNT         PIC 9(4) VALUE 0.
           05 WS-REPLCOUNT        PIC 9(4) VALUE 0.
           05 WS-OPENCOUNT        PIC 9(4) VALUE 0.
           05 WS-CANCEL-HITS      PIC 9(4) VALUE 0.

       01 WS-EOFILE.
           05 WS-EOF              PIC X.
           05 WS-PEND-EOF         PIC X.
           05 WS-SORT-EOF         PIC X.

       01 WS-SWITCHES.
           05 WS-APPLIED-SW       PIC X.
               88 TRAN-APPLIED    VALUE 'Y'.
               88 TRAN-REJECTED   VALUE 'N'.
               88 TRAN-PENDED     VALUE 'P'.
               88 TRAN-CANCELLED  VALUE 'X'.
           05 WS-RELEASE-SW       PIC X VALUE 'N'.
               88 ITEM-RELEASED   VALUE 'Y'.
           05 WS-DUE-SW           PIC X.
               88 DUE-FOUND       VALUE 'Y'.
           05 WS-DUE-SUB          PIC 9(3) COMP.
           05 WS-DUE-DATE         PIC 9(8).
           05 WS-POSCTL-SW        PIC X VALUE 'N'.
               88 POSCTL-IN-FORCE VALUE 'Y'.
           05 WS-SEAT-SW          PIC X.
               88 SEAT-OPEN       VALUE 'Y'.
               88 NO-OPEN-SEAT    VALUE 'N'.
           05 WS-POS-FOUND-SW     PIC X.
               88 POS-FOUND       VALUE 'Y'.
           05 WS-POS-TERR         PIC 9(2).
           05 WS-POS-JOB          PIC 9(2).
           05 WS-MAST-EOF         PIC X.
           05 WS-POS-EOF          PIC X.

       01 WS-REJECT-REASON        PIC X(30).

       01 WS-REJECT-STATUS        PIC XX.
       01 WS-REG-STATUS           PIC XX.
       01 WS-HIST-STATUS          PIC XX.
       01 WS-PEND-STATUS          PIC XX.
       01 WS-PENDRPT-STATUS       PIC XX.
       01 WS-POSCTL-STATUS        PIC XX.

       01 PosTable.
           02 WS-POSCOUNT          PIC 9(3) COMP VALUE 0.
           02 PosEntry
               OCCURS 1 TO 500 TIMES DEPENDING ON WS-POSCOUNT
               INDEXED BY PC.
               03 PosTerr           PIC 9(2).
               03 PosJobClass       PIC 9(2).
               03 PosApproved       PIC 9(4).
               03 PosFilled         PIC 9(4) COMP.

       01 PendTable.
           02 WS-PENDITEMCOUNT     PIC 9(3) COMP VALUE 0.
           02 PendItem
               OCCURS 1 TO 500 TIMES DEPENDING ON WS-PENDITEMCOUNT
               INDEXED BY PX.
               03 PendItemKeyDate   PIC 9(8).
               03 PendItemEffDate   PIC 9(8).
               03 PendItemEmpNum    PIC 9(5).
               03 PendItemTran      PIC X(81).
               03 PendItemState     PIC X.
                   88 PENDITEM-OPEN      VALUE 'P'.
                   88 PENDITEM-RELEASED  VALUE 'F'.
                   88 PENDITEM-REJECTED  VALUE 'J'.
                   88 PENDITEM-CANCELLED VALUE 'X'.
                   88 PENDITEM-REPLACED  VALUE 'R'.

       01 WS-RUNCTL-CONTROL.
           05 WS-RUNCTL-STATUS    PIC XX.
           05 WS-TOT-REJ          PIC 9(4).
           05 FILLER              PIC X(37) VALUE SPACE.

       01 WS-REG-TOTALS2.
           05 FILLER              PIC X(7)  VALUE SPACE.
           05 FILLER              PIC X(8)  VALUE 'PENDED: '.
           05 WS-TOT-PEND         PIC 9(4).
           05 FILLER              PIC X(11) VALUE ' RELEASED: '.
           05 WS-TOT-REL          PIC 9(4).
           05 FILLER              PIC X(12) VALUE ' CANCELLED: '.
           05 WS-TOT-CAN          PIC 9(4).
           05 FILLER              PIC X(11) VALUE ' REPLACED: '.
           05 WS-TOT-REPL         PIC 9(4).
           05 FILLER              PIC X(16) VALUE ' STILL PENDING: '.
           05 WS-TOT-OPEN         PIC 9(4).
           05 FILLER              PIC X(25) VALUE SPACE.

       01 WS-EFF-DISP.
           05 WS-EFF-DISP-TEXT    PIC X(21).
           05 WS-EFF-DISP-DATE    PIC 9(8).
           05 FILLER              PIC X     VALUE SPACE.

       01 WS-PEND-HEADING1.
           05 FILLER              PIC X(30)
               VALUE 'PENDING TRANSACTION LISTING - '.
           05 WS-PEND-HDG-DATE    PIC 9(8).
           05 FILLER              PIC X(72) VALUE SPACE.

       01 WS-PEND-HEADING2.
           05 FILLER              PIC X(10) VALUE 'EFFECTIVE '.
           05 FILLER              PIC X(10) VALUE 'KEYED     '.
           05 FILLER              PIC X(4)  VALUE 'ACT '.
           05 FILLER              PIC X(6)  VALUE 'EMPNO'.
           05 FILLER              PIC X(21) VALUE 'NAME'.
           05 FILLER              PIC X(3)  VALUE 'TR'.
           05 FILLER              PIC X(7)  VALUE 'SALARY'.
           05 FILLER              PIC X(3)  VALUE 'JC'.
           05 FILLER              PIC X(3)  VALUE 'ST'.
           05 FILLER              PIC X(43) VALUE 'STATUS'.

       01 WS-PEND-DETAIL.
           05 WS-PEND-EFF         PIC 9(8).
           05 FILLER              PIC XX    VALUE SPACE.
           05 WS-PEND-KEYED       PIC 9(8).
           05 FILLER              PIC XX    VALUE SPACE.
           05 WS-PEND-ACTION      PIC X.
           05 FILLER              PIC X(3)  VALUE SPACE.
           05 WS-PEND-EMPNO       PIC 9(5).
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-PEND-NAME        PIC X(20).
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-PEND-TERR        PIC XX.
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-PEND-SAL         PIC X(6).
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-PEND-JOB         PIC XX.
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-PEND-STAT        PIC X.
           05 FILLER              PIC XX    VALUE SPACE.
           05 WS-PEND-DISP        PIC X(20).
           05 FILLER              PIC X(23) VALUE SPACE.

       01 WS-PEND-TOTALS.
           05 FILLER              PIC X(16) VALUE 'STILL PENDING: '.
           05 WS-PTOT-OPEN        PIC 9(4).
           05 FILLER              PIC X(11) VALUE ' RELEASED: '.
           05 WS-PTOT-REL         PIC 9(4).
           05 FILLER              PIC X(11) VALUE ' REJECTED: '.
           05 WS-PTOT-REJ         PIC 9(4).
           05 FILLER              PIC X(12) VALUE ' CANCELLED: '.
           05 WS-PTOT-CAN         PIC 9(4).
           05 FILLER              PIC X(11) VALUE ' REPLACED: '.
           05 WS-PTOT-REPL        PIC 9(4).
           05 FILLER              PIC X(29) VALUE SPACE.

       01 WS-PEND-COUNTS.
           05 WS-LIST-OPEN        PIC 9(4) VALUE 0.
           05 WS-LIST-REL         PIC 9(4) VALUE 0.
           05 WS-LIST-REJ         PIC 9(4) VALUE 0.
           05 WS-LIST-CAN         PIC 9(4) VALUE 0.
           05 WS-LIST-REPL        PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUNDATE FROM DATE YYYYMMDD.
                   WS-MAST-STATUS
               STOP RUN
           END-IF
           PERFORM LoadPositionControl
           OPEN OUTPUT REJECTFILE.
           IF WS-REJECT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN MAINTREJ - FILE STATUS '
                   WS-HIST-STATUS
               STOP RUN
           END-IF
           PERFORM LoadPendingItems
           MOVE WS-RUNDATE TO WS-HDG-DATE
           WRITE REGFILE-FILE FROM WS-REG-HEADING1
           WRITE REGFILE-FILE FROM WS-REG-HEADING2
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TRANREAD
                       PERFORM ProcessTransaction
               END-READ
           END-PERFORM
           PERFORM ReleaseDueItems
           MOVE WS-TRANREAD TO WS-TOT-READ
           MOVE WS-ADDCOUNT TO WS-TOT-ADD
           MOVE WS-CHGCOUNT TO WS-TOT-CHG
           MOVE WS-DELCOUNT TO WS-TOT-DEL
           MOVE WS-REJCOUNT TO WS-TOT-REJ
           WRITE REGFILE-FILE FROM WS-REG-TOTALS
           PERFORM WritePendingItems
           MOVE WS-PENDCOUNT TO WS-TOT-PEND
           MOVE WS-RELCOUNT  TO WS-TOT-REL
           MOVE WS-CANCOUNT  TO WS-TOT-CAN
           MOVE WS-REPLCOUNT TO WS-TOT-REPL
           MOVE WS-OPENCOUNT TO WS-TOT-OPEN
           WRITE REGFILE-FILE FROM WS-REG-TOTALS2
           CLOSE TRANFILE.
           CLOSE MASTFILE.
           CLOSE REJECTFILE.
           CLOSE REGFILE.
           CLOSE HISTFILE.
           PERFORM PrintPendingListing
           PERFORM MarkRunComplete
           STOP RUN.

           MOVE WS-RUNDATE TO RcTabEnd(WS-MY-SEQ)
           PERFORM SaveRunControl.

      *    PENDING-TRANSACTION FILE - EVERY ITEM STILL WAITING FOR ITS
      *    EFFECTIVE DATE IS HELD IN CORE FOR THE RUN SO THAT TODAY'S
      *    EMPTRAN CAN CANCEL OR REPLACE IT BEFORE IT IS RELEASED
       LoadPendingItems.
           MOVE SPACE TO WS-PEND-EOF.
           OPEN INPUT PENDFILE.
           IF WS-PEND-STATUS = '35'
               CLOSE PENDFILE
               MOVE 'Y' TO WS-PEND-EOF
           ELSE
               IF WS-PEND-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN EMPPEND - FILE STATUS '
                       WS-PEND-STATUS
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-PEND-EOF = 'Y'
               READ PENDFILE
                   AT END MOVE 'Y' TO WS-PEND-EOF
                   NOT AT END PERFORM AddPendingFileItem
               END-READ
           END-PERFORM
           IF WS-PEND-STATUS = '00' OR WS-PEND-STATUS = '10'
               CLOSE PENDFILE
           END-IF.

       AddPendingFileItem.
           IF WS-PENDITEMCOUNT >= 500
               DISPLAY 'MORE THAN 500 PENDING TRANSACTIONS - '
                   'TABLE CAPACITY EXCEEDED'
               STOP RUN
           END-IF
           ADD 1 TO WS-PENDITEMCOUNT
           SET PX TO WS-PENDITEMCOUNT
           MOVE PendKeyDate         TO PendItemKeyDate(PX)
           MOVE PendTranImage       TO PendItemTran(PX)
           MOVE PendTranImage(2:5)  TO PendItemEmpNum(PX)
           MOVE PendTranImage(60:8) TO PendItemEffDate(PX)
           MOVE 'P'                 TO PendItemState(PX).

       AddPendingTranItem.
           IF WS-PENDITEMCOUNT >= 500
               DISPLAY 'MORE THAN 500 PENDING TRANSACTIONS - '
                   'TABLE CAPACITY EXCEEDED'
               STOP RUN
           END-IF
           ADD 1 TO WS-PENDITEMCOUNT
           SET PX TO WS-PENDITEMCOUNT
           MOVE WS-RUNDATE TO PendItemKeyDate(PX)
           MOVE WS-TRAN    TO PendItemTran(PX)
           MOVE WS-EMPNO   TO PendItemEmpNum(PX)
           MOVE WS-EFFDATE TO PendItemEffDate(PX)
           MOVE 'P'        TO PendItemState(PX).

      *    AN EFFECTIVE DATE AFTER TODAY HOLDS THE TRANSACTION ON
      *    EMPPEND; A BLANK, CURRENT OR PAST DATE APPLIES IT NOW.
      *    ACTION X CANCELS PENDING ITEMS FOR THE EMPLOYEE (ALL OF
      *    THEM WHEN NO DATE IS KEYED) AND A PENDING-CONTROL OF R
      *    REPLACES THE ITEM PENDING FOR THE SAME EMPLOYEE AND DATE
       ProcessTransaction.
           PERFORM ClearBeforeImage
           MOVE 'N' TO WS-RELEASE-SW
           IF WS-EFFDATE-X = SPACE
               MOVE 0 TO WS-EFFDATE
           END-IF
           IF WS-EFFDATE NOT NUMERIC
               MOVE 'N' TO WS-APPLIED-SW
               MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-REASON
           ELSE
               IF WS-EFFDATE NOT = 0
                   AND (WS-EFF-MM < 1 OR WS-EFF-MM > 12
                        OR WS-EFF-DD < 1 OR WS-EFF-DD > 31)
                   MOVE 'N' TO WS-APPLIED-SW
                   MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-REASON
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN TRAN-REJECTED
                   PERFORM WriteRejectRecord
                   PERFORM WriteRegisterLine
               WHEN ACTION-CANCEL
                   PERFORM CancelPending
               WHEN WS-EFFDATE > WS-RUNDATE
                   PERFORM PendTransaction
               WHEN OTHER
                   PERFORM ApplyTransaction
                   IF TRAN-APPLIED AND PEND-REPLACE
                       PERFORM ReplacePending
                   END-IF
           END-EVALUATE.

       PendTransaction.
           EVALUATE TRUE
               WHEN NOT (ACTION-ADD OR ACTION-CHANGE OR ACTION-DELETE)
                   MOVE 'N' TO WS-APPLIED-SW
                   MOVE 'INVALID ACTION CODE'
                       TO WS-REJECT-REASON
               WHEN (ACTION-ADD OR ACTION-CHANGE)
                   AND NOT FREQ-VALID
                   MOVE 'N' TO WS-APPLIED-SW
                   MOVE 'INVALID PAY FREQUENCY CODE'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   IF PEND-REPLACE
                       PERFORM ReplacePending
                   END-IF
                   PERFORM AddPendingTranItem
                   MOVE 'P' TO WS-APPLIED-SW
                   ADD 1 TO WS-PENDCOUNT
           END-EVALUATE
           IF TRAN-REJECTED
               PERFORM WriteRejectRecord
           END-IF
           PERFORM WriteRegisterLine.

       ReplacePending.
           PERFORM VARYING PX FROM 1 BY 1
               UNTIL PX > WS-PENDITEMCOUNT
               IF PENDITEM-OPEN(PX)
                   AND PendItemEmpNum(PX) = WS-EMPNO
                   AND PendItemEffDate(PX) = WS-EFFDATE
                   MOVE 'R' TO PendItemState(PX)
                   ADD 1 TO WS-REPLCOUNT
               END-IF
           END-PERFORM.

       CancelPending.
           MOVE 0 TO WS-CANCEL-HITS
           PERFORM VARYING PX FROM 1 BY 1
               UNTIL PX > WS-PENDITEMCOUNT
               IF PENDITEM-OPEN(PX)
                   AND PendItemEmpNum(PX) = WS-EMPNO
                   AND (WS-EFFDATE = 0
                        OR PendItemEffDate(PX) = WS-EFFDATE)
                   MOVE 'X' TO PendItemState(PX)
                   ADD 1 TO WS-CANCEL-HITS
                   IF WS-EMPNAME = SPACE
                       MOVE PendItemTran(PX)(7:20) TO WS-EMPNAME
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CANCEL-HITS = 0
               MOVE 'N' TO WS-APPLIED-SW
               MOVE 'CANCEL - NO PENDING ITEM'
                   TO WS-REJECT-REASON
               PERFORM WriteRejectRecord
           ELSE
               MOVE 'X' TO WS-APPLIED-SW
               ADD WS-CANCEL-HITS TO WS-CANCOUNT
           END-IF
           PERFORM WriteRegisterLine.

      *    RELEASE EVERY PENDING ITEM WHOSE EFFECTIVE DATE HAS ARRIVED,
      *    EARLIEST EFFECTIVE DATE FIRST (KEYING ORDER WITHIN A DATE),
      *    SO A MISSED CYCLE STILL APPLIES CHANGES IN THE RIGHT ORDER
       ReleaseDueItems.
           MOVE 'Y' TO WS-DUE-SW
           PERFORM UNTIL NOT DUE-FOUND
               PERFORM FindNextDueItem
               IF DUE-FOUND
                   PERFORM ReleaseOneItem
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-RELEASE-SW.

       FindNextDueItem.
           MOVE 'N' TO WS-DUE-SW
           MOVE 0 TO WS-DUE-SUB
           MOVE 0 TO WS-DUE-DATE
           PERFORM VARYING PX FROM 1 BY 1
               UNTIL PX > WS-PENDITEMCOUNT
               IF PENDITEM-OPEN(PX)
                   AND PendItemEffDate(PX) NOT > WS-RUNDATE
                   IF NOT DUE-FOUND
                       OR PendItemEffDate(PX) < WS-DUE-DATE
                       MOVE 'Y' TO WS-DUE-SW
                       SET WS-DUE-SUB TO PX
                       MOVE PendItemEffDate(PX) TO WS-DUE-DATE
                   END-IF
               END-IF
           END-PERFORM.

       ReleaseOneItem.
           SET PX TO WS-DUE-SUB
           MOVE PendItemTran(PX) TO WS-TRAN
           MOVE 'Y' TO WS-RELEASE-SW
           ADD 1 TO WS-RELCOUNT
           PERFORM ApplyTransaction
           SET PX TO WS-DUE-SUB
           IF TRAN-REJECTED
               MOVE 'J' TO PendItemState(PX)
           ELSE
               MOVE 'F' TO PendItemState(PX)
           END-IF.

       WritePendingItems.
           OPEN OUTPUT PENDFILE.
           IF WS-PEND-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN EMPPEND - FILE STATUS '
                   WS-PEND-STATUS
               STOP RUN
           END-IF
           MOVE 0 TO WS-OPENCOUNT
           PERFORM VARYING PX FROM 1 BY 1
               UNTIL PX > WS-PENDITEMCOUNT
               IF PENDITEM-OPEN(PX)
                   MOVE PendItemKeyDate(PX) TO PendKeyDate
                   MOVE PendItemTran(PX)    TO PendTranImage
                   WRITE PENDFILE-FILE
                   ADD 1 TO WS-OPENCOUNT
               END-IF
           END-PERFORM
           CLOSE PENDFILE.

       ClearBeforeImage.
           MOVE 'Y' TO WS-APPLIED-SW
           MOVE SPACE TO WS-REJECT-REASON
           MOVE SPACE TO WS-OLD-EMPNAME
           MOVE 0 TO WS-OLD-TERRNO
           MOVE 0 TO WS-OLD-ANSAL
           MOVE 0 TO WS-OLD-JOBCODE
           MOVE SPACE TO WS-OLD-STATUS.

       ApplyTransaction.
           PERFORM ClearBeforeImage
           EVALUATE TRUE
               WHEN (ACTION-ADD OR ACTION-CHANGE)
                   AND NOT FREQ-VALID
           MOVE WS-STATUS      TO MstEmpStatus
           MOVE WS-PAYFREQ     TO MstPayFreq
           MOVE WS-JUNK        TO MstJunk
           MOVE 'Y' TO WS-SEAT-SW
           IF POSCTL-IN-FORCE AND MstEmpStatus NOT = 'T'
               MOVE MstTerrNum TO WS-POS-TERR
               MOVE MstJobCode TO WS-POS-JOB
               PERFORM CheckOpenSeat
           END-IF
           IF NO-OPEN-SEAT
               MOVE 'N' TO WS-APPLIED-SW
               MOVE 'ADD - NO OPEN POSITION'
                   TO WS-REJECT-REASON
           ELSE
               WRITE MASTFILE-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-APPLIED-SW
                       MOVE 'ADD - KEY ALREADY ON MASTER'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-ADDCOUNT
                       PERFORM TakeSeat
               END-WRITE
           END-IF.

      *    A MOVE TO ANOTHER TERRITORY OR JOB CLASS, OR A RETURN FROM
      *    T, NEEDS AN OPEN SEAT THE EMPLOYEE DID NOT HOLD BEFORE
       ChangeMaster.
           MOVE WS-EMPNO TO MstEmpNum
           READ MASTFILE
                   IF WS-PAYFREQ NOT = SPACE
                       MOVE WS-PAYFREQ TO MstPayFreq
                   END-IF
                   MOVE 'Y' TO WS-SEAT-SW
                   IF POSCTL-IN-FORCE AND MstEmpStatus NOT = 'T'
                       AND (MstTerrNum NOT = WS-OLD-TERRNO
                            OR MstJobCode NOT = WS-OLD-JOBCODE
                            OR WS-OLD-STATUS = 'T')
                       MOVE MstTerrNum TO WS-POS-TERR
                       MOVE MstJobCode TO WS-POS-JOB
                       PERFORM CheckOpenSeat
                   END-IF
                   IF NO-OPEN-SEAT
                       MOVE 'N' TO WS-APPLIED-SW
                       MOVE 'CHANGE - NO OPEN POSITION'
                           TO WS-REJECT-REASON
                   ELSE
                       REWRITE MASTFILE-FILE
                       ADD 1 TO WS-CHGCOUNT
                       PERFORM FreeOldSeat
                       PERFORM TakeSeat
                   END-IF
           END-READ.

       DeleteMaster.
                   MOVE MstEmpStatus TO WS-OLD-STATUS
                   DELETE MASTFILE
                   ADD 1 TO WS-DELCOUNT
                   PERFORM FreeOldSeat
           END-READ.

      *    POSITION CONTROL - POSCTL HOLDS THE APPROVED HEADCOUNT FOR
      *    EACH TERRITORY AND JOB CLASS. EVERY EMPLOYEE NOT TERMINATED
      *    HOLDS A SEAT (LEAVE KEEPS IT). WITH NO POSCTL FILE PRESENT
      *    POSITION CONTROL IS NOT IN FORCE AND NOTHING IS CHECKED
       LoadPositionControl.
           MOVE SPACE TO WS-POS-EOF.
           MOVE 'N' TO WS-POSCTL-SW
           OPEN INPUT POSCTLFILE.
           IF WS-POSCTL-STATUS = '35'
               DISPLAY 'POSCTL NOT FOUND - POSITION CONTROL IS NOT '
                   'APPLIED THIS RUN'
           ELSE
               IF WS-POSCTL-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN POSCTL - FILE STATUS '
                       WS-POSCTL-STATUS
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-POSCTL-SW
               PERFORM UNTIL WS-POS-EOF = 'Y'
                   READ POSCTLFILE
                       AT END MOVE 'Y' TO WS-POS-EOF
                       NOT AT END
                           MOVE PC-TERR-IN     TO WS-POS-TERR
                           MOVE PC-JOBCLASS-IN TO WS-POS-JOB
                           PERFORM FindPosition
                           IF NOT POS-FOUND
                               PERFORM AddPositionEntry
                           END-IF
                           ADD PC-APPROVED-IN TO PosApproved(PC)
                   END-READ
               END-PERFORM
               CLOSE POSCTLFILE
               PERFORM CountFilledSeats
           END-IF.

       CountFilledSeats.
           MOVE SPACE TO WS-MAST-EOF
           PERFORM UNTIL WS-MAST-EOF = 'Y'
               READ MASTFILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-MAST-EOF
                   NOT AT END PERFORM TakeSeat
               END-READ
           END-PERFORM.

       FindPosition.
           SET PC TO 1.
           MOVE 'N' TO WS-POS-FOUND-SW.
           IF WS-POSCOUNT > 0
               SEARCH PosEntry
                   AT END CONTINUE
                   WHEN PosTerr(PC) = WS-POS-TERR
                       AND PosJobClass(PC) = WS-POS-JOB
                       MOVE 'Y' TO WS-POS-FOUND-SW
               END-SEARCH
           END-IF.

       AddPositionEntry.
           IF WS-POSCOUNT >= 500
               DISPLAY 'MORE THAN 500 TERRITORY/JOB CLASS POSITIONS - '
                   'TABLE CAPACITY EXCEEDED'
               STOP RUN
           END-IF
           ADD 1 TO WS-POSCOUNT
           SET PC TO WS-POSCOUNT
           MOVE WS-POS-TERR TO PosTerr(PC)
           MOVE WS-POS-JOB  TO PosJobClass(PC)
           MOVE 0           TO PosApproved(PC)
           MOVE 0           TO PosFilled(PC).

       CheckOpenSeat.
           PERFORM FindPosition
           MOVE 'Y' TO WS-SEAT-SW
           IF NOT POS-FOUND
               MOVE 'N' TO WS-SEAT-SW
           ELSE
               IF PosFilled(PC) >= PosApproved(PC)
                   MOVE 'N' TO WS-SEAT-SW
               END-IF
           END-IF.

      *    MASTER RECORD JUST WRITTEN/REWRITTEN TAKES ITS SEAT
       TakeSeat.
           IF POSCTL-IN-FORCE AND MstEmpStatus NOT = 'T'
               MOVE MstTerrNum TO WS-POS-TERR
               MOVE MstJobCode TO WS-POS-JOB
               PERFORM FindPosition
               IF NOT POS-FOUND
                   PERFORM AddPositionEntry
               END-IF
               ADD 1 TO PosFilled(PC)
           END-IF.

      *    BEFORE IMAGE GIVES UP THE SEAT IT HELD
       FreeOldSeat.
           IF POSCTL-IN-FORCE AND WS-OLD-STATUS NOT = 'T'
               MOVE WS-OLD-TERRNO  TO WS-POS-TERR
               MOVE WS-OLD-JOBCODE TO WS-POS-JOB
               PERFORM FindPosition
               IF POS-FOUND AND PosFilled(PC) > 0
                   SUBTRACT 1 FROM PosFilled(PC)
               END-IF
           END-IF.

       WriteRejectRecord.
           ADD 1 TO WS-REJCOUNT
           MOVE WS-ACTION         TO RejActionOut
      *    CHANGE - EMPHIST IS NEVER CLEARED, ONLY EXTENDED
       WriteHistoryRecord.
           MOVE WS-EMPNO      TO HistEmpNum
           IF WS-EFFDATE NUMERIC AND WS-EFFDATE NOT = 0
               MOVE WS-EFFDATE TO HistDate
           ELSE
               MOVE WS-RUNDATE TO HistDate
           END-IF
           MOVE 'PROGRAM6'    TO HistProgram
           MOVE WS-ACTION     TO HistAction
           IF ACTION-ADD
       WriteRegisterLine.
           MOVE WS-ACTION TO WS-REG-ACTION
           MOVE WS-EMPNO  TO WS-REG-EMPNO
           IF ACTION-ADD OR NOT TRAN-APPLIED
               MOVE WS-EMPNAME TO WS-REG-NAME
           ELSE
               MOVE WS-OLD-EMPNAME TO WS-REG-NAME
           END-IF
           IF ACTION-ADD OR NOT TRAN-APPLIED
               MOVE SPACE TO WS-REG-OLD-TERR
               MOVE SPACE TO WS-REG-OLD-SAL
               MOVE SPACE TO WS-REG-OLD-JOB
               MOVE WS-OLD-ANSAL   TO WS-REG-OLD-SAL
               MOVE WS-OLD-JOBCODE TO WS-REG-OLD-JOB
           END-IF
           EVALUATE TRUE
               WHEN TRAN-REJECTED OR TRAN-CANCELLED OR ACTION-DELETE
                   MOVE SPACE TO WS-REG-NEW-TERR
                   MOVE SPACE TO WS-REG-NEW-SAL
                   MOVE SPACE TO WS-REG-NEW-JOB
               WHEN TRAN-PENDED
                   MOVE WS-TERRITORYNO TO WS-REG-NEW-TERR
                   MOVE WS-ANSAL       TO WS-REG-NEW-SAL
                   MOVE WS-JOBCODE     TO WS-REG-NEW-JOB
               WHEN OTHER
                   MOVE MstTerrNum  TO WS-REG-NEW-TERR
                   MOVE MstSalary   TO WS-REG-NEW-SAL
                   MOVE MstJobCode  TO WS-REG-NEW-JOB
           END-EVALUATE
           MOVE WS-EFFDATE TO WS-EFF-DISP-DATE
           EVALUATE TRUE
               WHEN TRAN-REJECTED
                   MOVE WS-REJECT-REASON TO WS-REG-DISP
               WHEN TRAN-PENDED
                   MOVE 'PENDING - EFFECTIVE' TO WS-EFF-DISP-TEXT
                   MOVE WS-EFF-DISP TO WS-REG-DISP
               WHEN TRAN-CANCELLED
                   MOVE 'PENDING ITEM CANCELLED' TO WS-REG-DISP
               WHEN ITEM-RELEASED
                   MOVE 'RELEASED - EFFECTIVE' TO WS-EFF-DISP-TEXT
                   MOVE WS-EFF-DISP TO WS-REG-DISP
               WHEN WS-EFFDATE NOT = 0
                   AND WS-EFFDATE NOT = WS-RUNDATE
                   MOVE 'APPLIED - EFFECTIVE' TO WS-EFF-DISP-TEXT
                   MOVE WS-EFF-DISP TO WS-REG-DISP
               WHEN OTHER
                   MOVE 'APPLIED' TO WS-REG-DISP
           END-EVALUATE
           WRITE REGFILE-FILE FROM WS-REG-DETAIL.

      *    PENDING-ITEMS LISTING - EVERY ITEM STILL WAITING PLUS WHAT
      *    HAPPENED TO THE REST THIS RUN, IN EFFECTIVE-DATE ORDER
       PrintPendingListing.
           OPEN OUTPUT PENDRPTFILE.
           IF WS-PENDRPT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN PENDRPT - FILE STATUS '
                   WS-PENDRPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-RUNDATE TO WS-PEND-HDG-DATE
           WRITE PENDRPTFILE-FILE FROM WS-PEND-HEADING1
           WRITE PENDRPTFILE-FILE FROM WS-PEND-HEADING2
           SORT PENDSORTFILE
               ON ASCENDING KEY PendEffDateSort
               ON ASCENDING KEY PendEmpNumSort
               ON ASCENDING KEY PendKeyDateSort
               INPUT PROCEDURE IS SelectPendingItems
               OUTPUT PROCEDURE IS WritePendingListing.
           MOVE WS-LIST-OPEN TO WS-PTOT-OPEN
           MOVE WS-LIST-REL  TO WS-PTOT-REL
           MOVE WS-LIST-REJ  TO WS-PTOT-REJ
           MOVE WS-LIST-CAN  TO WS-PTOT-CAN
           MOVE WS-LIST-REPL TO WS-PTOT-REPL
           WRITE PENDRPTFILE-FILE FROM WS-PEND-TOTALS
           CLOSE PENDRPTFILE.

       SelectPendingItems.
           PERFORM VARYING PX FROM 1 BY 1
               UNTIL PX > WS-PENDITEMCOUNT
               MOVE PendItemEffDate(PX) TO PendEffDateSort
               MOVE PendItemEmpNum(PX)  TO PendEmpNumSort
               MOVE PendItemKeyDate(PX) TO PendKeyDateSort
               MOVE PendItemState(PX)   TO PendStateSort
               MOVE PendItemTran(PX)    TO PendTranSort
               RELEASE PEND-SORT-FILE
           END-PERFORM.

       WritePendingListing.
           MOVE SPACE TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN PENDSORTFILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
               END-RETURN
               IF WS-SORT-EOF NOT = 'Y'
                   PERFORM PrintPendingLine
               END-IF
           END-PERFORM.

       PrintPendingLine.
           MOVE PendTranSort    TO WS-TRAN
           MOVE PendEffDateSort TO WS-PEND-EFF
           MOVE PendKeyDateSort TO WS-PEND-KEYED
           MOVE WS-ACTION       TO WS-PEND-ACTION
           MOVE WS-EMPNO        TO WS-PEND-EMPNO
           MOVE WS-EMPNAME      TO WS-PEND-NAME
           MOVE WS-TERRITORYNO  TO WS-PEND-TERR
           MOVE WS-ANSAL        TO WS-PEND-SAL
           MOVE WS-JOBCODE      TO WS-PEND-JOB
           MOVE WS-STATUS       TO WS-PEND-STAT
           EVALUATE PendStateSort
               WHEN 'P'
                   MOVE 'PENDING'   TO WS-PEND-DISP
                   ADD 1 TO WS-LIST-OPEN
               WHEN 'F'
                   MOVE 'RELEASED'  TO WS-PEND-DISP
                   ADD 1 TO WS-LIST-REL
               WHEN 'J'
                   MOVE 'REJECTED AT RELEASE' TO WS-PEND-DISP
                   ADD 1 TO WS-LIST-REJ
               WHEN 'X'
                   MOVE 'CANCELLED' TO WS-PEND-DISP
                   ADD 1 TO WS-LIST-CAN
               WHEN 'R'
                   MOVE 'REPLACED'  TO WS-PEND-DISP
                   ADD 1 TO WS-LIST-REPL
           END-EVALUATE
           WRITE PENDRPTFILE-FILE FROM WS-PEND-DETAIL.

       END PROGRAM Program6.
