           05 BP-RATE-IN            PIC 9V999.
           05 BP-CAP-IN             PIC 9(6).
           05 BP-MINSVC-IN          PIC 99.
           05 BP-EFF-FROM-IN        PIC 9(8).
           05 BP-EFF-TO-IN          PIC 9(8).

       FD YTDFILE.
       01 YTDFILE-FILE.
           05 YtdPriorIn            PIC 9(8)V99.
           05 YtdAdjIn              PIC S9(8)V99
                                    SIGN LEADING SEPARATE.
           05 YtdHeldIn             PIC S9(8)V99
                                    SIGN LEADING SEPARATE.

       FD BATCHFILE.
       01 BATCHFILE-FILE.
       FD ADJFILE.
       01 ADJFILE-FILE.
           05 AdjRecType            PIC X.
           05 AdjRecBody            PIC X(28).

       FD RUNCTLFILE.
       01 RUNCTLFILE-FILE.

       01 WS-BATCHNO               PIC 9(6).

      *    THE HEADER CARRIES THE CYCLE THE BATCH WAS RELEASED FOR AS
      *    WELL AS THE RUN DATE - THE DELTAS LAND IN THAT CYCLE'S YEAR
      *    OF BONUSYTD, WHATEVER THE CLOCK SAID WHEN THE STEP RAN
       01 WS-ADJ-HEADER.
           05 HdrRunDate           PIC 9(8).
           05 HdrBatchNo           PIC 9(6).
           05 HdrCycleDate         PIC 9(8).
           05 FILLER               PIC X(6) VALUE SPACE.

       01 WS-ADJ-DETAIL.
           05 DtlEmpNum            PIC 9(5).
           05 DtlSign              PIC X.
           05 DtlAmountCents       PIC 9(9).
           05 FILLER               PIC X(13) VALUE SPACE.

       01 WS-ADJ-TRAILER.
           05 TrlRecCount          PIC 9(6).
           05 TrlHashTotal         PIC 9(12).
           05 FILLER               PIC X(10) VALUE SPACE.

       01 WS-EXPECTED.
           05 WS-EXP-COUNT        PIC 9(6)  VALUE 0.
               88 FREQ-MONTHLY    VALUE 'M'.
               88 FREQ-HOURLY     VALUE 'H'.

       01 WS-EFFECTIVE.
           05 WS-EFF-FROM         PIC 9(8).
           05 WS-EFF-FROM-X REDEFINES WS-EFF-FROM PIC X(8).
           05 WS-EFF-TO           PIC 9(8).
           05 WS-EFF-TO-X REDEFINES WS-EFF-TO     PIC X(8).
           05 WS-IN-FORCE-SW      PIC X.
               88 ROW-IN-FORCE    VALUE 'Y'.

       01 BonusPlanTable.
           02 WS-PLANCOUNT         PIC 9(2) COMP VALUE 0.
           02 BonusPlanDetails
               03 YtdTabPrior       PIC 9(8)V99.
               03 YtdTabAsOf        PIC 9(8).
               03 YtdTabAdj         PIC S9(8)V99.
               03 YtdTabHeld        PIC S9(8)V99.

      *    ROWS FROM ANOTHER YEAR TAKE NO PART IN THE CAP TEST BUT
      *    ARE CARRIED THROUGH THE REWRITE UNTOUCHED UNTIL THE
           02 YtdOtherEntry
               OCCURS 1 TO 1000 TIMES DEPENDING ON WS-YTDOTHERCOUNT
               INDEXED BY YO.
               03 YtdOtherRow       PIC X(59).

       01 WS-YTD-KEY               PIC 9(5).
       01 WS-YTD-RESTORE           PIC S9(9)V99.
           END-IF
           ADD 1 TO WS-BATCHNO.

      *    THE RETRO IS PRICED ON THE PLAN ROW IN FORCE FOR THE OPEN
      *    CYCLE, NOT WHATEVER RATE BONUSPLAN CARRIES TODAY - SEE
      *    PROGRAM5 FOR THE EFFECTIVE-DATE RULES
       LoadBonusPlanTable.
           MOVE SPACE TO WS-BP-EOF.
           OPEN INPUT BONUSPLANFILE.
               READ BONUSPLANFILE
                   AT END MOVE 'Y' TO WS-BP-EOF
                   NOT AT END
                       MOVE BP-EFF-FROM-IN TO WS-EFF-FROM-X
                       MOVE BP-EFF-TO-IN   TO WS-EFF-TO-X
                       PERFORM CheckRowInForce
                       IF ROW-IN-FORCE
                           PERFORM AddBonusPlanRow
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BONUSPLANFILE.

       AddBonusPlanRow.
           IF WS-PLANCOUNT >= 20
               DISPLAY
                   'BONUSPLAN HAS MORE THAN 20 PLAN '
                   'ROWS - TABLE CAPACITY EXCEEDED'
               CLOSE BONUSPLANFILE
               STOP RUN
           END-IF
           SET BP2 TO 1.
           SEARCH BonusPlanDetails
               AT END CONTINUE
               WHEN PlanJobClass(BP2) = BP-JOBCLASS-IN
                   DISPLAY 'BONUSPLAN HAS TWO ROWS IN FORCE FOR '
                       'CLASS ' BP-JOBCLASS-IN ' ON ' WS-CYCLE-DATE
                       ' - CLOSE THE OLD ROW BEFORE RERUNNING'
                   CLOSE BONUSPLANFILE
                   STOP RUN
           END-SEARCH
           ADD 1 TO WS-PLANCOUNT
           SET BP2 TO WS-PLANCOUNT
           MOVE BP-JOBCLASS-IN TO PlanJobClass(BP2)
           MOVE BP-RATE-IN     TO PlanRate(BP2)
           MOVE BP-CAP-IN      TO PlanCap(BP2)
           MOVE BP-MINSVC-IN   TO PlanMinSvc(BP2).

       CheckRowInForce.
           MOVE 'N' TO WS-IN-FORCE-SW
           IF WS-EFF-FROM-X NOT NUMERIC
               MOVE 0 TO WS-EFF-FROM
           END-IF
           IF WS-EFF-TO-X NOT NUMERIC OR WS-EFF-TO = 0
               MOVE 99999999 TO WS-EFF-TO
           END-IF
           IF WS-EFF-FROM NOT > WS-CYCLE-DATE
               AND WS-EFF-TO NOT < WS-CYCLE-DATE
               MOVE 'Y' TO WS-IN-FORCE-SW
           END-IF.

       LoadYtdBonusTable.
           MOVE SPACE TO WS-YTD-EOF.
           OPEN INPUT YTDFILE.
                           MOVE YtdPriorIn  TO YtdTabPrior(YX)
                           MOVE YtdAsOfIn   TO YtdTabAsOf(YX)
                           MOVE 0           TO YtdTabAdj(YX)
                           IF YtdHeldIn NUMERIC
                               MOVE YtdHeldIn TO YtdTabHeld(YX)
                           ELSE
                               MOVE 0         TO YtdTabHeld(YX)
                           END-IF
      *    A ROW ALREADY CARRYING AN ADJUSTMENT DELTA FOR THE OPEN
      *    CYCLE IS A SANCTIONED RERUN - BACK THAT DELTA OUT SO THE
      *    REPLACEMENT BATCH RECOMPUTES FROM THE SAME BASE AND
           IF YtdTabAsOf(YX) NOT = WS-CYCLE-DATE
               MOVE YtdTabAmount(YX) TO YtdTabPrior(YX)
               MOVE WS-CYCLE-DATE    TO YtdTabAsOf(YX)
               MOVE 0                TO YtdTabHeld(YX)
           END-IF
           IF WS-DIFF-BONUS < 0
               AND YtdTabAmount(YX) < (0 - WS-DIFF-BONUS)
                   MOVE 0          TO YtdTabPrior(YX)
                   MOVE WS-CYCLE-DATE TO YtdTabAsOf(YX)
                   MOVE 0          TO YtdTabAdj(YX)
                   MOVE 0          TO YtdTabHeld(YX)
               WHEN YtdTabEmpNum(YX) = WS-YTD-KEY
                   CONTINUE
           END-SEARCH.
           END-IF
           MOVE WS-RUNDATE TO HdrRunDate
           MOVE WS-BATCHNO TO HdrBatchNo
           MOVE WS-CYCLE-DATE TO HdrCycleDate
           MOVE 'H'           TO AdjRecType
           MOVE WS-ADJ-HEADER TO AdjRecBody
           WRITE ADJFILE-FILE
               MOVE YtdTabAsOf(YX)   TO YtdAsOfIn
               MOVE YtdTabPrior(YX)  TO YtdPriorIn
               MOVE YtdTabAdj(YX)    TO YtdAdjIn
               MOVE YtdTabHeld(YX)   TO YtdHeldIn
               WRITE YTDFILE-FILE
           END-PERFORM
           CLOSE YTDFILE.
