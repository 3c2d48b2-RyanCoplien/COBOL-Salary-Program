           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-YTD-STATUS.
           SELECT HOLDFILE ASSIGN TO "PAYHOLD"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HOLD-STATUS.
           SELECT RUNCTLFILE ASSIGN TO "RUNCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OVR-STATUS.
           SELECT PARTFILE ASSIGN TO "SALPART"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PART-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 JC-NAME-IN            PIC X(20).
           05 JC-LOW-IN             PIC 9(6).
           05 JC-HIGH-IN            PIC 9(6).
           05 JC-EFF-FROM-IN        PIC 9(8).
           05 JC-EFF-TO-IN          PIC 9(8).

       FD TERRREFFILE.
       01 TERRREFFILE-FILE.
           05 TR-NAME-IN            PIC X(20).
           05 TR-REGION-IN          PIC 9.
           05 TR-REGION-NAME-IN     PIC X(20).
           05 TR-EFF-FROM-IN        PIC 9(8).
           05 TR-EFF-TO-IN          PIC 9(8).

       FD BONUSPLANFILE.
       01 BONUSPLANFILE-FILE.
           05 BP-RATE-IN            PIC 9V999.
           05 BP-CAP-IN             PIC 9(6).
           05 BP-MINSVC-IN          PIC 99.
           05 BP-EFF-FROM-IN        PIC 9(8).
           05 BP-EFF-TO-IN          PIC 9(8).

       FD REVIEWFILE.
       01 REVIEWFILE-FILE.
           05 YtdPriorIn            PIC 9(8)V99.
           05 YtdAdjIn              PIC S9(8)V99
                                    SIGN LEADING SEPARATE.
           05 YtdHeldIn             PIC S9(8)V99
                                    SIGN LEADING SEPARATE.

      *    PAYMENTS PROGRAM10 PULLED OUT OF PAYFEED - ONLY READ HERE TO
      *    FIND THE APPROVALS RELEASED IN THE OPEN CYCLE
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

       FD RUNCTLFILE.
       01 RUNCTLFILE-FILE.
           05 CkptRecType           PIC X.
           05 CkptRecBody           PIC X(262).

      *    A PARTITION RUN HANDS ITS ACCUMULATORS TO PROGRAM26 IN THE
      *    CHECKPOINT RECORD LAYOUTS - ONE HEADER, THEN THE JOB CLASS,
      *    TERRITORY AND YTD BONUS ROWS FOR ITS KEY RANGE
       FD PARTFILE.
       01 PARTFILE-REC.
           05 PartRecType           PIC X.
           05 PartRecBody           PIC X(262).

       SD SORTFILE.
       01 SORT-FILE.
           05 JobClassSort           PIC 9(2).
               88 BONUSPLAN-FOUND VALUE 'Y'.
               88 BONUSPLAN-NONE  VALUE 'N'.

       01 WS-EFFECTIVE.
           05 WS-EFF-FROM         PIC 9(8).
           05 WS-EFF-FROM-X REDEFINES WS-EFF-FROM PIC X(8).
           05 WS-EFF-TO           PIC 9(8).
           05 WS-EFF-TO-X REDEFINES WS-EFF-TO     PIC X(8).
           05 WS-IN-FORCE-SW      PIC X.
               88 ROW-IN-FORCE    VALUE 'Y'.

       01 WS-RUNPARM.
           05 WS-SCOPE            PIC X VALUE 'F'.
               88 SCOPE-FULL      VALUE 'F' SPACE.
               88 SCOPE-TERR      VALUE 'T'.
               88 SCOPE-JOB       VALUE 'J'.
               88 SCOPE-RANGE     VALUE 'R' 'P'.
               88 SCOPE-PARTITION VALUE 'P'.
           05 WS-PARM-BODY        PIC X(25) VALUE SPACE.
           05 WS-PARM-LIST REDEFINES WS-PARM-BODY.
               10 WS-PARM-VALUE OCCURS 5 TIMES PIC XX.
       01 WS-TERRFILE-STATUS       PIC XX.
       01 WS-YTD-STATUS            PIC XX.
       01 WS-YTD-EOF               PIC X.
       01 WS-HOLD-STATUS           PIC XX.
       01 WS-HOLD-EOF              PIC X.
       01 WS-PART-STATUS           PIC XX.

       01 WS-RUNCTL-CONTROL.
           05 WS-RUNCTL-STATUS    PIC XX.
           05 CkptYtdAdj           PIC S9(8)V99
                                   SIGN LEADING SEPARATE.

       01 WS-PART-HDR.
           05 PartCycleDate        PIC 9(8).
           05 PartLowKey           PIC 9(5).
           05 PartHighKey          PIC 9(5).
           05 PartRunEmp           PIC 9(4).
           05 PartRunSal           PIC 9(7).
           05 PartRunBonus         PIC 9(8)V99.
           05 PartRunActive        PIC 9(4).
           05 PartRunLeave         PIC 9(4).
           05 PartRunTerm          PIC 9(4).
           05 PartRunAnnual        PIC 9(4).
           05 PartRunMonthly       PIC 9(4).
           05 PartRunHourly        PIC 9(4).
           05 PartJobCount         PIC 9(2).
           05 PartTerrCount        PIC 9(2).
           05 PartYtdCount         PIC 9(4).

       01 WS-BONUS-BUFFER.
           05 WS-BONUS-BUF-COUNT   PIC 9(4) COMP VALUE 0.
           05 WS-BONUS-BUF-ROW OCCURS 50 TIMES INDEXED BY BB.
           02 YtdOtherEntry
               OCCURS 1 TO 1000 TIMES DEPENDING ON WS-YTDOTHERCOUNT
               INDEXED BY YO.
               03 YtdOtherRow       PIC X(59).

      *    EARLIER CYCLES' HOLDS APPROVED AND RELEASED IN THE OPEN
      *    CYCLE.  PROGRAM25 ADDED THEM TO THE AMOUNT AFTER THIS STEP
      *    STAMPED THE ROW, SO A SAME-CYCLE RERUN MUST ADD THEM BACK -
      *    THE CASH HAS ALREADY GONE OUT ON PAYSUPP
       01 ReleaseTable.
           02 WS-RELCOUNT          PIC 9(3) COMP VALUE 0.
           02 ReleaseEntry
               OCCURS 1 TO 500 TIMES DEPENDING ON WS-RELCOUNT
               INDEXED BY RL.
               03 RelTabEmpNum      PIC 9(5).
               03 RelTabAmount      PIC 9(7)V99.

       01 WS-REL-HOLD-CYCLE        PIC 9(8).
       01 WS-REL-HOLD-CYCLE-X REDEFINES WS-REL-HOLD-CYCLE.
           05 WS-REL-HOLD-YYYY     PIC 9(4).
           05 WS-REL-HOLD-MMDD     PIC 9(4).

       01 TerritoryTable.
           02 WS-TERRCOUNT         PIC 9(2) COMP VALUE 0.
               STOP RUN
           END-IF
           ACCEPT WS-RUNDATE FROM DATE YYYYMMDD
           PERFORM LoadRunParm
           PERFORM CheckRunControl
           IF SCOPE-FULL
               PERFORM LoadControlTotals
           END-IF
           PERFORM LoadJobClassTable
           PERFORM LoadTerrRefTable
           PERFORM LoadBonusPlanTable
           PERFORM LoadHoldReleases
           PERFORM LoadYtdBonusTable
           PERFORM InitJobTotals
           PERFORM TryRestart
           MOVE WS-POP-RECORD TO TERRFILE-FILE
           WRITE TERRFILE-FILE
           CLOSE TERRFILE.
           IF SCOPE-PARTITION
               PERFORM WritePartitionTotals
           ELSE
               PERFORM WriteAuditRecord
               PERFORM RewriteYtdFile
           END-IF
           PERFORM ClearCheckpoint.
           IF NOT SCOPE-PARTITION
               PERFORM MarkRunComplete
           END-IF
           STOP RUN.

      *    RUN-SEQUENCE CONTROL - PROGRAM6 MUST HAVE COMPLETED THE
      *    STAMPED ON ITS OWN RECORD, NOT THIS PROGRAM'S CLOCK, SO A
      *    FLOW THAT CROSSES MIDNIGHT STILL HANGS TOGETHER.  AN OWN
      *    'S' STATE FOR THE CYCLE IS A CHECKPOINT RESTART CANDIDATE,
      *    NOT AN OUT-OF-ORDER START.  PARTITIONS RUN SIDE BY SIDE, SO
      *    A PARTITION ONLY CHECKS RUNCTL - PROGRAM26 OWNS THE PROGRAM5
      *    STEP AND STAMPS IT WHEN IT MERGES THE PARTITIONS
       CheckRunControl.
           PERFORM LoadRunControl
           MOVE RcTabCycle(1) TO WS-CYCLE-DATE
                   STOP RUN
               END-IF
           END-IF
           IF NOT SCOPE-PARTITION
               PERFORM StartRunControl
           END-IF.

       StartRunControl.
           IF RcTabCycle(WS-MY-SEQ) = WS-CYCLE-DATE
               AND RcTabState(WS-MY-SEQ) = 'S'
               DISPLAY 'RUN CONTROL: PRIOR ' WS-MY-PROGRAM ' RUN '
           IF NOT SCOPE-FULL AND NOT SCOPE-TERR
               AND NOT SCOPE-JOB AND NOT SCOPE-RANGE
               DISPLAY 'RUNPARM SCOPE CODE ' WS-SCOPE
                   ' IS NOT F, T, J, R OR P - RUN ABORTED'
               STOP RUN
           END-IF
           IF SCOPE-RANGE

       BuildScopeRecord.
           EVALUATE TRUE
               WHEN SCOPE-PARTITION
                   MOVE 'P'           TO WS-SCOPE-CODE-OUT
                   MOVE 'PARTITION'   TO WS-SCOPE-DET-LABEL
                   MOVE WS-PARM-BODY  TO WS-SCOPE-DET-VALUES
               WHEN SCOPE-TERR
                   MOVE 'T'           TO WS-SCOPE-CODE-OUT
                   MOVE 'TERRITORIES' TO WS-SCOPE-DET-LABEL
               CLOSE AUDITFILE
           END-IF.

      *    REFERENCE ROWS ARE EFFECTIVE-DATED AND NEVER OVERWRITTEN -
      *    A NEW RANGE, RATE OR REGION IS A NEW ROW AND THE OLD ROW IS
      *    CLOSED WITH AN EFFECTIVE-TO DATE.  ONLY THE VERSION IN FORCE
      *    ON THE CYCLE DATE IS LOADED, SO A RERUN OF A PRIOR CYCLE
      *    USES THE RULES THAT APPLIED AT THE TIME.  A BLANK OR ZERO
      *    FROM DATE IS IN FORCE FROM THE BEGINNING, A BLANK OR ZERO
      *    TO DATE IS OPEN-ENDED
       LoadJobClassTable.
           MOVE SPACE TO WS-JC-EOF.
           OPEN INPUT JOBCLASSFILE.
                   READ JOBCLASSFILE
                       AT END MOVE 'Y' TO WS-JC-EOF
                       NOT AT END
                           MOVE JC-EFF-FROM-IN TO WS-EFF-FROM-X
                           MOVE JC-EFF-TO-IN   TO WS-EFF-TO-X
                           PERFORM CheckRowInForce
                           IF ROW-IN-FORCE
                               PERFORM AddJobClassRow
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE JOBCLASSFILE.

       AddJobClassRow.
           IF WS-JOBCOUNT >= 20
               DISPLAY
                   'JOBCLASS.DAT HAS MORE THAN 20 JOB '
                   'CLASSES - TABLE CAPACITY EXCEEDED'
               CLOSE JOBCLASSFILE
               STOP RUN
           END-IF
           IF JC-NUMBER-IN = 99
               DISPLAY
                   'JOB CLASS 99 IS RESERVED FOR THE '
                   'TERRITORY REPORT TOTAL LINE - '
                   'CHOOSE A DIFFERENT CODE IN '
                   'JOBCLASS.DAT'
               CLOSE JOBCLASSFILE
               STOP RUN
           END-IF
           SET I TO 1.
           SEARCH JobClassDetails
               AT END CONTINUE
               WHEN JobNumber(I) = JC-NUMBER-IN
                   DISPLAY 'JOBCLASS.DAT HAS TWO ROWS IN FORCE FOR '
                       'CLASS ' JC-NUMBER-IN ' ON ' WS-CYCLE-DATE
                       ' - CLOSE THE OLD ROW BEFORE RERUNNING'
                   CLOSE JOBCLASSFILE
                   STOP RUN
           END-SEARCH
           ADD 1 TO WS-JOBCOUNT
           SET I TO WS-JOBCOUNT
           MOVE JC-NUMBER-IN TO JobNumber(I)
           MOVE JC-NAME-IN   TO JobName(I)
           MOVE JC-LOW-IN    TO JobLowRange(I)
           MOVE JC-HIGH-IN   TO JobHighRange(I).

       LoadTerrRefTable.
           PERFORM VARYING RG FROM 1 BY 1 UNTIL RG > 10
               MOVE SPACE TO RegionNameTab(RG)
                   READ TERRREFFILE
                       AT END MOVE 'Y' TO WS-TR-EOF
                       NOT AT END
                           MOVE TR-EFF-FROM-IN TO WS-EFF-FROM-X
                           MOVE TR-EFF-TO-IN   TO WS-EFF-TO-X
                           PERFORM CheckRowInForce
                           IF ROW-IN-FORCE
                               PERFORM AddTerrRefRow
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE TERRREFFILE.

       AddTerrRefRow.
           IF WS-TERRREFCOUNT >= 50
               DISPLAY
                   'TERRREF HAS MORE THAN 50 '
                   'TERRITORIES - TABLE CAPACITY '
                   'EXCEEDED'
               CLOSE TERRREFFILE
               STOP RUN
           END-IF
           IF TR-NUMBER-IN = 99
               DISPLAY
                   'TERRITORY 99 IS RESERVED FOR THE '
                   'REGION ROLLUP LINES - CHOOSE A '
                   'DIFFERENT NUMBER IN TERRREF'
               CLOSE TERRREFFILE
               STOP RUN
           END-IF
           IF TR-REGION-IN = 0
               DISPLAY
                   'REGION CODE 0 IS RESERVED FOR '
                   'TERRITORIES NOT ON TERRREF - '
                   'CHOOSE A DIFFERENT CODE IN '
                   'TERRREF'
               CLOSE TERRREFFILE
               STOP RUN
           END-IF
           SET TR TO 1.
           SEARCH TerrRefDetails
               AT END CONTINUE
               WHEN TerrRefNumber(TR) = TR-NUMBER-IN
                   DISPLAY 'TERRREF HAS TWO ROWS IN FORCE FOR '
                       'TERRITORY ' TR-NUMBER-IN ' ON ' WS-CYCLE-DATE
                       ' - CLOSE THE OLD ROW BEFORE RERUNNING'
                   CLOSE TERRREFFILE
                   STOP RUN
           END-SEARCH
           ADD 1 TO WS-TERRREFCOUNT
           SET TR TO WS-TERRREFCOUNT
           MOVE TR-NUMBER-IN TO TerrRefNumber(TR)
           MOVE TR-NAME-IN   TO TerrRefName(TR)
           MOVE TR-REGION-IN TO TerrRefRegion(TR)
           MOVE TR-REGION-NAME-IN
               TO RegionNameTab(TR-REGION-IN + 1).

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

      *    BONUSYTD REMEMBERS WHAT EACH EMPLOYEE WAS ALREADY PAID THIS
      *    YEAR SO THE PLAN CAP HOLDS ACROSS SEVERAL RUNS - ROWS FROM
      *    ANOTHER YEAR ARE HELD ASIDE AND REWRITTEN UNCHANGED SO A
                                   TO YtdTabAmount(YX)
                               MOVE YtdPriorIn TO YtdTabPrior(YX)
                               MOVE YtdAdjIn   TO YtdTabAdj(YX)
                               PERFORM AddBackReleases
                           ELSE
                               MOVE YtdAmountIn TO YtdTabAmount(YX)
                               MOVE YtdAmountIn TO YtdTabPrior(YX)
               CLOSE YTDFILE
           END-IF.

      *    AN APPROVAL IS CREDITED TO THE HOLD YEAR'S ROW, SO ONLY
      *    HOLDS FROM THIS YEAR COUNT.  A HOLD FROM THE OPEN CYCLE IS
      *    LEFT ALONE - THE RERUN PAYS IT AGAIN IN FULL AND PROGRAM10
      *    DOES NOT PULL AN APPROVED HOLD A SECOND TIME
       LoadHoldReleases.
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
                       MOVE PayHoldCycle TO WS-REL-HOLD-CYCLE
                       IF PayHoldState = 'A'
                           AND PayHoldRelCycle = WS-CYCLE-DATE
                           AND PayHoldCycle < WS-CYCLE-DATE
                           AND WS-REL-HOLD-YYYY = WS-CYC-YYYY
                           PERFORM AddHoldRelease
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HOLD-STATUS = '00' OR WS-HOLD-STATUS = '10'
               CLOSE HOLDFILE
           END-IF.

       AddHoldRelease.
           IF WS-RELCOUNT >= 500
               DISPLAY 'PAYHOLD HAS MORE THAN 500 RELEASES THIS '
                   'CYCLE - TABLE CAPACITY EXCEEDED'
               CLOSE HOLDFILE
               STOP RUN
           END-IF
           ADD 1 TO WS-RELCOUNT
           SET RL TO WS-RELCOUNT
           MOVE PayHoldEmpNum TO RelTabEmpNum(RL)
           COMPUTE RelTabAmount(RL) = PayHoldAmountCents / 100.

      *    NOT PARKED IN THE ADJ COLUMN - PROGRAM18 BACKS THAT OUT ON
      *    A RERUN OF ITS OWN
       AddBackReleases.
           PERFORM VARYING RL FROM 1 BY 1 UNTIL RL > WS-RELCOUNT
               IF RelTabEmpNum(RL) = YtdTabEmpNum(YX)
                   ADD RelTabAmount(RL) TO YtdTabAmount(YX)
               END-IF
           END-PERFORM.

       FindOrAddYtd.
           SET YX TO 1.
           SEARCH YtdEntry

      *    THE FILE IS ONLY REWRITTEN AFTER A CLEAN END OF RUN - THE
      *    IN-FLIGHT TABLE RIDES THE CHECKPOINT SO AN ABORTED RUN
      *    CANNOT DOUBLE-COUNT A BONUS INTO THE YEAR-TO-DATE TOTALS.
      *    THE HELD COLUMN STARTS THE CYCLE AT ZERO - PROGRAM10 BACKS
      *    OUT ANY PAYMENT IT PULLS ONTO PAYHOLD AND RECORDS IT THERE
       RewriteYtdFile.
           OPEN OUTPUT YTDFILE.
           IF WS-YTD-STATUS NOT = '00'
               MOVE WS-CYCLE-DATE    TO YtdAsOfIn
               MOVE YtdTabPrior(YX)  TO YtdPriorIn
               MOVE YtdTabAdj(YX)    TO YtdAdjIn
               MOVE 0                TO YtdHeldIn
               WRITE YTDFILE-FILE
           END-PERFORM
           CLOSE YTDFILE.
           OPEN OUTPUT CHECKFILE.
           CLOSE CHECKFILE.

      *    THE PARTITION'S SHARE OF THE CYCLE - RUN TOTALS, THE RAW JOB
      *    CLASS AND TERRITORY ACCUMULATORS (AVERAGES CANNOT BE ADDED
      *    BACK TOGETHER, COUNTS AND TOTALS CAN) AND THE YTD BONUS ROWS
      *    FOR ITS OWN EMPLOYEES.  BONUSYTD ITSELF IS LEFT FOR PROGRAM26
      *    TO REWRITE ONCE FOR THE WHOLE POPULATION
       WritePartitionTotals.
           OPEN OUTPUT PARTFILE.
           IF WS-PART-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN SALPART - FILE STATUS '
                   WS-PART-STATUS
               STOP RUN
           END-IF
           MOVE 0 TO PartYtdCount
           PERFORM VARYING YX FROM 1 BY 1 UNTIL YX > WS-YTDCOUNT
               IF YtdTabEmpNum(YX) NOT < WS-PARM-LOWKEY
                   AND YtdTabEmpNum(YX) NOT > WS-PARM-HIGHKEY
                   ADD 1 TO PartYtdCount
               END-IF
           END-PERFORM
           MOVE WS-CYCLE-DATE   TO PartCycleDate
           MOVE WS-PARM-LOWKEY  TO PartLowKey
           MOVE WS-PARM-HIGHKEY TO PartHighKey
           MOVE WS-RUNEMP       TO PartRunEmp
           MOVE WS-RUNSAL       TO PartRunSal
           MOVE WS-RUNBONUS     TO PartRunBonus
           MOVE WS-RUNACTIVE    TO PartRunActive
           MOVE WS-RUNLEAVE     TO PartRunLeave
           MOVE WS-RUNTERM      TO PartRunTerm
           MOVE WS-RUNANNUAL    TO PartRunAnnual
           MOVE WS-RUNMONTHLY   TO PartRunMonthly
           MOVE WS-RUNHOURLY    TO PartRunHourly
           MOVE WS-JOBCOUNT     TO PartJobCount
           MOVE WS-TERRCOUNT    TO PartTerrCount
           MOVE 'H'             TO PartRecType
           MOVE WS-PART-HDR     TO PartRecBody
           WRITE PARTFILE-REC
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-JOBCOUNT
               SET I TO WS-K
               MOVE JobNumber(I)   TO CkptJobNumber
               MOVE JobName(I)     TO CkptJobName
               MOVE JobCount(I)    TO CkptJobRecCount
               MOVE JobTotalSal(I) TO CkptJobRecTotal
               MOVE JobLowSal(I)   TO CkptJobRecLow
               MOVE JobHighSal(I)  TO CkptJobRecHigh
               MOVE 'J'            TO PartRecType
               MOVE WS-CKPT-JOB    TO PartRecBody
               WRITE PARTFILE-REC
           END-PERFORM
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TERRCOUNT
               MOVE TerrNumber(T) TO CkptTerrNumber
               PERFORM VARYING TJ2 FROM 1 BY 1 UNTIL TJ2 > 20
                   MOVE 0 TO CkptTerrJCCount(TJ2)
                   MOVE 0 TO CkptTerrJCTotal(TJ2)
               END-PERFORM
               PERFORM VARYING TJ2 FROM 1 BY 1
                   UNTIL TJ2 > WS-JOBCOUNT
                   MOVE TerrJCCount(T, TJ2) TO CkptTerrJCCount(TJ2)
                   MOVE TerrJCTotal(T, TJ2) TO CkptTerrJCTotal(TJ2)
               END-PERFORM
               MOVE 'T'           TO PartRecType
               MOVE WS-CKPT-TERR  TO PartRecBody
               WRITE PARTFILE-REC
           END-PERFORM
           PERFORM VARYING YX FROM 1 BY 1 UNTIL YX > WS-YTDCOUNT
               IF YtdTabEmpNum(YX) NOT < WS-PARM-LOWKEY
                   AND YtdTabEmpNum(YX) NOT > WS-PARM-HIGHKEY
                   MOVE YtdTabEmpNum(YX) TO CkptYtdEmpNum
                   MOVE YtdTabAmount(YX) TO CkptYtdAmount
                   MOVE YtdTabPrior(YX)  TO CkptYtdPrior
                   MOVE YtdTabAdj(YX)    TO CkptYtdAdj
                   MOVE 'Y'           TO PartRecType
                   MOVE WS-CKPT-YTD   TO PartRecBody
                   WRITE PARTFILE-REC
               END-IF
           END-PERFORM
           CLOSE PARTFILE.
           DISPLAY 'PARTITION ' WS-PARM-LOWKEY '-' WS-PARM-HIGHKEY
               ' COMPLETE - ' WS-RUNEMP ' EMPLOYEES, SALPART WRITTEN '
               'FOR PROGRAM26'.

       CheckJobClass.
           SET I TO 1.
           MOVE 'Y' TO WS-JOBCLASS-SW.
