       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program26.
       AUTHOR. Ryan Coplien
       DATE-WRITTEN. 10/15/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTLFILE ASSIGN TO "RUNCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT OVERRIDEFILE ASSIGN TO "RUNCTLOV"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OVR-STATUS.
           SELECT CONTROLFILE ASSIGN TO "EMPCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.
           SELECT TERRREFFILE ASSIGN TO "TERRREF"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERRREF-STATUS.
           SELECT PARTFILE ASSIGN TO "SALPART"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PART-STATUS.
           SELECT BONUSPARTFILE ASSIGN TO "BONUSPART"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BONUSPART-STATUS.
           SELECT EXCPTPARTFILE ASSIGN TO "EXCPTPART"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EXCPTPART-STATUS.
           SELECT REVWPARTFILE ASSIGN TO "REVWPART"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REVWPART-STATUS.
           SELECT STATPARTFILE ASSIGN TO "STATPART"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATPART-STATUS.
           SELECT OUTFILE ASSIGN TO "SALOUT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OUTFILE-STATUS.
           SELECT TERRFILE ASSIGN TO "TERROUT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TERRFILE-STATUS.
           SELECT BONUSFILE ASSIGN TO "BONUSOUT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BONUS-STATUS.
           SELECT EXCEPTFILE ASSIGN TO "JCEXCEPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EXCEPT-STATUS.
           SELECT REVIEWFILE ASSIGN TO "SALCHECK"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REVIEW-STATUS.
           SELECT STATFILE ASSIGN TO "STATREG"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-STATUS.
           SELECT AUDITFILE ASSIGN TO "SALAUDIT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
           SELECT HOLDFILE ASSIGN TO "PAYHOLD"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HOLD-STATUS.
           SELECT YTDFILE ASSIGN TO "BONUSYTD"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-YTD-STATUS.
           SELECT SORTFILE ASSIGN TO "SALSORT".
           SELECT TERRSORTFILE ASSIGN TO "TERRSORT".
           SELECT BONUSSORTFILE ASSIGN TO "BONUSSORT".
           SELECT EXCPTSORTFILE ASSIGN TO "EXCPTSORT".
           SELECT REVWSORTFILE ASSIGN TO "REVWSORT".
           SELECT STATSORTFILE ASSIGN TO "STATSORT".

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

       FD OVERRIDEFILE.
       01 OVERRIDEFILE-FILE.
           05 OvProgram           PIC X(9).
           05 OvDate              PIC 9(8).

       FD CONTROLFILE.
       01 CONTROLFILE-FILE.
           05 CtlExpEmpIn           PIC 9(4).
           05 CtlExpSalIn           PIC 9(7).

       FD TERRREFFILE.
       01 TERRREFFILE-FILE.
           05 TR-NUMBER-IN          PIC 99.
           05 TR-NAME-IN            PIC X(20).
           05 TR-REGION-IN          PIC 9.
           05 TR-REGION-NAME-IN     PIC X(20).
           05 TR-EFF-FROM-IN        PIC 9(8).
           05 TR-EFF-TO-IN          PIC 9(8).

      *    EACH PARTITION INPUT IS EVERY PARTITION RUN'S OWN FILE
      *    CONCATENATED INTO ONE - SALPART FROM EACH PROGRAM5 RUN WITH
      *    RUNPARM SCOPE P, AND LIKEWISE THEIR BONUSOUT, JCEXCEPT,
      *    SALCHECK AND STATREG.  THE ORDER OF THE PARTITIONS DOES NOT
      *    MATTER - EVERYTHING IS RE-SORTED
       FD PARTFILE.
       01 PARTFILE-REC.
           05 PartRecType           PIC X.
           05 PartRecBody           PIC X(262).

       FD BONUSPARTFILE.
       01 BONUSPARTFILE-FILE.
           05 BonusEmpNumIn         PIC 9(5).
           05 BonusEmpNameIn        PIC X(20).
           05 BonusJobCodeIn        PIC 9(2).
           05 BonusAmtIn            PIC 9(6)V99.
           05 BonusPlanIn           PIC 9(2).
           05 BonusRateIn           PIC 9V999.

       FD EXCPTPARTFILE.
       01 EXCPTPARTFILE-FILE        PIC X(30).

       FD REVWPARTFILE.
       01 REVWPARTFILE-FILE         PIC X(25).

       FD STATPARTFILE.
       01 STATPARTFILE-FILE         PIC X(40).

       FD OUTFILE.
       01 OUTFILE-FILE.
           05 JobClassOut           PIC 9(2).
           05 JobClassNameOut       PIC X(20).
           05 SalAvgOut             PIC 9(6)V99.
           05 LowSalOut             PIC 9(6).
           05 HighSalOut            PIC 9(6).

       FD TERRFILE.
       01 TERRFILE-FILE.
           05 TerrNumOut            PIC 9(2).
           05 TerrNameOut           PIC X(20).
           05 TerrJobClassOut       PIC 9(2).
           05 TerrJobNameOut        PIC X(20).
           05 TerrHeadcountOut      PIC 9(4).
           05 TerrTotalSalOut       PIC 9(9).
           05 TerrAvgSalOut         PIC 9(6)V99.

       FD BONUSFILE.
       01 BONUSFILE-FILE            PIC X(41).

       FD EXCEPTFILE.
       01 EXCEPTFILE-FILE           PIC X(30).

       FD REVIEWFILE.
       01 REVIEWFILE-FILE           PIC X(25).

       FD STATFILE.
       01 STATFILE-FILE             PIC X(40).

       FD AUDITFILE.
       01 AUDITFILE-FILE.
           05 AuditRunDateOut       PIC 9(8).
           05 AuditRunEmpOut        PIC 9(4).
           05 AuditRunSalOut        PIC 9(7).
           05 AuditRunBonusOut      PIC 9(8)V99.
           05 AuditActiveOut        PIC 9(4).
           05 AuditLeaveOut         PIC 9(4).
           05 AuditTermOut          PIC 9(4).
           05 AuditScopeOut         PIC X.
           05 AuditScopeDetOut      PIC X(25).

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

       SD SORTFILE.
       01 SORT-FILE.
           05 JobClassSort           PIC 9(2).
           05 JobClassNameSort       PIC X(20).
           05 SalAvgSort             PIC 9(6)V99.
           05 LowSalSort             PIC 9(6).
           05 HighSalSort            PIC 9(6).

       SD TERRSORTFILE.
       01 TERR-SORT-FILE.
           05 TerrNumSort           PIC 9(2).
           05 TerrNameSort          PIC X(20).
           05 TerrJobClassSort      PIC 9(2).
           05 TerrJobNameSort       PIC X(20).
           05 TerrHeadcountSort     PIC 9(4).
           05 TerrTotalSalSort      PIC 9(9).
           05 TerrAvgSalSort        PIC 9(6)V99.

       SD BONUSSORTFILE.
       01 BONUS-SORT-FILE.
           05 BonusEmpNumSort       PIC 9(5).
           05 FILLER                PIC X(36).

       SD EXCPTSORTFILE.
       01 EXCPT-SORT-FILE.
           05 ExEmpNumSort          PIC 9(5).
           05 FILLER                PIC X(25).

       SD REVWSORTFILE.
       01 REVW-SORT-FILE.
           05 RevEmpNumSort         PIC 9(5).
           05 FILLER                PIC X(20).

       SD STATSORTFILE.
       01 STAT-SORT-FILE.
           05 StatEmpNumSort        PIC 9(5).
           05 FILLER                PIC X(35).

       WORKING-STORAGE SECTION.
       01 WS-EOFILE.
           05 WS-EOF              PIC X.
           05 WS-SORT-EOF         PIC X.
           05 WS-TR-EOF           PIC X.
           05 WS-AUDIT-EOF        PIC X.
           05 WS-YTD-EOF          PIC X.
           05 WS-HOLD-EOF         PIC X.

       01 WS-CONTROL-STATUS        PIC XX.
       01 WS-TERRREF-STATUS        PIC XX.
       01 WS-PART-STATUS           PIC XX.
       01 WS-BONUSPART-STATUS      PIC XX.
       01 WS-EXCPTPART-STATUS      PIC XX.
       01 WS-REVWPART-STATUS       PIC XX.
       01 WS-STATPART-STATUS       PIC XX.
       01 WS-OUTFILE-STATUS        PIC XX.
       01 WS-TERRFILE-STATUS       PIC XX.
       01 WS-BONUS-STATUS          PIC XX.
       01 WS-EXCEPT-STATUS         PIC XX.
       01 WS-REVIEW-STATUS         PIC XX.
       01 WS-STAT-STATUS           PIC XX.
       01 WS-AUDIT-STATUS          PIC XX.
       01 WS-YTD-STATUS            PIC XX.
       01 WS-HOLD-STATUS           PIC XX.

       01 WS-RUNDATE               PIC 9(8).

       01 WS-RUNCTL-CONTROL.
           05 WS-RUNCTL-STATUS    PIC XX.
           05 WS-OVR-STATUS       PIC XX.
           05 WS-RUNCTL-EOF       PIC X.
           05 WS-MY-SEQ           PIC 9(2) VALUE 2.
           05 WS-MY-PROGRAM       PIC X(9) VALUE 'PROGRAM5'.
           05 WS-PRED-SUB         PIC 9(2) COMP.
           05 WS-RC               PIC 9(2) COMP.
           05 WS-OVERRIDE-SW      PIC X VALUE 'N'.
               88 OVERRIDE-ON     VALUE 'Y'.
           05 WS-CYCLE-DATE       PIC 9(8).
           05 WS-CYCLE-DATE-X REDEFINES WS-CYCLE-DATE.
               10 WS-CYC-YYYY     PIC 9(4).
               10 WS-CYC-MMDD     PIC 9(4).

       01 RunCtlTable.
           02 RunCtlEntry OCCURS 6 TIMES.
               03 RcTabSeq        PIC 9(2).
               03 RcTabProgram    PIC X(9).
               03 RcTabCycle      PIC 9(8).
               03 RcTabState      PIC X.
               03 RcTabStart      PIC 9(8).
               03 RcTabEnd        PIC 9(8).

       01 WS-RUNNING.
           05 WS-RUNSAL           PIC 9(7)    VALUE 0.
           05 WS-RUNBONUS         PIC 9(8)V99 VALUE 0.
           05 WS-RUNEMP           PIC 9(4)    VALUE 0.
           05 WS-RUNACTIVE        PIC 9(4)    VALUE 0.
           05 WS-RUNLEAVE         PIC 9(4)    VALUE 0.
           05 WS-RUNTERM          PIC 9(4)    VALUE 0.
           05 WS-RUNANNUAL        PIC 9(4)    VALUE 0.
           05 WS-RUNMONTHLY       PIC 9(4)    VALUE 0.
           05 WS-RUNHOURLY        PIC 9(4)    VALUE 0.

       01 WS-CONTROL-TOTALS.
           05 WS-CTL-EXP-EMP      PIC 9(4).
           05 WS-CTL-EXP-SAL      PIC 9(7).
           05 WS-CTL-DIFF-EMP     PIC +9(4).
           05 WS-CTL-DIFF-SAL     PIC +9(7).

      *    THE BONUSOUT DETAILS ARE PROVED TO THE PARTITION TOTALS
      *    BEFORE ANYTHING IS WRITTEN
       01 WS-BONUS-PROOF.
           05 WS-BONUS-SCOPES     PIC 9(2)    VALUE 0.
           05 WS-BONUS-SUM        PIC 9(8)V99 VALUE 0.

       01 WS-SCOPE-RECORD.
           05 FILLER              PIC XX VALUE 'SC'.
           05 WS-SCOPE-CODE-OUT   PIC X VALUE 'F'.
           05 WS-SCOPE-DETAIL-OUT.
               10 WS-SCOPE-DET-LABEL  PIC X(12) VALUE 'FULL FILE'.
               10 WS-SCOPE-DET-VALUES.
                   15 WS-SCOPE-PARTS  PIC 99.
                   15 FILLER          PIC X(11)
                       VALUE ' PARTITIONS'.

       01 WS-POP-RECORD.
           05 FILLER              PIC XX VALUE 'PF'.
           05 WS-POP-ANNUAL-OUT   PIC 9(4).
           05 WS-POP-MONTHLY-OUT  PIC 9(4).
           05 WS-POP-HOURLY-OUT   PIC 9(4).

       01 WS-AUDIT-DUP-SWITCH.
           05 WS-AUDIT-DUP-SW     PIC X.
               88 AUDIT-ALREADY-WRITTEN VALUE 'Y'.

       01 WS-AUDIT-LAST-REC.
           05 WS-AUDIT-LAST-DATE   PIC 9(8).
           05 WS-AUDIT-LAST-EMP    PIC 9(4).
           05 WS-AUDIT-LAST-SAL    PIC 9(7).
           05 WS-AUDIT-LAST-BONUS  PIC 9(8)V99.
           05 WS-AUDIT-LAST-ACT    PIC 9(4).
           05 WS-AUDIT-LAST-LVE    PIC 9(4).
           05 WS-AUDIT-LAST-TRM    PIC 9(4).
           05 WS-AUDIT-LAST-SCOPE  PIC X.
           05 WS-AUDIT-LAST-SCDET  PIC X(25).

       01 WS-EFFECTIVE.
           05 WS-EFF-FROM         PIC 9(8).
           05 WS-EFF-FROM-X REDEFINES WS-EFF-FROM PIC X(8).
           05 WS-EFF-TO           PIC 9(8).
           05 WS-EFF-TO-X REDEFINES WS-EFF-TO     PIC X(8).
           05 WS-IN-FORCE-SW      PIC X.
               88 ROW-IN-FORCE    VALUE 'Y'.

      *    THE PARTITION RECORD LAYOUTS - THE SAME ONES PROGRAM5 USES
      *    FOR ITS CHECKPOINT FILE, UNDER A PARTITION HEADER
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

       01 WS-CKPT-JOB.
           05 CkptJobNumber        PIC 99.
           05 CkptJobName          PIC X(20).
           05 CkptJobRecCount      PIC 9(4).
           05 CkptJobRecTotal      PIC 9(9).
           05 CkptJobRecLow        PIC 9(6).
           05 CkptJobRecHigh       PIC 9(6).

       01 WS-CKPT-TERR.
           05 CkptTerrNumber       PIC 99.
           05 CkptTerrDetail OCCURS 20 TIMES.
               10 CkptTerrJCCount  PIC 9(4).
               10 CkptTerrJCTotal  PIC 9(9).

       01 WS-CKPT-YTD.
           05 CkptYtdEmpNum        PIC 9(5).
           05 CkptYtdAmount        PIC 9(8)V99.
           05 CkptYtdPrior         PIC 9(8)V99.
           05 CkptYtdAdj           PIC S9(8)V99
                                   SIGN LEADING SEPARATE.

      *    ONE ROW PER PARTITION - ITS KEY RANGE AND THE NUMBER OF
      *    EACH KIND OF ROW ITS HEADER PROMISED AND WAS DELIVERED
       01 PartitionTable.
           02 WS-PARTCOUNT         PIC 9(2) COMP VALUE 0.
           02 PartEntry
               OCCURS 1 TO 20 TIMES DEPENDING ON WS-PARTCOUNT
               INDEXED BY PX PY.
               03 PartTabLow        PIC 9(5).
               03 PartTabHigh       PIC 9(5).
               03 PartTabJobExp     PIC 9(2).
               03 PartTabTerrExp    PIC 9(2).
               03 PartTabYtdExp     PIC 9(4).
               03 PartTabJobGot     PIC 9(2).
               03 PartTabTerrGot    PIC 9(2).
               03 PartTabYtdGot     PIC 9(4).

       01 JobClassTable.
           02 WS-JOBCOUNT         PIC 9(2) COMP VALUE 0.
           02 JobClassDetails
               OCCURS 1 TO 20 TIMES DEPENDING ON WS-JOBCOUNT
               INDEXED BY I.
               03 JobNumber      PIC 99.
               03 JobName        PIC X(20).
               03 JobCount       PIC 9(4) COMP.
               03 JobTotalSal    PIC 9(9) COMP.
               03 JobLowSal      PIC 9(6).
               03 JobHighSal     PIC 9(6).

       01 WS-SUBSCRIPTS.
           05 WS-K                PIC 9(2) COMP.

       01 WS-TERR-TOTALS.
           05 WS-TERR-TOTAL-COUNT  PIC 9(4) COMP VALUE 0.
           05 WS-TERR-TOTAL-SAL    PIC 9(9) COMP VALUE 0.
           05 WS-TERR-TOTAL-NAME   PIC X(20) VALUE 'TERRITORY TOTAL'.
           05 WS-TERR-TOTAL-CLASS  PIC 99    VALUE 99.

       01 TerrRefTable.
           02 WS-TERRREFCOUNT      PIC 9(2) COMP VALUE 0.
           02 TerrRefDetails
               OCCURS 1 TO 50 TIMES DEPENDING ON WS-TERRREFCOUNT
               INDEXED BY TR.
               03 TerrRefNumber     PIC 99.
               03 TerrRefName       PIC X(20).
               03 TerrRefRegion     PIC 9.

       01 RegionTable.
           02 RegionEntry OCCURS 10 TIMES INDEXED BY RG.
               03 RegionNameTab     PIC X(20).
               03 RegionHeadTab     PIC 9(4) COMP.
               03 RegionSalTab      PIC 9(9) COMP.

       01 WS-TERRREF-WORK.
           05 WS-TERR-NAME         PIC X(20).
           05 WS-REGION-SUB        PIC 9(2) COMP.

       01 TerritoryTable.
           02 WS-TERRCOUNT         PIC 9(2) COMP VALUE 0.
           02 TerrEntry
               OCCURS 1 TO 50 TIMES DEPENDING ON WS-TERRCOUNT
               INDEXED BY T.
               03 TerrNumber        PIC 99.
               03 TerrJobClass OCCURS 20 TIMES INDEXED BY TJ2.
                   04 TerrJCCount   PIC 9(4) COMP.
                   04 TerrJCTotal   PIC 9(9) COMP.

       01 YtdBonusTable.
           02 WS-YTDCOUNT          PIC 9(4) COMP VALUE 0.
           02 YtdEntry
               OCCURS 1 TO 1000 TIMES DEPENDING ON WS-YTDCOUNT
               INDEXED BY YX.
               03 YtdTabEmpNum      PIC 9(5).
               03 YtdTabAmount      PIC 9(8)V99.
               03 YtdTabPrior       PIC 9(8)V99.
               03 YtdTabAdj         PIC S9(8)V99.

       01 WS-YTD-WORK.
           05 WS-YTD-RESTORE       PIC S9(9)V99.

       01 YtdOtherTable.
           02 WS-YTDOTHERCOUNT     PIC 9(4) COMP VALUE 0.
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

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUNDATE FROM DATE YYYYMMDD
           PERFORM CheckRunControl
           PERFORM LoadControlTotals
           PERFORM LoadTerrRefTable
           PERFORM LoadHoldReleases
           PERFORM LoadYtdBonusTable
           PERFORM LoadPartitions
           PERFORM CheckPartitionRanges
           PERFORM BalanceControlTotals
           PERFORM ProveBonusPartitions
           PERFORM CheckSideFiles
           MOVE WS-PARTCOUNT  TO WS-SCOPE-PARTS
           MOVE WS-RUNANNUAL  TO WS-POP-ANNUAL-OUT
           MOVE WS-RUNMONTHLY TO WS-POP-MONTHLY-OUT
           MOVE WS-RUNHOURLY  TO WS-POP-HOURLY-OUT
           OPEN OUTPUT OUTFILE.
           IF WS-OUTFILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN SALOUT - FILE STATUS '
                   WS-OUTFILE-STATUS
               STOP RUN
           END-IF
           MOVE WS-SCOPE-RECORD TO OUTFILE-FILE
           WRITE OUTFILE-FILE
           SORT SORTFILE ON ASCENDING KEY JobClassSort
               INPUT PROCEDURE IS BuildJobClassSummary
               OUTPUT PROCEDURE IS WriteJobClassSummary.
           MOVE WS-POP-RECORD TO OUTFILE-FILE
           WRITE OUTFILE-FILE
           CLOSE OUTFILE.
           OPEN OUTPUT TERRFILE.
           IF WS-TERRFILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN TERROUT - FILE STATUS '
                   WS-TERRFILE-STATUS
               STOP RUN
           END-IF
           MOVE WS-SCOPE-RECORD TO TERRFILE-FILE
           WRITE TERRFILE-FILE
           SORT TERRSORTFILE
               ON ASCENDING KEY TerrNumSort
               ON ASCENDING KEY TerrJobClassSort
               INPUT PROCEDURE IS BuildTerritorySummary
               OUTPUT PROCEDURE IS WriteTerritorySummary.
           MOVE WS-POP-RECORD TO TERRFILE-FILE
           WRITE TERRFILE-FILE
           CLOSE TERRFILE.
           OPEN OUTPUT BONUSFILE.
           IF WS-BONUS-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN BONUSOUT - FILE STATUS '
                   WS-BONUS-STATUS
               STOP RUN
           END-IF
           MOVE WS-SCOPE-RECORD TO BONUSFILE-FILE
           WRITE BONUSFILE-FILE
           SORT BONUSSORTFILE ON ASCENDING KEY BonusEmpNumSort
               INPUT PROCEDURE IS ReleaseBonusRows
               OUTPUT PROCEDURE IS WriteBonusRows.
           MOVE WS-POP-RECORD TO BONUSFILE-FILE
           WRITE BONUSFILE-FILE
           CLOSE BONUSFILE.
           SORT EXCPTSORTFILE ON ASCENDING KEY ExEmpNumSort
               USING EXCPTPARTFILE GIVING EXCEPTFILE.
           SORT REVWSORTFILE ON ASCENDING KEY RevEmpNumSort
               USING REVWPARTFILE GIVING REVIEWFILE.
           SORT STATSORTFILE ON ASCENDING KEY StatEmpNumSort
               USING STATPARTFILE GIVING STATFILE.
           PERFORM WriteAuditRecord.
           PERFORM RewriteYtdFile.
           PERFORM MarkRunComplete.
           DISPLAY 'MERGED ' WS-PARTCOUNT ' PARTITIONS - ' WS-RUNEMP
               ' EMPLOYEES, SALARY ' WS-RUNSAL
               ' BALANCED TO EMPCTL, BONUS ' WS-RUNBONUS
           STOP RUN.

      *    THE MERGE IS THE PROGRAM5 STEP OF THE CYCLE - THE PARTITION
      *    RUNS ONLY READ RUNCTL, SO THE STEP IS STARTED AND COMPLETED
      *    HERE EXACTLY AS A SINGLE FULL RUN WOULD STAMP IT
       CheckRunControl.
           PERFORM LoadRunControl
           MOVE RcTabCycle(1) TO WS-CYCLE-DATE
           PERFORM CheckOverride
           COMPUTE WS-PRED-SUB = WS-MY-SEQ - 1
           IF NOT OVERRIDE-ON
               IF RcTabCycle(WS-PRED-SUB) NOT = WS-CYCLE-DATE
                   OR RcTabState(WS-PRED-SUB) NOT = 'C'
                   DISPLAY 'RUN CONTROL: '
                       RcTabProgram(WS-PRED-SUB)
                       ' HAS NOT COMPLETED THIS CYCLE - '
                       WS-MY-PROGRAM ' MERGE MAY NOT START'
                   STOP RUN
               END-IF
               IF RcTabCycle(WS-MY-SEQ) = WS-CYCLE-DATE
                   AND RcTabState(WS-MY-SEQ) = 'C'
                   DISPLAY 'RUN CONTROL: ' WS-MY-PROGRAM
                       ' ALREADY COMPLETED THIS CYCLE - WRITE A '
                       'RUNCTLOV OVERRIDE TO RERUN'
                   STOP RUN
               END-IF
           END-IF
           MOVE WS-CYCLE-DATE TO RcTabCycle(WS-MY-SEQ)
           MOVE 'S'        TO RcTabState(WS-MY-SEQ)
           MOVE WS-RUNDATE TO RcTabStart(WS-MY-SEQ)
           MOVE 0          TO RcTabEnd(WS-MY-SEQ)
           PERFORM SaveRunControl
           IF OVERRIDE-ON
               PERFORM ClearOverride
           END-IF.

       LoadRunControl.
           MOVE SPACE TO WS-RUNCTL-EOF
           OPEN INPUT RUNCTLFILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'RUN CONTROL: RUNCTL IS MISSING OR '
                   'UNREADABLE - RUN PROGRAM6 TO OPEN THE CYCLE - '
                   'FILE STATUS ' WS-RUNCTL-STATUS
               STOP RUN
           END-IF
           MOVE 1 TO WS-RC
           PERFORM UNTIL WS-RUNCTL-EOF = 'Y'
               READ RUNCTLFILE
                   AT END MOVE 'Y' TO WS-RUNCTL-EOF
                   NOT AT END
                       IF WS-RC < 7
                           MOVE RcSeq       TO RcTabSeq(WS-RC)
                           MOVE RcProgram   TO RcTabProgram(WS-RC)
                           MOVE RcCycleDate TO RcTabCycle(WS-RC)
                           MOVE RcState     TO RcTabState(WS-RC)
                           MOVE RcStartDate TO RcTabStart(WS-RC)
                           MOVE RcEndDate   TO RcTabEnd(WS-RC)
                       END-IF
                       ADD 1 TO WS-RC
               END-READ
           END-PERFORM
           CLOSE RUNCTLFILE
           IF WS-RC NOT = 7
               OR RcTabProgram(WS-MY-SEQ) NOT = WS-MY-PROGRAM
               DISPLAY 'RUN CONTROL: RUNCTL IS DAMAGED - RUN '
                   'PROGRAM6 TO REBUILD THE CYCLE RECORD'
               STOP RUN
           END-IF.

       CheckOverride.
           MOVE 'N' TO WS-OVERRIDE-SW
           OPEN INPUT OVERRIDEFILE.
           IF WS-OVR-STATUS = '00'
               READ OVERRIDEFILE
                   AT END CONTINUE
                   NOT AT END
                       IF OvProgram = WS-MY-PROGRAM
                           AND OvDate = WS-CYCLE-DATE
                           MOVE 'Y' TO WS-OVERRIDE-SW
                           DISPLAY 'RUN CONTROL: OVERRIDE ACCEPTED '
                               'FOR ' WS-MY-PROGRAM ' MERGE'
                       END-IF
               END-READ
               CLOSE OVERRIDEFILE
           ELSE
               CLOSE OVERRIDEFILE
           END-IF.

       ClearOverride.
           OPEN OUTPUT OVERRIDEFILE.
           CLOSE OVERRIDEFILE.

       SaveRunControl.
           OPEN OUTPUT RUNCTLFILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'RUN CONTROL: UNABLE TO REWRITE RUNCTL - '
                   'FILE STATUS ' WS-RUNCTL-STATUS
               STOP RUN
           END-IF
           PERFORM VARYING WS-RC FROM 1 BY 1 UNTIL WS-RC > 6
               MOVE RcTabSeq(WS-RC)     TO RcSeq
               MOVE RcTabProgram(WS-RC) TO RcProgram
               MOVE RcTabCycle(WS-RC)   TO RcCycleDate
               MOVE RcTabState(WS-RC)   TO RcState
               MOVE RcTabStart(WS-RC)   TO RcStartDate
               MOVE RcTabEnd(WS-RC)     TO RcEndDate
               WRITE RUNCTLFILE-FILE
           END-PERFORM
           CLOSE RUNCTLFILE.

       MarkRunComplete.
           MOVE 'C'        TO RcTabState(WS-MY-SEQ)
           MOVE WS-RUNDATE TO RcTabEnd(WS-MY-SEQ)
           PERFORM SaveRunControl.

       LoadControlTotals.
           OPEN INPUT CONTROLFILE.
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN EMPCTL - THE UPSTREAM FEED '
                   'CONTROL RECORD IS REQUIRED - FILE STATUS '
                   WS-CONTROL-STATUS
               STOP RUN
           END-IF
           READ CONTROLFILE
               AT END
                   DISPLAY 'EMPCTL IS EMPTY - THE UPSTREAM FEED '
                       'CONTROL RECORD IS REQUIRED'
                   CLOSE CONTROLFILE
                   STOP RUN
               NOT AT END
                   MOVE CtlExpEmpIn TO WS-CTL-EXP-EMP
                   MOVE CtlExpSalIn TO WS-CTL-EXP-SAL
           END-READ
           CLOSE CONTROLFILE.

      *    THE TERRITORY NAMES AND REGIONS IN FORCE ON THE CYCLE DATE,
      *    THE SAME VERSION THE PARTITION RUNS VALIDATED AGAINST
       LoadTerrRefTable.
           PERFORM VARYING RG FROM 1 BY 1 UNTIL RG > 10
               MOVE SPACE TO RegionNameTab(RG)
               MOVE 0     TO RegionHeadTab(RG)
               MOVE 0     TO RegionSalTab(RG)
           END-PERFORM
           MOVE 'NO REGION ASSIGNED' TO RegionNameTab(1)
           MOVE SPACE TO WS-TR-EOF.
           OPEN INPUT TERRREFFILE.
           IF WS-TERRREF-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN TERRREF - FILE STATUS '
                   WS-TERRREF-STATUS
               STOP RUN
           END-IF
               PERFORM UNTIL WS-TR-EOF = 'Y'
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

       LookupTerrRef.
           SET TR TO 1.
           MOVE '*NOT ON TERRREF*' TO WS-TERR-NAME.
           MOVE 1 TO WS-REGION-SUB.
           SEARCH TerrRefDetails
               AT END CONTINUE
               WHEN TerrRefNumber(TR) = TerrNumber(T)
                   MOVE TerrRefName(TR) TO WS-TERR-NAME
                   COMPUTE WS-REGION-SUB = TerrRefRegion(TR) + 1
           END-SEARCH.

      *    BONUSYTD IS LOADED THE WAY PROGRAM5 LOADS IT - A ROW ALREADY
      *    STAMPED WITH THE CYCLE IS RESTORED TO ITS PRE-CYCLE AMOUNT -
      *    AND THEN EACH PARTITION'S ROWS REPLACE THOSE OF ITS OWN
      *    EMPLOYEES, SO THE REWRITE MATCHES A SINGLE FULL RUN
       LoadYtdBonusTable.
           MOVE SPACE TO WS-YTD-EOF.
           OPEN INPUT YTDFILE.
           IF WS-YTD-STATUS = '35'
               CLOSE YTDFILE
               MOVE 'Y' TO WS-YTD-EOF
           ELSE
               IF WS-YTD-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN BONUSYTD - FILE STATUS '
                       WS-YTD-STATUS
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-YTD-EOF = 'Y'
               READ YTDFILE
                   AT END MOVE 'Y' TO WS-YTD-EOF
                   NOT AT END
                       IF YtdYearIn = WS-CYC-YYYY
                           IF WS-YTDCOUNT >= 1000
                               DISPLAY 'BONUSYTD HAS MORE THAN 1000 '
                                   'EMPLOYEES - TABLE CAPACITY '
                                   'EXCEEDED'
                               CLOSE YTDFILE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-YTDCOUNT
                           SET YX TO WS-YTDCOUNT
                           MOVE YtdEmpNumIn TO YtdTabEmpNum(YX)
                           IF YtdAsOfIn = WS-CYCLE-DATE
                               COMPUTE WS-YTD-RESTORE =
                                   YtdPriorIn + YtdAdjIn
                               IF WS-YTD-RESTORE < 0
                                   MOVE 0 TO WS-YTD-RESTORE
                               END-IF
                               MOVE WS-YTD-RESTORE
                                   TO YtdTabAmount(YX)
                               MOVE YtdPriorIn TO YtdTabPrior(YX)
                               MOVE YtdAdjIn   TO YtdTabAdj(YX)
                               PERFORM AddBackReleases
                           ELSE
                               MOVE YtdAmountIn TO YtdTabAmount(YX)
                               MOVE YtdAmountIn TO YtdTabPrior(YX)
                               MOVE 0           TO YtdTabAdj(YX)
                           END-IF
                       ELSE
                           IF WS-YTDOTHERCOUNT >= 1000
                               DISPLAY 'BONUSYTD HAS MORE THAN 1000 '
                                   'PRIOR-YEAR ROWS - RUN PROGRAM13 '
                                   'TO CLOSE THE OLD YEAR FIRST'
                               CLOSE YTDFILE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-YTDOTHERCOUNT
                           SET YO TO WS-YTDOTHERCOUNT
                           MOVE YTDFILE-FILE TO YtdOtherRow(YO)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-YTD-STATUS = '00' OR WS-YTD-STATUS = '10'
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

       LoadPartitions.
           MOVE SPACE TO WS-EOF.
           OPEN INPUT PARTFILE.
           IF WS-PART-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN SALPART - FILE STATUS '
                   WS-PART-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PARTFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM LoadOnePartRecord
               END-READ
           END-PERFORM
           CLOSE PARTFILE.
           IF WS-PARTCOUNT = 0
               DISPLAY 'SALPART HOLDS NO PARTITIONS - NOTHING TO '
                   'MERGE, RUN ABORTED'
               STOP RUN
           END-IF
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-PARTCOUNT
               IF PartTabJobGot(PX) NOT = PartTabJobExp(PX)
                   OR PartTabTerrGot(PX) NOT = PartTabTerrExp(PX)
                   OR PartTabYtdGot(PX) NOT = PartTabYtdExp(PX)
                   DISPLAY 'PARTITION ' PartTabLow(PX) '-'
                       PartTabHigh(PX) ' IS INCOMPLETE IN SALPART '
                       '- RUN ABORTED'
                   STOP RUN
               END-IF
           END-PERFORM.

       LoadOnePartRecord.
           IF PartRecType NOT = 'H' AND WS-PARTCOUNT = 0
               DISPLAY 'SALPART DOES NOT START WITH A PARTITION '
                   'HEADER - RUN ABORTED'
               STOP RUN
           END-IF
           EVALUATE PartRecType
               WHEN 'H'
                   PERFORM AddPartition
               WHEN 'J'
                   PERFORM AddPartJobClass
               WHEN 'T'
                   PERFORM AddPartTerritory
               WHEN 'Y'
                   PERFORM AddPartYtd
               WHEN OTHER
                   DISPLAY 'SALPART RECORD TYPE ' PartRecType
                       ' IS NOT H, J, T OR Y - RUN ABORTED'
                   STOP RUN
           END-EVALUATE.

      *    EVERY PARTITION MUST HAVE BEEN RUN FOR THE OPEN CYCLE AND
      *    AGAINST THE SAME JOB CLASS TABLE
       AddPartition.
           MOVE PartRecBody TO WS-PART-HDR
           IF WS-PARTCOUNT >= 20
               DISPLAY 'SALPART HOLDS MORE THAN 20 PARTITIONS - '
                   'TABLE CAPACITY EXCEEDED'
               STOP RUN
           END-IF
           IF PartCycleDate NOT = WS-CYCLE-DATE
               DISPLAY 'PARTITION ' PartLowKey '-' PartHighKey
                   ' WAS RUN FOR CYCLE ' PartCycleDate
                   ' NOT THE OPEN CYCLE ' WS-CYCLE-DATE
                   ' - RUN ABORTED'
               STOP RUN
           END-IF
           IF WS-PARTCOUNT > 0 AND PartJobCount NOT = WS-JOBCOUNT
               DISPLAY 'PARTITION ' PartLowKey '-' PartHighKey
                   ' WAS RUN WITH A DIFFERENT JOB CLASS TABLE - '
                   'RUN ABORTED'
               STOP RUN
           END-IF
           ADD 1 TO WS-PARTCOUNT
           SET PX TO WS-PARTCOUNT
           MOVE PartLowKey    TO PartTabLow(PX)
           MOVE PartHighKey   TO PartTabHigh(PX)
           MOVE PartJobCount  TO PartTabJobExp(PX)
           MOVE PartTerrCount TO PartTabTerrExp(PX)
           MOVE PartYtdCount  TO PartTabYtdExp(PX)
           MOVE 0             TO PartTabJobGot(PX)
           MOVE 0             TO PartTabTerrGot(PX)
           MOVE 0             TO PartTabYtdGot(PX)
           ADD PartRunEmp     TO WS-RUNEMP
           ADD PartRunSal     TO WS-RUNSAL
           ADD PartRunBonus   TO WS-RUNBONUS
           ADD PartRunActive  TO WS-RUNACTIVE
           ADD PartRunLeave   TO WS-RUNLEAVE
           ADD PartRunTerm    TO WS-RUNTERM
           ADD PartRunAnnual  TO WS-RUNANNUAL
           ADD PartRunMonthly TO WS-RUNMONTHLY
           ADD PartRunHourly  TO WS-RUNHOURLY.

      *    THE FIRST PARTITION BUILDS THE JOB CLASS TABLE; EVERY OTHER
      *    ONE MUST CARRY THE SAME CLASS IN THE SAME POSITION, SINCE
      *    THE TERRITORY ROWS ARE LAID OUT BY THAT POSITION
       AddPartJobClass.
           MOVE PartRecBody TO WS-CKPT-JOB
           ADD 1 TO PartTabJobGot(PX)
           IF PartTabJobGot(PX) > PartTabJobExp(PX)
               DISPLAY 'PARTITION ' PartTabLow(PX) '-'
                   PartTabHigh(PX) ' HAS MORE JOB CLASS ROWS THAN '
                   'ITS HEADER - RUN ABORTED'
               STOP RUN
           END-IF
           SET I TO PartTabJobGot(PX)
           IF WS-PARTCOUNT = 1
               ADD 1 TO WS-JOBCOUNT
               MOVE CkptJobNumber   TO JobNumber(I)
               MOVE CkptJobName     TO JobName(I)
               MOVE CkptJobRecCount TO JobCount(I)
               MOVE CkptJobRecTotal TO JobTotalSal(I)
               MOVE CkptJobRecLow   TO JobLowSal(I)
               MOVE CkptJobRecHigh  TO JobHighSal(I)
           ELSE
               IF JobNumber(I) NOT = CkptJobNumber
                   DISPLAY 'PARTITION ' PartTabLow(PX) '-'
                       PartTabHigh(PX) ' WAS RUN WITH A DIFFERENT '
                       'JOB CLASS TABLE - RUN ABORTED'
                   STOP RUN
               END-IF
               ADD CkptJobRecCount TO JobCount(I)
               ADD CkptJobRecTotal TO JobTotalSal(I)
               IF CkptJobRecLow < JobLowSal(I)
                   MOVE CkptJobRecLow TO JobLowSal(I)
               END-IF
               IF CkptJobRecHigh > JobHighSal(I)
                   MOVE CkptJobRecHigh TO JobHighSal(I)
               END-IF
           END-IF.

       AddPartTerritory.
           MOVE PartRecBody TO WS-CKPT-TERR
           ADD 1 TO PartTabTerrGot(PX)
           SET T TO 1.
           SEARCH TerrEntry
               AT END
                   IF WS-TERRCOUNT >= 50
                       DISPLAY 'MORE THAN 50 TERRITORIES ACROSS THE '
                           'PARTITIONS - TABLE CAPACITY EXCEEDED'
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-TERRCOUNT
                   SET T TO WS-TERRCOUNT
                   MOVE CkptTerrNumber TO TerrNumber(T)
                   PERFORM VARYING TJ2 FROM 1 BY 1 UNTIL TJ2 > 20
                       MOVE 0 TO TerrJCCount(T, TJ2)
                       MOVE 0 TO TerrJCTotal(T, TJ2)
                   END-PERFORM
               WHEN TerrNumber(T) = CkptTerrNumber
                   CONTINUE
           END-SEARCH
           PERFORM VARYING TJ2 FROM 1 BY 1 UNTIL TJ2 > WS-JOBCOUNT
               ADD CkptTerrJCCount(TJ2) TO TerrJCCount(T, TJ2)
               ADD CkptTerrJCTotal(TJ2) TO TerrJCTotal(T, TJ2)
           END-PERFORM.

      *    A PARTITION ONLY SPEAKS FOR THE EMPLOYEES IN ITS OWN RANGE
       AddPartYtd.
           MOVE PartRecBody TO WS-CKPT-YTD
           ADD 1 TO PartTabYtdGot(PX)
           IF CkptYtdEmpNum < PartTabLow(PX)
               OR CkptYtdEmpNum > PartTabHigh(PX)
               DISPLAY 'PARTITION ' PartTabLow(PX) '-'
                   PartTabHigh(PX) ' HAS A YTD BONUS ROW FOR '
                   'EMPLOYEE ' CkptYtdEmpNum ' OUTSIDE ITS RANGE - '
                   'RUN ABORTED'
               STOP RUN
           END-IF
           SET YX TO 1.
           SEARCH YtdEntry
               AT END
                   IF WS-YTDCOUNT >= 1000
                       DISPLAY 'MORE THAN 1000 EMPLOYEES ON THE YTD '
                           'BONUS TABLE - CAPACITY EXCEEDED'
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-YTDCOUNT
                   SET YX TO WS-YTDCOUNT
                   MOVE CkptYtdEmpNum TO YtdTabEmpNum(YX)
               WHEN YtdTabEmpNum(YX) = CkptYtdEmpNum
                   CONTINUE
           END-SEARCH
           MOVE CkptYtdAmount TO YtdTabAmount(YX)
           MOVE CkptYtdPrior  TO YtdTabPrior(YX)
           MOVE CkptYtdAdj    TO YtdTabAdj(YX).

      *    TWO PARTITIONS COVERING THE SAME KEYS WOULD COUNT THOSE
      *    EMPLOYEES TWICE.  A GAP BETWEEN PARTITIONS IS CAUGHT BY THE
      *    EMPCTL BALANCE IF ANY EMPLOYEE FELL INTO IT
       CheckPartitionRanges.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-PARTCOUNT
               PERFORM VARYING PY FROM 1 BY 1 UNTIL PY > WS-PARTCOUNT
                   IF PY NOT = PX
                       AND PartTabLow(PX) NOT > PartTabHigh(PY)
                       AND PartTabLow(PY) NOT > PartTabHigh(PX)
                       DISPLAY 'PARTITIONS ' PartTabLow(PX) '-'
                           PartTabHigh(PX) ' AND ' PartTabLow(PY)
                           '-' PartTabHigh(PY) ' OVERLAP - '
                           'RUN ABORTED'
                       STOP RUN
                   END-IF
               END-PERFORM
           END-PERFORM.

       BalanceControlTotals.
           IF WS-RUNEMP NOT = WS-CTL-EXP-EMP
               OR WS-RUNSAL NOT = WS-CTL-EXP-SAL
               COMPUTE WS-CTL-DIFF-EMP = WS-RUNEMP - WS-CTL-EXP-EMP
               COMPUTE WS-CTL-DIFF-SAL = WS-RUNSAL - WS-CTL-EXP-SAL
               DISPLAY 'THE PARTITIONS DO NOT BALANCE TO THE UPSTREAM '
                   'FEED CONTROL RECORD - RUN ABORTED'
               DISPLAY 'EXPECTED EMPLOYEES: ' WS-CTL-EXP-EMP
                   '  MERGED: ' WS-RUNEMP
                   '  DIFFERENCE: ' WS-CTL-DIFF-EMP
               DISPLAY 'EXPECTED SALARY:   ' WS-CTL-EXP-SAL
                   '  MERGED: ' WS-RUNSAL
                   '  DIFFERENCE: ' WS-CTL-DIFF-SAL
               DISPLAY 'NO SUMMARIES WERE PRODUCED - RERUN OR ADD THE '
                   'MISSING PARTITION AND MERGE AGAIN'
               STOP RUN
           END-IF.

       ProveBonusPartitions.
           MOVE SPACE TO WS-EOF.
           OPEN INPUT BONUSPARTFILE.
           IF WS-BONUSPART-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN BONUSPART - FILE STATUS '
                   WS-BONUSPART-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BONUSPARTFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE BONUSPARTFILE-FILE(1:2)
                           WHEN 'SC'
                               ADD 1 TO WS-BONUS-SCOPES
                           WHEN 'PF'
                               CONTINUE
                           WHEN OTHER
                               ADD BonusAmtIn TO WS-BONUS-SUM
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE BONUSPARTFILE.
           IF WS-BONUS-SCOPES NOT = WS-PARTCOUNT
               OR WS-BONUS-SUM NOT = WS-RUNBONUS
               DISPLAY 'BONUSPART DOES NOT MATCH THE PARTITIONS IN '
                   'SALPART - RUN ABORTED'
               DISPLAY 'SALPART   PARTITIONS ' WS-PARTCOUNT
                   ' BONUS ' WS-RUNBONUS
               DISPLAY 'BONUSPART PARTITIONS ' WS-BONUS-SCOPES
                   ' BONUS ' WS-BONUS-SUM
               STOP RUN
           END-IF.

       CheckSideFiles.
           OPEN INPUT EXCPTPARTFILE.
           IF WS-EXCPTPART-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN EXCPTPART - FILE STATUS '
                   WS-EXCPTPART-STATUS
               STOP RUN
           END-IF
           CLOSE EXCPTPARTFILE.
           OPEN INPUT REVWPARTFILE.
           IF WS-REVWPART-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN REVWPART - FILE STATUS '
                   WS-REVWPART-STATUS
               STOP RUN
           END-IF
           CLOSE REVWPARTFILE.
           OPEN INPUT STATPARTFILE.
           IF WS-STATPART-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN STATPART - FILE STATUS '
                   WS-STATPART-STATUS
               STOP RUN
           END-IF
           CLOSE STATPARTFILE.

      *    AVERAGES ARE RECOMPUTED FROM THE MERGED COUNTS AND TOTALS,
      *    LOW AND HIGH FROM THE LOWEST AND HIGHEST OF ANY PARTITION
       BuildJobClassSummary.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-JOBCOUNT
               MOVE JobNumber(WS-K)   TO JobClassSort
               MOVE JobName(WS-K)     TO JobClassNameSort
               IF JobCount(WS-K) > 0
                   COMPUTE SalAvgSort ROUNDED =
                       JobTotalSal(WS-K) / JobCount(WS-K)
                   MOVE JobLowSal(WS-K)  TO LowSalSort
                   MOVE JobHighSal(WS-K) TO HighSalSort
               ELSE
                   MOVE 0 TO SalAvgSort
                   MOVE 0 TO LowSalSort
                   MOVE 0 TO HighSalSort
               END-IF
               RELEASE SORT-FILE
           END-PERFORM.

       WriteJobClassSummary.
           MOVE SPACE TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORTFILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
               END-RETURN
               IF WS-SORT-EOF NOT = 'Y'
                   MOVE SORT-FILE TO OUTFILE-FILE
                   WRITE OUTFILE-FILE
               END-IF
           END-PERFORM.

       BuildTerritorySummary.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TERRCOUNT
               MOVE 0 TO WS-TERR-TOTAL-COUNT
               MOVE 0 TO WS-TERR-TOTAL-SAL
               PERFORM LookupTerrRef
               PERFORM VARYING TJ2 FROM 1 BY 1
                   UNTIL TJ2 > WS-JOBCOUNT
                   IF TerrJCCount(T, TJ2) > 0
                       MOVE TerrNumber(T)          TO TerrNumSort
                       MOVE WS-TERR-NAME           TO TerrNameSort
                       MOVE JobNumber(TJ2)         TO TerrJobClassSort
                       MOVE JobName(TJ2)           TO TerrJobNameSort
                       MOVE TerrJCCount(T, TJ2)    TO TerrHeadcountSort
                       MOVE TerrJCTotal(T, TJ2)    TO TerrTotalSalSort
                       COMPUTE TerrAvgSalSort ROUNDED =
                           TerrJCTotal(T, TJ2) / TerrJCCount(T, TJ2)
                       RELEASE TERR-SORT-FILE
                       ADD TerrJCCount(T, TJ2) TO WS-TERR-TOTAL-COUNT
                       ADD TerrJCTotal(T, TJ2) TO WS-TERR-TOTAL-SAL
                   END-IF
               END-PERFORM
               IF WS-TERR-TOTAL-COUNT > 0
                   MOVE TerrNumber(T)           TO TerrNumSort
                   MOVE WS-TERR-NAME            TO TerrNameSort
                   MOVE WS-TERR-TOTAL-CLASS     TO TerrJobClassSort
                   MOVE WS-TERR-TOTAL-NAME      TO TerrJobNameSort
                   MOVE WS-TERR-TOTAL-COUNT     TO TerrHeadcountSort
                   MOVE WS-TERR-TOTAL-SAL       TO TerrTotalSalSort
                   COMPUTE TerrAvgSalSort ROUNDED =
                       WS-TERR-TOTAL-SAL / WS-TERR-TOTAL-COUNT
                   RELEASE TERR-SORT-FILE
                   ADD WS-TERR-TOTAL-COUNT
                       TO RegionHeadTab(WS-REGION-SUB)
                   ADD WS-TERR-TOTAL-SAL
                       TO RegionSalTab(WS-REGION-SUB)
               END-IF
           END-PERFORM.

       WriteTerritorySummary.
           MOVE SPACE TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN TERRSORTFILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
               END-RETURN
               IF WS-SORT-EOF NOT = 'Y'
                   MOVE TERR-SORT-FILE TO TERRFILE-FILE
                   WRITE TERRFILE-FILE
               END-IF
           END-PERFORM
           PERFORM WriteRegionRollup.

       WriteRegionRollup.
           PERFORM VARYING RG FROM 1 BY 1 UNTIL RG > 10
               IF RegionHeadTab(RG) > 0
                   MOVE 99                  TO TerrNumOut
                   MOVE RegionNameTab(RG)   TO TerrNameOut
                   SET WS-REGION-SUB        TO RG
                   COMPUTE TerrJobClassOut = WS-REGION-SUB - 1
                   MOVE 'REGION TOTAL'      TO TerrJobNameOut
                   MOVE RegionHeadTab(RG)   TO TerrHeadcountOut
                   MOVE RegionSalTab(RG)    TO TerrTotalSalOut
                   COMPUTE TerrAvgSalOut ROUNDED =
                       RegionSalTab(RG) / RegionHeadTab(RG)
                   WRITE TERRFILE-FILE
               END-IF
           END-PERFORM.

       ReleaseBonusRows.
           MOVE SPACE TO WS-EOF.
           OPEN INPUT BONUSPARTFILE.
           IF WS-BONUSPART-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN BONUSPART - FILE STATUS '
                   WS-BONUSPART-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BONUSPARTFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BONUSPARTFILE-FILE(1:2) NOT = 'SC'
                           AND BONUSPARTFILE-FILE(1:2) NOT = 'PF'
                           MOVE BONUSPARTFILE-FILE TO BONUS-SORT-FILE
                           RELEASE BONUS-SORT-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BONUSPARTFILE.

       WriteBonusRows.
           MOVE SPACE TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN BONUSSORTFILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
               END-RETURN
               IF WS-SORT-EOF NOT = 'Y'
                   MOVE BONUS-SORT-FILE TO BONUSFILE-FILE
                   WRITE BONUSFILE-FILE
               END-IF
           END-PERFORM.

      *    ONE SALAUDIT RECORD FOR THE WHOLE POPULATION, SCOPED AS A
      *    FULL RUN SO PROGRAM19 AND THE VARIANCE TREND TREAT IT AS ONE
       WriteAuditRecord.
           PERFORM CheckAuditDuplicate
           IF NOT AUDIT-ALREADY-WRITTEN
               MOVE WS-RUNDATE     TO AuditRunDateOut
               MOVE WS-RUNEMP      TO AuditRunEmpOut
               MOVE WS-RUNSAL      TO AuditRunSalOut
               MOVE WS-RUNBONUS    TO AuditRunBonusOut
               MOVE WS-RUNACTIVE   TO AuditActiveOut
               MOVE WS-RUNLEAVE    TO AuditLeaveOut
               MOVE WS-RUNTERM     TO AuditTermOut
               MOVE WS-SCOPE-CODE-OUT   TO AuditScopeOut
               MOVE WS-SCOPE-DETAIL-OUT TO AuditScopeDetOut
               OPEN EXTEND AUDITFILE
               IF WS-AUDIT-STATUS = '35'
                   OPEN OUTPUT AUDITFILE
               END-IF
               WRITE AUDITFILE-FILE
               CLOSE AUDITFILE
           END-IF.

       CheckAuditDuplicate.
           MOVE 'N' TO WS-AUDIT-DUP-SW.
           OPEN INPUT AUDITFILE.
           IF WS-AUDIT-STATUS = '00'
               MOVE SPACE TO WS-AUDIT-EOF
               PERFORM UNTIL WS-AUDIT-EOF = 'Y'
                   READ AUDITFILE INTO WS-AUDIT-LAST-REC
                       AT END MOVE 'Y' TO WS-AUDIT-EOF
                       NOT AT END CONTINUE
                   END-READ
               END-PERFORM
               CLOSE AUDITFILE
               IF WS-AUDIT-LAST-DATE   = WS-RUNDATE
                   AND WS-AUDIT-LAST-EMP    = WS-RUNEMP
                   AND WS-AUDIT-LAST-SAL    = WS-RUNSAL
                   AND WS-AUDIT-LAST-BONUS  = WS-RUNBONUS
                   MOVE 'Y' TO WS-AUDIT-DUP-SW
               END-IF
           ELSE
               CLOSE AUDITFILE
           END-IF.

       RewriteYtdFile.
           OPEN OUTPUT YTDFILE.
           IF WS-YTD-STATUS NOT = '00'
               DISPLAY 'UNABLE TO REWRITE BONUSYTD - FILE STATUS '
                   WS-YTD-STATUS
               STOP RUN
           END-IF
           PERFORM VARYING YO FROM 1 BY 1 UNTIL YO > WS-YTDOTHERCOUNT
               MOVE YtdOtherRow(YO) TO YTDFILE-FILE
               WRITE YTDFILE-FILE
           END-PERFORM
           PERFORM VARYING YX FROM 1 BY 1 UNTIL YX > WS-YTDCOUNT
               MOVE YtdTabEmpNum(YX) TO YtdEmpNumIn
               MOVE WS-CYC-YYYY      TO YtdYearIn
               MOVE YtdTabAmount(YX) TO YtdAmountIn
               MOVE WS-CYCLE-DATE    TO YtdAsOfIn
               MOVE YtdTabPrior(YX)  TO YtdPriorIn
               MOVE YtdTabAdj(YX)    TO YtdAdjIn
               MOVE 0                TO YtdHeldIn
               WRITE YTDFILE-FILE
           END-PERFORM
           CLOSE YTDFILE.

       END PROGRAM Program26.
