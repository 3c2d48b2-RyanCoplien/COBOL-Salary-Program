       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program29.
       AUTHOR. Ryan Coplien
       DATE-WRITTEN. 10/15/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO "TCSPARM"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.
           SELECT MASTFILE ASSIGN TO "EMPMASTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MstEmpNum
           FILE STATUS IS WS-MAST-STATUS.
           SELECT JOBCLASSFILE ASSIGN TO "JOBCLASS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOBCLASS-STATUS.
           SELECT TERRREFFILE ASSIGN TO "TERRREF"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERRREF-STATUS.
           SELECT YTDFILE ASSIGN TO "BONUSYTD"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-YTD-STATUS.
           SELECT HISTYTDFILE ASSIGN TO "BONUSYTDH"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HYTD-STATUS.
           SELECT ADJFILE ASSIGN TO "PAYADJ"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ADJ-STATUS.
           SELECT HISTFILE ASSIGN TO "EMPHIST"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.
           SELECT HISTARCHFILE ASSIGN TO "HISTARCH"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HISTARCH-STATUS.
           SELECT AUDITFILE ASSIGN TO "SALAUDIT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
           SELECT AUDITARCHFILE ASSIGN TO "AUDITARCH"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDITARCH-STATUS.
           SELECT STMTSORTFILE ASSIGN TO "TCSSRT".
           SELECT RPTFILE ASSIGN TO "TCSRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    SELECTION IS LAID OUT LIKE RUNPARM - SCOPE F (OR NO FILE)
      *    PRINTS EVERYONE, T UP TO FIVE TERRITORIES, J UP TO FIVE
      *    JOB CLASSES, R AN EMPLOYEE NUMBER RANGE - WITH THE
      *    STATEMENT YEAR AFTER IT.  NO YEAR MEANS LAST YEAR
       FD PARMFILE.
       01 PARMFILE-FILE.
           05 TParmScopeIn          PIC X.
           05 TParmBodyIn           PIC X(25).
           05 TParmYearIn           PIC X(4).

       FD MASTFILE.
       01 MASTFILE-FILE.
           05 MstEmpNum             PIC 9(5).
           05 MstEmpName            PIC X(20).
           05 MstTerrNum            PIC 9(2).
           05 MstBlank              PIC XX.
           05 MstSalary             PIC 9(6).
           05 MstBlank2             PIC X(11).
           05 MstJobCode            PIC 9(2).
           05 MstHireDate           PIC 9(8).
           05 MstEmpStatus          PIC X.
           05 MstPayFreq            PIC X.
           05 MstJunk               PIC X(22).

       FD JOBCLASSFILE.
       01 JOBCLASSFILE-FILE.
           05 JC-NUMBER-IN          PIC 99.
           05 JC-NAME-IN            PIC X(20).
           05 JC-LOW-IN             PIC 9(6).
           05 JC-HIGH-IN            PIC 9(6).
           05 JC-EFF-FROM-IN        PIC 9(8).
           05 JC-EFF-TO-IN          PIC 9(8).

       FD TERRREFFILE.
       01 TERRREFFILE-FILE.
           05 TR-NUMBER-IN          PIC 99.
           05 TR-NAME-IN            PIC X(20).
           05 TR-REGION-IN          PIC 9.
           05 TR-REGION-NAME-IN     PIC X(20).
           05 TR-EFF-FROM-IN        PIC 9(8).
           05 TR-EFF-TO-IN          PIC 9(8).

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

       FD HISTYTDFILE.
       01 HISTYTDFILE-FILE.
           05 HYtdEmpNumIn          PIC 9(5).
           05 HYtdYearIn            PIC 9(4).
           05 HYtdAmountIn          PIC 9(8)V99.
           05 HYtdClosedIn          PIC 9(8).

      *    EACH PROGRAM18 RUN OVERWRITES PAYADJ WITH ONE BATCH, SO THE
      *    YEAR'S GENERATIONS ARE SUPPLIED ONE AFTER ANOTHER - ONLY
      *    BATCHES FOR A CYCLE IN THE STATEMENT YEAR ARE COUNTED, AND
      *    ONLY THE HIGHEST BATCH NUMBER FOR EACH CYCLE
       FD ADJFILE.
       01 ADJFILE-FILE.
           05 AdjRecType            PIC X.
           05 AdjRecBody            PIC X(28).

       FD HISTFILE.
       01 HISTFILE-FILE.
           05 HistEmpNum            PIC 9(5).
           05 HistDate              PIC 9(8).
           05 HistProgram           PIC X(8).
           05 HistAction            PIC X.
           05 HistEmpName           PIC X(20).
           05 HistOldTerr           PIC 9(2).
           05 HistOldSal            PIC 9(6).
           05 HistOldJob            PIC 9(2).
           05 HistOldStat           PIC X.
           05 HistNewTerr           PIC 9(2).
           05 HistNewSal            PIC 9(6).
           05 HistNewJob            PIC 9(2).
           05 HistNewStat           PIC X.

      *    ROWS PROGRAM27 HAS MOVED OFF EMPHIST, EACH BEHIND THE DATE
      *    IT WAS ARCHIVED
       FD HISTARCHFILE.
       01 HISTARCHFILE-FILE.
           05 ArchHistDate          PIC 9(8).
           05 ArchHistImage         PIC X(64).

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

      *    SALAUDIT RECORDS PROGRAM27 HAS MOVED OFF, OLDEST FIRST
       FD AUDITARCHFILE.
       01 AUDITARCHFILE-FILE.
           05 ArchAuditDate         PIC 9(8).
           05 ArchAuditImage        PIC X(67).

       SD STMTSORTFILE.
       01 STMT-SORT-FILE.
           05 SsTerr                PIC 9(2).
           05 SsEmpNum              PIC 9(5).
           05 SsMaster              PIC X(80).

       FD RPTFILE.
       01 RPTFILE-FILE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOFILE.
           05 WS-EOF              PIC X.
           05 WS-JC-EOF           PIC X.
           05 WS-TR-EOF           PIC X.
           05 WS-YTD-EOF          PIC X.
           05 WS-ADJ-EOF          PIC X.
           05 WS-HIST-EOF         PIC X.
           05 WS-AUDIT-EOF        PIC X.
           05 WS-SORT-EOF         PIC X.

       01 WS-PARM-STATUS           PIC XX.
       01 WS-MAST-STATUS           PIC XX.
       01 WS-JOBCLASS-STATUS       PIC XX.
       01 WS-TERRREF-STATUS        PIC XX.
       01 WS-YTD-STATUS            PIC XX.
       01 WS-HYTD-STATUS           PIC XX.
       01 WS-ADJ-STATUS            PIC XX.
       01 WS-HIST-STATUS           PIC XX.
       01 WS-HISTARCH-STATUS       PIC XX.
       01 WS-AUDIT-STATUS          PIC XX.
       01 WS-AUDITARCH-STATUS      PIC XX.
       01 WS-RPT-STATUS            PIC XX.

       01 WS-RUNDATE               PIC 9(8).
       01 WS-RUNDATE-R REDEFINES WS-RUNDATE.
           05 WS-RUN-YEAR         PIC 9(4).
           05 WS-RUN-MMDD         PIC 9(4).

      *    THE STATEMENT YEAR AND THE DATE THE REFERENCE ROWS ARE
      *    TAKEN AS OF - THE YEAR END, OR TODAY FOR THE CURRENT YEAR
       01 WS-STMT-DATES.
           05 WS-STMT-YEAR        PIC 9(4).
           05 WS-YEAR-START       PIC 9(8).
           05 WS-YEAR-END         PIC 9(8).
           05 WS-ASOF-DATE        PIC 9(8).
           05 WS-WORK-DATE        PIC 9(8).
           05 WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
               10 WS-WORK-YEAR    PIC 9(4).
               10 WS-WORK-MMDD    PIC 9(4).

       01 WS-EFFECTIVE.
           05 WS-EFF-FROM         PIC 9(8).
           05 WS-EFF-FROM-X REDEFINES WS-EFF-FROM PIC X(8).
           05 WS-EFF-TO           PIC 9(8).
           05 WS-EFF-TO-X REDEFINES WS-EFF-TO     PIC X(8).
           05 WS-IN-FORCE-SW      PIC X.
               88 ROW-IN-FORCE    VALUE 'Y'.

       01 WS-TCSPARM.
           05 WS-SCOPE            PIC X VALUE 'F'.
               88 SCOPE-FULL      VALUE 'F' SPACE.
               88 SCOPE-TERR      VALUE 'T'.
               88 SCOPE-JOB       VALUE 'J'.
               88 SCOPE-RANGE     VALUE 'R'.
           05 WS-PARM-BODY        PIC X(25) VALUE SPACE.
           05 WS-PARM-LIST REDEFINES WS-PARM-BODY.
               10 WS-PARM-VALUE OCCURS 5 TIMES PIC XX.
               10 FILLER          PIC X(15).
           05 WS-PARM-RANGE REDEFINES WS-PARM-BODY.
               10 WS-PARM-LOWKEY  PIC 9(5).
               10 WS-PARM-HIGHKEY PIC 9(5).
               10 FILLER          PIC X(15).
           05 WS-PARM-YEAR        PIC 9(4) VALUE 0.
           05 WS-PARM-YEAR-X REDEFINES WS-PARM-YEAR PIC X(4).

       01 WS-SCOPE-TEXT.
           05 WS-SCOPE-CODE-OUT   PIC X.
           05 FILLER              PIC X VALUE SPACE.
           05 WS-SCOPE-DET-LABEL  PIC X(12).
           05 WS-SCOPE-DET-VALUES PIC X(25).

       01 WS-ITEM.
           05 WS-EMPNO            PIC 9(5).
           05 WS-EMPNAME          PIC X(20).
           05 WS-TERRITORYNO      PIC 9(2).
           05 WS-BLANK            PIC XX.
           05 WS-ANSAL            PIC 9(6).
           05 WS-BLANK2           PIC X(11).
           05 WS-JOBCODE          PIC 9(2).
           05 WS-HIREDATE         PIC X(8).
           05 WS-STATUS           PIC X.
               88 STATUS-ACTIVE   VALUE 'A' SPACE.
               88 STATUS-LEAVE    VALUE 'L'.
               88 STATUS-TERM     VALUE 'T'.
           05 WS-PAYFREQ          PIC X.
               88 FREQ-ANNUAL     VALUE 'A' SPACE.
               88 FREQ-MONTHLY    VALUE 'M'.
               88 FREQ-HOURLY     VALUE 'H'.
           05 WS-JUNK             PIC X(22).

       01 WS-SWITCHES.
           05 WS-SELECT-SW        PIC X.
               88 SCOPE-SELECTED  VALUE 'Y'.
           05 WS-JOBCLASS-SW      PIC X.
               88 JOBCLASS-OK     VALUE 'Y'.
           05 WS-TERRREF-SW       PIC X.
               88 TERRREF-OK      VALUE 'Y'.
           05 WS-AUDIT-SW         PIC X VALUE 'N'.
               88 AUDIT-FOUND     VALUE 'Y'.
           05 WS-ADJ-YEAR-SW      PIC X VALUE 'N'.
               88 ADJ-BATCH-USED  VALUE 'Y'.
           05 WS-ADJ-PASS-SW      PIC X.
               88 ADJ-PASS-SCAN   VALUE 'S'.
           05 WS-TIE-KIND         PIC X.
               88 TIE-COUNT       VALUE 'C'.
           05 WS-TIE-SCOPE-SW     PIC X.
               88 TIE-NEEDS-FULL  VALUE 'Y'.

       01 WS-SUBSCRIPTS.
           05 WS-P                PIC 9 COMP.
           05 WS-C                PIC 9(2) COMP.
           05 WS-D                PIC 9(2) COMP.
           05 WS-SWAP             PIC 9(4) COMP.

       01 WS-COUNTS.
           05 WS-READCOUNT        PIC 9(5) VALUE 0.
           05 WS-NOTSELECTED      PIC 9(5) VALUE 0.
           05 WS-SEL-ACTIVE       PIC 9(5) VALUE 0.
           05 WS-SEL-LEAVE        PIC 9(5) VALUE 0.
           05 WS-SEL-TERM         PIC 9(5) VALUE 0.
           05 WS-PRINTED          PIC 9(5) VALUE 0.
           05 WS-NOJOBCLASS       PIC 9(5) VALUE 0.
           05 WS-NOTERR           PIC 9(5) VALUE 0.
           05 WS-ADJ-USED         PIC 9(4) VALUE 0.
           05 WS-ADJ-OTHERYEAR    PIC 9(4) VALUE 0.
           05 WS-ADJ-DUPLICATE    PIC 9(4) VALUE 0.
           05 WS-ADJ-SUPERSEDED   PIC 9(4) VALUE 0.
           05 WS-ADJ-DETAILS      PIC 9(6) VALUE 0.

       01 WS-TOTALS.
           05 WS-RAW-SAL          PIC 9(9)      VALUE 0.
           05 WS-TOT-ANNSAL       PIC 9(11)     VALUE 0.
           05 WS-TOT-CYCLE        PIC S9(10)V99 VALUE 0.
           05 WS-TOT-RETRO        PIC S9(10)V99 VALUE 0.
           05 WS-TOT-PAID         PIC S9(10)V99 VALUE 0.
           05 WS-TOT-COMP         PIC S9(11)V99 VALUE 0.
           05 WS-REG-PAID         PIC S9(10)V99 VALUE 0.
           05 WS-REG-RETRO        PIC S9(10)V99 VALUE 0.
           05 WS-REG-EXPENSE      PIC S9(10)V99 VALUE 0.

      *    LAST FULL-FILE SALAUDIT RUN, AND THE YEAR'S BONUS EXPENSE
      *    FROM THE LAST RECORD OF EACH RUN DATE IN THE YEAR, WHATEVER
      *    ITS SCOPE - A PARTIAL RUN PAYS BONUS JUST AS A FULL ONE DOES
       01 WS-AUDIT-HOLD.
           05 WS-AUD-DATE         PIC 9(8) VALUE 0.
           05 WS-AUD-EMP          PIC 9(4) VALUE 0.
           05 WS-AUD-SAL          PIC 9(7) VALUE 0.
           05 WS-AUD-ACTIVE       PIC 9(4) VALUE 0.
           05 WS-AUD-LEAVE        PIC 9(4) VALUE 0.
           05 WS-AUD-TERM         PIC 9(4) VALUE 0.
           05 WS-AUD-PEND-DATE    PIC 9(8) VALUE 0.
           05 WS-AUD-PEND-BONUS   PIC 9(8)V99 VALUE 0.
           05 WS-AUD-YEAR-BONUS   PIC 9(10)V99 VALUE 0.
           05 WS-AUD-YEAR-RUNS    PIC 9(4) VALUE 0.

      *    ONE EMPLOYEE'S FIGURES WHILE THE STATEMENT IS BUILT
       01 WS-STMT-WORK.
           05 WS-ANNSAL           PIC 9(8).
           05 WS-MIDPOINT         PIC 9(6)V99.
           05 WS-RANGE-POS        PIC S9(5)V99.
           05 WS-EMP-PAID         PIC S9(8)V99.
           05 WS-EMP-RETRO        PIC S9(8)V99.
           05 WS-EMP-CYCLE        PIC S9(8)V99.
           05 WS-EMP-COMP         PIC S9(9)V99.
           05 WS-ADJ-AMOUNT       PIC S9(8)V99.
           05 WS-CHG-FOUND        PIC 9(4) COMP.
           05 WS-CHG-SHOWN        PIC 9(2) COMP.
           05 WS-CHG-MAX          PIC 9(2) COMP VALUE 20.

       01 WS-PAGECTL.
           05 WS-LINECOUNT        PIC 9(3) COMP VALUE 0.
           05 WS-PAGENO           PIC 9(5)      VALUE 0.
           05 WS-PAGELEN          PIC 9(3) COMP VALUE 60.

       01 WS-TIE-WORK.
           05 WS-TIE-OURS         PIC S9(10)V99.
           05 WS-TIE-AUDIT        PIC S9(10)V99.
           05 WS-TIE-DIFF         PIC S9(10)V99.

      *    A BATCH WRITTEN BEFORE THE CYCLE DATE WAS CARRIED ON THE
      *    HEADER HAS SPACES THERE AND IS TAKEN BY ITS RUN DATE
       01 WS-FEED-HEADER.
           05 HdrRunDate           PIC 9(8).
           05 HdrBatchNo           PIC 9(6).
           05 HdrCycleDate         PIC 9(8).
           05 HdrCycleDateX REDEFINES HdrCycleDate
                                   PIC X(8).
           05 FILLER               PIC X(6).

       01 WS-ADJIN-DETAIL.
           05 AdjEmpNum            PIC 9(5).
           05 AdjSign              PIC X.
           05 AdjAmountCents       PIC 9(9).
           05 FILLER               PIC X(13).

       01 JobClassTable.
           02 WS-JOBCOUNT         PIC 9(2) COMP VALUE 0.
           02 JobClassDetails
               OCCURS 1 TO 20 TIMES DEPENDING ON WS-JOBCOUNT
               INDEXED BY I J.
               03 JobNumber      PIC 99.
               03 JobName        PIC X(20).
               03 JobLow         PIC 9(6).
               03 JobHigh        PIC 9(6).

       01 TerrRefTable.
           02 WS-TERRREFCOUNT     PIC 9(2) COMP VALUE 0.
           02 TerrRefDetails
               OCCURS 1 TO 50 TIMES DEPENDING ON WS-TERRREFCOUNT
               INDEXED BY TR TX.
               03 TerrRefNumber     PIC 99.
               03 TerrRefName       PIC X(20).
               03 TerrRefRegion     PIC 9.
               03 TerrRefRegionName PIC X(20).

      *    BONUS PAID FOR THE STATEMENT YEAR PER EMPLOYEE - THE OPEN
      *    YEAR FROM BONUSYTD, A CLOSED YEAR FROM BONUSYTDH - WITH
      *    THE NET OF THAT YEAR'S PAYADJ RETRO DETAILS BESIDE IT
       01 BonusTable.
           02 WS-BONUSCOUNT       PIC 9(4) COMP VALUE 0.
           02 BonusEntry
               OCCURS 1 TO 2000 TIMES DEPENDING ON WS-BONUSCOUNT
               INDEXED BY BX.
               03 BnEmpNum       PIC 9(5).
               03 BnPaid         PIC S9(8)V99.
               03 BnRetro        PIC S9(8)V99.
       01 WS-BONUS-KEY             PIC 9(5).

      *    ONE ENTRY PER CYCLE OF THE STATEMENT YEAR FOUND ON PAYADJ,
      *    WITH THE HIGHEST BATCH NUMBER SUPPLIED FOR IT - A RERUN OF
      *    PROGRAM18 FOR A CYCLE REPLACES THE EARLIER BATCH WHOLE
       01 AdjBatchTable.
           02 WS-ADJBATCHCOUNT    PIC 9(3) COMP VALUE 0.
           02 AdjBatchEntry
               OCCURS 1 TO 200 TIMES DEPENDING ON WS-ADJBATCHCOUNT
               INDEXED BY AB.
               03 AbCycleDate    PIC 9(8).
               03 AbBatchNo      PIC 9(6).
               03 AbApplied      PIC X.

      *    SALARY AND JOB CHANGES JOURNALED FOR THE STATEMENT YEAR
       01 HistChangeTable.
           02 WS-HISTCOUNT        PIC 9(4) COMP VALUE 0.
           02 HistChangeEntry
               OCCURS 1 TO 5000 TIMES DEPENDING ON WS-HISTCOUNT
               INDEXED BY HC.
               03 HcEmpNum       PIC 9(5).
               03 HcDate         PIC 9(8).
               03 HcAction       PIC X.
               03 HcOldSal       PIC 9(6).
               03 HcNewSal       PIC 9(6).
               03 HcOldJob       PIC 9(2).
               03 HcNewJob       PIC 9(2).

       01 ChangeListTable.
           02 ChangeListEntry OCCURS 20 TIMES.
               03 ClSub          PIC 9(4) COMP.

       01 WS-EDIT-FIELDS.
           05 WS-ED-MONEY         PIC ---,---,---,--9.99.
           05 WS-ED-SAL           PIC ZZ,ZZZ,ZZ9.
           05 WS-ED-LOW           PIC ZZZ,ZZ9.
           05 WS-ED-HIGH          PIC ZZZ,ZZ9.
           05 WS-ED-MID           PIC ZZZ,ZZ9.
           05 WS-ED-PCT           PIC -----9.99.
           05 WS-ED-COUNT         PIC ZZ,ZZ9.

       01 WS-STMT-HEADING.
           05 FILLER              PIC X(36)
               VALUE 'ANNUAL TOTAL COMPENSATION STATEMENT'.
           05 FILLER              PIC X(5)  VALUE ' FOR '.
           05 WS-SH-YEAR          PIC 9(4).
           05 FILLER              PIC X(10) VALUE SPACE.
           05 FILLER              PIC X(9)  VALUE 'RUN DATE '.
           05 WS-SH-RUNDATE       PIC 9(8).
           05 FILLER              PIC X(7)  VALUE '  PAGE '.
           05 WS-SH-PAGE          PIC ZZZZ9.
           05 FILLER              PIC X(48) VALUE SPACE.

       01 WS-CTL-HEADING.
           05 FILLER              PIC X(36)
               VALUE 'TOTAL COMPENSATION STATEMENT CONTROL'.
           05 FILLER              PIC X(5)  VALUE ' FOR '.
           05 WS-CH-YEAR          PIC 9(4).
           05 FILLER              PIC X(10) VALUE SPACE.
           05 FILLER              PIC X(9)  VALUE 'RUN DATE '.
           05 WS-CH-RUNDATE       PIC 9(8).
           05 FILLER              PIC X(7)  VALUE '  PAGE '.
           05 WS-CH-PAGE          PIC ZZZZ9.
           05 FILLER              PIC X(48) VALUE SPACE.

       01 WS-STMT-EMP.
           05 FILLER              PIC X(10) VALUE 'EMPLOYEE  '.
           05 WS-SE-EMPNO         PIC 9(5).
           05 FILLER              PIC X(2)  VALUE SPACE.
           05 WS-SE-NAME          PIC X(20).
           05 FILLER              PIC X(12) VALUE '  HIRE DATE '.
           05 WS-SE-HIRE          PIC X(8).
           05 FILLER              PIC X(12) VALUE '  PAY BASIS '.
           05 WS-SE-BASIS         PIC X(7).
           05 FILLER              PIC X(56) VALUE SPACE.

       01 WS-STMT-TERR.
           05 FILLER              PIC X(10) VALUE 'TERRITORY '.
           05 WS-ST-TERR          PIC 9(2).
           05 FILLER              PIC X(5)  VALUE SPACE.
           05 WS-ST-NAME          PIC X(20) VALUE SPACE.
           05 FILLER              PIC X(9)  VALUE '  REGION '.
           05 WS-ST-REGION        PIC X(1)  VALUE SPACE.
           05 FILLER              PIC X(2)  VALUE SPACE.
           05 WS-ST-REGION-NAME   PIC X(20) VALUE SPACE.
           05 FILLER              PIC X(63) VALUE SPACE.

       01 WS-STMT-JOB.
           05 FILLER              PIC X(10) VALUE 'JOB CLASS '.
           05 WS-SJ-JOB           PIC 9(2).
           05 FILLER              PIC X(5)  VALUE SPACE.
           05 WS-SJ-NAME          PIC X(20) VALUE SPACE.
           05 FILLER              PIC X(95) VALUE SPACE.

       01 WS-SECT-SALARY.
           05 FILLER              PIC X(20) VALUE 'SALARY'.
           05 FILLER              PIC X(112) VALUE SPACE.

       01 WS-SECT-BONUS.
           05 FILLER              PIC X(15) VALUE 'BONUS PAID FOR '.
           05 WS-SB-YEAR          PIC 9(4).
           05 FILLER              PIC X(113) VALUE SPACE.

       01 WS-SECT-CHANGES.
           05 FILLER              PIC X(30)
               VALUE 'SALARY AND JOB CHANGES DURING '.
           05 WS-SC-YEAR          PIC 9(4).
           05 FILLER              PIC X(98) VALUE SPACE.

       01 WS-STMT-LINE.
           05 FILLER              PIC X(4)  VALUE SPACE.
           05 WS-SL-LABEL         PIC X(48) VALUE SPACE.
           05 WS-SL-VALUE         PIC X(40) VALUE SPACE.
           05 FILLER              PIC X(40) VALUE SPACE.

       01 WS-CHG-HEADING.
           05 FILLER              PIC X(4)  VALUE SPACE.
           05 FILLER              PIC X(10) VALUE 'DATE'.
           05 FILLER              PIC X(20) VALUE 'CHANGE'.
           05 FILLER              PIC X(12) VALUE '  OLD SALARY'.
           05 FILLER              PIC X(12) VALUE '  NEW SALARY'.
           05 FILLER              PIC X(10) VALUE '   OLD JOB'.
           05 FILLER              PIC X(10) VALUE '   NEW JOB'.
           05 FILLER              PIC X(54) VALUE SPACE.

       01 WS-CHG-DETAIL.
           05 FILLER              PIC X(4)  VALUE SPACE.
           05 WS-CD-DATE          PIC 9(8).
           05 FILLER              PIC X(2)  VALUE SPACE.
           05 WS-CD-TYPE          PIC X(20) VALUE SPACE.
           05 FILLER              PIC X(3)  VALUE SPACE.
           05 WS-CD-OLDSAL        PIC ZZZ,ZZ9.
           05 FILLER              PIC X(5)  VALUE SPACE.
           05 WS-CD-NEWSAL        PIC ZZZ,ZZ9.
           05 FILLER              PIC X(8)  VALUE SPACE.
           05 WS-CD-OLDJOB        PIC 99.
           05 FILLER              PIC X(8)  VALUE SPACE.
           05 WS-CD-NEWJOB        PIC 99.
           05 FILLER              PIC X(56) VALUE SPACE.

       01 WS-TIE-HEADING.
           05 FILLER              PIC X(4)  VALUE SPACE.
           05 FILLER              PIC X(30) VALUE 'ITEM'.
           05 FILLER              PIC X(18) VALUE '   STATEMENT RUN'.
           05 FILLER              PIC X(18) VALUE '        SALAUDIT'.
           05 FILLER              PIC X(18) VALUE '      DIFFERENCE'.
           05 FILLER              PIC X(44) VALUE 'RESULT'.

       01 WS-TIE-DETAIL.
           05 FILLER              PIC X(4)  VALUE SPACE.
           05 WS-TD-LABEL         PIC X(30) VALUE SPACE.
           05 WS-TD-OURS          PIC ----,---,--9.99.
           05 WS-TD-OURS-CNT REDEFINES WS-TD-OURS
                                  PIC ----,---,--9BBB.
           05 FILLER              PIC X(3)  VALUE SPACE.
           05 WS-TD-AUDIT         PIC ----,---,--9.99.
           05 WS-TD-AUDIT-CNT REDEFINES WS-TD-AUDIT
                                  PIC ----,---,--9BBB.
           05 FILLER              PIC X(3)  VALUE SPACE.
           05 WS-TD-DIFF          PIC ----,---,--9.99.
           05 WS-TD-DIFF-CNT REDEFINES WS-TD-DIFF
                                  PIC ----,---,--9BBB.
           05 FILLER              PIC X(3)  VALUE SPACE.
           05 WS-TD-RESULT        PIC X(44) VALUE SPACE.

       01 WS-BLANK-LINE            PIC X(132) VALUE SPACE.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUNDATE FROM DATE YYYYMMDD.
           PERFORM LoadTcsParm
           PERFORM LoadJobClassTable
           PERFORM LoadTerrRefTable
           PERFORM LoadBonusYtd
           PERFORM LoadBonusHistory
           PERFORM LoadRetroAdjustments
           PERFORM LoadHistoryChanges
           PERFORM LoadSalaryAudit
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN TCSRPT - FILE STATUS '
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-STMT-YEAR TO WS-SH-YEAR
           MOVE WS-RUNDATE   TO WS-SH-RUNDATE
      *    STATEMENTS GO OUT IN TERRITORY ORDER, EMPLOYEE NUMBER
      *    WITHIN TERRITORY, SO EACH TERRITORY'S PILE CAN BE SPLIT OFF
           SORT STMTSORTFILE
               ON ASCENDING KEY SsTerr
               ON ASCENDING KEY SsEmpNum
               INPUT PROCEDURE IS ReleaseEmployees
               OUTPUT PROCEDURE IS PrintStatements.
           PERFORM PrintControlPage
           CLOSE RPTFILE.
           DISPLAY 'TOTAL COMPENSATION STATEMENTS FOR ' WS-STMT-YEAR
               ' - ' WS-PRINTED ' PRINTED, ' WS-READCOUNT
               ' EMPLOYEES READ'.
           STOP RUN.

       LoadTcsParm.
           OPEN INPUT PARMFILE.
           IF WS-PARM-STATUS = '35'
               CLOSE PARMFILE
               MOVE 'F' TO WS-SCOPE
           ELSE
               IF WS-PARM-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN TCSPARM - FILE STATUS '
                       WS-PARM-STATUS
                   STOP RUN
               END-IF
               READ PARMFILE
                   AT END MOVE 'F' TO WS-SCOPE
                   NOT AT END
                       MOVE TParmScopeIn TO WS-SCOPE
                       MOVE TParmBodyIn  TO WS-PARM-BODY
                       MOVE TParmYearIn  TO WS-PARM-YEAR-X
               END-READ
               CLOSE PARMFILE
           END-IF
           IF NOT SCOPE-FULL AND NOT SCOPE-TERR
               AND NOT SCOPE-JOB AND NOT SCOPE-RANGE
               DISPLAY 'TCSPARM SCOPE CODE ' WS-SCOPE
                   ' IS NOT F, T, J OR R - RUN ABORTED'
               STOP RUN
           END-IF
           IF SCOPE-RANGE
               AND WS-PARM-LOWKEY > WS-PARM-HIGHKEY
               DISPLAY 'TCSPARM KEY RANGE LOW EXCEEDS HIGH - '
                   'RUN ABORTED'
               STOP RUN
           END-IF
           IF (SCOPE-TERR OR SCOPE-JOB)
               AND WS-PARM-BODY = SPACE
               DISPLAY 'TCSPARM SCOPE ' WS-SCOPE ' HAS NO VALUES - '
                   'RUN ABORTED'
               STOP RUN
           END-IF
           IF WS-PARM-YEAR-X NOT NUMERIC OR WS-PARM-YEAR = 0
               COMPUTE WS-STMT-YEAR = WS-RUN-YEAR - 1
           ELSE
               MOVE WS-PARM-YEAR TO WS-STMT-YEAR
           END-IF
           IF WS-STMT-YEAR > WS-RUN-YEAR
               DISPLAY 'TCSPARM STATEMENT YEAR ' WS-STMT-YEAR
                   ' IS AFTER THE RUN DATE - RUN ABORTED'
               STOP RUN
           END-IF
           COMPUTE WS-YEAR-START = WS-STMT-YEAR * 10000 + 0101
           COMPUTE WS-YEAR-END   = WS-STMT-YEAR * 10000 + 1231
           IF WS-YEAR-END > WS-RUNDATE
               MOVE WS-RUNDATE  TO WS-ASOF-DATE
           ELSE
               MOVE WS-YEAR-END TO WS-ASOF-DATE
           END-IF
           PERFORM BuildScopeText
           DISPLAY 'STATEMENT YEAR ' WS-STMT-YEAR ' SCOPE: '
               WS-SCOPE-TEXT.

       BuildScopeText.
           EVALUATE TRUE
               WHEN SCOPE-TERR
                   MOVE 'T'           TO WS-SCOPE-CODE-OUT
                   MOVE 'TERRITORIES' TO WS-SCOPE-DET-LABEL
                   MOVE WS-PARM-BODY  TO WS-SCOPE-DET-VALUES
               WHEN SCOPE-JOB
                   MOVE 'J'           TO WS-SCOPE-CODE-OUT
                   MOVE 'JOB CLASSES' TO WS-SCOPE-DET-LABEL
                   MOVE WS-PARM-BODY  TO WS-SCOPE-DET-VALUES
               WHEN SCOPE-RANGE
                   MOVE 'R'           TO WS-SCOPE-CODE-OUT
                   MOVE 'KEY RANGE'   TO WS-SCOPE-DET-LABEL
                   MOVE WS-PARM-BODY  TO WS-SCOPE-DET-VALUES
               WHEN OTHER
                   MOVE 'F'           TO WS-SCOPE-CODE-OUT
                   MOVE 'FULL FILE'   TO WS-SCOPE-DET-LABEL
                   MOVE SPACE         TO WS-SCOPE-DET-VALUES
           END-EVALUATE.

       LoadJobClassTable.
           MOVE SPACE TO WS-JC-EOF.
           OPEN INPUT JOBCLASSFILE.
           IF WS-JOBCLASS-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN JOBCLASS.DAT - FILE STATUS '
                   WS-JOBCLASS-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-JC-EOF = 'Y'
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
               DISPLAY 'JOBCLASS.DAT HAS MORE THAN 20 ROWS - '
                   'TABLE CAPACITY EXCEEDED'
               CLOSE JOBCLASSFILE
               STOP RUN
           END-IF
           SET I TO 1.
           SEARCH JobClassDetails
               AT END CONTINUE
               WHEN JobNumber(I) = JC-NUMBER-IN
                   DISPLAY 'JOBCLASS.DAT HAS TWO ROWS IN FORCE FOR '
                       'CLASS ' JC-NUMBER-IN ' ON ' WS-ASOF-DATE
                       ' - CLOSE THE OLD ROW BEFORE RERUNNING'
                   CLOSE JOBCLASSFILE
                   STOP RUN
           END-SEARCH
           ADD 1 TO WS-JOBCOUNT
           SET I TO WS-JOBCOUNT
           MOVE JC-NUMBER-IN TO JobNumber(I)
           MOVE JC-NAME-IN   TO JobName(I)
           MOVE JC-LOW-IN    TO JobLow(I)
           MOVE JC-HIGH-IN   TO JobHigh(I).

       LoadTerrRefTable.
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
                       'TERRITORY ' TR-NUMBER-IN ' ON ' WS-ASOF-DATE
                       ' - CLOSE THE OLD ROW BEFORE RERUNNING'
                   CLOSE TERRREFFILE
                   STOP RUN
           END-SEARCH
           ADD 1 TO WS-TERRREFCOUNT
           SET TR TO WS-TERRREFCOUNT
           MOVE TR-NUMBER-IN      TO TerrRefNumber(TR)
           MOVE TR-NAME-IN        TO TerrRefName(TR)
           MOVE TR-REGION-IN      TO TerrRefRegion(TR)
           MOVE TR-REGION-NAME-IN TO TerrRefRegionName(TR).

      *    REFERENCE ROWS ARE TAKEN AS THEY STOOD AT THE END OF THE
      *    STATEMENT YEAR (OR TODAY, WHILE THE YEAR IS STILL OPEN)
       CheckRowInForce.
           MOVE 'N' TO WS-IN-FORCE-SW
           IF WS-EFF-FROM-X NOT NUMERIC
               MOVE 0 TO WS-EFF-FROM
           END-IF
           IF WS-EFF-TO-X NOT NUMERIC OR WS-EFF-TO = 0
               MOVE 99999999 TO WS-EFF-TO
           END-IF
           IF WS-EFF-FROM NOT > WS-ASOF-DATE
               AND WS-EFF-TO NOT < WS-ASOF-DATE
               MOVE 'Y' TO WS-IN-FORCE-SW
           END-IF.

      *    THE OPEN YEAR'S BONUS - AMOUNT ALREADY CARRIES EVERY RETRO
      *    DELTA APPLIED AND IS NET OF PAYMENTS STILL ON HOLD
       LoadBonusYtd.
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
                       IF YtdYearIn = WS-STMT-YEAR
                           MOVE YtdEmpNumIn TO WS-BONUS-KEY
                           PERFORM FindOrAddBonus
                           ADD YtdAmountIn TO BnPaid(BX)
                           ADD YtdAmountIn TO WS-REG-PAID
                       END-IF
               END-READ
           END-PERFORM
           IF WS-YTD-STATUS = '00' OR WS-YTD-STATUS = '10'
               CLOSE YTDFILE
           END-IF.

      *    A YEAR ALREADY ROLLED BY PROGRAM13 IS ON BONUSYTDH
       LoadBonusHistory.
           MOVE SPACE TO WS-YTD-EOF.
           OPEN INPUT HISTYTDFILE.
           IF WS-HYTD-STATUS = '35'
               CLOSE HISTYTDFILE
               MOVE 'Y' TO WS-YTD-EOF
           ELSE
               IF WS-HYTD-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN BONUSYTDH - FILE STATUS '
                       WS-HYTD-STATUS
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-YTD-EOF = 'Y'
               READ HISTYTDFILE
                   AT END MOVE 'Y' TO WS-YTD-EOF
                   NOT AT END
                       IF HYtdYearIn = WS-STMT-YEAR
                           MOVE HYtdEmpNumIn TO WS-BONUS-KEY
                           PERFORM FindOrAddBonus
                           ADD HYtdAmountIn TO BnPaid(BX)
                           ADD HYtdAmountIn TO WS-REG-PAID
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HYTD-STATUS = '00' OR WS-HYTD-STATUS = '10'
               CLOSE HISTYTDFILE
           END-IF.

       FindOrAddBonus.
           SET BX TO 1.
           SEARCH BonusEntry
               AT END
                   IF WS-BONUSCOUNT >= 2000
                       DISPLAY 'MORE THAN 2000 EMPLOYEES ON THE YEAR '
                           'BONUS TABLE - CAPACITY EXCEEDED'
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-BONUSCOUNT
                   SET BX TO WS-BONUSCOUNT
                   MOVE WS-BONUS-KEY TO BnEmpNum(BX)
                   MOVE 0            TO BnPaid(BX)
                   MOVE 0            TO BnRetro(BX)
               WHEN BnEmpNum(BX) = WS-BONUS-KEY
                   CONTINUE
           END-SEARCH.

      *    PAYADJ IS READ TWICE - FIRST TO FIND THE HIGHEST BATCH FOR
      *    EACH CYCLE OF THE YEAR, THEN TO APPLY THOSE BATCHES.  A
      *    BATCH NUMBER SEEN TWICE IN THE CONCATENATION IS THE SAME
      *    GENERATION SUPPLIED TWICE AND IS ONLY COUNTED ONCE
       LoadRetroAdjustments.
           MOVE 'S' TO WS-ADJ-PASS-SW
           PERFORM ReadAdjFile
           MOVE 'A' TO WS-ADJ-PASS-SW
           PERFORM ReadAdjFile.

       ReadAdjFile.
           MOVE SPACE TO WS-ADJ-EOF.
           OPEN INPUT ADJFILE.
           IF WS-ADJ-STATUS = '35'
               CLOSE ADJFILE
               MOVE 'Y' TO WS-ADJ-EOF
           ELSE
               IF WS-ADJ-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN PAYADJ - FILE STATUS '
                       WS-ADJ-STATUS
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-ADJ-EOF = 'Y'
               READ ADJFILE
                   AT END MOVE 'Y' TO WS-ADJ-EOF
                   NOT AT END
                       IF ADJ-PASS-SCAN
                           PERFORM ScanOneAdjRecord
                       ELSE
                           PERFORM LoadOneAdjRecord
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ADJ-STATUS = '00' OR WS-ADJ-STATUS = '10'
               CLOSE ADJFILE
           END-IF.

       ScanOneAdjRecord.
           IF AdjRecType = 'H'
               MOVE AdjRecBody TO WS-FEED-HEADER
               PERFORM SetAdjCycle
               IF WS-WORK-YEAR = WS-STMT-YEAR
                   PERFORM NoteAdjBatch
               END-IF
           END-IF.

       SetAdjCycle.
           IF HdrCycleDateX IS NUMERIC
               MOVE HdrCycleDate TO WS-WORK-DATE
           ELSE
               MOVE HdrRunDate TO WS-WORK-DATE
           END-IF.

       NoteAdjBatch.
           SET AB TO 1.
           SEARCH AdjBatchEntry
               AT END
                   IF WS-ADJBATCHCOUNT >= 200
                       DISPLAY 'PAYADJ HAS MORE THAN 200 CYCLES FOR '
                           WS-STMT-YEAR ' - TABLE CAPACITY EXCEEDED'
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ADJBATCHCOUNT
                   SET AB TO WS-ADJBATCHCOUNT
                   MOVE WS-WORK-DATE TO AbCycleDate(AB)
                   MOVE HdrBatchNo   TO AbBatchNo(AB)
                   MOVE 'N'          TO AbApplied(AB)
               WHEN AbCycleDate(AB) = WS-WORK-DATE
                   IF HdrBatchNo > AbBatchNo(AB)
                       MOVE HdrBatchNo TO AbBatchNo(AB)
                   END-IF
           END-SEARCH.

       LoadOneAdjRecord.
           EVALUATE AdjRecType
               WHEN 'H'
                   MOVE AdjRecBody TO WS-FEED-HEADER
                   MOVE 'N' TO WS-ADJ-YEAR-SW
                   PERFORM SetAdjCycle
                   IF WS-WORK-YEAR NOT = WS-STMT-YEAR
                       ADD 1 TO WS-ADJ-OTHERYEAR
                   ELSE
                       PERFORM CheckAdjBatch
                   END-IF
               WHEN 'A'
                   IF ADJ-BATCH-USED
                       MOVE AdjRecBody TO WS-ADJIN-DETAIL
                       PERFORM ApplyRetroDetail
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CheckAdjBatch.
           SET AB TO 1.
           SEARCH AdjBatchEntry
               AT END
                   CONTINUE
               WHEN AbCycleDate(AB) = WS-WORK-DATE
                   EVALUATE TRUE
                       WHEN HdrBatchNo NOT = AbBatchNo(AB)
                           ADD 1 TO WS-ADJ-SUPERSEDED
                       WHEN AbApplied(AB) = 'Y'
                           ADD 1 TO WS-ADJ-DUPLICATE
                       WHEN OTHER
                           MOVE 'Y' TO AbApplied(AB)
                           MOVE 'Y' TO WS-ADJ-YEAR-SW
                           ADD 1 TO WS-ADJ-USED
                   END-EVALUATE
           END-SEARCH.

       ApplyRetroDetail.
           COMPUTE WS-ADJ-AMOUNT = AdjAmountCents / 100
           IF AdjSign = '-'
               COMPUTE WS-ADJ-AMOUNT = 0 - WS-ADJ-AMOUNT
           END-IF
           MOVE AdjEmpNum TO WS-BONUS-KEY
           PERFORM FindOrAddBonus
           ADD WS-ADJ-AMOUNT TO BnRetro(BX)
           ADD WS-ADJ-AMOUNT TO WS-REG-RETRO
           ADD 1 TO WS-ADJ-DETAILS.

      *    ONLY HIRES AND ROWS THAT MOVE THE SALARY OR THE JOB CLASS
      *    ARE KEPT - STATUS-ONLY AND TERRITORY-ONLY ROWS ARE NOT
      *    PART OF THE STATEMENT.  ROWS PROGRAM27 HAS ARCHIVED ARE
      *    OLDER THAN THOSE LEFT ON EMPHIST, SO HISTARCH IS READ FIRST
       LoadHistoryChanges.
           PERFORM LoadArchivedHistory
           MOVE SPACE TO WS-HIST-EOF.
           OPEN INPUT HISTFILE.
           IF WS-HIST-STATUS = '35'
               CLOSE HISTFILE
               MOVE 'Y' TO WS-HIST-EOF
           ELSE
               IF WS-HIST-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN EMPHIST - FILE STATUS '
                       WS-HIST-STATUS
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ HISTFILE
                   AT END MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END PERFORM TakeHistoryRow
               END-READ
           END-PERFORM
           IF WS-HIST-STATUS = '00' OR WS-HIST-STATUS = '10'
               CLOSE HISTFILE
           END-IF.

       LoadArchivedHistory.
           MOVE SPACE TO WS-HIST-EOF.
           OPEN INPUT HISTARCHFILE.
           IF WS-HISTARCH-STATUS = '35'
               CLOSE HISTARCHFILE
               MOVE 'Y' TO WS-HIST-EOF
           ELSE
               IF WS-HISTARCH-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN HISTARCH - FILE STATUS '
                       WS-HISTARCH-STATUS
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ HISTARCHFILE
                   AT END MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       MOVE ArchHistImage TO HISTFILE-FILE
                       PERFORM TakeHistoryRow
               END-READ
           END-PERFORM
           IF WS-HISTARCH-STATUS = '00' OR WS-HISTARCH-STATUS = '10'
               CLOSE HISTARCHFILE
           END-IF.

       TakeHistoryRow.
           IF HistDate NOT < WS-YEAR-START
               AND HistDate NOT > WS-YEAR-END
               AND HistAction NOT = 'D'
               AND (HistAction = 'A'
                   OR HistOldSal NOT = HistNewSal
                   OR HistOldJob NOT = HistNewJob)
               PERFORM AddHistoryChange
           END-IF.

       AddHistoryChange.
           IF WS-HISTCOUNT >= 5000
               DISPLAY 'EMPHIST HAS MORE THAN 5000 SALARY AND JOB '
                   'CHANGES FOR ' WS-STMT-YEAR
                   ' - TABLE CAPACITY EXCEEDED'
               STOP RUN
           END-IF
           ADD 1 TO WS-HISTCOUNT
           SET HC TO WS-HISTCOUNT
           MOVE HistEmpNum TO HcEmpNum(HC)
           MOVE HistDate   TO HcDate(HC)
           MOVE HistAction TO HcAction(HC)
           MOVE HistOldSal TO HcOldSal(HC)
           MOVE HistNewSal TO HcNewSal(HC)
           MOVE HistOldJob TO HcOldJob(HC)
           MOVE HistNewJob TO HcNewJob(HC).

      *    THE COUNTS TIE TO THE LAST FULL-FILE RUN.  A RUN DATE WITH
      *    MORE THAN ONE RECORD WAS RERUN, SO ONLY ITS LAST RECORD, OF
      *    WHATEVER SCOPE, COUNTS TOWARD THE YEAR'S BONUS EXPENSE.
      *    AUDITARCH HOLDS THE OLDER RUNS AND IS READ FIRST, SO THE
      *    RECORDS ARRIVE IN RUN-DATE ORDER
       LoadSalaryAudit.
           PERFORM LoadArchivedAudit
           MOVE SPACE TO WS-AUDIT-EOF.
           OPEN INPUT AUDITFILE.
           IF WS-AUDIT-STATUS = '35'
               CLOSE AUDITFILE
               MOVE 'Y' TO WS-AUDIT-EOF
           ELSE
               IF WS-AUDIT-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN SALAUDIT - FILE STATUS '
                       WS-AUDIT-STATUS
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-AUDIT-EOF = 'Y'
               READ AUDITFILE
                   AT END MOVE 'Y' TO WS-AUDIT-EOF
                   NOT AT END PERFORM TakeAuditRecord
               END-READ
           END-PERFORM
           PERFORM AddPendingAuditBonus
           IF WS-AUDIT-STATUS = '00' OR WS-AUDIT-STATUS = '10'
               CLOSE AUDITFILE
           END-IF.

       LoadArchivedAudit.
           MOVE SPACE TO WS-AUDIT-EOF.
           OPEN INPUT AUDITARCHFILE.
           IF WS-AUDITARCH-STATUS = '35'
               CLOSE AUDITARCHFILE
               MOVE 'Y' TO WS-AUDIT-EOF
           ELSE
               IF WS-AUDITARCH-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN AUDITARCH - FILE STATUS '
                       WS-AUDITARCH-STATUS
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-AUDIT-EOF = 'Y'
               READ AUDITARCHFILE
                   AT END MOVE 'Y' TO WS-AUDIT-EOF
                   NOT AT END
                       MOVE ArchAuditImage TO AUDITFILE-FILE
                       PERFORM TakeAuditRecord
               END-READ
           END-PERFORM
           IF WS-AUDITARCH-STATUS = '00' OR WS-AUDITARCH-STATUS = '10'
               CLOSE AUDITARCHFILE
           END-IF.

       TakeAuditRecord.
           IF AuditScopeIn = 'F' OR AuditScopeIn = SPACE
               MOVE 'Y'             TO WS-AUDIT-SW
               MOVE AuditRunDateIn  TO WS-AUD-DATE
               MOVE AuditRunEmpIn   TO WS-AUD-EMP
               MOVE AuditRunSalIn   TO WS-AUD-SAL
               MOVE AuditActiveIn   TO WS-AUD-ACTIVE
               MOVE AuditLeaveIn    TO WS-AUD-LEAVE
               MOVE AuditTermIn     TO WS-AUD-TERM
           END-IF
           IF AuditRunDateIn NOT = WS-AUD-PEND-DATE
               PERFORM AddPendingAuditBonus
               MOVE AuditRunDateIn TO WS-AUD-PEND-DATE
           END-IF
           MOVE AuditRunBonusIn TO WS-AUD-PEND-BONUS.

       AddPendingAuditBonus.
           IF WS-AUD-PEND-DATE NOT < WS-YEAR-START
               AND WS-AUD-PEND-DATE NOT > WS-YEAR-END
               ADD WS-AUD-PEND-BONUS TO WS-AUD-YEAR-BONUS
               ADD 1 TO WS-AUD-YEAR-RUNS
           END-IF
           MOVE 0 TO WS-AUD-PEND-BONUS.

      *    EVERY EMPLOYEE ON EMPMASTER IS COUNTED FOR THE SALAUDIT
      *    TIE-OUT; ONLY SELECTED ACTIVE EMPLOYEES GET A STATEMENT
       ReleaseEmployees.
           OPEN INPUT MASTFILE.
           IF WS-MAST-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN EMPMASTER - FILE STATUS '
                   WS-MAST-STATUS
               STOP RUN
           END-IF
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MASTFILE INTO WS-ITEM
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM ReleaseOneEmployee
               END-READ
           END-PERFORM
           CLOSE MASTFILE.

       ReleaseOneEmployee.
           ADD 1 TO WS-READCOUNT
           ADD WS-ANSAL TO WS-RAW-SAL
           PERFORM CheckRunScope
           IF NOT SCOPE-SELECTED
               ADD 1 TO WS-NOTSELECTED
           ELSE
               EVALUATE TRUE
                   WHEN STATUS-LEAVE
                       ADD 1 TO WS-SEL-LEAVE
                   WHEN STATUS-TERM
                       ADD 1 TO WS-SEL-TERM
                   WHEN OTHER
                       ADD 1 TO WS-SEL-ACTIVE
                       MOVE WS-TERRITORYNO TO SsTerr
                       MOVE WS-EMPNO       TO SsEmpNum
                       MOVE WS-ITEM        TO SsMaster
                       RELEASE STMT-SORT-FILE
               END-EVALUATE
           END-IF.

       CheckRunScope.
           MOVE 'Y' TO WS-SELECT-SW.
           EVALUATE TRUE
               WHEN SCOPE-TERR
                   MOVE 'N' TO WS-SELECT-SW
                   PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 5
                       IF WS-PARM-VALUE(WS-P) NOT = SPACE
                           AND WS-PARM-VALUE(WS-P) = WS-TERRITORYNO
                           MOVE 'Y' TO WS-SELECT-SW
                       END-IF
                   END-PERFORM
               WHEN SCOPE-JOB
                   MOVE 'N' TO WS-SELECT-SW
                   PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 5
                       IF WS-PARM-VALUE(WS-P) NOT = SPACE
                           AND WS-PARM-VALUE(WS-P) = WS-JOBCODE
                           MOVE 'Y' TO WS-SELECT-SW
                       END-IF
                   END-PERFORM
               WHEN SCOPE-RANGE
                   IF WS-EMPNO < WS-PARM-LOWKEY
                       OR WS-EMPNO > WS-PARM-HIGHKEY
                       MOVE 'N' TO WS-SELECT-SW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PrintStatements.
           MOVE SPACE TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN STMTSORTFILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
               END-RETURN
               IF WS-SORT-EOF NOT = 'Y'
                   MOVE SsMaster TO WS-ITEM
                   PERFORM PrintOneStatement
               END-IF
           END-PERFORM.

      *    ONE PAGE PER EMPLOYEE - THE PAGE IS FILLED OUT TO A FIXED
      *    LENGTH SO EVERY STATEMENT STARTS AT THE TOP OF A SHEET
       PrintOneStatement.
           ADD 1 TO WS-PRINTED
           ADD 1 TO WS-PAGENO
           MOVE WS-PAGENO TO WS-SH-PAGE
           WRITE RPTFILE-FILE FROM WS-STMT-HEADING
           WRITE RPTFILE-FILE FROM WS-BLANK-LINE
           MOVE 2 TO WS-LINECOUNT
           PERFORM PrintStatementIdentity
           PERFORM PrintStatementSalary
           PERFORM PrintStatementBonus
           PERFORM PrintStatementChanges
           PERFORM UNTIL WS-LINECOUNT >= WS-PAGELEN
               WRITE RPTFILE-FILE FROM WS-BLANK-LINE
               ADD 1 TO WS-LINECOUNT
           END-PERFORM.

       PrintStatementIdentity.
           MOVE WS-EMPNO    TO WS-SE-EMPNO
           MOVE WS-EMPNAME  TO WS-SE-NAME
           MOVE WS-HIREDATE TO WS-SE-HIRE
           EVALUATE TRUE
               WHEN FREQ-MONTHLY
                   MOVE 'MONTHLY' TO WS-SE-BASIS
               WHEN FREQ-HOURLY
                   MOVE 'HOURLY'  TO WS-SE-BASIS
               WHEN OTHER
                   MOVE 'ANNUAL'  TO WS-SE-BASIS
           END-EVALUATE
           WRITE RPTFILE-FILE FROM WS-STMT-EMP
           MOVE WS-TERRITORYNO TO WS-ST-TERR
           PERFORM CheckTerritoryRef
           IF TERRREF-OK
               MOVE TerrRefName(TX)       TO WS-ST-NAME
               MOVE TerrRefRegion(TX)     TO WS-ST-REGION
               MOVE TerrRefRegionName(TX) TO WS-ST-REGION-NAME
           ELSE
               ADD 1 TO WS-NOTERR
               MOVE 'NOT ON TERRREF'      TO WS-ST-NAME
               MOVE SPACE                 TO WS-ST-REGION
               MOVE SPACE                 TO WS-ST-REGION-NAME
           END-IF
           WRITE RPTFILE-FILE FROM WS-STMT-TERR
           MOVE WS-JOBCODE TO WS-SJ-JOB
           PERFORM CheckJobClass
           IF JOBCLASS-OK
               MOVE JobName(J) TO WS-SJ-NAME
           ELSE
               ADD 1 TO WS-NOJOBCLASS
               MOVE 'NOT ON JOBCLASS' TO WS-SJ-NAME
           END-IF
           WRITE RPTFILE-FILE FROM WS-STMT-JOB
           WRITE RPTFILE-FILE FROM WS-BLANK-LINE
           ADD 4 TO WS-LINECOUNT.

      *    POSITION IN RANGE IS HOW FAR THE ANNUALIZED SALARY SITS
      *    BETWEEN THE CLASS MINIMUM (0) AND MAXIMUM (100) - BELOW
      *    ZERO OR ABOVE 100 IS OUTSIDE THE RANGE
       PrintStatementSalary.
           WRITE RPTFILE-FILE FROM WS-SECT-SALARY
           PERFORM AnnualizeSalary
           ADD WS-ANNSAL TO WS-TOT-ANNSAL
           MOVE SPACE TO WS-STMT-LINE
           MOVE 'CURRENT ANNUALIZED SALARY' TO WS-SL-LABEL
           MOVE WS-ANNSAL TO WS-ED-SAL
           MOVE WS-ED-SAL TO WS-SL-VALUE
           WRITE RPTFILE-FILE FROM WS-STMT-LINE
           MOVE SPACE TO WS-STMT-LINE
           MOVE 'SALARY RANGE FOR THE JOB CLASS' TO WS-SL-LABEL
           IF JOBCLASS-OK
               MOVE JobLow(J)  TO WS-ED-LOW
               MOVE JobHigh(J) TO WS-ED-HIGH
               COMPUTE WS-MIDPOINT = (JobLow(J) + JobHigh(J)) / 2
               MOVE WS-MIDPOINT TO WS-ED-MID
               STRING WS-ED-LOW ' TO ' WS-ED-HIGH
                   '  MIDPOINT ' WS-ED-MID
                   DELIMITED BY SIZE INTO WS-SL-VALUE
               END-STRING
           ELSE
               MOVE 'NO RANGE - CLASS NOT ON JOBCLASS'
                   TO WS-SL-VALUE
           END-IF
           WRITE RPTFILE-FILE FROM WS-STMT-LINE
           MOVE SPACE TO WS-STMT-LINE
           MOVE 'POSITION IN RANGE (MINIMUM 0, MAXIMUM 100)'
               TO WS-SL-LABEL
           IF JOBCLASS-OK AND JobHigh(J) > JobLow(J)
               COMPUTE WS-RANGE-POS ROUNDED =
                   (WS-ANNSAL - JobLow(J)) * 100
                       / (JobHigh(J) - JobLow(J))
                   ON SIZE ERROR MOVE 99999.99 TO WS-RANGE-POS
               END-COMPUTE
               MOVE WS-RANGE-POS TO WS-ED-PCT
               EVALUATE TRUE
                   WHEN WS-ANNSAL < JobLow(J)
                       STRING WS-ED-PCT '  BELOW THE MINIMUM'
                           DELIMITED BY SIZE INTO WS-SL-VALUE
                       END-STRING
                   WHEN WS-ANNSAL > JobHigh(J)
                       STRING WS-ED-PCT '  ABOVE THE MAXIMUM'
                           DELIMITED BY SIZE INTO WS-SL-VALUE
                       END-STRING
                   WHEN OTHER
                       STRING WS-ED-PCT '  WITHIN THE RANGE'
                           DELIMITED BY SIZE INTO WS-SL-VALUE
                       END-STRING
               END-EVALUATE
           ELSE
               MOVE 'NOT AVAILABLE' TO WS-SL-VALUE
           END-IF
           WRITE RPTFILE-FILE FROM WS-STMT-LINE
           WRITE RPTFILE-FILE FROM WS-BLANK-LINE
           ADD 5 TO WS-LINECOUNT.

      *    SALARY AS FED, EXPRESSED AS AN ANNUAL AMOUNT - MONTHLY IS
      *    TIMES 12, HOURLY IS TIMES 2080 (40 HOURS, 52 WEEKS)
       AnnualizeSalary.
           EVALUATE TRUE
               WHEN FREQ-MONTHLY
                   COMPUTE WS-ANNSAL = WS-ANSAL * 12
               WHEN FREQ-HOURLY
                   COMPUTE WS-ANNSAL = WS-ANSAL * 2080
                       ON SIZE ERROR MOVE 99999999 TO WS-ANNSAL
                   END-COMPUTE
               WHEN OTHER
                   MOVE WS-ANSAL TO WS-ANNSAL
           END-EVALUATE.

      *    THE YEAR'S BONUS ALREADY INCLUDES THE RETRO DELTAS, SO THE
      *    CYCLE BONUS IS WHAT IS LEFT ONCE THE RETRO NET IS TAKEN OUT
       PrintStatementBonus.
           MOVE WS-EMPNO TO WS-BONUS-KEY
           MOVE 0 TO WS-EMP-PAID
           MOVE 0 TO WS-EMP-RETRO
           SET BX TO 1.
           SEARCH BonusEntry
               AT END CONTINUE
               WHEN BnEmpNum(BX) = WS-BONUS-KEY
                   MOVE BnPaid(BX)  TO WS-EMP-PAID
                   MOVE BnRetro(BX) TO WS-EMP-RETRO
           END-SEARCH
           COMPUTE WS-EMP-CYCLE = WS-EMP-PAID - WS-EMP-RETRO
           COMPUTE WS-EMP-COMP  = WS-ANNSAL + WS-EMP-PAID
           ADD WS-EMP-CYCLE TO WS-TOT-CYCLE
           ADD WS-EMP-RETRO TO WS-TOT-RETRO
           ADD WS-EMP-PAID  TO WS-TOT-PAID
           ADD WS-EMP-COMP  TO WS-TOT-COMP
           MOVE WS-STMT-YEAR TO WS-SB-YEAR
           WRITE RPTFILE-FILE FROM WS-SECT-BONUS
           MOVE SPACE TO WS-STMT-LINE
           MOVE 'BONUS FROM THE BONUS CYCLES' TO WS-SL-LABEL
           MOVE WS-EMP-CYCLE TO WS-ED-MONEY
           MOVE WS-ED-MONEY  TO WS-SL-VALUE
           WRITE RPTFILE-FILE FROM WS-STMT-LINE
           MOVE SPACE TO WS-STMT-LINE
           MOVE 'RETRO ADJUSTMENTS' TO WS-SL-LABEL
           MOVE WS-EMP-RETRO TO WS-ED-MONEY
           MOVE WS-ED-MONEY  TO WS-SL-VALUE
           WRITE RPTFILE-FILE FROM WS-STMT-LINE
           MOVE SPACE TO WS-STMT-LINE
           MOVE 'TOTAL BONUS PAID' TO WS-SL-LABEL
           MOVE WS-EMP-PAID  TO WS-ED-MONEY
           MOVE WS-ED-MONEY  TO WS-SL-VALUE
           WRITE RPTFILE-FILE FROM WS-STMT-LINE
           WRITE RPTFILE-FILE FROM WS-BLANK-LINE
           MOVE SPACE TO WS-STMT-LINE
           MOVE 'TOTAL COMPENSATION (SALARY PLUS BONUS PAID)'
               TO WS-SL-LABEL
           MOVE WS-EMP-COMP  TO WS-ED-MONEY
           MOVE WS-ED-MONEY  TO WS-SL-VALUE
           WRITE RPTFILE-FILE FROM WS-STMT-LINE
           WRITE RPTFILE-FILE FROM WS-BLANK-LINE
           ADD 7 TO WS-LINECOUNT.

      *    THE FIRST CHANGES FOUND ARE LISTED IN DATE ORDER; ANY
      *    BEYOND WHAT FITS ON THE PAGE ARE COUNTED, NOT PRINTED
       PrintStatementChanges.
           MOVE WS-STMT-YEAR TO WS-SC-YEAR
           WRITE RPTFILE-FILE FROM WS-SECT-CHANGES
           ADD 1 TO WS-LINECOUNT
           MOVE 0 TO WS-CHG-FOUND
           MOVE 0 TO WS-CHG-SHOWN
           PERFORM VARYING HC FROM 1 BY 1 UNTIL HC > WS-HISTCOUNT
               IF HcEmpNum(HC) = WS-EMPNO
                   ADD 1 TO WS-CHG-FOUND
                   IF WS-CHG-SHOWN < WS-CHG-MAX
                       ADD 1 TO WS-CHG-SHOWN
                       SET ClSub(WS-CHG-SHOWN) TO HC
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CHG-FOUND = 0
               MOVE SPACE TO WS-STMT-LINE
               MOVE 'NO SALARY OR JOB CHANGES RECORDED' TO WS-SL-LABEL
               WRITE RPTFILE-FILE FROM WS-STMT-LINE
               ADD 1 TO WS-LINECOUNT
           ELSE
               PERFORM SortChangeList
               WRITE RPTFILE-FILE FROM WS-CHG-HEADING
               ADD 1 TO WS-LINECOUNT
               PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CHG-SHOWN
                   SET HC TO ClSub(WS-C)
                   PERFORM PrintChangeLine
               END-PERFORM
               IF WS-CHG-FOUND > WS-CHG-SHOWN
                   MOVE SPACE TO WS-STMT-LINE
                   COMPUTE WS-ED-COUNT = WS-CHG-FOUND - WS-CHG-SHOWN
                   STRING WS-ED-COUNT ' FURTHER CHANGES - SEE THE '
                       'HISTORY REPORT'
                       DELIMITED BY SIZE INTO WS-SL-LABEL
                   END-STRING
                   WRITE RPTFILE-FILE FROM WS-STMT-LINE
                   ADD 1 TO WS-LINECOUNT
               END-IF
           END-IF.

       SortChangeList.
           PERFORM VARYING WS-C FROM 1 BY 1
               UNTIL WS-C >= WS-CHG-SHOWN
               PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-CHG-SHOWN - WS-C
                   IF HcDate(ClSub(WS-D)) > HcDate(ClSub(WS-D + 1))
                       MOVE ClSub(WS-D)     TO WS-SWAP
                       MOVE ClSub(WS-D + 1) TO ClSub(WS-D)
                       MOVE WS-SWAP         TO ClSub(WS-D + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PrintChangeLine.
           MOVE HcDate(HC)   TO WS-CD-DATE
           MOVE HcOldSal(HC) TO WS-CD-OLDSAL
           MOVE HcNewSal(HC) TO WS-CD-NEWSAL
           MOVE HcOldJob(HC) TO WS-CD-OLDJOB
           MOVE HcNewJob(HC) TO WS-CD-NEWJOB
           EVALUATE TRUE
               WHEN HcAction(HC) = 'A'
                   MOVE 'HIRED'             TO WS-CD-TYPE
               WHEN HcOldSal(HC) NOT = HcNewSal(HC)
                   AND HcOldJob(HC) NOT = HcNewJob(HC)
                   MOVE 'SALARY AND JOB'    TO WS-CD-TYPE
               WHEN HcOldSal(HC) NOT = HcNewSal(HC)
                   MOVE 'SALARY CHANGE'     TO WS-CD-TYPE
               WHEN OTHER
                   MOVE 'JOB CLASS CHANGE'  TO WS-CD-TYPE
           END-EVALUATE
           WRITE RPTFILE-FILE FROM WS-CHG-DETAIL
           ADD 1 TO WS-LINECOUNT.

       CheckJobClass.
           SET I TO 1.
           MOVE 'Y' TO WS-JOBCLASS-SW.
           SEARCH JobClassDetails
               AT END MOVE 'N' TO WS-JOBCLASS-SW
               WHEN JobNumber(I) = WS-JOBCODE
               SET J TO I
           END-SEARCH.

       CheckTerritoryRef.
           SET TR TO 1.
           MOVE 'Y' TO WS-TERRREF-SW.
           SEARCH TerrRefDetails
               AT END MOVE 'N' TO WS-TERRREF-SW
               WHEN TerrRefNumber(TR) = WS-TERRITORYNO
               SET TX TO TR
           END-SEARCH.

      *    COUNTS AND TOTALS FOR THE RUN, THEN THE TIE-OUT TO THE LAST
      *    FULL-FILE SALAUDIT RUN.  EMPMASTER COUNTS ONLY TIE WHEN
      *    EVERYONE WAS SELECTED; THE BONUS LINE IS REGISTER-WIDE
       PrintControlPage.
           ADD 1 TO WS-PAGENO
           MOVE WS-STMT-YEAR TO WS-CH-YEAR
           MOVE WS-RUNDATE   TO WS-CH-RUNDATE
           MOVE WS-PAGENO    TO WS-CH-PAGE
           WRITE RPTFILE-FILE FROM WS-CTL-HEADING
           WRITE RPTFILE-FILE FROM WS-BLANK-LINE
           MOVE SPACE TO WS-STMT-LINE
           MOVE 'SELECTION' TO WS-SL-LABEL
           MOVE WS-SCOPE-TEXT TO WS-SL-VALUE
           WRITE RPTFILE-FILE FROM WS-STMT-LINE
           MOVE SPACE TO WS-STMT-LINE
           MOVE 'REFERENCE TABLES AS OF' TO WS-SL-LABEL
           MOVE WS-ASOF-DATE TO WS-SL-VALUE
           WRITE RPTFILE-FILE FROM WS-STMT-LINE
           WRITE RPTFILE-FILE FROM WS-BLANK-LINE
           MOVE 'EMPLOYEES READ ON EMPMASTER' TO WS-SL-LABEL
           MOVE WS-READCOUNT TO WS-ED-COUNT
           PERFORM PrintControlCount
           MOVE '  NOT SELECTED' TO WS-SL-LABEL
           MOVE WS-NOTSELECTED TO WS-ED-COUNT
           PERFORM PrintControlCount
           MOVE '  SELECTED, ON LEAVE - NO STATEMENT' TO WS-SL-LABEL
           MOVE WS-SEL-LEAVE TO WS-ED-COUNT
           PERFORM PrintControlCount
           MOVE '  SELECTED, TERMINATED - NO STATEMENT'
               TO WS-SL-LABEL
           MOVE WS-SEL-TERM TO WS-ED-COUNT
           PERFORM PrintControlCount
           MOVE '  SELECTED, ACTIVE' TO WS-SL-LABEL
           MOVE WS-SEL-ACTIVE TO WS-ED-COUNT
           PERFORM PrintControlCount
           MOVE 'STATEMENTS PRINTED' TO WS-SL-LABEL
           MOVE WS-PRINTED TO WS-ED-COUNT
           PERFORM PrintControlCount
           MOVE '  JOB CLASS NOT ON JOBCLASS' TO WS-SL-LABEL
           MOVE WS-NOJOBCLASS TO WS-ED-COUNT
           PERFORM PrintControlCount
           MOVE '  TERRITORY NOT ON TERRREF' TO WS-SL-LABEL
           MOVE WS-NOTERR TO WS-ED-COUNT
           PERFORM PrintControlCount
           WRITE RPTFILE-FILE FROM WS-BLANK-LINE
           MOVE 'ANNUALIZED SALARY ON STATEMENTS' TO WS-SL-LABEL
           MOVE WS-TOT-ANNSAL TO WS-ED-MONEY
           PERFORM PrintControlAmount
           MOVE 'CYCLE BONUS ON STATEMENTS' TO WS-SL-LABEL
           MOVE WS-TOT-CYCLE TO WS-ED-MONEY
           PERFORM PrintControlAmount
           MOVE 'RETRO ADJUSTMENTS ON STATEMENTS' TO WS-SL-LABEL
           MOVE WS-TOT-RETRO TO WS-ED-MONEY
           PERFORM PrintControlAmount
           MOVE 'BONUS PAID ON STATEMENTS' TO WS-SL-LABEL
           MOVE WS-TOT-PAID TO WS-ED-MONEY
           PERFORM PrintControlAmount
           MOVE 'TOTAL COMPENSATION ON STATEMENTS' TO WS-SL-LABEL
           MOVE WS-TOT-COMP TO WS-ED-MONEY
           PERFORM PrintControlAmount
           WRITE RPTFILE-FILE FROM WS-BLANK-LINE
           MOVE 'PAYADJ BATCHES USED FOR THE YEAR' TO WS-SL-LABEL
           MOVE WS-ADJ-USED TO WS-ED-COUNT
           PERFORM PrintControlCount
           MOVE '  RETRO DETAILS IN THOSE BATCHES' TO WS-SL-LABEL
           MOVE WS-ADJ-DETAILS TO WS-ED-COUNT
           PERFORM PrintControlCount
           MOVE 'PAYADJ BATCHES FROM OTHER YEARS' TO WS-SL-LABEL
           MOVE WS-ADJ-OTHERYEAR TO WS-ED-COUNT
           PERFORM PrintControlCount
           MOVE 'PAYADJ BATCHES SUPPLIED TWICE - SKIPPED'
               TO WS-SL-LABEL
           MOVE WS-ADJ-DUPLICATE TO WS-ED-COUNT
           PERFORM PrintControlCount
           MOVE 'PAYADJ BATCHES REPLACED BY A RERUN - SKIPPED'
               TO WS-SL-LABEL
           MOVE WS-ADJ-SUPERSEDED TO WS-ED-COUNT
           PERFORM PrintControlCount
           WRITE RPTFILE-FILE FROM WS-BLANK-LINE
           MOVE SPACE TO WS-STMT-LINE
           IF AUDIT-FOUND
               MOVE 'TIE-OUT TO SALAUDIT FULL-FILE RUN OF'
                   TO WS-SL-LABEL
               MOVE WS-AUD-DATE TO WS-SL-VALUE
           ELSE
               MOVE 'NO FULL-FILE SALAUDIT RECORD - NOTHING TO TIE TO'
                   TO WS-SL-LABEL
           END-IF
           WRITE RPTFILE-FILE FROM WS-STMT-LINE
           WRITE RPTFILE-FILE FROM WS-TIE-HEADING
           MOVE 'C' TO WS-TIE-KIND
           MOVE 'Y' TO WS-TIE-SCOPE-SW
           MOVE 'EMPLOYEES ON EMPMASTER' TO WS-TD-LABEL
           MOVE WS-READCOUNT  TO WS-TIE-OURS
           MOVE WS-AUD-EMP    TO WS-TIE-AUDIT
           PERFORM PrintTieRow
           MOVE '  ACTIVE' TO WS-TD-LABEL
           MOVE WS-SEL-ACTIVE TO WS-TIE-OURS
           MOVE WS-AUD-ACTIVE TO WS-TIE-AUDIT
           PERFORM PrintTieRow
           MOVE '  ON LEAVE' TO WS-TD-LABEL
           MOVE WS-SEL-LEAVE  TO WS-TIE-OURS
           MOVE WS-AUD-LEAVE  TO WS-TIE-AUDIT
           PERFORM PrintTieRow
           MOVE '  TERMINATED' TO WS-TD-LABEL
           MOVE WS-SEL-TERM   TO WS-TIE-OURS
           MOVE WS-AUD-TERM   TO WS-TIE-AUDIT
           PERFORM PrintTieRow
           MOVE 'SALARY AS FED' TO WS-TD-LABEL
           MOVE WS-RAW-SAL    TO WS-TIE-OURS
           MOVE WS-AUD-SAL    TO WS-TIE-AUDIT
           PERFORM PrintTieRow
           MOVE 'A' TO WS-TIE-KIND
           MOVE 'N' TO WS-TIE-SCOPE-SW
           COMPUTE WS-REG-EXPENSE = WS-REG-PAID - WS-REG-RETRO
           MOVE 'BONUS EXPENSE FOR THE YEAR' TO WS-TD-LABEL
           MOVE WS-REG-EXPENSE    TO WS-TIE-OURS
           MOVE WS-AUD-YEAR-BONUS TO WS-TIE-AUDIT
           PERFORM PrintTieRow
           WRITE RPTFILE-FILE FROM WS-BLANK-LINE
           MOVE 'BONUS PAID PER YEAR-TO-DATE REGISTER' TO WS-SL-LABEL
           MOVE WS-REG-PAID TO WS-ED-MONEY
           PERFORM PrintControlAmount
           MOVE '  LESS RETRO ADJUSTMENTS' TO WS-SL-LABEL
           MOVE WS-REG-RETRO TO WS-ED-MONEY
           PERFORM PrintControlAmount
           MOVE 'SALAUDIT RUN DATES IN THE YEAR' TO WS-SL-LABEL
           MOVE WS-AUD-YEAR-RUNS TO WS-ED-COUNT
           PERFORM PrintControlCount.

       PrintControlCount.
           MOVE WS-ED-COUNT TO WS-SL-VALUE
           WRITE RPTFILE-FILE FROM WS-STMT-LINE
           MOVE SPACE TO WS-STMT-LINE.

       PrintControlAmount.
           MOVE WS-ED-MONEY TO WS-SL-VALUE
           WRITE RPTFILE-FILE FROM WS-STMT-LINE
           MOVE SPACE TO WS-STMT-LINE.

      *    A DIFFERENCE ON THE BONUS LINE IS USUALLY PAYMENTS STILL
      *    HELD FOR APPROVAL OR A PAYADJ GENERATION NOT SUPPLIED
       PrintTieRow.
           COMPUTE WS-TIE-DIFF = WS-TIE-OURS - WS-TIE-AUDIT
           IF TIE-COUNT
               MOVE WS-TIE-OURS  TO WS-TD-OURS-CNT
               MOVE WS-TIE-AUDIT TO WS-TD-AUDIT-CNT
               MOVE WS-TIE-DIFF  TO WS-TD-DIFF-CNT
           ELSE
               MOVE WS-TIE-OURS  TO WS-TD-OURS
               MOVE WS-TIE-AUDIT TO WS-TD-AUDIT
               MOVE WS-TIE-DIFF  TO WS-TD-DIFF
           END-IF
           EVALUATE TRUE
               WHEN NOT AUDIT-FOUND
                   MOVE 'NOT TIED - NO SALAUDIT RECORD'
                       TO WS-TD-RESULT
               WHEN TIE-NEEDS-FULL AND NOT SCOPE-FULL
                   MOVE 'NOT TIED - PARTIAL SELECTION'
                       TO WS-TD-RESULT
               WHEN WS-TIE-DIFF = 0
                   MOVE 'AGREES' TO WS-TD-RESULT
               WHEN OTHER
                   MOVE 'DIFFERS' TO WS-TD-RESULT
           END-EVALUATE
           WRITE RPTFILE-FILE FROM WS-TIE-DETAIL.

       END PROGRAM Program29.
