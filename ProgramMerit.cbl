       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program22.
       AUTHOR. Ryan Coplien
       DATE-WRITTEN. 10/15/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTFILE ASSIGN TO "EMPMASTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MstEmpNum
           FILE STATUS IS WS-MAST-STATUS.
           SELECT JOBCLASSFILE ASSIGN TO "JOBCLASS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOBCLASS-STATUS.
           SELECT TERRREFFILE ASSIGN TO "TERRREF"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERRREF-STATUS.
           SELECT PARMFILE ASSIGN TO "MERITPRM"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.
           SELECT PROPFILE ASSIGN TO "MERITPRP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PROP-STATUS.
           SELECT APPRFILE ASSIGN TO "MERITAPP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-APPR-STATUS.
           SELECT TRANFILE ASSIGN TO "EMPTRAN"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TRAN-STATUS.
           SELECT GENFILE ASSIGN TO "MERITGEN"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GEN-STATUS.
           SELECT MERITSORTFILE ASSIGN TO "MERITSRT".
           SELECT RPTFILE ASSIGN TO "MERITRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      *    MERIT PARAMETERS - R = RUN MODE AND EFFECTIVE DATE,
      *    M = MATRIX BAND, P = REGION MERIT POOL
       FD PARMFILE.
       01 PARMFILE-FILE.
           05 MParmTypeIn           PIC X.
           05 MParmBodyIn           PIC X(20).

      *    PROPOSAL WRITTEN BY THE WORKSHEET RUN - THE SAME LAYOUT
      *    COMES BACK AS MERITAPP WITH THE DECISION FILLED IN
       FD PROPFILE.
       01 PROPFILE-FILE.
           05 PropEmpNum            PIC 9(5).
           05 PropEmpName           PIC X(20).
           05 PropTerr              PIC 9(2).
           05 PropRegion            PIC 9.
           05 PropJobCode           PIC 9(2).
           05 PropPayFreq           PIC X.
           05 PropCurSal            PIC 9(6).
           05 PropNewSal            PIC 9(6).
           05 PropPct               PIC 9(2)V99.
           05 PropFlag              PIC X.
           05 PropDecision          PIC X.
           05 PropApprSal           PIC 9(6).

       FD APPRFILE.
       01 APPRFILE-FILE.
           05 ApprEmpNum            PIC 9(5).
           05 ApprEmpName           PIC X(20).
           05 ApprTerr              PIC 9(2).
           05 ApprRegion            PIC 9.
           05 ApprJobCode           PIC 9(2).
           05 ApprPayFreq           PIC X.
           05 ApprCurSal            PIC 9(6).
           05 ApprNewSal            PIC 9(6).
           05 ApprPct               PIC 9(2)V99.
           05 ApprFlag              PIC X.
           05 ApprDecision          PIC X.
           05 ApprApprSal           PIC 9(6).

       FD TRANFILE.
       01 TRANFILE-FILE.
           05 TranActionIn        PIC X.
           05 EmpNumIn            PIC 9(5).
           05 EmpNameIn           PIC X(20).
           05 TerrNumIn           PIC 9(2).
           05 BLANKSPACE          PIC XX.
           05 SalaryIn            PIC 9(6).
           05 BLANKSPACE2         PIC X(11).
           05 JobCodeIn           PIC 9(2).
           05 HireDateIn          PIC 9(8).
           05 EmpStatusIn         PIC X.
           05 PayFreqIn           PIC X.
           05 EffDateIn           PIC 9(8).
           05 PendCtlIn           PIC X.
           05 JunkIn              PIC X(13).

      *    ONE ROW - THE LAST MERITAPP TURNED INTO EMPTRAN CHANGES: ITS
      *    EFFECTIVE DATE (THE RUN DATE WHEN THE R ROW HAS NONE), THE
      *    DATE IT WAS GENERATED AND THE TRANSACTIONS WRITTEN
       FD GENFILE.
       01 GENFILE-FILE.
           05 GenEffDate            PIC 9(8).
           05 GenRunDate            PIC 9(8).
           05 GenTranCount          PIC 9(5).

       SD MERITSORTFILE.
       01 MERIT-SORT-FILE.
           05 MsRegion              PIC 9.
           05 MsTerr                PIC 9(2).
           05 MsEmpNum              PIC 9(5).
           05 MsSub                 PIC 9(4).

       FD RPTFILE.
       01 RPTFILE-FILE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOFILE.
           05 WS-EOF              PIC X.
           05 WS-JC-EOF           PIC X.
           05 WS-TR-EOF           PIC X.
           05 WS-PARM-EOF         PIC X.
           05 WS-SORT-EOF         PIC X.

       01 WS-MAST-STATUS           PIC XX.
       01 WS-JOBCLASS-STATUS       PIC XX.
       01 WS-TERRREF-STATUS        PIC XX.
       01 WS-PARM-STATUS           PIC XX.
       01 WS-PROP-STATUS           PIC XX.
       01 WS-APPR-STATUS           PIC XX.
       01 WS-TRAN-STATUS           PIC XX.
       01 WS-GEN-STATUS            PIC XX.
       01 WS-RPT-STATUS            PIC XX.

       01 WS-RUNDATE               PIC 9(8).

       01 WS-EFFECTIVE.
           05 WS-EFF-FROM         PIC 9(8).
           05 WS-EFF-FROM-X REDEFINES WS-EFF-FROM PIC X(8).
           05 WS-EFF-TO           PIC 9(8).
           05 WS-EFF-TO-X REDEFINES WS-EFF-TO     PIC X(8).
           05 WS-IN-FORCE-SW      PIC X.
               88 ROW-IN-FORCE    VALUE 'Y'.

       01 WS-MERITPARM.
           05 WS-RUN-MODE         PIC X VALUE 'W'.
               88 MODE-WORKSHEET  VALUE 'W' SPACE.
               88 MODE-GENERATE   VALUE 'G'.
           05 WS-MERIT-EFFDATE    PIC 9(8) VALUE 0.
           05 WS-PARM-BODY        PIC X(20).
           05 WS-PARM-RUN REDEFINES WS-PARM-BODY.
               10 WS-PARM-MODE     PIC X.
               10 WS-PARM-EFFDATE  PIC 9(8).
               10 FILLER           PIC X(11).
           05 WS-PARM-BAND REDEFINES WS-PARM-BODY.
               10 WS-PARM-HIGHCR   PIC 9(3)V99.
               10 WS-PARM-PCT      PIC 9(2)V99.
               10 FILLER           PIC X(11).
           05 WS-PARM-POOL REDEFINES WS-PARM-BODY.
               10 WS-PARM-REGION   PIC 9.
               10 WS-PARM-POOLAMT  PIC 9(9).
               10 FILLER           PIC X(10).

       01 WS-ITEM.
           05 WS-EMPNO            PIC 9(5).
           05 WS-EMPNAME          PIC X(20).
           05 WS-TERRITORYNO      PIC 9(2).
           05 WS-BLANK            PIC XX.
           05 WS-ANSAL            PIC 9(6).
           05 WS-BLANK2           PIC X(11).
           05 WS-JOBCODE          PIC 9(2).
           05 WS-HIREDATE         PIC 9(8).
           05 WS-STATUS           PIC X.
               88 STATUS-ACTIVE   VALUE 'A' SPACE.
               88 STATUS-LEAVE    VALUE 'L'.
               88 STATUS-TERM     VALUE 'T'.
           05 WS-PAYFREQ          PIC X.
               88 FREQ-ANNUAL     VALUE 'A' SPACE.
               88 FREQ-MONTHLY    VALUE 'M'.
               88 FREQ-HOURLY     VALUE 'H'.
           05 WS-JUNK             PIC X(22).

       01 WS-COUNTS.
           05 WS-READCOUNT        PIC 9(5) VALUE 0.
           05 WS-INCLUDED         PIC 9(5) VALUE 0.
           05 WS-INACTIVE         PIC 9(5) VALUE 0.
           05 WS-NOJOBCLASS       PIC 9(5) VALUE 0.
           05 WS-ABOVERANGE       PIC 9(5) VALUE 0.
           05 WS-APPRREAD         PIC 9(5) VALUE 0.
           05 WS-GENERATED        PIC 9(5) VALUE 0.
           05 WS-DENIED           PIC 9(5) VALUE 0.
           05 WS-UNDECIDED        PIC 9(5) VALUE 0.
           05 WS-APPRREJECT       PIC 9(5) VALUE 0.

       01 WS-SWITCHES.
           05 WS-JOBCLASS-SW      PIC X.
               88 JOBCLASS-OK     VALUE 'Y'.
               88 JOBCLASS-BAD    VALUE 'N'.
           05 WS-FIRST-SW         PIC X VALUE 'Y'.
               88 FIRST-RECORD    VALUE 'Y'.

       01 WS-MERIT-WORK.
           05 WS-COMPA            PIC 9(3)V99.
           05 WS-ANNSAL           PIC 9(8).
           05 WS-NEWANN           PIC 9(8).
           05 WS-INCREASE         PIC 9(8).
           05 WS-FED-INCREASE     PIC 9(6).
           05 WS-NEWSAL           PIC 9(6).
           05 WS-REGION-SUB       PIC 9(2) COMP.
           05 WS-REGION-CODE      PIC 9.
           05 WS-PREV-REGION      PIC 9.
           05 WS-REJECT-TEXT      PIC X(30).
           05 WS-GEN-KEY          PIC 9(8).

       01 JobClassTable.
           02 WS-JOBCOUNT         PIC 9(2) COMP VALUE 0.
           02 JobClassDetails
               OCCURS 1 TO 20 TIMES DEPENDING ON WS-JOBCOUNT
               INDEXED BY I J.
               03 JobNumber      PIC 99.
               03 JobName        PIC X(20).
               03 JobLowRange    PIC 9(6).
               03 JobHighRange   PIC 9(6).
               03 JobMidpoint    PIC 9(6)V99.

       01 TerrRefTable.
           02 WS-TERRREFCOUNT      PIC 9(2) COMP VALUE 0.
           02 TerrRefDetails
               OCCURS 1 TO 50 TIMES DEPENDING ON WS-TERRREFCOUNT
               INDEXED BY TR.
               03 TerrRefNumber     PIC 99.
               03 TerrRefName       PIC X(20).
               03 TerrRefRegion     PIC 9.

      *    MERIT MATRIX - BANDS IN ASCENDING COMPA-RATIO ORDER; AN
      *    EMPLOYEE FALLS IN THE FIRST BAND WHOSE UPPER LIMIT IS
      *    ABOVE THE EMPLOYEE'S COMPA-RATIO
       01 MatrixTable.
           02 WS-BANDCOUNT        PIC 9(2) COMP VALUE 0.
           02 MatrixBand
               OCCURS 1 TO 10 TIMES DEPENDING ON WS-BANDCOUNT
               INDEXED BY MX.
               03 BandHighCompa  PIC 9(3)V99.
               03 BandPct        PIC 9(2)V99.

       01 RegionTable.
           02 RegionEntry OCCURS 10 TIMES INDEXED BY RG.
               03 RegionNameTab     PIC X(20).
               03 RegionPoolSw      PIC X.
                   88 POOL-SET      VALUE 'Y'.
               03 RegionPool        PIC 9(9).
               03 RegionHeads       PIC 9(5) COMP.
               03 RegionProposed    PIC 9(10).
               03 RegionCapped      PIC 9(10).
               03 RegionFactor      PIC 9V9(6).

       01 MeritTable.
           02 WS-MERITCOUNT        PIC 9(4) COMP VALUE 0.
           02 MeritEntry
               OCCURS 1 TO 1000 TIMES DEPENDING ON WS-MERITCOUNT
               INDEXED BY MT.
               03 MtEmpNum          PIC 9(5).
               03 MtEmpName         PIC X(20).
               03 MtTerr            PIC 9(2).
               03 MtRegion          PIC 9.
               03 MtJobCode         PIC 9(2).
               03 MtPayFreq         PIC X.
               03 MtCurSal          PIC 9(6).
               03 MtAnnSal          PIC 9(8).
               03 MtCompa           PIC 9(3)V99.
               03 MtPct             PIC 9(2)V99.
               03 MtPropInc         PIC 9(8).
               03 MtCapInc          PIC 9(8).
               03 MtNewSal          PIC 9(6).
               03 MtNewAnn          PIC 9(8).
               03 MtRangeHigh       PIC 9(6).
               03 MtFlag            PIC X.
                   88 MT-ABOVE-RANGE VALUE 'H'.

       01 WS-TOTALS.
           05 WS-TOT-PROPOSED     PIC 9(11) VALUE 0.
           05 WS-TOT-CAPPED       PIC 9(11) VALUE 0.
           05 WS-TOT-POOL         PIC 9(11) VALUE 0.

       01 WS-RPT-HEADING1.
           05 WS-HDG-TITLE        PIC X(40).
           05 FILLER              PIC X(9)  VALUE 'RUN DATE '.
           05 WS-HDG-DATE         PIC 9(8).
           05 FILLER              PIC X(17) VALUE '   EFFECTIVE DATE'.
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-HDG-EFFDATE      PIC X(8).
           05 FILLER              PIC X(49) VALUE SPACE.

       01 WS-HEADING2.
           05 FILLER              PIC X(6)  VALUE 'EMPNO'.
           05 FILLER              PIC X(21) VALUE 'NAME'.
           05 FILLER              PIC X(3)  VALUE 'TR'.
           05 FILLER              PIC X(3)  VALUE 'JC'.
           05 FILLER              PIC X(2)  VALUE 'F'.
           05 FILLER              PIC X(12) VALUE '  CUR ANNUAL'.
           05 FILLER              PIC X(8)  VALUE '   COMPA'.
           05 FILLER              PIC X(7)  VALUE '    PCT'.
           05 FILLER              PIC X(12) VALUE '      MATRIX'.
           05 FILLER              PIC X(12) VALUE '  AFTER POOL'.
           05 FILLER              PIC X(8)  VALUE ' NEW SAL'.
           05 FILLER              PIC X(12) VALUE '  NEW ANNUAL'.
           05 FILLER              PIC X(10) VALUE '  RANGE HI'.
           05 FILLER              PIC X(16) VALUE ' FLAG'.

       01 WS-REGION-SECTION.
           05 FILLER              PIC X(7)  VALUE 'REGION '.
           05 WS-RSEC-CODE        PIC 9.
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-RSEC-NAME        PIC X(20).
           05 FILLER              PIC X(103) VALUE SPACE.

       01 WS-DETAIL.
           05 WS-DET-EMPNO        PIC 9(5).
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-DET-NAME         PIC X(20).
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-DET-TERR         PIC 9(2).
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-DET-JC           PIC 9(2).
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-DET-FREQ         PIC X.
           05 FILLER              PIC XX    VALUE SPACE.
           05 WS-DET-CURANN       PIC $$$,$$$,$$9.
           05 FILLER              PIC XX    VALUE SPACE.
           05 WS-DET-COMPA        PIC ZZ9.99.
           05 FILLER              PIC XX    VALUE SPACE.
           05 WS-DET-PCT          PIC Z9.99.
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-DET-PROPINC      PIC $$$,$$$,$$9.
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-DET-CAPINC       PIC $$$,$$$,$$9.
           05 FILLER              PIC XX    VALUE SPACE.
           05 WS-DET-NEWSAL       PIC ZZZZZ9.
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-DET-NEWANN       PIC $$$,$$$,$$9.
           05 FILLER              PIC XXX   VALUE SPACE.
           05 WS-DET-RANGEHI      PIC ZZZ,ZZ9.
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-DET-FLAG         PIC X(15).

       01 WS-REGION-FOOT.
           05 FILLER              PIC X(14) VALUE 'REGION TOTAL  '.
           05 FILLER              PIC X(7)  VALUE 'HEADS: '.
           05 WS-RFOOT-HEADS      PIC ZZZZ9.
           05 FILLER              PIC X(12) VALUE '  PROPOSED: '.
           05 WS-RFOOT-PROP       PIC $$$,$$$,$$$,$$9.
           05 FILLER              PIC X(8)  VALUE '  POOL: '.
           05 WS-RFOOT-POOL       PIC X(15).
           05 FILLER              PIC X(14) VALUE '  AFTER POOL: '.
           05 WS-RFOOT-CAPPED     PIC $$$,$$$,$$$,$$9.
           05 FILLER              PIC X(10) VALUE '  FACTOR: '.
           05 WS-RFOOT-FACTOR     PIC 9.999999.
           05 FILLER              PIC X(9)  VALUE SPACE.

       01 WS-ED-POOL               PIC $$$,$$$,$$$,$$9.

       01 WS-TOT-LINE.
           05 FILLER              PIC X(17)
               VALUE 'EMPLOYEES READ:  '.
           05 WS-TOT-READ         PIC ZZZZ9.
           05 FILLER              PIC X(12) VALUE '  PROPOSED: '.
           05 WS-TOT-INCL         PIC ZZZZ9.
           05 FILLER              PIC X(12) VALUE '  INACTIVE: '.
           05 WS-TOT-INACT        PIC ZZZZ9.
           05 FILLER              PIC X(16) VALUE '  NO JOB CLASS: '.
           05 WS-TOT-NOJC         PIC ZZZZ9.
           05 FILLER              PIC X(17) VALUE '  ABOVE RANGE:   '.
           05 WS-TOT-ABOVE        PIC ZZZZ9.
           05 FILLER              PIC X(33) VALUE SPACE.

       01 WS-GRAND.
           05 FILLER              PIC X(21)
               VALUE 'COMPANY   PROPOSED: '.
           05 WS-GRAND-PROP       PIC $$$,$$$,$$$,$$9.
           05 FILLER              PIC X(14) VALUE '  AFTER POOL: '.
           05 WS-GRAND-CAPPED     PIC $$$,$$$,$$$,$$9.
           05 FILLER              PIC X(67) VALUE SPACE.

       01 WS-GEN-HEADING2.
           05 FILLER              PIC X(6)  VALUE 'EMPNO'.
           05 FILLER              PIC X(21) VALUE 'NAME'.
           05 FILLER              PIC X(4)  VALUE 'DEC'.
           05 FILLER              PIC X(9)  VALUE ' CUR SAL'.
           05 FILLER              PIC X(9)  VALUE ' PROPOSED'.
           05 FILLER              PIC X(9)  VALUE ' APPROVED'.
           05 FILLER              PIC X(74) VALUE '  DISPOSITION'.

       01 WS-GEN-DETAIL.
           05 WS-GEN-EMPNO        PIC 9(5).
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-GEN-NAME         PIC X(20).
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-GEN-DECISION     PIC X.
           05 FILLER              PIC X(4)  VALUE SPACE.
           05 WS-GEN-CURSAL       PIC ZZZZZ9.
           05 FILLER              PIC X(3)  VALUE SPACE.
           05 WS-GEN-PROPSAL      PIC ZZZZZ9.
           05 FILLER              PIC X(3)  VALUE SPACE.
           05 WS-GEN-APPRSAL      PIC ZZZZZ9.
           05 FILLER              PIC XX    VALUE SPACE.
           05 WS-GEN-DISP         PIC X(30).
           05 FILLER              PIC X(44) VALUE SPACE.

       01 WS-GEN-TOTALS.
           05 FILLER              PIC X(16) VALUE 'APPROVALS READ: '.
           05 WS-GTOT-READ        PIC ZZZZ9.
           05 FILLER              PIC X(19) VALUE
               '  TRANSACTIONS OUT:'.
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-GTOT-GEN         PIC ZZZZ9.
           05 FILLER              PIC X(10) VALUE '  DENIED: '.
           05 WS-GTOT-DENIED      PIC ZZZZ9.
           05 FILLER              PIC X(13) VALUE '  UNDECIDED: '.
           05 WS-GTOT-UNDEC       PIC ZZZZ9.
           05 FILLER              PIC X(12) VALUE '  REJECTED: '.
           05 WS-GTOT-REJ         PIC ZZZZ9.
           05 FILLER              PIC X(36) VALUE SPACE.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUNDATE FROM DATE YYYYMMDD.
           PERFORM LoadMeritParm
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN MERITRPT - FILE STATUS '
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-RUNDATE TO WS-HDG-DATE
           IF WS-MERIT-EFFDATE = 0
               MOVE 'NEXT RUN' TO WS-HDG-EFFDATE
           ELSE
               MOVE WS-MERIT-EFFDATE TO WS-HDG-EFFDATE
           END-IF
           IF MODE-GENERATE
               PERFORM GenerateTransactions
           ELSE
               PERFORM BuildWorksheet
           END-IF
           CLOSE RPTFILE.
           STOP RUN.

      *    MERITPRM - THE R ROW PICKS THE RUN: W BUILDS THE PROPOSED
      *    INCREASE WORKSHEET AND MERITPRP, G TURNS THE RETURNED
      *    MERITAPP INTO EMPTRAN CHANGES EFFECTIVE ON THE R ROW DATE
       LoadMeritParm.
           PERFORM VARYING RG FROM 1 BY 1 UNTIL RG > 10
               MOVE SPACE TO RegionNameTab(RG)
               MOVE 'N'   TO RegionPoolSw(RG)
               MOVE 0     TO RegionPool(RG)
               MOVE 0     TO RegionHeads(RG)
               MOVE 0     TO RegionProposed(RG)
               MOVE 0     TO RegionCapped(RG)
               MOVE 1     TO RegionFactor(RG)
           END-PERFORM
           MOVE 'NO REGION ASSIGNED' TO RegionNameTab(1)
           MOVE SPACE TO WS-PARM-EOF.
           OPEN INPUT PARMFILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN MERITPRM - FILE STATUS '
                   WS-PARM-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PARM-EOF = 'Y'
               READ PARMFILE
                   AT END MOVE 'Y' TO WS-PARM-EOF
                   NOT AT END PERFORM LoadOneParm
               END-READ
           END-PERFORM
           CLOSE PARMFILE.
           IF NOT MODE-WORKSHEET AND NOT MODE-GENERATE
               DISPLAY 'MERITPRM RUN MODE ' WS-RUN-MODE
                   ' IS NOT W OR G - RUN ABORTED'
               STOP RUN
           END-IF
           IF MODE-WORKSHEET AND WS-BANDCOUNT = 0
               DISPLAY 'MERITPRM HAS NO MATRIX BANDS - RUN ABORTED'
               STOP RUN
           END-IF.

       LoadOneParm.
           MOVE MParmBodyIn TO WS-PARM-BODY
           EVALUATE MParmTypeIn
               WHEN 'R'
                   MOVE WS-PARM-MODE TO WS-RUN-MODE
                   IF WS-PARM-EFFDATE NUMERIC
                       MOVE WS-PARM-EFFDATE TO WS-MERIT-EFFDATE
                   END-IF
               WHEN 'M'
                   IF WS-BANDCOUNT >= 10
                       DISPLAY 'MERITPRM HAS MORE THAN 10 MATRIX '
                           'BANDS - TABLE CAPACITY EXCEEDED'
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-BANDCOUNT
                   SET MX TO WS-BANDCOUNT
                   MOVE WS-PARM-HIGHCR TO BandHighCompa(MX)
                   MOVE WS-PARM-PCT    TO BandPct(MX)
               WHEN 'P'
                   COMPUTE WS-REGION-SUB = WS-PARM-REGION + 1
                   MOVE 'Y' TO RegionPoolSw(WS-REGION-SUB)
                   MOVE WS-PARM-POOLAMT TO RegionPool(WS-REGION-SUB)
               WHEN OTHER
                   DISPLAY 'MERITPRM ROW TYPE ' MParmTypeIn
                       ' IGNORED'
           END-EVALUATE.

       BuildWorksheet.
           MOVE 'MERIT INCREASE WORKSHEET' TO WS-HDG-TITLE
           WRITE RPTFILE-FILE FROM WS-RPT-HEADING1
           PERFORM LoadJobClassTable
           PERFORM LoadTerrRefTable
           OPEN INPUT MASTFILE.
           IF WS-MAST-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN EMPMASTER - FILE STATUS '
                   WS-MAST-STATUS
               STOP RUN
           END-IF
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MASTFILE NEXT RECORD INTO WS-ITEM
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM ProposeOneEmployee
               END-READ
           END-PERFORM
           CLOSE MASTFILE.
           PERFORM ApplyRegionPools
           OPEN OUTPUT PROPFILE.
           IF WS-PROP-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN MERITPRP - FILE STATUS '
                   WS-PROP-STATUS
               STOP RUN
           END-IF
           SORT MERITSORTFILE
               ON ASCENDING KEY MsRegion
               ON ASCENDING KEY MsTerr
               ON ASCENDING KEY MsEmpNum
               INPUT PROCEDURE IS ReleaseProposals
               OUTPUT PROCEDURE IS WriteWorksheet.
           CLOSE PROPFILE.
           MOVE WS-READCOUNT  TO WS-TOT-READ
           MOVE WS-INCLUDED   TO WS-TOT-INCL
           MOVE WS-INACTIVE   TO WS-TOT-INACT
           MOVE WS-NOJOBCLASS TO WS-TOT-NOJC
           MOVE WS-ABOVERANGE TO WS-TOT-ABOVE
           MOVE WS-TOT-PROPOSED TO WS-GRAND-PROP
           MOVE WS-TOT-CAPPED   TO WS-GRAND-CAPPED
           MOVE SPACE TO RPTFILE-FILE
           WRITE RPTFILE-FILE
           WRITE RPTFILE-FILE FROM WS-GRAND
           WRITE RPTFILE-FILE FROM WS-TOT-LINE.

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
               DISPLAY
                   'JOBCLASS.DAT HAS MORE THAN 20 JOB '
                   'CLASSES - TABLE CAPACITY EXCEEDED'
               CLOSE JOBCLASSFILE
               STOP RUN
           END-IF
           SET I TO 1.
           SEARCH JobClassDetails
               AT END CONTINUE
               WHEN JobNumber(I) = JC-NUMBER-IN
                   DISPLAY 'JOBCLASS.DAT HAS TWO ROWS IN FORCE FOR '
                       'CLASS ' JC-NUMBER-IN ' ON ' WS-RUNDATE
                       ' - CLOSE THE OLD ROW BEFORE RERUNNING'
                   CLOSE JOBCLASSFILE
                   STOP RUN
           END-SEARCH
           ADD 1 TO WS-JOBCOUNT
           SET I TO WS-JOBCOUNT
           MOVE JC-NUMBER-IN TO JobNumber(I)
           MOVE JC-NAME-IN   TO JobName(I)
           MOVE JC-LOW-IN    TO JobLowRange(I)
           MOVE JC-HIGH-IN   TO JobHighRange(I)
           COMPUTE JobMidpoint(I) =
               (JC-LOW-IN + JC-HIGH-IN) / 2
           IF JobMidpoint(I) = 0
               DISPLAY 'JOB CLASS ' JC-NUMBER-IN
                   ' HAS A ZERO RANGE MIDPOINT - '
                   'CORRECT JOBCLASS.DAT BEFORE RERUNNING'
               CLOSE JOBCLASSFILE
               STOP RUN
           END-IF.

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
                       'TERRITORY ' TR-NUMBER-IN ' ON ' WS-RUNDATE
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
           IF WS-EFF-FROM NOT > WS-RUNDATE
               AND WS-EFF-TO NOT < WS-RUNDATE
               MOVE 'Y' TO WS-IN-FORCE-SW
           END-IF.

      *    ONLY ACTIVE EMPLOYEES ON A KNOWN JOB CLASS ARE PLANNED -
      *    LEAVE AND TERMINATED ARE COUNTED AND LEFT OUT
       ProposeOneEmployee.
           ADD 1 TO WS-READCOUNT
           IF NOT STATUS-ACTIVE
               ADD 1 TO WS-INACTIVE
           ELSE
               PERFORM CheckJobClass
               IF JOBCLASS-BAD
                   ADD 1 TO WS-NOJOBCLASS
               ELSE
                   PERFORM AddMeritEntry
               END-IF
           END-IF.

       CheckJobClass.
           SET I TO 1.
           MOVE 'Y' TO WS-JOBCLASS-SW.
           SEARCH JobClassDetails
               AT END MOVE 'N' TO WS-JOBCLASS-SW
               WHEN JobNumber(I) = WS-JOBCODE
               SET J TO I
           END-SEARCH.

       AddMeritEntry.
           IF WS-MERITCOUNT >= 1000
               DISPLAY 'MORE THAN 1000 EMPLOYEES TO PLAN - '
                   'TABLE CAPACITY EXCEEDED'
               STOP RUN
           END-IF
           ADD 1 TO WS-INCLUDED
           ADD 1 TO WS-MERITCOUNT
           SET MT TO WS-MERITCOUNT
           PERFORM AnnualizeSalary
           COMPUTE WS-COMPA ROUNDED =
               WS-ANNSAL * 100 / JobMidpoint(J)
               ON SIZE ERROR MOVE 999.99 TO WS-COMPA
           END-COMPUTE
           MOVE WS-EMPNO          TO MtEmpNum(MT)
           MOVE WS-EMPNAME        TO MtEmpName(MT)
           MOVE WS-TERRITORYNO    TO MtTerr(MT)
           MOVE WS-JOBCODE        TO MtJobCode(MT)
           MOVE WS-PAYFREQ        TO MtPayFreq(MT)
           MOVE WS-ANSAL          TO MtCurSal(MT)
           MOVE WS-ANNSAL         TO MtAnnSal(MT)
           MOVE WS-COMPA          TO MtCompa(MT)
           MOVE JobHighRange(J)   TO MtRangeHigh(MT)
           MOVE SPACE             TO MtFlag(MT)
           MOVE 0 TO WS-REGION-CODE
           SET TR TO 1.
           SEARCH TerrRefDetails
               AT END CONTINUE
               WHEN TerrRefNumber(TR) = WS-TERRITORYNO
                   MOVE TerrRefRegion(TR) TO WS-REGION-CODE
           END-SEARCH
           MOVE WS-REGION-CODE TO MtRegion(MT)
           MOVE 0 TO MtPct(MT)
           SET MX TO 1.
           SEARCH MatrixBand
               AT END CONTINUE
               WHEN WS-COMPA < BandHighCompa(MX)
                   MOVE BandPct(MX) TO MtPct(MT)
           END-SEARCH
           COMPUTE MtPropInc(MT) ROUNDED =
               WS-ANNSAL * MtPct(MT) / 100
           MOVE MtPropInc(MT) TO MtCapInc(MT)
           COMPUTE WS-REGION-SUB = WS-REGION-CODE + 1
           ADD 1              TO RegionHeads(WS-REGION-SUB)
           ADD MtPropInc(MT)  TO RegionProposed(WS-REGION-SUB)
           ADD MtPropInc(MT)  TO WS-TOT-PROPOSED.

      *    SALARY AS FED, EXPRESSED AS AN ANNUAL AMOUNT - MONTHLY IS
      *    TIMES 12, HOURLY IS TIMES 2080 (40 HOURS, 52 WEEKS) - SO
      *    EVERY POPULATION SCORES AGAINST THE SAME ANNUAL RANGES
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

      *    REGION MERIT POOL - WHEN THE MATRIX INCREASES FOR A REGION
      *    COME TO MORE THAN ITS POOL, EVERY INCREASE IN THE REGION IS
      *    SCALED BY POOL / PROPOSED (TRUNCATED, SO THE SCALED TOTAL
      *    NEVER EXCEEDS THE POOL). A REGION WITH NO P ROW IS UNCAPPED
       ApplyRegionPools.
           PERFORM VARYING RG FROM 1 BY 1 UNTIL RG > 10
               IF POOL-SET(RG)
                   AND RegionProposed(RG) > RegionPool(RG)
                   COMPUTE RegionFactor(RG) =
                       RegionPool(RG) / RegionProposed(RG)
               END-IF
           END-PERFORM
           PERFORM VARYING MT FROM 1 BY 1 UNTIL MT > WS-MERITCOUNT
               PERFORM PriceOneIncrease
           END-PERFORM.

       PriceOneIncrease.
           COMPUTE WS-REGION-SUB = MtRegion(MT) + 1
           IF RegionFactor(WS-REGION-SUB) < 1
               COMPUTE MtCapInc(MT) =
                   MtPropInc(MT) * RegionFactor(WS-REGION-SUB)
           END-IF
           MOVE MtPayFreq(MT) TO WS-PAYFREQ
      *    INSIDE A POOLED REGION THE FED INCREASE IS TRUNCATED, SO
      *    ROUNDING CANNOT CARRY THE REGION'S TOTAL OVER ITS POOL
           EVALUATE TRUE
               WHEN FREQ-MONTHLY AND POOL-SET(WS-REGION-SUB)
                   COMPUTE WS-FED-INCREASE = MtCapInc(MT) / 12
               WHEN FREQ-MONTHLY
                   COMPUTE WS-FED-INCREASE ROUNDED = MtCapInc(MT) / 12
               WHEN FREQ-HOURLY AND POOL-SET(WS-REGION-SUB)
                   COMPUTE WS-FED-INCREASE = MtCapInc(MT) / 2080
               WHEN FREQ-HOURLY
                   COMPUTE WS-FED-INCREASE ROUNDED =
                       MtCapInc(MT) / 2080
               WHEN OTHER
                   MOVE MtCapInc(MT) TO WS-FED-INCREASE
           END-EVALUATE
           COMPUTE MtNewSal(MT) = MtCurSal(MT) + WS-FED-INCREASE
               ON SIZE ERROR MOVE 999999 TO MtNewSal(MT)
           END-COMPUTE
           MOVE MtNewSal(MT) TO WS-ANSAL
           PERFORM AnnualizeSalary
           MOVE WS-ANNSAL TO MtNewAnn(MT)
           IF MtNewAnn(MT) > MtRangeHigh(MT)
               MOVE 'H' TO MtFlag(MT)
               ADD 1 TO WS-ABOVERANGE
           END-IF
           COMPUTE WS-INCREASE = MtNewAnn(MT) - MtAnnSal(MT)
           ADD WS-INCREASE TO RegionCapped(WS-REGION-SUB)
           ADD WS-INCREASE TO WS-TOT-CAPPED.

       ReleaseProposals.
           PERFORM VARYING MT FROM 1 BY 1 UNTIL MT > WS-MERITCOUNT
               MOVE MtRegion(MT) TO MsRegion
               MOVE MtTerr(MT)   TO MsTerr
               MOVE MtEmpNum(MT) TO MsEmpNum
               SET MsSub TO MT
               RELEASE MERIT-SORT-FILE
           END-PERFORM.

       WriteWorksheet.
           MOVE SPACE TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN MERITSORTFILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
               END-RETURN
               IF WS-SORT-EOF NOT = 'Y'
                   PERFORM WriteWorksheetLine
               END-IF
           END-PERFORM
           IF NOT FIRST-RECORD
               PERFORM RegionFooting
           END-IF.

       WriteWorksheetLine.
           SET MT TO MsSub
           IF FIRST-RECORD OR MsRegion NOT = WS-PREV-REGION
               IF NOT FIRST-RECORD
                   PERFORM RegionFooting
               END-IF
               PERFORM RegionHeading
           END-IF
           MOVE SPACE TO WS-DETAIL
           MOVE MtEmpNum(MT)    TO WS-DET-EMPNO
           MOVE MtEmpName(MT)   TO WS-DET-NAME
           MOVE MtTerr(MT)      TO WS-DET-TERR
           MOVE MtJobCode(MT)   TO WS-DET-JC
           MOVE MtPayFreq(MT)   TO WS-DET-FREQ
           MOVE MtAnnSal(MT)    TO WS-DET-CURANN
           MOVE MtCompa(MT)     TO WS-DET-COMPA
           MOVE MtPct(MT)       TO WS-DET-PCT
           MOVE MtPropInc(MT)   TO WS-DET-PROPINC
           COMPUTE WS-INCREASE = MtNewAnn(MT) - MtAnnSal(MT)
           MOVE WS-INCREASE     TO WS-DET-CAPINC
           MOVE MtNewSal(MT)    TO WS-DET-NEWSAL
           MOVE MtNewAnn(MT)    TO WS-DET-NEWANN
           MOVE MtRangeHigh(MT) TO WS-DET-RANGEHI
           IF MT-ABOVE-RANGE(MT)
               MOVE 'ABOVE RANGE MAX' TO WS-DET-FLAG
           END-IF
           WRITE RPTFILE-FILE FROM WS-DETAIL
           MOVE MtEmpNum(MT)    TO PropEmpNum
           MOVE MtEmpName(MT)   TO PropEmpName
           MOVE MtTerr(MT)      TO PropTerr
           MOVE MtRegion(MT)    TO PropRegion
           MOVE MtJobCode(MT)   TO PropJobCode
           MOVE MtPayFreq(MT)   TO PropPayFreq
           MOVE MtCurSal(MT)    TO PropCurSal
           MOVE MtNewSal(MT)    TO PropNewSal
           MOVE MtPct(MT)       TO PropPct
           MOVE MtFlag(MT)      TO PropFlag
           MOVE SPACE           TO PropDecision
           MOVE 0               TO PropApprSal
           WRITE PROPFILE-FILE.

       RegionHeading.
           MOVE MsRegion TO WS-PREV-REGION
           MOVE 'N' TO WS-FIRST-SW
           COMPUTE WS-REGION-SUB = MsRegion + 1
           MOVE MsRegion TO WS-RSEC-CODE
           MOVE RegionNameTab(WS-REGION-SUB) TO WS-RSEC-NAME
           MOVE SPACE TO RPTFILE-FILE
           WRITE RPTFILE-FILE
           WRITE RPTFILE-FILE FROM WS-REGION-SECTION
           WRITE RPTFILE-FILE FROM WS-HEADING2.

       RegionFooting.
           COMPUTE WS-REGION-SUB = WS-PREV-REGION + 1
           MOVE RegionHeads(WS-REGION-SUB)    TO WS-RFOOT-HEADS
           MOVE RegionProposed(WS-REGION-SUB) TO WS-RFOOT-PROP
           IF POOL-SET(WS-REGION-SUB)
               MOVE RegionPool(WS-REGION-SUB) TO WS-ED-POOL
               MOVE WS-ED-POOL TO WS-RFOOT-POOL
           ELSE
               MOVE 'NO POOL SET' TO WS-RFOOT-POOL
           END-IF
           MOVE RegionCapped(WS-REGION-SUB)   TO WS-RFOOT-CAPPED
           MOVE RegionFactor(WS-REGION-SUB)   TO WS-RFOOT-FACTOR
           WRITE RPTFILE-FILE FROM WS-REGION-FOOT.

      *    APPROVAL RUN - EACH MERITAPP ROW MARKED A BECOMES AN EMPTRAN
      *    C TRANSACTION CARRYING ONLY THE NEW SALARY (THE APPROVER'S
      *    OVERRIDE WHEN ONE IS KEYED), SO PROGRAM6 APPLIES IT AND
      *    JOURNALS IT TO EMPHIST LIKE ANY OTHER CHANGE. A ROW WHOSE
      *    MASTER SALARY HAS MOVED SINCE THE WORKSHEET IS NOT SENT
       GenerateTransactions.
           MOVE 'MERIT INCREASE TRANSACTIONS' TO WS-HDG-TITLE
           WRITE RPTFILE-FILE FROM WS-RPT-HEADING1
           WRITE RPTFILE-FILE FROM WS-GEN-HEADING2
           PERFORM CheckMeritGenerated
           OPEN INPUT APPRFILE.
           IF WS-APPR-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN MERITAPP - FILE STATUS '
                   WS-APPR-STATUS
               STOP RUN
           END-IF
           OPEN INPUT MASTFILE.
           IF WS-MAST-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN EMPMASTER - FILE STATUS '
                   WS-MAST-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND TRANFILE.
           IF WS-TRAN-STATUS = '35'
               OPEN OUTPUT TRANFILE
           END-IF
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN EMPTRAN - FILE STATUS '
                   WS-TRAN-STATUS
               STOP RUN
           END-IF
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ APPRFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-APPRREAD
                       PERFORM ProcessApproval
               END-READ
           END-PERFORM
           CLOSE APPRFILE.
           CLOSE MASTFILE.
           CLOSE TRANFILE.
           IF WS-GENERATED > 0
               PERFORM SaveMeritGenerated
           END-IF
           MOVE WS-APPRREAD   TO WS-GTOT-READ
           MOVE WS-GENERATED  TO WS-GTOT-GEN
           MOVE WS-DENIED     TO WS-GTOT-DENIED
           MOVE WS-UNDECIDED  TO WS-GTOT-UNDEC
           MOVE WS-APPRREJECT TO WS-GTOT-REJ
           MOVE SPACE TO RPTFILE-FILE
           WRITE RPTFILE-FILE
           WRITE RPTFILE-FILE FROM WS-GEN-TOTALS.

      *    PROGRAM6 APPLIES AND JOURNALS WHATEVER IS ON EMPTRAN, SO A
      *    SECOND G RUN OVER THE SAME MERITAPP WOULD GRANT EVERY
      *    INCREASE TWICE - ONCE MERITGEN SHOWS THIS EFFECTIVE DATE WAS
      *    GENERATED, THE RUN IS REFUSED
       CheckMeritGenerated.
           IF WS-MERIT-EFFDATE = 0
               MOVE WS-RUNDATE TO WS-GEN-KEY
           ELSE
               MOVE WS-MERIT-EFFDATE TO WS-GEN-KEY
           END-IF
           OPEN INPUT GENFILE.
           IF WS-GEN-STATUS = '35'
               CLOSE GENFILE
           ELSE
               IF WS-GEN-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN MERITGEN - FILE STATUS '
                       WS-GEN-STATUS
                   STOP RUN
               END-IF
               READ GENFILE
                   AT END CONTINUE
                   NOT AT END
                       IF GenEffDate = WS-GEN-KEY
                           DISPLAY 'MERIT INCREASES EFFECTIVE '
                               WS-GEN-KEY ' WERE ALREADY GENERATED ON '
                               GenRunDate ' (' GenTranCount
                               ' TRANSACTIONS) - RUN ABORTED'
                           CLOSE GENFILE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE GENFILE
           END-IF.

       SaveMeritGenerated.
           OPEN OUTPUT GENFILE.
           IF WS-GEN-STATUS NOT = '00'
               DISPLAY 'UNABLE TO REWRITE MERITGEN - FILE STATUS '
                   WS-GEN-STATUS ' - DO NOT RERUN THE G STEP FOR '
                   WS-GEN-KEY
               STOP RUN
           END-IF
           MOVE WS-GEN-KEY   TO GenEffDate
           MOVE WS-RUNDATE   TO GenRunDate
           MOVE WS-GENERATED TO GenTranCount
           WRITE GENFILE-FILE
           CLOSE GENFILE.

       ProcessApproval.
           MOVE SPACE TO WS-GEN-DETAIL
           MOVE ApprEmpNum   TO WS-GEN-EMPNO
           MOVE ApprEmpName  TO WS-GEN-NAME
           MOVE ApprDecision TO WS-GEN-DECISION
           MOVE ApprCurSal   TO WS-GEN-CURSAL
           MOVE ApprNewSal   TO WS-GEN-PROPSAL
           IF ApprApprSal NUMERIC AND ApprApprSal > 0
               MOVE ApprApprSal TO WS-NEWSAL
           ELSE
               MOVE ApprNewSal  TO WS-NEWSAL
           END-IF
           EVALUATE ApprDecision
               WHEN 'A'
                   MOVE WS-NEWSAL TO WS-GEN-APPRSAL
                   PERFORM CheckApprovedRow
                   IF WS-REJECT-TEXT = SPACE
                       PERFORM WriteMeritTran
                       MOVE 'EMPTRAN CHANGE WRITTEN' TO WS-GEN-DISP
                       ADD 1 TO WS-GENERATED
                   ELSE
                       MOVE WS-REJECT-TEXT TO WS-GEN-DISP
                       ADD 1 TO WS-APPRREJECT
                   END-IF
               WHEN 'D'
                   MOVE 'DENIED' TO WS-GEN-DISP
                   ADD 1 TO WS-DENIED
               WHEN OTHER
                   MOVE 'NO DECISION - NOT SENT' TO WS-GEN-DISP
                   ADD 1 TO WS-UNDECIDED
           END-EVALUATE
           WRITE RPTFILE-FILE FROM WS-GEN-DETAIL.

       CheckApprovedRow.
           MOVE SPACE TO WS-REJECT-TEXT
           MOVE ApprEmpNum TO MstEmpNum
           READ MASTFILE
               INVALID KEY
                   MOVE 'NOT ON MASTER' TO WS-REJECT-TEXT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN MstEmpStatus = 'T'
                           MOVE 'EMPLOYEE TERMINATED'
                               TO WS-REJECT-TEXT
                       WHEN MstSalary NOT = ApprCurSal
                           MOVE 'SALARY CHANGED SINCE PROPOSAL'
                               TO WS-REJECT-TEXT
                       WHEN WS-NEWSAL NOT > MstSalary
                           MOVE 'APPROVED SALARY IS NO INCREASE'
                               TO WS-REJECT-TEXT
                   END-EVALUATE
           END-READ.

       WriteMeritTran.
           MOVE SPACE             TO TRANFILE-FILE
           MOVE 'C'               TO TranActionIn
           MOVE ApprEmpNum        TO EmpNumIn
           MOVE 0                 TO TerrNumIn
           MOVE WS-NEWSAL         TO SalaryIn
           MOVE 0                 TO JobCodeIn
           MOVE 0                 TO HireDateIn
           IF WS-MERIT-EFFDATE = 0
               MOVE SPACE         TO EffDateIn(1:8)
           ELSE
               MOVE WS-MERIT-EFFDATE TO EffDateIn
           END-IF
           WRITE TRANFILE-FILE.

       END PROGRAM Program22.
