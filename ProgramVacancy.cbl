       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program21.
       AUTHOR. Ryan Coplien
       DATE-WRITTEN. 10/15/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFILE ASSIGN TO "EMPMASTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EmpNumIn
           FILE STATUS IS WS-INFILE-STATUS.
           SELECT POSCTLFILE ASSIGN TO "POSCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSCTL-STATUS.
           SELECT JOBCLASSFILE ASSIGN TO "JOBCLASS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOBCLASS-STATUS.
           SELECT TERRREFFILE ASSIGN TO "TERRREF"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERRREF-STATUS.
           SELECT VACSORTFILE ASSIGN TO "VACSORT".
           SELECT RPTFILE ASSIGN TO "VACRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INFILE.
       01 INFILE-FILE.
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
           05 JunkIn              PIC X(22).

       FD POSCTLFILE.
       01 POSCTLFILE-FILE.
           05 PC-TERR-IN            PIC 99.
           05 PC-JOBCLASS-IN        PIC 99.
           05 PC-APPROVED-IN        PIC 9(4).
           05 PC-BUDGET-IN          PIC 9(9).

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

       SD VACSORTFILE.
       01 VAC-SORT-FILE.
           05 VacTerrSort           PIC 9(2).
           05 VacJobSort            PIC 9(2).
           05 VacApprovedSort       PIC 9(4).
           05 VacFilledSort         PIC 9(4).
           05 VacBudgetSort         PIC 9(9).
           05 VacActualSort         PIC 9(9).

       FD RPTFILE.
       01 RPTFILE-FILE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOFILE.
           05 WS-EOF              PIC X.
           05 WS-JC-EOF           PIC X.
           05 WS-TR-EOF           PIC X.
           05 WS-POS-EOF          PIC X.
           05 WS-SORT-EOF         PIC X.

       01 WS-INFILE-STATUS         PIC XX.
       01 WS-POSCTL-STATUS         PIC XX.
       01 WS-JOBCLASS-STATUS       PIC XX.
       01 WS-TERRREF-STATUS        PIC XX.
       01 WS-RPT-STATUS            PIC XX.

       01 WS-RUNDATE               PIC 9(8).

       01 WS-EFFECTIVE.
           05 WS-EFF-FROM         PIC 9(8).
           05 WS-EFF-FROM-X REDEFINES WS-EFF-FROM PIC X(8).
           05 WS-EFF-TO           PIC 9(8).
           05 WS-EFF-TO-X REDEFINES WS-EFF-TO     PIC X(8).
           05 WS-IN-FORCE-SW      PIC X.
               88 ROW-IN-FORCE    VALUE 'Y'.

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
           05 WS-SEATED           PIC 9(5) VALUE 0.
           05 WS-TERMCOUNT        PIC 9(5) VALUE 0.
           05 WS-UNBUDGETED       PIC 9(5) VALUE 0.

       01 WS-SWITCHES.
           05 WS-POS-FOUND-SW     PIC X.
               88 POS-FOUND       VALUE 'Y'.
           05 WS-FIRST-SW         PIC X VALUE 'Y'.
               88 FIRST-RECORD    VALUE 'Y'.

       01 WS-WORK.
           05 WS-ANNSAL           PIC 9(8).
           05 WS-POS-TERR         PIC 9(2).
           05 WS-POS-JOB          PIC 9(2).
           05 WS-PREV-TERR        PIC 9(2).
           05 WS-OPEN-SEATS       PIC S9(5).
           05 WS-VARIANCE         PIC S9(10).

       01 PosTable.
           02 WS-POSCOUNT          PIC 9(3) COMP VALUE 0.
           02 PosEntry
               OCCURS 1 TO 500 TIMES DEPENDING ON WS-POSCOUNT
               INDEXED BY PC.
               03 PosTerr           PIC 9(2).
               03 PosJobClass       PIC 9(2).
               03 PosApproved       PIC 9(4).
               03 PosBudget         PIC 9(9).
               03 PosFilled         PIC 9(4) COMP.
               03 PosActual         PIC 9(9) COMP.

       01 JobClassTable.
           02 WS-JOBCOUNT         PIC 9(2) COMP VALUE 0.
           02 JobClassDetails
               OCCURS 1 TO 20 TIMES DEPENDING ON WS-JOBCOUNT
               INDEXED BY I.
               03 JobNumber      PIC 99.
               03 JobName        PIC X(20).

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
               03 RegionApproved    PIC 9(5) COMP.
               03 RegionFilled      PIC 9(5) COMP.
               03 RegionBudget      PIC 9(10) COMP.
               03 RegionActual      PIC 9(10) COMP.

       01 WS-GROUP-TOTALS.
           05 WS-TERR-APPROVED    PIC 9(5).
           05 WS-TERR-FILLED      PIC 9(5).
           05 WS-TERR-BUDGET      PIC 9(10).
           05 WS-TERR-ACTUAL      PIC 9(10).
           05 WS-GRAND-APPROVED   PIC 9(6) VALUE 0.
           05 WS-GRAND-FILLED     PIC 9(6) VALUE 0.
           05 WS-GRAND-BUDGET     PIC 9(11) VALUE 0.
           05 WS-GRAND-ACTUAL     PIC 9(11) VALUE 0.

       01 WS-SUBSCRIPTS.
           05 WS-REGION-SUB       PIC 9(2) COMP.
           05 WS-REGION-CODE      PIC 9.

       01 WS-LINE-VALUES.
           05 WS-LV-APPROVED      PIC 9(6).
           05 WS-LV-FILLED        PIC 9(6).
           05 WS-LV-BUDGET        PIC 9(11).
           05 WS-LV-ACTUAL        PIC 9(11).

       01 WS-RPT-HEADING1.
           05 FILLER              PIC X(39)
               VALUE 'POSITION VACANCY REPORT - RUN DATE'.
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-HDG-DATE         PIC 9(8).
           05 FILLER              PIC X(84) VALUE SPACE.

       01 WS-RPT-HEADING2.
           05 FILLER              PIC X(4)  VALUE 'CODE'.
           05 FILLER              PIC X(21) VALUE ' NAME'.
           05 FILLER              PIC X(9)  VALUE ' APPROVED'.
           05 FILLER              PIC X(8)  VALUE '  FILLED'.
           05 FILLER              PIC X(8)  VALUE '    OPEN'.
           05 FILLER              PIC X(16) VALUE '   BUDGET SALARY'.
           05 FILLER              PIC X(16) VALUE '   ACTUAL SALARY'.
           05 FILLER              PIC X(18) VALUE '  UNDER/(OVER) BDG'.
           05 FILLER              PIC X(32) VALUE '  FLAG'.

       01 WS-RPT-SECTION           PIC X(132).

       01 WS-TERR-SECTION.
           05 FILLER              PIC X(10) VALUE 'TERRITORY '.
           05 WS-SEC-TERR         PIC 9(2).
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-SEC-NAME         PIC X(20).
           05 FILLER              PIC X(8)  VALUE '  REGION'.
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-SEC-REGION       PIC 9.
           05 FILLER              PIC X(89) VALUE SPACE.

       01 WS-RPT-DETAIL.
           05 WS-DET-CODE         PIC XX.
           05 FILLER              PIC XX    VALUE SPACE.
           05 WS-DET-NAME         PIC X(20).
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-DET-APPROVED     PIC ZZZZZ9.
           05 FILLER              PIC X(3)  VALUE SPACE.
           05 WS-DET-FILLED       PIC ZZZZZ9.
           05 FILLER              PIC XX    VALUE SPACE.
           05 WS-DET-OPEN         PIC ZZZZ9-.
           05 FILLER              PIC XX    VALUE SPACE.
           05 WS-DET-BUDGET       PIC $$$,$$$,$$$,$$9.
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-DET-ACTUAL       PIC $$$,$$$,$$$,$$9.
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-DET-VARIANCE     PIC $$$,$$$,$$$,$$9-.
           05 FILLER              PIC XX    VALUE SPACE.
           05 WS-DET-FLAG         PIC X(14).
           05 FILLER              PIC X(18) VALUE SPACE.

       01 WS-RPT-TOTALS.
           05 FILLER              PIC X(17)
               VALUE 'EMPLOYEES READ:  '.
           05 WS-TOT-READ         PIC ZZZZ9.
           05 FILLER              PIC X(11) VALUE '  SEATED:  '.
           05 WS-TOT-SEATED       PIC ZZZZ9.
           05 FILLER              PIC X(15) VALUE '  TERMINATED:  '.
           05 WS-TOT-TERM         PIC ZZZZ9.
           05 FILLER              PIC X(20) VALUE
               '  NO POSITION ROW:  '.
           05 WS-TOT-UNBUD        PIC ZZZZ9.
           05 FILLER              PIC X(49) VALUE SPACE.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUNDATE FROM DATE YYYYMMDD.
           PERFORM LoadJobClassTable
           PERFORM LoadTerrRefTable
           PERFORM LoadPositionTable
           OPEN INPUT INFILE.
           IF WS-INFILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN EMPMASTER - FILE STATUS '
                   WS-INFILE-STATUS
               STOP RUN
           END-IF
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ INFILE INTO WS-ITEM
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM SeatOneEmployee
               END-READ
           END-PERFORM
           CLOSE INFILE.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN VACRPT - FILE STATUS '
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-RUNDATE TO WS-HDG-DATE
           WRITE RPTFILE-FILE FROM WS-RPT-HEADING1
           SORT VACSORTFILE
               ON ASCENDING KEY VacTerrSort
               ON ASCENDING KEY VacJobSort
               INPUT PROCEDURE IS ReleasePositions
               OUTPUT PROCEDURE IS WriteTerritorySection.
           PERFORM WriteRegionSection
           MOVE WS-READCOUNT  TO WS-TOT-READ
           MOVE WS-SEATED     TO WS-TOT-SEATED
           MOVE WS-TERMCOUNT  TO WS-TOT-TERM
           MOVE WS-UNBUDGETED TO WS-TOT-UNBUD
           MOVE SPACE TO RPTFILE-FILE
           WRITE RPTFILE-FILE
           WRITE RPTFILE-FILE FROM WS-RPT-TOTALS
           CLOSE RPTFILE.
           STOP RUN.

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
           ADD 1 TO WS-JOBCOUNT
           SET I TO WS-JOBCOUNT
           MOVE JC-NUMBER-IN TO JobNumber(I)
           MOVE JC-NAME-IN   TO JobName(I).

       LoadTerrRefTable.
           PERFORM VARYING RG FROM 1 BY 1 UNTIL RG > 10
               MOVE SPACE TO RegionNameTab(RG)
               MOVE 0 TO RegionApproved(RG)
               MOVE 0 TO RegionFilled(RG)
               MOVE 0 TO RegionBudget(RG)
               MOVE 0 TO RegionActual(RG)
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

      *    POSCTL IS KEYED LIKE THE TERROUT BREAKDOWN - ONE ROW PER
      *    TERRITORY AND JOB CLASS WITH THE APPROVED SEATS AND THE
      *    BUDGETED ANNUAL SALARY DOLLARS FOR THOSE SEATS
       LoadPositionTable.
           MOVE SPACE TO WS-POS-EOF.
           OPEN INPUT POSCTLFILE.
           IF WS-POSCTL-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN POSCTL - FILE STATUS '
                   WS-POSCTL-STATUS
               STOP RUN
           END-IF
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
                       ADD PC-BUDGET-IN   TO PosBudget(PC)
               END-READ
           END-PERFORM
           CLOSE POSCTLFILE.

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
           MOVE 0           TO PosBudget(PC)
           MOVE 0           TO PosFilled(PC)
           MOVE 0           TO PosActual(PC).

      *    EVERY EMPLOYEE NOT TERMINATED HOLDS A SEAT - LEAVE KEEPS
      *    THE SEAT. A SEAT WITH NO POSCTL ROW IS SHOWN WITH ZERO
      *    APPROVED SO IT SURFACES AS OVER HEADCOUNT
       SeatOneEmployee.
           ADD 1 TO WS-READCOUNT
           IF STATUS-TERM
               ADD 1 TO WS-TERMCOUNT
           ELSE
               ADD 1 TO WS-SEATED
               MOVE WS-TERRITORYNO TO WS-POS-TERR
               MOVE WS-JOBCODE     TO WS-POS-JOB
               PERFORM FindPosition
               IF NOT POS-FOUND
                   ADD 1 TO WS-UNBUDGETED
                   PERFORM AddPositionEntry
               END-IF
               PERFORM AnnualizeSalary
               ADD 1         TO PosFilled(PC)
               ADD WS-ANNSAL TO PosActual(PC)
           END-IF.

      *    SALARY AS FED, EXPRESSED AS AN ANNUAL AMOUNT - MONTHLY IS
      *    TIMES 12, HOURLY IS TIMES 2080 (40 HOURS, 52 WEEKS) - SO
      *    ACTUAL DOLLARS COMPARE WITH THE ANNUAL BUDGET
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

       ReleasePositions.
           PERFORM VARYING PC FROM 1 BY 1 UNTIL PC > WS-POSCOUNT
               MOVE PosTerr(PC)     TO VacTerrSort
               MOVE PosJobClass(PC) TO VacJobSort
               MOVE PosApproved(PC) TO VacApprovedSort
               MOVE PosFilled(PC)   TO VacFilledSort
               MOVE PosBudget(PC)   TO VacBudgetSort
               MOVE PosActual(PC)   TO VacActualSort
               RELEASE VAC-SORT-FILE
           END-PERFORM.

       WriteTerritorySection.
           MOVE 'VACANCIES BY TERRITORY AND JOB CLASS'
               TO WS-RPT-SECTION
           WRITE RPTFILE-FILE FROM WS-RPT-SECTION
           MOVE SPACE TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN VACSORTFILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
               END-RETURN
               IF WS-SORT-EOF NOT = 'Y'
                   PERFORM PrintPositionLine
               END-IF
           END-PERFORM
           IF NOT FIRST-RECORD
               PERFORM TerritoryTotalLine
           END-IF.

       PrintPositionLine.
           IF FIRST-RECORD OR VacTerrSort NOT = WS-PREV-TERR
               IF NOT FIRST-RECORD
                   PERFORM TerritoryTotalLine
               END-IF
               PERFORM TerritoryHeading
           END-IF
           MOVE SPACE TO WS-RPT-DETAIL
           MOVE VacJobSort TO WS-DET-CODE
           SET I TO 1.
           SEARCH JobClassDetails
               AT END MOVE 'NOT ON JOBCLASS' TO WS-DET-NAME
               WHEN JobNumber(I) = VacJobSort
                   MOVE JobName(I) TO WS-DET-NAME
           END-SEARCH
           MOVE VacApprovedSort TO WS-LV-APPROVED
           MOVE VacFilledSort   TO WS-LV-FILLED
           MOVE VacBudgetSort   TO WS-LV-BUDGET
           MOVE VacActualSort   TO WS-LV-ACTUAL
           PERFORM FormatValues
           WRITE RPTFILE-FILE FROM WS-RPT-DETAIL
           ADD VacApprovedSort TO WS-TERR-APPROVED
           ADD VacFilledSort   TO WS-TERR-FILLED
           ADD VacBudgetSort   TO WS-TERR-BUDGET
           ADD VacActualSort   TO WS-TERR-ACTUAL.

       TerritoryHeading.
           MOVE VacTerrSort TO WS-PREV-TERR
           MOVE 'N' TO WS-FIRST-SW
           MOVE 0 TO WS-TERR-APPROVED
           MOVE 0 TO WS-TERR-FILLED
           MOVE 0 TO WS-TERR-BUDGET
           MOVE 0 TO WS-TERR-ACTUAL
           MOVE VacTerrSort TO WS-SEC-TERR
           MOVE 0 TO WS-REGION-CODE
           SET TR TO 1.
           SEARCH TerrRefDetails
               AT END MOVE 'NOT ON TERRREF' TO WS-SEC-NAME
               WHEN TerrRefNumber(TR) = VacTerrSort
                   MOVE TerrRefName(TR)   TO WS-SEC-NAME
                   MOVE TerrRefRegion(TR) TO WS-REGION-CODE
           END-SEARCH
           MOVE WS-REGION-CODE TO WS-SEC-REGION
           MOVE SPACE TO RPTFILE-FILE
           WRITE RPTFILE-FILE
           WRITE RPTFILE-FILE FROM WS-TERR-SECTION
           WRITE RPTFILE-FILE FROM WS-RPT-HEADING2.

      *    TERRITORY TOTAL ROLLS INTO ITS TERRREF REGION - A TERRITORY
      *    NOT ON TERRREF ROLLS INTO 'NO REGION ASSIGNED'
       TerritoryTotalLine.
           MOVE SPACE TO WS-RPT-DETAIL
           MOVE 'TERRITORY TOTAL' TO WS-DET-NAME
           MOVE WS-TERR-APPROVED TO WS-LV-APPROVED
           MOVE WS-TERR-FILLED   TO WS-LV-FILLED
           MOVE WS-TERR-BUDGET   TO WS-LV-BUDGET
           MOVE WS-TERR-ACTUAL   TO WS-LV-ACTUAL
           PERFORM FormatValues
           WRITE RPTFILE-FILE FROM WS-RPT-DETAIL
           COMPUTE WS-REGION-SUB = WS-REGION-CODE + 1
           ADD WS-TERR-APPROVED TO RegionApproved(WS-REGION-SUB)
           ADD WS-TERR-FILLED   TO RegionFilled(WS-REGION-SUB)
           ADD WS-TERR-BUDGET   TO RegionBudget(WS-REGION-SUB)
           ADD WS-TERR-ACTUAL   TO RegionActual(WS-REGION-SUB)
           ADD WS-TERR-APPROVED TO WS-GRAND-APPROVED
           ADD WS-TERR-FILLED   TO WS-GRAND-FILLED
           ADD WS-TERR-BUDGET   TO WS-GRAND-BUDGET
           ADD WS-TERR-ACTUAL   TO WS-GRAND-ACTUAL.

       WriteRegionSection.
           MOVE SPACE TO RPTFILE-FILE
           WRITE RPTFILE-FILE
           MOVE 'VACANCIES BY REGION' TO WS-RPT-SECTION
           WRITE RPTFILE-FILE FROM WS-RPT-SECTION
           WRITE RPTFILE-FILE FROM WS-RPT-HEADING2
           PERFORM VARYING RG FROM 1 BY 1 UNTIL RG > 10
               IF RegionApproved(RG) > 0 OR RegionFilled(RG) > 0
                   MOVE SPACE TO WS-RPT-DETAIL
                   SET WS-REGION-SUB TO RG
                   COMPUTE WS-REGION-CODE = WS-REGION-SUB - 1
                   MOVE WS-REGION-CODE    TO WS-DET-CODE
                   MOVE RegionNameTab(RG) TO WS-DET-NAME
                   MOVE RegionApproved(RG) TO WS-LV-APPROVED
                   MOVE RegionFilled(RG)   TO WS-LV-FILLED
                   MOVE RegionBudget(RG)   TO WS-LV-BUDGET
                   MOVE RegionActual(RG)   TO WS-LV-ACTUAL
                   PERFORM FormatValues
                   WRITE RPTFILE-FILE FROM WS-RPT-DETAIL
               END-IF
           END-PERFORM
           MOVE SPACE TO WS-RPT-DETAIL
           MOVE 'COMPANY TOTAL'   TO WS-DET-NAME
           MOVE WS-GRAND-APPROVED TO WS-LV-APPROVED
           MOVE WS-GRAND-FILLED   TO WS-LV-FILLED
           MOVE WS-GRAND-BUDGET   TO WS-LV-BUDGET
           MOVE WS-GRAND-ACTUAL   TO WS-LV-ACTUAL
           PERFORM FormatValues
           WRITE RPTFILE-FILE FROM WS-RPT-DETAIL.

      *    OPEN SEATS ARE APPROVED LESS FILLED (NEGATIVE WHEN OVER
      *    HEADCOUNT); VARIANCE IS BUDGET LESS ACTUAL (NEGATIVE WHEN
      *    OVER BUDGET)
       FormatValues.
           COMPUTE WS-OPEN-SEATS = WS-LV-APPROVED - WS-LV-FILLED
           COMPUTE WS-VARIANCE   = WS-LV-BUDGET - WS-LV-ACTUAL
           MOVE WS-LV-APPROVED TO WS-DET-APPROVED
           MOVE WS-LV-FILLED   TO WS-DET-FILLED
           MOVE WS-OPEN-SEATS  TO WS-DET-OPEN
           MOVE WS-LV-BUDGET   TO WS-DET-BUDGET
           MOVE WS-LV-ACTUAL   TO WS-DET-ACTUAL
           MOVE WS-VARIANCE    TO WS-DET-VARIANCE
           EVALUATE TRUE
               WHEN WS-OPEN-SEATS < 0
                   MOVE 'OVER HEADCOUNT' TO WS-DET-FLAG
               WHEN WS-VARIANCE < 0
                   MOVE 'OVER BUDGET'    TO WS-DET-FLAG
               WHEN WS-OPEN-SEATS > 0
                   MOVE 'VACANT SEATS'   TO WS-DET-FLAG
               WHEN OTHER
                   MOVE SPACE            TO WS-DET-FLAG
           END-EVALUATE.

       END PROGRAM Program21.
