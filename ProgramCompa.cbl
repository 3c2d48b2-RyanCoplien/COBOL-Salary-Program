           SELECT TERRREFFILE ASSIGN TO "TERRREF"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERRREF-STATUS.
           SELECT RUNCTLFILE ASSIGN TO "RUNCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RPTFILE ASSIGN TO "COMPART"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
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

       FD RUNCTLFILE.
       01 RUNCTLFILE-FILE.
           05 RcSeq               PIC 9(2).
           05 RcProgram           PIC X(9).
           05 RcCycleDate         PIC 9(8).
           05 RcState             PIC X.
           05 RcStartDate         PIC 9(8).
           05 RcEndDate           PIC 9(8).

       FD RPTFILE.
       01 RPTFILE-FILE              PIC X(132).
       01 WS-JOBCLASS-STATUS       PIC XX.
       01 WS-TERRREF-STATUS        PIC XX.
       01 WS-RPT-STATUS            PIC XX.
       01 WS-RUNCTL-STATUS         PIC XX.

       01 WS-RUNDATE               PIC 9(8).
       01 WS-CYCLE-DATE            PIC 9(8).

       01 WS-EFFECTIVE.
           05 WS-EFF-FROM         PIC 9(8).
           05 WS-EFF-FROM-X REDEFINES WS-EFF-FROM PIC X(8).
           05 WS-EFF-TO           PIC 9(8).
           05 WS-EFF-TO-X REDEFINES WS-EFF-TO     PIC X(8).
           05 WS-IN-FORCE-SW      PIC X.
               88 ROW-IN-FORCE    VALUE 'Y'.

       01 WS-ITEM.
           05 WS-EMPNO            PIC 9(5).
               VALUE 'COMPA-RATIO DISTRIBUTION REPORT - RUN DATE'.
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-HDG-DATE         PIC 9(8).
           05 FILLER              PIC X(7)  VALUE ' AS OF '.
           05 WS-HDG-ASOF         PIC 9(8).
           05 FILLER              PIC X(66) VALUE SPACE.

       01 WS-RPT-HEADING2.
           05 FILLER              PIC X(4)  VALUE 'CODE'.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUNDATE FROM DATE YYYYMMDD.
           PERFORM GetCycleDate
           PERFORM LoadJobClassTable
           PERFORM LoadTerrRefTable
           OPEN INPUT INFILE.
               STOP RUN
           END-IF
           MOVE WS-RUNDATE TO WS-HDG-DATE
           MOVE WS-CYCLE-DATE TO WS-HDG-ASOF
           WRITE RPTFILE-FILE FROM WS-RPT-HEADING1
           PERFORM WriteJobClassSection
           PERFORM WriteTerritorySection
           CLOSE RPTFILE.
           STOP RUN.

      *    THE RANGES AND REGIONS SCORED ARE THE ONES IN FORCE FOR THE
      *    OPEN CYCLE ON RUNCTL; WITH NO CYCLE OPEN THE REPORT IS AS OF
      *    TODAY
       GetCycleDate.
           MOVE WS-RUNDATE TO WS-CYCLE-DATE
           OPEN INPUT RUNCTLFILE.
           IF WS-RUNCTL-STATUS = '00'
               READ RUNCTLFILE
                   AT END CONTINUE
                   NOT AT END
                       IF RcCycleDate NUMERIC AND RcCycleDate > 0
                           MOVE RcCycleDate TO WS-CYCLE-DATE
                       END-IF
               END-READ
               CLOSE RUNCTLFILE
           ELSE
               CLOSE RUNCTLFILE
           END-IF.

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
           COMPUTE JobMidpoint(I) =
               (JC-LOW-IN + JC-HIGH-IN) / 2
           IF JobMidpoint(I) = 0
               DISPLAY 'JOB CLASS ' JC-NUMBER-IN
                   ' HAS A ZERO RANGE MIDPOINT - '
                   'CORRECT JOBCLASS.DAT BEFORE RERUNNING'
               CLOSE JOBCLASSFILE
               STOP RUN
           END-IF
           PERFORM VARYING WS-B FROM 1 BY 1
               UNTIL WS-B > 5
               MOVE 0 TO JobBucket(I, WS-B)
           END-PERFORM
           MOVE 0 TO JobCompaSum(I).

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
               TO RegionNameTab(TR-REGION-IN + 1)
           PERFORM VARYING WS-B FROM 1 BY 1
               UNTIL WS-B > 5
               MOVE 0 TO TerrBucket(TR, WS-B)
           END-PERFORM
           MOVE 0 TO TerrCompaSum(TR).

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

       ScoreOneEmployee.
           ADD 1 TO WS-READCOUNT
           IF STATUS-LEAVE OR STATUS-TERM
