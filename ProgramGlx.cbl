           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
           SELECT RUNCTLFILE ASSIGN TO "RUNCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT JRNLFILE ASSIGN TO "GLJRNL"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05 TR-NAME-IN            PIC X(20).
           05 TR-REGION-IN          PIC 9.
           05 TR-REGION-NAME-IN     PIC X(20).
           05 TR-EFF-FROM-IN        PIC 9(8).
           05 TR-EFF-TO-IN          PIC 9(8).

       FD COAFILE.
       01 COAFILE-FILE.
           05 AuditScopeIn          PIC X.
           05 AuditScopeDetIn       PIC X(25).

       FD RUNCTLFILE.
       01 RUNCTLFILE-FILE.
           05 RcSeq               PIC 9(2).
           05 RcProgram           PIC X(9).
           05 RcCycleDate         PIC 9(8).
           05 RcState             PIC X.
           05 RcStartDate         PIC 9(8).
           05 RcEndDate           PIC 9(8).

       FD JRNLFILE.
       01 JRNLFILE-FILE.
           05 GlRecType             PIC X.
       01 WS-COA-STATUS            PIC XX.
       01 WS-AUDIT-STATUS          PIC XX.
       01 WS-JRNL-STATUS           PIC XX.
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

       01 WS-AUDIT-TOTALS.
           05 WS-AUDIT-FOUND-SW   PIC X VALUE 'N'.
           PERFORM VARYING RG FROM 1 BY 1 UNTIL RG > 10
               MOVE 0 TO RegionCentsTab(RG)
           END-PERFORM
           PERFORM GetCycleDate
           PERFORM LoadTerrRefTable
           PERFORM LoadCoaTable
           PERFORM LoadAuditControl
               WS-DEBIT-TOTAL ' CENTS'
           STOP RUN.

      *    THE OPEN CYCLE IS THE DATE PROGRAM6 STAMPED ON RUNCTL - THE
      *    REGION MAP USED TO SPREAD THE EXPENSE IS THE TERRREF VERSION
      *    IN FORCE FOR THAT CYCLE, THE SAME ONE PROGRAM5 ROLLED UP ON
       GetCycleDate.
           OPEN INPUT RUNCTLFILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'RUN CONTROL: RUNCTL IS MISSING OR '
                   'UNREADABLE - RUN PROGRAM6 TO OPEN THE CYCLE - '
                   'FILE STATUS ' WS-RUNCTL-STATUS
               STOP RUN
           END-IF
           READ RUNCTLFILE
               AT END
                   DISPLAY 'RUN CONTROL: RUNCTL IS EMPTY - RUN '
                       'PROGRAM6 TO OPEN THE CYCLE'
                   CLOSE RUNCTLFILE
                   STOP RUN
               NOT AT END
                   MOVE RcCycleDate TO WS-CYCLE-DATE
           END-READ
           CLOSE RUNCTLFILE.

       LoadTerrRefTable.
           MOVE SPACE TO WS-TR-EOF.
           OPEN INPUT TERRREFFILE.
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
               DISPLAY 'TERRREF HAS MORE THAN 50 '
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
           MOVE TR-REGION-IN TO TerrRefRegion(TR).

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

      *    GLCOA MAPS EACH REGION TO ITS EXPENSE COST CENTER AND
      *    ACCOUNT - THE REGION 0 ROW NAMES THE SINGLE ACCRUAL
      *    CREDIT ACCOUNT (REGION 0 IS RESERVED ON TERRREF)
