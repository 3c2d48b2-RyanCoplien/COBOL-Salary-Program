       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program23.
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
           SELECT JOBCLASSFILE ASSIGN TO "JOBCLASS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOBCLASS-STATUS.
           SELECT BONUSPLANFILE ASSIGN TO "BONUSPLAN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BONUSPLAN-STATUS.
           SELECT TERRREFFILE ASSIGN TO "TERRREF"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERRREF-STATUS.
           SELECT PARMFILE ASSIGN TO "REFPARM"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.
           SELECT CHGSORTFILE ASSIGN TO "REFSORT".
           SELECT RPTFILE ASSIGN TO "REFCHGRPT"
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

       FD JOBCLASSFILE.
       01 JOBCLASSFILE-FILE.
           05 JC-NUMBER-IN          PIC 99.
           05 JC-NAME-IN            PIC X(20).
           05 JC-LOW-IN             PIC 9(6).
           05 JC-HIGH-IN            PIC 9(6).
           05 JC-EFF-FROM-IN        PIC 9(8).
           05 JC-EFF-TO-IN          PIC 9(8).

       FD BONUSPLANFILE.
       01 BONUSPLANFILE-FILE.
           05 BP-JOBCLASS-IN        PIC 99.
           05 BP-RATE-IN            PIC 9V999.
           05 BP-CAP-IN             PIC 9(6).
           05 BP-MINSVC-IN          PIC 99.
           05 BP-EFF-FROM-IN        PIC 9(8).
           05 BP-EFF-TO-IN          PIC 9(8).

       FD TERRREFFILE.
       01 TERRREFFILE-FILE.
           05 TR-NUMBER-IN          PIC 99.
           05 TR-NAME-IN            PIC X(20).
           05 TR-REGION-IN          PIC 9.
           05 TR-REGION-NAME-IN     PIC X(20).
           05 TR-EFF-FROM-IN        PIC 9(8).
           05 TR-EFF-TO-IN          PIC 9(8).

       FD PARMFILE.
       01 PARMFILE-FILE.
           05 RParmTypeIn           PIC X.
           05 RParmBodyIn           PIC X(16).

       SD CHGSORTFILE.
       01 CHG-SORT-FILE.
           05 CsDate                PIC 9(8).
           05 CsFile                PIC X.
           05 CsKey                 PIC 99.
           05 CsType                PIC X.
           05 CsNewSub              PIC 9(4).
           05 CsOldSub              PIC 9(4).

       FD RPTFILE.
       01 RPTFILE-FILE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOFILE.
           05 WS-EOF              PIC X.
           05 WS-JC-EOF           PIC X.
           05 WS-BP-EOF           PIC X.
           05 WS-TR-EOF           PIC X.
           05 WS-SORT-EOF         PIC X.

       01 WS-INFILE-STATUS         PIC XX.
       01 WS-JOBCLASS-STATUS       PIC XX.
       01 WS-BONUSPLAN-STATUS      PIC XX.
       01 WS-TERRREF-STATUS        PIC XX.
       01 WS-PARM-STATUS           PIC XX.
       01 WS-RPT-STATUS            PIC XX.

       01 WS-RUNDATE               PIC 9(8).

       01 WS-REFPARM.
           05 WS-SELECT           PIC X VALUE 'A'.
               88 SELECT-ALL      VALUE 'A' SPACE.
               88 SELECT-DATE     VALUE 'D'.
           05 WS-PARM-BODY        PIC X(16) VALUE SPACE.
           05 WS-PARM-DATES REDEFINES WS-PARM-BODY.
               10 WS-PARM-LOWDATE  PIC 9(8).
               10 WS-PARM-HIGHDATE PIC 9(8).

       01 WS-EFFECTIVE.
           05 WS-EFF-FROM         PIC 9(8).
           05 WS-EFF-FROM-X REDEFINES WS-EFF-FROM PIC X(8).
           05 WS-EFF-TO           PIC 9(8).
           05 WS-EFF-TO-X REDEFINES WS-EFF-TO     PIC X(8).

       01 WS-COUNTS.
           05 WS-JC-CHANGES       PIC 9(4) VALUE 0.
           05 WS-BP-CHANGES       PIC 9(4) VALUE 0.
           05 WS-TR-CHANGES       PIC 9(4) VALUE 0.
           05 WS-AFFECTED         PIC 9(5) VALUE 0.
           05 WS-TOT-AFFECTED     PIC 9(6) VALUE 0.

       01 WS-WORK.
           05 WS-OLD-SUB          PIC 9(4) COMP.
           05 WS-OLD-FROM         PIC 9(8).
           05 WS-LATER-SW         PIC X.
               88 LATER-ROW-FOUND VALUE 'Y'.

      *    EVERY ROW OF THE THREE REFERENCE FILES, HISTORY INCLUDED -
      *    THE ROW IMAGE AFTER THE KEY IS KEPT WHOLE AND VIEWED
      *    THROUGH THE LAYOUT FOR ITS FILE WHEN IT IS PRINTED
       01 RefTable.
           02 WS-REFCOUNT          PIC 9(4) COMP VALUE 0.
           02 RefEntry
               OCCURS 1 TO 500 TIMES DEPENDING ON WS-REFCOUNT
               INDEXED BY RX RY.
               03 RefFile           PIC X.
                   88 REF-JOBCLASS  VALUE 'J'.
                   88 REF-BONUSPLAN VALUE 'B'.
                   88 REF-TERRREF   VALUE 'T'.
               03 RefKey            PIC 99.
               03 RefFrom           PIC 9(8).
               03 RefTo             PIC 9(8).
               03 RefImage          PIC X(41).

       01 WS-JC-IMAGE.
           05 WS-IMG-JC-NAME      PIC X(20).
           05 WS-IMG-JC-LOW       PIC 9(6).
           05 WS-IMG-JC-HIGH      PIC 9(6).
           05 FILLER              PIC X(9).
       01 WS-BP-IMAGE REDEFINES WS-JC-IMAGE.
           05 WS-IMG-BP-RATE      PIC 9V999.
           05 WS-IMG-BP-CAP       PIC 9(6).
           05 WS-IMG-BP-MINSVC    PIC 99.
           05 FILLER              PIC X(29).
       01 WS-TR-IMAGE REDEFINES WS-JC-IMAGE.
           05 WS-IMG-TR-NAME      PIC X(20).
           05 WS-IMG-TR-REGION    PIC 9.
           05 WS-IMG-TR-REGNAME   PIC X(20).

       01 EmpTable.
           02 WS-EMPCOUNT          PIC 9(4) COMP VALUE 0.
           02 EmpEntry
               OCCURS 1 TO 1000 TIMES DEPENDING ON WS-EMPCOUNT
               INDEXED BY EX.
               03 EtEmpNum          PIC 9(5).
               03 EtEmpName         PIC X(20).
               03 EtTerr            PIC 99.
               03 EtJobCode         PIC 99.
               03 EtStatus          PIC X.

       01 WS-RPT-HEADING1.
           05 FILLER              PIC X(42)
               VALUE 'REFERENCE CHANGE LISTING       - RUN DATE'.
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-HDG-DATE         PIC 9(8).
           05 FILLER              PIC X(3)  VALUE SPACE.
           05 WS-HDG-SELECT       PIC X(40).
           05 FILLER              PIC X(38) VALUE SPACE.

       01 WS-CHG-HEADING.
           05 FILLER              PIC X(10) VALUE 'EFFECTIVE '.
           05 WS-CHG-DATE         PIC 9(8).
           05 FILLER              PIC XX    VALUE SPACE.
           05 WS-CHG-FILE         PIC X(10).
           05 WS-CHG-KEYLBL       PIC X(10).
           05 WS-CHG-KEY          PIC 99.
           05 FILLER              PIC XX    VALUE SPACE.
           05 WS-CHG-TYPE         PIC X(30).
           05 FILLER              PIC X(58) VALUE SPACE.

       01 WS-VAL-JC.
           05 FILLER              PIC X(4)  VALUE SPACE.
           05 WS-VJC-LABEL        PIC X(6).
           05 WS-VJC-NAME         PIC X(20).
           05 FILLER              PIC X(8)  VALUE '  RANGE '.
           05 WS-VJC-LOW          PIC ZZZ,ZZ9.
           05 FILLER              PIC X(3)  VALUE ' - '.
           05 WS-VJC-HIGH         PIC ZZZ,ZZ9.
           05 WS-VJC-DATES        PIC X(30).
           05 FILLER              PIC X(47) VALUE SPACE.

       01 WS-VAL-BP.
           05 FILLER              PIC X(4)  VALUE SPACE.
           05 WS-VBP-LABEL        PIC X(6).
           05 FILLER              PIC X(5)  VALUE 'RATE '.
           05 WS-VBP-RATE         PIC 9.999.
           05 FILLER              PIC X(6)  VALUE '  CAP '.
           05 WS-VBP-CAP          PIC ZZZ,ZZ9.
           05 FILLER              PIC X(15) VALUE '  MIN SERVICE '.
           05 WS-VBP-MINSVC       PIC Z9.
           05 FILLER              PIC X(7)  VALUE ' MONTHS'.
           05 WS-VBP-DATES        PIC X(30).
           05 FILLER              PIC X(45) VALUE SPACE.

       01 WS-VAL-TR.
           05 FILLER              PIC X(4)  VALUE SPACE.
           05 WS-VTR-LABEL        PIC X(6).
           05 WS-VTR-NAME         PIC X(20).
           05 FILLER              PIC X(9)  VALUE '  REGION '.
           05 WS-VTR-REGION       PIC 9.
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-VTR-REGNAME      PIC X(20).
           05 WS-VTR-DATES        PIC X(30).
           05 FILLER              PIC X(41) VALUE SPACE.

       01 WS-DATES-TEXT.
           05 FILLER              PIC X(8)  VALUE '  FROM '.
           05 WS-DT-FROM          PIC 9(8).
           05 FILLER              PIC X(4)  VALUE ' TO '.
           05 WS-DT-TO            PIC X(8).
           05 FILLER              PIC XX    VALUE SPACE.

       01 WS-EMP-HEADING.
           05 FILLER              PIC X(8)  VALUE SPACE.
           05 FILLER              PIC X(21)
               VALUE 'EMPLOYEES AFFECTED   '.
           05 FILLER              PIC X(6)  VALUE 'EMPNO'.
           05 FILLER              PIC X(21) VALUE 'NAME'.
           05 FILLER              PIC X(3)  VALUE 'TR'.
           05 FILLER              PIC X(3)  VALUE 'JC'.
           05 FILLER              PIC X(70) VALUE 'S'.

       01 WS-EMP-DETAIL.
           05 FILLER              PIC X(29) VALUE SPACE.
           05 WS-ED-EMPNO         PIC 9(5).
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-ED-NAME          PIC X(20).
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-ED-TERR          PIC 99.
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-ED-JOB           PIC 99.
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-ED-STATUS        PIC X.
           05 FILLER              PIC X(69) VALUE SPACE.

       01 WS-EMP-COUNT-LINE.
           05 FILLER              PIC X(8)  VALUE SPACE.
           05 FILLER              PIC X(21)
               VALUE 'EMPLOYEES AFFECTED: '.
           05 WS-EC-COUNT         PIC ZZZZ9.
           05 FILLER              PIC X(98) VALUE SPACE.

       01 WS-RPT-TOTALS.
           05 FILLER              PIC X(18) VALUE 'JOBCLASS CHANGES: '.
           05 WS-TOT-JC           PIC ZZZ9.
           05 FILLER              PIC X(21)
               VALUE '  BONUSPLAN CHANGES: '.
           05 WS-TOT-BP           PIC ZZZ9.
           05 FILLER              PIC X(19) VALUE '  TERRREF CHANGES: '.
           05 WS-TOT-TR           PIC ZZZ9.
           05 FILLER              PIC X(27)
               VALUE '  EMPLOYEE LINES PRINTED: '.
           05 WS-TOT-AFF          PIC ZZZZZ9.
           05 FILLER              PIC X(29) VALUE SPACE.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUNDATE FROM DATE YYYYMMDD.
           PERFORM LoadRefParm
           PERFORM LoadJobClassRows
           PERFORM LoadBonusPlanRows
           PERFORM LoadTerrRefRows
           PERFORM LoadEmployees
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN REFCHGRPT - FILE STATUS '
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-RUNDATE TO WS-HDG-DATE
           WRITE RPTFILE-FILE FROM WS-RPT-HEADING1
           SORT CHGSORTFILE
               ON ASCENDING KEY CsDate
               ON ASCENDING KEY CsFile
               ON ASCENDING KEY CsKey
               INPUT PROCEDURE IS ReleaseChanges
               OUTPUT PROCEDURE IS WriteChanges.
           MOVE WS-JC-CHANGES   TO WS-TOT-JC
           MOVE WS-BP-CHANGES   TO WS-TOT-BP
           MOVE WS-TR-CHANGES   TO WS-TOT-TR
           MOVE WS-TOT-AFFECTED TO WS-TOT-AFF
           MOVE SPACE TO RPTFILE-FILE
           WRITE RPTFILE-FILE
           WRITE RPTFILE-FILE FROM WS-RPT-TOTALS
           CLOSE RPTFILE.
           STOP RUN.

      *    REFPARM - A (OR NO FILE) LISTS EVERY CHANGE ON FILE,
      *    D LISTS THE CHANGES EFFECTIVE BETWEEN TWO DATES
       LoadRefParm.
           OPEN INPUT PARMFILE.
           IF WS-PARM-STATUS = '35'
               CLOSE PARMFILE
               MOVE 'A' TO WS-SELECT
           ELSE
               IF WS-PARM-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN REFPARM - FILE STATUS '
                       WS-PARM-STATUS
                   STOP RUN
               END-IF
               READ PARMFILE
                   AT END MOVE 'A' TO WS-SELECT
                   NOT AT END
                       MOVE RParmTypeIn TO WS-SELECT
                       MOVE RParmBodyIn TO WS-PARM-BODY
               END-READ
               CLOSE PARMFILE
           END-IF
           IF NOT SELECT-ALL AND NOT SELECT-DATE
               DISPLAY 'REFPARM SELECTION CODE ' WS-SELECT
                   ' IS NOT A OR D - RUN ABORTED'
               STOP RUN
           END-IF
           IF SELECT-ALL
               MOVE 0        TO WS-PARM-LOWDATE
               MOVE 99999999 TO WS-PARM-HIGHDATE
               MOVE 'ALL CHANGES ON FILE' TO WS-HDG-SELECT
           ELSE
               IF WS-PARM-LOWDATE > WS-PARM-HIGHDATE
                   DISPLAY 'REFPARM DATE RANGE LOW EXCEEDS HIGH - '
                       'RUN ABORTED'
                   STOP RUN
               END-IF
               MOVE SPACE TO WS-HDG-SELECT
               STRING 'CHANGES ' WS-PARM-LOWDATE ' THRU '
                   WS-PARM-HIGHDATE
                   DELIMITED BY SIZE INTO WS-HDG-SELECT
           END-IF.

       LoadJobClassRows.
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
                       PERFORM AddRefRow
                       MOVE 'J'          TO RefFile(RX)
                       MOVE JC-NUMBER-IN TO RefKey(RX)
                       MOVE JOBCLASSFILE-FILE(3:32) TO RefImage(RX)
               END-READ
           END-PERFORM
           CLOSE JOBCLASSFILE.

       LoadBonusPlanRows.
           MOVE SPACE TO WS-BP-EOF.
           OPEN INPUT BONUSPLANFILE.
           IF WS-BONUSPLAN-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN BONUSPLAN - FILE STATUS '
                   WS-BONUSPLAN-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-BP-EOF = 'Y'
               READ BONUSPLANFILE
                   AT END MOVE 'Y' TO WS-BP-EOF
                   NOT AT END
                       MOVE BP-EFF-FROM-IN TO WS-EFF-FROM-X
                       MOVE BP-EFF-TO-IN   TO WS-EFF-TO-X
                       PERFORM AddRefRow
                       MOVE 'B'            TO RefFile(RX)
                       MOVE BP-JOBCLASS-IN TO RefKey(RX)
                       MOVE BONUSPLANFILE-FILE(3:12) TO RefImage(RX)
               END-READ
           END-PERFORM
           CLOSE BONUSPLANFILE.

       LoadTerrRefRows.
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
                       PERFORM AddRefRow
                       MOVE 'T'          TO RefFile(RX)
                       MOVE TR-NUMBER-IN TO RefKey(RX)
                       MOVE TERRREFFILE-FILE(3:41) TO RefImage(RX)
               END-READ
           END-PERFORM
           CLOSE TERRREFFILE.

      *    SAME DATE RULES AS THE LOADERS - BLANK OR ZERO FROM IS THE
      *    BEGINNING OF TIME, BLANK OR ZERO TO IS OPEN-ENDED
       AddRefRow.
           IF WS-REFCOUNT >= 500
               DISPLAY 'MORE THAN 500 REFERENCE ROWS ON FILE - '
                   'TABLE CAPACITY EXCEEDED'
               STOP RUN
           END-IF
           IF WS-EFF-FROM-X NOT NUMERIC
               MOVE 0 TO WS-EFF-FROM
           END-IF
           IF WS-EFF-TO-X NOT NUMERIC OR WS-EFF-TO = 0
               MOVE 99999999 TO WS-EFF-TO
           END-IF
           ADD 1 TO WS-REFCOUNT
           SET RX TO WS-REFCOUNT
           MOVE WS-EFF-FROM TO RefFrom(RX)
           MOVE WS-EFF-TO   TO RefTo(RX)
           MOVE SPACE       TO RefImage(RX).

      *    TERMINATED EMPLOYEES ARE LEFT OFF - A REFERENCE CHANGE
      *    AFFECTS THE ACTIVE AND LEAVE POPULATION CARRIED TODAY
       LoadEmployees.
           OPEN INPUT INFILE.
           IF WS-INFILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN EMPMASTER - FILE STATUS '
                   WS-INFILE-STATUS
               STOP RUN
           END-IF
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ INFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EmpStatusIn NOT = 'T'
                           IF WS-EMPCOUNT >= 1000
                               DISPLAY 'MORE THAN 1000 EMPLOYEES ON '
                                   'EMPMASTER - TABLE CAPACITY '
                                   'EXCEEDED'
                               CLOSE INFILE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-EMPCOUNT
                           SET EX TO WS-EMPCOUNT
                           MOVE EmpNumIn    TO EtEmpNum(EX)
                           MOVE EmpNameIn   TO EtEmpName(EX)
                           MOVE TerrNumIn   TO EtTerr(EX)
                           MOVE JobCodeIn   TO EtJobCode(EX)
                           MOVE EmpStatusIn TO EtStatus(EX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INFILE.

      *    A ROW WHOSE FROM DATE FALLS IN THE RANGE IS A CHANGE - NEW
      *    WHEN NO EARLIER ROW EXISTS FOR THE KEY, OTHERWISE A CHANGE
      *    FROM THE LATEST EARLIER ROW.  A ROW WHOSE TO DATE FALLS IN
      *    THE RANGE WITH NO LATER ROW FOR THE KEY HAS ENDED
       ReleaseChanges.
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > WS-REFCOUNT
               IF RefFrom(RX) > 0
                   AND RefFrom(RX) NOT < WS-PARM-LOWDATE
                   AND RefFrom(RX) NOT > WS-PARM-HIGHDATE
                   PERFORM FindPriorRow
                   MOVE RefFrom(RX) TO CsDate
                   MOVE RefFile(RX) TO CsFile
                   MOVE RefKey(RX)  TO CsKey
                   SET CsNewSub     TO RX
                   IF WS-OLD-SUB = 0
                       MOVE 'N' TO CsType
                       MOVE 0   TO CsOldSub
                   ELSE
                       MOVE 'C' TO CsType
                       MOVE WS-OLD-SUB TO CsOldSub
                   END-IF
                   RELEASE CHG-SORT-FILE
               END-IF
               IF RefTo(RX) NOT = 99999999
                   AND RefTo(RX) NOT < WS-PARM-LOWDATE
                   AND RefTo(RX) NOT > WS-PARM-HIGHDATE
                   PERFORM FindLaterRow
                   IF NOT LATER-ROW-FOUND
                       MOVE RefTo(RX)   TO CsDate
                       MOVE RefFile(RX) TO CsFile
                       MOVE RefKey(RX)  TO CsKey
                       MOVE 'E'         TO CsType
                       MOVE 0           TO CsNewSub
                       SET CsOldSub     TO RX
                       RELEASE CHG-SORT-FILE
                   END-IF
               END-IF
           END-PERFORM.

       FindPriorRow.
           MOVE 0 TO WS-OLD-SUB
           MOVE 0 TO WS-OLD-FROM
           PERFORM VARYING RY FROM 1 BY 1 UNTIL RY > WS-REFCOUNT
               IF RefFile(RY) = RefFile(RX)
                   AND RefKey(RY) = RefKey(RX)
                   AND RefFrom(RY) < RefFrom(RX)
                   AND (WS-OLD-SUB = 0 OR RefFrom(RY) > WS-OLD-FROM)
                   SET WS-OLD-SUB TO RY
                   MOVE RefFrom(RY) TO WS-OLD-FROM
               END-IF
           END-PERFORM.

       FindLaterRow.
           MOVE 'N' TO WS-LATER-SW
           PERFORM VARYING RY FROM 1 BY 1 UNTIL RY > WS-REFCOUNT
               IF RefFile(RY) = RefFile(RX)
                   AND RefKey(RY) = RefKey(RX)
                   AND RefFrom(RY) > RefFrom(RX)
                   MOVE 'Y' TO WS-LATER-SW
               END-IF
           END-PERFORM.

       WriteChanges.
           MOVE SPACE TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN CHGSORTFILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
               END-RETURN
               IF WS-SORT-EOF NOT = 'Y'
                   PERFORM WriteOneChange
               END-IF
           END-PERFORM.

       WriteOneChange.
           MOVE CsDate TO WS-CHG-DATE
           MOVE CsKey  TO WS-CHG-KEY
           EVALUATE CsFile
               WHEN 'J'
                   MOVE 'JOBCLASS'   TO WS-CHG-FILE
                   MOVE 'CLASS'      TO WS-CHG-KEYLBL
                   ADD 1 TO WS-JC-CHANGES
               WHEN 'B'
                   MOVE 'BONUSPLAN'  TO WS-CHG-FILE
                   MOVE 'CLASS'      TO WS-CHG-KEYLBL
                   ADD 1 TO WS-BP-CHANGES
               WHEN OTHER
                   MOVE 'TERRREF'    TO WS-CHG-FILE
                   MOVE 'TERRITORY'  TO WS-CHG-KEYLBL
                   ADD 1 TO WS-TR-CHANGES
           END-EVALUATE
           EVALUATE CsType
               WHEN 'N'
                   MOVE 'NEW ROW'            TO WS-CHG-TYPE
               WHEN 'C'
                   MOVE 'CHANGED'            TO WS-CHG-TYPE
               WHEN OTHER
                   MOVE 'ENDED - NO SUCCESSOR ROW' TO WS-CHG-TYPE
           END-EVALUATE
           MOVE SPACE TO RPTFILE-FILE
           WRITE RPTFILE-FILE
           WRITE RPTFILE-FILE FROM WS-CHG-HEADING
           IF CsOldSub > 0
               SET RY TO CsOldSub
               PERFORM WriteValueLine
           END-IF
           IF CsNewSub > 0
               SET RX TO CsNewSub
               SET RY TO RX
               PERFORM WriteValueLine
           END-IF
           PERFORM WriteAffectedEmployees.

       WriteValueLine.
           MOVE RefImage(RY) TO WS-JC-IMAGE
           MOVE RefFrom(RY)  TO WS-DT-FROM
           IF RefTo(RY) = 99999999
               MOVE 'OPEN'     TO WS-DT-TO
           ELSE
               MOVE RefTo(RY)  TO WS-DT-TO
           END-IF
           EVALUATE RefFile(RY)
               WHEN 'J'
                   PERFORM SetValueLabel
                   MOVE WS-IMG-JC-NAME  TO WS-VJC-NAME
                   MOVE WS-IMG-JC-LOW   TO WS-VJC-LOW
                   MOVE WS-IMG-JC-HIGH  TO WS-VJC-HIGH
                   MOVE WS-DATES-TEXT   TO WS-VJC-DATES
                   WRITE RPTFILE-FILE FROM WS-VAL-JC
               WHEN 'B'
                   PERFORM SetValueLabel
                   MOVE WS-IMG-BP-RATE   TO WS-VBP-RATE
                   MOVE WS-IMG-BP-CAP    TO WS-VBP-CAP
                   MOVE WS-IMG-BP-MINSVC TO WS-VBP-MINSVC
                   MOVE WS-DATES-TEXT    TO WS-VBP-DATES
                   WRITE RPTFILE-FILE FROM WS-VAL-BP
               WHEN OTHER
                   PERFORM SetValueLabel
                   MOVE WS-IMG-TR-NAME    TO WS-VTR-NAME
                   MOVE WS-IMG-TR-REGION  TO WS-VTR-REGION
                   MOVE WS-IMG-TR-REGNAME TO WS-VTR-REGNAME
                   MOVE WS-DATES-TEXT     TO WS-VTR-DATES
                   WRITE RPTFILE-FILE FROM WS-VAL-TR
           END-EVALUATE.

       SetValueLabel.
           IF CsOldSub > 0 AND RY = CsOldSub AND CsType NOT = 'E'
               MOVE 'WAS: ' TO WS-VJC-LABEL
           ELSE
               IF CsType = 'E'
                   MOVE 'LAST:' TO WS-VJC-LABEL
               ELSE
                   MOVE 'NOW: ' TO WS-VJC-LABEL
               END-IF
           END-IF
           MOVE WS-VJC-LABEL TO WS-VBP-LABEL
           MOVE WS-VJC-LABEL TO WS-VTR-LABEL.

      *    JOBCLASS AND BONUSPLAN ROWS AFFECT EVERYONE IN THE CLASS,
      *    TERRREF ROWS EVERYONE IN THE TERRITORY
       WriteAffectedEmployees.
           MOVE 0 TO WS-AFFECTED
           WRITE RPTFILE-FILE FROM WS-EMP-HEADING
           PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > WS-EMPCOUNT
               IF (CsFile = 'T' AND EtTerr(EX) = CsKey)
                   OR (CsFile NOT = 'T' AND EtJobCode(EX) = CsKey)
                   MOVE EtEmpNum(EX)  TO WS-ED-EMPNO
                   MOVE EtEmpName(EX) TO WS-ED-NAME
                   MOVE EtTerr(EX)    TO WS-ED-TERR
                   MOVE EtJobCode(EX) TO WS-ED-JOB
                   MOVE EtStatus(EX)  TO WS-ED-STATUS
                   WRITE RPTFILE-FILE FROM WS-EMP-DETAIL
                   ADD 1 TO WS-AFFECTED
               END-IF
           END-PERFORM
           ADD WS-AFFECTED TO WS-TOT-AFFECTED
           MOVE WS-AFFECTED TO WS-EC-COUNT
           WRITE RPTFILE-FILE FROM WS-EMP-COUNT-LINE.

       END PROGRAM Program23.
