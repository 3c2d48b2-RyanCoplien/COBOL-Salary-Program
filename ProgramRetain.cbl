       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program27.
       AUTHOR. Ryan Coplien
       DATE-WRITTEN. 10/15/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO "RETPARM"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.
           SELECT MASTFILE ASSIGN TO "EMPMASTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MstEmpNum
           FILE STATUS IS WS-MAST-STATUS.
           SELECT HISTFILE ASSIGN TO "EMPHIST"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.
           SELECT AUDITFILE ASSIGN TO "SALAUDIT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
           SELECT AGEFILE ASSIGN TO "EXAGING"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AGE-STATUS.
           SELECT MASTARCHFILE ASSIGN TO "MASTARCH"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MASTARCH-STATUS.
           SELECT HISTARCHFILE ASSIGN TO "HISTARCH"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HISTARCH-STATUS.
           SELECT AUDITARCHFILE ASSIGN TO "AUDITARCH"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDITARCH-STATUS.
           SELECT AGEARCHFILE ASSIGN TO "AGEARCH"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AGEARCH-STATUS.
           SELECT HWMFILE ASSIGN TO "HRISHWM"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HWM-STATUS.
           SELECT WORKFILE ASSIGN TO "RETWORK"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.
           SELECT RPTFILE ASSIGN TO "RETRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE ROW PER FILE - THE FILE NAME AND THE NUMBER OF DAYS ITS
      *    RECORDS ARE KEPT LIVE.  A FILE WITH NO ROW, OR ZERO DAYS, IS
      *    LEFT ALONE
       FD PARMFILE.
       01 PARMFILE-FILE.
           05 RetFileIn             PIC X(9).
           05 RetDaysIn             PIC 9(5).

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

       FD AGEFILE.
       01 AGEFILE-FILE.
           05 AgeLine               PIC X(110).
           05 AgeHeading REDEFINES AgeLine.
               10 AgeHdgTitle       PIC X(26).
               10 AgeHdgDate        PIC X(8).
               10 FILLER            PIC X(76).
           05 AgeDetail REDEFINES AgeLine.
               10 AgeDetType        PIC X(5).
               10 AgeDetEmpNum      PIC X(5).
               10 FILLER            PIC X(100).

      *    EVERY ARCHIVE ROW IS THE LIVE RECORD AS IT STOOD, PREFIXED
      *    WITH THE DATE OF THE RETENTION RUN THAT MOVED IT
       FD MASTARCHFILE.
       01 MASTARCHFILE-FILE.
           05 ArchMastDate          PIC 9(8).
           05 ArchMastImage         PIC X(80).

       FD HISTARCHFILE.
       01 HISTARCHFILE-FILE.
           05 ArchHistDate          PIC 9(8).
           05 ArchHistImage.
               10 ArchHistEmpNum    PIC 9(5).
               10 ArchHistRowDate   PIC 9(8).
               10 ArchHistProgram   PIC X(8).
               10 ArchHistAction    PIC X.
               10 FILLER            PIC X(41).
               10 ArchHistNewStat   PIC X.

       FD AUDITARCHFILE.
       01 AUDITARCHFILE-FILE.
           05 ArchAuditDate         PIC 9(8).
           05 ArchAuditImage        PIC X(67).

       FD AGEARCHFILE.
       01 AGEARCHFILE-FILE.
           05 ArchAgeDate           PIC 9(8).
           05 ArchAgeImage          PIC X(110).

      *    THE HRIS FEED'S MARK - A C ROW FOR ITS LAST RUN AND A D ROW
      *    PER HISTORY DATE WITH THE HIGHEST SEQUENCE SENT ON THAT DATE
       FD HWMFILE.
       01 HWMFILE-FILE.
           05 HwmType               PIC X.
           05 HwmDateRow.
               10 HwmDate           PIC 9(8).
               10 HwmSeq            PIC 9(5).
           05 HwmCtlRow REDEFINES HwmDateRow.
               10 HwmLastRun        PIC 9(8).
               10 HwmLastBatch      PIC 9(5).

       FD WORKFILE.
       01 WORKFILE-FILE             PIC X(110).

       FD RPTFILE.
       01 RPTFILE-FILE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOFILE.
           05 WS-EOF              PIC X.
           05 WS-PARM-EOF         PIC X.

       01 WS-PARM-STATUS           PIC XX.
       01 WS-MAST-STATUS           PIC XX.
       01 WS-HIST-STATUS           PIC XX.
       01 WS-AUDIT-STATUS          PIC XX.
       01 WS-AGE-STATUS            PIC XX.
       01 WS-MASTARCH-STATUS       PIC XX.
       01 WS-HISTARCH-STATUS       PIC XX.
       01 WS-AUDITARCH-STATUS      PIC XX.
       01 WS-AGEARCH-STATUS        PIC XX.
       01 WS-HWM-STATUS            PIC XX.
       01 WS-WORK-STATUS           PIC XX.
       01 WS-RPT-STATUS            PIC XX.

       01 WS-RUNDATE               PIC 9(8).
       01 WS-RUNDATE-INT           PIC 9(8) COMP.
       01 WS-CUTOFF-INT            PIC 9(8) COMP.

       01 WS-RETENTION.
           05 WS-RET-MAST-DAYS    PIC 9(5) VALUE 0.
           05 WS-RET-HIST-DAYS    PIC 9(5) VALUE 0.
           05 WS-RET-AUDIT-DAYS   PIC 9(5) VALUE 0.
           05 WS-RET-AGE-DAYS     PIC 9(5) VALUE 0.

      *    THE CONTROL FIGURES FOR THE FILE BEING WORKED - CLEARED AT
      *    THE START OF EACH FILE AND PRINTED AT ITS END.  THE KEY HASH
      *    IS THE SUM OF EMPLOYEE NUMBERS (RUN DATES FOR SALAUDIT), THE
      *    AMOUNT HASH THE SUM OF SALARIES
       01 WS-FILE-CONTROL.
           05 WS-F-NAME           PIC X(9).
           05 WS-F-DAYS           PIC 9(5).
           05 WS-F-CUTOFF         PIC 9(8).
           05 WS-F-READ           PIC 9(7).
           05 WS-F-ARCH           PIC 9(7).
           05 WS-F-KEPT           PIC 9(7).
           05 WS-F-REWRITTEN      PIC 9(7).
           05 WS-F-KEY-READ       PIC 9(13).
           05 WS-F-KEY-ARCH       PIC 9(13).
           05 WS-F-KEY-KEPT       PIC 9(13).
           05 WS-F-AMT-READ       PIC 9(11)V99.
           05 WS-F-AMT-ARCH       PIC 9(11)V99.
           05 WS-F-AMT-KEPT       PIC 9(11)V99.
           05 WS-F-NOTE           PIC X(60).
           05 WS-F-SKIP-SW        PIC X.
               88 FILE-SKIPPED    VALUE 'Y'.
           05 WS-F-PROOF-SW       PIC X.
               88 FILE-BALANCED   VALUE 'Y'.

       01 WS-COUNTS.
           05 WS-AUDIT-ROWS       PIC 9(7) VALUE 0.
           05 WS-NOT-ELIGIBLE     PIC 9(7) VALUE 0.
           05 WS-NO-TERM-DATE     PIC 9(7) VALUE 0.
           05 WS-OUT-OF-BALANCE   PIC 9(2) VALUE 0.
           05 WS-UNSENT-ROWS      PIC 9(7) VALUE 0.
           05 WS-UNSENT-DATES     PIC 9(5) VALUE 0.

       01 WS-HIST-SWITCHES.
           05 WS-HWM-SW           PIC X VALUE 'N'.
               88 HWM-PRESENT     VALUE 'Y'.
           05 WS-ARCH-SW          PIC X.
               88 ROW-TO-ARCHIVE  VALUE 'Y'.

       01 WS-WORK-AREAS.
           05 WS-AGE-REPORT-DATE  PIC 9(8).
           05 WS-AGE-REPORT-X REDEFINES WS-AGE-REPORT-DATE PIC X(8).
           05 WS-AGE-KEY          PIC 9(5).
           05 WS-AGE-KEY-X REDEFINES WS-AGE-KEY PIC X(5).
           05 WS-TERM-DATE        PIC 9(8).
           05 WS-PURGE-SALARY     PIC 9(6).
           05 WS-HWM-CTL-ROW      PIC X(13) VALUE SPACE.

      *    THE LATEST DATE EACH EMPLOYEE WAS MOVED TO STATUS T, FROM
      *    THE ARCHIVED AND LIVE HISTORY TOGETHER
       01 TermDateTable.
           02 WS-TERMCOUNT         PIC 9(4) COMP VALUE 0.
           02 TermEntry
               OCCURS 1 TO 2000 TIMES DEPENDING ON WS-TERMCOUNT
               INDEXED BY TX.
               03 TermEmpNum        PIC 9(5).
               03 TermDate          PIC 9(8).

      *    THE HRIS MARK, AND THE ROW COUNT OF EVERY HISTORY DATE THAT
      *    IS PAST THE CUTOFF
       01 HwmTable.
           02 WS-HWMCOUNT          PIC 9(5) COMP VALUE 0.
           02 HwmEntry
               OCCURS 1 TO 5000 TIMES DEPENDING ON WS-HWMCOUNT
               INDEXED BY HX.
               03 HwmTabDate        PIC 9(8).
               03 HwmTabSeq         PIC 9(5).

       01 DateSeqTable.
           02 WS-DATECOUNT         PIC 9(5) COMP VALUE 0.
           02 DateSeqEntry
               OCCURS 1 TO 5000 TIMES DEPENDING ON WS-DATECOUNT
               INDEXED BY DX.
               03 DateSeqDate       PIC 9(8).
               03 DateSeqCount      PIC 9(5).
               03 DateSeqSent       PIC X.
                   88 DATE-SENT     VALUE 'Y'.

       01 PurgeTable.
           02 WS-PURGECOUNT        PIC 9(4) COMP VALUE 0.
           02 PurgeEntry
               OCCURS 1 TO 2000 TIMES DEPENDING ON WS-PURGECOUNT
               INDEXED BY PX.
               03 PurgeEmpNum       PIC 9(5).

       01 WS-RPT-HEADING1.
           05 FILLER              PIC X(40)
               VALUE 'RETENTION AND PURGE CONTROL REPORT - RUN'.
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-HDG-DATE         PIC 9(8).
           05 FILLER              PIC X(83) VALUE SPACE.

       01 WS-RPT-HEADING2.
           05 FILLER              PIC X(10) VALUE 'FILE'.
           05 FILLER              PIC X(7)  VALUE ' RETAIN'.
           05 FILLER              PIC X(10) VALUE '   CUTOFF'.
           05 FILLER              PIC X(10) VALUE '      READ'.
           05 FILLER              PIC X(10) VALUE '  ARCHIVED'.
           05 FILLER              PIC X(10) VALUE '      KEPT'.
           05 FILLER              PIC X(10) VALUE ' REWRITTEN'.
           05 FILLER              PIC X(65) VALUE SPACE.

       01 WS-RPT-FILE-LINE.
           05 WS-FL-NAME          PIC X(9).
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-FL-DAYS          PIC ZZZZZZ9.
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-FL-CUTOFF        PIC 9(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 WS-FL-READ          PIC ZZZZZZZZZ9.
           05 WS-FL-ARCH          PIC ZZZZZZZZZ9.
           05 WS-FL-KEPT          PIC ZZZZZZZZZ9.
           05 WS-FL-REWRITTEN     PIC ZZZZZZZZZ9.
           05 FILLER              PIC X(65) VALUE SPACE.

       01 WS-RPT-HASH-LINE.
           05 FILLER              PIC X(4)  VALUE SPACE.
           05 WS-HL-LABEL         PIC X(14).
           05 FILLER              PIC X(6)  VALUE 'READ '.
           05 WS-HL-READ          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(11) VALUE '  ARCHIVED '.
           05 WS-HL-ARCH          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(7)  VALUE '  KEPT '.
           05 WS-HL-KEPT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(30) VALUE SPACE.

       01 WS-RPT-NOTE-LINE.
           05 FILLER              PIC X(4)  VALUE SPACE.
           05 WS-NL-TEXT          PIC X(60).
           05 FILLER              PIC X(68) VALUE SPACE.

       01 WS-RPT-TOTALS.
           05 FILLER              PIC X(24)
               VALUE 'FILES OUT OF BALANCE:  '.
           05 WS-TOT-OOB          PIC Z9.
           05 FILLER              PIC X(106) VALUE SPACE.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUNDATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUNDATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUNDATE)
           PERFORM LoadRetentionParms
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN RETRPT - FILE STATUS '
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-RUNDATE TO WS-HDG-DATE
           WRITE RPTFILE-FILE FROM WS-RPT-HEADING1
           WRITE RPTFILE-FILE FROM WS-RPT-HEADING2
      *    THE MASTER GOES FIRST - IT NEEDS EVERY TERMINATION DATE,
      *    INCLUDING THOSE ABOUT TO LEAVE EMPHIST FOR THE ARCHIVE
           PERFORM RetainMaster
           PERFORM RetainHistory
           PERFORM RetainAudit
           PERFORM RetainAging
           MOVE WS-OUT-OF-BALANCE TO WS-TOT-OOB
           WRITE RPTFILE-FILE FROM WS-RPT-TOTALS
           CLOSE RPTFILE.
           IF WS-OUT-OF-BALANCE > 0
               DISPLAY 'RETENTION RUN: ' WS-OUT-OF-BALANCE
                   ' FILE(S) OUT OF BALANCE - SEE RETRPT AND RESTORE '
                   'FROM RETWORK OR THE ARCHIVE BEFORE THE NEXT CYCLE'
           ELSE
               DISPLAY 'RETENTION RUN COMPLETE - ALL FILES BALANCED'
           END-IF
           STOP RUN.

       LoadRetentionParms.
           MOVE SPACE TO WS-PARM-EOF
           OPEN INPUT PARMFILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN RETPARM - THE RETENTION '
                   'PERIODS ARE REQUIRED - FILE STATUS '
                   WS-PARM-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PARM-EOF = 'Y'
               READ PARMFILE
                   AT END MOVE 'Y' TO WS-PARM-EOF
                   NOT AT END
                       IF RetDaysIn NOT NUMERIC
                           DISPLAY 'RETPARM DAYS FOR ' RetFileIn
                               ' ARE NOT NUMERIC - RUN ABORTED'
                           CLOSE PARMFILE
                           STOP RUN
                       END-IF
                       EVALUATE RetFileIn
                           WHEN 'EMPMASTER'
                               MOVE RetDaysIn TO WS-RET-MAST-DAYS
                           WHEN 'EMPHIST'
                               MOVE RetDaysIn TO WS-RET-HIST-DAYS
                           WHEN 'SALAUDIT'
                               MOVE RetDaysIn TO WS-RET-AUDIT-DAYS
                           WHEN 'EXAGING'
                               MOVE RetDaysIn TO WS-RET-AGE-DAYS
                           WHEN OTHER
                               DISPLAY 'RETPARM FILE ' RetFileIn
                                   ' IS NOT EMPMASTER, EMPHIST, '
                                   'SALAUDIT OR EXAGING - RUN ABORTED'
                               CLOSE PARMFILE
                               STOP RUN
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PARMFILE.

       StartFileControl.
           MOVE 0     TO WS-F-READ
           MOVE 0     TO WS-F-ARCH
           MOVE 0     TO WS-F-KEPT
           MOVE 0     TO WS-F-REWRITTEN
           MOVE 0     TO WS-F-KEY-READ
           MOVE 0     TO WS-F-KEY-ARCH
           MOVE 0     TO WS-F-KEY-KEPT
           MOVE 0     TO WS-F-AMT-READ
           MOVE 0     TO WS-F-AMT-ARCH
           MOVE 0     TO WS-F-AMT-KEPT
           MOVE 0     TO WS-F-CUTOFF
           MOVE SPACE TO WS-F-NOTE
           MOVE 'N'   TO WS-F-SKIP-SW
           IF WS-F-DAYS = 0
               MOVE 'Y' TO WS-F-SKIP-SW
               MOVE 'NO RETENTION PERIOD IN RETPARM - NOT PROCESSED'
                   TO WS-F-NOTE
           ELSE
               COMPUTE WS-CUTOFF-INT = WS-RUNDATE-INT - WS-F-DAYS
               COMPUTE WS-F-CUTOFF =
                   FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           END-IF.

      *    NOTHING IS LOST WHEN EVERY RECORD READ IS EITHER ARCHIVED OR
      *    KEPT, BY COUNT AND BY BOTH HASHES, AND THE LIVE FILE AS
      *    REWRITTEN HOLDS EXACTLY THE KEPT RECORDS
       PrintFileControl.
           MOVE 'N' TO WS-F-PROOF-SW
           IF WS-F-READ = WS-F-ARCH + WS-F-KEPT
               AND WS-F-KEY-READ = WS-F-KEY-ARCH + WS-F-KEY-KEPT
               AND WS-F-AMT-READ = WS-F-AMT-ARCH + WS-F-AMT-KEPT
               AND WS-F-REWRITTEN = WS-F-KEPT
               MOVE 'Y' TO WS-F-PROOF-SW
           END-IF
           MOVE SPACE TO RPTFILE-FILE
           WRITE RPTFILE-FILE
           MOVE WS-F-NAME      TO WS-FL-NAME
           MOVE WS-F-DAYS      TO WS-FL-DAYS
           MOVE WS-F-CUTOFF    TO WS-FL-CUTOFF
           MOVE WS-F-READ      TO WS-FL-READ
           MOVE WS-F-ARCH      TO WS-FL-ARCH
           MOVE WS-F-KEPT      TO WS-FL-KEPT
           MOVE WS-F-REWRITTEN TO WS-FL-REWRITTEN
           WRITE RPTFILE-FILE FROM WS-RPT-FILE-LINE
           MOVE 'KEY HASH'     TO WS-HL-LABEL
           MOVE WS-F-KEY-READ  TO WS-HL-READ
           MOVE WS-F-KEY-ARCH  TO WS-HL-ARCH
           MOVE WS-F-KEY-KEPT  TO WS-HL-KEPT
           WRITE RPTFILE-FILE FROM WS-RPT-HASH-LINE
           MOVE 'AMOUNT HASH'  TO WS-HL-LABEL
           MOVE WS-F-AMT-READ  TO WS-HL-READ
           MOVE WS-F-AMT-ARCH  TO WS-HL-ARCH
           MOVE WS-F-AMT-KEPT  TO WS-HL-KEPT
           WRITE RPTFILE-FILE FROM WS-RPT-HASH-LINE
           IF WS-F-NOTE NOT = SPACE
               MOVE WS-F-NOTE TO WS-NL-TEXT
               WRITE RPTFILE-FILE FROM WS-RPT-NOTE-LINE
           END-IF
           IF FILE-BALANCED
               MOVE 'PROOF: BALANCED - READ = ARCHIVED + KEPT'
                   TO WS-NL-TEXT
           ELSE
               MOVE 'PROOF: *** OUT OF BALANCE ***' TO WS-NL-TEXT
               ADD 1 TO WS-OUT-OF-BALANCE
           END-IF
           WRITE RPTFILE-FILE FROM WS-RPT-NOTE-LINE.

      *    TERMINATED MASTERS ARE PURGED ONCE THEIR TERMINATION IS OLDER
      *    THAN THE RETENTION PERIOD.  A T RECORD WITH NO TERMINATION ON
      *    THE HISTORY CANNOT BE AGED AND IS KEPT
       RetainMaster.
           MOVE 'EMPMASTER'      TO WS-F-NAME
           MOVE WS-RET-MAST-DAYS TO WS-F-DAYS
           PERFORM StartFileControl
           IF NOT FILE-SKIPPED
               PERFORM LoadTermDates
               OPEN I-O MASTFILE
               IF WS-MAST-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN EMPMASTER - FILE STATUS '
                       WS-MAST-STATUS
                   STOP RUN
               END-IF
               MOVE SPACE TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MASTFILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM CheckMasterRecord
                   END-READ
               END-PERFORM
               PERFORM PurgeMasters
               CLOSE MASTFILE
               MOVE WS-F-KEPT TO WS-F-REWRITTEN
               STRING 'ACTIVE/LEAVE ' WS-NOT-ELIGIBLE
                   ' TERM, NO HIST DATE ' WS-NO-TERM-DATE
                   DELIMITED BY SIZE INTO WS-F-NOTE
           END-IF
           PERFORM PrintFileControl.

       LoadTermDates.
           MOVE SPACE TO WS-EOF
           OPEN INPUT HISTARCHFILE.
           IF WS-HISTARCH-STATUS = '35'
               CLOSE HISTARCHFILE
               MOVE 'Y' TO WS-EOF
           ELSE
               IF WS-HISTARCH-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN HISTARCH - FILE STATUS '
                       WS-HISTARCH-STATUS
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTARCHFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ArchHistNewStat = 'T'
                           AND ArchHistAction NOT = 'D'
                           MOVE ArchHistEmpNum  TO HistEmpNum
                           MOVE ArchHistRowDate TO WS-TERM-DATE
                           PERFORM AddTermDate
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HISTARCH-STATUS = '00' OR WS-HISTARCH-STATUS = '10'
               CLOSE HISTARCHFILE
           END-IF
           MOVE SPACE TO WS-EOF
           OPEN INPUT HISTFILE.
           IF WS-HIST-STATUS = '35'
               CLOSE HISTFILE
               MOVE 'Y' TO WS-EOF
           ELSE
               IF WS-HIST-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN EMPHIST - FILE STATUS '
                       WS-HIST-STATUS
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HistNewStat = 'T' AND HistAction NOT = 'D'
                           MOVE HistDate TO WS-TERM-DATE
                           PERFORM AddTermDate
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HIST-STATUS = '00' OR WS-HIST-STATUS = '10'
               CLOSE HISTFILE
           END-IF.

       AddTermDate.
           SET TX TO 1.
           SEARCH TermEntry
               AT END
                   IF WS-TERMCOUNT >= 2000
                       DISPLAY 'MORE THAN 2000 TERMINATIONS ON THE '
                           'HISTORY - TABLE CAPACITY EXCEEDED'
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-TERMCOUNT
                   SET TX TO WS-TERMCOUNT
                   MOVE HistEmpNum   TO TermEmpNum(TX)
                   MOVE WS-TERM-DATE TO TermDate(TX)
               WHEN TermEmpNum(TX) = HistEmpNum
                   IF WS-TERM-DATE > TermDate(TX)
                       MOVE WS-TERM-DATE TO TermDate(TX)
                   END-IF
           END-SEARCH.

       CheckMasterRecord.
           IF MstEmpStatus NOT = 'T'
               ADD 1 TO WS-NOT-ELIGIBLE
           ELSE
               ADD 1          TO WS-F-READ
               ADD MstEmpNum  TO WS-F-KEY-READ
               ADD MstSalary  TO WS-F-AMT-READ
               MOVE 0 TO WS-TERM-DATE
               SET TX TO 1
               SEARCH TermEntry
                   AT END CONTINUE
                   WHEN TermEmpNum(TX) = MstEmpNum
                       MOVE TermDate(TX) TO WS-TERM-DATE
               END-SEARCH
               IF WS-TERM-DATE = 0
                   ADD 1 TO WS-NO-TERM-DATE
               END-IF
               IF WS-TERM-DATE > 0 AND WS-TERM-DATE < WS-F-CUTOFF
                   IF WS-PURGECOUNT >= 2000
                       DISPLAY 'MORE THAN 2000 TERMINATED MASTERS TO '
                           'PURGE - TABLE CAPACITY EXCEEDED'
                       CLOSE MASTFILE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PURGECOUNT
                   SET PX TO WS-PURGECOUNT
                   MOVE MstEmpNum TO PurgeEmpNum(PX)
               ELSE
                   ADD 1          TO WS-F-KEPT
                   ADD MstEmpNum  TO WS-F-KEY-KEPT
                   ADD MstSalary  TO WS-F-AMT-KEPT
               END-IF
           END-IF.

      *    THE IMAGE IS TAKEN BEFORE THE DELETE, BUT A MASTER IS ONLY
      *    WRITTEN TO THE ARCHIVE AND COUNTED ONCE THE DELETE HAS TAKEN
       PurgeMasters.
           OPEN EXTEND MASTARCHFILE.
           IF WS-MASTARCH-STATUS = '35'
               OPEN OUTPUT MASTARCHFILE
           END-IF
           IF WS-MASTARCH-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN MASTARCH - FILE STATUS '
                   WS-MASTARCH-STATUS
               STOP RUN
           END-IF
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-PURGECOUNT
               MOVE PurgeEmpNum(PX) TO MstEmpNum
               READ MASTFILE
                   INVALID KEY
                       DISPLAY 'EMPLOYEE ' PurgeEmpNum(PX)
                           ' LEFT EMPMASTER DURING THE RUN'
                   NOT INVALID KEY
                       MOVE WS-RUNDATE    TO ArchMastDate
                       MOVE MASTFILE-FILE TO ArchMastImage
                       MOVE MstSalary     TO WS-PURGE-SALARY
                       DELETE MASTFILE
                           INVALID KEY CONTINUE
                       END-DELETE
                       IF WS-MAST-STATUS = '00'
                           WRITE MASTARCHFILE-FILE
                           ADD 1               TO WS-F-ARCH
                           ADD PurgeEmpNum(PX) TO WS-F-KEY-ARCH
                           ADD WS-PURGE-SALARY TO WS-F-AMT-ARCH
                       ELSE
                           DISPLAY 'UNABLE TO DELETE EMPLOYEE '
                               PurgeEmpNum(PX) ' - FILE STATUS '
                               WS-MAST-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTARCHFILE.

      *    EMPHIST IS SPLIT INTO THE ARCHIVE AND A WORK FILE OF THE ROWS
      *    TO KEEP, AND THE WORK FILE IS THEN COPIED BACK OVER EMPHIST.
      *    WHOLE DATES MOVE TOGETHER, SO THE ORDER OF THE ROWS LEFT ON
      *    ANY ONE DATE IS NEVER DISTURBED.  A DATE PAST THE CUTOFF IS
      *    ONLY ARCHIVED ONCE HRISHWM SHOWS EVERY ROW ON IT WAS SENT
       RetainHistory.
           MOVE 'EMPHIST'        TO WS-F-NAME
           MOVE WS-RET-HIST-DAYS TO WS-F-DAYS
           PERFORM StartFileControl
           IF NOT FILE-SKIPPED
               PERFORM LoadHrisMark
               PERFORM CountHistoryDates
               PERFORM MarkSentDates
               OPEN INPUT HISTFILE
               IF WS-HIST-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN EMPHIST - FILE STATUS '
                       WS-HIST-STATUS
                   STOP RUN
               END-IF
               OPEN EXTEND HISTARCHFILE
               IF WS-HISTARCH-STATUS = '35'
                   OPEN OUTPUT HISTARCHFILE
               END-IF
               IF WS-HISTARCH-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN HISTARCH - FILE STATUS '
                       WS-HISTARCH-STATUS
                   STOP RUN
               END-IF
               PERFORM OpenWorkOutput
               MOVE SPACE TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HISTFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM SplitHistoryRow
                   END-READ
               END-PERFORM
               CLOSE HISTFILE
               CLOSE HISTARCHFILE
               CLOSE WORKFILE
               PERFORM CopyBackHistory
               IF HWM-PRESENT AND WS-F-ARCH > 0
                   PERFORM RewriteHrisMark
               END-IF
               IF WS-UNSENT-ROWS > 0
                   STRING 'NOT YET SENT TO HRIS - ' WS-UNSENT-ROWS
                       ' ROWS ON ' WS-UNSENT-DATES ' DATES KEPT'
                       DELIMITED BY SIZE INTO WS-F-NOTE
               END-IF
           END-IF
           PERFORM PrintFileControl.

      *    NO HRISHWM MEANS THE FEED HAS NEVER RUN, AND ITS FIRST RUN
      *    SENDS THE WHOLE OF EMPHIST - SO NOTHING HAS BEEN SENT YET
       LoadHrisMark.
           MOVE SPACE TO WS-EOF
           OPEN INPUT HWMFILE.
           IF WS-HWM-STATUS = '35'
               CLOSE HWMFILE
               MOVE 'Y' TO WS-EOF
           ELSE
               IF WS-HWM-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN HRISHWM - FILE STATUS '
                       WS-HWM-STATUS
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-HWM-SW
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HWMFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE HwmType
                           WHEN 'C'
                               MOVE HwmCtlRow TO WS-HWM-CTL-ROW
                           WHEN 'D'
                               IF WS-HWMCOUNT >= 5000
                                   DISPLAY 'HRISHWM HAS MORE THAN '
                                       '5000 DATES - TABLE CAPACITY '
                                       'EXCEEDED'
                                   CLOSE HWMFILE
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-HWMCOUNT
                               SET HX TO WS-HWMCOUNT
                               MOVE HwmDate TO HwmTabDate(HX)
                               MOVE HwmSeq  TO HwmTabSeq(HX)
                           WHEN OTHER
                               DISPLAY 'HRISHWM ROW TYPE ' HwmType
                                   ' IS NOT C OR D - RUN ABORTED'
                               CLOSE HWMFILE
                               STOP RUN
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-HWM-STATUS = '00' OR WS-HWM-STATUS = '10'
               CLOSE HWMFILE
           END-IF.

      *    THE FEED NUMBERS EACH ROW BY ITS PLACE AMONG THE ROWS ON ITS
      *    DATE, SO A DATE IS FULLY SENT WHEN ITS MARK REACHES ITS COUNT
       CountHistoryDates.
           MOVE SPACE TO WS-EOF
           OPEN INPUT HISTFILE.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN EMPHIST - FILE STATUS '
                   WS-HIST-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HistDate < WS-F-CUTOFF
                           PERFORM CountOneHistoryDate
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTFILE.

       CountOneHistoryDate.
           SET DX TO 1.
           SEARCH DateSeqEntry
               AT END
                   IF WS-DATECOUNT >= 5000
                       DISPLAY 'MORE THAN 5000 EMPHIST DATES PAST THE '
                           'CUTOFF - TABLE CAPACITY EXCEEDED'
                       CLOSE HISTFILE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-DATECOUNT
                   SET DX TO WS-DATECOUNT
                   MOVE HistDate TO DateSeqDate(DX)
                   MOVE 1        TO DateSeqCount(DX)
                   MOVE 'N'      TO DateSeqSent(DX)
               WHEN DateSeqDate(DX) = HistDate
                   ADD 1 TO DateSeqCount(DX)
           END-SEARCH.

       MarkSentDates.
           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > WS-DATECOUNT
               IF HWM-PRESENT
                   SET HX TO 1
                   SEARCH HwmEntry
                       AT END CONTINUE
                       WHEN HwmTabDate(HX) = DateSeqDate(DX)
                           IF HwmTabSeq(HX) NOT < DateSeqCount(DX)
                               MOVE 'Y' TO DateSeqSent(DX)
                           END-IF
                   END-SEARCH
               END-IF
               IF NOT DATE-SENT(DX)
                   ADD 1                TO WS-UNSENT-DATES
                   ADD DateSeqCount(DX) TO WS-UNSENT-ROWS
               END-IF
           END-PERFORM.

       SplitHistoryRow.
           ADD 1          TO WS-F-READ
           ADD HistEmpNum TO WS-F-KEY-READ
           ADD HistNewSal TO WS-F-AMT-READ
           MOVE 'N' TO WS-ARCH-SW
           IF HistDate < WS-F-CUTOFF
               SET DX TO 1
               SEARCH DateSeqEntry
                   AT END CONTINUE
                   WHEN DateSeqDate(DX) = HistDate
                       IF DATE-SENT(DX)
                           MOVE 'Y' TO WS-ARCH-SW
                       END-IF
               END-SEARCH
           END-IF
           IF ROW-TO-ARCHIVE
               MOVE WS-RUNDATE     TO ArchHistDate
               MOVE HISTFILE-FILE  TO ArchHistImage
               WRITE HISTARCHFILE-FILE
               ADD 1          TO WS-F-ARCH
               ADD HistEmpNum TO WS-F-KEY-ARCH
               ADD HistNewSal TO WS-F-AMT-ARCH
           ELSE
               WRITE WORKFILE-FILE FROM HISTFILE-FILE
               ADD 1          TO WS-F-KEPT
               ADD HistEmpNum TO WS-F-KEY-KEPT
               ADD HistNewSal TO WS-F-AMT-KEPT
           END-IF.

       CopyBackHistory.
           PERFORM OpenWorkInput
           OPEN OUTPUT HISTFILE.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'UNABLE TO REWRITE EMPHIST - FILE STATUS '
                   WS-HIST-STATUS ' - KEPT ROWS ARE ON RETWORK'
               STOP RUN
           END-IF
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ WORKFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE WORKFILE-FILE TO HISTFILE-FILE
                       WRITE HISTFILE-FILE
                       ADD 1 TO WS-F-REWRITTEN
               END-READ
           END-PERFORM
           CLOSE WORKFILE
           CLOSE HISTFILE.

      *    A DATE ARCHIVED WHOLE MUST LEAVE HRISHWM AS WELL.  PROGRAM6
      *    TAKES BACK-DATED CHANGES OF ANY AGE, AND PROGRAM28 NUMBERS
      *    EACH ROW BY ITS PLACE AMONG THE EMPHIST ROWS ON ITS DATE - A
      *    NEW ROW ON AN ARCHIVED DATE IS NUMBERED 1, AND A MARK LEFT
      *    BEHIND FOR THAT DATE WOULD HOLD IT BACK FROM THE FEED FOR
      *    GOOD.  THE C ROW AND THE MARKS OF EVERY DATE STILL ON
      *    EMPHIST ARE WRITTEN BACK AS THEY WERE READ
       RewriteHrisMark.
           OPEN OUTPUT HWMFILE.
           IF WS-HWM-STATUS NOT = '00'
               DISPLAY 'UNABLE TO REWRITE HRISHWM - FILE STATUS '
                   WS-HWM-STATUS ' - RERUN PROGRAM28 BEFORE ANY '
                   'BACK-DATED CHANGE IS KEYED'
               STOP RUN
           END-IF
           IF WS-HWM-CTL-ROW NOT = SPACE
               MOVE 'C'            TO HwmType
               MOVE WS-HWM-CTL-ROW TO HwmCtlRow
               WRITE HWMFILE-FILE
           END-IF
           PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > WS-HWMCOUNT
               MOVE 'N' TO WS-ARCH-SW
               SET DX TO 1
               SEARCH DateSeqEntry
                   AT END CONTINUE
                   WHEN DateSeqDate(DX) = HwmTabDate(HX)
                       IF DATE-SENT(DX)
                           MOVE 'Y' TO WS-ARCH-SW
                       END-IF
               END-SEARCH
               IF NOT ROW-TO-ARCHIVE
                   MOVE 'D'            TO HwmType
                   MOVE HwmTabDate(HX) TO HwmDate
                   MOVE HwmTabSeq(HX)  TO HwmSeq
                   WRITE HWMFILE-FILE
               END-IF
           END-PERFORM
           CLOSE HWMFILE.

      *    THE LATEST SALAUDIT RECORD IS ALWAYS KEPT, WHATEVER ITS AGE -
      *    THE VARIANCE, GL AND RECONCILIATION STEPS ALL TIE TO IT
       RetainAudit.
           MOVE 'SALAUDIT'        TO WS-F-NAME
           MOVE WS-RET-AUDIT-DAYS TO WS-F-DAYS
           PERFORM StartFileControl
           IF NOT FILE-SKIPPED
               PERFORM CountAuditRows
               OPEN INPUT AUDITFILE
               IF WS-AUDIT-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN SALAUDIT - FILE STATUS '
                       WS-AUDIT-STATUS
                   STOP RUN
               END-IF
               OPEN EXTEND AUDITARCHFILE
               IF WS-AUDITARCH-STATUS = '35'
                   OPEN OUTPUT AUDITARCHFILE
               END-IF
               IF WS-AUDITARCH-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN AUDITARCH - FILE STATUS '
                       WS-AUDITARCH-STATUS
                   STOP RUN
               END-IF
               PERFORM OpenWorkOutput
               MOVE SPACE TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AUDITFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM SplitAuditRow
                   END-READ
               END-PERFORM
               CLOSE AUDITFILE
               CLOSE AUDITARCHFILE
               CLOSE WORKFILE
               PERFORM CopyBackAudit
           END-IF
           PERFORM PrintFileControl.

       CountAuditRows.
           MOVE 0 TO WS-AUDIT-ROWS
           MOVE SPACE TO WS-EOF
           OPEN INPUT AUDITFILE.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN SALAUDIT - FILE STATUS '
                   WS-AUDIT-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUDITFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END ADD 1 TO WS-AUDIT-ROWS
               END-READ
           END-PERFORM
           CLOSE AUDITFILE.

       SplitAuditRow.
           ADD 1               TO WS-F-READ
           ADD AuditRunDateIn  TO WS-F-KEY-READ
           ADD AuditRunSalIn   TO WS-F-AMT-READ
           IF AuditRunDateIn < WS-F-CUTOFF
               AND WS-F-READ < WS-AUDIT-ROWS
               MOVE WS-RUNDATE     TO ArchAuditDate
               MOVE AUDITFILE-FILE TO ArchAuditImage
               WRITE AUDITARCHFILE-FILE
               ADD 1              TO WS-F-ARCH
               ADD AuditRunDateIn TO WS-F-KEY-ARCH
               ADD AuditRunSalIn  TO WS-F-AMT-ARCH
           ELSE
               WRITE WORKFILE-FILE FROM AUDITFILE-FILE
               ADD 1              TO WS-F-KEPT
               ADD AuditRunDateIn TO WS-F-KEY-KEPT
               ADD AuditRunSalIn  TO WS-F-AMT-KEPT
           END-IF.

       CopyBackAudit.
           PERFORM OpenWorkInput
           OPEN OUTPUT AUDITFILE.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO REWRITE SALAUDIT - FILE STATUS '
                   WS-AUDIT-STATUS ' - KEPT ROWS ARE ON RETWORK'
               STOP RUN
           END-IF
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ WORKFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE WORKFILE-FILE TO AUDITFILE-FILE
                       WRITE AUDITFILE-FILE
                       ADD 1 TO WS-F-REWRITTEN
               END-READ
           END-PERFORM
           CLOSE WORKFILE
           CLOSE AUDITFILE.

      *    PROGRAM8 REWRITES EXAGING EVERY CYCLE, SO IT ONLY OUTLIVES
      *    ITS RETENTION WHEN PROGRAM8 HAS STOPPED RUNNING.  THE REPORT
      *    IS AGED BY THE DATE IN ITS HEADING AND MOVES AS A WHOLE
       RetainAging.
           MOVE 'EXAGING'       TO WS-F-NAME
           MOVE WS-RET-AGE-DAYS TO WS-F-DAYS
           PERFORM StartFileControl
           IF NOT FILE-SKIPPED
               OPEN INPUT AGEFILE
               IF WS-AGE-STATUS = '35'
                   CLOSE AGEFILE
                   MOVE 'EXAGING NOT FOUND - NOTHING TO AGE'
                       TO WS-F-NOTE
               ELSE
                   IF WS-AGE-STATUS NOT = '00'
                       DISPLAY 'UNABLE TO OPEN EXAGING - FILE STATUS '
                           WS-AGE-STATUS
                       STOP RUN
                   END-IF
                   PERFORM SplitAgingReport
               END-IF
           END-IF
           PERFORM PrintFileControl.

       SplitAgingReport.
           MOVE 99999999 TO WS-AGE-REPORT-DATE
           MOVE SPACE TO WS-EOF
           READ AGEFILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF AgeHdgDate IS NUMERIC
                       MOVE AgeHdgDate TO WS-AGE-REPORT-X
                   END-IF
           END-READ
           CLOSE AGEFILE
           IF WS-AGE-REPORT-DATE NOT < WS-F-CUTOFF
               MOVE 'REPORT IS CURRENT - KEPT' TO WS-F-NOTE
               OPEN INPUT AGEFILE
               MOVE SPACE TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AGEFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CountAgingRow
                           ADD 1            TO WS-F-KEPT
                           ADD WS-AGE-KEY   TO WS-F-KEY-KEPT
                   END-READ
               END-PERFORM
               CLOSE AGEFILE
               MOVE WS-F-KEPT TO WS-F-REWRITTEN
           ELSE
               MOVE 'REPORT PAST RETENTION - MOVED TO AGEARCH'
                   TO WS-F-NOTE
               OPEN EXTEND AGEARCHFILE
               IF WS-AGEARCH-STATUS = '35'
                   OPEN OUTPUT AGEARCHFILE
               END-IF
               IF WS-AGEARCH-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN AGEARCH - FILE STATUS '
                       WS-AGEARCH-STATUS
                   STOP RUN
               END-IF
               OPEN INPUT AGEFILE
               MOVE SPACE TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AGEFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CountAgingRow
                           MOVE WS-RUNDATE    TO ArchAgeDate
                           MOVE AGEFILE-FILE  TO ArchAgeImage
                           WRITE AGEARCHFILE-FILE
                           ADD 1            TO WS-F-ARCH
                           ADD WS-AGE-KEY   TO WS-F-KEY-ARCH
                   END-READ
               END-PERFORM
               CLOSE AGEFILE
               CLOSE AGEARCHFILE
               OPEN OUTPUT AGEFILE
               CLOSE AGEFILE
           END-IF.

       CountAgingRow.
           MOVE 0 TO WS-AGE-KEY
           IF AgeDetEmpNum IS NUMERIC
               MOVE AgeDetEmpNum TO WS-AGE-KEY-X
           END-IF
           ADD 1          TO WS-F-READ
           ADD WS-AGE-KEY TO WS-F-KEY-READ.

       OpenWorkOutput.
           OPEN OUTPUT WORKFILE.
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN RETWORK - FILE STATUS '
                   WS-WORK-STATUS
               STOP RUN
           END-IF.

       OpenWorkInput.
           OPEN INPUT WORKFILE.
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY 'UNABLE TO REOPEN RETWORK - FILE STATUS '
                   WS-WORK-STATUS
               STOP RUN
           END-IF.

       END PROGRAM Program27.
