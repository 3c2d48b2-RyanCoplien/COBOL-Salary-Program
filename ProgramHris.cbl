       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program28.
       AUTHOR. Ryan Coplien
       DATE-WRITTEN. 10/15/2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO "HRISPARM"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.
           SELECT HISTFILE ASSIGN TO "EMPHIST"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.
           SELECT HWMFILE ASSIGN TO "HRISHWM"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HWM-STATUS.
           SELECT FEEDFILE ASSIGN TO "HRISFEED"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.
           SELECT RPTFILE ASSIGN TO "HRISRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    N (OR NO FILE) SENDS EVERYTHING NOT YET SENT.  R RESENDS
      *    EVERY CHANGE DATED LOW THRU HIGH AND LEAVES THE HIGH-WATER
      *    MARK ALONE
       FD PARMFILE.
       01 PARMFILE-FILE.
           05 HrisParmTypeIn        PIC X.
           05 HrisParmLowIn         PIC X(8).
           05 HrisParmHighIn        PIC X(8).

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

      *    ONE C ROW WITH THE LAST RUN DATE AND FEED BATCH NUMBER, THEN
      *    ONE D ROW PER HISTORY DATE WITH THE HIGHEST SEQUENCE NUMBER
      *    ALREADY SENT FOR THAT DATE.  A ROW'S SEQUENCE NUMBER IS ITS
      *    PLACE AMONG THE EMPHIST ROWS CARRYING THE SAME DATE, SO A
      *    BACK-DATED CHANGE JOURNALED LATER IS STILL PICKED UP
       FD HWMFILE.
       01 HWMFILE-FILE.
           05 HwmType               PIC X.
           05 HwmDateRow.
               10 HwmDate           PIC 9(8).
               10 HwmSeq            PIC 9(5).
           05 HwmCtlRow REDEFINES HwmDateRow.
               10 HwmLastRun        PIC 9(8).
               10 HwmLastBatch      PIC 9(5).

       FD FEEDFILE.
       01 FEEDFILE-FILE             PIC X(200).

       FD RPTFILE.
       01 RPTFILE-FILE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOFILE.
           05 WS-EOF              PIC X.

       01 WS-PARM-STATUS           PIC XX.
       01 WS-HIST-STATUS           PIC XX.
       01 WS-HWM-STATUS            PIC XX.
       01 WS-FEED-STATUS           PIC XX.
       01 WS-RPT-STATUS            PIC XX.

       01 WS-RUNDATE               PIC 9(8).

       01 WS-HRISPARM.
           05 WS-MODE             PIC X VALUE 'N'.
               88 MODE-NORMAL     VALUE 'N' SPACE.
               88 MODE-RESEND     VALUE 'R'.
           05 WS-RANGE-LOW        PIC 9(8) VALUE 0.
           05 WS-RANGE-LOW-X REDEFINES WS-RANGE-LOW   PIC X(8).
           05 WS-RANGE-HIGH       PIC 9(8) VALUE 0.
           05 WS-RANGE-HIGH-X REDEFINES WS-RANGE-HIGH PIC X(8).

       01 WS-RUN-CONTROL.
           05 WS-PASS             PIC 9 VALUE 1.
               88 COUNTING-PASS   VALUE 1.
               88 WRITING-PASS    VALUE 2.
           05 WS-LAST-RUN         PIC 9(8) VALUE 0.
           05 WS-LAST-BATCH       PIC 9(5) VALUE 0.
           05 WS-BATCHNO          PIC 9(5) VALUE 0.
           05 WS-ROW-SEQ          PIC 9(5).
           05 WS-SENT-SEQ         PIC 9(5).
           05 WS-SELECT-SW        PIC X.
               88 ROW-SELECTED    VALUE 'Y'.

       01 WS-COUNTS.
           05 WS-READCOUNT        PIC 9(7) VALUE 0.
           05 WS-SELCOUNT         PIC 9(7) VALUE 0.
           05 WS-SENTCOUNT        PIC 9(7) VALUE 0.
           05 WS-SKIPCOUNT        PIC 9(7) VALUE 0.
           05 WS-EMP-HASH         PIC 9(11) VALUE 0.
           05 WS-SAL-HASH         PIC 9(11) VALUE 0.
           05 WS-HWM-BEFORE       PIC 9(5) VALUE 0.

       01 WS-CHANGE-COUNTS.
           05 WS-CNT-ADD          PIC 9(7) VALUE 0.
           05 WS-CNT-SAL          PIC 9(7) VALUE 0.
           05 WS-CNT-MOVE         PIC 9(7) VALUE 0.
           05 WS-CNT-STAT         PIC 9(7) VALUE 0.
           05 WS-CNT-DEL          PIC 9(7) VALUE 0.
           05 WS-CNT-OTHER        PIC 9(7) VALUE 0.

      *    ONE CHANGE TYPE PER ROW, TAKEN IN THIS ORDER - A STATUS
      *    CHANGE OUTRANKS A MOVE, AND A MOVE OUTRANKS A SALARY CHANGE.
      *    THE FEED ROW CARRIES EVERY BEFORE AND AFTER VALUE REGARDLESS
       01 WS-CHG-TYPE              PIC X(4).

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

       01 WS-FEED-HEADER.
           05 FILLER              PIC X(11) VALUE 'H|HRISFEED|'.
           05 WS-FH-RUNDATE       PIC 9(8).
           05 FILLER              PIC X     VALUE '|'.
           05 WS-FH-BATCH         PIC 9(5).
           05 FILLER              PIC X     VALUE '|'.
           05 WS-FH-MODE          PIC X.
           05 FILLER              PIC X     VALUE '|'.
           05 WS-FH-LOW           PIC 9(8).
           05 FILLER              PIC X     VALUE '|'.
           05 WS-FH-HIGH          PIC 9(8).
           05 FILLER              PIC X     VALUE '|'.
           05 WS-FH-COUNT         PIC 9(7).

       01 WS-FEED-TRAILER.
           05 FILLER              PIC X(2)  VALUE 'T|'.
           05 WS-FT-COUNT         PIC 9(7).
           05 FILLER              PIC X     VALUE '|'.
           05 WS-FT-EMP-HASH      PIC 9(11).
           05 FILLER              PIC X     VALUE '|'.
           05 WS-FT-SAL-HASH      PIC 9(11).

       01 WS-FEED-DETAIL           PIC X(200).
       01 WS-FEED-SEQ              PIC 9(5).

       01 WS-RPT-HEADING1.
           05 FILLER              PIC X(30)
               VALUE 'HRIS CHANGE FEED - RUN'.
           05 WS-HDG-DATE         PIC 9(8).
           05 FILLER              PIC X(8)  VALUE '  BATCH '.
           05 WS-HDG-BATCH        PIC 9(5).
           05 FILLER              PIC X(3)  VALUE SPACE.
           05 WS-HDG-MODE         PIC X(40) VALUE SPACE.
           05 FILLER              PIC X(38) VALUE SPACE.

       01 WS-RPT-COUNT-LINE.
           05 FILLER              PIC X(4)  VALUE SPACE.
           05 WS-CL-LABEL         PIC X(30).
           05 WS-CL-COUNT         PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(89) VALUE SPACE.

       01 WS-RPT-HASH-LINE.
           05 FILLER              PIC X(4)  VALUE SPACE.
           05 FILLER              PIC X(30)
               VALUE 'TRAILER EMPLOYEE HASH'.
           05 WS-HL-EMP           PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(4)  VALUE SPACE.
           05 FILLER              PIC X(20) VALUE 'SALARY HASH'.
           05 WS-HL-SAL           PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(46) VALUE SPACE.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUNDATE FROM DATE YYYYMMDD.
           PERFORM LoadHrisParm
           PERFORM LoadHighWaterMark
           COMPUTE WS-BATCHNO = WS-LAST-BATCH + 1
      *    THE FIRST PASS ONLY COUNTS, SO THE HEADER CAN CARRY THE
      *    NUMBER OF CHANGES THAT FOLLOW IT
           MOVE 1 TO WS-PASS
           PERFORM ReadHistoryPass
           OPEN OUTPUT FEEDFILE.
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN HRISFEED - FILE STATUS '
                   WS-FEED-STATUS
               STOP RUN
           END-IF
           MOVE WS-RUNDATE  TO WS-FH-RUNDATE
           MOVE WS-BATCHNO  TO WS-FH-BATCH
           MOVE WS-MODE     TO WS-FH-MODE
           IF MODE-NORMAL
               MOVE 'N' TO WS-FH-MODE
           END-IF
           MOVE WS-RANGE-LOW  TO WS-FH-LOW
           MOVE WS-RANGE-HIGH TO WS-FH-HIGH
           MOVE WS-SELCOUNT TO WS-FH-COUNT
           WRITE FEEDFILE-FILE FROM WS-FEED-HEADER
           MOVE 2 TO WS-PASS
           PERFORM ReadHistoryPass
           MOVE WS-SENTCOUNT TO WS-FT-COUNT
           MOVE WS-EMP-HASH  TO WS-FT-EMP-HASH
           MOVE WS-SAL-HASH  TO WS-FT-SAL-HASH
           WRITE FEEDFILE-FILE FROM WS-FEED-TRAILER
           CLOSE FEEDFILE.
           IF WS-SENTCOUNT NOT = WS-SELCOUNT
               DISPLAY 'EMPHIST CHANGED DURING THE EXTRACT - HEADER '
                   WS-SELCOUNT ' TRAILER ' WS-SENTCOUNT
                   ' - HRISFEED MUST NOT BE SENT, RUN AGAIN'
               STOP RUN
           END-IF
           PERFORM SaveHighWaterMark
           PERFORM PrintChangeSummary
           DISPLAY 'HRISFEED BATCH ' WS-BATCHNO ' WRITTEN - '
               WS-SENTCOUNT ' CHANGES'
           STOP RUN.

       LoadHrisParm.
           OPEN INPUT PARMFILE.
           IF WS-PARM-STATUS = '35'
               CLOSE PARMFILE
               MOVE 'N' TO WS-MODE
           ELSE
               IF WS-PARM-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN HRISPARM - FILE STATUS '
                       WS-PARM-STATUS
                   STOP RUN
               END-IF
               READ PARMFILE
                   AT END MOVE 'N' TO WS-MODE
                   NOT AT END
                       MOVE HrisParmTypeIn TO WS-MODE
                       MOVE HrisParmLowIn  TO WS-RANGE-LOW-X
                       MOVE HrisParmHighIn TO WS-RANGE-HIGH-X
               END-READ
               CLOSE PARMFILE
           END-IF
           IF NOT MODE-NORMAL AND NOT MODE-RESEND
               DISPLAY 'HRISPARM RUN TYPE ' WS-MODE
                   ' IS NOT N OR R - RUN ABORTED'
               STOP RUN
           END-IF
           IF MODE-NORMAL
               MOVE 0 TO WS-RANGE-LOW
               MOVE 0 TO WS-RANGE-HIGH
               MOVE 'NORMAL - CHANGES NOT YET SENT' TO WS-HDG-MODE
           ELSE
               IF WS-RANGE-LOW-X NOT NUMERIC
                   OR WS-RANGE-HIGH-X NOT NUMERIC
                   OR WS-RANGE-LOW > WS-RANGE-HIGH
                   DISPLAY 'HRISPARM RESEND NEEDS A LOW AND HIGH '
                       'DATE, LOW NOT AFTER HIGH - RUN ABORTED'
                   STOP RUN
               END-IF
               STRING 'RESEND ' WS-RANGE-LOW ' THRU ' WS-RANGE-HIGH
                   DELIMITED BY SIZE INTO WS-HDG-MODE
           END-IF.

      *    NO HRISHWM MEANS THE FEED HAS NEVER RUN - THE WHOLE OF
      *    EMPHIST GOES ON THE FIRST NORMAL RUN
       LoadHighWaterMark.
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
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HWMFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE HwmType
                           WHEN 'C'
                               MOVE HwmLastRun   TO WS-LAST-RUN
                               MOVE HwmLastBatch TO WS-LAST-BATCH
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
           END-IF
           MOVE WS-HWMCOUNT TO WS-HWM-BEFORE.

       ReadHistoryPass.
           MOVE 0 TO WS-DATECOUNT
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
                       PERFORM SequenceHistoryRow
                       PERFORM CheckRowSelected
                       IF ROW-SELECTED
                           IF COUNTING-PASS
                               ADD 1 TO WS-SELCOUNT
                           ELSE
                               PERFORM WriteFeedDetail
                           END-IF
                       ELSE
                           IF WRITING-PASS
                               ADD 1 TO WS-SKIPCOUNT
                           END-IF
                       END-IF
                       IF WRITING-PASS
                           ADD 1 TO WS-READCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTFILE.

       SequenceHistoryRow.
           SET DX TO 1.
           SEARCH DateSeqEntry
               AT END
                   IF WS-DATECOUNT >= 5000
                       DISPLAY 'EMPHIST HAS MORE THAN 5000 DATES - '
                           'TABLE CAPACITY EXCEEDED'
                       CLOSE HISTFILE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-DATECOUNT
                   SET DX TO WS-DATECOUNT
                   MOVE HistDate TO DateSeqDate(DX)
                   MOVE 0        TO DateSeqCount(DX)
               WHEN DateSeqDate(DX) = HistDate
                   CONTINUE
           END-SEARCH
           ADD 1 TO DateSeqCount(DX)
           MOVE DateSeqCount(DX) TO WS-ROW-SEQ.

       CheckRowSelected.
           MOVE 'N' TO WS-SELECT-SW
           IF MODE-RESEND
               IF HistDate NOT < WS-RANGE-LOW
                   AND HistDate NOT > WS-RANGE-HIGH
                   MOVE 'Y' TO WS-SELECT-SW
               END-IF
           ELSE
               MOVE 0 TO WS-SENT-SEQ
               SET HX TO 1
               SEARCH HwmEntry
                   AT END CONTINUE
                   WHEN HwmTabDate(HX) = HistDate
                       MOVE HwmTabSeq(HX) TO WS-SENT-SEQ
               END-SEARCH
               IF WS-ROW-SEQ > WS-SENT-SEQ
                   MOVE 'Y' TO WS-SELECT-SW
               END-IF
           END-IF.

       ClassifyChange.
           EVALUATE TRUE
               WHEN HistAction = 'A'
                   MOVE 'ADD'  TO WS-CHG-TYPE
                   ADD 1 TO WS-CNT-ADD
               WHEN HistAction = 'D'
                   MOVE 'DEL'  TO WS-CHG-TYPE
                   ADD 1 TO WS-CNT-DEL
               WHEN HistOldStat NOT = HistNewStat
                   MOVE 'STAT' TO WS-CHG-TYPE
                   ADD 1 TO WS-CNT-STAT
               WHEN HistOldTerr NOT = HistNewTerr
                   OR HistOldJob NOT = HistNewJob
                   MOVE 'MOVE' TO WS-CHG-TYPE
                   ADD 1 TO WS-CNT-MOVE
               WHEN HistOldSal NOT = HistNewSal
                   MOVE 'SAL'  TO WS-CHG-TYPE
                   ADD 1 TO WS-CNT-SAL
               WHEN OTHER
                   MOVE 'OTH'  TO WS-CHG-TYPE
                   ADD 1 TO WS-CNT-OTHER
           END-EVALUATE.

      *    D|DATE|SEQ|EMPNO|TYPE|ACTION|NAME|OLD TERR|NEW TERR|OLD JOB|
      *    NEW JOB|OLD SALARY|NEW SALARY|OLD STATUS|NEW STATUS|PROGRAM
       WriteFeedDetail.
           PERFORM ClassifyChange
           MOVE WS-ROW-SEQ TO WS-FEED-SEQ
           MOVE SPACE TO WS-FEED-DETAIL
           STRING 'D|'         DELIMITED BY SIZE
                  HistDate     DELIMITED BY SIZE
                  '|'          DELIMITED BY SIZE
                  WS-FEED-SEQ  DELIMITED BY SIZE
                  '|'          DELIMITED BY SIZE
                  HistEmpNum   DELIMITED BY SIZE
                  '|'          DELIMITED BY SIZE
                  WS-CHG-TYPE  DELIMITED BY SPACE
                  '|'          DELIMITED BY SIZE
                  HistAction   DELIMITED BY SIZE
                  '|'          DELIMITED BY SIZE
                  HistEmpName  DELIMITED BY '  '
                  '|'          DELIMITED BY SIZE
                  HistOldTerr  DELIMITED BY SIZE
                  '|'          DELIMITED BY SIZE
                  HistNewTerr  DELIMITED BY SIZE
                  '|'          DELIMITED BY SIZE
                  HistOldJob   DELIMITED BY SIZE
                  '|'          DELIMITED BY SIZE
                  HistNewJob   DELIMITED BY SIZE
                  '|'          DELIMITED BY SIZE
                  HistOldSal   DELIMITED BY SIZE
                  '|'          DELIMITED BY SIZE
                  HistNewSal   DELIMITED BY SIZE
                  '|'          DELIMITED BY SIZE
                  HistOldStat  DELIMITED BY SIZE
                  '|'          DELIMITED BY SIZE
                  HistNewStat  DELIMITED BY SIZE
                  '|'          DELIMITED BY SIZE
                  HistProgram  DELIMITED BY SPACE
               INTO WS-FEED-DETAIL
           END-STRING
           WRITE FEEDFILE-FILE FROM WS-FEED-DETAIL
           ADD 1 TO WS-SENTCOUNT
           ADD HistEmpNum TO WS-EMP-HASH
           ADD HistNewSal TO WS-SAL-HASH.

      *    A NORMAL RUN HAS NOW SENT EVERY ROW ON EMPHIST, SO THE MARK
      *    BECOMES THE ROW COUNT OF EACH DATE STILL ON THE FILE.  DATES
      *    THE RETENTION RUN HAS ARCHIVED DROP OUT.  A RESEND KEEPS THE
      *    MARK AS IT WAS AND ONLY TAKES THE NEXT BATCH NUMBER
       SaveHighWaterMark.
           OPEN OUTPUT HWMFILE.
           IF WS-HWM-STATUS NOT = '00'
               DISPLAY 'UNABLE TO REWRITE HRISHWM - FILE STATUS '
                   WS-HWM-STATUS ' - HRISFEED MUST NOT BE SENT'
               STOP RUN
           END-IF
           MOVE 'C'        TO HwmType
           MOVE WS-RUNDATE TO HwmLastRun
           MOVE WS-BATCHNO TO HwmLastBatch
           WRITE HWMFILE-FILE
           IF MODE-NORMAL
               PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > WS-DATECOUNT
                   MOVE 'D'              TO HwmType
                   MOVE DateSeqDate(DX)  TO HwmDate
                   MOVE DateSeqCount(DX) TO HwmSeq
                   WRITE HWMFILE-FILE
               END-PERFORM
           ELSE
               PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > WS-HWMCOUNT
                   MOVE 'D'             TO HwmType
                   MOVE HwmTabDate(HX)  TO HwmDate
                   MOVE HwmTabSeq(HX)   TO HwmSeq
                   WRITE HWMFILE-FILE
               END-PERFORM
           END-IF
           CLOSE HWMFILE.

       PrintChangeSummary.
           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN HRISRPT - FILE STATUS '
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-RUNDATE TO WS-HDG-DATE
           MOVE WS-BATCHNO TO WS-HDG-BATCH
           WRITE RPTFILE-FILE FROM WS-RPT-HEADING1
           MOVE SPACE TO RPTFILE-FILE
           WRITE RPTFILE-FILE
           MOVE 'ADDS'                       TO WS-CL-LABEL
           MOVE WS-CNT-ADD                   TO WS-CL-COUNT
           WRITE RPTFILE-FILE FROM WS-RPT-COUNT-LINE
           MOVE 'SALARY CHANGES'             TO WS-CL-LABEL
           MOVE WS-CNT-SAL                   TO WS-CL-COUNT
           WRITE RPTFILE-FILE FROM WS-RPT-COUNT-LINE
           MOVE 'TERRITORY/JOB MOVES'        TO WS-CL-LABEL
           MOVE WS-CNT-MOVE                  TO WS-CL-COUNT
           WRITE RPTFILE-FILE FROM WS-RPT-COUNT-LINE
           MOVE 'STATUS CHANGES'             TO WS-CL-LABEL
           MOVE WS-CNT-STAT                  TO WS-CL-COUNT
           WRITE RPTFILE-FILE FROM WS-RPT-COUNT-LINE
           MOVE 'DELETIONS'                  TO WS-CL-LABEL
           MOVE WS-CNT-DEL                   TO WS-CL-COUNT
           WRITE RPTFILE-FILE FROM WS-RPT-COUNT-LINE
           MOVE 'OTHER CHANGES'              TO WS-CL-LABEL
           MOVE WS-CNT-OTHER                 TO WS-CL-COUNT
           WRITE RPTFILE-FILE FROM WS-RPT-COUNT-LINE
           MOVE 'TOTAL CHANGES SENT'         TO WS-CL-LABEL
           MOVE WS-SENTCOUNT                 TO WS-CL-COUNT
           WRITE RPTFILE-FILE FROM WS-RPT-COUNT-LINE
           MOVE SPACE TO RPTFILE-FILE
           WRITE RPTFILE-FILE
           MOVE 'EMPHIST ROWS READ'          TO WS-CL-LABEL
           MOVE WS-READCOUNT                 TO WS-CL-COUNT
           WRITE RPTFILE-FILE FROM WS-RPT-COUNT-LINE
           IF MODE-RESEND
               MOVE 'OUTSIDE RESEND RANGE'   TO WS-CL-LABEL
           ELSE
               MOVE 'ALREADY SENT'           TO WS-CL-LABEL
           END-IF
           MOVE WS-SKIPCOUNT                 TO WS-CL-COUNT
           WRITE RPTFILE-FILE FROM WS-RPT-COUNT-LINE
           MOVE 'DATES ON MARK BEFORE RUN'   TO WS-CL-LABEL
           MOVE WS-HWM-BEFORE                TO WS-CL-COUNT
           WRITE RPTFILE-FILE FROM WS-RPT-COUNT-LINE
           MOVE 'DATES ON MARK AFTER RUN'    TO WS-CL-LABEL
           IF MODE-NORMAL
               MOVE WS-DATECOUNT             TO WS-CL-COUNT
           ELSE
               MOVE WS-HWMCOUNT              TO WS-CL-COUNT
           END-IF
           WRITE RPTFILE-FILE FROM WS-RPT-COUNT-LINE
           MOVE WS-EMP-HASH TO WS-HL-EMP
           MOVE WS-SAL-HASH TO WS-HL-SAL
           WRITE RPTFILE-FILE FROM WS-RPT-HASH-LINE
           CLOSE RPTFILE.

       END PROGRAM Program28.
