           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.
           SELECT HISTARCHFILE ASSIGN TO "HISTARCH"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HISTARCH-STATUS.
           SELECT PARMFILE ASSIGN TO "HISTPARM"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05 HistNewJob            PIC 9(2).
           05 HistNewStat           PIC X.

      *    HISTORY MOVED OUT OF EMPHIST BY THE RETENTION RUN, EACH ROW
      *    PREFIXED WITH THE DATE IT WAS ARCHIVED
       FD HISTARCHFILE.
       01 HISTARCHFILE-FILE.
           05 ArchHistDate          PIC 9(8).
           05 ArchHistImage         PIC X(64).

       FD PARMFILE.
       01 PARMFILE-FILE.
           05 HParmTypeIn           PIC X.
           05 HParmBodyIn           PIC X(16).
           05 HParmArchiveIn        PIC X.

       FD RPTFILE.
       01 RPTFILE-FILE              PIC X(132).
           05 WS-EOF              PIC X.

       01 WS-HIST-STATUS           PIC XX.
       01 WS-HISTARCH-STATUS       PIC XX.
       01 WS-PARM-STATUS           PIC XX.
       01 WS-RPT-STATUS            PIC XX.

       01 WS-RUNDATE               PIC 9(8).

       01 WS-HIST-SOURCE.
           05 WS-HIST-ARCH-LABEL  PIC X(9) VALUE 'ARCHIVED '.
           05 WS-HIST-ARCH-DATE   PIC 9(8).

       01 WS-HISTPARM.
           05 WS-SELECT           PIC X VALUE 'A'.
               88 SELECT-ALL      VALUE 'A' SPACE.
           05 WS-PARM-DATES REDEFINES WS-PARM-BODY.
               10 WS-PARM-LOWDATE  PIC 9(8).
               10 WS-PARM-HIGHDATE PIC 9(8).
           05 WS-ARCHIVE-SW       PIC X VALUE 'N'.
               88 INCLUDE-ARCHIVE VALUE 'Y'.

       01 WS-COUNTS.
           05 WS-LISTED           PIC 9(5) VALUE 0.
           05 WS-READCOUNT        PIC 9(5) VALUE 0.
           05 WS-ARCHCOUNT        PIC 9(5) VALUE 0.

       01 WS-PAGECTL.
           05 WS-LINECOUNT        PIC 9(3) COMP VALUE 99.
           05 WS-HDG-PAGE         PIC ZZZ9.
           05 FILLER              PIC X(3)  VALUE SPACE.
           05 WS-HDG-SELECT       PIC X(40) VALUE SPACE.
           05 WS-HDG-ARCHIVE      PIC X(10) VALUE SPACE.
           05 FILLER              PIC X(27) VALUE SPACE.

       01 WS-RPT-HEADING2.
           05 FILLER              PIC X(9)  VALUE 'DATE'.
           05 WS-DET-NEW-JOB      PIC XX.
           05 FILLER              PIC X(2)  VALUE SPACE.
           05 WS-DET-NEW-STAT     PIC X.
           05 FILLER              PIC X(2)  VALUE SPACE.
           05 WS-DET-SOURCE       PIC X(17).
           05 FILLER              PIC X(19) VALUE SPACE.

       01 WS-RPT-TOTALS.
           05 FILLER              PIC X(14) VALUE 'JOURNAL ROWS: '.
           05 WS-TOT-READ         PIC ZZZZ9.
           05 FILLER              PIC X(10) VALUE '  LISTED: '.
           05 WS-TOT-LISTED       PIC ZZZZ9.
           05 FILLER              PIC X(16) VALUE '  ARCHIVE ROWS: '.
           05 WS-TOT-ARCH         PIC ZZZZ9.
           05 FILLER              PIC X(77) VALUE SPACE.

       PROCEDURE DIVISION.
       100-MAIN.
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           IF INCLUDE-ARCHIVE
               PERFORM ListArchivedHistory
           END-IF
           MOVE SPACE TO WS-HIST-SOURCE
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTFILE
           END-PERFORM
           MOVE WS-READCOUNT TO WS-TOT-READ
           MOVE WS-LISTED    TO WS-TOT-LISTED
           MOVE WS-ARCHCOUNT TO WS-TOT-ARCH
           WRITE RPTFILE-FILE FROM WS-RPT-TOTALS
           CLOSE HISTFILE.
           CLOSE RPTFILE.
                   NOT AT END
                       MOVE HParmTypeIn TO WS-SELECT
                       MOVE HParmBodyIn TO WS-PARM-BODY
                       IF HParmArchiveIn = 'Y'
                           MOVE 'Y' TO WS-ARCHIVE-SW
                       END-IF
               END-READ
               CLOSE PARMFILE
           END-IF
                       DELIMITED BY SIZE INTO WS-HDG-SELECT
               WHEN OTHER
                   MOVE 'ALL EMPLOYEES, ALL DATES' TO WS-HDG-SELECT
           END-EVALUATE
           IF INCLUDE-ARCHIVE
               MOVE '+ ARCHIVE' TO WS-HDG-ARCHIVE
           END-IF.

      *    THE ARCHIVE HOLDS THE OLDEST HISTORY, SO IT IS LISTED AHEAD
      *    OF EMPHIST AND EACH ROW IS MARKED WITH ITS ARCHIVE DATE.
      *    NO ARCHIVE YET MEANS NOTHING HAS BEEN MOVED OUT
       ListArchivedHistory.
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
                       ADD 1 TO WS-ARCHCOUNT
                       MOVE ArchHistImage TO HISTFILE-FILE
                       MOVE ArchHistDate TO WS-HIST-ARCH-DATE
                       PERFORM PrintHistoryLine
               END-READ
           END-PERFORM
           IF WS-HISTARCH-STATUS = '00' OR WS-HISTARCH-STATUS = '10'
               CLOSE HISTARCHFILE
           END-IF.

       PrintHistoryLine.
           IF SELECT-EMP AND HistEmpNum NOT = WS-PARM-EMPNO
                   PERFORM HistoryPageHeading
               END-IF
               MOVE SPACE TO WS-RPT-DETAIL
               MOVE WS-HIST-SOURCE TO WS-DET-SOURCE
               MOVE HistDate     TO WS-DET-DATE
               MOVE HistProgram  TO WS-DET-PGM
               MOVE HistAction   TO WS-DET-ACT
