           ACCESS MODE IS RANDOM
           RECORD KEY IS MstEmpNum
           FILE STATUS IS WS-MAST-STATUS.
           SELECT MASTARCHFILE ASSIGN TO "MASTARCH"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MASTARCH-STATUS.
           SELECT JOBCLASSFILE ASSIGN TO "JOBCLASS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOBCLASS-STATUS.
           05 MstPayFreq            PIC X.
           05 MstJunk               PIC X(22).

      *    TERMINATED MASTERS PURGED BY THE RETENTION RUN, EACH ROW
      *    PREFIXED WITH THE DATE IT WAS ARCHIVED
       FD MASTARCHFILE.
       01 MASTARCHFILE-FILE.
           05 ArchMastDate          PIC 9(8).
           05 ArchMastImage.
               10 ArchMastEmpNum    PIC 9(5).
               10 FILLER            PIC X(75).

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
           05 TR-NAME-IN            PIC X(20).
           05 TR-REGION-IN          PIC 9.
           05 TR-REGION-NAME-IN     PIC X(20).
           05 TR-EFF-FROM-IN        PIC 9(8).
           05 TR-EFF-TO-IN          PIC 9(8).

       FD JCCARRYFILE.
       01 JCCARRYFILE-FILE.
           05 WS-TR-EOF           PIC X.

       01 WS-MAST-STATUS           PIC XX.
       01 WS-MASTARCH-STATUS       PIC XX.
       01 WS-JOBCLASS-STATUS       PIC XX.
       01 WS-TERRREF-STATUS        PIC XX.
       01 WS-JCCARRY-STATUS        PIC XX.

       01 WS-RUNDATE               PIC 9(8).
       01 WS-RUNDATE-INT           PIC 9(8) COMP.

       01 WS-EFFECTIVE.
           05 WS-EFF-FROM         PIC 9(8).
           05 WS-EFF-FROM-X REDEFINES WS-EFF-FROM PIC X(8).
           05 WS-EFF-TO           PIC 9(8).
           05 WS-EFF-TO-X REDEFINES WS-EFF-TO     PIC X(8).
           05 WS-IN-FORCE-SW      PIC X.
               88 ROW-IN-FORCE    VALUE 'Y'.
       01 WS-ITEM-INT              PIC 9(8) COMP.
       01 WS-AGE-DAYS              PIC S9(4) COMP.
       01 WS-AGE-WORK-DATE         PIC 9(8).
       01 WS-INQUIRY.
           05 WS-EMPNO-IN         PIC X(5).
           05 WS-EMPNO            PIC 9(5).
           05 WS-ARCHIVE-IN       PIC X VALUE 'N'.
               88 ARCHIVE-WANTED  VALUE 'Y' 'y'.
           05 WS-MAST-FOUND-SW    PIC X VALUE 'N'.
               88 MASTER-FOUND    VALUE 'Y'.
           05 WS-ARCH-FOUND-SW    PIC X VALUE 'N'.
               88 MASTER-ARCHIVED VALUE 'Y'.
           05 WS-ARCH-DATE        PIC 9(8).
           05 WS-ARCH-IMAGE       PIC X(80).

       01 WS-COUNTS.
           05 WS-EXCEPTIONS       PIC 9(3) VALUE 0.
               STOP RUN
           END-IF
           MOVE WS-EMPNO-IN TO WS-EMPNO
           DISPLAY 'LOOK IN THE ARCHIVE IF NOT ON FILE (Y/N):'
           ACCEPT WS-ARCHIVE-IN
           OPEN INPUT MASTFILE.
           IF WS-MAST-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN EMPMASTER - FILE STATUS '
           MOVE WS-EMPNO TO MstEmpNum
           READ MASTFILE
               INVALID KEY
                   IF ARCHIVE-WANTED
                       PERFORM FindArchivedMaster
                   END-IF
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MAST-FOUND-SW
           END-READ
           IF NOT MASTER-FOUND AND NOT MASTER-ARCHIVED
               IF ARCHIVE-WANTED
                   DISPLAY 'EMPLOYEE ' WS-EMPNO
                       ' IS NOT ON EMPMASTER OR MASTARCH'
               ELSE
                   DISPLAY 'EMPLOYEE ' WS-EMPNO
                       ' IS NOT ON EMPMASTER'
               END-IF
               CLOSE MASTFILE
               STOP RUN
           END-IF
      *    AN ARCHIVED MASTER IS SHOWN THROUGH THE MASTER RECORD AREA
      *    SO THE LOOKUPS AND DISPLAYS BELOW SERVE BOTH
           IF MASTER-ARCHIVED
               MOVE WS-ARCH-IMAGE TO MASTFILE-FILE
           END-IF
      *    THE MASTER STAYS OPEN UNTIL THE DISPLAYS ARE DONE - THE
      *    RECORD AREA IS UNDEFINED ONCE THE FILE IS CLOSED
           PERFORM LookupJobClass
           PERFORM ShowStatusRows
           STOP RUN.

      *    THE LATEST ARCHIVED COPY WINS, IN CASE AN EMPLOYEE NUMBER
      *    WAS REUSED AND PURGED MORE THAN ONCE
       FindArchivedMaster.
           MOVE SPACE TO WS-EOF
           OPEN INPUT MASTARCHFILE.
           IF WS-MASTARCH-STATUS NOT = '00'
               CLOSE MASTARCHFILE
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MASTARCHFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ArchMastEmpNum = WS-EMPNO
                           MOVE 'Y'           TO WS-ARCH-FOUND-SW
                           MOVE ArchMastDate  TO WS-ARCH-DATE
                           MOVE ArchMastImage TO WS-ARCH-IMAGE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MASTARCH-STATUS = '00' OR WS-MASTARCH-STATUS = '10'
               CLOSE MASTARCHFILE
           END-IF.

       LookupJobClass.
           MOVE SPACE TO WS-JC-EOF
           MOVE 'N' TO WS-JC-FOUND-SW
               READ JOBCLASSFILE
                   AT END MOVE 'Y' TO WS-JC-EOF
                   NOT AT END
                       MOVE JC-EFF-FROM-IN TO WS-EFF-FROM-X
                       MOVE JC-EFF-TO-IN   TO WS-EFF-TO-X
                       PERFORM CheckRowInForce
                       IF JC-NUMBER-IN = MstJobCode AND ROW-IN-FORCE
                           MOVE 'Y'        TO WS-JC-FOUND-SW
                           MOVE JC-NAME-IN TO WS-JC-NAME
                           MOVE JC-LOW-IN  TO WS-JC-LOW
               READ TERRREFFILE
                   AT END MOVE 'Y' TO WS-TR-EOF
                   NOT AT END
                       MOVE TR-EFF-FROM-IN TO WS-EFF-FROM-X
                       MOVE TR-EFF-TO-IN   TO WS-EFF-TO-X
                       PERFORM CheckRowInForce
                       IF TR-NUMBER-IN = MstTerrNum AND ROW-IN-FORCE
                           MOVE 'Y'               TO WS-TR-FOUND-SW
                           MOVE TR-NAME-IN        TO WS-TERR-NAME
                           MOVE TR-REGION-NAME-IN TO WS-REGION-NAME
               CLOSE TERRREFFILE
           END-IF.

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

       ShowMaster.
           EVALUATE MstPayFreq
               WHEN 'M'    MOVE 'MONTHLY' TO WS-FREQ-TEXT
           END-EVALUATE
           DISPLAY '----------------------------------------'
           DISPLAY 'EMPLOYEE  ' MstEmpNum '  ' MstEmpName
           IF MASTER-ARCHIVED
               DISPLAY 'ARCHIVED  ' WS-ARCH-DATE
                   ' - PURGED FROM EMPMASTER, SHOWN FROM MASTARCH'
           END-IF
           DISPLAY 'STATUS    ' MstEmpStatus
               '   HIRED ' MstHireDate
           DISPLAY 'SALARY    ' MstSalary ' (' WS-FREQ-TEXT ')'
