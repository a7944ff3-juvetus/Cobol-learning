       SELECT DELTAREGFILE ASSIGN TO "DELTAREG.TXT"
          ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DEPTXWALKFILE ASSIGN TO "DEPTXWALK.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-XWALK-STATUS.

       SELECT DEPTMASTFILE ASSIGN TO "DEPTMAST.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-DEPTMAST-STATUS.

       SELECT XWALKEXCFILE ASSIGN TO "XWALKEXC.TXT"
          ORGANIZATION IS LINE SEQUENTIAL.

       SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-JOBLOG-FILE-STATUS.
          02 SORT-DEPARTMENT PIC X(30).
          02 SORT-GENDER PIC X.
          02 SORT-COMPANY-CODE PIC X(8).
          02 SORT-GRADE PIC X(2).

       FD SOURCELISTFILE.
       01 SOURCE-LIST-RECORD.
      *----------------------------------------------------------------
      * MERGED.DAT carries everything the extract does, plus the code
      * of the company the record came from, so the onboarding bridge
      * can report its load register per source company, and the
      * default grade the department crosswalk gives the employee.
      *----------------------------------------------------------------
       FD MERGEDFILE.
       01 MERGED-EMPLOYEE-RECORD.
          02 MERGED-DEPARTMENT PIC X(30).
          02 MERGED-GENDER PIC X.
          02 MERGED-COMPANY-CODE PIC X(8).
          02 MERGED-GRADE PIC X(2).

       FD SORTEDFILE.
       01 SORTED-EMPLOYEE-RECORD.
          02 SORTED-DEPARTMENT PIC X(30).
          02 SORTED-GENDER PIC X.
          02 SORTED-COMPANY-CODE PIC X(8).
          02 SORTED-GRADE PIC X(2).

       FD REPORTFILE.
       01 REPORT-LINE PIC X(90).
          02 MW-DEPARTMENT PIC X(30).
          02 MW-GENDER PIC X.
          02 MW-COMPANY-CODE PIC X(8).
          02 MW-GRADE PIC X(2).

       FD RESOLVEREGFILE.
       01 RESOLVE-REG-LINE PIC X(80).
       FD DELTAREGFILE.
       01 DELTA-REG-LINE PIC X(80).

      *----------------------------------------------------------------
      * Department crosswalk maintained by HR: for each acquired
      * company, the department text their old system used and the
      * DEPTMAST department it becomes here, with the default grade
      * an employee from that department starts at.
      *----------------------------------------------------------------
       FD DEPTXWALKFILE.
       01 DEPT-XWALK-RECORD.
          05 XW-COMPANY-CODE      PIC X(8).
          05 FILLER               PIC X(1).
          05 XW-SOURCE-DEPARTMENT PIC X(30).
          05 FILLER               PIC X(1).
          05 XW-DEPARTMENT        PIC X(30).
          05 FILLER               PIC X(1).
          05 XW-GRADE             PIC X(2).

      *----------------------------------------------------------------
      * Department master, read only so a source department that is
      * already one of ours passes through without a crosswalk entry.
      *----------------------------------------------------------------
       FD DEPTMASTFILE.
       01 DEPT-MASTER-RECORD.
          05 DM-DEPARTMENT PIC X(30).
          05 FILLER        PIC X(1).
          05 DM-FULL-NAME  PIC X(30).
          05 FILLER        PIC X(1).
          05 DM-ACTIVE     PIC X(1).

       FD XWALKEXCFILE.
       01 XWALK-EXC-LINE PIC X(80).

      *----------------------------------------------------------------
      * Common job-log record, appended to by every program in the
      * batch suite so the whole night's window can be reviewed after
          05 FILLER          PIC X(6) VALUE "PAGE: ".
          05 PAGE-NUMBER-OUT PIC ZZZ9.

      *----------------------------------------------------------------
      * Department crosswalk, loaded at start of run and keyed by
      * company code and the source department text in upper case,
      * so "Warehouse-Ship" and "WAREHOUSE-SHIP" are the same entry.
      * A missing DEPTXWALK.DAT just means no translations apply:
      * departments are still checked against DEPTMAST and anything
      * not on it is still listed for HR.
      *----------------------------------------------------------------
       01 WS-XWALK-STATUS PIC XX VALUE '00'.
       01 WS-XWALK-EOF PIC X VALUE 'N'.
          88 END-OF-XWALK-FILE VALUE 'Y'.
       01 WS-XW-ENTRY-COUNT PIC 9(4) VALUE ZERO.
       01 WS-XW-TABLE-MAX   PIC 9(4) VALUE 2000.
       01 WS-XW-TABLE.
          05 WS-XW-ENTRY OCCURS 2000 TIMES INDEXED BY XW-IDX.
             10 XW-TAB-COMPANY-CODE      PIC X(8).
             10 XW-TAB-SOURCE-DEPARTMENT PIC X(30).
             10 XW-TAB-DEPARTMENT        PIC X(30).
             10 XW-TAB-GRADE             PIC X(2).
       01 WS-XW-FOUND-IDX PIC 9(4) VALUE ZERO.
       01 WS-XW-CHECK-DEPARTMENT PIC X(30) VALUE SPACES.
       01 WS-XWALK-MAPPED-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-XWALK-UNMAPPED-COUNT PIC 9(5) VALUE ZERO.

       01 WS-DEPTMAST-STATUS PIC XX VALUE '00'.
       01 WS-DEPTMAST-EOF PIC X VALUE 'N'.
          88 END-OF-DEPTMAST VALUE 'Y'.
       01 WS-DM-ENTRY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DM-TABLE-MAX   PIC 9(3) VALUE 50.
       01 WS-DM-TABLE.
          05 WS-DM-ENTRY OCCURS 50 TIMES INDEXED BY DM-IDX.
             10 DM-TAB-DEPARTMENT PIC X(30).
       01 WS-DM-FOUND-IDX PIC 9(3) VALUE ZERO.

      *----------------------------------------------------------------
      * Every distinct company / source department the crosswalk did
      * not map, with how many employees carried it, for the mapping
      * exceptions report HR works from before onboarding.
      *----------------------------------------------------------------
       01 WS-UNM-ENTRY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-UNM-TABLE-MAX   PIC 9(3) VALUE 500.
       01 WS-UNM-TABLE.
          05 WS-UNM-ENTRY OCCURS 500 TIMES INDEXED BY UNM-IDX.
             10 UNM-COMPANY-CODE      PIC X(8).
             10 UNM-SOURCE-DEPARTMENT PIC X(30).
             10 UNM-COUNT             PIC 9(5).
             10 UNM-PRINTED           PIC X(1).
       01 WS-UNM-FOUND-IDX PIC 9(3) VALUE ZERO.
       01 WS-UNM-COMPANY-SAVE PIC X(8) VALUE SPACES.
       01 WS-UNM-COMPANY-VALUES PIC 9(3) VALUE ZERO.
       01 WS-UNM-COMPANY-EMPLOYEES PIC 9(5) VALUE ZERO.

       01 XWALK-EXC-HEADING-1 PIC X(80) VALUE
          "DEPARTMENT MAPPING EXCEPTIONS - ADD TO DEPTXWALK.DAT".
       01 XWALK-EXC-HEADING-2 PIC X(80) VALUE ALL "=".
       01 XWALK-EXC-COLUMN-LINE PIC X(80) VALUE
          "  SOURCE DEPARTMENT                 EMPLOYEES".
       01 XWALK-EXC-COMPANY-LINE.
          05 FILLER          PIC X(9) VALUE "COMPANY: ".
          05 XEC-COMPANY-OUT PIC X(8).
       01 XWALK-EXC-DETAIL-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 XED-SOURCE-DEPARTMENT-OUT PIC X(30).
          05 FILLER          PIC X(5) VALUE SPACES.
          05 XED-COUNT-OUT   PIC ZZZZ9.
       01 XWALK-EXC-SUBTOTAL-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 XES-VALUES-OUT  PIC ZZ9.
          05 FILLER          PIC X(27) VALUE
             " UNMAPPED VALUE(S)         ".
          05 XES-COUNT-OUT   PIC ZZZZ9.
       01 XWALK-EXC-TOTAL-LINE.
          05 XET-LABEL       PIC X(37).
          05 XET-COUNT-OUT   PIC ZZZZ9.

      *----------------------------------------------------------------
      * Job-log entry for this run, appended to the shared JOBLOG.DAT
      * once when the run ends, successfully or not.
       0050-START.
          ACCEPT WS-JOBLOG-START-TIME FROM TIME
          PERFORM 0055-LOAD-DELTA-FILE
          PERFORM 0060-LOAD-CROSSWALK
          IF DELTA-MODE
             PERFORM 0500-DELTA-RUN
          ELSE
             PERFORM 0200-SORT-MERGED-EMPLOYEES
             PERFORM 0300-GENERATE-REPORT
          END-IF
          PERFORM 0068-PRINT-MAPPING-EXCEPTIONS
          PERFORM 9000-END-PROGRAM.

      *----------------------------------------------------------------
      * Loads HR's department crosswalk, and the department master
      * alongside it. Only read, never rewritten, so a crosswalk too
      * big for the table is a warning rather than a stop.
      *----------------------------------------------------------------
       0060-LOAD-CROSSWALK.
          OPEN INPUT DEPTXWALKFILE
          IF WS-XWALK-STATUS = '00'
             PERFORM UNTIL END-OF-XWALK-FILE
                READ DEPTXWALKFILE
                   AT END SET END-OF-XWALK-FILE TO TRUE
                   NOT AT END
                      IF WS-XW-ENTRY-COUNT < WS-XW-TABLE-MAX
                         ADD 1 TO WS-XW-ENTRY-COUNT
                         SET XW-IDX TO WS-XW-ENTRY-COUNT
                         MOVE XW-COMPANY-CODE
                            TO XW-TAB-COMPANY-CODE(XW-IDX)
                         MOVE FUNCTION UPPER-CASE(XW-SOURCE-DEPARTMENT)
                            TO XW-TAB-SOURCE-DEPARTMENT(XW-IDX)
                         MOVE XW-DEPARTMENT
                            TO XW-TAB-DEPARTMENT(XW-IDX)
                         MOVE XW-GRADE TO XW-TAB-GRADE(XW-IDX)
                      ELSE
                         DISPLAY "WARNING: crosswalk table full at "
                            WS-XW-TABLE-MAX " entries, "
                            XW-COMPANY-CODE " " XW-SOURCE-DEPARTMENT
                            " not loaded"
                      END-IF
                END-READ
             END-PERFORM
             CLOSE DEPTXWALKFILE
          END-IF
          PERFORM 0062-LOAD-DEPT-MASTER.

      *----------------------------------------------------------------
      * A missing DEPTMAST.DAT just means every source department
      * has to come through the crosswalk.
      *----------------------------------------------------------------
       0062-LOAD-DEPT-MASTER.
          OPEN INPUT DEPTMASTFILE
          IF WS-DEPTMAST-STATUS = '00'
             PERFORM UNTIL END-OF-DEPTMAST
                READ DEPTMASTFILE
                   AT END SET END-OF-DEPTMAST TO TRUE
                   NOT AT END
                      IF WS-DM-ENTRY-COUNT < WS-DM-TABLE-MAX
                         ADD 1 TO WS-DM-ENTRY-COUNT
                         SET DM-IDX TO WS-DM-ENTRY-COUNT
                         MOVE DM-DEPARTMENT
                            TO DM-TAB-DEPARTMENT(DM-IDX)
                      ELSE
                         DISPLAY "WARNING: dept master table full at "
                            WS-DM-TABLE-MAX
                            " departments, " DM-DEPARTMENT " omitted"
                      END-IF
                END-READ
             END-PERFORM
             CLOSE DEPTMASTFILE
          END-IF.

      *----------------------------------------------------------------
      * Translates the department on the record about to be merged.
      * A crosswalk hit replaces the source text with our DEPTMAST
      * department and sets the default grade; a source department
      * that is already on DEPTMAST passes through as it is; anything
      * else passes through untranslated and is noted for the mapping
      * exceptions report, so onboarding will reject it until HR adds
      * it to the crosswalk.
      *----------------------------------------------------------------
       0065-TRANSLATE-DEPARTMENT.
          MOVE SPACES TO MERGED-GRADE
          MOVE FUNCTION UPPER-CASE(MERGED-DEPARTMENT)
             TO WS-XW-CHECK-DEPARTMENT
          MOVE ZERO TO WS-XW-FOUND-IDX
          SET XW-IDX TO 1
          PERFORM UNTIL XW-IDX > WS-XW-ENTRY-COUNT
             IF XW-TAB-COMPANY-CODE(XW-IDX) = MERGED-COMPANY-CODE
                AND XW-TAB-SOURCE-DEPARTMENT(XW-IDX)
                   = WS-XW-CHECK-DEPARTMENT
                MOVE XW-IDX TO WS-XW-FOUND-IDX
                SET XW-IDX TO WS-XW-ENTRY-COUNT
             END-IF
             SET XW-IDX UP BY 1
          END-PERFORM

          IF WS-XW-FOUND-IDX NOT = ZERO
             SET XW-IDX TO WS-XW-FOUND-IDX
             MOVE XW-TAB-DEPARTMENT(XW-IDX) TO MERGED-DEPARTMENT
             MOVE XW-TAB-GRADE(XW-IDX) TO MERGED-GRADE
             ADD 1 TO WS-XWALK-MAPPED-COUNT
          ELSE
             MOVE ZERO TO WS-DM-FOUND-IDX
             SET DM-IDX TO 1
             PERFORM UNTIL DM-IDX > WS-DM-ENTRY-COUNT
                IF DM-TAB-DEPARTMENT(DM-IDX) = MERGED-DEPARTMENT
                   MOVE DM-IDX TO WS-DM-FOUND-IDX
                   SET DM-IDX TO WS-DM-ENTRY-COUNT
                END-IF
                SET DM-IDX UP BY 1
             END-PERFORM
             IF WS-DM-FOUND-IDX = ZERO
                PERFORM 0066-NOTE-UNMAPPED
             END-IF
          END-IF.

       0066-NOTE-UNMAPPED.
          ADD 1 TO WS-XWALK-UNMAPPED-COUNT
          MOVE ZERO TO WS-UNM-FOUND-IDX
          SET UNM-IDX TO 1
          PERFORM UNTIL UNM-IDX > WS-UNM-ENTRY-COUNT
             IF UNM-COMPANY-CODE(UNM-IDX) = MERGED-COMPANY-CODE
                AND UNM-SOURCE-DEPARTMENT(UNM-IDX)
                   = WS-XW-CHECK-DEPARTMENT
                MOVE UNM-IDX TO WS-UNM-FOUND-IDX
                SET UNM-IDX TO WS-UNM-ENTRY-COUNT
             END-IF
             SET UNM-IDX UP BY 1
          END-PERFORM

          IF WS-UNM-FOUND-IDX NOT = ZERO
             SET UNM-IDX TO WS-UNM-FOUND-IDX
             ADD 1 TO UNM-COUNT(UNM-IDX)
          ELSE
             IF WS-UNM-ENTRY-COUNT < WS-UNM-TABLE-MAX
                ADD 1 TO WS-UNM-ENTRY-COUNT
                SET UNM-IDX TO WS-UNM-ENTRY-COUNT
                MOVE MERGED-COMPANY-CODE TO UNM-COMPANY-CODE(UNM-IDX)
                MOVE WS-XW-CHECK-DEPARTMENT
                   TO UNM-SOURCE-DEPARTMENT(UNM-IDX)
                MOVE 1 TO UNM-COUNT(UNM-IDX)
                MOVE 'N' TO UNM-PRINTED(UNM-IDX)
             ELSE
                DISPLAY "WARNING: unmapped department table full at "
                   WS-UNM-TABLE-MAX " values, " MERGED-COMPANY-CODE
                   " " MERGED-DEPARTMENT " not listed"
             END-IF
          END-IF.

      *----------------------------------------------------------------
      * Mapping exceptions report: every unmapped source department,
      * grouped under the company that sent it, with how many
      * employees carried it - one line per value for HR to add to
      * the crosswalk, instead of one ONBOARDREJ.DAT reject per
      * employee.
      *----------------------------------------------------------------
       0068-PRINT-MAPPING-EXCEPTIONS.
          OPEN OUTPUT XWALKEXCFILE
          MOVE XWALK-EXC-HEADING-1 TO XWALK-EXC-LINE
          WRITE XWALK-EXC-LINE
          MOVE XWALK-EXC-HEADING-2 TO XWALK-EXC-LINE
          WRITE XWALK-EXC-LINE
          SET UNM-IDX TO 1
          PERFORM UNTIL UNM-IDX > WS-UNM-ENTRY-COUNT
             IF UNM-PRINTED(UNM-IDX) = 'N'
                MOVE UNM-COMPANY-CODE(UNM-IDX) TO WS-UNM-COMPANY-SAVE
                PERFORM 0069-PRINT-ONE-COMPANY
             END-IF
             SET UNM-IDX UP BY 1
          END-PERFORM
          MOVE SPACES TO XWALK-EXC-LINE
          WRITE XWALK-EXC-LINE
          MOVE "  EMPLOYEES MAPPED THROUGH CROSSWALK:" TO XET-LABEL
          MOVE WS-XWALK-MAPPED-COUNT TO XET-COUNT-OUT
          MOVE XWALK-EXC-TOTAL-LINE TO XWALK-EXC-LINE
          WRITE XWALK-EXC-LINE
          MOVE "  EMPLOYEES WITH UNMAPPED DEPARTMENT:" TO XET-LABEL
          MOVE WS-XWALK-UNMAPPED-COUNT TO XET-COUNT-OUT
          MOVE XWALK-EXC-TOTAL-LINE TO XWALK-EXC-LINE
          WRITE XWALK-EXC-LINE
          MOVE "  DISTINCT UNMAPPED VALUES:" TO XET-LABEL
          MOVE WS-UNM-ENTRY-COUNT TO XET-COUNT-OUT
          MOVE XWALK-EXC-TOTAL-LINE TO XWALK-EXC-LINE
          WRITE XWALK-EXC-LINE
          CLOSE XWALKEXCFILE
          IF WS-UNM-ENTRY-COUNT > ZERO
             DISPLAY "Unmapped departments for HR: " WS-UNM-ENTRY-COUNT
                " value(s) - see XWALKEXC.TXT"
          END-IF.

      *----------------------------------------------------------------
      * Prints one company's block, starting from its first unmapped
      * value at UNM-IDX, and marks each value printed so the outer
      * pass skips it.
      *----------------------------------------------------------------
       0069-PRINT-ONE-COMPANY.
          MOVE ZERO TO WS-UNM-COMPANY-VALUES
          MOVE ZERO TO WS-UNM-COMPANY-EMPLOYEES
          MOVE SPACES TO XWALK-EXC-LINE
          WRITE XWALK-EXC-LINE
          MOVE WS-UNM-COMPANY-SAVE TO XEC-COMPANY-OUT
          MOVE XWALK-EXC-COMPANY-LINE TO XWALK-EXC-LINE
          WRITE XWALK-EXC-LINE
          MOVE XWALK-EXC-COLUMN-LINE TO XWALK-EXC-LINE
          WRITE XWALK-EXC-LINE
          MOVE UNM-IDX TO WS-UNM-FOUND-IDX
          PERFORM UNTIL UNM-IDX > WS-UNM-ENTRY-COUNT
             IF UNM-COMPANY-CODE(UNM-IDX) = WS-UNM-COMPANY-SAVE
                MOVE 'Y' TO UNM-PRINTED(UNM-IDX)
                ADD 1 TO WS-UNM-COMPANY-VALUES
                ADD UNM-COUNT(UNM-IDX) TO WS-UNM-COMPANY-EMPLOYEES
                MOVE UNM-SOURCE-DEPARTMENT(UNM-IDX)
                   TO XED-SOURCE-DEPARTMENT-OUT
                MOVE UNM-COUNT(UNM-IDX) TO XED-COUNT-OUT
                MOVE XWALK-EXC-DETAIL-LINE TO XWALK-EXC-LINE
                WRITE XWALK-EXC-LINE
             END-IF
             SET UNM-IDX UP BY 1
          END-PERFORM
          MOVE WS-UNM-COMPANY-VALUES TO XES-VALUES-OUT
          MOVE WS-UNM-COMPANY-EMPLOYEES TO XES-COUNT-OUT
          MOVE XWALK-EXC-SUBTOTAL-LINE TO XWALK-EXC-LINE
          WRITE XWALK-EXC-LINE
          SET UNM-IDX TO WS-UNM-FOUND-IDX.

      *----------------------------------------------------------------
      * Loads MERGEDELTA.DAT into the delta table. Any records at all
      * switch this run to delta mode; a missing or empty file means
          MOVE DLT-GENDER(DLT-IDX) TO MERGED-GENDER
          MOVE DLT-COMPANY-CODE(DLT-IDX)
             TO MERGED-COMPANY-CODE
          PERFORM 0065-TRANSLATE-DEPARTMENT
          MOVE MERGED-EMPLOYEE-RECORD TO MERGEWORK-RECORD
          WRITE MERGEWORK-RECORD
          MOVE "CHANGED IN MERGED.DAT" TO DRG-RESULT-OUT.
          MOVE DLT-DEPARTMENT(DLT-IDX) TO MERGED-DEPARTMENT
          MOVE DLT-GENDER(DLT-IDX) TO MERGED-GENDER
          MOVE DLT-COMPANY-CODE(DLT-IDX) TO MERGED-COMPANY-CODE
          PERFORM 0065-TRANSLATE-DEPARTMENT
          MOVE DLT-COMPANY-CODE(DLT-IDX) TO WS-CURRENT-SOURCE-CODE
          MOVE WS-DUPE-COUNT TO WS-DUPE-COUNT-SAVE
          PERFORM 0150-CHECK-DUPLICATE-SSN
                         MERGED-EMPLOYEE-RECORD
                         MOVE WS-CURRENT-SOURCE-CODE TO
                            MERGED-COMPANY-CODE
                         PERFORM 0065-TRANSLATE-DEPARTMENT
                         PERFORM 0125-FIND-OR-ADD-SOURCE
                         ADD 1 TO SRC-COUNT(SRC-FOUND-IDX)
                         PERFORM 0150-CHECK-DUPLICATE-SSN
