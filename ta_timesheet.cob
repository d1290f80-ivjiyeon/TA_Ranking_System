      ******************************************************************
      * TA-TIMESHEET - WEEKLY TIMESHEET INTAKE AND HOURS RECONCILE *
      * COMPANION TO TA-OFFERS. AVL-HOURS ON availability.txt CAPS *
      * WHAT A CANDIDATE MAY BE GIVEN, BUT NOTHING EVER HELD THAT CAP *
      * AGAINST THE HOURS TAS ACTUALLY WORK. THIS PASS LOADS THE *
      * WEEK'S timesheets.txt (CANDIDATE, COURSE, WEEK-ENDING DATE, *
      * HOURS), MATCHES EVERY ROW TO accepted-assignments.txt AND *
      * TOTALS EACH TA'S HOURS ACROSS ALL THEIR COURSES AGAINST THE *
      * AVL-HOURS CAP. timesheet-report.txt CALLS OUT THREE CASES - *
      * TAS OVER THEIR CAP, ACCEPTED TAS WITH NO TIMESHEET FOR THE *
      * WEEK, AND TIMESHEETS FROM SOMEONE WITH NO ACCEPTED ROW ON *
      * THAT COURSE - SO THE GRADUATE OFFICE'S HOURS AUDIT IS A *
      * REPORT, NOT A HAND SEARCH. THE WEEK RECONCILED IS THE LATEST *
      * WEEK-ENDING DATE ON THE FILE - A ROW FOR AN EARLIER WEEK IS *
      * LISTED AND LEFT OUT OF THE TOTALS. *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TA-TIMESHEET.
       AUTHOR. JIYEON BYUN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TIMESHEETFILE
               ASSIGN TO './timesheets.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIMESHEET-FILE-STATUS.
           SELECT OPTIONAL ACCEPTEDFILE
               ASSIGN TO './accepted-assignments.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCEPTED-FILE-STATUS.
           SELECT OPTIONAL AVAILFILE
               ASSIGN TO './availability.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AVAIL-FILE-STATUS.
           SELECT OPTIONAL TSREPORTFILE
               ASSIGN TO './timesheet-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TSREPORT-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD TIMESHEETFILE.
       01 TIMESHEET-DETAILS.
           05 TS-CAND-ID           PIC X(11).
           05 TS-COURSE-CODE       PIC X(5).
           05 TS-WEEK-ENDING       PIC X(8).
           05 TS-HOURS             PIC 99V9.

       FD ACCEPTEDFILE.
       01 ACCEPTED-DETAILS.
           05 ACC-COURSE-CODE      PIC X(5).
           05 ACC-CAND-ID          PIC X(11).
           05 ACC-SLOT             PIC 9.
           05 ACC-TERM             PIC X(6).
           05 ACC-SECTION          PIC X(3).
       01 ACCEPTED-CONTROL-DETAILS.
           05 ACC-CTL-TAG          PIC X(8).
               88 ACCEPTED-CONTROL-ROW  VALUE '*HEADER*'.
           05 ACC-CTL-RUN-ID       PIC X(23).

       FD AVAILFILE.
       01 AVAIL-DETAILS.
           05 AVL-CAND-ID          PIC X(11).
           05 AVL-ENROLL-STATUS    PIC X(2).
           05 AVL-HOURS            PIC 99.
           05 AVL-TERM             PIC X(6)
           OCCURS 3 TIMES.

       FD TSREPORTFILE.
       01 TSREPORT-RECORD          PIC X(100).

       WORKING-STORAGE SECTION.
       01 TIMESHEET-INFO.
           05 TIMESHEET-FILE-STATUS PIC 99.
           05 TIMESHEET-EOF-FLAG   PIC X       VALUES 'N'.
               88 TIMESHEET-AT-END      VALUE 'Y'.
       01 ACCEPTED-INFO.
           05 ACCEPTED-FILE-STATUS PIC 99.
           05 ACCEPTED-EOF-FLAG    PIC X       VALUES 'N'.
               88 ACCEPTED-AT-END       VALUE 'Y'.
       01 ACC-LOADED-FLAG          PIC X       VALUES 'N'.
           88 ACC-LOADED                VALUE 'Y'.
       01 AVAIL-INFO.
           05 AVAIL-FILE-STATUS    PIC 99.
           05 AVAIL-EOF-FLAG       PIC X       VALUES 'N'.
               88 AVAIL-AT-END          VALUE 'Y'.
       01 TSREPORT-INFO.
           05 TSREPORT-FILE-STATUS PIC 99.

      *THE WEEK BEING RECONCILED - THE LATEST WEEK-ENDING DATE FOUND
      *ON THE TIMESHEET FILE BY A FIRST PASS OVER IT
       01 WEEK-ENDING-WS           PIC X(8)    VALUES SPACES.

      *EVERY ACCEPTED ROW, WITH A FLAG SET WHEN A TIMESHEET FOR THE
      *WEEK ARRIVES AGAINST IT
       01 MAX-ACCEPTED             PIC 9999    VALUES 1000.
       01 ACC-TABLE-COUNT          PIC 9999    VALUES ZERO.
       01 ACC-TABLE.
           05 ACC-ENTRY OCCURS 1000 TIMES.
              10 ACC-TBL-COURSE    PIC X(5).
              10 ACC-TBL-CAND-ID   PIC X(11).
              10 ACC-TBL-SEEN      PIC X.

      *AVAILABILITY ROWS - THE HOURS CAP AND ENROLMENT STATUS PER
      *CANDIDATE, THE SAME FILE TA-RANKING'S ELIGIBILITY PASS READS
       01 MAX-AVAIL                PIC 999     VALUES 500.
       01 AVAIL-TABLE-COUNT        PIC 999     VALUES ZERO.
       01 AVAIL-TABLE.
           05 AVAIL-ENTRY OCCURS 500 TIMES.
              10 AVL-TBL-ID        PIC X(11).
              10 AVL-TBL-STATUS    PIC X(2).
              10 AVL-TBL-HOURS     PIC 99.

      *HOURS WORKED THIS WEEK PER TA, SUMMED ACROSS EVERY COURSE
      *THEY SUBMITTED A TIMESHEET FOR
       01 MAX-WORKERS              PIC 9999    VALUES 1000.
       01 WORK-TABLE-COUNT         PIC 9999    VALUES ZERO.
       01 WORK-TABLE.
           05 WORK-ENTRY OCCURS 1000 TIMES.
              10 WORK-TBL-CAND-ID  PIC X(11).
              10 WORK-TBL-HOURS    PIC 999V9.

       01 ACC-SEARCH-INDEX         PIC 9999    VALUES ZERO.
       01 ACC-MATCH-FLAG           PIC X       VALUES 'N'.
           88 ACC-MATCHED               VALUE 'Y'.
       01 AVAIL-SEARCH-INDEX       PIC 999     VALUES ZERO.
       01 AVAIL-FOUND-INDEX        PIC 999     VALUES ZERO.
       01 WORK-SEARCH-INDEX        PIC 9999    VALUES ZERO.
       01 WORK-FOUND-INDEX         PIC 9999    VALUES ZERO.
       01 REPORT-INDEX             PIC 9999    VALUES ZERO.
       01 HOURS-ED                 PIC ZZ9.9.
       01 CAP-ED                   PIC Z9.

      *END-OF-RUN CONTROL TOTALS - EVERY TIMESHEET ROW READ WAS
      *COUNTED FOR THE WEEK, SET ASIDE AS ANOTHER WEEK'S, OR REJECTED
       01 CTL-TS-READ              PIC 9(5)    VALUES ZERO.
       01 CTL-TS-COUNTED           PIC 9(5)    VALUES ZERO.
       01 CTL-TS-OTHER-WEEK        PIC 9(5)    VALUES ZERO.
       01 CTL-TS-REJECTED          PIC 9(5)    VALUES ZERO.
       01 CTL-NO-ASSIGNMENT        PIC 9(5)    VALUES ZERO.
       01 CTL-OVER-HOURS           PIC 9(5)    VALUES ZERO.
       01 CTL-NO-CAP               PIC 9(5)    VALUES ZERO.
       01 CTL-MISSING              PIC 9(5)    VALUES ZERO.
       01 CTL-TABLE-FULL           PIC 9(5)    VALUES ZERO.
      *****************************************************************
       PROCEDURE DIVISION.
      *GO STRAIGHT TO THE MAINLINE - THE PARAGRAPHS BELOW ARE ONLY
      *MEANT TO RUN WHEN PERFORMED FROM MAIN-PARAGRAPH, NOT BY
      *FALLING INTO THEM FROM THE TOP OF THE DIVISION. MAIN-PARAGRAPH
      *ITSELF ENDS IN GOBACK, SO CONTROL NEVER RETURNS HERE
           PERFORM MAIN-PARAGRAPH.

      *LOAD EVERY ACCEPTED ROW ONCE, AT STARTUP
       LOAD-ACCEPTED-PARAGRAPH.
           MOVE ZERO TO ACC-TABLE-COUNT.
           OPEN INPUT ACCEPTEDFILE.
           IF ACCEPTED-FILE-STATUS EQUAL 00
               MOVE 'Y' TO ACC-LOADED-FLAG
               MOVE 'N' TO ACCEPTED-EOF-FLAG
               PERFORM LOAD-ACCEPTED-STEP-PARAGRAPH
                   UNTIL ACCEPTED-AT-END
           ELSE
               DISPLAY 'opening accepted assignments not successful'
           END-IF.
           CLOSE ACCEPTEDFILE.

      *THIS WILL REPEAT UNTIL ACCEPTEDFILE IS EXHAUSTED
       LOAD-ACCEPTED-STEP-PARAGRAPH.
           READ ACCEPTEDFILE
               AT END
                   MOVE 'Y' TO ACCEPTED-EOF-FLAG
               NOT AT END
                   IF ACCEPTED-CONTROL-ROW
                       EXIT PARAGRAPH
                   END-IF
                   IF ACC-TABLE-COUNT LESS THAN MAX-ACCEPTED
                       COMPUTE ACC-TABLE-COUNT = ACC-TABLE-COUNT + 1
                       MOVE ACC-COURSE-CODE TO
                           ACC-TBL-COURSE(ACC-TABLE-COUNT)
                       MOVE ACC-CAND-ID TO
                           ACC-TBL-CAND-ID(ACC-TABLE-COUNT)
                       MOVE 'N' TO ACC-TBL-SEEN(ACC-TABLE-COUNT)
                   ELSE
                       COMPUTE CTL-TABLE-FULL = CTL-TABLE-FULL + 1
                       MOVE SPACES TO TSREPORT-RECORD
                       STRING 'ACCEPTED ROW ' ACC-COURSE-CODE ' '
                           ACC-CAND-ID
                           ' DROPPED: ACC-TABLE FULL AT '
                           MAX-ACCEPTED ' ENTRIES'
                           DELIMITED BY SIZE INTO TSREPORT-RECORD
                       WRITE TSREPORT-RECORD
                   END-IF
           END-READ.

      *LOAD THE AVAILABILITY ROWS ONCE, AT STARTUP - THE FILE IS
      *OPTIONAL, AND WITHOUT IT NO TA HAS A CAP TO BE HELD TO
       LOAD-AVAIL-PARAGRAPH.
           MOVE ZERO TO AVAIL-TABLE-COUNT.
           OPEN INPUT AVAILFILE.
           IF AVAIL-FILE-STATUS EQUAL 00
               MOVE 'N' TO AVAIL-EOF-FLAG
               PERFORM LOAD-AVAIL-STEP-PARAGRAPH UNTIL AVAIL-AT-END
           END-IF.
           CLOSE AVAILFILE.

      *THIS WILL REPEAT UNTIL AVAILFILE IS EXHAUSTED
       LOAD-AVAIL-STEP-PARAGRAPH.
           READ AVAILFILE
               AT END
                   MOVE 'Y' TO AVAIL-EOF-FLAG
               NOT AT END
                   IF AVAIL-TABLE-COUNT LESS THAN MAX-AVAIL
                       COMPUTE AVAIL-TABLE-COUNT =
                           AVAIL-TABLE-COUNT + 1
                       MOVE AVL-CAND-ID TO
                           AVL-TBL-ID(AVAIL-TABLE-COUNT)
                       MOVE AVL-ENROLL-STATUS TO
                           AVL-TBL-STATUS(AVAIL-TABLE-COUNT)
                       IF AVL-HOURS IS NUMERIC
                           MOVE AVL-HOURS TO
                               AVL-TBL-HOURS(AVAIL-TABLE-COUNT)
                       ELSE
                           MOVE ZERO TO
                               AVL-TBL-HOURS(AVAIL-TABLE-COUNT)
                       END-IF
                   ELSE
                       COMPUTE CTL-TABLE-FULL = CTL-TABLE-FULL + 1
                       MOVE SPACES TO TSREPORT-RECORD
                       STRING 'AVAILABILITY ROW ' AVL-CAND-ID
                           ' DROPPED: AVAIL-TABLE FULL AT '
                           MAX-AVAIL ' ENTRIES'
                           DELIMITED BY SIZE INTO TSREPORT-RECORD
                       WRITE TSREPORT-RECORD
                   END-IF
           END-READ.

      *FIRST PASS OVER THE TIMESHEETS - FIND THE WEEK TO RECONCILE
       FIND-WEEK-PARAGRAPH.
           MOVE SPACES TO WEEK-ENDING-WS.
           OPEN INPUT TIMESHEETFILE.
           IF TIMESHEET-FILE-STATUS EQUAL 00
               MOVE 'N' TO TIMESHEET-EOF-FLAG
               PERFORM FIND-WEEK-STEP-PARAGRAPH
                   UNTIL TIMESHEET-AT-END
           END-IF.
           CLOSE TIMESHEETFILE.

      *THIS WILL REPEAT UNTIL TIMESHEETFILE IS EXHAUSTED - ONLY A
      *WELL-FORMED YYYYMMDD DATE CAN SET THE WEEK
       FIND-WEEK-STEP-PARAGRAPH.
           READ TIMESHEETFILE
               AT END
                   MOVE 'Y' TO TIMESHEET-EOF-FLAG
               NOT AT END
                   IF TS-WEEK-ENDING IS NUMERIC
                       AND (WEEK-ENDING-WS EQUAL SPACES
                           OR TS-WEEK-ENDING GREATER THAN
                               WEEK-ENDING-WS)
                       MOVE TS-WEEK-ENDING TO WEEK-ENDING-WS
                   END-IF
           END-READ.

      *SECOND PASS - MATCH EVERY ROW FOR THE WEEK AND ADD ITS HOURS
      *TO THE TA'S WEEKLY TOTAL
       TIMESHEET-READ-STEP-PARAGRAPH.
           READ TIMESHEETFILE
               AT END
                   MOVE 'Y' TO TIMESHEET-EOF-FLAG
               NOT AT END
                   COMPUTE CTL-TS-READ = CTL-TS-READ + 1
                   PERFORM TIMESHEET-ONE-PARAGRAPH
           END-READ.

      *CHECK ONE TIMESHEET ROW: WELL-FORMED, FOR THIS WEEK, AND
      *BACKED BY AN ACCEPTED ROW ON THE SAME COURSE
       TIMESHEET-ONE-PARAGRAPH.
           IF TS-CAND-ID EQUAL SPACES
               OR TS-COURSE-CODE EQUAL SPACES
               OR TS-WEEK-ENDING IS NOT NUMERIC
               OR TS-HOURS IS NOT NUMERIC
               COMPUTE CTL-TS-REJECTED = CTL-TS-REJECTED + 1
               MOVE SPACES TO TSREPORT-RECORD
               STRING 'TIMESHEET ' TS-CAND-ID ' ' TS-COURSE-CODE
                   ' ' TS-WEEK-ENDING
                   ' REJECTED: BLANK KEY OR NON-NUMERIC DATE/HOURS'
                   DELIMITED BY SIZE INTO TSREPORT-RECORD
               WRITE TSREPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           IF TS-WEEK-ENDING NOT EQUAL WEEK-ENDING-WS
               COMPUTE CTL-TS-OTHER-WEEK = CTL-TS-OTHER-WEEK + 1
               MOVE SPACES TO TSREPORT-RECORD
               STRING 'TIMESHEET ' TS-CAND-ID ' ' TS-COURSE-CODE
                   ' FOR WEEK ENDING ' TS-WEEK-ENDING
                   ' - NOT THIS WEEK, LEFT OUT OF TOTALS'
                   DELIMITED BY SIZE INTO TSREPORT-RECORD
               WRITE TSREPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           COMPUTE CTL-TS-COUNTED = CTL-TS-COUNTED + 1.
           MOVE 'N' TO ACC-MATCH-FLAG.
           MOVE 1 TO ACC-SEARCH-INDEX.
           PERFORM ACC-MATCH-STEP-PARAGRAPH
               UNTIL ACC-SEARCH-INDEX GREATER THAN ACC-TABLE-COUNT.
           IF NOT ACC-MATCHED
               COMPUTE CTL-NO-ASSIGNMENT = CTL-NO-ASSIGNMENT + 1
               MOVE TS-HOURS TO HOURS-ED
               MOVE SPACES TO TSREPORT-RECORD
               STRING 'NO ASSIGNMENT: CANDIDATE ' TS-CAND-ID
                   ' SUBMITTED ' HOURS-ED ' HOURS ON COURSE '
                   TS-COURSE-CODE ' WITH NO ACCEPTED ROW'
                   DELIMITED BY SIZE INTO TSREPORT-RECORD
               WRITE TSREPORT-RECORD
           END-IF.
           PERFORM WORK-ADD-PARAGRAPH.

      *THIS WILL REPEAT ACC-TABLE-COUNT TIMES - EVERY MATCHING ROW
      *IS MARKED SEEN, SO A DUPLICATED ACCEPTED ROW IS NOT LATER
      *REPORTED AS MISSING ITS TIMESHEET
       ACC-MATCH-STEP-PARAGRAPH.
           IF ACC-TBL-COURSE(ACC-SEARCH-INDEX) EQUAL TS-COURSE-CODE
               AND ACC-TBL-CAND-ID(ACC-SEARCH-INDEX) EQUAL TS-CAND-ID
               MOVE 'Y' TO ACC-MATCH-FLAG
               MOVE 'Y' TO ACC-TBL-SEEN(ACC-SEARCH-INDEX)
           END-IF.

           COMPUTE ACC-SEARCH-INDEX = ACC-SEARCH-INDEX + 1.

      *ADD THE ROW'S HOURS TO THE TA'S WEEKLY TOTAL, OPENING A NEW
      *TOTAL THE FIRST TIME THE TA IS SEEN
       WORK-ADD-PARAGRAPH.
           MOVE ZERO TO WORK-FOUND-INDEX.
           MOVE 1 TO WORK-SEARCH-INDEX.
           PERFORM WORK-FIND-STEP-PARAGRAPH
               UNTIL WORK-SEARCH-INDEX GREATER THAN WORK-TABLE-COUNT
                   OR WORK-FOUND-INDEX NOT EQUAL ZERO.
           IF WORK-FOUND-INDEX EQUAL ZERO
               IF WORK-TABLE-COUNT LESS THAN MAX-WORKERS
                   COMPUTE WORK-TABLE-COUNT = WORK-TABLE-COUNT + 1
                   MOVE WORK-TABLE-COUNT TO WORK-FOUND-INDEX
                   MOVE TS-CAND-ID TO
                       WORK-TBL-CAND-ID(WORK-FOUND-INDEX)
                   MOVE ZERO TO WORK-TBL-HOURS(WORK-FOUND-INDEX)
               ELSE
                   COMPUTE CTL-TABLE-FULL = CTL-TABLE-FULL + 1
                   MOVE SPACES TO TSREPORT-RECORD
                   STRING 'TIMESHEET ' TS-CAND-ID
                       ' NOT TOTALLED: WORK-TABLE FULL AT '
                       MAX-WORKERS ' ENTRIES'
                       DELIMITED BY SIZE INTO TSREPORT-RECORD
                   WRITE TSREPORT-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           COMPUTE WORK-TBL-HOURS(WORK-FOUND-INDEX) =
               WORK-TBL-HOURS(WORK-FOUND-INDEX) + TS-HOURS.

      *THIS WILL REPEAT UNTIL A MATCH IS FOUND OR THE TABLE IS
      *EXHAUSTED
       WORK-FIND-STEP-PARAGRAPH.
           IF WORK-TBL-CAND-ID(WORK-SEARCH-INDEX) EQUAL TS-CAND-ID
               MOVE WORK-SEARCH-INDEX TO WORK-FOUND-INDEX
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WORK-SEARCH-INDEX = WORK-SEARCH-INDEX + 1.

      *THIS WILL REPEAT WORK-TABLE-COUNT TIMES, HOLDING EACH TA'S
      *WEEK AGAINST THEIR AVL-HOURS CAP - A TA WITH NO AVAILABILITY
      *ROW (OR A ZERO CAP) HAS NOTHING TO BE HELD TO AND IS LISTED
      *SO THE GAP IN availability.txt GETS FIXED
       OVER-HOURS-STEP-PARAGRAPH.
           MOVE ZERO TO AVAIL-FOUND-INDEX.
           MOVE 1 TO AVAIL-SEARCH-INDEX.
           PERFORM AVAIL-FIND-STEP-PARAGRAPH
               UNTIL AVAIL-SEARCH-INDEX GREATER THAN AVAIL-TABLE-COUNT
                   OR AVAIL-FOUND-INDEX NOT EQUAL ZERO.
           MOVE WORK-TBL-HOURS(REPORT-INDEX) TO HOURS-ED.
           IF AVAIL-FOUND-INDEX EQUAL ZERO
               COMPUTE CTL-NO-CAP = CTL-NO-CAP + 1
               MOVE SPACES TO TSREPORT-RECORD
               STRING 'NO HOURS CAP: CANDIDATE '
                   WORK-TBL-CAND-ID(REPORT-INDEX)
                   ' WORKED ' HOURS-ED
                   ' HOURS - NO AVAILABILITY ROW ON FILE'
                   DELIMITED BY SIZE INTO TSREPORT-RECORD
               WRITE TSREPORT-RECORD
           ELSE
               IF AVL-TBL-HOURS(AVAIL-FOUND-INDEX) EQUAL ZERO
                   COMPUTE CTL-NO-CAP = CTL-NO-CAP + 1
                   MOVE SPACES TO TSREPORT-RECORD
                   STRING 'NO HOURS CAP: CANDIDATE '
                       WORK-TBL-CAND-ID(REPORT-INDEX)
                       ' WORKED ' HOURS-ED
                       ' HOURS - AVL-HOURS BLANK OR ZERO'
                       DELIMITED BY SIZE INTO TSREPORT-RECORD
                   WRITE TSREPORT-RECORD
               ELSE
                   IF WORK-TBL-HOURS(REPORT-INDEX) GREATER THAN
                       AVL-TBL-HOURS(AVAIL-FOUND-INDEX)
                       COMPUTE CTL-OVER-HOURS = CTL-OVER-HOURS + 1
                       MOVE AVL-TBL-HOURS(AVAIL-FOUND-INDEX) TO CAP-ED
                       MOVE SPACES TO TSREPORT-RECORD
                       STRING 'OVER HOURS: CANDIDATE '
                           WORK-TBL-CAND-ID(REPORT-INDEX)
                           ' WORKED ' HOURS-ED ' HOURS AGAINST A CAP'
                           ' OF ' CAP-ED ' (ENROLMENT STATUS '
                           AVL-TBL-STATUS(AVAIL-FOUND-INDEX) ')'
                           DELIMITED BY SIZE INTO TSREPORT-RECORD
                       WRITE TSREPORT-RECORD
                   END-IF
               END-IF
           END-IF.

           COMPUTE REPORT-INDEX = REPORT-INDEX + 1.

      *THIS WILL REPEAT UNTIL A MATCH IS FOUND OR THE TABLE IS
      *EXHAUSTED
       AVAIL-FIND-STEP-PARAGRAPH.
           IF AVL-TBL-ID(AVAIL-SEARCH-INDEX) EQUAL
               WORK-TBL-CAND-ID(REPORT-INDEX)
               MOVE AVAIL-SEARCH-INDEX TO AVAIL-FOUND-INDEX
               EXIT PARAGRAPH
           END-IF.

           COMPUTE AVAIL-SEARCH-INDEX = AVAIL-SEARCH-INDEX + 1.

      *THIS WILL REPEAT ACC-TABLE-COUNT TIMES - AN ACCEPTED ROW NO
      *TIMESHEET FOR THE WEEK WAS MATCHED TO IS A MISSING TIMESHEET
       MISSING-STEP-PARAGRAPH.
           IF ACC-TBL-SEEN(REPORT-INDEX) NOT EQUAL 'Y'
               COMPUTE CTL-MISSING = CTL-MISSING + 1
               MOVE SPACES TO TSREPORT-RECORD
               STRING 'NO TIMESHEET: CANDIDATE '
                   ACC-TBL-CAND-ID(REPORT-INDEX)
                   ' ON COURSE ' ACC-TBL-COURSE(REPORT-INDEX)
                   ' FOR WEEK ENDING ' WEEK-ENDING-WS
                   DELIMITED BY SIZE INTO TSREPORT-RECORD
               WRITE TSREPORT-RECORD
           END-IF.

           COMPUTE REPORT-INDEX = REPORT-INDEX + 1.

      *THE CONTROL TOTALS - ROWS READ MUST EQUAL ROWS COUNTED PLUS
      *ROWS SET ASIDE PLUS ROWS REJECTED
       WRITE-TOTALS-PARAGRAPH.
           MOVE SPACES TO TSREPORT-RECORD.
           STRING 'TIMESHEET ROWS READ: ' CTL-TS-READ
               ' (COUNTED ' CTL-TS-COUNTED
               ', OTHER WEEK ' CTL-TS-OTHER-WEEK
               ', REJECTED ' CTL-TS-REJECTED ')'
               DELIMITED BY SIZE INTO TSREPORT-RECORD.
           WRITE TSREPORT-RECORD.

           MOVE SPACES TO TSREPORT-RECORD.
           STRING 'OVER HOURS ' CTL-OVER-HOURS
               ', NO CAP ' CTL-NO-CAP
               ', NO TIMESHEET ' CTL-MISSING
               ', NO ASSIGNMENT ' CTL-NO-ASSIGNMENT
               DELIMITED BY SIZE INTO TSREPORT-RECORD.
           WRITE TSREPORT-RECORD.

           IF CTL-TS-COUNTED + CTL-TS-OTHER-WEEK + CTL-TS-REJECTED
               NOT EQUAL CTL-TS-READ
               OR CTL-TABLE-FULL GREATER THAN ZERO
               MOVE SPACES TO TSREPORT-RECORD
               STRING '*** OUT OF BALANCE OR ROWS DROPPED AT TABLE '
                   'CAPACITY - REPORT INCOMPLETE'
                   DELIMITED BY SIZE INTO TSREPORT-RECORD
               WRITE TSREPORT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.

       MAIN-PARAGRAPH.
           OPEN OUTPUT TSREPORTFILE.
           PERFORM LOAD-ACCEPTED-PARAGRAPH.
           PERFORM LOAD-AVAIL-PARAGRAPH.
           PERFORM FIND-WEEK-PARAGRAPH.

      *NO ACCEPTED FILE MEANS EVERY TIMESHEET WOULD LOOK UNBACKED -
      *THE RUN ENDS FATAL RATHER THAN FLOOD THE REPORT
           IF NOT ACC-LOADED
               MOVE 8 TO RETURN-CODE
               CLOSE TSREPORTFILE
               GOBACK
           END-IF.

           MOVE SPACES TO TSREPORT-RECORD.
           STRING 'TIMESHEET RECONCILIATION FOR WEEK ENDING '
               WEEK-ENDING-WS
               DELIMITED BY SIZE INTO TSREPORT-RECORD.
           WRITE TSREPORT-RECORD.

           OPEN INPUT TIMESHEETFILE.
           IF TIMESHEET-FILE-STATUS EQUAL 00
               MOVE 'N' TO TIMESHEET-EOF-FLAG
               PERFORM TIMESHEET-READ-STEP-PARAGRAPH
                   UNTIL TIMESHEET-AT-END
           END-IF.
           CLOSE TIMESHEETFILE.

           MOVE 1 TO REPORT-INDEX.
           PERFORM OVER-HOURS-STEP-PARAGRAPH
               UNTIL REPORT-INDEX GREATER THAN WORK-TABLE-COUNT.
           MOVE 1 TO REPORT-INDEX.
           PERFORM MISSING-STEP-PARAGRAPH
               UNTIL REPORT-INDEX GREATER THAN ACC-TABLE-COUNT.

           PERFORM WRITE-TOTALS-PARAGRAPH.
           CLOSE TSREPORTFILE.
           DISPLAY 'TIMESHEETS READ: ' CTL-TS-READ
               ' OVER HOURS: ' CTL-OVER-HOURS
               ' MISSING: ' CTL-MISSING.

      *DISTINCT RETURN CODES: 0 CLEAN, 4 WHEN ANY TA IS OVER HOURS,
      *UNCAPPED, MISSING A TIMESHEET OR SUBMITTING WITHOUT AN
      *ASSIGNMENT, OR A ROW WAS REJECTED, 8 (SET ABOVE) WHEN THE
      *REPORT CANNOT BE TRUSTED
           IF RETURN-CODE LESS THAN 4
               AND (CTL-OVER-HOURS GREATER THAN ZERO
                   OR CTL-NO-CAP GREATER THAN ZERO
                   OR CTL-MISSING GREATER THAN ZERO
                   OR CTL-NO-ASSIGNMENT GREATER THAN ZERO
                   OR CTL-TS-REJECTED GREATER THAN ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
       END PROGRAM TA-TIMESHEET.
