               ASSIGN TO './run-options.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNOPT-FILE-STATUS.
           SELECT OPTIONAL RUNCONTROLFILE
               ASSIGN TO './run-control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-FILE-STATUS.
           SELECT OPTIONAL ASSIGNFILE
               ASSIGN TO './assignments.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO './simulation-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIM-FILE-STATUS.
           SELECT OPTIONAL INSTAUDITFILE
               ASSIGN TO './inst-maint-audit.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INSTAUDIT-FILE-STATUS.
           SELECT OPTIONAL CANDAUDITFILE
               ASSIGN TO './cand-maint-audit.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CANDAUDIT-FILE-STATUS.
           SELECT OPTIONAL AFFECTEDFILE
               ASSIGN TO './affected-courses.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFFECTED-FILE-STATUS.
           SELECT OPTIONAL CANDMASTER
               ASSIGN TO './candidate-master.dat'
               ORGANIZATION IS INDEXED
               ASSIGN TO './course-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRS-COURSE-KEY
               FILE STATUS IS CRSMST-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD INSTRUCTORFILE.
       01 INSTRUCTOR-DETAILS.
           05 COURSE-KEY.
              10 COURSE-CODE       PIC X(5)    VALUES SPACES.
              10 COURSE-SECTION    PIC X(3)    VALUES SPACES.
           05 REQUIRED-SKILLS      PIC X(15)
           OCCURS 3 TIMES VALUES SPACES.
           05 OPTIONAL-SKILLS      PIC X(15)

       FD OUTPUTFILE.
       01 OUTPUT-DETAILS.
           05 COURSE-KEY-OUTPUT.
              10 COURSE-CODE-OUTPUT PIC X(5).
              10 SECTION-OUTPUT    PIC X(3).
           05 RANK-CANDIDATES.
              10 RANK-CAND-OUT     PIC X(11)
              OCCURS 5 TIMES.
           05 EOLC                 PIC X.
      *THE FIRST AND LAST ROWS OF output.txt ARE CONTROL ROWS, NOT
      *COURSES - THE HEADER CARRIES THE RUN-ID OF THE RUN THAT WROTE
      *THE FILE, THE TRAILER REPEATS IT WITH THE COURSE ROW COUNT, SO
      *A FILE WITHOUT ITS TRAILER IS KNOWN TO BE HALF-WRITTEN
       01 OUTPUT-CONTROL-DETAILS.
           05 OUT-CTL-TAG          PIC X(8).
               88 OUT-CTL-HEADER        VALUE '*HEADER*'.
               88 OUT-CTL-TRAILER       VALUE '*TRAILER'.
               88 OUTPUT-CONTROL-ROW    VALUE '*HEADER*' '*TRAILER'.
           05 OUT-CTL-RUN-ID       PIC X(23).
           05 OUT-CTL-ROW-COUNT    PIC 9(5).
           05 FILLER               PIC X(27).
           05 OUT-CTL-EOLC         PIC X.

       FD TIELOGFILE.
       01 TIELOG-RECORD            PIC X(80).
       01 REJECT-RECORD            PIC X(80).

       FD CHECKPOINTFILE.
       01 CHECKPOINT-RECORD        PIC X(8).

       FD REPORTFILE.
       01 REPORT-RECORD            PIC X(120).
           05 OPT-RUN-TERM         PIC X(6).
           05 OPT-SCORE-AUDIT      PIC X.
           05 OPT-SIMULATE         PIC X.
           05 OPT-SELECTIVE        PIC X.

       FD RUNCONTROLFILE.
       01 RUN-CONTROL-RECORD.
           05 RCT-RUN-ID.
              10 RCT-TERM          PIC X(6).
              10 RCT-DATE          PIC X(8).
              10 RCT-TIME          PIC X(6).
              10 RCT-SEQUENCE      PIC 999.
           05 FILLER               PIC X.
           05 RCT-STATUS           PIC X(8).
               88 RCT-RUNNING           VALUE 'RUNNING'.
               88 RCT-COMPLETE          VALUE 'COMPLETE'.
               88 RCT-ABNORMAL          VALUE 'ABNORMAL'.

       FD ASSIGNFILE.
       01 ASSIGN-RECORD            PIC X(100).

       FD PRIOROUTPUTFILE.
       01 PRIOR-DETAILS.
           05 COURSE-KEY-PRIOR.
              10 COURSE-CODE-PRIOR PIC X(5).
              10 SECTION-PRIOR     PIC X(3).
           05 PRIOR-CANDIDATES.
              10 PRIOR-CAND-IN     PIC X(11)
              OCCURS 5 TIMES.
           05 PRIOR-EOLC           PIC X.
       01 PRIOR-CONTROL-DETAILS.
           05 PRIOR-CTL-TAG        PIC X(8).
               88 PRIOR-CONTROL-ROW     VALUE '*HEADER*' '*TRAILER'.
           05 FILLER               PIC X(56).

       FD DELTAFILE.
       01 DELTA-RECORD             PIC X(100).
           05 MEET-DAY             PIC X(3).
           05 MEET-START           PIC 9(4).
           05 MEET-END             PIC 9(4).
           05 MEET-SECTION         PIC X(3).

       FD TIMETABLEFILE.
       01 TIMETABLE-DETAILS.
       FD SIMFILE.
       01 SIM-RECORD               PIC X(120).

       FD INSTAUDITFILE.
       01 INSTAUDIT-RECORD         PIC X(200).

       FD CANDAUDITFILE.
       01 CANDAUDIT-RECORD         PIC X(200).

       FD AFFECTEDFILE.
       01 AFFECTED-RECORD          PIC X(100).

       FD CANDMASTER.
       01 MST-CANDIDATE-DETAILS.
           05 MST-CANDIDATE-ID     PIC X(11).

       FD COURSEMASTER.
       01 CRS-COURSE-DETAILS.
           05 CRS-COURSE-KEY.
              10 CRS-COURSE-CODE   PIC X(5).
              10 CRS-SECTION       PIC X(3).
           05 CRS-REQUIRED-SKILLS  PIC X(15)
           OCCURS 3 TIMES.
           05 CRS-OPTIONAL-SKILLS  PIC X(15)
           OCCURS 5 TIMES.
           05 CRS-TAS-NEEDED       PIC 9.
           05 CRS-TRAINING-MODULES PIC X(8)
           OCCURS 3 TIMES.

       WORKING-STORAGE SECTION.
       01 INSTRUCTORFILE-CHECKER   PIC 9       VALUES 1.
      *RANKED SO A KILLED RUN CAN PICK UP WHERE IT LEFT OFF
       01 CHECKPOINT-INFO.
           05 CHECKPOINT-FILE-STATUS PIC 99.
       01 LAST-CHECKPOINT-COURSE   PIC X(8)    VALUES SPACES.
       01 SKIPPING-FLAG            PIC X       VALUES 'N'.
           88 SKIPPING-TO-CHECKPOINT   VALUE 'Y'.
      *TRUE LAST COURSE-CODE-OUTPUT ON DISK, PEEKED FROM OUTPUTFILE BY
      *CHECKPOINT-OUTPUT-PEEK-PARAGRAPH - SEE THAT PARAGRAPH
       01 LAST-OUTPUT-COURSE       PIC X(8)    VALUES SPACES.

      *HUMAN-READABLE CSV REPORT ALONGSIDE THE RAW OUTPUTFILE
       01 REPORT-INFO.
           05 REPORT-FILE-STATUS   PIC 99.
           05 REPORT-EOF-FLAG      PIC X       VALUES 'N'.
               88 REPORT-AT-END         VALUE 'Y'.
       01 REPORT-LINE              PIC X(120)  VALUES SPACES.
       01 REPORT-LINE-PTR          PIC 9(03)   VALUES 1.
       01 REPORT-SLOT-INDEX        PIC 9       VALUES ZERO.
      *STILL COLLAPSES ADJACENT REPEATS OF THE SAME COURSE-CODE-OUTPUT
      *AS A SECOND LINE OF DEFENSE FOR OUTPUTFILE ROWS WRITTEN BY ANY
      *RUN OLDER THAN THIS FIX
       01 WORKLOAD-PREV-COURSE     PIC X(8)    VALUES SPACES.

      *MASTER SKILL-CODE REFERENCE FILE - CATCHES A TYPO'D SKILL CODE
      *ON EITHER INSTRUCTORFILE OR CANDIDATEFILE BEFORE IT SILENTLY
      *COURSES ON CANDIDATE RECORDS BEFORE RANKING BEGINS
       01 MAX-COURSES              PIC 999     VALUES 200.
       01 COURSE-TABLE-COUNT       PIC 999     VALUES ZERO.
      *A COURSE RUN AS SEVERAL SECTIONS HAS ONE ENTRY PER SECTION -
      *PREFERRED-COURSE VALIDATION LOOKS AT THE COURSE CODE ALONE,
      *THE WORKLOAD PASS AT THE WHOLE COURSE/SECTION KEY
       01 COURSE-CODE-TABLE.
           05 COURSE-KEY-ENTRY OCCURS 200 TIMES.
              10 COURSE-CODE-ENTRY PIC X(5).
              10 COURSE-SECTION-ENTRY PIC X(3).
      *EACH COURSE'S OWN SLOT COUNT, KEPT IN STEP WITH COURSE-CODE-
      *TABLE SO THE WORKLOAD PASS CAN TELL A REAL TOP-SLOT RANKING
      *FROM AN ALTERNATE SLOT THAT ONLY EXISTS FOR TA-OFFERS TO
       01 COURSE-POOL-TABLE.
           05 COURSE-POOL-ENTRY OCCURS 200 TIMES.
              10 POOL-COURSE-CODE  PIC X(5).
              10 POOL-SECTION      PIC X(3).
              10 POOL-REQ-SKILL    PIC X(15)
              OCCURS 3 TIMES.
              10 POOL-OPT-SKILL    PIC X(15)
              OCCURS 5 TIMES.
              10 POOL-TAS-NEEDED   PIC 9.

      *A COURSE RUN AS SEVERAL SECTIONS IS RANKED ONE SECTION AT A
      *TIME - EACH POOL ENTRY IS ONE SECTION, WITH ITS OWN TA COUNT
      *AND ITS OWN MEETING SESSIONS. REPORT LINES FOR A SECTIONED
      *COURSE NAME THE SECTION TOO: SECTION-LABEL-PARAGRAPH BUILDS
      *SECTION-LABEL-WS FROM SECTION-LABEL-IN, LEAVING IT BLANK FOR A
      *SINGLE-SECTION COURSE SO ITS LINES READ EXACTLY AS THEY ALWAYS
      *HAVE
       01 SECTION-LABEL-IN         PIC X(3)    VALUES SPACES.
       01 SECTION-LABEL-WS         PIC X(12)   VALUES SPACES.
      *A CANDIDATE ALREADY HOLDING A TOP SLOT ON ONE SECTION OF A
      *COURSE IS PASSED OVER FOR THE COURSE'S OTHER SECTIONS, SO THE
      *SECTIONS FILL ONE BY ONE FROM DIFFERENT PEOPLE
       01 SIBLING-INDEX            PIC 999     VALUES ZERO.
       01 SIBLING-SLOT-INDEX       PIC 9       VALUES ZERO.
       01 SIBLING-SECTION          PIC X(3)    VALUES SPACES.
       01 SIBLING-FOUND-FLAG       PIC X       VALUES 'N'.
           88 SIBLING-PLACED            VALUE 'Y'.
       01 CTL-SECTION-SKIPS        PIC 9(5)    VALUES ZERO.

       01 CAND-VAL-INDEX           PIC 999     VALUES ZERO.
       01 CAND-DUP-INDEX           PIC 999     VALUES ZERO.
       01 PREF-VAL-INDEX           PIC 9       VALUES ZERO.
       01 ASSIGN-MODE-FLAG         PIC X       VALUES 'N'.
           88 ASSIGN-MODE-ON           VALUE 'Y'.

      *RUN LINEAGE - EVERY RANKING RUN GETS A RUN-ID OF TERM, RUN
      *DATE, RUN TIME AND A SEQUENCE NUMBER WITHIN THE TERM. IT IS
      *KEPT ON run-control.txt AND STAMPED ON THE HEADER AND TRAILER
      *OF output.txt SO TA-OFFERS AND EVERY PROGRAM DOWNSTREAM OF IT
      *CAN PROVE THEIR INPUT CAME FROM THE RUN THEY EXPECT. A RUN
      *RESUMED FROM A CHECKPOINT KEEPS THE RUN-ID IT STARTED WITH
       01 RUNCTL-INFO.
           05 RUNCTL-FILE-STATUS   PIC 99.
       01 RUN-ID-WS.
           05 RUN-ID-TERM          PIC X(6)    VALUES SPACES.
           05 RUN-ID-DATE          PIC X(8)    VALUES SPACES.
           05 RUN-ID-TIME          PIC X(6)    VALUES SPACES.
           05 RUN-ID-SEQUENCE      PIC 999     VALUES ZERO.
       01 RUN-TIME-RAW             PIC X(8)    VALUES SPACES.
       01 RUN-STATE-WS             PIC X(8)    VALUES SPACES.
       01 PREV-RUN-ID              PIC X(23)   VALUES SPACES.
       01 PREV-RUN-SEQUENCE        PIC 999     VALUES ZERO.
       01 PREV-RUN-TERM            PIC X(6)    VALUES SPACES.
       01 PREV-RUN-FLAG            PIC X       VALUES 'N'.
           88 PREV-RUN-UNFINISHED       VALUE 'Y'.
      *COURSE ROWS ON output.txt - THOSE A RESUMED RUN FOUND ALREADY
      *ON DISK PLUS THOSE WRITTEN THIS RUN - FOR THE TRAILER COUNT
       01 CTL-OUTPUT-WRITTEN       PIC 9(5)    VALUES ZERO.

      *EVERY COURSE RANKED THIS RUN IS CAPTURED HERE, SCORES AND ALL,
      *AS ITS OUTPUT ROW IS WRITTEN - THE POST-RANKING PASSES NEED
      *THE SCORES, WHICH OUTPUTFILE DOES NOT CARRY. ON A CHECKPOINT-
       01 RESULT-TABLE-COUNT       PIC 999     VALUES ZERO.
       01 RESULT-TABLE.
           05 RESULT-ENTRY OCCURS 200 TIMES.
              10 RESULT-COURSE-KEY.
                 15 RESULT-COURSE-CODE PIC X(5).
                 15 RESULT-SECTION PIC X(3).
              10 RESULT-NEED       PIC 9.
              10 RESULT-SLOT-ENTRY OCCURS 5 TIMES.
                 15 RESULT-SLOT-ID    PIC X(11).
       01 PRIOR-TABLE.
           05 PRIOR-ENTRY OCCURS 200 TIMES.
              10 PRIOR-TBL-COURSE  PIC X(5).
              10 PRIOR-TBL-SECTION PIC X(3).
              10 PRIOR-TBL-ID      PIC X(11)
              OCCURS 5 TIMES.
       01 CUR-TABLE-COUNT          PIC 999     VALUES ZERO.
       01 CUR-TABLE.
           05 CUR-ENTRY OCCURS 200 TIMES.
              10 CUR-TBL-COURSE    PIC X(5).
              10 CUR-TBL-SECTION   PIC X(3).
              10 CUR-TBL-ID        PIC X(11)
              OCCURS 5 TIMES.
       01 DELTA-PREV-COURSE        PIC X(8)    VALUES SPACES.
       01 DELTA-CUR-INDEX          PIC 999     VALUES ZERO.
       01 DELTA-PRI-INDEX          PIC 999     VALUES ZERO.
       01 DELTA-SLOT-INDEX         PIC 9       VALUES ZERO.
              10 MEET-TBL-DAY      PIC X(3).
              10 MEET-TBL-START    PIC 9(4).
              10 MEET-TBL-END      PIC 9(4).
              10 MEET-TBL-SECTION  PIC X(3).
       01 MAX-TIMETABLE            PIC 9999    VALUES 1000.
       01 TT-TABLE-COUNT           PIC 9999    VALUES ZERO.
       01 TT-TABLE.
       01 SIM-SCORE2-ED            PIC 99.9.
       01 CTL-SIM-COURSES          PIC 9(5)    VALUES ZERO.
       01 CTL-SIM-CHANGES          PIC 9(5)    VALUES ZERO.

      *SELECTIVE RE-RANK - WITH THE SELECTIVE SWITCH ON IN
      *run-options.txt, ONLY THE COURSES MAINTENANCE HAS TOUCHED
      *SINCE THE LAST COMPLETE RUN ARE RE-RANKED: A COURSE TA-INSTMAINT
      *CHANGED, A COURSE WHOSE LAST ROW LISTS A CANDIDATE TA-CANDMAINT
      *CHANGED, AND A CHANGED CANDIDATE'S PREFERRED COURSES. EVERY
      *OTHER COURSE'S output.txt ROW AND ranking-report.csv LINE IS
      *CARRIED OVER FROM THE LAST RUN AS IT STANDS, SO ITS OFFERS ARE
      *NOT CHURNED. affected-courses.txt NAMES EVERY COURSE RE-RANKED
      *AND WHY, FOR TA-OFFERS AND THE COORDINATORS. WHEN THE LAST RUN
      *CANNOT BE TRUSTED AS A BASE - NOT COMPLETE, ANOTHER TERM, ITS
      *output.txt NOT THE ONE IT WROTE, A CHECKPOINT RESUME PENDING -
      *THE RUN FALLS BACK TO RANKING EVERY COURSE AND SAYS WHY
       01 INSTAUDIT-INFO.
           05 INSTAUDIT-FILE-STATUS PIC 99.
           05 INSTAUDIT-EOF-FLAG   PIC X       VALUES 'N'.
               88 INSTAUDIT-AT-END      VALUE 'Y'.
       01 CANDAUDIT-INFO.
           05 CANDAUDIT-FILE-STATUS PIC 99.
           05 CANDAUDIT-EOF-FLAG   PIC X       VALUES 'N'.
               88 CANDAUDIT-AT-END      VALUE 'Y'.
       01 AFFECTED-INFO.
           05 AFFECTED-FILE-STATUS PIC 99.
       01 SELECTIVE-MODE-FLAG      PIC X       VALUES 'N'.
           88 SELECTIVE-MODE-ON         VALUE 'Y'.
       01 SELECTIVE-REASON         PIC X(40)   VALUES SPACES.
      *THE LAST RUN, AS run-control.txt AND output.txt NAME IT -
      *MAINTENANCE STAMPED AT OR AFTER ITS START TIME COUNTS AS
      *SINCE THE LAST RUN
       01 BASE-RUN-ID.
           05 BASE-RUN-TERM        PIC X(6)    VALUES SPACES.
           05 BASE-RUN-STAMP       PIC X(14)   VALUES SPACES.
           05 BASE-RUN-SEQUENCE    PIC X(3)    VALUES SPACES.
       01 BASE-RUN-STATE           PIC X(8)    VALUES SPACES.
       01 BASE-HEADER-RUN-ID       PIC X(23)   VALUES SPACES.
       01 BASE-TRAILER-RUN-ID      PIC X(23)   VALUES SPACES.
       01 BASE-TRAILER-COUNT       PIC 9(5)    VALUES ZERO.
       01 BASE-ROWS-READ           PIC 9(5)    VALUES ZERO.
       01 BASE-TRAILER-FLAG        PIC X       VALUES 'N'.
           88 BASE-TRAILER-FOUND        VALUE 'Y'.
       01 AUDIT-STAMP-WS           PIC X(14)   VALUES SPACES.
       01 AUDIT-APPLIED-COUNT      PIC 99      VALUES ZERO.
      *THE LAST RUN'S ROW AND CSV LINE FOR EVERY COURSE ON ITS
      *output.txt - A COURSE WITH NO CSV LINE CANNOT BE CARRIED AS IT
      *STOOD AND IS RE-RANKED INSTEAD
       01 CARRY-TABLE-COUNT        PIC 999     VALUES ZERO.
       01 CARRY-TABLE.
           05 CARRY-ENTRY OCCURS 200 TIMES.
              10 CARRY-COURSE-KEY.
                 15 CARRY-COURSE-CODE PIC X(5).
                 15 CARRY-SECTION  PIC X(3).
              10 CARRY-CANDIDATES.
                 15 CARRY-SLOT-ID  PIC X(11)
                 OCCURS 5 TIMES.
              10 CARRY-CSV-LINE    PIC X(120).
       01 CARRY-SEARCH-INDEX       PIC 999     VALUES ZERO.
       01 CARRY-FOUND-INDEX        PIC 999     VALUES ZERO.
       01 CARRY-SLOT-INDEX         PIC 9       VALUES ZERO.
       01 CARRY-LOOKUP-KEY         PIC X(8)    VALUES SPACES.
       01 CARRY-CSV-LINES-READ     PIC 9(5)    VALUES ZERO.
       01 COURSE-CARRIED-FLAG      PIC X       VALUES 'N'.
           88 COURSE-CARRIED            VALUE 'Y'.
      *COURSES TA-INSTMAINT CHANGED AND CANDIDATES TA-CANDMAINT
      *CHANGED SINCE THE LAST RUN
       01 MAX-CHANGED              PIC 999     VALUES 500.
       01 CHANGED-CAND-COUNT       PIC 999     VALUES ZERO.
       01 CHANGED-CAND-TABLE.
           05 CHANGED-CAND-ID      PIC X(11)
           OCCURS 500 TIMES.
       01 CHANGED-CAND-INDEX       PIC 999     VALUES ZERO.
       01 CHANGED-LOOKUP-ID        PIC X(11)   VALUES SPACES.
       01 CHANGED-FOUND-FLAG       PIC X       VALUES 'N'.
           88 CHANGED-FOUND             VALUE 'Y'.
       01 CHANGED-SCAN-INDEX       PIC 999     VALUES ZERO.
      *EVERY COURSE-CODE TO RE-RANK, WITH THE FIRST REASON FOUND -
      *A COURSE IS RE-RANKED IN ALL ITS SECTIONS SO SIBLING SECTIONS
      *NEVER MIX A FRESH RANKING WITH A CARRIED ONE
       01 AFFECTED-TABLE-COUNT     PIC 999     VALUES ZERO.
       01 AFFECTED-TABLE.
           05 AFFECTED-ENTRY OCCURS 200 TIMES.
              10 AFFECTED-COURSE   PIC X(5).
              10 AFFECTED-REASON   PIC X(50).
              10 AFFECTED-SEEN-FLAG PIC X.
       01 AFFECTED-SEARCH-INDEX    PIC 999     VALUES ZERO.
       01 AFFECTED-FOUND-INDEX     PIC 999     VALUES ZERO.
       01 AFFECTED-LOOKUP-COURSE   PIC X(5)    VALUES SPACES.
       01 AFFECTED-LOOKUP-REASON   PIC X(50)   VALUES SPACES.
       01 AFFECTED-LINE-REASON     PIC X(50)   VALUES SPACES.
       01 AFFECTED-PREF-INDEX      PIC 9       VALUES ZERO.
       01 CTL-COURSES-CARRIED      PIC 9(5)    VALUES ZERO.
       01 CTL-AFFECTED-LINES       PIC 9(5)    VALUES ZERO.
       01 CTL-INST-CHANGES         PIC 9(5)    VALUES ZERO.
       01 CTL-CAND-CHANGES         PIC 9(5)    VALUES ZERO.
      *****************************************************************
       PROCEDURE DIVISION.
      *GO STRAIGHT TO THE MAINLINE - THE PARAGRAPHS BELOW ARE ONLY
       COURSE-POOL-STEP-PARAGRAPH.
           MOVE COURSE-POOL-ENTRY(COURSE-POOL-INDEX)
               TO INSTRUCTOR-DETAILS.
           MOVE COURSE-SECTION TO SECTION-LABEL-IN.
           PERFORM SECTION-LABEL-PARAGRAPH.
           IF SKIPPING-TO-CHECKPOINT
               COMPUTE CTL-COURSES-SKIPPED =
                   CTL-COURSES-SKIPPED + 1
               PERFORM CHECKPOINT-SKIP-CHECK-PARAGRAPH
           ELSE
               PERFORM SELECTIVE-CHECK-PARAGRAPH
               IF COURSE-CARRIED
                   PERFORM CARRY-COURSE-PARAGRAPH
               ELSE
                   PERFORM RANK-ONE-COURSE-PARAGRAPH
               END-IF
           END-IF.

           COMPUTE COURSE-POOL-INDEX = COURSE-POOL-INDEX + 1.

      *RANK THE COURSE IN THE INSTRUCTOR RECORD AREA AGAINST EVERY
      *CANDIDATE AND WRITE ITS ROW, CSV LINE AND EXCEPTIONS
       RANK-ONE-COURSE-PARAGRAPH.
           COMPUTE CTL-COURSES-RANKED = CTL-COURSES-RANKED + 1.
           PERFORM RANK-DEPTH-SET-PARAGRAPH.
           PERFORM RANKING-RESET-PARAGRAPH.
           MOVE ZERO TO QUALIFIED-COUNT.
           PERFORM READ-ONE-CAND-PARAGRAPH.
           PERFORM RANK-ON-OUTPUT-PARAGRAPH.
           PERFORM WRITE-REPORT-PARAGRAPH.
           PERFORM UNFILLED-CHECK-PARAGRAPH.
           PERFORM WRITE-CHECKPOINT-PARAGRAPH.

      *ON A SELECTIVE RUN, DECIDE WHETHER THIS COURSE IS RE-RANKED OR
      *CARRIED: AN AFFECTED COURSE IS RE-RANKED, AND SO IS ONE THE
      *LAST RUN NEVER RANKED (NEW SINCE THEN) - BOTH ARE LISTED ON
      *affected-courses.txt. ANY OTHER COURSE IS CARRIED
       SELECTIVE-CHECK-PARAGRAPH.
           MOVE 'N' TO COURSE-CARRIED-FLAG.
           IF NOT SELECTIVE-MODE-ON
               EXIT PARAGRAPH
           END-IF.

           MOVE COURSE-CODE TO AFFECTED-LOOKUP-COURSE.
           PERFORM AFFECTED-LOOKUP-PARAGRAPH.
           IF AFFECTED-FOUND-INDEX GREATER THAN ZERO
               MOVE 'Y' TO AFFECTED-SEEN-FLAG(AFFECTED-FOUND-INDEX)
               MOVE AFFECTED-REASON(AFFECTED-FOUND-INDEX)
                   TO AFFECTED-LINE-REASON
               PERFORM WRITE-AFFECTED-LINE-PARAGRAPH
               EXIT PARAGRAPH
           END-IF.

           MOVE COURSE-KEY TO CARRY-LOOKUP-KEY.
           MOVE ZERO TO CARRY-FOUND-INDEX.
           MOVE 1 TO CARRY-SEARCH-INDEX.
           PERFORM CARRY-SEARCH-STEP-PARAGRAPH
               UNTIL CARRY-SEARCH-INDEX GREATER THAN CARRY-TABLE-COUNT
                   OR CARRY-FOUND-INDEX GREATER THAN ZERO.
           IF CARRY-FOUND-INDEX EQUAL ZERO
               MOVE 'NOT RANKED ON THE LAST RUN'
                   TO AFFECTED-LINE-REASON
               PERFORM WRITE-AFFECTED-LINE-PARAGRAPH
               EXIT PARAGRAPH
           END-IF.
           IF CARRY-CSV-LINE(CARRY-FOUND-INDEX) EQUAL SPACES
               MOVE 'NO CSV LINE ON THE LAST RUN'
                   TO AFFECTED-LINE-REASON
               PERFORM WRITE-AFFECTED-LINE-PARAGRAPH
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO COURSE-CARRIED-FLAG.

      *THIS WILL REPEAT UNTIL THE COURSE'S ROW IS FOUND OR THE CARRY
      *TABLE IS EXHAUSTED
       CARRY-SEARCH-STEP-PARAGRAPH.
           IF CARRY-COURSE-KEY(CARRY-SEARCH-INDEX) EQUAL
               CARRY-LOOKUP-KEY
               MOVE CARRY-SEARCH-INDEX TO CARRY-FOUND-INDEX
           END-IF.
           COMPUTE CARRY-SEARCH-INDEX = CARRY-SEARCH-INDEX + 1.

      *CARRY THE LAST RUN'S ROW AND CSV LINE OVER UNCHANGED. THE ROW
      *IS SEEDED INTO RESULT-TABLE THE SAME WAY A CHECKPOINT-RESUMED
      *COURSE IS (SCORES ZERO, NOT ON DISK), AND A CARRIED COURSE
      *SHORT OF TAS STAYS ON unfilled-courses.txt. THE TIE, CLASH,
      *PREFERENCE AND SCORE AUDITS ONLY COVER COURSES SCORED THIS RUN
       CARRY-COURSE-PARAGRAPH.
           COMPUTE CTL-COURSES-CARRIED = CTL-COURSES-CARRIED + 1.
           PERFORM RANK-DEPTH-SET-PARAGRAPH.
           MOVE COURSE-KEY TO COURSE-KEY-OUTPUT.
           MOVE CARRY-CANDIDATES(CARRY-FOUND-INDEX) TO RANK-CANDIDATES.
           MOVE x'0a' TO EOLC.
           MOVE ZERO TO QUALIFIED-COUNT.
           MOVE 1 TO CARRY-SLOT-INDEX.
           PERFORM CARRY-FILLED-STEP-PARAGRAPH.
           IF RESULT-TABLE-COUNT LESS THAN MAX-COURSES
               COMPUTE RESULT-TABLE-COUNT = RESULT-TABLE-COUNT + 1
               MOVE COURSE-KEY TO
                   RESULT-COURSE-KEY(RESULT-TABLE-COUNT)
               MOVE RANK-DEPTH-WS TO RESULT-NEED(RESULT-TABLE-COUNT)
               MOVE 1 TO RESULT-SLOT-INDEX
               PERFORM RESULT-SEED-SLOT-STEP-PARAGRAPH
           ELSE
               COMPUTE CTL-RESULT-DROPPED = CTL-RESULT-DROPPED + 1
               DISPLAY '*** COURSE ' COURSE-CODE
                   ' NOT CAPTURED: RESULT-TABLE FULL AT '
                   MAX-COURSES ' ENTRIES ***'
           END-IF.
           WRITE OUTPUT-DETAILS.
           COMPUTE CTL-OUTPUT-WRITTEN = CTL-OUTPUT-WRITTEN + 1.
           MOVE CARRY-CSV-LINE(CARRY-FOUND-INDEX) TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM UNFILLED-CHECK-PARAGRAPH.
           PERFORM WRITE-CHECKPOINT-PARAGRAPH.

      *THIS WILL REPEAT MAX-RANK-DEPTH TIMES, COUNTING THE CARRIED
      *SLOTS SOMEBODY HOLDS - WHEN FEWER THAN THE COURSE NEEDS, THAT
      *IS EVERY CANDIDATE WHO QUALIFIED LAST TIME
       CARRY-FILLED-STEP-PARAGRAPH.
           IF CARRY-SLOT-INDEX NOT GREATER THAN MAX-RANK-DEPTH
               IF RANK-CAND-OUT(CARRY-SLOT-INDEX) NOT EQUAL
                   '0000000000'
                   AND RANK-CAND-OUT(CARRY-SLOT-INDEX) NOT EQUAL
                   SPACES
                   COMPUTE QUALIFIED-COUNT = QUALIFIED-COUNT + 1
               END-IF
               COMPUTE CARRY-SLOT-INDEX = CARRY-SLOT-INDEX + 1
               PERFORM CARRY-FILLED-STEP-PARAGRAPH
           END-IF.

      *A SELECTIVE RUN NEEDS A TRUSTWORTHY BASE TO CARRY FROM - THE
      *LAST RUN ON run-control.txt, COMPLETE AND FOR THIS TERM, WITH
      *ITS OWN output.txt STILL ON DISK. WITH THAT IN HAND THE TWO
      *MAINTENANCE AUDIT TRAILS ARE READ FOR EVERYTHING APPLIED SINCE
      *IT STARTED AND THE AFFECTED COURSES ARE WORKED OUT. ANY REASON
      *NOT TO TRUST THE BASE LEAVES SELECTIVE-MODE-FLAG OFF AND EVERY
      *COURSE IS RANKED AFRESH
       SELECTIVE-SETUP-PARAGRAPH.
           MOVE 'N' TO SELECTIVE-MODE-FLAG.
           MOVE SPACES TO SELECTIVE-REASON.
           IF SKIPPING-TO-CHECKPOINT
               MOVE 'CHECKPOINT RESUME PENDING' TO SELECTIVE-REASON
           ELSE
               PERFORM BASE-RUN-READ-PARAGRAPH
           END-IF.
           IF SELECTIVE-REASON EQUAL SPACES
               PERFORM CARRY-LOAD-PARAGRAPH
           END-IF.
           IF SELECTIVE-REASON EQUAL SPACES
               PERFORM CARRY-CSV-LOAD-PARAGRAPH
               PERFORM INST-AUDIT-SCAN-PARAGRAPH
               PERFORM CAND-AUDIT-SCAN-PARAGRAPH
           END-IF.
           IF SELECTIVE-REASON EQUAL SPACES
               PERFORM CHANGED-CAND-AFFECT-PARAGRAPH
           END-IF.

           IF SELECTIVE-REASON EQUAL SPACES
               MOVE 'Y' TO SELECTIVE-MODE-FLAG
               DISPLAY 'SELECTIVE RE-RANK SINCE RUN ' BASE-RUN-ID ': '
                   AFFECTED-TABLE-COUNT ' COURSE(S) AFFECTED'
           ELSE
               DISPLAY '*** SELECTIVE RE-RANK NOT POSSIBLE, RANKING '
                   'EVERY COURSE: ' SELECTIVE-REASON ' ***'
           END-IF.

      *THE LAST RUN'S RUN-ID AND STATE, READ BEFORE
      *RUN-ID-ASSIGN-PARAGRAPH OVERWRITES THEM WITH THIS RUN'S
       BASE-RUN-READ-PARAGRAPH.
           MOVE SPACES TO BASE-RUN-ID.
           MOVE SPACES TO BASE-RUN-STATE.
           OPEN INPUT RUNCONTROLFILE.
           IF RUNCTL-FILE-STATUS EQUAL 00
               READ RUNCONTROLFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RCT-RUN-ID TO BASE-RUN-ID
                       MOVE RCT-STATUS TO BASE-RUN-STATE
               END-READ
           END-IF.
           CLOSE RUNCONTROLFILE.

           IF BASE-RUN-ID EQUAL SPACES
               MOVE 'NO LAST RUN ON run-control.txt'
                   TO SELECTIVE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF BASE-RUN-STATE NOT EQUAL 'COMPLETE'
               MOVE 'LAST RUN DID NOT FINISH COMPLETE'
                   TO SELECTIVE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF BASE-RUN-TERM NOT EQUAL RUN-TERM-WS
               MOVE 'LAST RUN WAS FOR ANOTHER TERM'
                   TO SELECTIVE-REASON
           END-IF.

      *HOLD EVERY COURSE ROW OF THE LAST RUN'S output.txt, PROVING ON
      *THE WAY THAT THE FILE IS THE ONE THAT RUN WROTE, WHOLE - THE
      *SAME HEADER, TRAILER AND ROW-COUNT TESTS TA-OFFERS APPLIES
       CARRY-LOAD-PARAGRAPH.
           MOVE ZERO TO CARRY-TABLE-COUNT.
           MOVE ZERO TO BASE-ROWS-READ.
           MOVE ZERO TO BASE-TRAILER-COUNT.
           MOVE SPACES TO BASE-HEADER-RUN-ID.
           MOVE SPACES TO BASE-TRAILER-RUN-ID.
           MOVE 'N' TO BASE-TRAILER-FLAG.
           OPEN INPUT OUTPUTFILE.
           IF OUTPUT-FILE-STATUS NOT EQUAL 00
               CLOSE OUTPUTFILE
               MOVE 'NO output.txt FROM THE LAST RUN'
                   TO SELECTIVE-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO OUT-EOF-FLAG.
           PERFORM CARRY-LOAD-STEP-PARAGRAPH UNTIL OUT-AT-END.
           CLOSE OUTPUTFILE.

           IF BASE-HEADER-RUN-ID NOT EQUAL BASE-RUN-ID
               MOVE 'output.txt HEADER IS NOT THE LAST RUN'
                   TO SELECTIVE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF NOT BASE-TRAILER-FOUND
               OR BASE-TRAILER-RUN-ID NOT EQUAL BASE-RUN-ID
               MOVE 'output.txt TRAILER IS NOT THE LAST RUN'
                   TO SELECTIVE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF BASE-TRAILER-COUNT NOT EQUAL BASE-ROWS-READ
               MOVE 'output.txt ROWS DISAGREE WITH ITS TRAILER'
                   TO SELECTIVE-REASON
           END-IF.

      *THIS WILL REPEAT UNTIL OUTPUTFILE IS EXHAUSTED - THE CONTROL
      *ROWS ARE NOTED, EVERY COURSE ROW IS COUNTED AND HELD
       CARRY-LOAD-STEP-PARAGRAPH.
           READ OUTPUTFILE
               AT END
                   MOVE 'Y' TO OUT-EOF-FLAG
               NOT AT END
                   IF OUT-CTL-HEADER
                       MOVE OUT-CTL-RUN-ID TO BASE-HEADER-RUN-ID
                       EXIT PARAGRAPH
                   END-IF
                   IF OUT-CTL-TRAILER
                       MOVE 'Y' TO BASE-TRAILER-FLAG
                       MOVE OUT-CTL-RUN-ID TO BASE-TRAILER-RUN-ID
                       MOVE OUT-CTL-ROW-COUNT TO BASE-TRAILER-COUNT
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE BASE-ROWS-READ = BASE-ROWS-READ + 1
                   IF CARRY-TABLE-COUNT LESS THAN MAX-COURSES
                       COMPUTE CARRY-TABLE-COUNT =
                           CARRY-TABLE-COUNT + 1
                       MOVE COURSE-KEY-OUTPUT TO
                           CARRY-COURSE-KEY(CARRY-TABLE-COUNT)
                       MOVE RANK-CANDIDATES TO
                           CARRY-CANDIDATES(CARRY-TABLE-COUNT)
                       MOVE SPACES TO
                           CARRY-CSV-LINE(CARRY-TABLE-COUNT)
                   END-IF
           END-READ.

      *PAIR EACH HELD ROW WITH ITS LINE ON THE LAST RUN'S
      *ranking-report.csv, SO A CARRIED COURSE KEEPS THE SCORES IT WAS
      *RANKED ON RATHER THAN LOSING THEM
       CARRY-CSV-LOAD-PARAGRAPH.
           MOVE ZERO TO CARRY-CSV-LINES-READ.
           OPEN INPUT REPORTFILE.
           IF REPORT-FILE-STATUS EQUAL 00
               MOVE 'N' TO REPORT-EOF-FLAG
               PERFORM CARRY-CSV-STEP-PARAGRAPH UNTIL REPORT-AT-END
           END-IF.
           CLOSE REPORTFILE.

      *THIS WILL REPEAT UNTIL ranking-report.csv IS EXHAUSTED. A LINE
      *READS 'ccccc,sss,...' SO THE COURSE SITS AT COLUMN 1 AND THE
      *SECTION AT COLUMN 7; THE COLUMN-HEADER LINE IS PASSED OVER
       CARRY-CSV-STEP-PARAGRAPH.
           READ REPORTFILE
               AT END
                   MOVE 'Y' TO REPORT-EOF-FLAG
               NOT AT END
                   IF REPORT-RECORD(1:14) EQUAL 'COURSE,SECTION'
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE CARRY-CSV-LINES-READ =
                       CARRY-CSV-LINES-READ + 1
                   MOVE REPORT-RECORD(1:5) TO CARRY-LOOKUP-KEY(1:5)
                   MOVE REPORT-RECORD(7:3) TO CARRY-LOOKUP-KEY(6:3)
                   MOVE ZERO TO CARRY-FOUND-INDEX
                   MOVE 1 TO CARRY-SEARCH-INDEX
                   PERFORM CARRY-SEARCH-STEP-PARAGRAPH
                       UNTIL CARRY-SEARCH-INDEX GREATER THAN
                           CARRY-TABLE-COUNT
                           OR CARRY-FOUND-INDEX GREATER THAN ZERO
                   IF CARRY-FOUND-INDEX GREATER THAN ZERO
                       MOVE REPORT-RECORD TO
                           CARRY-CSV-LINE(CARRY-FOUND-INDEX)
                   END-IF
           END-READ.

      *EVERY COURSE TA-INSTMAINT APPLIED A CHANGE TO SINCE THE LAST
      *RUN IS AFFECTED. A HEADER LINE ON inst-maint-audit.txt READS
      *'yyyymmdd hhmmss USER uuuuuuuu ACTION a COURSE ccccc ...', SO
      *THE USER SITS AT COLUMN 22 AND THE COURSE AT COLUMN 47; THE
      *BEFORE/AFTER IMAGE LINES AND REJECTED TRANSACTIONS DO NOT COUNT
       INST-AUDIT-SCAN-PARAGRAPH.
           MOVE ZERO TO CTL-INST-CHANGES.
           OPEN INPUT INSTAUDITFILE.
           IF INSTAUDIT-FILE-STATUS EQUAL 00
               MOVE 'N' TO INSTAUDIT-EOF-FLAG
               PERFORM INST-AUDIT-STEP-PARAGRAPH UNTIL INSTAUDIT-AT-END
           END-IF.
           CLOSE INSTAUDITFILE.

      *THIS WILL REPEAT UNTIL inst-maint-audit.txt IS EXHAUSTED
       INST-AUDIT-STEP-PARAGRAPH.
           READ INSTAUDITFILE
               AT END
                   MOVE 'Y' TO INSTAUDIT-EOF-FLAG
               NOT AT END
                   IF INSTAUDIT-RECORD(1:8) IS NOT NUMERIC
                       OR INSTAUDIT-RECORD(39:8) NOT EQUAL ' COURSE '
                       EXIT PARAGRAPH
                   END-IF
                   MOVE INSTAUDIT-RECORD(1:8) TO AUDIT-STAMP-WS(1:8)
                   MOVE INSTAUDIT-RECORD(10:6) TO AUDIT-STAMP-WS(9:6)
                   MOVE ZERO TO AUDIT-APPLIED-COUNT
                   INSPECT INSTAUDIT-RECORD TALLYING
                       AUDIT-APPLIED-COUNT FOR ALL ' - APPLIED'
                   IF AUDIT-APPLIED-COUNT GREATER THAN ZERO
                       AND AUDIT-STAMP-WS NOT LESS THAN BASE-RUN-STAMP
                       COMPUTE CTL-INST-CHANGES = CTL-INST-CHANGES + 1
                       MOVE INSTAUDIT-RECORD(47:5)
                           TO AFFECTED-LOOKUP-COURSE
                       MOVE SPACES TO AFFECTED-LOOKUP-REASON
                       STRING 'COURSE MAINTAINED BY USER '
                           INSTAUDIT-RECORD(22:8)
                           DELIMITED BY SIZE
                           INTO AFFECTED-LOOKUP-REASON
                       PERFORM AFFECTED-ADD-PARAGRAPH
                   END-IF
           END-READ.

      *EVERY CANDIDATE TA-CANDMAINT APPLIED A CHANGE TO SINCE THE LAST
      *RUN IS COLLECTED. A HEADER LINE ON cand-maint-audit.txt READS
      *'yyyymmdd hhmmss USER uuuuuuuu ACTION a CANDIDATE iiiiiiiiiii
      *...' SO THE CANDIDATE SITS AT COLUMN 50. CONTACT CHANGES NEVER
      *MOVE A SCORE AND ARE PASSED OVER
       CAND-AUDIT-SCAN-PARAGRAPH.
           MOVE ZERO TO CTL-CAND-CHANGES.
           MOVE ZERO TO CHANGED-CAND-COUNT.
           OPEN INPUT CANDAUDITFILE.
           IF CANDAUDIT-FILE-STATUS EQUAL 00
               MOVE 'N' TO CANDAUDIT-EOF-FLAG
               PERFORM CAND-AUDIT-STEP-PARAGRAPH UNTIL CANDAUDIT-AT-END
           END-IF.
           CLOSE CANDAUDITFILE.

      *THIS WILL REPEAT UNTIL cand-maint-audit.txt IS EXHAUSTED
       CAND-AUDIT-STEP-PARAGRAPH.
           READ CANDAUDITFILE
               AT END
                   MOVE 'Y' TO CANDAUDIT-EOF-FLAG
               NOT AT END
                   IF CANDAUDIT-RECORD(1:8) IS NOT NUMERIC
                       OR CANDAUDIT-RECORD(39:11) NOT EQUAL
                           ' CANDIDATE '
                       EXIT PARAGRAPH
                   END-IF
                   MOVE CANDAUDIT-RECORD(1:8) TO AUDIT-STAMP-WS(1:8)
                   MOVE CANDAUDIT-RECORD(10:6) TO AUDIT-STAMP-WS(9:6)
                   MOVE ZERO TO AUDIT-APPLIED-COUNT
                   INSPECT CANDAUDIT-RECORD TALLYING
                       AUDIT-APPLIED-COUNT FOR ALL ' - APPLIED'
                   IF AUDIT-APPLIED-COUNT GREATER THAN ZERO
                       AND AUDIT-STAMP-WS NOT LESS THAN BASE-RUN-STAMP
                       COMPUTE CTL-CAND-CHANGES = CTL-CAND-CHANGES + 1
                       MOVE CANDAUDIT-RECORD(50:11)
                           TO CHANGED-LOOKUP-ID
                       PERFORM CHANGED-CAND-ADD-PARAGRAPH
                   END-IF
           END-READ.

      *NOTE A CHANGED CANDIDATE ONCE, HOWEVER MANY TIMES THEY WERE
      *MAINTAINED - MORE THAN THE TABLE HOLDS MEANS THE AFFECTED
      *COURSES CANNOT BE WORKED OUT, SO THE RUN RANKS EVERYTHING
       CHANGED-CAND-ADD-PARAGRAPH.
           MOVE 'N' TO CHANGED-FOUND-FLAG.
           MOVE 1 TO CHANGED-CAND-INDEX.
           PERFORM CHANGED-CAND-SEARCH-STEP-PARAGRAPH
               UNTIL CHANGED-CAND-INDEX GREATER THAN CHANGED-CAND-COUNT
                   OR CHANGED-FOUND.
           IF CHANGED-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF CHANGED-CAND-COUNT NOT LESS THAN MAX-CHANGED
               MOVE 'MORE CANDIDATES CHANGED THAN THE TABLE HOLDS'
                   TO SELECTIVE-REASON
               EXIT PARAGRAPH
           END-IF.
           COMPUTE CHANGED-CAND-COUNT = CHANGED-CAND-COUNT + 1.
           MOVE CHANGED-LOOKUP-ID
               TO CHANGED-CAND-ID(CHANGED-CAND-COUNT).

      *THIS WILL REPEAT UNTIL A MATCH IS FOUND OR THE TABLE IS
      *EXHAUSTED
       CHANGED-CAND-SEARCH-STEP-PARAGRAPH.
           IF CHANGED-CAND-ID(CHANGED-CAND-INDEX) EQUAL
               CHANGED-LOOKUP-ID
               MOVE 'Y' TO CHANGED-FOUND-FLAG
               EXIT PARAGRAPH
           END-IF.
           COMPUTE CHANGED-CAND-INDEX = CHANGED-CAND-INDEX + 1.

      *A CHANGED CANDIDATE AFFECTS EVERY COURSE WHOSE LAST ROW LISTS
      *THEM (A DELETED CANDIDATE ONLY EVER AFFECTS THESE) AND EVERY
      *COURSE THEY NOW PREFER
       CHANGED-CAND-AFFECT-PARAGRAPH.
           MOVE 1 TO CHANGED-CAND-INDEX.
           PERFORM CHANGED-CAND-AFFECT-STEP-PARAGRAPH
               UNTIL CHANGED-CAND-INDEX GREATER THAN
                   CHANGED-CAND-COUNT.

      *THIS WILL REPEAT CHANGED-CAND-COUNT TIMES
       CHANGED-CAND-AFFECT-STEP-PARAGRAPH.
           MOVE CHANGED-CAND-ID(CHANGED-CAND-INDEX)
               TO CHANGED-LOOKUP-ID.
           MOVE SPACES TO AFFECTED-LOOKUP-REASON.
           STRING 'LISTS CHANGED CANDIDATE ' CHANGED-LOOKUP-ID
               DELIMITED BY SIZE INTO AFFECTED-LOOKUP-REASON.
           MOVE 1 TO CARRY-SEARCH-INDEX.
           PERFORM CARRY-LISTS-STEP-PARAGRAPH
               UNTIL CARRY-SEARCH-INDEX GREATER THAN CARRY-TABLE-COUNT.

           MOVE SPACES TO AFFECTED-LOOKUP-REASON.
           STRING 'PREFERRED BY CHANGED CANDIDATE ' CHANGED-LOOKUP-ID
               DELIMITED BY SIZE INTO AFFECTED-LOOKUP-REASON.
           MOVE 1 TO CHANGED-SCAN-INDEX.
           PERFORM CHANGED-PREFS-STEP-PARAGRAPH
               UNTIL CHANGED-SCAN-INDEX GREATER THAN CAND-TABLE-COUNT.

           COMPUTE CHANGED-CAND-INDEX = CHANGED-CAND-INDEX + 1.

      *THIS WILL REPEAT CARRY-TABLE-COUNT TIMES
       CARRY-LISTS-STEP-PARAGRAPH.
           MOVE 1 TO CARRY-SLOT-INDEX.
           PERFORM CARRY-LISTS-SLOT-STEP-PARAGRAPH.
           COMPUTE CARRY-SEARCH-INDEX = CARRY-SEARCH-INDEX + 1.

      *THIS WILL REPEAT MAX-RANK-DEPTH TIMES - ALTERNATE SLOTS COUNT,
      *SINCE TA-OFFERS PROMOTES FROM THEM
       CARRY-LISTS-SLOT-STEP-PARAGRAPH.
           IF CARRY-SLOT-INDEX NOT GREATER THAN MAX-RANK-DEPTH
               IF CARRY-SLOT-ID(CARRY-SEARCH-INDEX, CARRY-SLOT-INDEX)
                   EQUAL CHANGED-LOOKUP-ID
                   MOVE CARRY-COURSE-CODE(CARRY-SEARCH-INDEX)
                       TO AFFECTED-LOOKUP-COURSE
                   PERFORM AFFECTED-ADD-PARAGRAPH
               END-IF
               COMPUTE CARRY-SLOT-INDEX = CARRY-SLOT-INDEX + 1
               PERFORM CARRY-LISTS-SLOT-STEP-PARAGRAPH
           END-IF.

      *THIS WILL REPEAT CAND-TABLE-COUNT TIMES
       CHANGED-PREFS-STEP-PARAGRAPH.
           IF CAND-TBL-ID(CHANGED-SCAN-INDEX) EQUAL CHANGED-LOOKUP-ID
               MOVE 1 TO AFFECTED-PREF-INDEX
               PERFORM CHANGED-PREF-SLOT-STEP-PARAGRAPH
           END-IF.
           COMPUTE CHANGED-SCAN-INDEX = CHANGED-SCAN-INDEX + 1.

      *THIS WILL REPEAT 3 TIMES, ONCE PER PREFERRED COURSE
       CHANGED-PREF-SLOT-STEP-PARAGRAPH.
           IF AFFECTED-PREF-INDEX NOT GREATER THAN 3
               IF CAND-TBL-PREF(CHANGED-SCAN-INDEX, AFFECTED-PREF-INDEX)
                   NOT EQUAL SPACES
                   MOVE CAND-TBL-PREF(CHANGED-SCAN-INDEX,
                       AFFECTED-PREF-INDEX) TO AFFECTED-LOOKUP-COURSE
                   PERFORM AFFECTED-ADD-PARAGRAPH
               END-IF
               COMPUTE AFFECTED-PREF-INDEX = AFFECTED-PREF-INDEX + 1
               PERFORM CHANGED-PREF-SLOT-STEP-PARAGRAPH
           END-IF.

      *ADD AFFECTED-LOOKUP-COURSE TO THE AFFECTED TABLE UNDER
      *AFFECTED-LOOKUP-REASON - A COURSE ALREADY THERE KEEPS THE
      *FIRST REASON FOUND FOR IT
       AFFECTED-ADD-PARAGRAPH.
           IF AFFECTED-LOOKUP-COURSE EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM AFFECTED-LOOKUP-PARAGRAPH.
           IF AFFECTED-FOUND-INDEX GREATER THAN ZERO
               EXIT PARAGRAPH
           END-IF.
           IF AFFECTED-TABLE-COUNT NOT LESS THAN MAX-COURSES
               MOVE 'MORE COURSES AFFECTED THAN THE TABLE HOLDS'
                   TO SELECTIVE-REASON
               EXIT PARAGRAPH
           END-IF.
           COMPUTE AFFECTED-TABLE-COUNT = AFFECTED-TABLE-COUNT + 1.
           MOVE AFFECTED-LOOKUP-COURSE
               TO AFFECTED-COURSE(AFFECTED-TABLE-COUNT).
           MOVE AFFECTED-LOOKUP-REASON
               TO AFFECTED-REASON(AFFECTED-TABLE-COUNT).
           MOVE 'N' TO AFFECTED-SEEN-FLAG(AFFECTED-TABLE-COUNT).

      *FIND AFFECTED-LOOKUP-COURSE IN THE AFFECTED TABLE - ZERO IN
      *AFFECTED-FOUND-INDEX WHEN IT IS NOT THERE
       AFFECTED-LOOKUP-PARAGRAPH.
           MOVE ZERO TO AFFECTED-FOUND-INDEX.
           MOVE 1 TO AFFECTED-SEARCH-INDEX.
           PERFORM AFFECTED-SEARCH-STEP-PARAGRAPH
               UNTIL AFFECTED-SEARCH-INDEX GREATER THAN
                   AFFECTED-TABLE-COUNT
                   OR AFFECTED-FOUND-INDEX GREATER THAN ZERO.

      *THIS WILL REPEAT UNTIL A MATCH IS FOUND OR THE TABLE IS
      *EXHAUSTED
       AFFECTED-SEARCH-STEP-PARAGRAPH.
           IF AFFECTED-COURSE(AFFECTED-SEARCH-INDEX) EQUAL
               AFFECTED-LOOKUP-COURSE
               MOVE AFFECTED-SEARCH-INDEX TO AFFECTED-FOUND-INDEX
           END-IF.
           COMPUTE AFFECTED-SEARCH-INDEX = AFFECTED-SEARCH-INDEX + 1.

      *affected-courses.txt IS REWRITTEN BY EVERY RUN THAT WRITES
      *output.txt. THE HEADER CARRIES THIS RUN'S RUN-ID AND, FROM
      *COLUMN 34, SELECTIVE OR FULL - AFTER A FULL RUN EVERY COURSE
      *WAS RE-RANKED AND EVERY OFFER IS OPEN TO REVISION
       WRITE-AFFECTED-HEADER-PARAGRAPH.
           MOVE SPACES TO AFFECTED-RECORD.
           IF SELECTIVE-MODE-ON
               STRING '*HEADER* ' RUN-ID-WS ' SELECTIVE SINCE RUN '
                   BASE-RUN-ID
                   DELIMITED BY SIZE INTO AFFECTED-RECORD
           ELSE
               STRING '*HEADER* ' RUN-ID-WS ' FULL'
                   DELIMITED BY SIZE INTO AFFECTED-RECORD
           END-IF.
           WRITE AFFECTED-RECORD.
           IF SELECTIVE-MODE-ON
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO AFFECTED-RECORD.
           IF SELECTIVE-REASON EQUAL SPACES
               STRING 'EVERY COURSE RE-RANKED - FULL RUN'
                   DELIMITED BY SIZE INTO AFFECTED-RECORD
           ELSE
               STRING 'EVERY COURSE RE-RANKED - SELECTIVE RE-RANK '
                   'NOT POSSIBLE: ' DELIMITED BY SIZE
                   SELECTIVE-REASON DELIMITED BY '  '
                   INTO AFFECTED-RECORD
           END-IF.
           WRITE AFFECTED-RECORD.

      *ONE LINE PER COURSE SECTION RE-RANKED ON A SELECTIVE RUN,
      *WITH THE REASON - 'COURSE ccccc[ SECTION sss] RE-RANKED - ...'
       WRITE-AFFECTED-LINE-PARAGRAPH.
           MOVE SPACES TO AFFECTED-RECORD.
           STRING 'COURSE ' COURSE-CODE DELIMITED BY SIZE
               SECTION-LABEL-WS DELIMITED BY '  '
               ' RE-RANKED - ' DELIMITED BY SIZE
               AFFECTED-LINE-REASON DELIMITED BY '  '
               INTO AFFECTED-RECORD.
           WRITE AFFECTED-RECORD.
           COMPUTE CTL-AFFECTED-LINES = CTL-AFFECTED-LINES + 1.

      *AN AFFECTED COURSE THE LAST RUN RANKED BUT NO LONGER IN THE
      *POOL HAS DROPPED OFF output.txt - ITS OFFERS NEED REVISITING
      *TOO. THE TRAILER CLOSES THE FILE WITH THE RUN-ID AND THE
      *NUMBER OF COURSE LINES
       WRITE-AFFECTED-TRAILER-PARAGRAPH.
           IF SELECTIVE-MODE-ON
               MOVE 1 TO AFFECTED-SEARCH-INDEX
               PERFORM AFFECTED-DROPPED-STEP-PARAGRAPH
                   UNTIL AFFECTED-SEARCH-INDEX GREATER THAN
                       AFFECTED-TABLE-COUNT
           END-IF.
           MOVE SPACES TO AFFECTED-RECORD.
           STRING '*TRAILER ' RUN-ID-WS ' COURSES ' CTL-AFFECTED-LINES
               DELIMITED BY SIZE INTO AFFECTED-RECORD.
           WRITE AFFECTED-RECORD.

      *THIS WILL REPEAT AFFECTED-TABLE-COUNT TIMES
       AFFECTED-DROPPED-STEP-PARAGRAPH.
           IF AFFECTED-SEEN-FLAG(AFFECTED-SEARCH-INDEX) NOT EQUAL 'Y'
               MOVE ZERO TO CARRY-FOUND-INDEX
               MOVE 1 TO CARRY-SEARCH-INDEX
               PERFORM CARRY-CODE-SEARCH-STEP-PARAGRAPH
                   UNTIL CARRY-SEARCH-INDEX GREATER THAN
                       CARRY-TABLE-COUNT
                       OR CARRY-FOUND-INDEX GREATER THAN ZERO
               IF CARRY-FOUND-INDEX GREATER THAN ZERO
                   MOVE SPACES TO AFFECTED-RECORD
                   STRING 'COURSE '
                       AFFECTED-COURSE(AFFECTED-SEARCH-INDEX)
                       ' DROPPED - '
                       DELIMITED BY SIZE
                       AFFECTED-REASON(AFFECTED-SEARCH-INDEX)
                       DELIMITED BY '  '
                       INTO AFFECTED-RECORD
                   WRITE AFFECTED-RECORD
                   COMPUTE CTL-AFFECTED-LINES = CTL-AFFECTED-LINES + 1
               END-IF
           END-IF.
           COMPUTE AFFECTED-SEARCH-INDEX = AFFECTED-SEARCH-INDEX + 1.

      *THIS WILL REPEAT UNTIL A ROW FOR THE COURSE IS FOUND OR THE
      *CARRY TABLE IS EXHAUSTED
       CARRY-CODE-SEARCH-STEP-PARAGRAPH.
           IF CARRY-COURSE-CODE(CARRY-SEARCH-INDEX) EQUAL
               AFFECTED-COURSE(AFFECTED-SEARCH-INDEX)
               MOVE CARRY-SEARCH-INDEX TO CARRY-FOUND-INDEX
           END-IF.
           COMPUTE CARRY-SEARCH-INDEX = CARRY-SEARCH-INDEX + 1.

      *A CHECKPOINT WAS FOUND ON THIS RUN - SKIP COURSES ALREADY
      *RANKED LAST TIME, RESUMING RIGHT AFTER THE CHECKPOINTED COURSE
       CHECKPOINT-SKIP-CHECK-PARAGRAPH.
           IF COURSE-KEY EQUAL LAST-CHECKPOINT-COURSE
               MOVE 'N' TO SKIPPING-FLAG
           END-IF.

           CLOSE OUTPUTFILE.

      *THIS WILL REPEAT UNTIL OUTPUTFILE IS EXHAUSTED, LEAVING
      *LAST-OUTPUT-COURSE HOLDING THE FINAL ROW'S COURSE-KEY-OUTPUT
      *AND CTL-OUTPUT-WRITTEN THE COURSE ROWS ALREADY ON DISK - THE
      *HEADER ROW IS NOT A COURSE AND IS PASSED OVER
       CHECKPOINT-OUTPUT-PEEK-STEP-PARAGRAPH.
           READ OUTPUTFILE
               AT END
                   MOVE 'Y' TO OUT-EOF-FLAG
               NOT AT END
                   IF NOT OUTPUT-CONTROL-ROW
                       MOVE COURSE-KEY-OUTPUT TO LAST-OUTPUT-COURSE
                       COMPUTE CTL-OUTPUT-WRITTEN =
                           CTL-OUTPUT-WRITTEN + 1
                   END-IF
           END-READ.

      *GIVE THIS RUN ITS RUN-ID AND MARK IT RUNNING ON run-control.txt
      *BEFORE output.txt IS TOUCHED. A RUN RESUMED FROM A CHECKPOINT
      *PICKS UP THE RUN-ID OF THE UNFINISHED RUN IT IS COMPLETING;
      *ANY OTHER RUN TAKES THE NEXT SEQUENCE NUMBER IN ITS TERM, AND
      *THE FIRST RUN OF A NEW TERM STARTS AGAIN AT 001
       RUN-ID-ASSIGN-PARAGRAPH.
           MOVE 'N' TO PREV-RUN-FLAG.
           MOVE SPACES TO PREV-RUN-ID.
           MOVE SPACES TO PREV-RUN-TERM.
           MOVE ZERO TO PREV-RUN-SEQUENCE.
           OPEN INPUT RUNCONTROLFILE.
           IF RUNCTL-FILE-STATUS EQUAL 00
               READ RUNCONTROLFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RCT-RUN-ID TO PREV-RUN-ID
                       MOVE RCT-TERM TO PREV-RUN-TERM
                       IF RCT-SEQUENCE IS NUMERIC
                           MOVE RCT-SEQUENCE TO PREV-RUN-SEQUENCE
                       END-IF
                       IF RCT-RUNNING
                           MOVE 'Y' TO PREV-RUN-FLAG
                       END-IF
               END-READ
           END-IF.
           CLOSE RUNCONTROLFILE.

           IF SKIPPING-TO-CHECKPOINT
               AND PREV-RUN-UNFINISHED
               AND PREV-RUN-TERM EQUAL RUN-TERM-WS
               MOVE PREV-RUN-ID TO RUN-ID-WS
           ELSE
               MOVE RUN-TERM-WS TO RUN-ID-TERM
               ACCEPT RUN-ID-DATE FROM DATE YYYYMMDD
               ACCEPT RUN-TIME-RAW FROM TIME
               MOVE RUN-TIME-RAW(1:6) TO RUN-ID-TIME
               IF PREV-RUN-TERM EQUAL RUN-TERM-WS
                   AND PREV-RUN-SEQUENCE LESS THAN 999
                   COMPUTE RUN-ID-SEQUENCE = PREV-RUN-SEQUENCE + 1
               ELSE
                   MOVE 1 TO RUN-ID-SEQUENCE
               END-IF
           END-IF.
           MOVE 'RUNNING' TO RUN-STATE-WS.
           PERFORM WRITE-RUN-CONTROL-PARAGRAPH.

      *THE RUN REACHED ITS END - COMPLETE UNLESS THE RETURN CODE,
      *ALREADY SET, SAYS THE OUTPUT CANNOT BE TRUSTED (OUT OF
      *BALANCE, AN EMPTY POOL, RECORDS DROPPED AT TABLE CAPACITY).
      *ABNORMAL STOPS TA-OFFERS, TA-PAYEXTR AND TA-ARCHIVE FROM
      *TAKING UP A RUN THAT MUST NOT BE RELEASED
       RUN-ID-FINISH-PARAGRAPH.
           IF RETURN-CODE LESS THAN 8
               MOVE 'COMPLETE' TO RUN-STATE-WS
           ELSE
               MOVE 'ABNORMAL' TO RUN-STATE-WS
           END-IF.
           PERFORM WRITE-RUN-CONTROL-PARAGRAPH.

      *run-control.txt HOLDS ONE RECORD - THE LATEST RUN AND ITS STATE
       WRITE-RUN-CONTROL-PARAGRAPH.
           OPEN OUTPUT RUNCONTROLFILE.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE RUN-ID-WS TO RCT-RUN-ID.
           MOVE RUN-STATE-WS TO RCT-STATUS.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUNCONTROLFILE.

      *RECORD THE COURSE JUST RANKED AS THE NEW RESTART POINT
       WRITE-CHECKPOINT-PARAGRAPH.
           OPEN OUTPUT CHECKPOINTFILE.
           MOVE COURSE-KEY TO CHECKPOINT-RECORD.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINTFILE.

       UNFILLED-CHECK-PARAGRAPH.
           IF QUALIFIED-COUNT LESS THAN RANK-DEPTH-WS
               MOVE SPACES TO UNFILLED-RECORD
               STRING 'COURSE ' COURSE-CODE DELIMITED BY SIZE
                   SECTION-LABEL-WS DELIMITED BY '  '
                   ' NEEDS '
                   RANK-DEPTH-WS ' TA(S), ONLY ' QUALIFIED-COUNT
                   ' QUALIFIED CANDIDATE(S) FOUND'
                   DELIMITED BY SIZE INTO UNFILLED-RECORD
      *INSIDE CLASH-CHECK-PARAGRAPH, SO THE WALK JUST MOVES ON
                   PERFORM CLASH-CHECK-PARAGRAPH
                   IF NOT CLASH-FOUND
                       PERFORM SIBLING-CHECK-PARAGRAPH
                   END-IF
                   IF NOT CLASH-FOUND AND NOT SIBLING-PLACED
                   PERFORM CPREF-LOOKUP-PARAGRAPH
                   IF CPREF-BLOCKED
                       PERFORM WRITE-CPREF-BLOCK-PARAGRAPH
                       IF OPT-SIMULATE EQUAL 'Y'
                           MOVE 'Y' TO SIMULATE-MODE-FLAG
                       END-IF
                       IF OPT-SELECTIVE EQUAL 'Y'
                           MOVE 'Y' TO SELECTIVE-MODE-FLAG
                       END-IF
               END-READ
               CLOSE RUNOPTIONSFILE
           END-IF.
               PERFORM SKILL-CODE-LOOKUP-PARAGRAPH
               IF NOT SKILL-FOUND
                   MOVE SPACES TO SKILLREPORT-RECORD
                   STRING 'COURSE ' COURSE-CODE DELIMITED BY SIZE
                       SECTION-LABEL-WS DELIMITED BY '  '
                       ' REQUIRED-SKILLS UNKNOWN CODE: '
                       REQUIRED-SKILLS(SKILL-VAL-SUBSCRIPT)
                       DELIMITED BY SIZE INTO SKILLREPORT-RECORD
               PERFORM SKILL-CODE-LOOKUP-PARAGRAPH
               IF NOT SKILL-FOUND
                   MOVE SPACES TO SKILLREPORT-RECORD
                   STRING 'COURSE ' COURSE-CODE DELIMITED BY SIZE
                       SECTION-LABEL-WS DELIMITED BY '  '
                       ' OPTIONAL-SKILLS UNKNOWN CODE: '
                       OPTIONAL-SKILLS(SKILL-VAL-SUBSCRIPT)
                       DELIMITED BY SIZE INTO SKILLREPORT-RECORD
           MOVE COURSE-POOL-ENTRY(COURSE-POOL-INDEX)
               TO INSTRUCTOR-DETAILS.
           COMPUTE COURSE-TABLE-COUNT = COURSE-TABLE-COUNT + 1.
           MOVE COURSE-KEY TO
               COURSE-KEY-ENTRY(COURSE-TABLE-COUNT).
           MOVE COURSE-SECTION TO SECTION-LABEL-IN.
           PERFORM SECTION-LABEL-PARAGRAPH.
           PERFORM RANK-DEPTH-SET-PARAGRAPH.
           MOVE RANK-DEPTH-WS TO
               COURSE-NEED-ENTRY(COURSE-TABLE-COUNT).
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CPREFAUDIT-RECORD.
           STRING 'COURSE ' COURSE-CODE DELIMITED BY SIZE
               SECTION-LABEL-WS DELIMITED BY '  '
               ' CANDIDATE ' CANDIDATE-ID
               ' BLOCKED BY INSTRUCTOR - EXCLUDED FROM RANKING'
               DELIMITED BY SIZE INTO CPREFAUDIT-RECORD.
           WRITE CPREFAUDIT-RECORD.
           END-IF.
           MOVE PREFER-BOOST-WEIGHT TO CPREF-BOOST-ED.
           MOVE SPACES TO CPREFAUDIT-RECORD.
           STRING 'COURSE ' COURSE-CODE DELIMITED BY SIZE
               SECTION-LABEL-WS DELIMITED BY '  '
               ' CANDIDATE ' CANDIDATE-ID
               ' PREFERRED BY INSTRUCTOR - SCORE BOOSTED BY '
               CPREF-BOOST-ED
               DELIMITED BY SIZE INTO CPREFAUDIT-RECORD.
                           MEET-TBL-START(MEETING-TABLE-COUNT)
                       MOVE MEET-END TO
                           MEET-TBL-END(MEETING-TABLE-COUNT)
                       MOVE MEET-SECTION TO
                           MEET-TBL-SECTION(MEETING-TABLE-COUNT)
                   ELSE
                       MOVE SPACES TO REJECT-RECORD
                       STRING 'MEETING ROW ' MEET-COURSE-CODE
                   MEETING-TABLE-COUNT.

      *THIS WILL REPEAT MEETING-TABLE-COUNT TIMES, TAKING ONLY THE
      *SESSIONS BELONGING TO THE COURSE NOW BEING RANKED - A SESSION
      *WITH NO SECTION (THE SHARED LECTURE) BINDS EVERY SECTION OF
      *THE COURSE, ONE NAMING A SECTION (ITS LAB) BINDS THAT SECTION
      *ALONE
       CLASH-MEET-STEP-PARAGRAPH.
           IF MEET-TBL-COURSE(CLASH-MEET-INDEX) EQUAL COURSE-CODE
               AND (MEET-TBL-SECTION(CLASH-MEET-INDEX) EQUAL SPACES
               OR MEET-TBL-SECTION(CLASH-MEET-INDEX) EQUAL
                   COURSE-SECTION)
               MOVE 1 TO CLASH-TT-INDEX
               PERFORM CLASH-TT-STEP-PARAGRAPH
                   UNTIL CLASH-TT-INDEX GREATER THAN TT-TABLE-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CLASH-RECORD.
           STRING 'COURSE ' COURSE-CODE DELIMITED BY SIZE
               SECTION-LABEL-WS DELIMITED BY '  '
               ' CANDIDATE ' CANDIDATE-ID
               ' EXCLUDED: SESSION '
               MEET-TBL-DAY(CLASH-MEET-INDEX) ' '
               MEET-TBL-START(CLASH-MEET-INDEX) '-'
           WRITE CLASH-RECORD.
           COMPUTE CTL-CLASH-LINES = CTL-CLASH-LINES + 1.

      *CHECK WHETHER THE CANDIDATE NOW BEING SCORED ALREADY HOLDS ONE
      *OF THE NEEDED SLOTS ON ANOTHER SECTION OF THIS SAME COURSE -
      *RESULT-TABLE CARRIES EVERY SECTION RANKED SO FAR THIS RUN,
      *SEEDED SECTIONS INCLUDED ON A CHECKPOINT-RESUMED RUN
       SIBLING-CHECK-PARAGRAPH.
           MOVE 'N' TO SIBLING-FOUND-FLAG.
           MOVE 1 TO SIBLING-INDEX.
           PERFORM SIBLING-STEP-PARAGRAPH
               UNTIL SIBLING-INDEX GREATER THAN RESULT-TABLE-COUNT
                   OR SIBLING-PLACED.
           IF SIBLING-PLACED
               PERFORM WRITE-SIBLING-PARAGRAPH
           END-IF.

      *THIS WILL REPEAT UNTIL RESULT-TABLE IS EXHAUSTED OR THE
      *CANDIDATE TURNS UP ON A SIBLING SECTION
       SIBLING-STEP-PARAGRAPH.
           IF RESULT-COURSE-CODE(SIBLING-INDEX) EQUAL COURSE-CODE
               AND RESULT-SECTION(SIBLING-INDEX) NOT EQUAL
                   COURSE-SECTION
               MOVE 1 TO SIBLING-SLOT-INDEX
               PERFORM SIBLING-SLOT-STEP-PARAGRAPH
                   UNTIL SIBLING-SLOT-INDEX GREATER THAN
                       RESULT-NEED(SIBLING-INDEX)
                   OR SIBLING-PLACED
           END-IF.

           COMPUTE SIBLING-INDEX = SIBLING-INDEX + 1.

      *THIS WILL REPEAT RESULT-NEED TIMES OVER ONE SIBLING SECTION
       SIBLING-SLOT-STEP-PARAGRAPH.
           IF RESULT-SLOT-ID(SIBLING-INDEX SIBLING-SLOT-INDEX) EQUAL
               CANDIDATE-ID
               MOVE 'Y' TO SIBLING-FOUND-FLAG
               MOVE RESULT-SECTION(SIBLING-INDEX) TO SIBLING-SECTION
           END-IF.

           COMPUTE SIBLING-SLOT-INDEX = SIBLING-SLOT-INDEX + 1.

      *THE PASS-OVER GOES ON THE CLASH REPORT, BESIDE THE OTHER
      *REASONS A QUALIFIED CANDIDATE CAN BE KEPT OFF ONE SECTION
       WRITE-SIBLING-PARAGRAPH.
           COMPUTE CTL-SECTION-SKIPS = CTL-SECTION-SKIPS + 1.
           IF SIMULATION-MODE-ON
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CLASH-RECORD.
           STRING 'COURSE ' COURSE-CODE DELIMITED BY SIZE
               SECTION-LABEL-WS DELIMITED BY '  '
               ' CANDIDATE ' CANDIDATE-ID
               ' PASSED OVER: ALREADY PLACED ON SECTION '
               SIBLING-SECTION
               DELIMITED BY SIZE INTO CLASH-RECORD.
           WRITE CLASH-RECORD.
           COMPUTE CTL-CLASH-LINES = CTL-CLASH-LINES + 1.

      *BUILD ' SECTION xxx' FOR A SECTIONED COURSE'S REPORT LINES -
      *BLANK FOR A SINGLE-SECTION COURSE, SO A STRING DELIMITED BY
      *TWO SPACES ADDS NOTHING TO ITS LINE
       SECTION-LABEL-PARAGRAPH.
           MOVE SPACES TO SECTION-LABEL-WS.
           IF SECTION-LABEL-IN NOT EQUAL SPACES
               STRING ' SECTION ' SECTION-LABEL-IN
                   DELIMITED BY SIZE INTO SECTION-LABEL-WS
           END-IF.

      *ONE BREAKDOWN ENTRY FOR THE EVALUATION JUST SCORED: EVERY
      *COMPONENT ON ONE LINE, THE WEIGHTS IN EFFECT ON A SECOND, SO
      *THE ARITHMETIC BEHIND ANY RANKING CAN BE REPLAYED FROM THE

           MOVE SPACES TO SCOREAUDIT-LINE.
           MOVE 1 TO SCOREAUDIT-PTR.
           STRING 'COURSE ' COURSE-CODE DELIMITED BY SIZE
               SECTION-LABEL-WS DELIMITED BY '  '
               ' CANDIDATE ' CANDIDATE-ID
               ' REQ ' REQUIRED-SCORE ' OPT ' SKILL-SCORE ' MATCHED'
               DELIMITED BY SIZE INTO SCOREAUDIT-LINE
               WITH POINTER SCOREAUDIT-PTR
           MOVE SPACES TO TIELOG-RECORD.
           IF RANK-TIE-WON
               STRING 'TIE BROKEN FOR COURSE ' COURSE-CODE
                   DELIMITED BY SIZE
                   SECTION-LABEL-WS DELIMITED BY '  '
                   ' BETWEEN ' CANDIDATE-ID ' AND '
                   RANK-CAND-ID(RANK-SLOT-INDEX)
                   DELIMITED BY SIZE INTO TIELOG-RECORD
           ELSE
               STRING 'TIE BROKEN FOR COURSE ' COURSE-CODE
                   DELIMITED BY SIZE
                   SECTION-LABEL-WS DELIMITED BY '  '
                   ' BETWEEN ' RANK-CAND-ID(RANK-SLOT-INDEX)
                   ' AND ' CANDIDATE-ID
                   DELIMITED BY SIZE INTO TIELOG-RECORD

      *COPY THE RESULT OF RANK TO OUTPUT FILE 
       RANK-ON-OUTPUT-PARAGRAPH.
           MOVE COURSE-KEY TO COURSE-KEY-OUTPUT.
           MOVE 1 TO OUT-SLOT-INDEX.
           PERFORM COPY-RANK-TO-OUTPUT-PARAGRAPH.
           MOVE x'0a' to EOLC.
           WRITE OUTPUT-DETAILS.
           COMPUTE CTL-OUTPUT-WRITTEN = CTL-OUTPUT-WRITTEN + 1.
           PERFORM RESULT-CAPTURE-PARAGRAPH.

      *STAMP THE RUN-ID ON A FRESH output.txt BEFORE THE FIRST COURSE
      *ROW - A RESUMED RUN APPENDS TO THE FILE AND KEEPS ITS HEADER
       WRITE-OUTPUT-HEADER-PARAGRAPH.
           MOVE SPACES TO OUTPUT-CONTROL-DETAILS.
           MOVE '*HEADER*' TO OUT-CTL-TAG.
           MOVE RUN-ID-WS TO OUT-CTL-RUN-ID.
           MOVE ZERO TO OUT-CTL-ROW-COUNT.
           MOVE x'0a' TO OUT-CTL-EOLC.
           WRITE OUTPUT-CONTROL-DETAILS.

      *CLOSE output.txt OUT WITH THE RUN-ID AND THE COURSE ROW COUNT -
      *A READER FINDING NO TRAILER, OR A COUNT THAT DISAGREES WITH THE
      *ROWS IT READ, IS LOOKING AT A HALF-WRITTEN FILE
       WRITE-OUTPUT-TRAILER-PARAGRAPH.
           MOVE SPACES TO OUTPUT-CONTROL-DETAILS.
           MOVE '*TRAILER' TO OUT-CTL-TAG.
           MOVE RUN-ID-WS TO OUT-CTL-RUN-ID.
           MOVE CTL-OUTPUT-WRITTEN TO OUT-CTL-ROW-COUNT.
           MOVE x'0a' TO OUT-CTL-EOLC.
           WRITE OUTPUT-CONTROL-DETAILS.

      *HOLD THIS COURSE'S RANKED SLOTS AND SCORES IN RESULT-TABLE FOR
      *THE POST-RANKING PASSES - OUTPUTFILE ONLY CARRIES THE IDS. A
      *COURSE ARRIVING ONCE THE TABLE IS FULL STILL HAS ITS OUTPUT
       RESULT-CAPTURE-PARAGRAPH.
           IF RESULT-TABLE-COUNT LESS THAN MAX-COURSES
               COMPUTE RESULT-TABLE-COUNT = RESULT-TABLE-COUNT + 1
               MOVE COURSE-KEY TO
                   RESULT-COURSE-KEY(RESULT-TABLE-COUNT)
               MOVE RANK-DEPTH-WS TO RESULT-NEED(RESULT-TABLE-COUNT)
               MOVE 1 TO RESULT-SLOT-INDEX
               PERFORM RESULT-SLOT-COPY-STEP-PARAGRAPH
               AT END
                   MOVE 'Y' TO OUT-EOF-FLAG
               NOT AT END
                   IF OUTPUT-CONTROL-ROW
                       EXIT PARAGRAPH
                   END-IF
                   IF COURSE-KEY-OUTPUT NOT EQUAL WORKLOAD-PREV-COURSE
                       IF RESULT-TABLE-COUNT LESS THAN MAX-COURSES
                           COMPUTE RESULT-TABLE-COUNT =
                               RESULT-TABLE-COUNT + 1
                           MOVE COURSE-KEY-OUTPUT TO
                               RESULT-COURSE-KEY(RESULT-TABLE-COUNT)
                           PERFORM WORKLOAD-NEED-LOOKUP-PARAGRAPH
                           MOVE WORKLOAD-NEED-WS TO
                               RESULT-NEED(RESULT-TABLE-COUNT)
                               MAX-COURSES ' ENTRIES ***'
                       END-IF
                   END-IF
                   MOVE COURSE-KEY-OUTPUT TO WORKLOAD-PREV-COURSE
           END-READ.

      *THIS WILL REPEAT MAX-RANK-DEPTH TIMES, TAKING THE SLOT HOLDERS
      *AT THE START OF A FRESH RUN
       WRITE-REPORT-HEADER-PARAGRAPH.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'COURSE,SECTION'        DELIMITED BY SIZE
                  ',RANK1 ID,RANK1 SCORE' DELIMITED BY SIZE
                  ',RANK2 ID,RANK2 SCORE' DELIMITED BY SIZE
                  ',RANK3 ID,RANK3 SCORE' DELIMITED BY SIZE
           MOVE SPACES TO REPORT-LINE.
           MOVE 1 TO REPORT-LINE-PTR.
           STRING COURSE-CODE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  COURSE-SECTION DELIMITED BY SIZE
               INTO REPORT-LINE
               WITH POINTER REPORT-LINE-PTR
           END-STRING.
                   CAND-TABLE-COUNT.
           CLOSE WORKLOADFILE.

      *THIS WILL REPEAT UNTIL OUTPUTFILE IS EXHAUSTED. A COURSE-KEY-
      *OUTPUT REPEATING THE ONE JUST READ IS A CHECKPOINT-RESUME
      *DUPLICATE (SEE WORKLOAD-PREV-COURSE ABOVE) AND IS SKIPPED
      *RATHER THAN TALLIED A SECOND TIME
               AT END
                   MOVE 'Y' TO OUT-EOF-FLAG
               NOT AT END
                   IF OUTPUT-CONTROL-ROW
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE CTL-OUTPUT-ROWS = CTL-OUTPUT-ROWS + 1
                   IF COURSE-KEY-OUTPUT NOT EQUAL WORKLOAD-PREV-COURSE
                       COMPUTE CTL-OUTPUT-COURSES =
                           CTL-OUTPUT-COURSES + 1
                       PERFORM WORKLOAD-NEED-LOOKUP-PARAGRAPH
                       MOVE 1 TO WORKLOAD-SLOT-INDEX
                       PERFORM WORKLOAD-TALLY-SLOT-PARAGRAPH
                   END-IF
                   MOVE COURSE-KEY-OUTPUT TO WORKLOAD-PREV-COURSE
           END-READ.

      *FIND THIS OUTPUT ROW'S COURSE IN THE COURSE TABLE TO RECOVER
      *THIS WILL REPEAT UNTIL A MATCH IS FOUND OR THE TABLE IS
      *EXHAUSTED
       WORKLOAD-NEED-SEARCH-STEP-PARAGRAPH.
           IF COURSE-KEY-ENTRY(WORKLOAD-NEED-INDEX) EQUAL
               COURSE-KEY-OUTPUT
               MOVE COURSE-NEED-ENTRY(WORKLOAD-NEED-INDEX)
                   TO WORKLOAD-NEED-WS
               MOVE 'Y' TO WORKLOAD-NEED-FOUND-FLAG
               COMPUTE CTL-OVER-BUDGET = CTL-OVER-BUDGET + 1
               MOVE SPACES TO OVERBUDGET-RECORD
               STRING 'COURSE ' RESULT-COURSE-CODE(ASN-COURSE-INDEX)
                   DELIMITED BY SIZE
                   SECTION-LABEL-WS DELIMITED BY '  '
                   ' ASSIGN TO '
                   RESULT-SLOT-ID(ASN-COURSE-INDEX, ASN-SLOT-INDEX)
                   ' - NO BUDGET ROW COVERS THIS COURSE'
               COMPUTE CTL-OVER-BUDGET = CTL-OVER-BUDGET + 1
               MOVE SPACES TO OVERBUDGET-RECORD
               STRING 'COURSE ' RESULT-COURSE-CODE(ASN-COURSE-INDEX)
                   DELIMITED BY SIZE
                   SECTION-LABEL-WS DELIMITED BY '  '
                   ' ASSIGN TO '
                   RESULT-SLOT-ID(ASN-COURSE-INDEX, ASN-SLOT-INDEX)
                   ' - OVER BUDGET ' BUD-TBL-CODE(BUD-FOUND-INDEX)
                   TO BUD-CEILING-ED
               MOVE SPACES TO OVERBUDGET-RECORD
               STRING 'COURSE ' RESULT-COURSE-CODE(ASN-COURSE-INDEX)
                   DELIMITED BY SIZE
                   SECTION-LABEL-WS DELIMITED BY '  '
                   ' ASSIGN TO '
                   RESULT-SLOT-ID(ASN-COURSE-INDEX, ASN-SLOT-INDEX)
                   ' - OVER BUDGET ' BUD-TBL-CODE(BUD-FOUND-INDEX)
      *AFTER THE BACKFILL
       ASSIGN-WRITE-COURSE-STEP-PARAGRAPH.
           MOVE ZERO TO ASN-ASSIGNED-COUNT.
           MOVE RESULT-SECTION(ASN-COURSE-INDEX) TO SECTION-LABEL-IN.
           PERFORM SECTION-LABEL-PARAGRAPH.
           MOVE 1 TO ASN-SLOT-INDEX.
           PERFORM ASSIGN-WRITE-SLOT-STEP-PARAGRAPH.
           IF ASN-ASSIGNED-COUNT LESS THAN
                   RESULT-NEED(ASN-COURSE-INDEX) - ASN-ASSIGNED-COUNT
               MOVE SPACES TO ASSIGN-RECORD
               STRING 'COURSE ' RESULT-COURSE-CODE(ASN-COURSE-INDEX)
                   DELIMITED BY SIZE
                   SECTION-LABEL-WS DELIMITED BY '  '
                   ' SHORT ' ASN-SHORT-COUNT
                   ' TA(S) AFTER DE-CONFLICTION - RANK SLOTS'
                   ' EXHAUSTED'
                   ASN-SLOT-INDEX) TO ASN-SCORE-ED
               MOVE SPACES TO ASSIGN-RECORD
               STRING 'COURSE ' RESULT-COURSE-CODE(ASN-COURSE-INDEX)
                   DELIMITED BY SIZE
                   SECTION-LABEL-WS DELIMITED BY '  '
                   ' ASSIGN ' ASN-ASSIGNED-COUNT ' TO '
                   RESULT-SLOT-ID(ASN-COURSE-INDEX, ASN-SLOT-INDEX)
                   ' (SLOT ' ASN-SLOT-INDEX ', SCORE '
               MOVE RESULT-SLOT-SCORE(ASN-COURSE-INDEX,
                   ASN-FOUND-SLOT) TO XREF-SCORE-ED
               PERFORM ASSIGN-PREF-RANK-PARAGRAPH
               MOVE RESULT-SECTION(ASN-COURSE-INDEX)
                   TO SECTION-LABEL-IN
               PERFORM SECTION-LABEL-PARAGRAPH
               MOVE SPACES TO XREF-RECORD
               IF ASN-PREF-RANK EQUAL 4
                   STRING '   COURSE '
                       RESULT-COURSE-CODE(ASN-COURSE-INDEX)
                       DELIMITED BY SIZE
                       SECTION-LABEL-WS DELIMITED BY '  '
                       ' SLOT ' ASN-FOUND-SLOT
                       ' SCORE ' XREF-SCORE-ED
                       ' PREF NONE'
               ELSE
                   STRING '   COURSE '
                       RESULT-COURSE-CODE(ASN-COURSE-INDEX)
                       DELIMITED BY SIZE
                       SECTION-LABEL-WS DELIMITED BY '  '
                       ' SLOT ' ASN-FOUND-SLOT
                       ' SCORE ' XREF-SCORE-ED
                       ' PREF ' ASN-PREF-RANK
               AT END
                   MOVE 'Y' TO PRIOR-EOF-FLAG
               NOT AT END
                   IF PRIOR-CONTROL-ROW
                       EXIT PARAGRAPH
                   END-IF
                   IF COURSE-KEY-PRIOR NOT EQUAL DELTA-PREV-COURSE
                       AND PRIOR-TABLE-COUNT LESS THAN MAX-COURSES
                       COMPUTE PRIOR-TABLE-COUNT =
                           PRIOR-TABLE-COUNT + 1
                       MOVE COURSE-CODE-PRIOR TO
                           PRIOR-TBL-COURSE(PRIOR-TABLE-COUNT)
                       MOVE SECTION-PRIOR TO
                           PRIOR-TBL-SECTION(PRIOR-TABLE-COUNT)
                       MOVE 1 TO DELTA-SLOT-INDEX
                       PERFORM DELTA-PRIOR-COPY-STEP-PARAGRAPH
                   END-IF
                   MOVE COURSE-KEY-PRIOR TO DELTA-PREV-COURSE
           END-READ.

      *THIS WILL REPEAT MAX-RANK-DEPTH TIMES
               AT END
                   MOVE 'Y' TO OUT-EOF-FLAG
               NOT AT END
                   IF OUTPUT-CONTROL-ROW
                       EXIT PARAGRAPH
                   END-IF
                   IF COURSE-KEY-OUTPUT NOT EQUAL DELTA-PREV-COURSE
                       AND CUR-TABLE-COUNT LESS THAN MAX-COURSES
                       COMPUTE CUR-TABLE-COUNT = CUR-TABLE-COUNT + 1
                       MOVE COURSE-CODE-OUTPUT TO
                           CUR-TBL-COURSE(CUR-TABLE-COUNT)
                       MOVE SECTION-OUTPUT TO
                           CUR-TBL-SECTION(CUR-TABLE-COUNT)
                       MOVE 1 TO DELTA-SLOT-INDEX
                       PERFORM DELTA-CUR-COPY-STEP-PARAGRAPH
                   END-IF
                   MOVE COURSE-KEY-OUTPUT TO DELTA-PREV-COURSE
           END-READ.

      *THIS WILL REPEAT MAX-RANK-DEPTH TIMES
      *THIS WILL REPEAT CUR-TABLE-COUNT TIMES - A COURSE WITH NO
      *PRIOR ROW IS NEW, ANY OTHER HAS ITS SLOTS COMPARED IN DETAIL
       DELTA-CUR-STEP-PARAGRAPH.
           MOVE CUR-TBL-SECTION(DELTA-CUR-INDEX) TO SECTION-LABEL-IN.
           PERFORM SECTION-LABEL-PARAGRAPH.
           PERFORM DELTA-FIND-PRIOR-PARAGRAPH.
           IF NOT DELTA-MATCHED
               MOVE SPACES TO DELTA-RECORD
               STRING 'COURSE ' CUR-TBL-COURSE(DELTA-CUR-INDEX)
                   DELIMITED BY SIZE
                   SECTION-LABEL-WS DELIMITED BY '  '
                   ' NEWLY RANKED THIS TERM'
                   DELIMITED BY SIZE INTO DELTA-RECORD
               WRITE DELTA-RECORD
       DELTA-FIND-PRIOR-STEP-PARAGRAPH.
           IF PRIOR-TBL-COURSE(DELTA-PRI-INDEX) EQUAL
               CUR-TBL-COURSE(DELTA-CUR-INDEX)
               AND PRIOR-TBL-SECTION(DELTA-PRI-INDEX) EQUAL
                   CUR-TBL-SECTION(DELTA-CUR-INDEX)
               MOVE 'Y' TO DELTA-MATCH-FLAG
               EXIT PARAGRAPH
           END-IF.
               IF DELTA-FOUND-SLOT EQUAL ZERO
                   MOVE SPACES TO DELTA-RECORD
                   STRING 'COURSE ' CUR-TBL-COURSE(DELTA-CUR-INDEX)
                       DELIMITED BY SIZE
                       SECTION-LABEL-WS DELIMITED BY '  '
                       ' CANDIDATE ' DELTA-LOOKUP-ID
                       ' ENTERED AT SLOT ' DELTA-SLOT-INDEX
                       DELIMITED BY SIZE INTO DELTA-RECORD
                       MOVE SPACES TO DELTA-RECORD
                       STRING 'COURSE '
                           CUR-TBL-COURSE(DELTA-CUR-INDEX)
                           DELIMITED BY SIZE
                           SECTION-LABEL-WS DELIMITED BY '  '
                           ' CANDIDATE ' DELTA-LOOKUP-ID
                           ' MOVED FROM SLOT ' DELTA-FOUND-SLOT
                           ' TO SLOT ' DELTA-SLOT-INDEX
               IF DELTA-FOUND-SLOT EQUAL ZERO
                   MOVE SPACES TO DELTA-RECORD
                   STRING 'COURSE ' CUR-TBL-COURSE(DELTA-CUR-INDEX)
                       DELIMITED BY SIZE
                       SECTION-LABEL-WS DELIMITED BY '  '
                       ' CANDIDATE ' DELTA-LOOKUP-ID
                       ' DROPPED FROM RANKING (WAS SLOT '
                       DELTA-SLOT-INDEX ')'
      *PRIOR CANDIDATE IS CHECKED AGAINST THE CURRENT POOL SO ANYONE
      *WHO LEFT ALTOGETHER IS CALLED OUT ONCE
       DELTA-PRI-STEP-PARAGRAPH.
           MOVE PRIOR-TBL-SECTION(DELTA-PRI-INDEX) TO SECTION-LABEL-IN.
           PERFORM SECTION-LABEL-PARAGRAPH.
           PERFORM DELTA-FIND-CUR-PARAGRAPH.
           IF NOT DELTA-MATCHED
               MOVE SPACES TO DELTA-RECORD
               STRING 'COURSE ' PRIOR-TBL-COURSE(DELTA-PRI-INDEX)
                   DELIMITED BY SIZE
                   SECTION-LABEL-WS DELIMITED BY '  '
                   ' NO LONGER RANKED - DROPPED FROM INSTRUCTOR '
                   'FILE'
                   DELIMITED BY SIZE INTO DELTA-RECORD
       DELTA-FIND-CUR-STEP-PARAGRAPH.
           IF CUR-TBL-COURSE(DELTA-CUR-INDEX) EQUAL
               PRIOR-TBL-COURSE(DELTA-PRI-INDEX)
               AND CUR-TBL-SECTION(DELTA-CUR-INDEX) EQUAL
                   PRIOR-TBL-SECTION(DELTA-PRI-INDEX)
               MOVE 'Y' TO DELTA-MATCH-FLAG
               EXIT PARAGRAPH
           END-IF.
      *REPORT LINES OUT, AND WHETHER THE OPTIONAL REFERENCE FILES
      *WERE ACTUALLY PICKED UP. THE THREE RECONCILIATIONS MUST HOLD
      *OR THE RUN IS STAMPED ABNORMAL AND THE IMBALANCE IS SHOUTED
      *ON THE CONSOLE TOO. THE RETURN CODE IS SET HERE, ONCE THE
      *BALANCE IS KNOWN, SO THE COMPLETION STATUS PRINTED AND THE
      *STATE STAMPED ON run-control.txt AGREE WITH IT
       RUN-SUMMARY-PARAGRAPH.
           OPEN OUTPUT RUNSUMMARYFILE.
           MOVE SPACES TO SUMMARY-RECORD.
               DELIMITED BY SIZE INTO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.

           MOVE SPACES TO SUMMARY-RECORD.
           STRING 'RUN ID: ' RUN-ID-WS
               DELIMITED BY SIZE INTO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.

           MOVE SPACES TO SUMMARY-RECORD.
           STRING 'INSTRUCTOR RECORDS READ: ' CTL-INST-READ
               ' (RANKED ' CTL-COURSES-RANKED
               DELIMITED BY SIZE INTO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.

           IF SELECTIVE-MODE-ON
               MOVE SPACES TO SUMMARY-RECORD
               STRING 'SELECTIVE RE-RANK SINCE RUN ' BASE-RUN-ID
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
               MOVE SPACES TO SUMMARY-RECORD
               STRING '  COURSE CHANGES ' CTL-INST-CHANGES
                   ', CANDIDATE CHANGES ' CTL-CAND-CHANGES
                   ', COURSES AFFECTED ' AFFECTED-TABLE-COUNT
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
               MOVE SPACES TO SUMMARY-RECORD
               STRING '  COURSES CARRIED UNCHANGED ' CTL-COURSES-CARRIED
                   ', LINES ON affected-courses.txt '
                   CTL-AFFECTED-LINES
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
           END-IF.
           IF SELECTIVE-REASON NOT EQUAL SPACES
               MOVE SPACES TO SUMMARY-RECORD
               STRING 'SELECTIVE RE-RANK NOT POSSIBLE: '
                   SELECTIVE-REASON
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
           END-IF.

           MOVE SPACES TO SUMMARY-RECORD.
           STRING 'OUTPUT ROWS WRITTEN: ' CTL-OUTPUT-ROWS
               ' COVERING ' CTL-OUTPUT-COURSES ' COURSE(S)'
               ', CLASH ' CTL-CLASH-LINES
               DELIMITED BY SIZE INTO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           IF CTL-SECTION-SKIPS GREATER THAN ZERO
               MOVE SPACES TO SUMMARY-RECORD
               STRING 'SECTION PASS-OVERS: ' CTL-SECTION-SKIPS
                   ' - SEE clash-report.txt'
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
           END-IF.

           MOVE SPACES TO SUMMARY-RECORD.
           IF WEIGHTS-LOADED
           WRITE SUMMARY-RECORD.

           PERFORM RUN-BALANCE-CHECK-PARAGRAPH.
           PERFORM SET-RETURN-CODE-PARAGRAPH.

           MOVE SPACES TO SUMMARY-RECORD.
           IF RETURN-CODE LESS THAN 8
               STRING 'COMPLETION STATUS: NORMAL'
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
           ELSE
      *COURSES INCLUDED), EVERY CANDIDATE RECORD ACCOUNTED FOR
       RUN-BALANCE-CHECK-PARAGRAPH.
           IF CTL-COURSES-RANKED + CTL-COURSES-SKIPPED +
               CTL-COURSES-CARRIED +
               CTL-INST-BLANK + CTL-INST-OVERFLOW
               NOT EQUAL CTL-INST-READ
               MOVE 'N' TO CTL-BALANCE-FLAG
           END-IF.

           IF CTL-OUTPUT-COURSES NOT EQUAL
               CTL-COURSES-RANKED + CTL-COURSES-SKIPPED +
               CTL-COURSES-CARRIED
               MOVE 'N' TO CTL-BALANCE-FLAG
               MOVE SPACES TO SUMMARY-RECORD
               STRING '*** OUT OF BALANCE: COURSES ON OUTPUT FILE '
       SIM-COURSE-STEP-PARAGRAPH.
           MOVE COURSE-POOL-ENTRY(COURSE-POOL-INDEX)
               TO INSTRUCTOR-DETAILS.
           MOVE COURSE-SECTION TO SECTION-LABEL-IN.
           PERFORM SECTION-LABEL-PARAGRAPH.
           PERFORM RANK-DEPTH-SET-PARAGRAPH.

           MOVE 'N' TO SIM-PASS-FLAG.
           PERFORM SIM-LEAVE-STEP-PARAGRAPH.
           IF SIM-CHANGE-COUNT EQUAL ZERO
               MOVE SPACES TO SIM-RECORD
               STRING 'COURSE ' COURSE-CODE DELIMITED BY SIZE
                   SECTION-LABEL-WS DELIMITED BY '  '
                   ' NO CHANGE IN TOP SLOTS'
                   DELIMITED BY SIZE INTO SIM-RECORD
               WRITE SIM-RECORD
                   COMPUTE SIM-CHANGE-COUNT = SIM-CHANGE-COUNT + 1
                   MOVE SPACES TO SIM-RECORD
                   IF SIM-FOUND-SLOT EQUAL ZERO
                       STRING 'COURSE ' COURSE-CODE DELIMITED BY SIZE
                           SECTION-LABEL-WS DELIMITED BY '  '
                           ' CANDIDATE ' SIM-LOOKUP-ID
                           ' ENTERS TOP SLOTS AT ' SIM-SLOT-INDEX
                           ' (SCORE ' SIM-SCORE-ED
                           DELIMITED BY SIZE INTO SIM-RECORD
                   ELSE
                       MOVE SIM-FOUND-SCORE TO SIM-SCORE2-ED
                       STRING 'COURSE ' COURSE-CODE DELIMITED BY SIZE
                           SECTION-LABEL-WS DELIMITED BY '  '
                           ' CANDIDATE ' SIM-LOOKUP-ID
                           ' ENTERS TOP SLOTS AT ' SIM-SLOT-INDEX
                           ' (SCORE ' SIM-SCORE2-ED ' -> '
                           SIM-CHANGE-COUNT + 1
                       MOVE SIM-FOUND-SCORE TO SIM-SCORE2-ED
                       MOVE SPACES TO SIM-RECORD
                       STRING 'COURSE ' COURSE-CODE DELIMITED BY SIZE
                           SECTION-LABEL-WS DELIMITED BY '  '
                           ' CANDIDATE ' SIM-LOOKUP-ID
                           ' MOVED FROM SLOT ' SIM-FOUND-SLOT
                           ' TO SLOT ' SIM-SLOT-INDEX
                       TO SIM-SCORE-ED
                   MOVE SPACES TO SIM-RECORD
                   IF SIM-FOUND-SLOT EQUAL ZERO
                       STRING 'COURSE ' COURSE-CODE DELIMITED BY SIZE
                           SECTION-LABEL-WS DELIMITED BY '  '
                           ' CANDIDATE ' SIM-LOOKUP-ID
                           ' LEAVES TOP SLOTS (WAS SLOT '
                           SIM-SLOT-INDEX ', SCORE ' SIM-SCORE-ED
                           DELIMITED BY SIZE INTO SIM-RECORD
                   ELSE
                       MOVE SIM-FOUND-SCORE TO SIM-SCORE2-ED
                       STRING 'COURSE ' COURSE-CODE DELIMITED BY SIZE
                           SECTION-LABEL-WS DELIMITED BY '  '
                           ' CANDIDATE ' SIM-LOOKUP-ID
                           ' LEAVES TOP SLOTS (WAS SLOT '
                           SIM-SLOT-INDEX ', SCORE ' SIM-SCORE-ED
               PERFORM RESULT-SEED-PARAGRAPH
           END-IF.

      *THE SELECTIVE BASE MUST BE READ BEFORE THIS RUN TAKES OVER
      *run-control.txt AND BEFORE output.txt IS REWRITTEN
           IF SELECTIVE-MODE-ON
               PERFORM SELECTIVE-SETUP-PARAGRAPH
           END-IF.
           PERFORM RUN-ID-ASSIGN-PARAGRAPH.

           IF SKIPPING-TO-CHECKPOINT
               OPEN EXTEND OUTPUTFILE
               OPEN EXTEND TIELOGFILE
               OPEN OUTPUT REPORTFILE
               OPEN OUTPUT CPREFAUDITFILE
               OPEN OUTPUT CLASHFILE
               PERFORM WRITE-OUTPUT-HEADER-PARAGRAPH
               PERFORM WRITE-REPORT-HEADER-PARAGRAPH
           END-IF.
           IF SCORE-AUDIT-ON
                   OPEN OUTPUT SCOREAUDITFILE
               END-IF
           END-IF.
           OPEN OUTPUT AFFECTEDFILE.
           PERFORM WRITE-AFFECTED-HEADER-PARAGRAPH.
           MOVE 1 TO COURSE-POOL-INDEX.
           PERFORM COURSE-POOL-STEP-PARAGRAPH
               UNTIL COURSE-POOL-INDEX GREATER THAN
                   COURSE-POOL-COUNT.

           PERFORM WRITE-OUTPUT-TRAILER-PARAGRAPH.
           PERFORM WRITE-AFFECTED-TRAILER-PARAGRAPH.
           CLOSE OUTPUTFILE.
           CLOSE AFFECTEDFILE.
           CLOSE TIELOGFILE.
           CLOSE UNFILLEDFILE.
           CLOSE REPORTFILE.
           END-IF.
           PERFORM HISTORY-UPDATE-PARAGRAPH.
           PERFORM CLEAR-CHECKPOINT-PARAGRAPH.
      *RUN-SUMMARY-PARAGRAPH SETS THE RETURN CODE - THE RUN IS ONLY
      *STAMPED COMPLETE AFTER THAT
           PERFORM RUN-SUMMARY-PARAGRAPH.
           PERFORM RUN-ID-FINISH-PARAGRAPH.
           GOBACK.

      *DISTINCT RETURN CODES SO THE SCHEDULER AND THE NIGHTLY DRIVER
      *STOP MARKING A BROKEN RUN GREEN: 0 CLEAN, 4 WHEN THE RANKINGS
      *STAND BUT CARRY WARNINGS (UNFILLED COURSES, REJECTED
      *CANDIDATES, OVER-BUDGET ASSIGNMENTS, A SELECTIVE RUN THAT HAD
      *TO RANK EVERY COURSE), 8 WHEN THE OUTPUT CANNOT
      *BE TRUSTED (OUT OF BALANCE, AN EMPTY COURSE OR CANDIDATE POOL,
      *OR RECORDS DROPPED AT TABLE CAPACITY)
       SET-RETURN-CODE-PARAGRAPH.
           IF CTL-UNFILLED-LINES GREATER THAN ZERO
               OR CTL-CAND-INVALID GREATER THAN ZERO
               OR CTL-OVER-BUDGET GREATER THAN ZERO
               OR SELECTIVE-REASON NOT EQUAL SPACES
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF NOT CTL-IN-BALANCE
