      * OR IS LEFT BLANK AS THE FLAT PER-TA-SHIP DEFAULT - THE MOST *
      * SPECIFIC MATCH WINS. CONTROL TOTALS PROVE EVERY ACCEPTED ROW *
      * READ EITHER BECAME A PAYROLL RECORD OR WAS CALLED OUT AS *
      * UNPRICEABLE - NOTHING VANISHES SILENTLY. A TA WITHOUT A *
      * CURRENT COMPLETION OF EVERY TRAINING MODULE THEIR COURSE *
      * REQUIRES IS HELD BACK ON THE COMPLIANCE HOLD REPORT INSTEAD *
      * OF GOING ON THE FEED. *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TA-PAYEXTR.
               ASSIGN TO './payroll-control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYCTL-FILE-STATUS.
           SELECT OPTIONAL RUNCONTROLFILE
               ASSIGN TO './run-control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-FILE-STATUS.
           SELECT OPTIONAL COURSEMASTER
               ASSIGN TO './course-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRS-COURSE-KEY
               FILE STATUS IS CRSMST-FILE-STATUS.
           SELECT OPTIONAL TRAININGFILE
               ASSIGN TO './training-completions.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAINING-FILE-STATUS.
           SELECT OPTIONAL HOLDFILE
               ASSIGN TO './training-hold-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           05 ACC-CAND-ID          PIC X(11).
           05 ACC-SLOT             PIC 9.
           05 ACC-TERM             PIC X(6).
           05 ACC-SECTION          PIC X(3).
       01 ACCEPTED-CONTROL-DETAILS.
           05 ACC-CTL-TAG          PIC X(8).
               88 ACCEPTED-CONTROL-ROW  VALUE '*HEADER*'.
           05 ACC-CTL-RUN-ID       PIC X(23).

       FD RATEFILE.
       01 RATE-DETAILS.
           05 PAY-COURSE-CODE      PIC X(5).
           05 PAY-TERM             PIC X(6).
           05 PAY-RATE             PIC 9(5)V99.
      *THE FEED OPENS WITH A HEADER ROW AND CLOSES WITH A TRAILER ROW
      *CARRYING THE RANKING RUN-ID THE APPOINTMENTS CAME FROM - THE
      *TRAILER ALSO CARRIES THE RECORD COUNT AND DOLLARS FOR HR
       01 PAYROLL-CONTROL-DETAILS.
           05 PAY-CTL-TAG          PIC X(8).
           05 PAY-CTL-RUN-ID       PIC X(23).
           05 PAY-CTL-ROW-COUNT    PIC 9(5).
           05 PAY-CTL-DOLLARS      PIC 9(7)V99.

       FD PAYCONTROLFILE.
       01 PAYCONTROL-RECORD        PIC X(80).

       FD RUNCONTROLFILE.
       01 RUN-CONTROL-RECORD.
           05 RCT-RUN-ID           PIC X(23).
           05 FILLER               PIC X.
           05 RCT-STATUS           PIC X(8).

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

      *ONE ROW PER TRAINING MODULE A CANDIDATE HAS COMPLETED - DATES
      *ARE YYYYMMDD, AND A BLANK OR ZERO EXPIRY NEVER LAPSES
       FD TRAININGFILE.
       01 TRAINING-DETAILS.
           05 TRN-CAND-ID          PIC X(11).
           05 TRN-MODULE-CODE      PIC X(8).
           05 TRN-COMPLETED        PIC X(8).
           05 TRN-EXPIRES          PIC X(8).

       FD HOLDFILE.
       01 HOLD-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01 ACCEPTED-INFO.
           05 ACCEPTED-FILE-STATUS PIC 99.
           05 PAYROLL-FILE-STATUS  PIC 99.
       01 PAYCONTROL-INFO.
           05 PAYCTL-FILE-STATUS   PIC 99.
       01 RUNCTL-INFO.
           05 RUNCTL-FILE-STATUS   PIC 99.
       01 COURSE-MASTER-INFO.
           05 CRSMST-FILE-STATUS   PIC 99.
           05 CRSMST-EOF-FLAG      PIC X       VALUES 'N'.
               88 CRSMST-AT-END         VALUE 'Y'.
       01 TRAINING-INFO.
           05 TRAINING-FILE-STATUS PIC 99.
           05 TRAINING-EOF-FLAG    PIC X       VALUES 'N'.
               88 TRAINING-AT-END       VALUE 'Y'.
       01 HOLD-INFO.
           05 HOLD-FILE-STATUS     PIC 99.

      *RUN LINEAGE - THE ACCEPTED FILE MUST OPEN WITH THE HEADER
      *TA-OFFERS STAMPED FROM THE RANKING RUN run-control.txt NAMES.
      *ANYTHING ELSE IS AN ACCEPTED LIST FROM ANOTHER RUN, AND THE
      *EXTRACT IS REFUSED BEFORE payroll-feed.txt IS TOUCHED
       01 EXPECTED-RUN-ID          PIC X(23)   VALUES SPACES.
       01 ACCEPTED-RUN-ID          PIC X(23)   VALUES SPACES.
       01 LINEAGE-FLAG             PIC X       VALUES 'N'.
           88 LINEAGE-REFUSED           VALUE 'Y'.
       01 LINEAGE-REASON           PIC X(50)   VALUES SPACES.

      *STIPEND RATE TABLE - COURSE-SPECIFIC AND COURSE-LEVEL-PREFIX
      *ROWS LIVE HERE WITH THEIR TRIMMED CODE LENGTHS, A BLANK-CODE
           88 RATE-FOUND                VALUE 'Y'.
       01 RATE-FOUND-AMOUNT        PIC 9(5)V99 VALUES ZERO.

      *MANDATORY TRAINING - THE MODULES EACH COURSE (OR SECTION)
      *REQUIRES, FROM THE COURSE MASTER TA-INSTMAINT KEEPS; A COURSE
      *REQUIRING NONE IS NOT HELD HERE AT ALL. A COURSE NOT ON THE
      *MASTER REQUIRES NOTHING
       01 MAX-TRAINING-COURSES     PIC 999     VALUES 200.
       01 MODULE-TABLE-COUNT       PIC 999     VALUES ZERO.
       01 MODULE-TABLE.
           05 MODULE-ENTRY OCCURS 200 TIMES.
              10 MOD-TBL-COURSE-KEY PIC X(8).
              10 MOD-TBL-MODULE    PIC X(8)
              OCCURS 3 TIMES.
       01 MODULE-SEARCH-INDEX      PIC 999     VALUES ZERO.
       01 MODULE-FOUND-INDEX       PIC 999     VALUES ZERO.
       01 MODULE-SUBSCRIPT         PIC 9       VALUES ZERO.
       01 ACC-COURSE-KEY-WS.
           05 ACC-KEY-COURSE       PIC X(5).
           05 ACC-KEY-SECTION      PIC X(3).

      *EVERY COMPLETION STILL CURRENT AS OF TODAY - COMPLETED ON OR
      *BEFORE THE RUN DATE AND NOT YET EXPIRED. A LAPSED OR FUTURE-
      *DATED ROW, OR ONE WITH A DATE THAT IS NOT A DATE, NEVER GETS
      *IN, SO IT CAN NEVER RELEASE AN APPOINTMENT
       01 RUN-DATE-WS              PIC X(8)    VALUES SPACES.
       01 MAX-COMPLETIONS          PIC 9999    VALUES 2000.
       01 COMPLETION-TABLE-COUNT   PIC 9999    VALUES ZERO.
       01 COMPLETION-TABLE.
           05 COMPLETION-ENTRY OCCURS 2000 TIMES.
              10 CMP-TBL-CAND-ID   PIC X(11).
              10 CMP-TBL-MODULE    PIC X(8).
       01 COMPLETION-SEARCH-INDEX  PIC 9999    VALUES ZERO.
       01 COMPLETION-FOUND-FLAG    PIC X       VALUES 'N'.
           88 COMPLETION-FOUND          VALUE 'Y'.
       01 TRAINING-FILE-FLAG       PIC X       VALUES 'N'.
           88 TRAINING-FILE-LOADED      VALUE 'Y'.
       01 MISSING-MODULES-WS       PIC X(27)   VALUES SPACES.
       01 MISSING-POINTER          PIC 99      VALUES 1.
       01 HOLD-FLAG                PIC X       VALUES 'N'.
           88 ROW-HELD                  VALUE 'Y'.
       01 SECTION-LABEL-WS         PIC X(12)   VALUES SPACES.
       01 CTL-CMP-NOT-CURRENT      PIC 9(5)    VALUES ZERO.
       01 CTL-CMP-DROPPED          PIC 9(5)    VALUES ZERO.
       01 CTL-MOD-DROPPED          PIC 9(5)    VALUES ZERO.

      *END-OF-RUN CONTROL TOTALS - THE COUNT OF ACCEPTED ROWS READ
      *MUST EQUAL PAYROLL RECORDS WRITTEN PLUS ROWS CALLED OUT AS
      *UNPRICEABLE PLUS ROWS HELD FOR TRAINING, OR THE FEED IS
      *STAMPED ABNORMAL AND THE IMBALANCE IS SHOUTED ON THE CONSOLE
      *TOO, THE SAME RULE TA-RANKING'S RUN SUMMARY FOLLOWS
       01 CTL-ACC-READ             PIC 9(5)    VALUES ZERO.
       01 CTL-PAY-WRITTEN          PIC 9(5)    VALUES ZERO.
       01 CTL-NO-RATE              PIC 9(5)    VALUES ZERO.
       01 CTL-HELD                 PIC 9(5)    VALUES ZERO.
       01 CTL-PAY-DOLLARS          PIC 9(7)V99 VALUES ZERO.
       01 CTL-DOLLARS-ED           PIC 9(7).99.
       01 CTL-BALANCE-FLAG         PIC X       VALUES 'Y'.

           COMPUTE RATE-SEARCH-INDEX = RATE-SEARCH-INDEX + 1.

      *LOAD THE REQUIRED TRAINING MODULES OF EVERY COURSE THAT HAS
      *ANY, ONCE, AT STARTUP - A COURSE ARRIVING ONCE THE TABLE IS
      *FULL WOULD HAVE ITS TAS RELEASED UNCHECKED, SO IT IS CALLED OUT
      *ON THE CONTROL FILE AND THE RUN ENDS FATAL
       LOAD-MODULES-PARAGRAPH.
           MOVE ZERO TO MODULE-TABLE-COUNT.
           OPEN INPUT COURSEMASTER.
           IF CRSMST-FILE-STATUS EQUAL 00
               MOVE 'N' TO CRSMST-EOF-FLAG
               PERFORM LOAD-MODULE-STEP-PARAGRAPH UNTIL CRSMST-AT-END
           END-IF.
           CLOSE COURSEMASTER.

      *THIS WILL REPEAT UNTIL THE COURSE MASTER IS EXHAUSTED, READING
      *IN KEY ORDER
       LOAD-MODULE-STEP-PARAGRAPH.
           READ COURSEMASTER
               AT END
                   MOVE 'Y' TO CRSMST-EOF-FLAG
               NOT AT END
                   IF CRS-TRAINING-MODULES(1) EQUAL SPACES
                       AND CRS-TRAINING-MODULES(2) EQUAL SPACES
                       AND CRS-TRAINING-MODULES(3) EQUAL SPACES
                       EXIT PARAGRAPH
                   END-IF
                   IF MODULE-TABLE-COUNT LESS THAN MAX-TRAINING-COURSES
                       COMPUTE MODULE-TABLE-COUNT =
                           MODULE-TABLE-COUNT + 1
                       MOVE CRS-COURSE-KEY TO
                           MOD-TBL-COURSE-KEY(MODULE-TABLE-COUNT)
                       MOVE CRS-TRAINING-MODULES(1) TO
                           MOD-TBL-MODULE(MODULE-TABLE-COUNT, 1)
                       MOVE CRS-TRAINING-MODULES(2) TO
                           MOD-TBL-MODULE(MODULE-TABLE-COUNT, 2)
                       MOVE CRS-TRAINING-MODULES(3) TO
                           MOD-TBL-MODULE(MODULE-TABLE-COUNT, 3)
                   ELSE
                       COMPUTE CTL-MOD-DROPPED = CTL-MOD-DROPPED + 1
                       MOVE SPACES TO PAYCONTROL-RECORD
                       STRING 'COURSE ' CRS-COURSE-CODE
                           ' TRAINING DROPPED: MODULE-TABLE FULL AT '
                           MAX-TRAINING-COURSES ' ENTRIES'
                           DELIMITED BY SIZE INTO PAYCONTROL-RECORD
                       WRITE PAYCONTROL-RECORD
                   END-IF
           END-READ.

      *LOAD EVERY TRAINING COMPLETION CURRENT AS OF TODAY, ONCE, AT
      *STARTUP - WITH NO COMPLETIONS FILE ON DISK NOBODY HAS PROVED
      *ANY TRAINING, SO EVERY TA ON A COURSE THAT REQUIRES SOME IS
      *HELD, WHICH IS THE TRUTH
       LOAD-COMPLETIONS-PARAGRAPH.
           MOVE ZERO TO COMPLETION-TABLE-COUNT.
           MOVE 'N' TO TRAINING-FILE-FLAG.
           OPEN INPUT TRAININGFILE.
           IF TRAINING-FILE-STATUS EQUAL 00
               MOVE 'Y' TO TRAINING-FILE-FLAG
               MOVE 'N' TO TRAINING-EOF-FLAG
               PERFORM LOAD-COMPLETION-STEP-PARAGRAPH
                   UNTIL TRAINING-AT-END
           END-IF.
           CLOSE TRAININGFILE.

      *THIS WILL REPEAT UNTIL TRAININGFILE IS EXHAUSTED. A ROW NOT YET
      *COMPLETED, ALREADY EXPIRED OR CARRYING A DATE THAT IS NOT A
      *DATE IS COUNTED AS NOT CURRENT AND LEFT OUT; A CURRENT ROW
      *ARRIVING ONCE THE TABLE IS FULL IS CALLED OUT AND ENDS THE RUN
      *FATAL, SINCE ITS TA WOULD BE HELD WRONGLY
       LOAD-COMPLETION-STEP-PARAGRAPH.
           READ TRAININGFILE
               AT END
                   MOVE 'Y' TO TRAINING-EOF-FLAG
               NOT AT END
                   IF TRN-CAND-ID EQUAL SPACES
                       EXIT PARAGRAPH
                   END-IF
                   IF TRN-COMPLETED IS NOT NUMERIC
                       OR TRN-COMPLETED GREATER THAN RUN-DATE-WS
                       COMPUTE CTL-CMP-NOT-CURRENT =
                           CTL-CMP-NOT-CURRENT + 1
                       EXIT PARAGRAPH
                   END-IF
                   IF TRN-EXPIRES NOT EQUAL SPACES
                       AND TRN-EXPIRES NOT EQUAL '00000000'
                       AND (TRN-EXPIRES IS NOT NUMERIC
                       OR TRN-EXPIRES LESS THAN RUN-DATE-WS)
                       COMPUTE CTL-CMP-NOT-CURRENT =
                           CTL-CMP-NOT-CURRENT + 1
                       EXIT PARAGRAPH
                   END-IF
                   IF COMPLETION-TABLE-COUNT LESS THAN MAX-COMPLETIONS
                       COMPUTE COMPLETION-TABLE-COUNT =
                           COMPLETION-TABLE-COUNT + 1
                       MOVE TRN-CAND-ID TO
                           CMP-TBL-CAND-ID(COMPLETION-TABLE-COUNT)
                       MOVE TRN-MODULE-CODE TO
                           CMP-TBL-MODULE(COMPLETION-TABLE-COUNT)
                   ELSE
                       COMPUTE CTL-CMP-DROPPED = CTL-CMP-DROPPED + 1
                       MOVE SPACES TO PAYCONTROL-RECORD
                       STRING 'TRAINING ' TRN-CAND-ID ' '
                           TRN-MODULE-CODE
                           ' DROPPED: COMPLETION-TABLE FULL AT '
                           MAX-COMPLETIONS ' ENTRIES'
                           DELIMITED BY SIZE INTO PAYCONTROL-RECORD
                       WRITE PAYCONTROL-RECORD
                   END-IF
           END-READ.

      *DOES THE ACCEPTED ROW'S TA HOLD A CURRENT COMPLETION OF EVERY
      *MODULE THEIR COURSE REQUIRES? SETS HOLD-FLAG, AND LEAVES THE
      *MODULES THEY LACK IN MISSING-MODULES-WS FOR THE HOLD REPORT
       TRAINING-CHECK-PARAGRAPH.
           MOVE 'N' TO HOLD-FLAG.
           MOVE SPACES TO MISSING-MODULES-WS.
           MOVE 1 TO MISSING-POINTER.
           MOVE ACC-COURSE-CODE TO ACC-KEY-COURSE.
           MOVE ACC-SECTION TO ACC-KEY-SECTION.
           MOVE ZERO TO MODULE-FOUND-INDEX.
           MOVE 1 TO MODULE-SEARCH-INDEX.
           PERFORM MODULE-SEARCH-STEP-PARAGRAPH
               UNTIL MODULE-SEARCH-INDEX GREATER THAN
                   MODULE-TABLE-COUNT
                   OR MODULE-FOUND-INDEX NOT EQUAL ZERO.
           IF MODULE-FOUND-INDEX EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO MODULE-SUBSCRIPT.
           PERFORM TRAINING-MODULE-STEP-PARAGRAPH.

      *THIS WILL REPEAT UNTIL A MATCH IS FOUND OR THE TABLE IS
      *EXHAUSTED
       MODULE-SEARCH-STEP-PARAGRAPH.
           IF MOD-TBL-COURSE-KEY(MODULE-SEARCH-INDEX) EQUAL
               ACC-COURSE-KEY-WS
               MOVE MODULE-SEARCH-INDEX TO MODULE-FOUND-INDEX
               EXIT PARAGRAPH
           END-IF.

           COMPUTE MODULE-SEARCH-INDEX = MODULE-SEARCH-INDEX + 1.

      *THIS WILL REPEAT 3 TIMES (NUMBER OF REQUIRED TRAINING MODULES)
       TRAINING-MODULE-STEP-PARAGRAPH.
           IF MODULE-SUBSCRIPT GREATER THAN 3
               EXIT PARAGRAPH
           END-IF.

           IF MOD-TBL-MODULE(MODULE-FOUND-INDEX, MODULE-SUBSCRIPT)
               NOT EQUAL SPACES
               PERFORM COMPLETION-LOOKUP-PARAGRAPH
               IF NOT COMPLETION-FOUND
                   MOVE 'Y' TO HOLD-FLAG
                   STRING MOD-TBL-MODULE(MODULE-FOUND-INDEX,
                       MODULE-SUBSCRIPT) DELIMITED BY ' '
                       ' ' DELIMITED BY SIZE
                       INTO MISSING-MODULES-WS
                       WITH POINTER MISSING-POINTER
               END-IF
           END-IF.

           COMPUTE MODULE-SUBSCRIPT = MODULE-SUBSCRIPT + 1.
           PERFORM TRAINING-MODULE-STEP-PARAGRAPH.

      *LOOK FOR A CURRENT COMPLETION OF THE MODULE MODULE-SUBSCRIPT
      *POINTS AT BY THE ACCEPTED ROW'S TA
       COMPLETION-LOOKUP-PARAGRAPH.
           MOVE 'N' TO COMPLETION-FOUND-FLAG.
           MOVE 1 TO COMPLETION-SEARCH-INDEX.
           PERFORM COMPLETION-SEARCH-STEP-PARAGRAPH
               UNTIL COMPLETION-SEARCH-INDEX GREATER THAN
                   COMPLETION-TABLE-COUNT OR COMPLETION-FOUND.

      *THIS WILL REPEAT UNTIL A MATCH IS FOUND OR THE TABLE IS
      *EXHAUSTED
       COMPLETION-SEARCH-STEP-PARAGRAPH.
           IF CMP-TBL-CAND-ID(COMPLETION-SEARCH-INDEX) EQUAL
               ACC-CAND-ID
               AND CMP-TBL-MODULE(COMPLETION-SEARCH-INDEX) EQUAL
                   MOD-TBL-MODULE(MODULE-FOUND-INDEX, MODULE-SUBSCRIPT)
               MOVE 'Y' TO COMPLETION-FOUND-FLAG
               EXIT PARAGRAPH
           END-IF.

           COMPUTE COMPLETION-SEARCH-INDEX =
               COMPLETION-SEARCH-INDEX + 1.

      *ONE HOLD LINE PER ACCEPTED ROW KEPT OFF THE FEED. THE LAYOUT IS
      *FIXED - 'HELD iiiiiiiiiii COURSE ccccc ...', CANDIDATE AT
      *COLUMN 6 AND COURSE AT COLUMN 25 - BECAUSE TA-NOTIFY READS IT
      *TO SEND THE TA A TRAINING REMINDER
       WRITE-HOLD-PARAGRAPH.
           COMPUTE CTL-HELD = CTL-HELD + 1.
           MOVE SPACES TO SECTION-LABEL-WS.
           IF ACC-SECTION NOT EQUAL SPACES
               STRING ' SECTION ' ACC-SECTION
                   DELIMITED BY SIZE INTO SECTION-LABEL-WS
           END-IF.
           MOVE SPACES TO HOLD-RECORD.
           STRING 'HELD ' ACC-CAND-ID ' COURSE ' ACC-COURSE-CODE
               DELIMITED BY SIZE
               SECTION-LABEL-WS DELIMITED BY '  '
               ' - NO CURRENT TRAINING: ' MISSING-MODULES-WS
               DELIMITED BY SIZE INTO HOLD-RECORD.
           WRITE HOLD-RECORD.

      *THE HOLD REPORT OPENS WITH THE RUN-ID AND THE DATE TRAINING WAS
      *JUDGED CURRENT AS OF, SO TA-NOTIFY CAN TELL IT IS THIS RUN'S
       WRITE-HOLD-HEADER-PARAGRAPH.
           MOVE SPACES TO HOLD-RECORD.
           STRING '*HEADER* ' EXPECTED-RUN-ID
               ' TRAINING COMPLIANCE HOLDS AS OF ' RUN-DATE-WS
               DELIMITED BY SIZE INTO HOLD-RECORD.
           WRITE HOLD-RECORD.

       WRITE-HOLD-TRAILER-PARAGRAPH.
           MOVE SPACES TO HOLD-RECORD.
           STRING '*TRAILER ' EXPECTED-RUN-ID
               ' ROWS HELD ' CTL-HELD
               DELIMITED BY SIZE INTO HOLD-RECORD.
           WRITE HOLD-RECORD.

      *THIS WILL REPEAT UNTIL ACCEPTEDFILE IS EXHAUSTED, EXTRACTING
      *ONE PAYROLL RECORD PER PRICEABLE ACCEPTED ROW WHOSE TA IS
      *TRAINED - A ROW HELD FOR TRAINING IS NOT PRICED AT ALL
       ACCEPTED-READ-STEP-PARAGRAPH.
           READ ACCEPTEDFILE
               AT END
                   MOVE 'Y' TO ACCEPTED-EOF-FLAG
               NOT AT END
                   IF ACCEPTED-CONTROL-ROW
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE CTL-ACC-READ = CTL-ACC-READ + 1
                   PERFORM TRAINING-CHECK-PARAGRAPH
                   IF ROW-HELD
                       PERFORM WRITE-HOLD-PARAGRAPH
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM RATE-LOOKUP-PARAGRAPH
                   IF RATE-FOUND
                       MOVE ACC-CAND-ID TO PAY-CAND-ID
      *THE CONTROL TOTALS THAT LET OPS RECONCILE THE FEED AGAINST
      *TA-OFFERS' ACCEPT COUNT BEFORE HR IMPORTS IT
       WRITE-CONTROL-TOTALS-PARAGRAPH.
           MOVE SPACES TO PAYCONTROL-RECORD.
           STRING 'RUN ID: ' EXPECTED-RUN-ID
               DELIMITED BY SIZE INTO PAYCONTROL-RECORD.
           WRITE PAYCONTROL-RECORD.

           MOVE SPACES TO PAYCONTROL-RECORD.
           STRING 'ACCEPTED ROWS READ: ' CTL-ACC-READ
               DELIMITED BY SIZE INTO PAYCONTROL-RECORD.
               DELIMITED BY SIZE INTO PAYCONTROL-RECORD.
           WRITE PAYCONTROL-RECORD.

           MOVE SPACES TO PAYCONTROL-RECORD.
           STRING 'HELD FOR TRAINING: ' CTL-HELD
               ' (SEE training-hold-report.txt)'
               DELIMITED BY SIZE INTO PAYCONTROL-RECORD.
           WRITE PAYCONTROL-RECORD.

           MOVE SPACES TO PAYCONTROL-RECORD.
           STRING 'TRAINING COMPLETIONS CURRENT: '
               COMPLETION-TABLE-COUNT
               ' (NOT CURRENT ' CTL-CMP-NOT-CURRENT ')'
               ' AS OF ' RUN-DATE-WS
               DELIMITED BY SIZE INTO PAYCONTROL-RECORD.
           WRITE PAYCONTROL-RECORD.
           IF NOT TRAINING-FILE-LOADED
               AND MODULE-TABLE-COUNT GREATER THAN ZERO
               MOVE SPACES TO PAYCONTROL-RECORD
               STRING 'NO training-completions.txt ON FILE - EVERY '
                   'TA NEEDING TRAINING IS HELD'
                   DELIMITED BY SIZE INTO PAYCONTROL-RECORD
               WRITE PAYCONTROL-RECORD
           END-IF.

           MOVE CTL-PAY-DOLLARS TO CTL-DOLLARS-ED.
           MOVE SPACES TO PAYCONTROL-RECORD.
           STRING 'TOTAL STIPEND COMMITTED: ' CTL-DOLLARS-ED
               DELIMITED BY SIZE INTO PAYCONTROL-RECORD.
           WRITE PAYCONTROL-RECORD.

           IF CTL-PAY-WRITTEN + CTL-NO-RATE + CTL-HELD
               NOT EQUAL CTL-ACC-READ
               MOVE 'N' TO CTL-BALANCE-FLAG
               MOVE SPACES TO PAYCONTROL-RECORD
               STRING '*** OUT OF BALANCE: ACCEPTED ROWS READ VS '

           MOVE SPACES TO PAYCONTROL-RECORD.
           IF CTL-IN-BALANCE AND CTL-NO-RATE EQUAL ZERO
               AND CTL-MOD-DROPPED EQUAL ZERO
               AND CTL-CMP-DROPPED EQUAL ZERO
               STRING 'COMPLETION STATUS: NORMAL'
                   DELIMITED BY SIZE INTO PAYCONTROL-RECORD
           ELSE
           END-IF.
           WRITE PAYCONTROL-RECORD.

      *PICK UP THE RUN-ID OF THE LATEST RANKING RUN
       LOAD-RUN-CONTROL-PARAGRAPH.
           OPEN INPUT RUNCONTROLFILE.
           IF RUNCTL-FILE-STATUS EQUAL 00
               READ RUNCONTROLFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RCT-RUN-ID TO EXPECTED-RUN-ID
               END-READ
           END-IF.
           CLOSE RUNCONTROLFILE.

      *THE FIRST ROW OF THE ACCEPTED FILE MUST BE ITS RUN-ID HEADER,
      *AND THE RUN-ID MUST BE THE ONE run-control.txt EXPECTS
       VERIFY-LINEAGE-PARAGRAPH.
           MOVE 'N' TO LINEAGE-FLAG.
           MOVE SPACES TO ACCEPTED-RUN-ID.
           OPEN INPUT ACCEPTEDFILE.
           IF ACCEPTED-FILE-STATUS EQUAL 00
               READ ACCEPTEDFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ACCEPTED-CONTROL-ROW
                           MOVE ACC-CTL-RUN-ID TO ACCEPTED-RUN-ID
                       END-IF
               END-READ
           END-IF.
           CLOSE ACCEPTEDFILE.

           IF EXPECTED-RUN-ID EQUAL SPACES
               MOVE 'Y' TO LINEAGE-FLAG
               MOVE 'NO RANKING RUN ON run-control.txt'
                   TO LINEAGE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF ACCEPTED-RUN-ID EQUAL SPACES
               MOVE 'Y' TO LINEAGE-FLAG
               MOVE 'ACCEPTED FILE CARRIES NO RUN HEADER'
                   TO LINEAGE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF ACCEPTED-RUN-ID NOT EQUAL EXPECTED-RUN-ID
               MOVE 'Y' TO LINEAGE-FLAG
               MOVE 'ACCEPTED FILE IS FROM ANOTHER RANKING RUN'
                   TO LINEAGE-REASON
           END-IF.

      *HEADER AND TRAILER ROWS OF THE FEED - THE TRAILER CARRIES THE
      *SAME RECORD COUNT AND DOLLARS THE CONTROL TOTALS REPORT
       WRITE-FEED-HEADER-PARAGRAPH.
           MOVE '*HEADER*' TO PAY-CTL-TAG.
           MOVE EXPECTED-RUN-ID TO PAY-CTL-RUN-ID.
           MOVE ZERO TO PAY-CTL-ROW-COUNT.
           MOVE ZERO TO PAY-CTL-DOLLARS.
           WRITE PAYROLL-CONTROL-DETAILS.

       WRITE-FEED-TRAILER-PARAGRAPH.
           MOVE '*TRAILER' TO PAY-CTL-TAG.
           MOVE EXPECTED-RUN-ID TO PAY-CTL-RUN-ID.
           MOVE CTL-PAY-WRITTEN TO PAY-CTL-ROW-COUNT.
           MOVE CTL-PAY-DOLLARS TO PAY-CTL-DOLLARS.
           WRITE PAYROLL-CONTROL-DETAILS.

       MAIN-PARAGRAPH.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARAGRAPH.
           PERFORM VERIFY-LINEAGE-PARAGRAPH.
           IF LINEAGE-REFUSED
               DISPLAY '*** PAYROLL EXTRACT REFUSED: ' LINEAGE-REASON
               DISPLAY '*** EXPECTED RUN ' EXPECTED-RUN-ID
                   ' FOUND ' ACCEPTED-RUN-ID
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT PAYROLLFILE.
           OPEN OUTPUT PAYCONTROLFILE.
           OPEN OUTPUT HOLDFILE.
           PERFORM WRITE-FEED-HEADER-PARAGRAPH.
           PERFORM WRITE-HOLD-HEADER-PARAGRAPH.
           PERFORM LOAD-RATES-PARAGRAPH.
           PERFORM LOAD-MODULES-PARAGRAPH.
           PERFORM LOAD-COMPLETIONS-PARAGRAPH.

           OPEN INPUT ACCEPTEDFILE.
           IF ACCEPTED-FILE-STATUS EQUAL 00
           END-IF.
           CLOSE ACCEPTEDFILE.

           PERFORM WRITE-FEED-TRAILER-PARAGRAPH.
           PERFORM WRITE-HOLD-TRAILER-PARAGRAPH.
           PERFORM WRITE-CONTROL-TOTALS-PARAGRAPH.
           DISPLAY 'PAYROLL RECORDS WRITTEN: ' CTL-PAY-WRITTEN
               ' FROM ' CTL-ACC-READ ' ACCEPTED ROW(S)'
               ' - HELD FOR TRAINING ' CTL-HELD.
           CLOSE HOLDFILE.
           CLOSE PAYCONTROLFILE.
           CLOSE PAYROLLFILE.

      *A FEED STAMPED DO-NOT-IMPORT MUST NOT END GREEN: 8 WHEN THE
      *CONTROL TOTALS ARE OUT OF BALANCE, THE ACCEPTED FILE IS NOT
      *FROM THE EXPECTED RUN, OR TRAINING ROWS WERE DROPPED AT TABLE
      *CAPACITY, 4 WHEN ROWS WENT UNPRICEABLE OR WERE HELD FOR
      *TRAINING - THE SAME CODE CONVENTION THE REST OF THE SUITE
      *FOLLOWS
           IF NOT CTL-IN-BALANCE
               OR CTL-MOD-DROPPED GREATER THAN ZERO
               OR CTL-CMP-DROPPED GREATER THAN ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CTL-NO-RATE GREATER THAN ZERO
                   OR CTL-HELD GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
