      ******************************************************************
      * TA-INTAKE - APPLICATION EXPORT INTAKE FOR TA-CANDMAINT *
      * COMPANION TO TA-CANDMAINT. EVERY APPLICANT USED TO BE KEYED *
      * BY HAND FROM THE ONLINE FORM EXPORT INTO cand-transactions.txt *
      * AND contact-transactions.txt, AND THE RE-KEYING MADE MOST OF *
      * THE TYPOS THE MAINTENANCE REJECTS LATER CAUGHT. THIS PASS *
      * READS application-export.txt AND SPLITS EACH APPLICANT INTO A *
      * CANDIDATE TRANSACTION AND A CONTACT TRANSACTION IN THE EXACT *
      * LAYOUTS TA-CANDMAINT APPLIES. SKILLS ARE CHECKED AGAINST *
      * skill-codes.txt AND PREFERRED COURSES AGAINST THE COURSE *
      * MASTER BEFORE ANYTHING IS WRITTEN. AN APPLICANT ALREADY ON *
      * candidate-master.dat OR contact-master.dat GETS A CHANGE, NOT *
      * A DUPLICATE ADD, AND NO TRANSACTION AT ALL WHEN NOTHING HAS *
      * CHANGED. AN APPLICATION THAT CANNOT BE CONVERTED CLEANLY IS *
      * NEVER DROPPED - IT GOES, WITH THE REASON AND ITS FULL IMAGE, *
      * ON THE application-review.txt QUEUE FOR THE GRADUATE OFFICE. *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TA-INTAKE.
       AUTHOR. JIYEON BYUN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APPLICATIONFILE
               ASSIGN TO './application-export.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APP-FILE-STATUS.
           SELECT OPTIONAL CANDMASTER
               ASSIGN TO './candidate-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-CANDIDATE-ID
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT OPTIONAL CONTACTMASTER
               ASSIGN TO './contact-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-CANDIDATE-ID
               FILE STATUS IS CONTACT-FILE-STATUS.
           SELECT OPTIONAL TRANSFILE
               ASSIGN TO './cand-transactions.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.
           SELECT OPTIONAL CONTACTTRANSFILE
               ASSIGN TO './contact-transactions.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTXTRANS-FILE-STATUS.
           SELECT OPTIONAL REVIEWFILE
               ASSIGN TO './application-review.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVIEW-FILE-STATUS.
           SELECT OPTIONAL SKILLCODEFILE
               ASSIGN TO './skill-codes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKILLCODE-FILE-STATUS.
           SELECT OPTIONAL INSTRUCTORFILE ASSIGN TO './instructors.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INST-FILE-STATUS.
           SELECT OPTIONAL COURSEMASTER
               ASSIGN TO './course-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRS-COURSE-KEY
               FILE STATUS IS CRSMST-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *ONE APPLICATION PER LINE, AS THE FORM EXPORT WRITES IT - THE
      *SKILL AND PREFERENCE BOXES CARRY THE SAME CODES THE CANDIDATE
      *MASTER HOLDS
       FD APPLICATIONFILE.
       01 APPLICATION-DETAILS.
           05 APP-REFERENCE        PIC X(8).
           05 APP-SUBMITTED-DATE   PIC X(8).
           05 APP-CAND-ID          PIC X(11).
           05 APP-NAME             PIC X(30).
           05 APP-EMAIL            PIC X(40).
           05 APP-DEPARTMENT       PIC X(20).
           05 APP-CODES.
              10 APP-SKILL         PIC X(15)
              OCCURS 8 TIMES.
              10 APP-PREF          PIC X(15)
              OCCURS 3 TIMES.

       FD CANDMASTER.
       01 MST-CANDIDATE-DETAILS.
           05 MST-CANDIDATE-ID     PIC X(11).
           05 MST-SKILLS           PIC X(15)
           OCCURS 8 TIMES.
           05 MST-PREFS            PIC X(15)
           OCCURS 3 TIMES.

       FD CONTACTMASTER.
       01 CON-CONTACT-DETAILS.
           05 CON-CANDIDATE-ID     PIC X(11).
           05 CON-NAME             PIC X(30).
           05 CON-EMAIL            PIC X(40).
           05 CON-DEPARTMENT       PIC X(20).

       FD TRANSFILE.
       01 TXN-DETAILS.
           05 TXN-ACTION           PIC X.
           05 TXN-USER             PIC X(8).
           05 TXN-CAND-IMAGE.
              10 TXN-CAND-ID       PIC X(11).
              10 TXN-SKILL         PIC X(15)
              OCCURS 8 TIMES.
              10 TXN-PREF          PIC X(15)
              OCCURS 3 TIMES.

       FD CONTACTTRANSFILE.
       01 CTX-DETAILS.
           05 CTX-ACTION           PIC X.
           05 CTX-USER             PIC X(8).
           05 CTX-CONTACT-IMAGE.
              10 CTX-CAND-ID       PIC X(11).
              10 CTX-NAME          PIC X(30).
              10 CTX-EMAIL         PIC X(40).
              10 CTX-DEPARTMENT    PIC X(20).

      *THE REVIEW QUEUE KEEPS THE WHOLE APPLICATION IMAGE AFTER THE
      *REASON, SO A CORRECTED LINE CAN BE CUT STRAIGHT BACK INTO THE
      *NEXT EXPORT
       FD REVIEWFILE.
       01 REVIEW-DETAILS.
           05 REV-RUN-DATE         PIC X(8).
           05 FILLER               PIC X.
           05 REV-REASON           PIC X(50).
           05 FILLER               PIC X.
           05 REV-APPLICATION      PIC X(282).

       FD SKILLCODEFILE.
       01 SKILLCODE-RECORD         PIC X(15).

       FD INSTRUCTORFILE.
       01 INSTRUCTOR-DETAILS.
           05 COURSE-KEY.
              10 COURSE-CODE       PIC X(5)    VALUES SPACES.
              10 COURSE-SECTION    PIC X(3)    VALUES SPACES.
           05 REQUIRED-SKILLS      PIC X(15)
           OCCURS 3 TIMES VALUES SPACES.
           05 OPTIONAL-SKILLS      PIC X(15)
           OCCURS 5 TIMES VALUES SPACES.
           05 TAS-NEEDED           PIC 9       VALUES 3.

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
       01 APPLICATION-INFO.
           05 APP-FILE-STATUS      PIC 99.
           05 APP-EOF-FLAG         PIC X       VALUES 'N'.
               88 APP-AT-END            VALUE 'Y'.
       01 MASTER-INFO.
           05 MASTER-FILE-STATUS   PIC 99.
           05 MASTER-OPEN-FLAG     PIC X       VALUES 'N'.
               88 MASTER-ON-DISK        VALUE 'Y'.
       01 CONTACT-INFO.
           05 CONTACT-FILE-STATUS  PIC 99.
           05 CONTACT-OPEN-FLAG    PIC X       VALUES 'N'.
               88 CONTACT-ON-DISK       VALUE 'Y'.
       01 TRANS-INFO.
           05 TRANS-FILE-STATUS    PIC 99.
       01 CTXTRANS-INFO.
           05 CTXTRANS-FILE-STATUS PIC 99.
       01 REVIEW-INFO.
           05 REVIEW-FILE-STATUS   PIC 99.
       01 SKILLCODE-INFO.
           05 SKILLCODE-FILE-STATUS PIC 99.
           05 SKILLCODE-EOF-FLAG   PIC X       VALUES 'N'.
               88 SKILLCODE-AT-END      VALUE 'Y'.
       01 INSTRUCTOR-INFO.
           05 INST-FILE-STATUS     PIC 99.
           05 INST-EOF-FLAG        PIC X       VALUES 'N'.
               88 INST-AT-END           VALUE 'Y'.
       01 COURSE-MASTER-INFO.
           05 CRSMST-FILE-STATUS   PIC 99.
           05 CRSMST-EOF-FLAG      PIC X       VALUES 'N'.
               88 CRSMST-AT-END         VALUE 'Y'.

      *THE TRANSACTIONS THIS PASS WRITES ARE STAMPED WITH THIS USER
      *ON THE TA-CANDMAINT AUDIT TRAIL, SO KEYED AND IMPORTED CHANGES
      *CAN BE TOLD APART
       01 INTAKE-USER              PIC X(8)    VALUES 'INTAKE'.
       01 RUN-DATE-WS              PIC X(8)    VALUES SPACES.

      *THE FORM LETS APPLICANTS TYPE CODES IN EITHER CASE - IDS,
      *SKILLS AND COURSES ARE FOLDED TO UPPER CASE BEFORE CHECKING
       01 LOWER-CASE-LETTERS       PIC X(26)
           VALUES 'abcdefghijklmnopqrstuvwxyz'.
       01 UPPER-CASE-LETTERS       PIC X(26)
           VALUES 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *MASTER SKILL-CODE LIST - CHECKED ONLY WHEN THE LIST IS ON
      *DISK, THE SAME RULE TA-CANDMAINT FOLLOWS
       01 MAX-SKILL-CODES          PIC 999     VALUES 200.
       01 SKILL-CODE-TABLE-COUNT   PIC 999     VALUES ZERO.
       01 SKILL-CODE-TABLE.
           05 SKILL-CODE-ENTRY     PIC X(15)
           OCCURS 200 TIMES.
       01 SKILL-CODE-LOADED-FLAG   PIC X       VALUES 'N'.
           88 SKILL-CODES-LOADED       VALUE 'Y'.
       01 SKILL-CODE-TO-CHECK      PIC X(15)   VALUES SPACES.
       01 SKILL-FOUND-FLAG         PIC X       VALUES 'N'.
           88 SKILL-FOUND               VALUE 'Y'.
       01 SKILL-SEARCH-INDEX       PIC 999     VALUES ZERO.
       01 SKILL-VAL-SUBSCRIPT      PIC 9       VALUES ZERO.
       01 SKILL-LISTED-COUNT       PIC 9       VALUES ZERO.

      *VALID COURSE CODES - FROM THE COURSE MASTER, OR instructors.txt
      *WHEN NO MASTER HAS BEEN BUILT, THE SAME FALLBACK TA-CANDMAINT
      *USES. A MULTI-SECTION COURSE SIMPLY APPEARS ONCE PER SECTION
       01 MAX-COURSES              PIC 999     VALUES 200.
       01 COURSE-TABLE-COUNT       PIC 999     VALUES ZERO.
       01 COURSE-CODE-TABLE.
           05 COURSE-CODE-ENTRY    PIC X(5)
           OCCURS 200 TIMES.
       01 COURSE-LOADED-FLAG       PIC X       VALUES 'N'.
           88 COURSES-LOADED            VALUE 'Y'.
       01 COURSE-SEARCH-INDEX      PIC 999     VALUES ZERO.
       01 COURSE-FOUND-FLAG        PIC X       VALUES 'N'.
           88 COURSE-FOUND              VALUE 'Y'.
       01 PREF-VAL-INDEX           PIC 9       VALUES ZERO.

      *CANDIDATE-IDS ALREADY CONVERTED THIS RUN - A SECOND
      *APPLICATION FROM THE SAME APPLICANT IN ONE EXPORT GOES TO
      *REVIEW RATHER THAN OVERWRITING THE FIRST
       01 MAX-SEEN                 PIC 9999    VALUES 1000.
       01 SEEN-TABLE-COUNT         PIC 9999    VALUES ZERO.
       01 SEEN-TABLE.
           05 SEEN-CAND-ID         PIC X(11)
           OCCURS 1000 TIMES.
       01 SEEN-SEARCH-INDEX        PIC 9999    VALUES ZERO.
       01 SEEN-FOUND-FLAG          PIC X       VALUES 'N'.
           88 SEEN-BEFORE               VALUE 'Y'.

      *ONE APPLICATION IN FLIGHT - ITS VERDICT
       01 APP-VALID-FLAG           PIC X       VALUES 'Y'.
           88 APP-VALID                 VALUE 'Y'.
       01 APP-REASON               PIC X(50)   VALUES SPACES.
       01 EMAIL-AT-COUNT           PIC 99      VALUES ZERO.

      *END-OF-RUN CONTROL TOTALS - EVERY APPLICATION READ WAS EITHER
      *CONVERTED OR QUEUED FOR REVIEW
       01 CTL-APPS-READ            PIC 9(5)    VALUES ZERO.
       01 CTL-APPS-CONVERTED       PIC 9(5)    VALUES ZERO.
       01 CTL-APPS-REVIEW          PIC 9(5)    VALUES ZERO.
       01 CTL-CAND-ADDS            PIC 9(5)    VALUES ZERO.
       01 CTL-CAND-CHANGES         PIC 9(5)    VALUES ZERO.
       01 CTL-CAND-UNCHANGED       PIC 9(5)    VALUES ZERO.
       01 CTL-CONTACT-ADDS         PIC 9(5)    VALUES ZERO.
       01 CTL-CONTACT-CHANGES      PIC 9(5)    VALUES ZERO.
       01 CTL-CONTACT-UNCHANGED    PIC 9(5)    VALUES ZERO.
      *****************************************************************
       PROCEDURE DIVISION.
      *GO STRAIGHT TO THE MAINLINE - THE PARAGRAPHS BELOW ARE ONLY
      *MEANT TO RUN WHEN PERFORMED FROM MAIN-PARAGRAPH, NOT BY
      *FALLING INTO THEM FROM THE TOP OF THE DIVISION. MAIN-PARAGRAPH
      *ITSELF ENDS IN GOBACK, SO CONTROL NEVER RETURNS HERE
           PERFORM MAIN-PARAGRAPH.

      *LOAD THE MASTER SKILL-CODE LIST ONCE, IF ONE IS ON DISK
       LOAD-SKILL-CODE-TABLE-PARAGRAPH.
           MOVE ZERO TO SKILL-CODE-TABLE-COUNT.
           MOVE 'N' TO SKILL-CODE-LOADED-FLAG.
           OPEN INPUT SKILLCODEFILE.
           IF SKILLCODE-FILE-STATUS EQUAL 00
               MOVE 'Y' TO SKILL-CODE-LOADED-FLAG
               MOVE 'N' TO SKILLCODE-EOF-FLAG
               PERFORM LOAD-SKILL-CODE-STEP-PARAGRAPH
                   UNTIL SKILLCODE-AT-END
           END-IF.
           CLOSE SKILLCODEFILE.

      *THIS WILL REPEAT UNTIL SKILLCODEFILE IS EXHAUSTED
       LOAD-SKILL-CODE-STEP-PARAGRAPH.
           READ SKILLCODEFILE
               AT END
                   MOVE 'Y' TO SKILLCODE-EOF-FLAG
               NOT AT END
                   IF SKILL-CODE-TABLE-COUNT LESS THAN MAX-SKILL-CODES
                       COMPUTE SKILL-CODE-TABLE-COUNT =
                           SKILL-CODE-TABLE-COUNT + 1
                       MOVE SKILLCODE-RECORD TO
                           SKILL-CODE-ENTRY(SKILL-CODE-TABLE-COUNT)
                   END-IF
           END-READ.

      *LOOK UP SKILL-CODE-TO-CHECK IN THE MASTER TABLE, SETTING
      *SKILL-FOUND-FLAG
       SKILL-CODE-LOOKUP-PARAGRAPH.
           MOVE 'N' TO SKILL-FOUND-FLAG.
           MOVE 1 TO SKILL-SEARCH-INDEX.
           PERFORM SKILL-CODE-SEARCH-STEP-PARAGRAPH
               UNTIL SKILL-SEARCH-INDEX GREATER THAN
                   SKILL-CODE-TABLE-COUNT OR SKILL-FOUND.

      *THIS WILL REPEAT UNTIL A MATCH IS FOUND OR THE TABLE IS
      *EXHAUSTED
       SKILL-CODE-SEARCH-STEP-PARAGRAPH.
           IF SKILL-CODE-ENTRY(SKILL-SEARCH-INDEX) EQUAL
               SKILL-CODE-TO-CHECK
               MOVE 'Y' TO SKILL-FOUND-FLAG
               EXIT PARAGRAPH
           END-IF.

           COMPUTE SKILL-SEARCH-INDEX = SKILL-SEARCH-INDEX + 1.

      *COLLECT THE VALID COURSE CODES ONCE - FROM THE INDEXED COURSE
      *MASTER WHEN ONE HOLDS RECORDS, OTHERWISE FROM instructors.txt
       LOAD-COURSE-TABLE-PARAGRAPH.
           MOVE ZERO TO COURSE-TABLE-COUNT.
           MOVE 'N' TO COURSE-LOADED-FLAG.
           OPEN INPUT COURSEMASTER.
           IF CRSMST-FILE-STATUS EQUAL 00
               MOVE 'Y' TO COURSE-LOADED-FLAG
               MOVE 'N' TO CRSMST-EOF-FLAG
               PERFORM LOAD-COURSE-MASTER-STEP-PARAGRAPH
                   UNTIL CRSMST-AT-END
           END-IF.
           CLOSE COURSEMASTER.
           IF COURSE-LOADED-FLAG EQUAL 'Y'
               AND COURSE-TABLE-COUNT EQUAL ZERO
               MOVE 'N' TO COURSE-LOADED-FLAG
           END-IF.
           IF COURSES-LOADED
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT INSTRUCTORFILE.
           IF INST-FILE-STATUS EQUAL 00
               MOVE 'Y' TO COURSE-LOADED-FLAG
               MOVE 'N' TO INST-EOF-FLAG
               PERFORM LOAD-COURSE-STEP-PARAGRAPH UNTIL INST-AT-END
           END-IF.
           CLOSE INSTRUCTORFILE.

      *THIS WILL REPEAT UNTIL THE COURSE MASTER IS EXHAUSTED
       LOAD-COURSE-MASTER-STEP-PARAGRAPH.
           READ COURSEMASTER
               AT END
                   MOVE 'Y' TO CRSMST-EOF-FLAG
               NOT AT END
                   IF COURSE-TABLE-COUNT LESS THAN MAX-COURSES
                       COMPUTE COURSE-TABLE-COUNT =
                           COURSE-TABLE-COUNT + 1
                       MOVE CRS-COURSE-CODE TO
                           COURSE-CODE-ENTRY(COURSE-TABLE-COUNT)
                   END-IF
           END-READ.

      *THIS WILL REPEAT UNTIL INSTRUCTORFILE IS EXHAUSTED
       LOAD-COURSE-STEP-PARAGRAPH.
           READ INSTRUCTORFILE
               AT END
                   MOVE 'Y' TO INST-EOF-FLAG
               NOT AT END
                   IF COURSE-CODE NOT EQUAL SPACES
                       AND COURSE-TABLE-COUNT LESS THAN MAX-COURSES
                       COMPUTE COURSE-TABLE-COUNT =
                           COURSE-TABLE-COUNT + 1
                       MOVE COURSE-CODE TO
                           COURSE-CODE-ENTRY(COURSE-TABLE-COUNT)
                   END-IF
           END-READ.

      *THIS WILL REPEAT UNTIL APPLICATIONFILE IS EXHAUSTED,
      *CONVERTING ONE APPLICATION AT A TIME IN EXPORT ORDER
       APP-READ-STEP-PARAGRAPH.
           READ APPLICATIONFILE
               AT END
                   MOVE 'Y' TO APP-EOF-FLAG
               NOT AT END
                   COMPUTE CTL-APPS-READ = CTL-APPS-READ + 1
                   PERFORM APP-CONVERT-PARAGRAPH
           END-READ.

      *CHECK ONE APPLICATION AND, IF IT HOLDS UP, WRITE ITS CANDIDATE
      *AND CONTACT TRANSACTIONS - OTHERWISE QUEUE IT FOR REVIEW. THE
      *CHECKS ARE THE ONES TA-CANDMAINT WOULD REJECT ON, SO NOTHING
      *THIS PASS WRITES BOUNCES OFF THE MAINTENANCE RUN
       APP-CONVERT-PARAGRAPH.
           MOVE 'Y' TO APP-VALID-FLAG.
           MOVE SPACES TO APP-REASON.
           INSPECT APP-CAND-ID
               CONVERTING LOWER-CASE-LETTERS TO UPPER-CASE-LETTERS.
           INSPECT APP-CODES
               CONVERTING LOWER-CASE-LETTERS TO UPPER-CASE-LETTERS.

           IF APP-CAND-ID EQUAL SPACES
               MOVE 'N' TO APP-VALID-FLAG
               MOVE 'BLANK CANDIDATE-ID' TO APP-REASON
           END-IF.
           IF APP-VALID AND APP-NAME EQUAL SPACES
               MOVE 'N' TO APP-VALID-FLAG
               MOVE 'BLANK APPLICANT NAME' TO APP-REASON
           END-IF.

      *AN EMAIL ADDRESS NEEDS EXACTLY ONE @ TO REACH ANYONE - THE
      *CONTACT MAINTENANCE ONLY CATCHES A BLANK ONE
           MOVE ZERO TO EMAIL-AT-COUNT.
           INSPECT APP-EMAIL TALLYING EMAIL-AT-COUNT FOR ALL '@'.
           IF APP-VALID AND APP-EMAIL EQUAL SPACES
               MOVE 'N' TO APP-VALID-FLAG
               MOVE 'BLANK EMAIL ADDRESS' TO APP-REASON
           END-IF.
           IF APP-VALID AND EMAIL-AT-COUNT NOT EQUAL 1
               MOVE 'N' TO APP-VALID-FLAG
               MOVE 'EMAIL ADDRESS NOT VALID' TO APP-REASON
           END-IF.
           IF APP-VALID AND APP-DEPARTMENT EQUAL SPACES
               MOVE 'N' TO APP-VALID-FLAG
               MOVE 'BLANK HOME DEPARTMENT' TO APP-REASON
           END-IF.

           IF APP-VALID
               PERFORM APP-VALIDATE-SKILLS-PARAGRAPH
           END-IF.
           IF APP-VALID AND SKILL-LISTED-COUNT EQUAL ZERO
               MOVE 'N' TO APP-VALID-FLAG
               MOVE 'NO SKILLS LISTED' TO APP-REASON
           END-IF.
           IF APP-VALID
               PERFORM APP-VALIDATE-PREFS-PARAGRAPH
           END-IF.
           IF APP-VALID
               PERFORM APP-SEEN-CHECK-PARAGRAPH
           END-IF.

           IF NOT APP-VALID
               PERFORM WRITE-REVIEW-PARAGRAPH
               EXIT PARAGRAPH
           END-IF.

           COMPUTE CTL-APPS-CONVERTED = CTL-APPS-CONVERTED + 1.
           PERFORM WRITE-CAND-TXN-PARAGRAPH.
           PERFORM WRITE-CONTACT-TXN-PARAGRAPH.

      *THIS WILL REPEAT 8 TIMES, COUNTING THE SKILLS LISTED AND
      *CHECKING EACH ONE AGAINST THE SKILL-CODE LIST
       APP-VALIDATE-SKILLS-PARAGRAPH.
           MOVE ZERO TO SKILL-LISTED-COUNT.
           MOVE 1 TO SKILL-VAL-SUBSCRIPT.
           PERFORM APP-SKILL-STEP-PARAGRAPH.

       APP-SKILL-STEP-PARAGRAPH.
           IF SKILL-VAL-SUBSCRIPT GREATER THAN 8 OR NOT APP-VALID
               EXIT PARAGRAPH
           END-IF.

           IF APP-SKILL(SKILL-VAL-SUBSCRIPT) NOT EQUAL SPACES
               COMPUTE SKILL-LISTED-COUNT = SKILL-LISTED-COUNT + 1
               IF SKILL-CODES-LOADED
                   MOVE APP-SKILL(SKILL-VAL-SUBSCRIPT)
                       TO SKILL-CODE-TO-CHECK
                   PERFORM SKILL-CODE-LOOKUP-PARAGRAPH
                   IF NOT SKILL-FOUND
                       MOVE 'N' TO APP-VALID-FLAG
                       MOVE SPACES TO APP-REASON
                       STRING 'UNKNOWN SKILL CODE '
                           APP-SKILL(SKILL-VAL-SUBSCRIPT)
                           DELIMITED BY SIZE INTO APP-REASON
                   END-IF
               END-IF
           END-IF.

           COMPUTE SKILL-VAL-SUBSCRIPT = SKILL-VAL-SUBSCRIPT + 1.
           PERFORM APP-SKILL-STEP-PARAGRAPH.

      *THIS WILL REPEAT 3 TIMES, CHECKING EVERY NON-BLANK PREFERRED
      *COURSE AGAINST THE COURSE TABLE
       APP-VALIDATE-PREFS-PARAGRAPH.
           IF NOT COURSES-LOADED
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO PREF-VAL-INDEX.
           PERFORM APP-PREF-STEP-PARAGRAPH.

       APP-PREF-STEP-PARAGRAPH.
           IF PREF-VAL-INDEX GREATER THAN 3 OR NOT APP-VALID
               EXIT PARAGRAPH
           END-IF.

           IF APP-PREF(PREF-VAL-INDEX) NOT EQUAL SPACES
               MOVE 'N' TO COURSE-FOUND-FLAG
               MOVE 1 TO COURSE-SEARCH-INDEX
               PERFORM APP-COURSE-SEARCH-STEP-PARAGRAPH
                   UNTIL COURSE-SEARCH-INDEX GREATER THAN
                       COURSE-TABLE-COUNT OR COURSE-FOUND
               IF NOT COURSE-FOUND
                   MOVE 'N' TO APP-VALID-FLAG
                   MOVE SPACES TO APP-REASON
                   STRING 'UNKNOWN PREFERRED COURSE '
                       APP-PREF(PREF-VAL-INDEX)
                       DELIMITED BY SIZE INTO APP-REASON
               END-IF
           END-IF.

           COMPUTE PREF-VAL-INDEX = PREF-VAL-INDEX + 1.
           PERFORM APP-PREF-STEP-PARAGRAPH.

      *THIS WILL REPEAT UNTIL A MATCH IS FOUND OR THE TABLE IS
      *EXHAUSTED
       APP-COURSE-SEARCH-STEP-PARAGRAPH.
           IF COURSE-CODE-ENTRY(COURSE-SEARCH-INDEX) EQUAL
               APP-PREF(PREF-VAL-INDEX)
               MOVE 'Y' TO COURSE-FOUND-FLAG
               EXIT PARAGRAPH
           END-IF.

           COMPUTE COURSE-SEARCH-INDEX = COURSE-SEARCH-INDEX + 1.

      *A CANDIDATE-ID ALREADY CONVERTED THIS RUN IS A DUPLICATE
      *APPLICATION - THE FIRST ONE STANDS. ONE PAST THE TABLE LIMIT
      *CANNOT BE CHECKED, SO IT GOES TO REVIEW RATHER THAN RISK A
      *DUPLICATE
       APP-SEEN-CHECK-PARAGRAPH.
           MOVE 'N' TO SEEN-FOUND-FLAG.
           MOVE 1 TO SEEN-SEARCH-INDEX.
           PERFORM APP-SEEN-STEP-PARAGRAPH
               UNTIL SEEN-SEARCH-INDEX GREATER THAN SEEN-TABLE-COUNT
                   OR SEEN-BEFORE.
           IF SEEN-BEFORE
               MOVE 'N' TO APP-VALID-FLAG
               MOVE 'DUPLICATE APPLICATION IN THIS EXPORT'
                   TO APP-REASON
               EXIT PARAGRAPH
           END-IF.
           IF SEEN-TABLE-COUNT NOT LESS THAN MAX-SEEN
               MOVE 'N' TO APP-VALID-FLAG
               MOVE 'INTAKE TABLE FULL - RESUBMIT NEXT RUN'
                   TO APP-REASON
               EXIT PARAGRAPH
           END-IF.

           COMPUTE SEEN-TABLE-COUNT = SEEN-TABLE-COUNT + 1.
           MOVE APP-CAND-ID TO SEEN-CAND-ID(SEEN-TABLE-COUNT).

      *THIS WILL REPEAT UNTIL A MATCH IS FOUND OR THE TABLE IS
      *EXHAUSTED
       APP-SEEN-STEP-PARAGRAPH.
           IF SEEN-CAND-ID(SEEN-SEARCH-INDEX) EQUAL APP-CAND-ID
               MOVE 'Y' TO SEEN-FOUND-FLAG
               EXIT PARAGRAPH
           END-IF.

           COMPUTE SEEN-SEARCH-INDEX = SEEN-SEARCH-INDEX + 1.

      *BUILD THE CANDIDATE IMAGE AND DECIDE ITS ACTION - A RETURNING
      *APPLICANT ALREADY ON THE MASTER IS A CHANGE, OR NO TRANSACTION
      *AT ALL WHEN THE APPLICATION MATCHES THE MASTER AS IT STANDS
       WRITE-CAND-TXN-PARAGRAPH.
           MOVE SPACES TO TXN-DETAILS.
           MOVE INTAKE-USER TO TXN-USER.
           MOVE APP-CAND-ID TO TXN-CAND-ID.
           MOVE APP-SKILL(1) TO TXN-SKILL(1).
           MOVE APP-SKILL(2) TO TXN-SKILL(2).
           MOVE APP-SKILL(3) TO TXN-SKILL(3).
           MOVE APP-SKILL(4) TO TXN-SKILL(4).
           MOVE APP-SKILL(5) TO TXN-SKILL(5).
           MOVE APP-SKILL(6) TO TXN-SKILL(6).
           MOVE APP-SKILL(7) TO TXN-SKILL(7).
           MOVE APP-SKILL(8) TO TXN-SKILL(8).
           MOVE APP-PREF(1) TO TXN-PREF(1).
           MOVE APP-PREF(2) TO TXN-PREF(2).
           MOVE APP-PREF(3) TO TXN-PREF(3).

           MOVE 'A' TO TXN-ACTION.
           IF MASTER-ON-DISK
               MOVE APP-CAND-ID TO MST-CANDIDATE-ID
               READ CANDMASTER
                   INVALID KEY
                       MOVE 'A' TO TXN-ACTION
                   NOT INVALID KEY
                       MOVE 'C' TO TXN-ACTION
               END-READ
           END-IF.

           IF TXN-ACTION EQUAL 'C'
               AND MST-CANDIDATE-DETAILS EQUAL TXN-CAND-IMAGE
               COMPUTE CTL-CAND-UNCHANGED = CTL-CAND-UNCHANGED + 1
               EXIT PARAGRAPH
           END-IF.

           WRITE TXN-DETAILS.
           IF TXN-ACTION EQUAL 'A'
               COMPUTE CTL-CAND-ADDS = CTL-CAND-ADDS + 1
           ELSE
               COMPUTE CTL-CAND-CHANGES = CTL-CAND-CHANGES + 1
           END-IF.

      *THE SAME FOR THE CONTACT SIDE FILE, WHICH IS KEYED ON THE
      *SAME CANDIDATE-ID BUT CAN EXIST WITHOUT A CANDIDATE ROW
       WRITE-CONTACT-TXN-PARAGRAPH.
           MOVE SPACES TO CTX-DETAILS.
           MOVE INTAKE-USER TO CTX-USER.
           MOVE APP-CAND-ID TO CTX-CAND-ID.
           MOVE APP-NAME TO CTX-NAME.
           MOVE APP-EMAIL TO CTX-EMAIL.
           MOVE APP-DEPARTMENT TO CTX-DEPARTMENT.

           MOVE 'A' TO CTX-ACTION.
           IF CONTACT-ON-DISK
               MOVE APP-CAND-ID TO CON-CANDIDATE-ID
               READ CONTACTMASTER
                   INVALID KEY
                       MOVE 'A' TO CTX-ACTION
                   NOT INVALID KEY
                       MOVE 'C' TO CTX-ACTION
               END-READ
           END-IF.

           IF CTX-ACTION EQUAL 'C'
               AND CON-CONTACT-DETAILS EQUAL CTX-CONTACT-IMAGE
               COMPUTE CTL-CONTACT-UNCHANGED =
                   CTL-CONTACT-UNCHANGED + 1
               EXIT PARAGRAPH
           END-IF.

           WRITE CTX-DETAILS.
           IF CTX-ACTION EQUAL 'A'
               COMPUTE CTL-CONTACT-ADDS = CTL-CONTACT-ADDS + 1
           ELSE
               COMPUTE CTL-CONTACT-CHANGES = CTL-CONTACT-CHANGES + 1
           END-IF.

      *AN APPLICATION THAT COULD NOT BE CONVERTED - QUEUED WITH THE
      *REASON AND ITS FULL IMAGE, NEVER DROPPED
       WRITE-REVIEW-PARAGRAPH.
           COMPUTE CTL-APPS-REVIEW = CTL-APPS-REVIEW + 1.
           MOVE SPACES TO REVIEW-DETAILS.
           MOVE RUN-DATE-WS TO REV-RUN-DATE.
           MOVE APP-REASON TO REV-REASON.
           MOVE APPLICATION-DETAILS TO REV-APPLICATION.
           WRITE REVIEW-DETAILS.

       MAIN-PARAGRAPH.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.

      *NO EXPORT ON DISK MEANS NOTHING TO CONVERT - THE TRANSACTION
      *FILES ARE LEFT AS THEY ARE
           OPEN INPUT APPLICATIONFILE.
           IF APP-FILE-STATUS NOT EQUAL 00
               DISPLAY 'no application export - nothing to convert'
               CLOSE APPLICATIONFILE
               GOBACK
           END-IF.

           PERFORM LOAD-SKILL-CODE-TABLE-PARAGRAPH.
           PERFORM LOAD-COURSE-TABLE-PARAGRAPH.

      *A MASTER THAT IS NOT THERE YET SIMPLY MEANS EVERY APPLICANT
      *IS NEW. ONE THAT IS THERE BUT WILL NOT OPEN WOULD TURN EVERY
      *RETURNING APPLICANT INTO A DUPLICATE ADD, SO THE RUN IS FATAL
           OPEN INPUT CANDMASTER.
           IF MASTER-FILE-STATUS EQUAL 00
               MOVE 'Y' TO MASTER-OPEN-FLAG
           END-IF.
           OPEN INPUT CONTACTMASTER.
           IF CONTACT-FILE-STATUS EQUAL 00
               MOVE 'Y' TO CONTACT-OPEN-FLAG
           END-IF.
           IF (MASTER-FILE-STATUS NOT EQUAL 00
                   AND MASTER-FILE-STATUS NOT EQUAL 05)
               OR (CONTACT-FILE-STATUS NOT EQUAL 00
                   AND CONTACT-FILE-STATUS NOT EQUAL 05)
               DISPLAY 'opening candidate or contact master '
                   'not successful'
               CLOSE CANDMASTER
               CLOSE CONTACTMASTER
               CLOSE APPLICATIONFILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *THE CONVERTED ROWS GO ON THE END OF THE TRANSACTION FILES -
      *TA-CANDMAINT DOES NOT EMPTY THEM ONCE APPLIED, SO A HAND-KEYED
      *BATCH STILL WAITING FOR ITS NEXT RUN STAYS IN FRONT OF THEM
      *AND IS APPLIED FIRST
           OPEN EXTEND TRANSFILE.
           OPEN EXTEND CONTACTTRANSFILE.
           OPEN EXTEND REVIEWFILE.
           MOVE 'N' TO APP-EOF-FLAG.
           PERFORM APP-READ-STEP-PARAGRAPH UNTIL APP-AT-END.
           CLOSE APPLICATIONFILE.
           CLOSE TRANSFILE.
           CLOSE CONTACTTRANSFILE.
           CLOSE REVIEWFILE.
           CLOSE CANDMASTER.
           CLOSE CONTACTMASTER.

           DISPLAY 'APPLICATIONS READ: ' CTL-APPS-READ
               ' CONVERTED: ' CTL-APPS-CONVERTED
               ' TO REVIEW: ' CTL-APPS-REVIEW.
           DISPLAY 'CANDIDATE ADDS: ' CTL-CAND-ADDS
               ' CHANGES: ' CTL-CAND-CHANGES
               ' UNCHANGED: ' CTL-CAND-UNCHANGED.
           DISPLAY 'CONTACT ADDS: ' CTL-CONTACT-ADDS
               ' CHANGES: ' CTL-CONTACT-CHANGES
               ' UNCHANGED: ' CTL-CONTACT-UNCHANGED.

      *DISTINCT RETURN CODES: 0 CLEAN, 4 WHEN ANY APPLICATION WAS
      *QUEUED FOR REVIEW, 8 (SET ABOVE) WHEN A MASTER WOULD NOT OPEN
           IF RETURN-CODE LESS THAN 4
               AND CTL-APPS-REVIEW GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
       END PROGRAM TA-INTAKE.
