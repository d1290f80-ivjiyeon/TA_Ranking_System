      ******************************************************************
      * TA-DEPTSHARE - DEPARTMENT ALLOCATION AND FAIR-SHARE REPORT *
      * GRADUATE CHAIRS ASK EVERY TERM WHETHER THEIR STUDENTS GET A *
      * FAIR SHARE OF TA-SHIPS, AND THE DEAN'S OFFICE ANSWERED FROM A *
      * SPREADSHEET THAT NEVER QUITE MATCHED THE SYSTEM. THIS PASS *
      * JOINS THE CANDIDATE MASTER TO THE HOME DEPARTMENT ON THE *
      * CONTACT MASTER, THEN COUNTS PER DEPARTMENT THE APPLICANTS, *
      * THE APPLICANTS THE LAST RANKING RUN DID NOT EXCLUDE ON *
      * eligibility-report.txt, THE CANDIDATES RANKED IN ANY SLOT OF *
      * output.txt, THE OFFERS ACCEPTED ON accepted-assignments.txt *
      * AND THE STIPEND DOLLARS THOSE ACCEPTANCES COST AT THE RATES *
      * TA-PAYEXTR PAYS. EACH DEPARTMENT'S SHARE OF ACCEPTED *
      * ASSIGNMENTS IS SET AGAINST ITS SHARE OF APPLICANTS, AND A GAP *
      * WIDER THAN THE TOLERANCE ON dept-share-options.txt IS FLAGGED *
      * ON dept-share-report.txt. *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TA-DEPTSHARE.
       AUTHOR. JIYEON BYUN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CANDMASTER
               ASSIGN TO './candidate-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-CANDIDATE-ID
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT OPTIONAL CONTACTMASTER
               ASSIGN TO './contact-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CON-CANDIDATE-ID
               FILE STATUS IS CONTACT-FILE-STATUS.
           SELECT OPTIONAL ELIGFILE
               ASSIGN TO './eligibility-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELIG-FILE-STATUS.
           SELECT OPTIONAL RANKEDFILE ASSIGN TO 'output.txt'
               ORGANIZATION IS BINARY SEQUENTIAL
               FILE STATUS IS RANKED-FILE-STATUS.
           SELECT OPTIONAL ACCEPTEDFILE
               ASSIGN TO './accepted-assignments.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCEPTED-FILE-STATUS.
           SELECT OPTIONAL RATEFILE
               ASSIGN TO './stipend-rates.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-FILE-STATUS.
           SELECT OPTIONAL SHAREOPTIONSFILE
               ASSIGN TO './dept-share-options.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHAREOPT-FILE-STATUS.
           SELECT OPTIONAL SHAREREPORTFILE
               ASSIGN TO './dept-share-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHARE-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
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

      *TA-RANKING'S ELIGIBILITY REPORT - ONLY THE 'CANDIDATE
      *iiiiiiiiiii EXCLUDED: ...' LINES MATTER HERE
       FD ELIGFILE.
       01 ELIG-RECORD              PIC X(80).

       FD RANKEDFILE.
       01 RANKED-DETAILS.
           05 COURSE-KEY-RANKED.
              10 COURSE-CODE-RANKED PIC X(5).
              10 SECTION-RANKED    PIC X(3).
           05 RANKED-CANDIDATES.
              10 RANKED-CAND-ID    PIC X(11)
              OCCURS 5 TIMES.
           05 EOLC                 PIC X.
       01 RANKED-CONTROL-DETAILS.
           05 RANKED-CTL-TAG       PIC X(8).
               88 RANKED-CTL-HEADER     VALUE '*HEADER*'.
               88 RANKED-CONTROL-ROW    VALUE '*HEADER*' '*TRAILER'.
           05 RANKED-CTL-RUN-ID    PIC X(23).
           05 RANKED-CTL-ROW-COUNT PIC 9(5).
           05 FILLER               PIC X(28).

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

       FD RATEFILE.
       01 RATE-DETAILS.
           05 RATE-COURSE-CODE     PIC X(5).
           05 RATE-AMOUNT          PIC 9(5)V99.

      *THE FAIR-SHARE TOLERANCE IN PERCENTAGE POINTS - A DEPARTMENT
      *WHOSE SHARE OF ASSIGNMENTS IS FURTHER THAN THIS FROM ITS SHARE
      *OF APPLICANTS, EITHER WAY, IS FLAGGED
       FD SHAREOPTIONSFILE.
       01 SHARE-OPTIONS-RECORD.
           05 SHO-TOLERANCE        PIC 99V99.

       FD SHAREREPORTFILE.
       01 SHARE-RECORD             PIC X(100).

       WORKING-STORAGE SECTION.
       01 MASTER-INFO.
           05 MASTER-FILE-STATUS   PIC 99.
           05 MASTER-EOF-FLAG      PIC X       VALUES 'N'.
               88 MASTER-AT-END         VALUE 'Y'.
       01 MASTER-LOADED-FLAG       PIC X       VALUES 'N'.
           88 MASTER-LOADED             VALUE 'Y'.
       01 CONTACT-INFO.
           05 CONTACT-FILE-STATUS  PIC 99.
           05 CONTACT-EOF-FLAG     PIC X       VALUES 'N'.
               88 CONTACT-AT-END        VALUE 'Y'.
       01 ELIG-INFO.
           05 ELIG-FILE-STATUS     PIC 99.
           05 ELIG-EOF-FLAG        PIC X       VALUES 'N'.
               88 ELIG-AT-END           VALUE 'Y'.
       01 RANKED-INFO.
           05 RANKED-FILE-STATUS   PIC 99.
           05 RANKED-EOF-FLAG      PIC X       VALUES 'N'.
               88 RANKED-AT-END         VALUE 'Y'.
       01 ACCEPTED-INFO.
           05 ACCEPTED-FILE-STATUS PIC 99.
           05 ACCEPTED-EOF-FLAG    PIC X       VALUES 'N'.
               88 ACCEPTED-AT-END       VALUE 'Y'.
       01 RATE-INFO.
           05 RATE-FILE-STATUS     PIC 99.
           05 RATE-EOF-FLAG        PIC X       VALUES 'N'.
               88 RATE-AT-END           VALUE 'Y'.
       01 SHAREOPT-INFO.
           05 SHAREOPT-FILE-STATUS PIC 99.
       01 SHARE-INFO.
           05 SHARE-FILE-STATUS    PIC 99.

      *WHICH INPUTS WERE ON DISK - A MISSING ONE IS CALLED OUT ON THE
      *REPORT SO A ZERO COLUMN IS NEVER MISTAKEN FOR A REAL ZERO
       01 ELIG-ON-DISK-FLAG        PIC X       VALUES 'N'.
           88 ELIG-ON-DISK              VALUE 'Y'.
       01 RANKED-ON-DISK-FLAG      PIC X       VALUES 'N'.
           88 RANKED-ON-DISK            VALUE 'Y'.
       01 ACCEPTED-ON-DISK-FLAG    PIC X       VALUES 'N'.
           88 ACCEPTED-ON-DISK          VALUE 'Y'.
       01 CONTACT-ON-DISK-FLAG     PIC X       VALUES 'N'.
           88 CONTACT-ON-DISK           VALUE 'Y'.

      *THE RUN-IDS ON THE output.txt AND accepted-assignments.txt
      *HEADERS - WHEN THEY DIFFER THE OFFERS WERE BUILT FROM AN
      *EARLIER RANKING AND THE RANKED AND ACCEPTED COLUMNS DESCRIBE
      *DIFFERENT RUNS
       01 RANKED-RUN-ID            PIC X(23)   VALUES SPACES.
       01 ACCEPTED-RUN-ID          PIC X(23)   VALUES SPACES.
       01 RUN-DATE-WS              PIC X(8)    VALUES SPACES.

       01 LOWER-CASE-LETTERS       PIC X(26)
           VALUES 'abcdefghijklmnopqrstuvwxyz'.
       01 UPPER-CASE-LETTERS       PIC X(26)
           VALUES 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *FAIR-SHARE TOLERANCE - A BLANK OR NON-NUMERIC OPTION FALLS BACK
      *TO 10 PERCENTAGE POINTS
       01 TOLERANCE-WS             PIC 99V99   VALUES 10.00.
       01 TOLERANCE-ED             PIC 99.99.

      *EVERY CANDIDATE THE REPORT KNOWS ABOUT. AN APPLICANT IS A
      *CANDIDATE-MASTER ROW; A CANDIDATE RANKED OR ACCEPTED WITHOUT
      *ONE IS STILL CARRIED, AS A NON-APPLICANT, SO THE RANKED AND
      *ACCEPTED COLUMNS ADD UP TO WHAT THE FILES HOLD
       01 MAX-CANDIDATES           PIC 9999    VALUES 1000.
       01 CAND-TABLE-COUNT         PIC 9999    VALUES ZERO.
       01 CAND-TABLE.
           05 CAND-ENTRY OCCURS 1000 TIMES.
              10 CAND-TBL-ID       PIC X(11).
              10 CAND-TBL-DEPT     PIC X(20).
              10 CAND-TBL-APPLICANT PIC X.
                  88 CAND-IS-APPLICANT  VALUE 'Y'.
              10 CAND-TBL-ELIGIBLE PIC X.
                  88 CAND-IS-ELIGIBLE   VALUE 'Y'.
              10 CAND-TBL-RANKED   PIC X.
                  88 CAND-IS-RANKED     VALUE 'Y'.
              10 CAND-TBL-ACCEPTED PIC 99.
              10 CAND-TBL-DOLLARS  PIC 9(7)V99.

      *ONE ROW PER HOME DEPARTMENT, IN THE ORDER FIRST MET ON THE
      *CANDIDATE MASTER. A CANDIDATE WITH NO CONTACT ROW OR A BLANK
      *DEPARTMENT IS COUNTED UNDER 'UNKNOWN'
       01 MAX-DEPTS                PIC 999     VALUES 100.
       01 DEPT-TABLE-COUNT         PIC 999     VALUES ZERO.
       01 DEPT-TABLE.
           05 DEPT-ENTRY OCCURS 100 TIMES.
              10 DEPT-TBL-NAME     PIC X(20).
              10 DEPT-APPLICANTS   PIC 9(5).
              10 DEPT-ELIGIBLE     PIC 9(5).
              10 DEPT-RANKED       PIC 9(5).
              10 DEPT-ACCEPTED     PIC 9(5).
              10 DEPT-DOLLARS      PIC 9(7)V99.

      *STIPEND RATE TABLE - THE SAME COURSE-SPECIFIC, COURSE-LEVEL-
      *PREFIX AND FLAT-DEFAULT RULES TA-PAYEXTR PAYS BY
       01 MAX-RATES                PIC 999     VALUES 200.
       01 RATE-TABLE-COUNT         PIC 999     VALUES ZERO.
       01 RATE-TABLE.
           05 RATE-ENTRY OCCURS 200 TIMES.
              10 RATE-TBL-CODE     PIC X(5).
              10 RATE-TBL-LEN      PIC 9.
              10 RATE-TBL-AMOUNT   PIC 9(5)V99.
       01 DEFAULT-RATE-FLAG        PIC X       VALUES 'N'.
           88 DEFAULT-RATE-SET          VALUE 'Y'.
       01 DEFAULT-RATE-WS          PIC 9(5)V99 VALUES ZERO.
       01 RATE-TRIM-INDEX          PIC 9       VALUES ZERO.
       01 RATE-SEARCH-INDEX        PIC 999     VALUES ZERO.
       01 RATE-BEST-LEN            PIC 9       VALUES ZERO.
       01 RATE-FOUND-FLAG          PIC X       VALUES 'N'.
           88 RATE-FOUND                VALUE 'Y'.
       01 RATE-FOUND-AMOUNT        PIC 9(5)V99 VALUES ZERO.

      *LOOKUP WORK AREAS
       01 CAND-SEARCH-ID           PIC X(11)   VALUES SPACES.
       01 CAND-SEARCH-INDEX        PIC 9999    VALUES ZERO.
       01 CAND-FOUND-INDEX         PIC 9999    VALUES ZERO.
       01 CAND-ADD-REASON          PIC X(8)    VALUES SPACES.
       01 CAND-INDEX               PIC 9999    VALUES ZERO.
       01 SLOT-INDEX               PIC 9       VALUES ZERO.
       01 DEPT-SEARCH-NAME         PIC X(20)   VALUES SPACES.
       01 DEPT-SEARCH-INDEX        PIC 999     VALUES ZERO.
       01 DEPT-FOUND-INDEX         PIC 999     VALUES ZERO.
       01 DEPT-INDEX               PIC 999     VALUES ZERO.

      *SHARE WORK AREAS - SHARES ARE PERCENTAGES OF THE RUN TOTALS,
      *THE GAP IS ASSIGNMENT SHARE LESS APPLICANT SHARE
       01 APPLICANT-SHARE-WS       PIC 999V99  VALUES ZERO.
       01 ASSIGNED-SHARE-WS        PIC 999V99  VALUES ZERO.
       01 SHARE-GAP-WS             PIC S999V99 VALUES ZERO.
       01 SHARE-GAP-SIZE           PIC 999V99  VALUES ZERO.
       01 APPLICANT-SHARE-ED       PIC 999.99.
       01 ASSIGNED-SHARE-ED        PIC 999.99.
       01 SHARE-GAP-ED             PIC -999.99.
       01 DOLLARS-ED               PIC 9(7).99.

      *END-OF-RUN CONTROL TOTALS - THE DEPARTMENT ROWS ADD UP TO
      *THESE, AND EVERY ACCEPTED ROW READ IS IN EXACTLY ONE DEPARTMENT
       01 CTL-APPLICANTS           PIC 9(5)    VALUES ZERO.
       01 CTL-ELIGIBLE             PIC 9(5)    VALUES ZERO.
       01 CTL-RANKED               PIC 9(5)    VALUES ZERO.
       01 CTL-ACCEPTED             PIC 9(5)    VALUES ZERO.
       01 CTL-DOLLARS              PIC 9(7)V99 VALUES ZERO.
       01 CTL-EXCLUDED             PIC 9(5)    VALUES ZERO.
       01 CTL-NO-DEPARTMENT        PIC 9(5)    VALUES ZERO.
       01 CTL-NOT-APPLICANT        PIC 9(5)    VALUES ZERO.
       01 CTL-NO-RATE              PIC 9(5)    VALUES ZERO.
       01 CTL-FLAGGED              PIC 9(5)    VALUES ZERO.
       01 CTL-TABLE-FULL           PIC 9(5)    VALUES ZERO.
      *****************************************************************
       PROCEDURE DIVISION.
      *GO STRAIGHT TO THE MAINLINE - THE PARAGRAPHS BELOW ARE ONLY
      *MEANT TO RUN WHEN PERFORMED FROM MAIN-PARAGRAPH, NOT BY
      *FALLING INTO THEM FROM THE TOP OF THE DIVISION. MAIN-PARAGRAPH
      *ITSELF ENDS IN GOBACK, SO CONTROL NEVER RETURNS HERE
           PERFORM MAIN-PARAGRAPH.

      *PICK UP THE FAIR-SHARE TOLERANCE, IF AN OPTIONS FILE IS ON DISK
       LOAD-OPTIONS-PARAGRAPH.
           OPEN INPUT SHAREOPTIONSFILE.
           IF SHAREOPT-FILE-STATUS EQUAL 00
               READ SHAREOPTIONSFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SHO-TOLERANCE IS NUMERIC
                           MOVE SHO-TOLERANCE TO TOLERANCE-WS
                       END-IF
               END-READ
           END-IF.
           CLOSE SHAREOPTIONSFILE.

      *LOAD THE STIPEND RATE TABLE ONCE, AT STARTUP
       LOAD-RATES-PARAGRAPH.
           MOVE ZERO TO RATE-TABLE-COUNT.
           OPEN INPUT RATEFILE.
           IF RATE-FILE-STATUS EQUAL 00
               MOVE 'N' TO RATE-EOF-FLAG
               PERFORM LOAD-RATE-STEP-PARAGRAPH UNTIL RATE-AT-END
           END-IF.
           CLOSE RATEFILE.

      *THIS WILL REPEAT UNTIL RATEFILE IS EXHAUSTED - A BLANK-CODE
      *ROW SETS THE FLAT DEFAULT, THE LAST ONE ON FILE WINNING
       LOAD-RATE-STEP-PARAGRAPH.
           READ RATEFILE
               AT END
                   MOVE 'Y' TO RATE-EOF-FLAG
               NOT AT END
                   IF RATE-COURSE-CODE EQUAL SPACES
                       MOVE 'Y' TO DEFAULT-RATE-FLAG
                       MOVE RATE-AMOUNT TO DEFAULT-RATE-WS
                   ELSE
                       IF RATE-TABLE-COUNT LESS THAN MAX-RATES
                           COMPUTE RATE-TABLE-COUNT =
                               RATE-TABLE-COUNT + 1
                           MOVE RATE-COURSE-CODE TO
                               RATE-TBL-CODE(RATE-TABLE-COUNT)
                           MOVE RATE-AMOUNT TO
                               RATE-TBL-AMOUNT(RATE-TABLE-COUNT)
                           PERFORM RATE-TRIM-PARAGRAPH
                       ELSE
                           COMPUTE CTL-TABLE-FULL = CTL-TABLE-FULL + 1
                           MOVE SPACES TO SHARE-RECORD
                           STRING 'RATE ROW ' RATE-COURSE-CODE
                               ' DROPPED: RATE-TABLE FULL AT '
                               MAX-RATES ' ENTRIES'
                               DELIMITED BY SIZE INTO SHARE-RECORD
                           WRITE SHARE-RECORD
                       END-IF
                   END-IF
           END-READ.

      *RECORD THE TRIMMED LENGTH OF THE RATE CODE JUST LOADED SO THE
      *LOOKUP CAN TREAT A SHORT CODE AS A COURSE-LEVEL PREFIX
       RATE-TRIM-PARAGRAPH.
           MOVE 5 TO RATE-TRIM-INDEX.
           PERFORM RATE-TRIM-STEP-PARAGRAPH.
           MOVE RATE-TRIM-INDEX TO RATE-TBL-LEN(RATE-TABLE-COUNT).

      *THIS WILL REPEAT UNTIL A NON-SPACE IS FOUND WALKING BACK FROM
      *THE LAST BYTE - A BLANK CODE NEVER REACHES HERE SO THE WALK
      *ALWAYS STOPS
       RATE-TRIM-STEP-PARAGRAPH.
           IF RATE-TRIM-INDEX GREATER THAN 1
               AND RATE-TBL-CODE(RATE-TABLE-COUNT)
                   (RATE-TRIM-INDEX:1) EQUAL SPACE
               COMPUTE RATE-TRIM-INDEX = RATE-TRIM-INDEX - 1
               PERFORM RATE-TRIM-STEP-PARAGRAPH
           END-IF.

      *FIND THE RATE FOR THE ACCEPTED ROW'S COURSE - THE LONGEST
      *MATCHING PREFIX WINS, SO A FULL COURSE CODE BEATS ITS LEVEL
      *PREFIX AND EITHER BEATS THE FLAT DEFAULT
       RATE-LOOKUP-PARAGRAPH.
           MOVE 'N' TO RATE-FOUND-FLAG.
           MOVE ZERO TO RATE-BEST-LEN.
           MOVE ZERO TO RATE-FOUND-AMOUNT.
           MOVE 1 TO RATE-SEARCH-INDEX.
           PERFORM RATE-SEARCH-STEP-PARAGRAPH
               UNTIL RATE-SEARCH-INDEX GREATER THAN
                   RATE-TABLE-COUNT.
           IF NOT RATE-FOUND AND DEFAULT-RATE-SET
               MOVE 'Y' TO RATE-FOUND-FLAG
               MOVE DEFAULT-RATE-WS TO RATE-FOUND-AMOUNT
           END-IF.

      *THIS WILL REPEAT UNTIL THE TABLE IS EXHAUSTED - EVERY ROW IS
      *READ SO A MORE SPECIFIC MATCH LATER IN THE FILE STILL WINS
       RATE-SEARCH-STEP-PARAGRAPH.
           IF RATE-TBL-CODE(RATE-SEARCH-INDEX)
               (1:RATE-TBL-LEN(RATE-SEARCH-INDEX)) EQUAL
               ACC-COURSE-CODE(1:RATE-TBL-LEN(RATE-SEARCH-INDEX))
               AND RATE-TBL-LEN(RATE-SEARCH-INDEX) GREATER THAN
                   RATE-BEST-LEN
               MOVE 'Y' TO RATE-FOUND-FLAG
               MOVE RATE-TBL-LEN(RATE-SEARCH-INDEX) TO RATE-BEST-LEN
               MOVE RATE-TBL-AMOUNT(RATE-SEARCH-INDEX)
                   TO RATE-FOUND-AMOUNT
           END-IF.

           COMPUTE RATE-SEARCH-INDEX = RATE-SEARCH-INDEX + 1.

      *LOAD EVERY APPLICANT FROM THE CANDIDATE MASTER, IN KEY ORDER
       LOAD-CANDIDATES-PARAGRAPH.
           MOVE ZERO TO CAND-TABLE-COUNT.
           OPEN INPUT CANDMASTER.
           IF MASTER-FILE-STATUS EQUAL 00
               MOVE 'Y' TO MASTER-LOADED-FLAG
               MOVE 'N' TO MASTER-EOF-FLAG
               PERFORM LOAD-CANDIDATE-STEP-PARAGRAPH
                   UNTIL MASTER-AT-END
           END-IF.
           CLOSE CANDMASTER.

      *THIS WILL REPEAT UNTIL THE CANDIDATE MASTER IS EXHAUSTED
       LOAD-CANDIDATE-STEP-PARAGRAPH.
           READ CANDMASTER
               AT END
                   MOVE 'Y' TO MASTER-EOF-FLAG
               NOT AT END
                   MOVE MST-CANDIDATE-ID TO CAND-SEARCH-ID
                   MOVE 'Y' TO CAND-ADD-REASON
                   PERFORM CAND-ADD-PARAGRAPH
           END-READ.

      *FIND CAND-SEARCH-ID ON THE CANDIDATE TABLE - CAND-FOUND-INDEX
      *ZERO MEANS IT IS NOT THERE
       CAND-FIND-PARAGRAPH.
           MOVE ZERO TO CAND-FOUND-INDEX.
           MOVE 1 TO CAND-SEARCH-INDEX.
           PERFORM CAND-FIND-STEP-PARAGRAPH
               UNTIL CAND-SEARCH-INDEX GREATER THAN CAND-TABLE-COUNT
                   OR CAND-FOUND-INDEX NOT EQUAL ZERO.

      *THIS WILL REPEAT UNTIL A MATCH IS FOUND OR THE TABLE IS
      *EXHAUSTED
       CAND-FIND-STEP-PARAGRAPH.
           IF CAND-TBL-ID(CAND-SEARCH-INDEX) EQUAL CAND-SEARCH-ID
               MOVE CAND-SEARCH-INDEX TO CAND-FOUND-INDEX
           END-IF.

           COMPUTE CAND-SEARCH-INDEX = CAND-SEARCH-INDEX + 1.

      *ADD CAND-SEARCH-ID TO THE CANDIDATE TABLE. CAND-ADD-REASON IS
      *'Y' FOR AN APPLICANT OFF THE MASTER, OTHERWISE 'RANKED' OR
      *'ACCEPTED' - THE FILE THAT NAMED A CANDIDATE THE MASTER DOES
      *NOT HOLD, WHICH IS CALLED OUT ON THE REPORT. A CANDIDATE
      *ARRIVING ONCE THE TABLE IS FULL IS DROPPED AND THE REPORT IS
      *STAMPED INCOMPLETE
       CAND-ADD-PARAGRAPH.
           MOVE ZERO TO CAND-FOUND-INDEX.
           IF CAND-TABLE-COUNT NOT LESS THAN MAX-CANDIDATES
               COMPUTE CTL-TABLE-FULL = CTL-TABLE-FULL + 1
               MOVE SPACES TO SHARE-RECORD
               STRING 'CANDIDATE ' CAND-SEARCH-ID
                   ' DROPPED: CANDIDATE-TABLE FULL AT '
                   MAX-CANDIDATES ' ENTRIES'
                   DELIMITED BY SIZE INTO SHARE-RECORD
               WRITE SHARE-RECORD
               EXIT PARAGRAPH
           END-IF.

           COMPUTE CAND-TABLE-COUNT = CAND-TABLE-COUNT + 1.
           MOVE CAND-TABLE-COUNT TO CAND-FOUND-INDEX.
           MOVE CAND-SEARCH-ID TO CAND-TBL-ID(CAND-FOUND-INDEX).
           MOVE SPACES TO CAND-TBL-DEPT(CAND-FOUND-INDEX).
           MOVE 'N' TO CAND-TBL-RANKED(CAND-FOUND-INDEX).
           MOVE ZERO TO CAND-TBL-ACCEPTED(CAND-FOUND-INDEX).
           MOVE ZERO TO CAND-TBL-DOLLARS(CAND-FOUND-INDEX).
           IF CAND-ADD-REASON EQUAL 'Y'
               MOVE 'Y' TO CAND-TBL-APPLICANT(CAND-FOUND-INDEX)
               MOVE 'Y' TO CAND-TBL-ELIGIBLE(CAND-FOUND-INDEX)
           ELSE
               MOVE 'N' TO CAND-TBL-APPLICANT(CAND-FOUND-INDEX)
               MOVE 'N' TO CAND-TBL-ELIGIBLE(CAND-FOUND-INDEX)
               COMPUTE CTL-NOT-APPLICANT = CTL-NOT-APPLICANT + 1
               MOVE SPACES TO SHARE-RECORD
               STRING 'CANDIDATE ' CAND-SEARCH-ID ' '
                   DELIMITED BY SIZE
                   CAND-ADD-REASON DELIMITED BY SPACE
                   ' BUT NOT ON THE CANDIDATE MASTER - NOT COUNTED '
                   'AS AN APPLICANT'
                   DELIMITED BY SIZE INTO SHARE-RECORD
               WRITE SHARE-RECORD
           END-IF.

      *MARK EVERY CANDIDATE RANKED IN ANY SLOT OF ANY COURSE ROW.
      *A CANDIDATE RANKED ON SEVERAL COURSES COUNTS ONCE
       LOAD-RANKED-PARAGRAPH.
           OPEN INPUT RANKEDFILE.
           IF RANKED-FILE-STATUS EQUAL 00
               MOVE 'Y' TO RANKED-ON-DISK-FLAG
               MOVE 'N' TO RANKED-EOF-FLAG
               PERFORM RANKED-READ-STEP-PARAGRAPH UNTIL RANKED-AT-END
           END-IF.
           CLOSE RANKEDFILE.

      *THIS WILL REPEAT UNTIL RANKEDFILE IS EXHAUSTED - THE HEADER
      *AND TRAILER ROWS ARE NOT COURSES, THE HEADER ONLY NAMES THE RUN
       RANKED-READ-STEP-PARAGRAPH.
           READ RANKEDFILE
               AT END
                   MOVE 'Y' TO RANKED-EOF-FLAG
               NOT AT END
                   IF RANKED-CONTROL-ROW
                       IF RANKED-CTL-HEADER
                           MOVE RANKED-CTL-RUN-ID TO RANKED-RUN-ID
                       END-IF
                   ELSE
                       MOVE 1 TO SLOT-INDEX
                       PERFORM RANKED-SLOT-STEP-PARAGRAPH
                   END-IF
           END-READ.

      *THIS WILL REPEAT 5 TIMES (SLOTS ON THE ROW) - AN UNUSED SLOT
      *HOLDS ZEROES
       RANKED-SLOT-STEP-PARAGRAPH.
           IF SLOT-INDEX GREATER THAN 5
               EXIT PARAGRAPH
           END-IF.

           IF RANKED-CAND-ID(SLOT-INDEX) NOT EQUAL SPACES
               AND RANKED-CAND-ID(SLOT-INDEX)(1:10) NOT EQUAL
                   '0000000000'
               MOVE RANKED-CAND-ID(SLOT-INDEX) TO CAND-SEARCH-ID
               PERFORM CAND-FIND-PARAGRAPH
               IF CAND-FOUND-INDEX EQUAL ZERO
                   MOVE 'RANKED' TO CAND-ADD-REASON
                   PERFORM CAND-ADD-PARAGRAPH
               END-IF
               IF CAND-FOUND-INDEX NOT EQUAL ZERO
                   MOVE 'Y' TO CAND-TBL-RANKED(CAND-FOUND-INDEX)
               END-IF
           END-IF.

           COMPUTE SLOT-INDEX = SLOT-INDEX + 1.
           PERFORM RANKED-SLOT-STEP-PARAGRAPH.

      *PRICE EVERY ACCEPTED ROW AND CHARGE IT TO ITS CANDIDATE. A TA
      *ON TWO SECTIONS HOLDS TWO ASSIGNMENTS AND IS PAID FOR BOTH
       LOAD-ACCEPTED-PARAGRAPH.
           OPEN INPUT ACCEPTEDFILE.
           IF ACCEPTED-FILE-STATUS EQUAL 00
               MOVE 'Y' TO ACCEPTED-ON-DISK-FLAG
               MOVE 'N' TO ACCEPTED-EOF-FLAG
               PERFORM ACCEPTED-READ-STEP-PARAGRAPH
                   UNTIL ACCEPTED-AT-END
           END-IF.
           CLOSE ACCEPTEDFILE.

      *THIS WILL REPEAT UNTIL ACCEPTEDFILE IS EXHAUSTED
       ACCEPTED-READ-STEP-PARAGRAPH.
           READ ACCEPTEDFILE
               AT END
                   MOVE 'Y' TO ACCEPTED-EOF-FLAG
               NOT AT END
                   IF ACCEPTED-CONTROL-ROW
                       MOVE ACC-CTL-RUN-ID TO ACCEPTED-RUN-ID
                   ELSE
                       PERFORM ACCEPTED-ONE-PARAGRAPH
                   END-IF
           END-READ.

      *CHARGE ONE ACCEPTED ROW - AN UNPRICEABLE ROW STILL COUNTS AS
      *AN ASSIGNMENT BUT ADDS NO DOLLARS, AND IS CALLED OUT
       ACCEPTED-ONE-PARAGRAPH.
           MOVE ACC-CAND-ID TO CAND-SEARCH-ID.
           PERFORM CAND-FIND-PARAGRAPH.
           IF CAND-FOUND-INDEX EQUAL ZERO
               MOVE 'ACCEPTED' TO CAND-ADD-REASON
               PERFORM CAND-ADD-PARAGRAPH
           END-IF.
           IF CAND-FOUND-INDEX EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.

           PERFORM RATE-LOOKUP-PARAGRAPH.
           IF NOT RATE-FOUND
               COMPUTE CTL-NO-RATE = CTL-NO-RATE + 1
               MOVE SPACES TO SHARE-RECORD
               STRING 'CANDIDATE ' ACC-CAND-ID
                   ' COURSE ' ACC-COURSE-CODE
                   ' ACCEPTED - NO STIPEND RATE, NO DOLLARS COUNTED'
                   DELIMITED BY SIZE INTO SHARE-RECORD
               WRITE SHARE-RECORD
           END-IF.
           COMPUTE CAND-TBL-ACCEPTED(CAND-FOUND-INDEX) =
               CAND-TBL-ACCEPTED(CAND-FOUND-INDEX) + 1.
           COMPUTE CAND-TBL-DOLLARS(CAND-FOUND-INDEX) =
               CAND-TBL-DOLLARS(CAND-FOUND-INDEX) + RATE-FOUND-AMOUNT.

      *GIVE EVERY CANDIDATE ON THE TABLE THEIR HOME DEPARTMENT FROM
      *THE CONTACT MASTER, FOLDED TO UPPER CASE SO TWO SPELLINGS OF
      *ONE DEPARTMENT ARE NOT COUNTED APART
       LOAD-CONTACTS-PARAGRAPH.
           OPEN INPUT CONTACTMASTER.
           IF CONTACT-FILE-STATUS EQUAL 00
               MOVE 'Y' TO CONTACT-ON-DISK-FLAG
               MOVE 'N' TO CONTACT-EOF-FLAG
               PERFORM CONTACT-READ-STEP-PARAGRAPH
                   UNTIL CONTACT-AT-END
           END-IF.
           CLOSE CONTACTMASTER.

      *THIS WILL REPEAT UNTIL THE CONTACT MASTER IS EXHAUSTED - A
      *CONTACT WITH NO CANDIDATE ROW IS NOT PART OF THIS REPORT
       CONTACT-READ-STEP-PARAGRAPH.
           READ CONTACTMASTER
               AT END
                   MOVE 'Y' TO CONTACT-EOF-FLAG
               NOT AT END
                   MOVE CON-CANDIDATE-ID TO CAND-SEARCH-ID
                   PERFORM CAND-FIND-PARAGRAPH
                   IF CAND-FOUND-INDEX NOT EQUAL ZERO
                       INSPECT CON-DEPARTMENT CONVERTING
                           LOWER-CASE-LETTERS TO UPPER-CASE-LETTERS
                       MOVE CON-DEPARTMENT
                           TO CAND-TBL-DEPT(CAND-FOUND-INDEX)
                   END-IF
           END-READ.

      *TAKE OUT EVERY APPLICANT THE LAST RANKING RUN EXCLUDED
       LOAD-ELIGIBILITY-PARAGRAPH.
           OPEN INPUT ELIGFILE.
           IF ELIG-FILE-STATUS EQUAL 00
               MOVE 'Y' TO ELIG-ON-DISK-FLAG
               MOVE 'N' TO ELIG-EOF-FLAG
               PERFORM ELIG-READ-STEP-PARAGRAPH UNTIL ELIG-AT-END
           END-IF.
           CLOSE ELIGFILE.

      *THIS WILL REPEAT UNTIL ELIGFILE IS EXHAUSTED
       ELIG-READ-STEP-PARAGRAPH.
           READ ELIGFILE
               AT END
                   MOVE 'Y' TO ELIG-EOF-FLAG
               NOT AT END
                   IF ELIG-RECORD(1:10) EQUAL 'CANDIDATE '
                       AND ELIG-RECORD(22:10) EQUAL ' EXCLUDED:'
                       MOVE ELIG-RECORD(11:11) TO CAND-SEARCH-ID
                       PERFORM CAND-FIND-PARAGRAPH
                       IF CAND-FOUND-INDEX NOT EQUAL ZERO
                           IF CAND-IS-ELIGIBLE(CAND-FOUND-INDEX)
                               MOVE 'N' TO
                                   CAND-TBL-ELIGIBLE(CAND-FOUND-INDEX)
                               COMPUTE CTL-EXCLUDED = CTL-EXCLUDED + 1
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *THIS WILL REPEAT CAND-TABLE-COUNT TIMES, ADDING EACH CANDIDATE
      *TO THEIR DEPARTMENT'S ROW AND TO THE RUN TOTALS
       DEPT-TALLY-STEP-PARAGRAPH.
           MOVE CAND-TBL-DEPT(CAND-INDEX) TO DEPT-SEARCH-NAME.
           IF DEPT-SEARCH-NAME EQUAL SPACES
               MOVE 'UNKNOWN' TO DEPT-SEARCH-NAME
               IF CAND-IS-APPLICANT(CAND-INDEX)
                   COMPUTE CTL-NO-DEPARTMENT = CTL-NO-DEPARTMENT + 1
               END-IF
           END-IF.
           PERFORM DEPT-FIND-PARAGRAPH.
           IF DEPT-FOUND-INDEX EQUAL ZERO
               PERFORM DEPT-ADD-PARAGRAPH
           END-IF.
           IF DEPT-FOUND-INDEX EQUAL ZERO
               COMPUTE CAND-INDEX = CAND-INDEX + 1
               EXIT PARAGRAPH
           END-IF.

           IF CAND-IS-APPLICANT(CAND-INDEX)
               COMPUTE DEPT-APPLICANTS(DEPT-FOUND-INDEX) =
                   DEPT-APPLICANTS(DEPT-FOUND-INDEX) + 1
               COMPUTE CTL-APPLICANTS = CTL-APPLICANTS + 1
           END-IF.
           IF CAND-IS-ELIGIBLE(CAND-INDEX)
               COMPUTE DEPT-ELIGIBLE(DEPT-FOUND-INDEX) =
                   DEPT-ELIGIBLE(DEPT-FOUND-INDEX) + 1
               COMPUTE CTL-ELIGIBLE = CTL-ELIGIBLE + 1
           END-IF.
           IF CAND-IS-RANKED(CAND-INDEX)
               COMPUTE DEPT-RANKED(DEPT-FOUND-INDEX) =
                   DEPT-RANKED(DEPT-FOUND-INDEX) + 1
               COMPUTE CTL-RANKED = CTL-RANKED + 1
           END-IF.
           COMPUTE DEPT-ACCEPTED(DEPT-FOUND-INDEX) =
               DEPT-ACCEPTED(DEPT-FOUND-INDEX) +
               CAND-TBL-ACCEPTED(CAND-INDEX).
           COMPUTE CTL-ACCEPTED =
               CTL-ACCEPTED + CAND-TBL-ACCEPTED(CAND-INDEX).
           COMPUTE DEPT-DOLLARS(DEPT-FOUND-INDEX) =
               DEPT-DOLLARS(DEPT-FOUND-INDEX) +
               CAND-TBL-DOLLARS(CAND-INDEX).
           COMPUTE CTL-DOLLARS =
               CTL-DOLLARS + CAND-TBL-DOLLARS(CAND-INDEX).

           COMPUTE CAND-INDEX = CAND-INDEX + 1.

      *FIND DEPT-SEARCH-NAME ON THE DEPARTMENT TABLE
       DEPT-FIND-PARAGRAPH.
           MOVE ZERO TO DEPT-FOUND-INDEX.
           MOVE 1 TO DEPT-SEARCH-INDEX.
           PERFORM DEPT-FIND-STEP-PARAGRAPH
               UNTIL DEPT-SEARCH-INDEX GREATER THAN DEPT-TABLE-COUNT
                   OR DEPT-FOUND-INDEX NOT EQUAL ZERO.

      *THIS WILL REPEAT UNTIL A MATCH IS FOUND OR THE TABLE IS
      *EXHAUSTED
       DEPT-FIND-STEP-PARAGRAPH.
           IF DEPT-TBL-NAME(DEPT-SEARCH-INDEX) EQUAL DEPT-SEARCH-NAME
               MOVE DEPT-SEARCH-INDEX TO DEPT-FOUND-INDEX
           END-IF.

           COMPUTE DEPT-SEARCH-INDEX = DEPT-SEARCH-INDEX + 1.

      *OPEN A ROW FOR A DEPARTMENT NOT YET SEEN - A DEPARTMENT
      *ARRIVING ONCE THE TABLE IS FULL IS DROPPED, ITS CANDIDATES WITH
      *IT, AND THE REPORT IS STAMPED INCOMPLETE
       DEPT-ADD-PARAGRAPH.
           IF DEPT-TABLE-COUNT NOT LESS THAN MAX-DEPTS
               COMPUTE CTL-TABLE-FULL = CTL-TABLE-FULL + 1
               MOVE SPACES TO SHARE-RECORD
               STRING 'CANDIDATE ' CAND-TBL-ID(CAND-INDEX)
                   ' DROPPED: DEPARTMENT-TABLE FULL AT '
                   MAX-DEPTS ' ENTRIES'
                   DELIMITED BY SIZE INTO SHARE-RECORD
               WRITE SHARE-RECORD
               EXIT PARAGRAPH
           END-IF.

           COMPUTE DEPT-TABLE-COUNT = DEPT-TABLE-COUNT + 1.
           MOVE DEPT-TABLE-COUNT TO DEPT-FOUND-INDEX.
           MOVE DEPT-SEARCH-NAME TO DEPT-TBL-NAME(DEPT-FOUND-INDEX).
           MOVE ZERO TO DEPT-APPLICANTS(DEPT-FOUND-INDEX).
           MOVE ZERO TO DEPT-ELIGIBLE(DEPT-FOUND-INDEX).
           MOVE ZERO TO DEPT-RANKED(DEPT-FOUND-INDEX).
           MOVE ZERO TO DEPT-ACCEPTED(DEPT-FOUND-INDEX).
           MOVE ZERO TO DEPT-DOLLARS(DEPT-FOUND-INDEX).

      *THE REPORT HEADING - THE RUN DATE AND THE TOLERANCE. ANY INPUT
      *ROW CALLED OUT WHILE LOADING FOLLOWS IT
       WRITE-HEADING-PARAGRAPH.
           MOVE SPACES TO SHARE-RECORD.
           STRING 'DEPARTMENT ALLOCATION AND FAIR-SHARE REPORT AS OF '
               RUN-DATE-WS
               DELIMITED BY SIZE INTO SHARE-RECORD.
           WRITE SHARE-RECORD.

           MOVE TOLERANCE-WS TO TOLERANCE-ED.
           MOVE SPACES TO SHARE-RECORD.
           STRING 'FAIR-SHARE TOLERANCE: ' TOLERANCE-ED
               ' PERCENTAGE POINTS OF ASSIGNMENTS AGAINST APPLICANTS'
               DELIMITED BY SIZE INTO SHARE-RECORD.
           WRITE SHARE-RECORD.

      *AHEAD OF THE DEPARTMENT ROWS - THE RUNS THE RANKED AND ACCEPTED
      *COLUMNS CAME FROM, AND A WARNING FOR EVERY INPUT THAT WAS NOT
      *ON DISK
       WRITE-SOURCES-PARAGRAPH.
           MOVE SPACES TO SHARE-RECORD.
           STRING 'RANKING RUN ID: ' RANKED-RUN-ID
               ' ACCEPTED FROM RUN ID: ' ACCEPTED-RUN-ID
               DELIMITED BY SIZE INTO SHARE-RECORD.
           WRITE SHARE-RECORD.

           IF RANKED-RUN-ID NOT EQUAL ACCEPTED-RUN-ID
               MOVE SPACES TO SHARE-RECORD
               STRING '*** OFFERS WERE NOT BUILT FROM THIS RANKING RUN'
                   ' - RANKED AND ACCEPTED COLUMNS DIFFER IN RUN'
                   DELIMITED BY SIZE INTO SHARE-RECORD
               WRITE SHARE-RECORD
           END-IF.

           IF NOT CONTACT-ON-DISK
               MOVE SPACES TO SHARE-RECORD
               STRING '*** CONTACT MASTER NOT ON FILE - EVERY '
                   'CANDIDATE COUNTED UNDER UNKNOWN'
                   DELIMITED BY SIZE INTO SHARE-RECORD
               WRITE SHARE-RECORD
           END-IF.
           IF NOT ELIG-ON-DISK
               MOVE SPACES TO SHARE-RECORD
               STRING '*** ELIGIBILITY REPORT NOT ON FILE - EVERY '
                   'APPLICANT COUNTED ELIGIBLE'
                   DELIMITED BY SIZE INTO SHARE-RECORD
               WRITE SHARE-RECORD
           END-IF.
           IF NOT RANKED-ON-DISK
               MOVE SPACES TO SHARE-RECORD
               STRING '*** output.txt NOT ON FILE - NO CANDIDATE '
                   'COUNTED RANKED'
                   DELIMITED BY SIZE INTO SHARE-RECORD
               WRITE SHARE-RECORD
           END-IF.
           IF NOT ACCEPTED-ON-DISK
               MOVE SPACES TO SHARE-RECORD
               STRING '*** ACCEPTED ASSIGNMENTS NOT ON FILE - NO '
                   'OFFER COUNTED ACCEPTED'
                   DELIMITED BY SIZE INTO SHARE-RECORD
               WRITE SHARE-RECORD
           END-IF.

      *THIS WILL REPEAT DEPT-TABLE-COUNT TIMES, TWO LINES PER
      *DEPARTMENT - ITS COUNTS AND DOLLARS, THEN ITS SHARES
       DEPT-REPORT-STEP-PARAGRAPH.
           MOVE DEPT-DOLLARS(DEPT-INDEX) TO DOLLARS-ED.
           MOVE SPACES TO SHARE-RECORD.
           STRING 'DEPARTMENT ' DELIMITED BY SIZE
               DEPT-TBL-NAME(DEPT-INDEX) DELIMITED BY '  '
               INTO SHARE-RECORD.
           WRITE SHARE-RECORD.

           MOVE SPACES TO SHARE-RECORD.
           STRING '  APPLICANTS ' DEPT-APPLICANTS(DEPT-INDEX)
               ' ELIGIBLE ' DEPT-ELIGIBLE(DEPT-INDEX)
               ' RANKED ' DEPT-RANKED(DEPT-INDEX)
               ' ACCEPTED ' DEPT-ACCEPTED(DEPT-INDEX)
               ' STIPENDS ' DOLLARS-ED
               DELIMITED BY SIZE INTO SHARE-RECORD.
           WRITE SHARE-RECORD.

           PERFORM DEPT-SHARE-PARAGRAPH.

           COMPUTE DEPT-INDEX = DEPT-INDEX + 1.

      *SET ONE DEPARTMENT'S SHARE OF ACCEPTED ASSIGNMENTS AGAINST ITS
      *SHARE OF APPLICANTS. WITH NOTHING ACCEPTED THERE IS NO SHARE TO
      *COMPARE, SO NO DEPARTMENT IS FLAGGED
       DEPT-SHARE-PARAGRAPH.
           MOVE ZERO TO APPLICANT-SHARE-WS.
           MOVE ZERO TO ASSIGNED-SHARE-WS.
           IF CTL-APPLICANTS GREATER THAN ZERO
               COMPUTE APPLICANT-SHARE-WS ROUNDED =
                   DEPT-APPLICANTS(DEPT-INDEX) * 100 / CTL-APPLICANTS
           END-IF.
           IF CTL-ACCEPTED GREATER THAN ZERO
               COMPUTE ASSIGNED-SHARE-WS ROUNDED =
                   DEPT-ACCEPTED(DEPT-INDEX) * 100 / CTL-ACCEPTED
           END-IF.
           COMPUTE SHARE-GAP-WS =
               ASSIGNED-SHARE-WS - APPLICANT-SHARE-WS.
           IF SHARE-GAP-WS LESS THAN ZERO
               COMPUTE SHARE-GAP-SIZE = ZERO - SHARE-GAP-WS
           ELSE
               MOVE SHARE-GAP-WS TO SHARE-GAP-SIZE
           END-IF.
           MOVE APPLICANT-SHARE-WS TO APPLICANT-SHARE-ED.
           MOVE ASSIGNED-SHARE-WS TO ASSIGNED-SHARE-ED.
           MOVE SHARE-GAP-WS TO SHARE-GAP-ED.

           MOVE SPACES TO SHARE-RECORD.
           IF CTL-ACCEPTED EQUAL ZERO
               OR SHARE-GAP-SIZE NOT GREATER THAN TOLERANCE-WS
               STRING '  SHARE OF APPLICANTS ' APPLICANT-SHARE-ED
                   '% OF ASSIGNMENTS ' ASSIGNED-SHARE-ED
                   '% GAP ' SHARE-GAP-ED
                   DELIMITED BY SIZE INTO SHARE-RECORD
               WRITE SHARE-RECORD
               EXIT PARAGRAPH
           END-IF.

           COMPUTE CTL-FLAGGED = CTL-FLAGGED + 1.
           IF SHARE-GAP-WS LESS THAN ZERO
               STRING '  SHARE OF APPLICANTS ' APPLICANT-SHARE-ED
                   '% OF ASSIGNMENTS ' ASSIGNED-SHARE-ED
                   '% GAP ' SHARE-GAP-ED
                   ' *** BELOW FAIR SHARE ***'
                   DELIMITED BY SIZE INTO SHARE-RECORD
           ELSE
               STRING '  SHARE OF APPLICANTS ' APPLICANT-SHARE-ED
                   '% OF ASSIGNMENTS ' ASSIGNED-SHARE-ED
                   '% GAP ' SHARE-GAP-ED
                   ' *** ABOVE FAIR SHARE ***'
                   DELIMITED BY SIZE INTO SHARE-RECORD
           END-IF.
           WRITE SHARE-RECORD.

      *THE CONTROL TOTALS - THE DEPARTMENT ROWS ABOVE ADD UP TO THESE
       WRITE-TOTALS-PARAGRAPH.
           MOVE CTL-DOLLARS TO DOLLARS-ED.
           MOVE SPACES TO SHARE-RECORD.
           STRING 'ALL DEPARTMENTS: ' DEPT-TABLE-COUNT
               DELIMITED BY SIZE INTO SHARE-RECORD.
           WRITE SHARE-RECORD.

           MOVE SPACES TO SHARE-RECORD.
           STRING '  APPLICANTS ' CTL-APPLICANTS
               ' ELIGIBLE ' CTL-ELIGIBLE
               ' RANKED ' CTL-RANKED
               ' ACCEPTED ' CTL-ACCEPTED
               ' STIPENDS ' DOLLARS-ED
               DELIMITED BY SIZE INTO SHARE-RECORD.
           WRITE SHARE-RECORD.

           MOVE SPACES TO SHARE-RECORD.
           STRING 'EXCLUDED BY RANKING ' CTL-EXCLUDED
               ', APPLICANTS WITH NO DEPARTMENT ' CTL-NO-DEPARTMENT
               DELIMITED BY SIZE INTO SHARE-RECORD.
           WRITE SHARE-RECORD.

           MOVE SPACES TO SHARE-RECORD.
           STRING 'RANKED OR ACCEPTED BUT NOT APPLICANTS '
               CTL-NOT-APPLICANT
               ', ACCEPTED WITH NO RATE ' CTL-NO-RATE
               DELIMITED BY SIZE INTO SHARE-RECORD.
           WRITE SHARE-RECORD.

           MOVE SPACES TO SHARE-RECORD.
           STRING 'DEPARTMENTS OUTSIDE FAIR SHARE: ' CTL-FLAGGED
               DELIMITED BY SIZE INTO SHARE-RECORD.
           WRITE SHARE-RECORD.

           IF CTL-TABLE-FULL GREATER THAN ZERO
               MOVE SPACES TO SHARE-RECORD
               STRING '*** ' CTL-TABLE-FULL
                   ' ROW(S) DROPPED AT TABLE CAPACITY - '
                   'REPORT INCOMPLETE'
                   DELIMITED BY SIZE INTO SHARE-RECORD
               WRITE SHARE-RECORD
           END-IF.

       MAIN-PARAGRAPH.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           OPEN OUTPUT SHAREREPORTFILE.
           PERFORM LOAD-OPTIONS-PARAGRAPH.
           PERFORM WRITE-HEADING-PARAGRAPH.

      *WITHOUT THE CANDIDATE MASTER THERE ARE NO APPLICANTS AND NO
      *SHARE TO MEASURE AGAINST, SO THE RUN ENDS FATAL
           PERFORM LOAD-CANDIDATES-PARAGRAPH.
           IF NOT MASTER-LOADED
               MOVE SPACES TO SHARE-RECORD
               STRING '*** RUN REFUSED - CANDIDATE MASTER MISSING'
                   DELIMITED BY SIZE INTO SHARE-RECORD
               WRITE SHARE-RECORD
               CLOSE SHAREREPORTFILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-RATES-PARAGRAPH.
           PERFORM LOAD-RANKED-PARAGRAPH.
           PERFORM LOAD-ACCEPTED-PARAGRAPH.
           PERFORM LOAD-CONTACTS-PARAGRAPH.
           PERFORM LOAD-ELIGIBILITY-PARAGRAPH.

           MOVE ZERO TO DEPT-TABLE-COUNT.
           MOVE 1 TO CAND-INDEX.
           PERFORM DEPT-TALLY-STEP-PARAGRAPH
               UNTIL CAND-INDEX GREATER THAN CAND-TABLE-COUNT.

           PERFORM WRITE-SOURCES-PARAGRAPH.
           MOVE 1 TO DEPT-INDEX.
           PERFORM DEPT-REPORT-STEP-PARAGRAPH
               UNTIL DEPT-INDEX GREATER THAN DEPT-TABLE-COUNT.
           PERFORM WRITE-TOTALS-PARAGRAPH.
           CLOSE SHAREREPORTFILE.
           DISPLAY 'DEPARTMENTS: ' DEPT-TABLE-COUNT
               ' APPLICANTS: ' CTL-APPLICANTS
               ' ACCEPTED: ' CTL-ACCEPTED
               ' OUTSIDE FAIR SHARE: ' CTL-FLAGGED.

      *DISTINCT RETURN CODES: 0 CLEAN, 4 WHEN A DEPARTMENT IS OUTSIDE
      *ITS FAIR SHARE OR THE INPUTS DO NOT AGREE - A CANDIDATE OFF
      *THE MASTER, AN UNPRICEABLE ACCEPTANCE, OFFERS FROM ANOTHER RUN
      *- AND 8 WHEN THE REPORT COULD NOT BE RUN OR IS INCOMPLETE
           IF CTL-TABLE-FULL GREATER THAN ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CTL-FLAGGED GREATER THAN ZERO
                   OR CTL-NOT-APPLICANT GREATER THAN ZERO
                   OR CTL-NO-RATE GREATER THAN ZERO
                   OR RANKED-RUN-ID NOT EQUAL ACCEPTED-RUN-ID
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.
       END PROGRAM TA-DEPTSHARE.
