               ASSIGN TO './course-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRS-COURSE-KEY
               FILE STATUS IS CRSMST-FILE-STATUS.
           SELECT OPTIONAL RANKEDFILE ASSIGN TO 'output.txt'
               ORGANIZATION IS BINARY SEQUENTIAL
               ASSIGN TO './run-options.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNOPT-FILE-STATUS.
           SELECT OPTIONAL RUNCONTROLFILE
               ASSIGN TO './run-control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-FILE-STATUS.
           SELECT OPTIONAL OVERRIDEFILE
               ASSIGN TO './overrides.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERRIDE-FILE-STATUS.
           SELECT OPTIONAL OVRAUDITFILE
               ASSIGN TO './override-audit.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVRAUDIT-FILE-STATUS.
           SELECT OPTIONAL AFFECTEDFILE
               ASSIGN TO './affected-courses.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFFECTED-FILE-STATUS.
           SELECT OPTIONAL PAYSTOPFILE
               ASSIGN TO './payroll-stops.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYSTOP-FILE-STATUS.
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
               88 RANKED-CTL-TRAILER    VALUE '*TRAILER'.
               88 RANKED-CONTROL-ROW    VALUE '*HEADER*' '*TRAILER'.
           05 RANKED-CTL-RUN-ID    PIC X(23).
           05 RANKED-CTL-ROW-COUNT PIC 9(5).
           05 FILLER               PIC X(28).

       FD RESPONSEFILE.
       01 RESPONSE-DETAILS.
           05 RESP-COURSE-CODE     PIC X(5).
           05 RESP-CAND-ID         PIC X(11).
           05 RESP-STATUS          PIC X(8).
           05 RESP-SECTION         PIC X(3).

       FD OFFERFILE.
       01 OFFER-RECORD             PIC X(80).
           05 ACC-CAND-ID          PIC X(11).
           05 ACC-SLOT             PIC 9.
           05 ACC-TERM             PIC X(6).
           05 ACC-SECTION          PIC X(3).
       01 ACCEPTED-CONTROL-DETAILS.
           05 ACC-CTL-TAG          PIC X(8).
           05 ACC-CTL-RUN-ID       PIC X(23).

       FD RUNOPTIONSFILE.
       01 RUN-OPTIONS-RECORD.
           05 OPT-SCORE-AUDIT      PIC X.
           05 OPT-SIMULATE         PIC X.

       FD RUNCONTROLFILE.
       01 RUN-CONTROL-RECORD.
           05 RCT-RUN-ID           PIC X(23).
           05 FILLER               PIC X.
           05 RCT-STATUS           PIC X(8).
               88 RCT-COMPLETE          VALUE 'COMPLETE'.

      *COORDINATOR OVERRIDE TRANSACTIONS - FORCE PUTS A CANDIDATE AT
      *THE TOP OF THE RANKED LIST, REMOVE TAKES ONE OFF IT, SWAP PUTS
      *OVR-SWAP-CAND-ID IN THE SLOT OVR-CAND-ID HELD. A BLANK SECTION
      *COVERS EVERY SECTION OF THE COURSE
       FD OVERRIDEFILE.
       01 OVERRIDE-DETAILS.
           05 OVR-ACTION           PIC X(6).
           05 OVR-COURSE-CODE      PIC X(5).
           05 OVR-CAND-ID          PIC X(11).
           05 OVR-SWAP-CAND-ID     PIC X(11).
           05 OVR-REQUESTED-BY     PIC X(8).
           05 OVR-APPROVED-BY      PIC X(8).
           05 OVR-REASON           PIC X(30).
           05 OVR-SECTION          PIC X(3).

       FD OVRAUDITFILE.
       01 OVRAUDIT-RECORD          PIC X(200).

       FD AFFECTEDFILE.
       01 AFFECTED-RECORD          PIC X(100).

       FD PAYSTOPFILE.
       01 PAYSTOP-DETAILS.
           05 STOP-CAND-ID         PIC X(11).
           05 STOP-COURSE-CODE     PIC X(5).
           05 STOP-TERM            PIC X(6).
           05 STOP-EFFECTIVE-DATE  PIC X(8).
           05 STOP-REASON          PIC X(30).

       WORKING-STORAGE SECTION.
       01 INSTRUCTOR-INFO.
           05 INST-FILE-STATUS     PIC 99.
           05 ACCEPTED-FILE-STATUS PIC 99.
       01 RUNOPT-INFO.
           05 RUNOPT-FILE-STATUS   PIC 99.
       01 RUNCTL-INFO.
           05 RUNCTL-FILE-STATUS   PIC 99.
       01 OVERRIDE-INFO.
           05 OVERRIDE-FILE-STATUS PIC 99.
           05 OVERRIDE-EOF-FLAG    PIC X       VALUES 'N'.
               88 OVERRIDE-AT-END       VALUE 'Y'.
       01 OVRAUDIT-INFO.
           05 OVRAUDIT-FILE-STATUS PIC 99.

      *RUN LINEAGE - THE RANKING RUN THIS PASS EXPECTS IS THE ONE
      *run-control.txt NAMES, AND ONLY IF THAT RUN FINISHED CLEAN.
      *output.txt MUST CARRY THE SAME RUN-ID ON ITS HEADER AND ITS
      *TRAILER, AND THE TRAILER'S ROW COUNT MUST MATCH THE COURSE
      *ROWS ACTUALLY READ, OR THE WHOLE PASS IS REFUSED BEFORE
      *offers.txt OR accepted-assignments.txt IS TOUCHED - A STALE OR
      *HALF-WRITTEN RANKING FILE NEVER BECOMES AN OFFER LIST
       01 EXPECTED-RUN-ID          PIC X(23)   VALUES SPACES.
       01 EXPECTED-RUN-STATE       PIC X(8)    VALUES SPACES.
       01 HEADER-RUN-ID            PIC X(23)   VALUES SPACES.
       01 TRAILER-RUN-ID           PIC X(23)   VALUES SPACES.
       01 TRAILER-ROW-COUNT        PIC 9(5)    VALUES ZERO.
       01 RANKED-ROWS-READ         PIC 9(5)    VALUES ZERO.
       01 RANKED-RECORDS-READ      PIC 9(5)    VALUES ZERO.
       01 TRAILER-FOUND-FLAG       PIC X       VALUES 'N'.
           88 TRAILER-FOUND             VALUE 'Y'.
       01 LINEAGE-FLAG             PIC X       VALUES 'N'.
           88 LINEAGE-REFUSED           VALUE 'Y'.
       01 LINEAGE-REASON           PIC X(50)   VALUES SPACES.

      *THE TERM STAMPED ON ACCEPTED-ASSIGNMENT ROWS - READ FROM THE
      *SAME run-options.txt TA-RANKING STAMPS ITS HISTORY ROWS FROM,
              10 RESP-TBL-COURSE   PIC X(5).
              10 RESP-TBL-CAND-ID  PIC X(11).
              10 RESP-TBL-STATUS   PIC X(8).
              10 RESP-TBL-SECTION  PIC X(3).

      *TAS-NEEDED PER COURSE, COLLECTED FROM INSTRUCTORFILE SO THIS
      *PASS OFFERS TO THE SAME NUMBER OF SLOTS TA-RANKING RANKED FOR -
       01 NEED-TABLE-COUNT         PIC 999     VALUES ZERO.
       01 NEED-TABLE.
           05 NEED-ENTRY OCCURS 200 TIMES.
              10 NEED-COURSE-KEY   PIC X(8).
              10 NEED-COUNT        PIC 9.

       01 MAX-OFFER-DEPTH          PIC 9       VALUES 5.
      *ADJACENT REPEATS OF THE SAME COURSE IN output.txt ARE
      *CHECKPOINT-RESUME DUPLICATES - COLLAPSED HERE THE SAME WAY
      *TA-RANKING'S WORKLOAD-READ-STEP-PARAGRAPH COLLAPSES THEM
       01 OFFER-PREV-COURSE        PIC X(8)    VALUES SPACES.

      *A COURSE RUN AS SEVERAL SECTIONS IS OFFERED ONE SECTION AT A
      *TIME - EVERY OFFER MADE THIS RUN IS HELD HERE SO AN ALTERNATE
      *ALREADY HOLDING AN OFFER ON ONE SECTION IS PASSED OVER ON THE
      *COURSE'S OTHER SECTIONS INSTEAD OF BEING OFFERED TWICE. A
      *SECTIONED COURSE'S LINES NAME THE SECTION, BUILT BY SECTION-
      *LABEL-PARAGRAPH - BLANK FOR A SINGLE-SECTION COURSE
       01 MAX-OFFERS               PIC 9999    VALUES 1000.
       01 OFFERED-TABLE-COUNT      PIC 9999    VALUES ZERO.
       01 OFFERED-TABLE.
           05 OFFERED-ENTRY OCCURS 1000 TIMES.
              10 OFFERED-COURSE    PIC X(5).
              10 OFFERED-SECTION   PIC X(3).
              10 OFFERED-CAND-ID   PIC X(11).
       01 OFFERED-SEARCH-INDEX     PIC 9999    VALUES ZERO.
       01 OFFERED-SECTION-FOUND    PIC X(3)    VALUES SPACES.
       01 OFFERED-FOUND-FLAG       PIC X       VALUES 'N'.
           88 OFFERED-ELSEWHERE         VALUE 'Y'.
       01 CTL-OFFERED-DROPPED      PIC 9(5)    VALUES ZERO.
       01 SECTION-LABEL-WS         PIC X(12)   VALUES SPACES.

      *COORDINATOR OVERRIDES ARE APPLIED TO EACH COURSE'S RANKED
      *SLOTS AS THE ROW IS READ, BEFORE ANY OFFER IS BUILT FROM IT -
      *output.txt ITSELF IS NEVER EDITED, SO THE RANKING AS RUN AND
      *EVERY CHANGE MADE TO IT BOTH STAY ON RECORD. AN OVERRIDE IS
      *ONLY HONOURED WITH AN APPROVING USER WHO IS NOT THE REQUESTER,
      *AND EVERY ONE READ - APPLIED, NOT APPLIED OR REJECTED - GOES ON
      *override-audit.txt WITH ITS REQUESTER AND APPROVER
       01 MAX-OVERRIDES            PIC 999     VALUES 200.
       01 OVERRIDE-TABLE-COUNT     PIC 999     VALUES ZERO.
       01 OVERRIDE-TABLE.
           05 OVERRIDE-ENTRY OCCURS 200 TIMES.
              10 OVR-TBL-ACTION    PIC X(6).
              10 OVR-TBL-COURSE    PIC X(5).
              10 OVR-TBL-CAND-ID   PIC X(11).
              10 OVR-TBL-SWAP-ID   PIC X(11).
              10 OVR-TBL-REQUESTED PIC X(8).
              10 OVR-TBL-APPROVED  PIC X(8).
              10 OVR-TBL-REASON    PIC X(30).
              10 OVR-TBL-SECTION   PIC X(3).
              10 OVR-TBL-STATE     PIC X.
              10 OVR-TBL-NOTE      PIC X(23).
      *THE OVERRIDE BEING VALIDATED, APPLIED OR AUDITED - THE SAME
      *LAYOUT AS ONE OVERRIDE-ENTRY SO A WHOLE ENTRY MOVES IN AND OUT.
      *STATE ' ' NOT YET MET, 'S' COURSE SEEN BUT NOT APPLICABLE,
      *'A' APPLIED TO AT LEAST ONE ROW
       01 OVR-CURRENT.
           05 OVR-CUR-ACTION       PIC X(6).
               88 OVR-CUR-FORCE         VALUE 'FORCE'.
               88 OVR-CUR-REMOVE        VALUE 'REMOVE'.
               88 OVR-CUR-SWAP          VALUE 'SWAP'.
               88 OVR-CUR-KNOWN-ACTION  VALUE 'FORCE' 'REMOVE' 'SWAP'.
           05 OVR-CUR-COURSE       PIC X(5).
           05 OVR-CUR-CAND-ID      PIC X(11).
           05 OVR-CUR-SWAP-ID      PIC X(11).
           05 OVR-CUR-REQUESTED    PIC X(8).
           05 OVR-CUR-APPROVED     PIC X(8).
           05 OVR-CUR-REASON       PIC X(30).
           05 OVR-CUR-SECTION      PIC X(3).
           05 OVR-CUR-STATE        PIC X.
               88 OVR-CUR-UNSEEN        VALUE ' '.
               88 OVR-CUR-SEEN          VALUE 'S'.
               88 OVR-CUR-APPLIED       VALUE 'A'.
           05 OVR-CUR-NOTE         PIC X(23).
       01 OVR-INDEX                PIC 999     VALUES ZERO.
       01 OVR-FOUND-SLOT           PIC 9       VALUES ZERO.
       01 OVR-SWAP-SLOT            PIC 9       VALUES ZERO.
       01 OVR-SHIFT-INDEX          PIC 9       VALUES ZERO.
       01 OVR-SEARCH-ID            PIC X(11)   VALUES SPACES.
       01 OVR-OUTCOME-WS           PIC X(40)   VALUES SPACES.
       01 OVR-SECTION-LABEL        PIC X(12)   VALUES SPACES.
       01 OVR-SWAP-LABEL           PIC X(18)   VALUES SPACES.
       01 CTL-OVR-READ             PIC 9(5)    VALUES ZERO.
       01 CTL-OVR-APPLIED          PIC 9(5)    VALUES ZERO.
       01 CTL-OVR-NOT-APPLIED      PIC 9(5)    VALUES ZERO.
       01 CTL-OVR-REJECTED         PIC 9(5)    VALUES ZERO.
       01 CTL-OVR-DROPPED          PIC 9(5)    VALUES ZERO.

      *WHEN THE RANKING RUN WAS SELECTIVE, affected-courses.txt NAMES
      *THE COURSES IT RE-RANKED - EVERY OTHER COURSE'S ROW WAS CARRIED
      *OVER UNCHANGED. THE LIST IS ONLY BELIEVED WHEN ITS HEADER
      *CARRIES THE RUN-ID THIS PASS IS BUILDING OFFERS FROM; EACH
      *LISTED COURSE GETS A REVISIT LINE ON offers.txt AHEAD OF ITS
      *OFFERS, AND A LISTED COURSE NO LONGER RANKED GETS ONE TOO
       01 AFFECTED-INFO.
           05 AFFECTED-FILE-STATUS PIC 99.
           05 AFFECTED-EOF-FLAG    PIC X       VALUES 'N'.
               88 AFFECTED-AT-END       VALUE 'Y'.
       01 AFFECTED-LINES-READ      PIC 9(5)    VALUES ZERO.
       01 AFFECTED-LIST-FLAG       PIC X       VALUES 'N'.
           88 AFFECTED-LIST-SELECTIVE   VALUE 'Y'.
       01 AFFECTED-TABLE-COUNT     PIC 999     VALUES ZERO.
       01 AFFECTED-TABLE.
           05 AFFECTED-COURSE      PIC X(5)
           OCCURS 200 TIMES.
       01 AFFECTED-SEARCH-INDEX    PIC 999     VALUES ZERO.
       01 AFFECTED-LOOKUP-COURSE   PIC X(5)    VALUES SPACES.
       01 AFFECTED-FOUND-FLAG      PIC X       VALUES 'N'.
           88 AFFECTED-FOUND            VALUE 'Y'.
       01 CTL-REVISIT-LINES        PIC 9(5)    VALUES ZERO.

      *A TA TA-WITHDRAW HAS TAKEN OFF A COURSE HAS A ROW ON
      *payroll-stops.txt FOR THE COURSE AND TERM. THEIR OLD ACCEPT
      *RESPONSE IS STILL ON responses.txt, SO EVERY RUN PASSES THEM
      *OVER ON EVERY SECTION OF THAT COURSE - OTHERWISE THE REBUILT
      *ACCEPTED FILE WOULD PUT THEM BACK ON THE PAYROLL. THEIR
      *REPLACEMENT COMES BACK THROUGH THE ACCEPT ROW TA-WITHDRAW
      *ADDS TO responses.txt
       01 PAYSTOP-INFO.
           05 PAYSTOP-FILE-STATUS  PIC 99.
           05 PAYSTOP-EOF-FLAG     PIC X       VALUES 'N'.
               88 PAYSTOP-AT-END        VALUE 'Y'.
       01 MAX-STOPS                PIC 9999    VALUES 1000.
       01 STOP-TABLE-COUNT         PIC 9999    VALUES ZERO.
       01 STOP-TABLE.
           05 STOP-ENTRY OCCURS 1000 TIMES.
              10 STOP-TBL-CAND-ID  PIC X(11).
              10 STOP-TBL-COURSE   PIC X(5).
       01 STOP-SEARCH-INDEX        PIC 9999    VALUES ZERO.
       01 STOP-FOUND-FLAG          PIC X       VALUES 'N'.
           88 CAND-STOPPED              VALUE 'Y'.
       01 CTL-STOPPED-PASSED       PIC 9(5)    VALUES ZERO.
       01 CTL-STOP-DROPPED         PIC 9(5)    VALUES ZERO.
      *AN ACCEPTED TA LYING BELOW THE SLOTS THE WALK STOPPED AT -
      *A WITHDRAWAL REPLACEMENT PICKED PAST AN ALTERNATE STILL
      *AWAITING REPLY, OR A TA AN OVERRIDE PUSHED DOWN - KEEPS THEIR
      *ACCEPTED ROW RATHER THAN SILENTLY FALLING OFF THE PAYROLL
       01 CTL-LATE-ACCEPTS         PIC 9(5)    VALUES ZERO.
      *****************************************************************
       PROCEDURE DIVISION.
      *GO STRAIGHT TO THE MAINLINE - THE PARAGRAPHS BELOW ARE ONLY
                           RESP-TBL-CAND-ID(RESPONSE-TABLE-COUNT)
                       MOVE RESP-STATUS TO
                           RESP-TBL-STATUS(RESPONSE-TABLE-COUNT)
                       MOVE RESP-SECTION TO
                           RESP-TBL-SECTION(RESPONSE-TABLE-COUNT)
                   ELSE
                       COMPUTE CTL-RESP-DROPPED = CTL-RESP-DROPPED + 1
                       MOVE SPACES TO OFFER-RECORD
               NOT AT END
                   IF NEED-TABLE-COUNT LESS THAN MAX-COURSES
                       COMPUTE NEED-TABLE-COUNT = NEED-TABLE-COUNT + 1
                       MOVE CRS-COURSE-KEY TO
                           NEED-COURSE-KEY(NEED-TABLE-COUNT)
                       IF CRS-TAS-NEEDED IS NUMERIC
                           AND CRS-TAS-NEEDED GREATER THAN ZERO
                           AND CRS-TAS-NEEDED NOT GREATER THAN
                   IF COURSE-CODE NOT EQUAL SPACES
                       AND NEED-TABLE-COUNT LESS THAN MAX-COURSES
                       COMPUTE NEED-TABLE-COUNT = NEED-TABLE-COUNT + 1
                       MOVE COURSE-KEY TO
                           NEED-COURSE-KEY(NEED-TABLE-COUNT)
                       IF TAS-NEEDED IS NUMERIC
                           AND TAS-NEEDED GREATER THAN ZERO
                           AND TAS-NEEDED NOT GREATER THAN
      *THIS WILL REPEAT UNTIL A MATCH IS FOUND OR THE TABLE IS
      *EXHAUSTED
       NEED-SEARCH-STEP-PARAGRAPH.
           IF NEED-COURSE-KEY(NEED-SEARCH-INDEX) EQUAL
               COURSE-KEY-RANKED
               MOVE NEED-COUNT(NEED-SEARCH-INDEX) TO OFFERS-NEEDED-WS
               MOVE 'Y' TO NEED-FOUND-FLAG
               EXIT PARAGRAPH
           COMPUTE NEED-SEARCH-INDEX = NEED-SEARCH-INDEX + 1.

      *LOOK UP THE RESPONSE FOR THE RANKED COURSE/CANDIDATE PAIR THE
      *CURRENT OFFER-SLOT-INDEX POINTS AT - NO ROW MEANS NO-REPLY. A
      *RESPONSE ROW NAMING NO SECTION ANSWERS FOR EVERY SECTION OF
      *ITS COURSE
       RESPONSE-LOOKUP-PARAGRAPH.
           MOVE 'NO-REPLY' TO RESP-STATUS-FOUND.
           MOVE 1 TO RESP-SEARCH-INDEX.
               COURSE-CODE-RANKED
               AND RESP-TBL-CAND-ID(RESP-SEARCH-INDEX) EQUAL
                   RANKED-CAND-ID(OFFER-SLOT-INDEX)
               AND (RESP-TBL-SECTION(RESP-SEARCH-INDEX) EQUAL SPACES
               OR RESP-TBL-SECTION(RESP-SEARCH-INDEX) EQUAL
                   SECTION-RANKED)
               MOVE RESP-TBL-STATUS(RESP-SEARCH-INDEX)
                   TO RESP-STATUS-FOUND
               MOVE 'Y' TO RESP-FOUND-FLAG
               AT END
                   MOVE 'Y' TO RANKED-EOF-FLAG
               NOT AT END
                   IF RANKED-CONTROL-ROW
                       EXIT PARAGRAPH
                   END-IF
                   IF COURSE-KEY-RANKED NOT EQUAL OFFER-PREV-COURSE
                       PERFORM COURSE-OFFER-PARAGRAPH
                   END-IF
                   MOVE COURSE-KEY-RANKED TO OFFER-PREV-COURSE
           END-READ.

      *BUILD THE OFFER LIST FOR ONE COURSE: APPLY ANY COORDINATOR
      *OVERRIDES TO ITS RANK SLOTS, THEN WALK THEM IN ORDER, DROPPING
      *DECLINERS AND PROMOTING WHOEVER COMES NEXT, UNTIL THE COURSE'S
      *SLOT COUNT IS COVERED OR THE ALTERNATES RUN OUT
       COURSE-OFFER-PARAGRAPH.
           PERFORM SECTION-LABEL-PARAGRAPH.
           IF AFFECTED-LIST-SELECTIVE
               PERFORM AFFECTED-CHECK-PARAGRAPH
           END-IF.
           PERFORM APPLY-OVERRIDES-PARAGRAPH.
           PERFORM NEED-LOOKUP-PARAGRAPH.
           MOVE ZERO TO OFFERS-MADE.
           MOVE 1 TO OFFER-SLOT-INDEX.
           PERFORM OFFER-SLOT-STEP-PARAGRAPH.
           PERFORM LATE-ACCEPT-STEP-PARAGRAPH.
           IF OFFERS-MADE LESS THAN OFFERS-NEEDED-WS
               COMPUTE CTL-SHORT-COURSES = CTL-SHORT-COURSES + 1
               COMPUTE OFFERS-SHORT = OFFERS-NEEDED-WS - OFFERS-MADE
               MOVE SPACES TO OFFER-RECORD
               STRING 'COURSE ' COURSE-CODE-RANKED DELIMITED BY SIZE
                   SECTION-LABEL-WS DELIMITED BY '  '
                   ' ALTERNATES EXHAUSTED: ' OFFERS-SHORT
                   ' OFFER SLOT(S) STILL UNFILLED'
                   DELIMITED BY SIZE INTO OFFER-RECORD
               EXIT PARAGRAPH
           END-IF.

           PERFORM STOP-LOOKUP-PARAGRAPH.
           IF CAND-STOPPED
               COMPUTE CTL-STOPPED-PASSED = CTL-STOPPED-PASSED + 1
               MOVE SPACES TO OFFER-RECORD
               STRING 'COURSE ' COURSE-CODE-RANKED DELIMITED BY SIZE
                   SECTION-LABEL-WS DELIMITED BY '  '
                   ' PASSED OVER '
                   RANKED-CAND-ID(OFFER-SLOT-INDEX)
                   ' (SLOT ' OFFER-SLOT-INDEX ') - PAYROLL STOPPED'
                   DELIMITED BY SIZE INTO OFFER-RECORD
               WRITE OFFER-RECORD
               COMPUTE OFFER-SLOT-INDEX = OFFER-SLOT-INDEX + 1
               PERFORM OFFER-SLOT-STEP-PARAGRAPH
               EXIT PARAGRAPH
           END-IF.

           PERFORM OFFERED-LOOKUP-PARAGRAPH.
           IF OFFERED-ELSEWHERE
               MOVE SPACES TO OFFER-RECORD
               STRING 'COURSE ' COURSE-CODE-RANKED DELIMITED BY SIZE
                   SECTION-LABEL-WS DELIMITED BY '  '
                   ' PASSED OVER '
                   RANKED-CAND-ID(OFFER-SLOT-INDEX)
                   ' (SLOT ' OFFER-SLOT-INDEX ') - ALREADY OFFERED '
                   'SECTION ' OFFERED-SECTION-FOUND
                   DELIMITED BY SIZE INTO OFFER-RECORD
               WRITE OFFER-RECORD
               COMPUTE OFFER-SLOT-INDEX = OFFER-SLOT-INDEX + 1
               PERFORM OFFER-SLOT-STEP-PARAGRAPH
               EXIT PARAGRAPH
           END-IF.

           PERFORM RESPONSE-LOOKUP-PARAGRAPH.
           IF RESP-STATUS-FOUND NOT EQUAL 'DECLINE'
               COMPUTE OFFERS-MADE = OFFERS-MADE + 1
               PERFORM OFFERED-ADD-PARAGRAPH
               MOVE SPACES TO OFFER-RECORD
               IF RESP-STATUS-FOUND EQUAL 'ACCEPT'
                   STRING 'COURSE ' COURSE-CODE-RANKED ' OFFER '
                       OFFERS-MADE ' TO '
                       RANKED-CAND-ID(OFFER-SLOT-INDEX)
                       ' (SLOT ' OFFER-SLOT-INDEX ') - ACCEPTED'
                       DELIMITED BY SIZE
                       SECTION-LABEL-WS DELIMITED BY '  '
                       INTO OFFER-RECORD
                   PERFORM WRITE-ACCEPTED-PARAGRAPH
               ELSE
                   STRING 'COURSE ' COURSE-CODE-RANKED ' OFFER '
                       OFFERS-MADE ' TO '
                       RANKED-CAND-ID(OFFER-SLOT-INDEX)
                       ' (SLOT ' OFFER-SLOT-INDEX ') - AWAITING REPLY'
                       DELIMITED BY SIZE
                       SECTION-LABEL-WS DELIMITED BY '  '
                       INTO OFFER-RECORD
               END-IF
               WRITE OFFER-RECORD
           END-IF.
           COMPUTE OFFER-SLOT-INDEX = OFFER-SLOT-INDEX + 1.
           PERFORM OFFER-SLOT-STEP-PARAGRAPH.

      *THIS WILL REPEAT FROM WHERE THE OFFER WALK STOPPED TO THE LAST
      *RANKED SLOT. NOBODY NEW IS OFFERED HERE - ONLY A TA WHOSE
      *RESPONSE IS ALREADY ACCEPT, NOT STOPPED AND NOT HOLDING
      *ANOTHER SECTION OF THE COURSE, IS CARRIED ONTO THE ACCEPTED
      *FILE, EVEN WHEN THAT TAKES THE COURSE PAST ITS SLOT COUNT
       LATE-ACCEPT-STEP-PARAGRAPH.
           IF OFFER-SLOT-INDEX GREATER THAN MAX-OFFER-DEPTH
               EXIT PARAGRAPH
           END-IF.

           IF RANKED-CAND-ID(OFFER-SLOT-INDEX) EQUAL '0000000000'
               OR RANKED-CAND-ID(OFFER-SLOT-INDEX) EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM STOP-LOOKUP-PARAGRAPH.
           PERFORM RESPONSE-LOOKUP-PARAGRAPH.
           PERFORM OFFERED-LOOKUP-PARAGRAPH.
           IF RESP-STATUS-FOUND EQUAL 'ACCEPT'
               AND NOT CAND-STOPPED
               AND NOT OFFERED-ELSEWHERE
               COMPUTE OFFERS-MADE = OFFERS-MADE + 1
               COMPUTE CTL-LATE-ACCEPTS = CTL-LATE-ACCEPTS + 1
               PERFORM OFFERED-ADD-PARAGRAPH
               MOVE SPACES TO OFFER-RECORD
               STRING 'COURSE ' COURSE-CODE-RANKED ' OFFER '
                   OFFERS-MADE ' TO '
                   RANKED-CAND-ID(OFFER-SLOT-INDEX)
                   ' (SLOT ' OFFER-SLOT-INDEX ') - ACCEPTED'
                   DELIMITED BY SIZE
                   SECTION-LABEL-WS DELIMITED BY '  '
                   INTO OFFER-RECORD
               WRITE OFFER-RECORD
               PERFORM WRITE-ACCEPTED-PARAGRAPH
           END-IF.

           COMPUTE OFFER-SLOT-INDEX = OFFER-SLOT-INDEX + 1.
           PERFORM LATE-ACCEPT-STEP-PARAGRAPH.

      *HAS THE CANDIDATE THE CURRENT OFFER-SLOT-INDEX POINTS AT HAD
      *THEIR PAY STOPPED ON THIS COURSE BY A WITHDRAWAL?
       STOP-LOOKUP-PARAGRAPH.
           MOVE 'N' TO STOP-FOUND-FLAG.
           MOVE 1 TO STOP-SEARCH-INDEX.
           PERFORM STOP-SEARCH-STEP-PARAGRAPH
               UNTIL STOP-SEARCH-INDEX GREATER THAN STOP-TABLE-COUNT
                   OR CAND-STOPPED.

      *THIS WILL REPEAT UNTIL A MATCH IS FOUND OR THE TABLE IS
      *EXHAUSTED
       STOP-SEARCH-STEP-PARAGRAPH.
           IF STOP-TBL-COURSE(STOP-SEARCH-INDEX) EQUAL
               COURSE-CODE-RANKED
               AND STOP-TBL-CAND-ID(STOP-SEARCH-INDEX) EQUAL
                   RANKED-CAND-ID(OFFER-SLOT-INDEX)
               MOVE 'Y' TO STOP-FOUND-FLAG
               EXIT PARAGRAPH
           END-IF.

           COMPUTE STOP-SEARCH-INDEX = STOP-SEARCH-INDEX + 1.

      *LOAD THIS TERM'S PAYROLL STOPS ONCE, AT STARTUP - THE FILE IS
      *OPTIONAL AND ONLY EXISTS ONCE A WITHDRAWAL HAS BEEN PROCESSED.
      *A STOP ARRIVING ONCE THE TABLE IS FULL IS COUNTED SO THE RUN
      *ENDS FATAL RATHER THAN RE-ACCEPTING A TA WHO HAS GONE
       LOAD-STOPS-PARAGRAPH.
           MOVE ZERO TO STOP-TABLE-COUNT.
           OPEN INPUT PAYSTOPFILE.
           IF PAYSTOP-FILE-STATUS EQUAL 00
               MOVE 'N' TO PAYSTOP-EOF-FLAG
               PERFORM LOAD-STOP-STEP-PARAGRAPH UNTIL PAYSTOP-AT-END
           END-IF.
           CLOSE PAYSTOPFILE.

      *THIS WILL REPEAT UNTIL PAYSTOPFILE IS EXHAUSTED
       LOAD-STOP-STEP-PARAGRAPH.
           READ PAYSTOPFILE
               AT END
                   MOVE 'Y' TO PAYSTOP-EOF-FLAG
               NOT AT END
                   IF STOP-TERM NOT EQUAL RUN-TERM-WS
                       EXIT PARAGRAPH
                   END-IF
                   IF STOP-TABLE-COUNT LESS THAN MAX-STOPS
                       COMPUTE STOP-TABLE-COUNT = STOP-TABLE-COUNT + 1
                       MOVE STOP-CAND-ID TO
                           STOP-TBL-CAND-ID(STOP-TABLE-COUNT)
                       MOVE STOP-COURSE-CODE TO
                           STOP-TBL-COURSE(STOP-TABLE-COUNT)
                   ELSE
                       COMPUTE CTL-STOP-DROPPED = CTL-STOP-DROPPED + 1
                       MOVE SPACES TO OFFER-RECORD
                       STRING 'PAYROLL STOP ' STOP-COURSE-CODE ' '
                           STOP-CAND-ID
                           ' DROPPED: STOP-TABLE FULL AT '
                           MAX-STOPS ' ENTRIES'
                           DELIMITED BY SIZE INTO OFFER-RECORD
                       WRITE OFFER-RECORD
                   END-IF
           END-READ.

      *HAS THE CANDIDATE THE CURRENT OFFER-SLOT-INDEX POINTS AT
      *ALREADY BEEN OFFERED ANOTHER SECTION OF THIS SAME COURSE?
       OFFERED-LOOKUP-PARAGRAPH.
           MOVE 'N' TO OFFERED-FOUND-FLAG.
           MOVE 1 TO OFFERED-SEARCH-INDEX.
           PERFORM OFFERED-SEARCH-STEP-PARAGRAPH
               UNTIL OFFERED-SEARCH-INDEX GREATER THAN
                   OFFERED-TABLE-COUNT OR OFFERED-ELSEWHERE.

      *THIS WILL REPEAT UNTIL A MATCH IS FOUND OR THE TABLE IS
      *EXHAUSTED
       OFFERED-SEARCH-STEP-PARAGRAPH.
           IF OFFERED-COURSE(OFFERED-SEARCH-INDEX) EQUAL
               COURSE-CODE-RANKED
               AND OFFERED-SECTION(OFFERED-SEARCH-INDEX) NOT EQUAL
                   SECTION-RANKED
               AND OFFERED-CAND-ID(OFFERED-SEARCH-INDEX) EQUAL
                   RANKED-CAND-ID(OFFER-SLOT-INDEX)
               MOVE OFFERED-SECTION(OFFERED-SEARCH-INDEX)
                   TO OFFERED-SECTION-FOUND
               MOVE 'Y' TO OFFERED-FOUND-FLAG
               EXIT PARAGRAPH
           END-IF.

           COMPUTE OFFERED-SEARCH-INDEX = OFFERED-SEARCH-INDEX + 1.

      *REMEMBER THE OFFER JUST MADE - ONE ARRIVING ONCE THE TABLE IS
      *FULL IS TALLIED SO THE RUN ENDS FATAL, THE SAME RULE A DROPPED
      *RESPONSE ROW FOLLOWS
       OFFERED-ADD-PARAGRAPH.
           IF OFFERED-TABLE-COUNT LESS THAN MAX-OFFERS
               COMPUTE OFFERED-TABLE-COUNT = OFFERED-TABLE-COUNT + 1
               MOVE COURSE-CODE-RANKED TO
                   OFFERED-COURSE(OFFERED-TABLE-COUNT)
               MOVE SECTION-RANKED TO
                   OFFERED-SECTION(OFFERED-TABLE-COUNT)
               MOVE RANKED-CAND-ID(OFFER-SLOT-INDEX) TO
                   OFFERED-CAND-ID(OFFERED-TABLE-COUNT)
           ELSE
               COMPUTE CTL-OFFERED-DROPPED = CTL-OFFERED-DROPPED + 1
           END-IF.

      *BUILD ' SECTION xxx' FOR A SECTIONED COURSE'S LINES - BLANK
      *FOR A SINGLE-SECTION COURSE, SO A STRING DELIMITED BY TWO
      *SPACES ADDS NOTHING TO ITS LINE
       SECTION-LABEL-PARAGRAPH.
           MOVE SPACES TO SECTION-LABEL-WS.
           IF SECTION-RANKED NOT EQUAL SPACES
               STRING ' SECTION ' SECTION-RANKED
                   DELIMITED BY SIZE INTO SECTION-LABEL-WS
           END-IF.

      *READ THE SELECTIVE RANKING RUN'S AFFECTED-COURSE LIST ONCE, AT
      *STARTUP. A MISSING FILE, A HEADER FROM ANOTHER RUN OR A FULL
      *RUN'S LIST LEAVES AFFECTED-LIST-FLAG OFF - EVERY COURSE WAS
      *RANKED AFRESH AND NO COURSE IS SINGLED OUT
       LOAD-AFFECTED-PARAGRAPH.
           MOVE 'N' TO AFFECTED-LIST-FLAG.
           MOVE ZERO TO AFFECTED-TABLE-COUNT.
           MOVE ZERO TO AFFECTED-LINES-READ.
           OPEN INPUT AFFECTEDFILE.
           IF AFFECTED-FILE-STATUS EQUAL 00
               MOVE 'N' TO AFFECTED-EOF-FLAG
               PERFORM LOAD-AFFECTED-STEP-PARAGRAPH
                   UNTIL AFFECTED-AT-END
           END-IF.
           CLOSE AFFECTEDFILE.

      *THIS WILL REPEAT UNTIL affected-courses.txt IS EXHAUSTED. THE
      *HEADER READS '*HEADER* <run-id> SELECTIVE ...' WITH THE MODE
      *AT COLUMN 34; A COURSE LINE READS 'COURSE ccccc ...' WITH
      *'RE-RANKED' OR 'DROPPED' AFTER THE COURSE (AND ITS SECTION)
       LOAD-AFFECTED-STEP-PARAGRAPH.
           READ AFFECTEDFILE
               AT END
                   MOVE 'Y' TO AFFECTED-EOF-FLAG
               NOT AT END
                   COMPUTE AFFECTED-LINES-READ = AFFECTED-LINES-READ + 1
                   IF AFFECTED-LINES-READ EQUAL 1
                       IF AFFECTED-RECORD(1:9) EQUAL '*HEADER* '
                           AND AFFECTED-RECORD(10:23) EQUAL
                               EXPECTED-RUN-ID
                           AND AFFECTED-RECORD(34:9) EQUAL 'SELECTIVE'
                           MOVE 'Y' TO AFFECTED-LIST-FLAG
                       ELSE
                           MOVE 'Y' TO AFFECTED-EOF-FLAG
                       END-IF
                       EXIT PARAGRAPH
                   END-IF
                   IF AFFECTED-RECORD(1:7) NOT EQUAL 'COURSE '
                       EXIT PARAGRAPH
                   END-IF
                   IF AFFECTED-RECORD(13:9) EQUAL ' DROPPED '
                       MOVE SPACES TO OFFER-RECORD
                       STRING 'COURSE ' AFFECTED-RECORD(8:5)
                           ' NO LONGER RANKED - REVISIT ITS OFFERS'
                           DELIMITED BY SIZE INTO OFFER-RECORD
                       WRITE OFFER-RECORD
                       COMPUTE CTL-REVISIT-LINES = CTL-REVISIT-LINES + 1
                       EXIT PARAGRAPH
                   END-IF
                   MOVE AFFECTED-RECORD(8:5) TO AFFECTED-LOOKUP-COURSE
                   MOVE 'N' TO AFFECTED-FOUND-FLAG
                   MOVE 1 TO AFFECTED-SEARCH-INDEX
                   PERFORM AFFECTED-SEARCH-STEP-PARAGRAPH
                       UNTIL AFFECTED-SEARCH-INDEX GREATER THAN
                           AFFECTED-TABLE-COUNT OR AFFECTED-FOUND
                   IF NOT AFFECTED-FOUND
                       IF AFFECTED-TABLE-COUNT LESS THAN MAX-COURSES
                           COMPUTE AFFECTED-TABLE-COUNT =
                               AFFECTED-TABLE-COUNT + 1
                           MOVE AFFECTED-RECORD(8:5) TO
                               AFFECTED-COURSE(AFFECTED-TABLE-COUNT)
                       ELSE
      *MORE COURSES THAN THE TABLE HOLDS - SINGLE NONE OUT RATHER
      *THAN MISS SOME, THE SAME AS AFTER A FULL RUN
                           DISPLAY '*** AFFECTED-COURSE TABLE FULL AT '
                               MAX-COURSES ' - NO COURSE SINGLED OUT'
                           MOVE 'N' TO AFFECTED-LIST-FLAG
                           MOVE 'Y' TO AFFECTED-EOF-FLAG
                       END-IF
                   END-IF
           END-READ.

      *THIS WILL REPEAT UNTIL AFFECTED-LOOKUP-COURSE IS FOUND OR THE
      *TABLE IS EXHAUSTED
       AFFECTED-SEARCH-STEP-PARAGRAPH.
           IF AFFECTED-COURSE(AFFECTED-SEARCH-INDEX) EQUAL
               AFFECTED-LOOKUP-COURSE
               MOVE 'Y' TO AFFECTED-FOUND-FLAG
               EXIT PARAGRAPH
           END-IF.
           COMPUTE AFFECTED-SEARCH-INDEX = AFFECTED-SEARCH-INDEX + 1.

      *A COURSE THE SELECTIVE RUN RE-RANKED - SAY SO AHEAD OF ITS
      *OFFERS SO THE COORDINATORS KNOW ITS OFFERS MAY HAVE MOVED
       AFFECTED-CHECK-PARAGRAPH.
           MOVE COURSE-CODE-RANKED TO AFFECTED-LOOKUP-COURSE.
           MOVE 'N' TO AFFECTED-FOUND-FLAG.
           MOVE 1 TO AFFECTED-SEARCH-INDEX.
           PERFORM AFFECTED-SEARCH-STEP-PARAGRAPH
               UNTIL AFFECTED-SEARCH-INDEX GREATER THAN
                   AFFECTED-TABLE-COUNT OR AFFECTED-FOUND.
           IF AFFECTED-FOUND
               MOVE SPACES TO OFFER-RECORD
               STRING 'COURSE ' COURSE-CODE-RANKED DELIMITED BY SIZE
                   SECTION-LABEL-WS DELIMITED BY '  '
                   ' RE-RANKED SINCE THE LAST RUN - REVISIT OFFERS'
                   DELIMITED BY SIZE INTO OFFER-RECORD
               WRITE OFFER-RECORD
               COMPUTE CTL-REVISIT-LINES = CTL-REVISIT-LINES + 1
           END-IF.

      *LOAD EVERY COORDINATOR OVERRIDE ONCE, AT STARTUP - THE FILE IS
      *OPTIONAL, AND A RUN WITH NO OVERRIDES ON DISK OFFERS STRAIGHT
      *FROM THE RANKED LIST AS ALWAYS
       LOAD-OVERRIDES-PARAGRAPH.
           MOVE ZERO TO OVERRIDE-TABLE-COUNT.
           OPEN INPUT OVERRIDEFILE.
           IF OVERRIDE-FILE-STATUS EQUAL 00
               MOVE 'N' TO OVERRIDE-EOF-FLAG
               PERFORM LOAD-OVERRIDE-STEP-PARAGRAPH
                   UNTIL OVERRIDE-AT-END
           END-IF.
           CLOSE OVERRIDEFILE.

      *THIS WILL REPEAT UNTIL OVERRIDEFILE IS EXHAUSTED. A ROW THAT
      *FAILS VALIDATION IS AUDITED AS REJECTED AND NEVER REACHES THE
      *TABLE; ONE ARRIVING ONCE THE TABLE IS FULL IS AUDITED AS
      *DROPPED AND ENDS THE RUN FATAL
       LOAD-OVERRIDE-STEP-PARAGRAPH.
           READ OVERRIDEFILE
               AT END
                   MOVE 'Y' TO OVERRIDE-EOF-FLAG
               NOT AT END
                   IF OVERRIDE-DETAILS EQUAL SPACES
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE CTL-OVR-READ = CTL-OVR-READ + 1
                   MOVE SPACES TO OVR-CURRENT
                   MOVE OVR-ACTION TO OVR-CUR-ACTION
                   MOVE OVR-COURSE-CODE TO OVR-CUR-COURSE
                   MOVE OVR-CAND-ID TO OVR-CUR-CAND-ID
                   MOVE OVR-SWAP-CAND-ID TO OVR-CUR-SWAP-ID
                   MOVE OVR-REQUESTED-BY TO OVR-CUR-REQUESTED
                   MOVE OVR-APPROVED-BY TO OVR-CUR-APPROVED
                   MOVE OVR-REASON TO OVR-CUR-REASON
                   MOVE OVR-SECTION TO OVR-CUR-SECTION
                   PERFORM OVERRIDE-CHECK-PARAGRAPH
                   IF OVR-OUTCOME-WS NOT EQUAL SPACES
                       COMPUTE CTL-OVR-REJECTED = CTL-OVR-REJECTED + 1
                       PERFORM OVERRIDE-LABEL-PARAGRAPH
                       PERFORM WRITE-OVERRIDE-AUDIT-PARAGRAPH
                       EXIT PARAGRAPH
                   END-IF
                   IF OVERRIDE-TABLE-COUNT LESS THAN MAX-OVERRIDES
                       COMPUTE OVERRIDE-TABLE-COUNT =
                           OVERRIDE-TABLE-COUNT + 1
                       MOVE OVR-CURRENT TO
                           OVERRIDE-ENTRY(OVERRIDE-TABLE-COUNT)
                   ELSE
                       COMPUTE CTL-OVR-DROPPED = CTL-OVR-DROPPED + 1
                       MOVE 'DROPPED - OVERRIDE TABLE FULL'
                           TO OVR-OUTCOME-WS
                       PERFORM OVERRIDE-LABEL-PARAGRAPH
                       PERFORM WRITE-OVERRIDE-AUDIT-PARAGRAPH
                   END-IF
           END-READ.

      *VALIDATE THE OVERRIDE IN OVR-CURRENT, LEAVING OVR-OUTCOME-WS
      *BLANK WHEN IT MAY BE APPLIED OR HOLDING THE FIRST REASON IT
      *MAY NOT - NOBODY APPROVES THEIR OWN OVERRIDE
       OVERRIDE-CHECK-PARAGRAPH.
           MOVE SPACES TO OVR-OUTCOME-WS.
           IF NOT OVR-CUR-KNOWN-ACTION
               MOVE 'REJECTED - UNKNOWN ACTION' TO OVR-OUTCOME-WS
               EXIT PARAGRAPH
           END-IF.
           IF OVR-CUR-COURSE EQUAL SPACES
               OR OVR-CUR-CAND-ID EQUAL SPACES
               MOVE 'REJECTED - NO COURSE OR CANDIDATE'
                   TO OVR-OUTCOME-WS
               EXIT PARAGRAPH
           END-IF.
           IF OVR-CUR-SWAP
               AND (OVR-CUR-SWAP-ID EQUAL SPACES
               OR OVR-CUR-SWAP-ID EQUAL OVR-CUR-CAND-ID)
               MOVE 'REJECTED - NO INCOMING CANDIDATE'
                   TO OVR-OUTCOME-WS
               EXIT PARAGRAPH
           END-IF.
           IF OVR-CUR-REQUESTED EQUAL SPACES
               MOVE 'REJECTED - NO REQUESTING USER' TO OVR-OUTCOME-WS
               EXIT PARAGRAPH
           END-IF.
           IF OVR-CUR-APPROVED EQUAL SPACES
               MOVE 'REJECTED - NOT APPROVED' TO OVR-OUTCOME-WS
               EXIT PARAGRAPH
           END-IF.
           IF OVR-CUR-APPROVED EQUAL OVR-CUR-REQUESTED
               MOVE 'REJECTED - SELF-APPROVED' TO OVR-OUTCOME-WS
           END-IF.

      *APPLY EVERY OVERRIDE NAMING THE COURSE ROW JUST READ, IN THE
      *ORDER THEY STAND ON overrides.txt - ONE NAMING NO SECTION
      *APPLIES TO EVERY SECTION OF ITS COURSE
       APPLY-OVERRIDES-PARAGRAPH.
           MOVE 1 TO OVR-INDEX.
           PERFORM APPLY-OVERRIDE-STEP-PARAGRAPH
               UNTIL OVR-INDEX GREATER THAN OVERRIDE-TABLE-COUNT.

      *THIS WILL REPEAT UNTIL THE OVERRIDE TABLE IS EXHAUSTED
       APPLY-OVERRIDE-STEP-PARAGRAPH.
           IF OVR-TBL-COURSE(OVR-INDEX) EQUAL COURSE-CODE-RANKED
               AND (OVR-TBL-SECTION(OVR-INDEX) EQUAL SPACES
               OR OVR-TBL-SECTION(OVR-INDEX) EQUAL SECTION-RANKED)
               MOVE OVERRIDE-ENTRY(OVR-INDEX) TO OVR-CURRENT
               MOVE SPACES TO OVR-OUTCOME-WS
               IF OVR-CUR-FORCE
                   PERFORM OVERRIDE-FORCE-PARAGRAPH
               END-IF
               IF OVR-CUR-REMOVE
                   PERFORM OVERRIDE-REMOVE-PARAGRAPH
               END-IF
               IF OVR-CUR-SWAP
                   PERFORM OVERRIDE-SWAP-PARAGRAPH
               END-IF
               IF OVR-OUTCOME-WS NOT EQUAL SPACES
                   MOVE 'A' TO OVR-CUR-STATE
                   MOVE SECTION-LABEL-WS TO OVR-SECTION-LABEL
                   PERFORM WRITE-OVERRIDE-AUDIT-PARAGRAPH
                   MOVE SPACES TO OFFER-RECORD
                   STRING 'COURSE ' COURSE-CODE-RANKED
                       DELIMITED BY SIZE
                       SECTION-LABEL-WS DELIMITED BY '  '
                       ' OVERRIDE ' DELIMITED BY SIZE
                       OVR-CUR-ACTION DELIMITED BY ' '
                       ' ' DELIMITED BY SIZE
                       OVR-CUR-CAND-ID DELIMITED BY ' '
                       OVR-SWAP-LABEL DELIMITED BY '  '
                       INTO OFFER-RECORD
                   WRITE OFFER-RECORD
               ELSE
                   IF NOT OVR-CUR-APPLIED
                       MOVE 'S' TO OVR-CUR-STATE
                   END-IF
               END-IF
               MOVE OVR-CURRENT TO OVERRIDE-ENTRY(OVR-INDEX)
           END-IF.

           COMPUTE OVR-INDEX = OVR-INDEX + 1.

      *FORCE - THE CANDIDATE TAKES SLOT 1 AND EVERYONE ABOVE THEIR OLD
      *SLOT MOVES DOWN ONE. A CANDIDATE NOT ON THE LIST AT ALL PUSHES
      *THE LAST ALTERNATE OFF THE BOTTOM
       OVERRIDE-FORCE-PARAGRAPH.
           MOVE OVR-CUR-CAND-ID TO OVR-SEARCH-ID.
           PERFORM OVERRIDE-FIND-PARAGRAPH.
           IF OVR-FOUND-SLOT EQUAL ZERO
               MOVE 'APPLIED - PLACED AT SLOT 1' TO OVR-OUTCOME-WS
               MOVE MAX-OFFER-DEPTH TO OVR-SHIFT-INDEX
           ELSE
               STRING 'APPLIED - MOVED UP FROM SLOT ' OVR-FOUND-SLOT
                   DELIMITED BY SIZE INTO OVR-OUTCOME-WS
               MOVE OVR-FOUND-SLOT TO OVR-SHIFT-INDEX
           END-IF.
           PERFORM OVERRIDE-SHIFT-DOWN-PARAGRAPH
               UNTIL OVR-SHIFT-INDEX NOT GREATER THAN 1.
           MOVE OVR-CUR-CAND-ID TO RANKED-CAND-ID(1).

      *REMOVE - THE CANDIDATE LEAVES THE LIST AND EVERYONE BELOW MOVES
      *UP ONE, THE FREED BOTTOM SLOT ZERO-FILLED AS NEVER RANKED
       OVERRIDE-REMOVE-PARAGRAPH.
           MOVE OVR-CUR-CAND-ID TO OVR-SEARCH-ID.
           PERFORM OVERRIDE-FIND-PARAGRAPH.
           IF OVR-FOUND-SLOT EQUAL ZERO
               MOVE 'CANDIDATE NOT RANKED' TO OVR-CUR-NOTE
               EXIT PARAGRAPH
           END-IF.
           STRING 'APPLIED - REMOVED FROM SLOT ' OVR-FOUND-SLOT
               DELIMITED BY SIZE INTO OVR-OUTCOME-WS.
           MOVE OVR-FOUND-SLOT TO OVR-SHIFT-INDEX.
           PERFORM OVERRIDE-SHIFT-UP-PARAGRAPH
               UNTIL OVR-SHIFT-INDEX NOT LESS THAN MAX-OFFER-DEPTH.
           MOVE '0000000000' TO RANKED-CAND-ID(MAX-OFFER-DEPTH).

      *SWAP - THE INCOMING CANDIDATE TAKES THE OUTGOING ONE'S SLOT AS
      *IT STANDS, PROVIDED THEY ARE NOT ALREADY ON THE LIST THEMSELVES
       OVERRIDE-SWAP-PARAGRAPH.
           MOVE OVR-CUR-CAND-ID TO OVR-SEARCH-ID.
           PERFORM OVERRIDE-FIND-PARAGRAPH.
           IF OVR-FOUND-SLOT EQUAL ZERO
               MOVE 'CANDIDATE NOT RANKED' TO OVR-CUR-NOTE
               EXIT PARAGRAPH
           END-IF.
           MOVE OVR-FOUND-SLOT TO OVR-SWAP-SLOT.
           MOVE OVR-CUR-SWAP-ID TO OVR-SEARCH-ID.
           PERFORM OVERRIDE-FIND-PARAGRAPH.
           IF OVR-FOUND-SLOT NOT EQUAL ZERO
               MOVE 'INCOMING ALREADY RANKED' TO OVR-CUR-NOTE
               EXIT PARAGRAPH
           END-IF.
           STRING 'APPLIED - SWAPPED AT SLOT ' OVR-SWAP-SLOT
               DELIMITED BY SIZE INTO OVR-OUTCOME-WS.
           MOVE OVR-CUR-SWAP-ID TO RANKED-CAND-ID(OVR-SWAP-SLOT).

      *FIND OVR-SEARCH-ID AMONG THE RANKED SLOTS, LEAVING ITS SLOT IN
      *OVR-FOUND-SLOT - ZERO WHEN IT IS NOT THERE
       OVERRIDE-FIND-PARAGRAPH.
           MOVE ZERO TO OVR-FOUND-SLOT.
           MOVE 1 TO OVR-SHIFT-INDEX.
           PERFORM OVERRIDE-FIND-STEP-PARAGRAPH
               UNTIL OVR-SHIFT-INDEX GREATER THAN MAX-OFFER-DEPTH
                   OR OVR-FOUND-SLOT NOT EQUAL ZERO.

      *THIS WILL REPEAT UNTIL A MATCH IS FOUND OR THE SLOTS RUN OUT
       OVERRIDE-FIND-STEP-PARAGRAPH.
           IF RANKED-CAND-ID(OVR-SHIFT-INDEX) EQUAL OVR-SEARCH-ID
               MOVE OVR-SHIFT-INDEX TO OVR-FOUND-SLOT
               EXIT PARAGRAPH
           END-IF.

           COMPUTE OVR-SHIFT-INDEX = OVR-SHIFT-INDEX + 1.

      *THIS WILL REPEAT UNTIL SLOT 1 IS REACHED, EACH PASS MOVING THE
      *SLOT ABOVE DOWN INTO OVR-SHIFT-INDEX
       OVERRIDE-SHIFT-DOWN-PARAGRAPH.
           MOVE RANKED-CAND-ID(OVR-SHIFT-INDEX - 1)
               TO RANKED-CAND-ID(OVR-SHIFT-INDEX).
           COMPUTE OVR-SHIFT-INDEX = OVR-SHIFT-INDEX - 1.

      *THIS WILL REPEAT UNTIL THE BOTTOM SLOT IS REACHED, EACH PASS
      *MOVING THE SLOT BELOW UP INTO OVR-SHIFT-INDEX
       OVERRIDE-SHIFT-UP-PARAGRAPH.
           MOVE RANKED-CAND-ID(OVR-SHIFT-INDEX + 1)
               TO RANKED-CAND-ID(OVR-SHIFT-INDEX).
           COMPUTE OVR-SHIFT-INDEX = OVR-SHIFT-INDEX + 1.

      *ONCE EVERY COURSE ROW IS DONE, SETTLE EACH OVERRIDE - ONE THAT
      *CHANGED AT LEAST ONE ROW COUNTS AS APPLIED; ANY OTHER IS AUDITED
      *AS NOT APPLIED WITH THE REASON, SO NONE VANISHES WITHOUT TRACE
       SETTLE-OVERRIDES-PARAGRAPH.
           MOVE 1 TO OVR-INDEX.
           PERFORM SETTLE-OVERRIDE-STEP-PARAGRAPH
               UNTIL OVR-INDEX GREATER THAN OVERRIDE-TABLE-COUNT.

      *THIS WILL REPEAT UNTIL THE OVERRIDE TABLE IS EXHAUSTED
       SETTLE-OVERRIDE-STEP-PARAGRAPH.
           MOVE OVERRIDE-ENTRY(OVR-INDEX) TO OVR-CURRENT.
           IF OVR-CUR-APPLIED
               COMPUTE CTL-OVR-APPLIED = CTL-OVR-APPLIED + 1
           ELSE
               COMPUTE CTL-OVR-NOT-APPLIED = CTL-OVR-NOT-APPLIED + 1
               IF OVR-CUR-UNSEEN
                   MOVE 'COURSE NOT RANKED' TO OVR-CUR-NOTE
               END-IF
               MOVE SPACES TO OVR-OUTCOME-WS
               STRING 'NOT APPLIED - ' OVR-CUR-NOTE
                   DELIMITED BY SIZE INTO OVR-OUTCOME-WS
               PERFORM OVERRIDE-LABEL-PARAGRAPH
               PERFORM WRITE-OVERRIDE-AUDIT-PARAGRAPH
           END-IF.

           COMPUTE OVR-INDEX = OVR-INDEX + 1.

      *' SECTION xxx' FROM THE OVERRIDE'S OWN SECTION, FOR THE AUDIT
      *LINES NOT TIED TO ONE COURSE ROW
       OVERRIDE-LABEL-PARAGRAPH.
           MOVE SPACES TO OVR-SECTION-LABEL.
           IF OVR-CUR-SECTION NOT EQUAL SPACES
               STRING ' SECTION ' OVR-CUR-SECTION
                   DELIMITED BY SIZE INTO OVR-SECTION-LABEL
           END-IF.

      *ONE AUDIT LINE FOR THE OVERRIDE IN OVR-CURRENT, NAMING WHO
      *ASKED, WHO APPROVED, WHAT BECAME OF IT AND WHY IT WAS ASKED FOR
       WRITE-OVERRIDE-AUDIT-PARAGRAPH.
           MOVE SPACES TO OVR-SWAP-LABEL.
           IF OVR-CUR-SWAP
               STRING ' WITH ' OVR-CUR-SWAP-ID
                   DELIMITED BY SIZE INTO OVR-SWAP-LABEL
           END-IF.
           MOVE SPACES TO OVRAUDIT-RECORD.
           STRING 'OVERRIDE ' DELIMITED BY SIZE
               OVR-CUR-ACTION DELIMITED BY ' '
               ' COURSE ' OVR-CUR-COURSE DELIMITED BY SIZE
               OVR-SECTION-LABEL DELIMITED BY '  '
               ' CANDIDATE ' DELIMITED BY SIZE
               OVR-CUR-CAND-ID DELIMITED BY ' '
               OVR-SWAP-LABEL DELIMITED BY '  '
               ' REQUESTED BY ' DELIMITED BY SIZE
               OVR-CUR-REQUESTED DELIMITED BY ' '
               ' APPROVED BY ' DELIMITED BY SIZE
               OVR-CUR-APPROVED DELIMITED BY ' '
               ' - ' DELIMITED BY SIZE
               OVR-OUTCOME-WS DELIMITED BY '  '
               ' - REASON: ' OVR-CUR-REASON
               DELIMITED BY SIZE INTO OVRAUDIT-RECORD.
           WRITE OVRAUDIT-RECORD.

      *OVERRIDE COUNTS CLOSE OUT BOTH override-audit.txt AND
      *offers.txt - READ MUST EQUAL APPLIED + UNAPPLIED + REJECTED
      *+ DROPPED, THE SAME BALANCE RULE THE RANKING RUN SUMMARY USES
       WRITE-OVERRIDE-TOTALS-PARAGRAPH.
           MOVE SPACES TO OVRAUDIT-RECORD.
           STRING 'OVERRIDES READ ' CTL-OVR-READ
               ' APPLIED ' CTL-OVR-APPLIED
               ' UNAPPLIED ' CTL-OVR-NOT-APPLIED
               ' REJECTED ' CTL-OVR-REJECTED
               ' DROPPED ' CTL-OVR-DROPPED
               DELIMITED BY SIZE INTO OVRAUDIT-RECORD.
           WRITE OVRAUDIT-RECORD.
           MOVE OVRAUDIT-RECORD TO OFFER-RECORD.
           WRITE OFFER-RECORD.
           DISPLAY OVRAUDIT-RECORD(1:80).

      *ONE FIXED-LAYOUT ROW PER ACCEPTED OFFER - THE PROSE LINE ON
      *offers.txt IS FOR PEOPLE, THIS ROW IS FOR THE PAYROLL EXTRACT,
      *SO NOBODY RE-KEYS ACCEPTED LINES INTO A SPREADSHEET BY HAND
           MOVE RANKED-CAND-ID(OFFER-SLOT-INDEX) TO ACC-CAND-ID.
           MOVE OFFER-SLOT-INDEX TO ACC-SLOT.
           MOVE RUN-TERM-WS TO ACC-TERM.
           MOVE SECTION-RANKED TO ACC-SECTION.
           WRITE ACCEPTED-DETAILS.
           COMPUTE ACCEPT-COUNT-WS = ACCEPT-COUNT-WS + 1.

               CLOSE RUNOPTIONSFILE
           END-IF.

      *PICK UP THE RUN-ID AND STATE OF THE LATEST RANKING RUN
       LOAD-RUN-CONTROL-PARAGRAPH.
           OPEN INPUT RUNCONTROLFILE.
           IF RUNCTL-FILE-STATUS EQUAL 00
               READ RUNCONTROLFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RCT-RUN-ID TO EXPECTED-RUN-ID
                       MOVE RCT-STATUS TO EXPECTED-RUN-STATE
               END-READ
           END-IF.
           CLOSE RUNCONTROLFILE.

      *PROVE output.txt CAME WHOLE FROM THE EXPECTED RUN BEFORE ANY
      *OFFER IS BUILT FROM IT - THE FIRST FAILED TEST NAMES THE REASON
       VERIFY-LINEAGE-PARAGRAPH.
           MOVE 'N' TO LINEAGE-FLAG.
           IF EXPECTED-RUN-ID EQUAL SPACES
               MOVE 'Y' TO LINEAGE-FLAG
               MOVE 'NO RANKING RUN ON run-control.txt'
                   TO LINEAGE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF EXPECTED-RUN-STATE NOT EQUAL 'COMPLETE'
               MOVE 'Y' TO LINEAGE-FLAG
               STRING 'RANKING RUN NOT COMPLETE - STATE '
                   EXPECTED-RUN-STATE
                   DELIMITED BY SIZE INTO LINEAGE-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO HEADER-RUN-ID.
           MOVE SPACES TO TRAILER-RUN-ID.
           MOVE ZERO TO TRAILER-ROW-COUNT.
           MOVE ZERO TO RANKED-ROWS-READ.
           MOVE ZERO TO RANKED-RECORDS-READ.
           MOVE 'N' TO TRAILER-FOUND-FLAG.
           OPEN INPUT RANKEDFILE.
           IF RANKED-FILE-STATUS EQUAL 00
               MOVE 'N' TO RANKED-EOF-FLAG
               PERFORM VERIFY-RANKED-STEP-PARAGRAPH
                   UNTIL RANKED-AT-END
           END-IF.
           CLOSE RANKEDFILE.

           IF HEADER-RUN-ID EQUAL SPACES
               MOVE 'Y' TO LINEAGE-FLAG
               MOVE 'output.txt CARRIES NO RUN HEADER'
                   TO LINEAGE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF HEADER-RUN-ID NOT EQUAL EXPECTED-RUN-ID
               MOVE 'Y' TO LINEAGE-FLAG
               MOVE 'output.txt IS FROM ANOTHER RANKING RUN'
                   TO LINEAGE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF NOT TRAILER-FOUND
               OR TRAILER-RUN-ID NOT EQUAL EXPECTED-RUN-ID
               MOVE 'Y' TO LINEAGE-FLAG
               MOVE 'output.txt HAS NO TRAILER FOR THIS RUN'
                   TO LINEAGE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF TRAILER-ROW-COUNT NOT EQUAL RANKED-ROWS-READ
               MOVE 'Y' TO LINEAGE-FLAG
               MOVE 'output.txt ROW COUNT DISAGREES WITH ITS TRAILER'
                   TO LINEAGE-REASON
           END-IF.

      *THIS WILL REPEAT UNTIL RANKEDFILE IS EXHAUSTED - ONLY THE VERY
      *FIRST RECORD CAN BE THE HEADER, AND THE LAST TRAILER SEEN IS
      *THE ONE THAT COUNTS
       VERIFY-RANKED-STEP-PARAGRAPH.
           READ RANKEDFILE
               AT END
                   MOVE 'Y' TO RANKED-EOF-FLAG
               NOT AT END
                   COMPUTE RANKED-RECORDS-READ =
                       RANKED-RECORDS-READ + 1
                   IF RANKED-CTL-HEADER
                       IF RANKED-RECORDS-READ EQUAL 1
                           MOVE RANKED-CTL-RUN-ID TO HEADER-RUN-ID
                       END-IF
                   ELSE
                       IF RANKED-CTL-TRAILER
                           MOVE 'Y' TO TRAILER-FOUND-FLAG
                           MOVE RANKED-CTL-RUN-ID TO TRAILER-RUN-ID
                           MOVE RANKED-CTL-ROW-COUNT TO
                               TRAILER-ROW-COUNT
                       ELSE
                           COMPUTE RANKED-ROWS-READ =
                               RANKED-ROWS-READ + 1
                       END-IF
                   END-IF
           END-READ.

      *THE RUN-ID GOES ON THE FIRST LINE OF offers.txt AND THE FIRST
      *ROW OF accepted-assignments.txt, SO TA-NOTIFY AND TA-PAYEXTR
      *CAN CHECK THEIR OWN INPUT THE SAME WAY
       WRITE-LINEAGE-HEADERS-PARAGRAPH.
           MOVE SPACES TO OFFER-RECORD.
           STRING '*HEADER* ' EXPECTED-RUN-ID
               ' OFFER LIST FROM RANKING RUN'
               DELIMITED BY SIZE INTO OFFER-RECORD.
           WRITE OFFER-RECORD.

           MOVE SPACES TO OVRAUDIT-RECORD.
           STRING '*HEADER* ' EXPECTED-RUN-ID
               ' OVERRIDES APPLIED TO RANKING RUN'
               DELIMITED BY SIZE INTO OVRAUDIT-RECORD.
           WRITE OVRAUDIT-RECORD.

           MOVE SPACES TO ACCEPTED-CONTROL-DETAILS.
           MOVE '*HEADER*' TO ACC-CTL-TAG.
           MOVE EXPECTED-RUN-ID TO ACC-CTL-RUN-ID.
           WRITE ACCEPTED-CONTROL-DETAILS.

      *CLOSE offers.txt OUT WITH THE RUN-ID AND THE ACCEPTED COUNT
       WRITE-LINEAGE-TRAILER-PARAGRAPH.
           MOVE SPACES TO OFFER-RECORD.
           STRING '*TRAILER ' EXPECTED-RUN-ID
               ' ACCEPTED ' ACCEPT-COUNT-WS
               DELIMITED BY SIZE INTO OFFER-RECORD.
           WRITE OFFER-RECORD.

       MAIN-PARAGRAPH.
           PERFORM LOAD-RUN-OPTIONS-PARAGRAPH.
           PERFORM LOAD-RUN-CONTROL-PARAGRAPH.
           PERFORM VERIFY-LINEAGE-PARAGRAPH.
           IF LINEAGE-REFUSED
               DISPLAY '*** OFFERS REFUSED: ' LINEAGE-REASON
               DISPLAY '*** EXPECTED RUN ' EXPECTED-RUN-ID
                   ' FOUND ' HEADER-RUN-ID
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT OFFERFILE.
           OPEN OUTPUT ACCEPTEDFILE.
           OPEN OUTPUT OVRAUDITFILE.
           PERFORM WRITE-LINEAGE-HEADERS-PARAGRAPH.
           PERFORM LOAD-RESPONSES-PARAGRAPH.
           PERFORM LOAD-NEEDS-PARAGRAPH.
           PERFORM LOAD-OVERRIDES-PARAGRAPH.
           PERFORM LOAD-AFFECTED-PARAGRAPH.
           PERFORM LOAD-STOPS-PARAGRAPH.

           MOVE SPACES TO OFFER-PREV-COURSE.
           OPEN INPUT RANKEDFILE.
           END-IF.
           CLOSE RANKEDFILE.

           PERFORM SETTLE-OVERRIDES-PARAGRAPH.
           PERFORM WRITE-OVERRIDE-TOTALS-PARAGRAPH.
           CLOSE OVRAUDITFILE.

           IF AFFECTED-LIST-SELECTIVE
               MOVE SPACES TO OFFER-RECORD
               STRING 'SELECTIVE RANKING RUN - ' AFFECTED-TABLE-COUNT
                   ' COURSE(S) RE-RANKED, ' CTL-REVISIT-LINES
                   ' REVISIT LINE(S)'
                   DELIMITED BY SIZE INTO OFFER-RECORD
               WRITE OFFER-RECORD
               DISPLAY OFFER-RECORD
           END-IF.
           IF CTL-STOPPED-PASSED GREATER THAN ZERO
               OR CTL-LATE-ACCEPTS GREATER THAN ZERO
               MOVE SPACES TO OFFER-RECORD
               STRING 'WITHDRAWN TAS PASSED OVER ' CTL-STOPPED-PASSED
                   ', ACCEPTED TAS KEPT PAST THE WALK '
                   CTL-LATE-ACCEPTS
                   DELIMITED BY SIZE INTO OFFER-RECORD
               WRITE OFFER-RECORD
               DISPLAY OFFER-RECORD
           END-IF.
           DISPLAY 'ACCEPTED ASSIGNMENTS WRITTEN: ' ACCEPT-COUNT-WS.
           PERFORM WRITE-LINEAGE-TRAILER-PARAGRAPH.
           CLOSE ACCEPTEDFILE.
           CLOSE OFFERFILE.

      *DISTINCT RETURN CODES: 0 CLEAN, 4 WHEN A COURSE'S ALTERNATES
      *RAN OUT OR AN OVERRIDE WAS REJECTED OR NOT APPLIED, 8 WHEN THE
      *RANKING OUTPUT WAS MISSING, STALE OR HALF-WRITTEN, OR
      *RESPONSES, OFFERS, OVERRIDES OR PAYROLL STOPS WERE DROPPED AT
      *TABLE CAPACITY
           IF CTL-RESP-DROPPED GREATER THAN ZERO
               OR CTL-OFFERED-DROPPED GREATER THAN ZERO
               OR CTL-OVR-DROPPED GREATER THAN ZERO
               OR CTL-STOP-DROPPED GREATER THAN ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE LESS THAN 4
               AND (CTL-SHORT-COURSES GREATER THAN ZERO
               OR CTL-OVR-REJECTED GREATER THAN ZERO
               OR CTL-OVR-NOT-APPLIED GREATER THAN ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
