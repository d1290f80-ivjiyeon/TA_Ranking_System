      ******************************************************************
      * TA-WITHDRAW - MID-TERM TA WITHDRAWAL AND REPLACEMENT *
      * COMPANION TO TA-OFFERS. ONCE AN ACCEPTED ROW IS ON FILE THE *
      * OFFER PASS IS DONE WITH THAT TA, BUT EVERY TERM SOME OF THEM *
      * LEAVE AFTER STARTING. EACH ROW OF withdrawals.txt NAMES THE *
      * COURSE, THE DEPARTING TA, THE DATE THE WITHDRAWAL TAKES *
      * EFFECT AND WHY. THE DEPARTING TA'S ACCEPTED ROW IS RETIRED *
      * AND A PAYROLL STOP RECORD IS WRITTEN SO HR ENDS THE STIPEND *
      * ON THE RIGHT DATE, THEN THE COURSE'S RANKED SLOTS ON *
      * output.txt ARE WALKED FOR THE NEXT UNUSED ALTERNATE - NOBODY *
      * ALREADY ACCEPTED ON ANY COURSE, NOBODY WHO DECLINED THIS ONE, *
      * NOBODY WHO HAS WITHDRAWN BEFORE - AND THE REPLACEMENT GOES ON *
      * accepted-assignments.txt IN THE DEPARTING TA'S PLACE. EVERY *
      * ROW IS ACCOUNTED FOR ON withdrawal-report.txt. A TA HOLDING *
      * SEVERAL SECTIONS OF THE COURSE LEAVES EVERY ONE OF THEM, EACH *
      * SECTION STOPPED AND REPLACED ON ITS OWN. THE REPLACEMENT IS *
      * ALSO ADDED TO responses.txt AS AN ACCEPT SO THE NEXT TA-OFFERS *
      * RUN, WHICH PASSES OVER EVERY STOPPED TA, REBUILDS THE SAME *
      * ACCEPTED FILE *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TA-WITHDRAW.
       AUTHOR. JIYEON BYUN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WITHDRAWFILE
               ASSIGN TO './withdrawals.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WITHDRAW-FILE-STATUS.
           SELECT OPTIONAL RANKEDFILE ASSIGN TO 'output.txt'
               ORGANIZATION IS BINARY SEQUENTIAL
               FILE STATUS IS RANKED-FILE-STATUS.
           SELECT OPTIONAL ACCEPTEDFILE
               ASSIGN TO './accepted-assignments.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCEPTED-FILE-STATUS.
           SELECT OPTIONAL RESPONSEFILE ASSIGN TO './responses.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESPONSE-FILE-STATUS.
           SELECT OPTIONAL PAYSTOPFILE
               ASSIGN TO './payroll-stops.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYSTOP-FILE-STATUS.
           SELECT OPTIONAL WITHDRAWREPORTFILE
               ASSIGN TO './withdrawal-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WDRREPORT-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD WITHDRAWFILE.
       01 WITHDRAW-DETAILS.
           05 WDR-COURSE-CODE      PIC X(5).
           05 WDR-CAND-ID          PIC X(11).
           05 WDR-EFFECTIVE-DATE   PIC X(8).
           05 WDR-REASON           PIC X(30).

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
               88 RANKED-CONTROL-ROW    VALUE '*HEADER*' '*TRAILER'.
           05 FILLER               PIC X(56).

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

       FD RESPONSEFILE.
       01 RESPONSE-DETAILS.
           05 RESP-COURSE-CODE     PIC X(5).
           05 RESP-CAND-ID         PIC X(11).
           05 RESP-STATUS          PIC X(8).
           05 RESP-SECTION         PIC X(3).

       FD PAYSTOPFILE.
       01 PAYSTOP-DETAILS.
           05 STOP-CAND-ID         PIC X(11).
           05 STOP-COURSE-CODE     PIC X(5).
           05 STOP-TERM            PIC X(6).
           05 STOP-EFFECTIVE-DATE  PIC X(8).
           05 STOP-REASON          PIC X(30).

       FD WITHDRAWREPORTFILE.
       01 WDRREPORT-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
       01 WITHDRAW-INFO.
           05 WITHDRAW-FILE-STATUS PIC 99.
           05 WITHDRAW-EOF-FLAG    PIC X       VALUES 'N'.
               88 WITHDRAW-AT-END       VALUE 'Y'.
       01 RANKED-INFO.
           05 RANKED-FILE-STATUS   PIC 99.
           05 RANKED-EOF-FLAG      PIC X       VALUES 'N'.
               88 RANKED-AT-END         VALUE 'Y'.
       01 ACCEPTED-INFO.
           05 ACCEPTED-FILE-STATUS PIC 99.
           05 ACCEPTED-EOF-FLAG    PIC X       VALUES 'N'.
               88 ACCEPTED-AT-END       VALUE 'Y'.
      *THE RUN-ID TA-OFFERS STAMPED ON THE ACCEPTED FILE'S HEADER ROW
      *- CARRIED THROUGH THE REWRITE SO TA-PAYEXTR STILL SEES THE
      *RUN IT EXPECTS AFTER A WITHDRAWAL
       01 ACCEPTED-RUN-ID          PIC X(23)   VALUES SPACES.
       01 RESPONSE-INFO.
           05 RESPONSE-FILE-STATUS PIC 99.
           05 RESPONSE-EOF-FLAG    PIC X       VALUES 'N'.
               88 RESPONSE-AT-END       VALUE 'Y'.
       01 PAYSTOP-INFO.
           05 PAYSTOP-FILE-STATUS  PIC 99.
           05 PAYSTOP-EOF-FLAG     PIC X       VALUES 'N'.
               88 PAYSTOP-AT-END        VALUE 'Y'.
       01 WDRREPORT-INFO.
           05 WDRREPORT-FILE-STATUS PIC 99.

      *EVERY ACCEPTED ROW ON DISK IS HELD HERE, WITH ITS STATE: 'A'
      *STILL SERVING, 'W' RETIRED BY A WITHDRAWAL THIS RUN, 'R' A
      *REPLACEMENT ADDED THIS RUN. THE FILE IS REWRITTEN FROM THE
      *TABLE AT END OF RUN, RETIRED ROWS LEFT OFF, SO A TA-PAYEXTR
      *RUN BEFORE THE NEXT TA-OFFERS RUN SEES THE CHANGE AT ONCE.
      *TA-OFFERS REBUILDS THE FILE FROM responses.txt EVERY RUN AND
      *ONLY KEEPS THE CHANGE BECAUSE IT PASSES OVER EVERY TA ON
      *payroll-stops.txt AND FINDS THE REPLACEMENT'S ACCEPT ROW
       01 MAX-ACCEPTED             PIC 9999    VALUES 1000.
       01 ACC-TABLE-COUNT          PIC 9999    VALUES ZERO.
       01 ACC-TABLE.
           05 ACC-ENTRY OCCURS 1000 TIMES.
              10 ACC-TBL-COURSE    PIC X(5).
              10 ACC-TBL-CAND-ID   PIC X(11).
              10 ACC-TBL-SLOT      PIC 9.
              10 ACC-TBL-TERM      PIC X(6).
              10 ACC-TBL-STATE     PIC X.
              10 ACC-TBL-SECTION   PIC X(3).
       01 ACC-LOADED-FLAG          PIC X       VALUES 'N'.
           88 ACC-LOADED                VALUE 'Y'.
       01 RANKED-LOADED-FLAG       PIC X       VALUES 'N'.
           88 RANKED-LOADED             VALUE 'Y'.

      *THE RANKED SLOTS PER COURSE FROM output.txt - ADJACENT REPEATS
      *OF A COURSE ARE CHECKPOINT-RESUME DUPLICATES AND COLLAPSED THE
      *SAME WAY TA-OFFERS COLLAPSES THEM. EACH SECTION OF A
      *MULTI-SECTION COURSE HAS ITS OWN ROW AND ITS OWN SLOTS
       01 MAX-COURSES              PIC 999     VALUES 200.
       01 RANK-TABLE-COUNT         PIC 999     VALUES ZERO.
       01 RANK-TABLE.
           05 RANK-ENTRY OCCURS 200 TIMES.
              10 RANK-TBL-COURSE   PIC X(5).
              10 RANK-TBL-SECTION  PIC X(3).
              10 RANK-TBL-ID       PIC X(11)
              OCCURS 5 TIMES.
       01 RANK-PREV-COURSE         PIC X(8)    VALUES SPACES.
       01 MAX-RANK-DEPTH           PIC 9       VALUES 5.

      *DECLINES ONLY - A CANDIDATE WHO TURNED THIS COURSE DOWN AT
      *OFFER TIME IS NOT ASKED AGAIN MID-TERM
       01 MAX-DECLINES             PIC 9999    VALUES 1000.
       01 DECLINE-TABLE-COUNT      PIC 9999    VALUES ZERO.
       01 DECLINE-TABLE.
           05 DECLINE-ENTRY OCCURS 1000 TIMES.
              10 DECL-TBL-COURSE   PIC X(5).
              10 DECL-TBL-CAND-ID  PIC X(11).

      *EVERY TA WHO HAS EVER BEEN STOPPED, FROM THE STOP FILE ON DISK
      *PLUS THIS RUN'S OWN - NONE OF THEM IS EVER PICKED AS A
      *REPLACEMENT
       01 MAX-STOPS                PIC 9999    VALUES 1000.
       01 STOP-TABLE-COUNT         PIC 9999    VALUES ZERO.
       01 STOP-TABLE.
           05 STOP-ENTRY OCCURS 1000 TIMES.
              10 STOP-TBL-CAND-ID  PIC X(11).

      *LOOKUP WORK AREAS
       01 ACC-SEARCH-INDEX         PIC 9999    VALUES ZERO.
       01 ACC-FOUND-INDEX          PIC 9999    VALUES ZERO.
       01 RANK-SEARCH-INDEX        PIC 999     VALUES ZERO.
       01 RANK-FOUND-INDEX         PIC 999     VALUES ZERO.
       01 RANK-SLOT-INDEX          PIC 9       VALUES ZERO.
       01 DECL-SEARCH-INDEX        PIC 9999    VALUES ZERO.
       01 STOP-SEARCH-INDEX        PIC 9999    VALUES ZERO.
       01 WRITE-INDEX              PIC 9999    VALUES ZERO.
       01 CHECK-CAND-ID            PIC X(11)   VALUES SPACES.
       01 ALT-FOUND-SLOT           PIC 9       VALUES ZERO.
       01 CAND-BUSY-FLAG           PIC X       VALUES 'N'.
           88 CAND-BUSY                 VALUE 'Y'.
       01 WDR-REJECT-WS            PIC X(40)   VALUES SPACES.
       01 SECTION-LABEL-WS         PIC X(12)   VALUES SPACES.

      *END-OF-RUN CONTROL TOTALS - EVERY WITHDRAWAL READ WAS EITHER
      *REJECTED OR STOPPED, AND EVERY STOP EITHER FOUND A REPLACEMENT
      *OR WAS CALLED OUT FOR THE COORDINATOR TO FILL BY HAND
       01 CTL-WDR-READ             PIC 9(5)    VALUES ZERO.
       01 CTL-WDR-REJECTED         PIC 9(5)    VALUES ZERO.
       01 CTL-STOPS-WRITTEN        PIC 9(5)    VALUES ZERO.
       01 CTL-REPLACED             PIC 9(5)    VALUES ZERO.
       01 CTL-NO-ALTERNATE         PIC 9(5)    VALUES ZERO.
       01 CTL-TABLE-FULL           PIC 9(5)    VALUES ZERO.
      *****************************************************************
       PROCEDURE DIVISION.
      *GO STRAIGHT TO THE MAINLINE - THE PARAGRAPHS BELOW ARE ONLY
      *MEANT TO RUN WHEN PERFORMED FROM MAIN-PARAGRAPH, NOT BY
      *FALLING INTO THEM FROM THE TOP OF THE DIVISION. MAIN-PARAGRAPH
      *ITSELF ENDS IN GOBACK, SO CONTROL NEVER RETURNS HERE
           PERFORM MAIN-PARAGRAPH.

      *LOAD EVERY ACCEPTED ROW ONCE, AT STARTUP. A ROW ARRIVING ONCE
      *THE TABLE IS FULL COULD NOT BE WRITTEN BACK, SO IT IS COUNTED
      *AND THE REWRITE IS REFUSED RATHER THAN LOSING THE ROW
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
                       MOVE ACC-CTL-RUN-ID TO ACCEPTED-RUN-ID
                       EXIT PARAGRAPH
                   END-IF
                   IF ACC-TABLE-COUNT LESS THAN MAX-ACCEPTED
                       COMPUTE ACC-TABLE-COUNT = ACC-TABLE-COUNT + 1
                       MOVE ACC-COURSE-CODE TO
                           ACC-TBL-COURSE(ACC-TABLE-COUNT)
                       MOVE ACC-CAND-ID TO
                           ACC-TBL-CAND-ID(ACC-TABLE-COUNT)
                       MOVE ACC-SLOT TO ACC-TBL-SLOT(ACC-TABLE-COUNT)
                       MOVE ACC-TERM TO ACC-TBL-TERM(ACC-TABLE-COUNT)
                       MOVE ACC-SECTION TO
                           ACC-TBL-SECTION(ACC-TABLE-COUNT)
                       MOVE 'A' TO ACC-TBL-STATE(ACC-TABLE-COUNT)
                   ELSE
                       COMPUTE CTL-TABLE-FULL = CTL-TABLE-FULL + 1
                       MOVE SPACES TO WDRREPORT-RECORD
                       STRING 'ACCEPTED ROW ' ACC-COURSE-CODE ' '
                           ACC-CAND-ID
                           ' DROPPED: ACC-TABLE FULL AT '
                           MAX-ACCEPTED ' ENTRIES'
                           DELIMITED BY SIZE INTO WDRREPORT-RECORD
                       WRITE WDRREPORT-RECORD
                   END-IF
           END-READ.

      *LOAD THE RANKED SLOTS FOR EVERY COURSE ONCE, AT STARTUP
       LOAD-RANKED-PARAGRAPH.
           MOVE ZERO TO RANK-TABLE-COUNT.
           MOVE SPACES TO RANK-PREV-COURSE.
           OPEN INPUT RANKEDFILE.
           IF RANKED-FILE-STATUS EQUAL 00
               MOVE 'Y' TO RANKED-LOADED-FLAG
               MOVE 'N' TO RANKED-EOF-FLAG
               PERFORM LOAD-RANKED-STEP-PARAGRAPH UNTIL RANKED-AT-END
           ELSE
               DISPLAY 'opening ranking output file not successful'
           END-IF.
           CLOSE RANKEDFILE.

      *THIS WILL REPEAT UNTIL RANKEDFILE IS EXHAUSTED
       LOAD-RANKED-STEP-PARAGRAPH.
           READ RANKEDFILE
               AT END
                   MOVE 'Y' TO RANKED-EOF-FLAG
               NOT AT END
                   IF RANKED-CONTROL-ROW
                       EXIT PARAGRAPH
                   END-IF
                   IF COURSE-KEY-RANKED NOT EQUAL RANK-PREV-COURSE
                       IF RANK-TABLE-COUNT LESS THAN MAX-COURSES
                           COMPUTE RANK-TABLE-COUNT =
                               RANK-TABLE-COUNT + 1
                           MOVE COURSE-CODE-RANKED TO
                               RANK-TBL-COURSE(RANK-TABLE-COUNT)
                           MOVE SECTION-RANKED TO
                               RANK-TBL-SECTION(RANK-TABLE-COUNT)
                           MOVE 1 TO RANK-SLOT-INDEX
                           PERFORM LOAD-RANKED-SLOT-STEP-PARAGRAPH
                       ELSE
                           COMPUTE CTL-TABLE-FULL = CTL-TABLE-FULL + 1
                           MOVE SPACES TO WDRREPORT-RECORD
                           STRING 'RANKED COURSE ' COURSE-CODE-RANKED
                               ' DROPPED: RANK-TABLE FULL AT '
                               MAX-COURSES ' ENTRIES'
                               DELIMITED BY SIZE
                               INTO WDRREPORT-RECORD
                           WRITE WDRREPORT-RECORD
                       END-IF
                   END-IF
                   MOVE COURSE-KEY-RANKED TO RANK-PREV-COURSE
           END-READ.

      *THIS WILL REPEAT MAX-RANK-DEPTH TIMES
       LOAD-RANKED-SLOT-STEP-PARAGRAPH.
           IF RANK-SLOT-INDEX NOT GREATER THAN MAX-RANK-DEPTH
               MOVE RANKED-CAND-ID(RANK-SLOT-INDEX) TO
                   RANK-TBL-ID(RANK-TABLE-COUNT, RANK-SLOT-INDEX)
               COMPUTE RANK-SLOT-INDEX = RANK-SLOT-INDEX + 1
               PERFORM LOAD-RANKED-SLOT-STEP-PARAGRAPH
           END-IF.

      *LOAD THE DECLINES FROM responses.txt - THE FILE IS OPTIONAL,
      *THE SAME "SKIP IF ABSENT" RULE TA-OFFERS FOLLOWS
       LOAD-DECLINES-PARAGRAPH.
           MOVE ZERO TO DECLINE-TABLE-COUNT.
           OPEN INPUT RESPONSEFILE.
           IF RESPONSE-FILE-STATUS EQUAL 00
               MOVE 'N' TO RESPONSE-EOF-FLAG
               PERFORM LOAD-DECLINE-STEP-PARAGRAPH
                   UNTIL RESPONSE-AT-END
           END-IF.
           CLOSE RESPONSEFILE.

      *THIS WILL REPEAT UNTIL RESPONSEFILE IS EXHAUSTED - ONLY A
      *DECLINE IS KEPT, AND ONE PAST THE TABLE LIMIT IS COUNTED SO
      *THE RUN CANNOT END CLEAN ON A PARTIAL LIST
       LOAD-DECLINE-STEP-PARAGRAPH.
           READ RESPONSEFILE
               AT END
                   MOVE 'Y' TO RESPONSE-EOF-FLAG
               NOT AT END
                   IF RESP-STATUS EQUAL 'DECLINE'
                       IF DECLINE-TABLE-COUNT LESS THAN MAX-DECLINES
                           COMPUTE DECLINE-TABLE-COUNT =
                               DECLINE-TABLE-COUNT + 1
                           MOVE RESP-COURSE-CODE TO
                               DECL-TBL-COURSE(DECLINE-TABLE-COUNT)
                           MOVE RESP-CAND-ID TO
                               DECL-TBL-CAND-ID(DECLINE-TABLE-COUNT)
                       ELSE
                           COMPUTE CTL-TABLE-FULL = CTL-TABLE-FULL + 1
                       END-IF
                   END-IF
           END-READ.

      *LOAD EVERY TA ALREADY STOPPED BY AN EARLIER RUN - THE STOP
      *FILE IS KEPT FOR THE WHOLE TERM AND ONLY EVER APPENDED TO
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
                   MOVE STOP-CAND-ID TO CHECK-CAND-ID
                   PERFORM ADD-STOP-PARAGRAPH
           END-READ.

      *REMEMBER CHECK-CAND-ID AS A STOPPED TA
       ADD-STOP-PARAGRAPH.
           IF STOP-TABLE-COUNT LESS THAN MAX-STOPS
               COMPUTE STOP-TABLE-COUNT = STOP-TABLE-COUNT + 1
               MOVE CHECK-CAND-ID TO STOP-TBL-CAND-ID(STOP-TABLE-COUNT)
           ELSE
               COMPUTE CTL-TABLE-FULL = CTL-TABLE-FULL + 1
           END-IF.

      *THIS WILL REPEAT UNTIL WITHDRAWFILE IS EXHAUSTED, ONE
      *WITHDRAWAL AT A TIME IN FILE ORDER - A REPLACEMENT PICKED FOR
      *AN EARLIER ROW IS ALREADY ACCEPTED BY THE TIME A LATER ROW
      *LOOKS FOR ITS OWN
       WITHDRAW-READ-STEP-PARAGRAPH.
           READ WITHDRAWFILE
               AT END
                   MOVE 'Y' TO WITHDRAW-EOF-FLAG
               NOT AT END
                   COMPUTE CTL-WDR-READ = CTL-WDR-READ + 1
                   PERFORM WITHDRAW-ONE-PARAGRAPH
           END-READ.

      *CHECK THE WITHDRAWAL, THEN RETIRE EVERY STILL-SERVING ACCEPTED
      *ROW THE TA HOLDS ON THE COURSE - ONE PER SECTION
       WITHDRAW-ONE-PARAGRAPH.
           MOVE SPACES TO WDR-REJECT-WS.
           IF WDR-COURSE-CODE EQUAL SPACES
               OR WDR-CAND-ID EQUAL SPACES
               MOVE 'BLANK COURSE OR CANDIDATE' TO WDR-REJECT-WS
           ELSE
               IF WDR-EFFECTIVE-DATE IS NOT NUMERIC
                   MOVE 'EFFECTIVE DATE NOT YYYYMMDD'
                       TO WDR-REJECT-WS
               END-IF
           END-IF.
           IF WDR-REJECT-WS EQUAL SPACES
               PERFORM ACC-FIND-PARAGRAPH
               IF ACC-FOUND-INDEX EQUAL ZERO
                   MOVE 'NOT AN ACCEPTED ASSIGNMENT' TO WDR-REJECT-WS
               END-IF
           END-IF.
           IF WDR-REJECT-WS NOT EQUAL SPACES
               COMPUTE CTL-WDR-REJECTED = CTL-WDR-REJECTED + 1
               MOVE SPACES TO WDRREPORT-RECORD
               STRING 'COURSE ' WDR-COURSE-CODE
                   ' CANDIDATE ' WDR-CAND-ID
                   ' WITHDRAWAL REJECTED: ' WDR-REJECT-WS
                   DELIMITED BY SIZE INTO WDRREPORT-RECORD
               WRITE WDRREPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           PERFORM WITHDRAW-ROW-PARAGRAPH
               UNTIL ACC-FOUND-INDEX EQUAL ZERO.

      *THIS WILL REPEAT ONCE PER SECTION THE DEPARTING TA HOLDS:
      *RETIRE THE ACCEPTED ROW ACC-FOUND-INDEX POINTS AT, STOP THE
      *PAY, LOOK FOR THE SECTION'S REPLACEMENT, THEN FIND THE TA'S
      *NEXT STILL-SERVING ROW ON THE COURSE
       WITHDRAW-ROW-PARAGRAPH.
           MOVE 'W' TO ACC-TBL-STATE(ACC-FOUND-INDEX).
           PERFORM WRITE-STOP-PARAGRAPH.
           PERFORM FIND-ALTERNATE-PARAGRAPH.
           IF ALT-FOUND-SLOT EQUAL ZERO
               COMPUTE CTL-NO-ALTERNATE = CTL-NO-ALTERNATE + 1
               MOVE SPACES TO SECTION-LABEL-WS
               IF ACC-TBL-SECTION(ACC-FOUND-INDEX) NOT EQUAL SPACES
                   STRING ' SECTION ' ACC-TBL-SECTION(ACC-FOUND-INDEX)
                       DELIMITED BY SIZE INTO SECTION-LABEL-WS
               END-IF
               MOVE SPACES TO WDRREPORT-RECORD
               STRING 'COURSE ' WDR-COURSE-CODE DELIMITED BY SIZE
                   SECTION-LABEL-WS DELIMITED BY '  '
                   ' CANDIDATE ' WDR-CAND-ID
                   ' WITHDRAWN ' WDR-EFFECTIVE-DATE
                   ' - NO UNUSED ALTERNATE LEFT, FILL BY HAND'
                   DELIMITED BY SIZE INTO WDRREPORT-RECORD
               WRITE WDRREPORT-RECORD
           ELSE
               PERFORM ADD-REPLACEMENT-PARAGRAPH
           END-IF.
           PERFORM ACC-FIND-PARAGRAPH.

      *FIND THE STILL-SERVING ACCEPTED ROW FOR THE WITHDRAWAL'S
      *COURSE AND CANDIDATE - A REPLACEMENT ADDED EARLIER THIS RUN
      *CAN ITSELF WITHDRAW. ACC-FOUND-INDEX ZERO MEANS NO SUCH ROW
       ACC-FIND-PARAGRAPH.
           MOVE ZERO TO ACC-FOUND-INDEX.
           MOVE 1 TO ACC-SEARCH-INDEX.
           PERFORM ACC-FIND-STEP-PARAGRAPH
               UNTIL ACC-SEARCH-INDEX GREATER THAN ACC-TABLE-COUNT
                   OR ACC-FOUND-INDEX NOT EQUAL ZERO.

      *THIS WILL REPEAT UNTIL A MATCH IS FOUND OR THE TABLE IS
      *EXHAUSTED
       ACC-FIND-STEP-PARAGRAPH.
           IF ACC-TBL-COURSE(ACC-SEARCH-INDEX) EQUAL WDR-COURSE-CODE
               AND ACC-TBL-CAND-ID(ACC-SEARCH-INDEX) EQUAL WDR-CAND-ID
               AND ACC-TBL-STATE(ACC-SEARCH-INDEX) NOT EQUAL 'W'
               MOVE ACC-SEARCH-INDEX TO ACC-FOUND-INDEX
               EXIT PARAGRAPH
           END-IF.

           COMPUTE ACC-SEARCH-INDEX = ACC-SEARCH-INDEX + 1.

      *ONE FIXED-LAYOUT STOP ROW PER WITHDRAWAL, CARRYING THE TERM
      *THE TA WAS APPOINTED UNDER SO HR MATCHES IT TO THE RIGHT
      *PAYROLL RECORD
       WRITE-STOP-PARAGRAPH.
           MOVE WDR-CAND-ID TO STOP-CAND-ID.
           MOVE WDR-COURSE-CODE TO STOP-COURSE-CODE.
           MOVE ACC-TBL-TERM(ACC-FOUND-INDEX) TO STOP-TERM.
           MOVE WDR-EFFECTIVE-DATE TO STOP-EFFECTIVE-DATE.
           MOVE WDR-REASON TO STOP-REASON.
           WRITE PAYSTOP-DETAILS.
           COMPUTE CTL-STOPS-WRITTEN = CTL-STOPS-WRITTEN + 1.
           MOVE WDR-CAND-ID TO CHECK-CAND-ID.
           PERFORM ADD-STOP-PARAGRAPH.

      *WALK THE RANKED SLOTS OF THE DEPARTING TA'S OWN SECTION IN
      *ORDER FOR THE FIRST CANDIDATE STILL FREE TO TAKE IT - THAT
      *LIST WAS CLASH-CHECKED AGAINST THAT SECTION'S MEETINGS.
      *ALT-FOUND-SLOT ZERO MEANS THE SECTION HAS NO RANKING ROW OR
      *EVERY SLOT IS USED UP
       FIND-ALTERNATE-PARAGRAPH.
           MOVE ZERO TO ALT-FOUND-SLOT.
           MOVE ZERO TO RANK-FOUND-INDEX.
           MOVE 1 TO RANK-SEARCH-INDEX.
           PERFORM RANK-FIND-STEP-PARAGRAPH
               UNTIL RANK-SEARCH-INDEX GREATER THAN RANK-TABLE-COUNT
                   OR RANK-FOUND-INDEX NOT EQUAL ZERO.
           IF RANK-FOUND-INDEX EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO RANK-SLOT-INDEX.
           PERFORM ALTERNATE-SLOT-STEP-PARAGRAPH.

      *THIS WILL REPEAT UNTIL A MATCH IS FOUND OR THE TABLE IS
      *EXHAUSTED
       RANK-FIND-STEP-PARAGRAPH.
           IF RANK-TBL-COURSE(RANK-SEARCH-INDEX) EQUAL WDR-COURSE-CODE
               AND RANK-TBL-SECTION(RANK-SEARCH-INDEX) EQUAL
                   ACC-TBL-SECTION(ACC-FOUND-INDEX)
               MOVE RANK-SEARCH-INDEX TO RANK-FOUND-INDEX
               EXIT PARAGRAPH
           END-IF.

           COMPUTE RANK-SEARCH-INDEX = RANK-SEARCH-INDEX + 1.

      *THIS WILL REPEAT UP TO MAX-RANK-DEPTH TIMES, STOPPING AT THE
      *FIRST FREE CANDIDATE. A ZERO-FILLED SLOT WAS NEVER RANKED AND
      *ENDS THE WALK, THE SAME RULE OFFER-SLOT-STEP-PARAGRAPH USES
       ALTERNATE-SLOT-STEP-PARAGRAPH.
           IF RANK-SLOT-INDEX GREATER THAN MAX-RANK-DEPTH
               EXIT PARAGRAPH
           END-IF.

           MOVE RANK-TBL-ID(RANK-FOUND-INDEX, RANK-SLOT-INDEX)
               TO CHECK-CAND-ID.
           IF CHECK-CAND-ID EQUAL '0000000000'
               OR CHECK-CAND-ID EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM CAND-BUSY-CHECK-PARAGRAPH.
           IF NOT CAND-BUSY
               MOVE RANK-SLOT-INDEX TO ALT-FOUND-SLOT
               EXIT PARAGRAPH
           END-IF.

           COMPUTE RANK-SLOT-INDEX = RANK-SLOT-INDEX + 1.
           PERFORM ALTERNATE-SLOT-STEP-PARAGRAPH.

      *CHECK-CAND-ID IS BUSY WHEN IT HOLDS A STILL-SERVING ACCEPTED
      *ROW ON ANY COURSE, HAS BEEN STOPPED, OR DECLINED THIS COURSE
       CAND-BUSY-CHECK-PARAGRAPH.
           MOVE 'N' TO CAND-BUSY-FLAG.
           MOVE 1 TO ACC-SEARCH-INDEX.
           PERFORM BUSY-ACC-STEP-PARAGRAPH
               UNTIL ACC-SEARCH-INDEX GREATER THAN ACC-TABLE-COUNT
                   OR CAND-BUSY.
           MOVE 1 TO STOP-SEARCH-INDEX.
           PERFORM BUSY-STOP-STEP-PARAGRAPH
               UNTIL STOP-SEARCH-INDEX GREATER THAN STOP-TABLE-COUNT
                   OR CAND-BUSY.
           MOVE 1 TO DECL-SEARCH-INDEX.
           PERFORM BUSY-DECLINE-STEP-PARAGRAPH
               UNTIL DECL-SEARCH-INDEX GREATER THAN
                   DECLINE-TABLE-COUNT OR CAND-BUSY.

      *THIS WILL REPEAT UNTIL A MATCH IS FOUND OR THE TABLE IS
      *EXHAUSTED
       BUSY-ACC-STEP-PARAGRAPH.
           IF ACC-TBL-CAND-ID(ACC-SEARCH-INDEX) EQUAL CHECK-CAND-ID
               AND ACC-TBL-STATE(ACC-SEARCH-INDEX) NOT EQUAL 'W'
               MOVE 'Y' TO CAND-BUSY-FLAG
               EXIT PARAGRAPH
           END-IF.

           COMPUTE ACC-SEARCH-INDEX = ACC-SEARCH-INDEX + 1.

      *THIS WILL REPEAT UNTIL A MATCH IS FOUND OR THE TABLE IS
      *EXHAUSTED
       BUSY-STOP-STEP-PARAGRAPH.
           IF STOP-TBL-CAND-ID(STOP-SEARCH-INDEX) EQUAL CHECK-CAND-ID
               MOVE 'Y' TO CAND-BUSY-FLAG
               EXIT PARAGRAPH
           END-IF.

           COMPUTE STOP-SEARCH-INDEX = STOP-SEARCH-INDEX + 1.

      *THIS WILL REPEAT UNTIL A MATCH IS FOUND OR THE TABLE IS
      *EXHAUSTED
       BUSY-DECLINE-STEP-PARAGRAPH.
           IF DECL-TBL-COURSE(DECL-SEARCH-INDEX) EQUAL WDR-COURSE-CODE
               AND DECL-TBL-CAND-ID(DECL-SEARCH-INDEX) EQUAL
                   CHECK-CAND-ID
               MOVE 'Y' TO CAND-BUSY-FLAG
               EXIT PARAGRAPH
           END-IF.

           COMPUTE DECL-SEARCH-INDEX = DECL-SEARCH-INDEX + 1.

      *PUT THE ALTERNATE ON THE ACCEPTED TABLE IN THE DEPARTING TA'S
      *PLACE, UNDER THE SAME TERM AND SECTION, RECORD IT AS AN ACCEPT
      *ON responses.txt FOR THE NEXT TA-OFFERS RUN, AND REPORT THE
      *SWAP
       ADD-REPLACEMENT-PARAGRAPH.
           IF ACC-TABLE-COUNT NOT LESS THAN MAX-ACCEPTED
               COMPUTE CTL-TABLE-FULL = CTL-TABLE-FULL + 1
               COMPUTE CTL-NO-ALTERNATE = CTL-NO-ALTERNATE + 1
               MOVE SPACES TO WDRREPORT-RECORD
               STRING 'COURSE ' WDR-COURSE-CODE
                   ' CANDIDATE ' WDR-CAND-ID
                   ' WITHDRAWN ' WDR-EFFECTIVE-DATE
                   ' - REPLACEMENT NOT ADDED: ACC-TABLE FULL'
                   DELIMITED BY SIZE INTO WDRREPORT-RECORD
               WRITE WDRREPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           COMPUTE ACC-TABLE-COUNT = ACC-TABLE-COUNT + 1.
           MOVE WDR-COURSE-CODE TO ACC-TBL-COURSE(ACC-TABLE-COUNT).
           MOVE RANK-TBL-ID(RANK-FOUND-INDEX, ALT-FOUND-SLOT)
               TO ACC-TBL-CAND-ID(ACC-TABLE-COUNT).
           MOVE ALT-FOUND-SLOT TO ACC-TBL-SLOT(ACC-TABLE-COUNT).
           MOVE ACC-TBL-TERM(ACC-FOUND-INDEX)
               TO ACC-TBL-TERM(ACC-TABLE-COUNT).
           MOVE ACC-TBL-SECTION(ACC-FOUND-INDEX)
               TO ACC-TBL-SECTION(ACC-TABLE-COUNT).
           MOVE 'R' TO ACC-TBL-STATE(ACC-TABLE-COUNT).
           COMPUTE CTL-REPLACED = CTL-REPLACED + 1.
           MOVE WDR-COURSE-CODE TO RESP-COURSE-CODE.
           MOVE ACC-TBL-CAND-ID(ACC-TABLE-COUNT) TO RESP-CAND-ID.
           MOVE 'ACCEPT' TO RESP-STATUS.
           MOVE ACC-TBL-SECTION(ACC-TABLE-COUNT) TO RESP-SECTION.
           WRITE RESPONSE-DETAILS.
           MOVE SPACES TO SECTION-LABEL-WS.
           IF ACC-TBL-SECTION(ACC-TABLE-COUNT) NOT EQUAL SPACES
               STRING ' SECTION ' ACC-TBL-SECTION(ACC-TABLE-COUNT)
                   DELIMITED BY SIZE INTO SECTION-LABEL-WS
           END-IF.
           MOVE SPACES TO WDRREPORT-RECORD.
           STRING 'COURSE ' WDR-COURSE-CODE DELIMITED BY SIZE
               SECTION-LABEL-WS DELIMITED BY '  '
               ' CANDIDATE ' WDR-CAND-ID
               ' WITHDRAWN ' WDR-EFFECTIVE-DATE
               ' - REPLACED BY '
               ACC-TBL-CAND-ID(ACC-TABLE-COUNT)
               ' (SLOT ' ALT-FOUND-SLOT ')'
               DELIMITED BY SIZE INTO WDRREPORT-RECORD.
           WRITE WDRREPORT-RECORD.

      *WRITE THE ACCEPTED FILE BACK FROM THE TABLE, RETIRED ROWS
      *LEFT OFF AND REPLACEMENTS AT THE END, BEHIND THE SAME RUN-ID
      *HEADER IT WAS READ WITH
       REWRITE-ACCEPTED-PARAGRAPH.
           OPEN OUTPUT ACCEPTEDFILE.
           IF ACCEPTED-RUN-ID NOT EQUAL SPACES
               MOVE SPACES TO ACCEPTED-CONTROL-DETAILS
               MOVE '*HEADER*' TO ACC-CTL-TAG
               MOVE ACCEPTED-RUN-ID TO ACC-CTL-RUN-ID
               WRITE ACCEPTED-CONTROL-DETAILS
           END-IF.
           MOVE 1 TO WRITE-INDEX.
           PERFORM REWRITE-ACCEPTED-STEP-PARAGRAPH
               UNTIL WRITE-INDEX GREATER THAN ACC-TABLE-COUNT.
           CLOSE ACCEPTEDFILE.

      *THIS WILL REPEAT ACC-TABLE-COUNT TIMES
       REWRITE-ACCEPTED-STEP-PARAGRAPH.
           IF ACC-TBL-STATE(WRITE-INDEX) NOT EQUAL 'W'
               MOVE ACC-TBL-COURSE(WRITE-INDEX) TO ACC-COURSE-CODE
               MOVE ACC-TBL-CAND-ID(WRITE-INDEX) TO ACC-CAND-ID
               MOVE ACC-TBL-SLOT(WRITE-INDEX) TO ACC-SLOT
               MOVE ACC-TBL-TERM(WRITE-INDEX) TO ACC-TERM
               MOVE ACC-TBL-SECTION(WRITE-INDEX) TO ACC-SECTION
               WRITE ACCEPTED-DETAILS
           END-IF.

           COMPUTE WRITE-INDEX = WRITE-INDEX + 1.

      *THE CONTROL TOTALS, SO THE COORDINATOR CAN SEE AT A GLANCE
      *WHAT STILL NEEDS DOING BY HAND
       WRITE-TOTALS-PARAGRAPH.
           MOVE SPACES TO WDRREPORT-RECORD.
           STRING 'WITHDRAWALS READ: ' CTL-WDR-READ
               ' (REJECTED ' CTL-WDR-REJECTED
               ', PAYROLL STOPS ' CTL-STOPS-WRITTEN ')'
               DELIMITED BY SIZE INTO WDRREPORT-RECORD.
           WRITE WDRREPORT-RECORD.

           MOVE SPACES TO WDRREPORT-RECORD.
           STRING 'REPLACEMENTS MADE: ' CTL-REPLACED
               ' (NO ALTERNATE ' CTL-NO-ALTERNATE ')'
               DELIMITED BY SIZE INTO WDRREPORT-RECORD.
           WRITE WDRREPORT-RECORD.

           IF CTL-TABLE-FULL GREATER THAN ZERO
               MOVE SPACES TO WDRREPORT-RECORD
               STRING '*** ' CTL-TABLE-FULL
                   ' ROW(S) DROPPED AT TABLE CAPACITY'
                   DELIMITED BY SIZE INTO WDRREPORT-RECORD
               WRITE WDRREPORT-RECORD
           END-IF.

       MAIN-PARAGRAPH.
           OPEN OUTPUT WITHDRAWREPORTFILE.
           PERFORM LOAD-ACCEPTED-PARAGRAPH.
           PERFORM LOAD-RANKED-PARAGRAPH.
           PERFORM LOAD-DECLINES-PARAGRAPH.
           PERFORM LOAD-STOPS-PARAGRAPH.

      *WITHOUT THE ACCEPTED FILE OR THE RANKING THERE IS NOTHING TO
      *RETIRE AND NOBODY TO PROMOTE, AND A TABLE THAT FILLED WHILE
      *LOADING WOULD LOSE ROWS ON THE REWRITE - EITHER WAY THE RUN
      *ENDS FATAL, NO STOP WRITTEN, RATHER THAN HALF-APPLYING A
      *WITHDRAWAL
           IF NOT ACC-LOADED
               OR NOT RANKED-LOADED
               OR CTL-TABLE-FULL GREATER THAN ZERO
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO WDRREPORT-RECORD
               STRING '*** RUN REFUSED - ACCEPTED FILE OR RANKING '
                   'OUTPUT UNUSABLE, NOTHING APPLIED'
                   DELIMITED BY SIZE INTO WDRREPORT-RECORD
               WRITE WDRREPORT-RECORD
               PERFORM WRITE-TOTALS-PARAGRAPH
               CLOSE WITHDRAWREPORTFILE
               GOBACK
           END-IF.

           OPEN EXTEND PAYSTOPFILE.
           OPEN EXTEND RESPONSEFILE.
           OPEN INPUT WITHDRAWFILE.
           IF WITHDRAW-FILE-STATUS EQUAL 00
               MOVE 'N' TO WITHDRAW-EOF-FLAG
               PERFORM WITHDRAW-READ-STEP-PARAGRAPH
                   UNTIL WITHDRAW-AT-END
           END-IF.
           CLOSE WITHDRAWFILE.
           CLOSE RESPONSEFILE.
           CLOSE PAYSTOPFILE.

           PERFORM REWRITE-ACCEPTED-PARAGRAPH.
           PERFORM WRITE-TOTALS-PARAGRAPH.
           CLOSE WITHDRAWREPORTFILE.

           DISPLAY 'WITHDRAWALS PROCESSED: ' CTL-STOPS-WRITTEN
               ' REPLACED: ' CTL-REPLACED.

      *DISTINCT RETURN CODES: 0 CLEAN, 4 WHEN A WITHDRAWAL WAS
      *REJECTED OR LEFT WITHOUT A REPLACEMENT, 8 (SET ABOVE) WHEN THE
      *RUN WAS REFUSED OUTRIGHT
           IF RETURN-CODE LESS THAN 4
               AND (CTL-WDR-REJECTED GREATER THAN ZERO
                   OR CTL-NO-ALTERNATE GREATER THAN ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
       END PROGRAM TA-WITHDRAW.
