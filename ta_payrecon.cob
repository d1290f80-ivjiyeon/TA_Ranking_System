      ******************************************************************
      * TA-PAYRECON - HR PAYROLL CONFIRMATION RECONCILIATION *
      * COMPANION TO TA-PAYEXTR. ONCE payroll-feed.txt WENT TO HR WE *
      * NEVER LEARNED WHAT HR DID WITH EACH RECORD - A TA WHO WAS NOT *
      * SET UP FOR PAY TOLD US BY EMAIL WHEN THE CHEQUE DID NOT COME. *
      * HR NOW SENDS BACK payroll-confirm.txt, ONE ROW PER CANDIDATE, *
      * COURSE AND TERM MARKED LOADED, REJECTED (WITH HR'S REASON *
      * CODE) OR PENDED. THIS PASS MATCHES IT ROW FOR ROW AGAINST THE *
      * FEED AND WRITES payroll-recon-report.txt: ROWS WE SENT THAT HR *
      * NEVER ACKNOWLEDGED, ROWS HR REJECTED, ROWS HR SHOWS THAT WE *
      * NEVER SENT, PENDED ROWS STILL WAITING, AND DOLLARS SENT *
      * AGAINST DOLLARS HR CONFIRMED LOADED. A TA ON TWO SECTIONS OF *
      * ONE COURSE HAS TWO FEED ROWS UNDER THE SAME KEY, SO EACH *
      * CONFIRMATION SETTLES ONE FEED ROW, NEVER MORE. *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TA-PAYRECON.
       AUTHOR. JIYEON BYUN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAYROLLFILE
               ASSIGN TO './payroll-feed.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYROLL-FILE-STATUS.
           SELECT OPTIONAL CONFIRMFILE
               ASSIGN TO './payroll-confirm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIRM-FILE-STATUS.
           SELECT OPTIONAL RECONREPORTFILE
               ASSIGN TO './payroll-recon-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECON-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PAYROLLFILE.
       01 PAYROLL-DETAILS.
           05 PAY-CAND-ID          PIC X(11).
           05 PAY-COURSE-CODE      PIC X(5).
           05 PAY-TERM             PIC X(6).
           05 PAY-RATE             PIC 9(5)V99.
       01 PAYROLL-CONTROL-DETAILS.
           05 PAY-CTL-TAG          PIC X(8).
               88 PAYROLL-CONTROL-ROW   VALUE '*HEADER*' '*TRAILER'.
           05 PAY-CTL-RUN-ID       PIC X(23).
           05 PAY-CTL-ROW-COUNT    PIC 9(5).
           05 PAY-CTL-DOLLARS      PIC 9(7)V99.

      *HR'S RETURN ROW - THE AMOUNT IS WHAT HR ACTUALLY LOADED, AND
      *THE REASON CODE IS ONLY FILLED ON A REJECTED ROW
       FD CONFIRMFILE.
       01 CONFIRM-DETAILS.
           05 CONF-CAND-ID         PIC X(11).
           05 CONF-COURSE-CODE     PIC X(5).
           05 CONF-TERM            PIC X(6).
           05 CONF-STATUS          PIC X(8).
               88 CONF-LOADED           VALUE 'LOADED'.
               88 CONF-REJECTED         VALUE 'REJECTED'.
               88 CONF-PENDED           VALUE 'PENDED'.
           05 CONF-REASON-CODE     PIC X(4).
           05 CONF-AMOUNT          PIC 9(5)V99.

       FD RECONREPORTFILE.
       01 RECON-RECORD             PIC X(100).

       WORKING-STORAGE SECTION.
       01 PAYROLL-INFO.
           05 PAYROLL-FILE-STATUS  PIC 99.
           05 PAYROLL-EOF-FLAG     PIC X       VALUES 'N'.
               88 PAYROLL-AT-END        VALUE 'Y'.
       01 FEED-LOADED-FLAG         PIC X       VALUES 'N'.
           88 FEED-LOADED               VALUE 'Y'.
       01 CONFIRM-INFO.
           05 CONFIRM-FILE-STATUS  PIC 99.
           05 CONFIRM-EOF-FLAG     PIC X       VALUES 'N'.
               88 CONFIRM-AT-END        VALUE 'Y'.
       01 RECON-INFO.
           05 RECON-FILE-STATUS    PIC 99.

      *EVERY FEED ROW, WITH WHAT HR SAID ABOUT IT: SPACE NOT YET
      *ACKNOWLEDGED, 'L' LOADED, 'R' REJECTED, 'P' PENDED
       01 MAX-FEED                 PIC 9999    VALUES 1000.
       01 FEED-TABLE-COUNT         PIC 9999    VALUES ZERO.
       01 FEED-TABLE.
           05 FEED-ENTRY OCCURS 1000 TIMES.
              10 FEED-TBL-CAND-ID  PIC X(11).
              10 FEED-TBL-COURSE   PIC X(5).
              10 FEED-TBL-TERM     PIC X(6).
              10 FEED-TBL-RATE     PIC 9(5)V99.
              10 FEED-TBL-STATE    PIC X.

      *LOOKUP WORK AREAS
       01 FEED-SEARCH-INDEX        PIC 9999    VALUES ZERO.
       01 FEED-FOUND-INDEX         PIC 9999    VALUES ZERO.
       01 FEED-SETTLED-INDEX       PIC 9999    VALUES ZERO.
       01 REPORT-INDEX             PIC 9999    VALUES ZERO.
       01 AMOUNT-ED                PIC 9(5).99.
       01 CONF-AMOUNT-ED           PIC 9(5).99.

      *END-OF-RUN CONTROL TOTALS - EVERY FEED ROW ENDS LOADED,
      *REJECTED, PENDED OR UNACKNOWLEDGED, AND EVERY HR ROW EITHER
      *SETTLED A FEED ROW OR WAS CALLED OUT
       01 CTL-FEED-READ            PIC 9(5)    VALUES ZERO.
      *THE RANKING RUN-ID ON THE FEED'S HEADER AND TRAILER ROWS -
      *THOSE ROWS ARE NOT APPOINTMENTS AND ARE NOT RECONCILED
       01 FEED-RUN-ID              PIC X(23)   VALUES SPACES.
       01 CTL-CONF-READ            PIC 9(5)    VALUES ZERO.
       01 CTL-LOADED               PIC 9(5)    VALUES ZERO.
       01 CTL-REJECTED             PIC 9(5)    VALUES ZERO.
       01 CTL-PENDED               PIC 9(5)    VALUES ZERO.
       01 CTL-UNACKNOWLEDGED       PIC 9(5)    VALUES ZERO.
       01 CTL-NOT-SENT             PIC 9(5)    VALUES ZERO.
       01 CTL-BAD-STATUS           PIC 9(5)    VALUES ZERO.
       01 CTL-AMOUNT-DIFFERS       PIC 9(5)    VALUES ZERO.
       01 CTL-TABLE-FULL           PIC 9(5)    VALUES ZERO.
       01 CTL-DOLLARS-SENT         PIC 9(7)V99 VALUES ZERO.
       01 CTL-DOLLARS-CONFIRMED    PIC 9(7)V99 VALUES ZERO.
       01 CTL-DOLLARS-REJECTED     PIC 9(7)V99 VALUES ZERO.
       01 CTL-DOLLARS-PENDED       PIC 9(7)V99 VALUES ZERO.
       01 CTL-DOLLARS-UNACK        PIC 9(7)V99 VALUES ZERO.
       01 CTL-DOLLARS-SHORT        PIC S9(7)V99 VALUES ZERO.
       01 CTL-DOLLARS-ED           PIC 9(7).99.
       01 CTL-SHORT-ED             PIC -9(7).99.
      *****************************************************************
       PROCEDURE DIVISION.
      *GO STRAIGHT TO THE MAINLINE - THE PARAGRAPHS BELOW ARE ONLY
      *MEANT TO RUN WHEN PERFORMED FROM MAIN-PARAGRAPH, NOT BY
      *FALLING INTO THEM FROM THE TOP OF THE DIVISION. MAIN-PARAGRAPH
      *ITSELF ENDS IN GOBACK, SO CONTROL NEVER RETURNS HERE
           PERFORM MAIN-PARAGRAPH.

      *LOAD EVERY FEED ROW ONCE, AT STARTUP
       LOAD-FEED-PARAGRAPH.
           MOVE ZERO TO FEED-TABLE-COUNT.
           OPEN INPUT PAYROLLFILE.
           IF PAYROLL-FILE-STATUS EQUAL 00
               MOVE 'Y' TO FEED-LOADED-FLAG
               MOVE 'N' TO PAYROLL-EOF-FLAG
               PERFORM LOAD-FEED-STEP-PARAGRAPH UNTIL PAYROLL-AT-END
           ELSE
               DISPLAY 'opening payroll feed not successful'
           END-IF.
           CLOSE PAYROLLFILE.

      *THIS WILL REPEAT UNTIL PAYROLLFILE IS EXHAUSTED - A ROW PAST
      *THE TABLE LIMIT COULD NEVER BE MATCHED, SO IT IS COUNTED AND
      *THE REPORT STAMPED INCOMPLETE
       LOAD-FEED-STEP-PARAGRAPH.
           READ PAYROLLFILE
               AT END
                   MOVE 'Y' TO PAYROLL-EOF-FLAG
               NOT AT END
                   IF PAYROLL-CONTROL-ROW
                       MOVE PAY-CTL-RUN-ID TO FEED-RUN-ID
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE CTL-FEED-READ = CTL-FEED-READ + 1
                   COMPUTE CTL-DOLLARS-SENT =
                       CTL-DOLLARS-SENT + PAY-RATE
                   IF FEED-TABLE-COUNT LESS THAN MAX-FEED
                       COMPUTE FEED-TABLE-COUNT = FEED-TABLE-COUNT + 1
                       MOVE PAY-CAND-ID TO
                           FEED-TBL-CAND-ID(FEED-TABLE-COUNT)
                       MOVE PAY-COURSE-CODE TO
                           FEED-TBL-COURSE(FEED-TABLE-COUNT)
                       MOVE PAY-TERM TO FEED-TBL-TERM(FEED-TABLE-COUNT)
                       MOVE PAY-RATE TO FEED-TBL-RATE(FEED-TABLE-COUNT)
                       MOVE SPACE TO FEED-TBL-STATE(FEED-TABLE-COUNT)
                   ELSE
                       COMPUTE CTL-TABLE-FULL = CTL-TABLE-FULL + 1
                       MOVE SPACES TO RECON-RECORD
                       STRING 'FEED ROW ' PAY-CAND-ID ' '
                           PAY-COURSE-CODE
                           ' DROPPED: FEED-TABLE FULL AT '
                           MAX-FEED ' ENTRIES'
                           DELIMITED BY SIZE INTO RECON-RECORD
                       WRITE RECON-RECORD
                   END-IF
           END-READ.

      *THIS WILL REPEAT UNTIL CONFIRMFILE IS EXHAUSTED, SETTLING ONE
      *HR ROW AT A TIME
       CONFIRM-READ-STEP-PARAGRAPH.
           READ CONFIRMFILE
               AT END
                   MOVE 'Y' TO CONFIRM-EOF-FLAG
               NOT AT END
                   COMPUTE CTL-CONF-READ = CTL-CONF-READ + 1
                   PERFORM CONFIRM-ONE-PARAGRAPH
           END-READ.

      *MATCH ONE HR ROW TO THE FIRST FEED ROW UNDER ITS KEY THAT HR
      *HAS NOT YET SPOKEN FOR, AND RECORD HR'S VERDICT ON IT
       CONFIRM-ONE-PARAGRAPH.
           MOVE CONF-AMOUNT TO CONF-AMOUNT-ED.
           IF NOT CONF-LOADED AND NOT CONF-REJECTED
               AND NOT CONF-PENDED
               COMPUTE CTL-BAD-STATUS = CTL-BAD-STATUS + 1
               MOVE SPACES TO RECON-RECORD
               STRING 'CANDIDATE ' CONF-CAND-ID
                   ' COURSE ' CONF-COURSE-CODE ' TERM ' CONF-TERM
                   ' UNKNOWN HR STATUS "' DELIMITED BY SIZE
                   CONF-STATUS DELIMITED BY SPACE
                   '"' DELIMITED BY SIZE INTO RECON-RECORD
               WRITE RECON-RECORD
               EXIT PARAGRAPH
           END-IF.

           PERFORM FEED-FIND-PARAGRAPH.
           IF FEED-FOUND-INDEX EQUAL ZERO
               COMPUTE CTL-NOT-SENT = CTL-NOT-SENT + 1
               MOVE SPACES TO RECON-RECORD
               IF FEED-SETTLED-INDEX EQUAL ZERO
                   STRING 'CANDIDATE ' CONF-CAND-ID
                       ' COURSE ' CONF-COURSE-CODE ' TERM ' CONF-TERM
                       ' ' DELIMITED BY SIZE
                       CONF-STATUS DELIMITED BY SPACE
                       ' BY HR BUT NEVER SENT'
                       DELIMITED BY SIZE INTO RECON-RECORD
               ELSE
                   STRING 'CANDIDATE ' CONF-CAND-ID
                       ' COURSE ' CONF-COURSE-CODE ' TERM ' CONF-TERM
                       ' ' DELIMITED BY SIZE
                       CONF-STATUS DELIMITED BY SPACE
                       ' BY HR MORE TIMES THAN SENT'
                       DELIMITED BY SIZE INTO RECON-RECORD
               END-IF
               WRITE RECON-RECORD
               EXIT PARAGRAPH
           END-IF.

           MOVE FEED-TBL-RATE(FEED-FOUND-INDEX) TO AMOUNT-ED.
           IF CONF-LOADED
               MOVE 'L' TO FEED-TBL-STATE(FEED-FOUND-INDEX)
               COMPUTE CTL-LOADED = CTL-LOADED + 1
               COMPUTE CTL-DOLLARS-CONFIRMED =
                   CTL-DOLLARS-CONFIRMED + CONF-AMOUNT
               IF CONF-AMOUNT NOT EQUAL
                   FEED-TBL-RATE(FEED-FOUND-INDEX)
                   COMPUTE CTL-AMOUNT-DIFFERS = CTL-AMOUNT-DIFFERS + 1
                   MOVE SPACES TO RECON-RECORD
                   STRING 'CANDIDATE ' CONF-CAND-ID
                       ' COURSE ' CONF-COURSE-CODE ' TERM ' CONF-TERM
                       ' LOADED AT ' CONF-AMOUNT-ED
                       ' BUT SENT AT ' AMOUNT-ED
                       DELIMITED BY SIZE INTO RECON-RECORD
                   WRITE RECON-RECORD
               END-IF
           END-IF.
           IF CONF-REJECTED
               MOVE 'R' TO FEED-TBL-STATE(FEED-FOUND-INDEX)
               COMPUTE CTL-REJECTED = CTL-REJECTED + 1
               COMPUTE CTL-DOLLARS-REJECTED =
                   CTL-DOLLARS-REJECTED +
                   FEED-TBL-RATE(FEED-FOUND-INDEX)
               MOVE SPACES TO RECON-RECORD
               STRING 'CANDIDATE ' CONF-CAND-ID
                   ' COURSE ' CONF-COURSE-CODE ' TERM ' CONF-TERM
                   ' REJECTED BY HR, REASON ' CONF-REASON-CODE
                   ' - ' AMOUNT-ED ' NOT LOADED'
                   DELIMITED BY SIZE INTO RECON-RECORD
               WRITE RECON-RECORD
           END-IF.
           IF CONF-PENDED
               MOVE 'P' TO FEED-TBL-STATE(FEED-FOUND-INDEX)
               COMPUTE CTL-PENDED = CTL-PENDED + 1
               COMPUTE CTL-DOLLARS-PENDED =
                   CTL-DOLLARS-PENDED +
                   FEED-TBL-RATE(FEED-FOUND-INDEX)
               MOVE SPACES TO RECON-RECORD
               STRING 'CANDIDATE ' CONF-CAND-ID
                   ' COURSE ' CONF-COURSE-CODE ' TERM ' CONF-TERM
                   ' PENDED BY HR - ' AMOUNT-ED ' NOT YET LOADED'
                   DELIMITED BY SIZE INTO RECON-RECORD
               WRITE RECON-RECORD
           END-IF.

      *FIND THE FIRST FEED ROW FOR THE HR ROW'S KEY THAT IS STILL
      *UNACKNOWLEDGED. FEED-FOUND-INDEX ZERO MEANS NONE IS LEFT -
      *FEED-SETTLED-INDEX THEN TELLS WHETHER THE KEY WAS SENT AT ALL
       FEED-FIND-PARAGRAPH.
           MOVE ZERO TO FEED-FOUND-INDEX.
           MOVE ZERO TO FEED-SETTLED-INDEX.
           MOVE 1 TO FEED-SEARCH-INDEX.
           PERFORM FEED-FIND-STEP-PARAGRAPH
               UNTIL FEED-SEARCH-INDEX GREATER THAN FEED-TABLE-COUNT
                   OR FEED-FOUND-INDEX NOT EQUAL ZERO.

      *THIS WILL REPEAT UNTIL AN OPEN MATCH IS FOUND OR THE TABLE IS
      *EXHAUSTED
       FEED-FIND-STEP-PARAGRAPH.
           IF FEED-TBL-CAND-ID(FEED-SEARCH-INDEX) EQUAL CONF-CAND-ID
               AND FEED-TBL-COURSE(FEED-SEARCH-INDEX) EQUAL
                   CONF-COURSE-CODE
               AND FEED-TBL-TERM(FEED-SEARCH-INDEX) EQUAL CONF-TERM
               IF FEED-TBL-STATE(FEED-SEARCH-INDEX) EQUAL SPACE
                   MOVE FEED-SEARCH-INDEX TO FEED-FOUND-INDEX
                   EXIT PARAGRAPH
               ELSE
                   MOVE FEED-SEARCH-INDEX TO FEED-SETTLED-INDEX
               END-IF
           END-IF.

           COMPUTE FEED-SEARCH-INDEX = FEED-SEARCH-INDEX + 1.

      *THIS WILL REPEAT FEED-TABLE-COUNT TIMES, CALLING OUT EVERY
      *FEED ROW HR NEVER MENTIONED
       UNACKNOWLEDGED-STEP-PARAGRAPH.
           IF FEED-TBL-STATE(REPORT-INDEX) EQUAL SPACE
               COMPUTE CTL-UNACKNOWLEDGED = CTL-UNACKNOWLEDGED + 1
               COMPUTE CTL-DOLLARS-UNACK =
                   CTL-DOLLARS-UNACK + FEED-TBL-RATE(REPORT-INDEX)
               MOVE FEED-TBL-RATE(REPORT-INDEX) TO AMOUNT-ED
               MOVE SPACES TO RECON-RECORD
               STRING 'CANDIDATE ' FEED-TBL-CAND-ID(REPORT-INDEX)
                   ' COURSE ' FEED-TBL-COURSE(REPORT-INDEX)
                   ' TERM ' FEED-TBL-TERM(REPORT-INDEX)
                   ' SENT AT ' AMOUNT-ED ' - NEVER ACKNOWLEDGED BY HR'
                   DELIMITED BY SIZE INTO RECON-RECORD
               WRITE RECON-RECORD
           END-IF.

           COMPUTE REPORT-INDEX = REPORT-INDEX + 1.

      *THE CONTROL TOTALS - COUNTS AND DOLLARS BY HR VERDICT, AND
      *DOLLARS SENT AGAINST DOLLARS HR CONFIRMED LOADED
       WRITE-TOTALS-PARAGRAPH.
           MOVE SPACES TO RECON-RECORD.
           STRING 'FEED RUN ID: ' FEED-RUN-ID
               DELIMITED BY SIZE INTO RECON-RECORD.
           WRITE RECON-RECORD.

           MOVE SPACES TO RECON-RECORD.
           STRING 'FEED ROWS SENT: ' CTL-FEED-READ
               ' HR ROWS RETURNED: ' CTL-CONF-READ
               DELIMITED BY SIZE INTO RECON-RECORD.
           WRITE RECON-RECORD.

           MOVE SPACES TO RECON-RECORD.
           STRING 'LOADED ' CTL-LOADED
               ', REJECTED ' CTL-REJECTED
               ', PENDED ' CTL-PENDED
               ', NEVER ACKNOWLEDGED ' CTL-UNACKNOWLEDGED
               DELIMITED BY SIZE INTO RECON-RECORD.
           WRITE RECON-RECORD.

           MOVE SPACES TO RECON-RECORD.
           STRING 'HR ROWS NEVER SENT ' CTL-NOT-SENT
               ', UNKNOWN STATUS ' CTL-BAD-STATUS
               ', AMOUNT DIFFERS ' CTL-AMOUNT-DIFFERS
               DELIMITED BY SIZE INTO RECON-RECORD.
           WRITE RECON-RECORD.

           MOVE CTL-DOLLARS-SENT TO CTL-DOLLARS-ED.
           MOVE SPACES TO RECON-RECORD.
           STRING 'DOLLARS SENT:        ' CTL-DOLLARS-ED
               DELIMITED BY SIZE INTO RECON-RECORD.
           WRITE RECON-RECORD.

           MOVE CTL-DOLLARS-CONFIRMED TO CTL-DOLLARS-ED.
           MOVE SPACES TO RECON-RECORD.
           STRING 'DOLLARS CONFIRMED:   ' CTL-DOLLARS-ED
               DELIMITED BY SIZE INTO RECON-RECORD.
           WRITE RECON-RECORD.

           MOVE CTL-DOLLARS-REJECTED TO CTL-DOLLARS-ED.
           MOVE SPACES TO RECON-RECORD.
           STRING '  REJECTED:          ' CTL-DOLLARS-ED
               DELIMITED BY SIZE INTO RECON-RECORD.
           WRITE RECON-RECORD.

           MOVE CTL-DOLLARS-PENDED TO CTL-DOLLARS-ED.
           MOVE SPACES TO RECON-RECORD.
           STRING '  PENDED:            ' CTL-DOLLARS-ED
               DELIMITED BY SIZE INTO RECON-RECORD.
           WRITE RECON-RECORD.

           MOVE CTL-DOLLARS-UNACK TO CTL-DOLLARS-ED.
           MOVE SPACES TO RECON-RECORD.
           STRING '  NEVER ACKNOWLEDGED:' CTL-DOLLARS-ED
               DELIMITED BY SIZE INTO RECON-RECORD.
           WRITE RECON-RECORD.

           COMPUTE CTL-DOLLARS-SHORT =
               CTL-DOLLARS-SENT - CTL-DOLLARS-CONFIRMED.
           MOVE CTL-DOLLARS-SHORT TO CTL-SHORT-ED.
           MOVE SPACES TO RECON-RECORD.
           STRING 'SENT LESS CONFIRMED:' CTL-SHORT-ED
               DELIMITED BY SIZE INTO RECON-RECORD.
           WRITE RECON-RECORD.

           IF CTL-TABLE-FULL GREATER THAN ZERO
               MOVE SPACES TO RECON-RECORD
               STRING '*** ' CTL-TABLE-FULL
                   ' FEED ROW(S) DROPPED AT TABLE CAPACITY - '
                   'RECONCILIATION INCOMPLETE'
                   DELIMITED BY SIZE INTO RECON-RECORD
               WRITE RECON-RECORD
           END-IF.

       MAIN-PARAGRAPH.
           OPEN OUTPUT RECONREPORTFILE.
           PERFORM LOAD-FEED-PARAGRAPH.

      *WITHOUT THE FEED EVERY HR ROW WOULD LOOK UNSENT, AND WITHOUT
      *THE HR FILE EVERY FEED ROW WOULD LOOK UNACKNOWLEDGED - EITHER
      *WAY THE REPORT WOULD BE NOISE, SO THE RUN ENDS FATAL
           OPEN INPUT CONFIRMFILE.
           IF NOT FEED-LOADED
               OR CONFIRM-FILE-STATUS NOT EQUAL 00
               MOVE SPACES TO RECON-RECORD
               STRING '*** RUN REFUSED - PAYROLL FEED OR HR '
                   'CONFIRMATION FILE MISSING'
                   DELIMITED BY SIZE INTO RECON-RECORD
               WRITE RECON-RECORD
               CLOSE CONFIRMFILE
               CLOSE RECONREPORTFILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 'N' TO CONFIRM-EOF-FLAG.
           PERFORM CONFIRM-READ-STEP-PARAGRAPH UNTIL CONFIRM-AT-END.
           CLOSE CONFIRMFILE.

           MOVE 1 TO REPORT-INDEX.
           PERFORM UNACKNOWLEDGED-STEP-PARAGRAPH
               UNTIL REPORT-INDEX GREATER THAN FEED-TABLE-COUNT.

           PERFORM WRITE-TOTALS-PARAGRAPH.
           CLOSE RECONREPORTFILE.
           DISPLAY 'FEED ROWS: ' CTL-FEED-READ
               ' LOADED: ' CTL-LOADED
               ' REJECTED: ' CTL-REJECTED
               ' UNACKNOWLEDGED: ' CTL-UNACKNOWLEDGED
               ' NOT SENT: ' CTL-NOT-SENT.

      *DISTINCT RETURN CODES: 0 CLEAN, 4 WHEN ANY ROW IS REJECTED,
      *UNACKNOWLEDGED, UNSENT, MISPRICED OR UNREADABLE, 8 WHEN THE
      *RECONCILIATION COULD NOT BE RUN OR IS INCOMPLETE. A PENDED ROW
      *IS LISTED BUT IS HR'S NORMAL IN-PROGRESS STATE
           IF CTL-TABLE-FULL GREATER THAN ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CTL-REJECTED GREATER THAN ZERO
                   OR CTL-UNACKNOWLEDGED GREATER THAN ZERO
                   OR CTL-NOT-SENT GREATER THAN ZERO
                   OR CTL-AMOUNT-DIFFERS GREATER THAN ZERO
                   OR CTL-BAD-STATUS GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.
       END PROGRAM TA-PAYRECON.
