      * JOINS EACH ONE AGAINST THE CONTACT SIDE FILE TA-CANDMAINT *
      * MAINTAINS, AND EMITS ONE MAIL-MERGE RECORD PER CANDIDATE PER *
      * EVENT TYPE. A CANDIDATE WITH NO CONTACT ROW LANDS ON THE *
      * EXCEPTIONS LIST INSTEAD OF SILENTLY GETTING NO NOTICE. A TA *
      * TA-PAYEXTR HELD FOR MISSING TRAINING GETS ONE REMINDER. *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TA-NOTIFY.
               ASSIGN TO './notify-exceptions.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIFYEXC-FILE-STATUS.
           SELECT OPTIONAL RUNCONTROLFILE
               ASSIGN TO './run-control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-FILE-STATUS.
           SELECT OPTIONAL HOLDFILE
               ASSIGN TO './training-hold-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD NOTIFYEXCFILE.
       01 NOTIFYEXC-RECORD         PIC X(80).

       FD RUNCONTROLFILE.
       01 RUN-CONTROL-RECORD.
           05 RCT-RUN-ID           PIC X(23).
           05 FILLER               PIC X.
           05 RCT-STATUS           PIC X(8).

       FD HOLDFILE.
       01 HOLD-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01 CONTACT-INFO.
           05 CONTACT-FILE-STATUS  PIC 99.
           05 NOTIFY-FILE-STATUS   PIC 99.
       01 NOTIFYEXC-INFO.
           05 NOTIFYEXC-FILE-STATUS PIC 99.
       01 RUNCTL-INFO.
           05 RUNCTL-FILE-STATUS   PIC 99.
       01 HOLD-INFO.
           05 HOLD-FILE-STATUS     PIC 99.
           05 HOLD-EOF-FLAG        PIC X       VALUES 'N'.
               88 HOLD-AT-END           VALUE 'Y'.

      *RUN LINEAGE - offers.txt MUST OPEN WITH THE HEADER LINE
      *'*HEADER* <RUN-ID> ...' AND CLOSE WITH A '*TRAILER <RUN-ID>'
      *LINE, BOTH NAMING THE RANKING RUN run-control.txt EXPECTS, OR
      *NO CANDIDATE IS MAILED ABOUT AN OFFER FROM A STALE OR
      *HALF-WRITTEN OFFER LIST
       01 EXPECTED-RUN-ID          PIC X(23)   VALUES SPACES.
       01 HEADER-RUN-ID            PIC X(23)   VALUES SPACES.
       01 TRAILER-RUN-ID           PIC X(23)   VALUES SPACES.
       01 OFFER-LINES-READ         PIC 9(5)    VALUES ZERO.
       01 LINEAGE-FLAG             PIC X       VALUES 'N'.
           88 LINEAGE-REFUSED           VALUE 'Y'.
       01 LINEAGE-REASON           PIC X(50)   VALUES SPACES.

      *EVERY CONTACT ROW IS HELD HERE SO EACH EVENT CAN BE LOOKED UP
      *WITHOUT REREADING THE MASTER - THE FILE IS OPTIONAL, AND WITH
       01 EVENT-CAND-ID            PIC X(11)   VALUES SPACES.
       01 EVENT-COURSE-WS          PIC X(5)    VALUES SPACES.

      *TRAINING REMINDERS - training-hold-report.txt IS ONLY READ
      *WHEN ITS HEADER NAMES THE SAME RANKING RUN AS offers.txt, SO A
      *HOLD LIST LEFT FROM AN EARLIER EXTRACT CHASES NOBODY. A TA HELD
      *ON SEVERAL COURSES IS REMINDED ONCE, FOR THE FIRST OF THEM
       01 HOLD-LINES-READ          PIC 9(5)    VALUES ZERO.
       01 HOLD-RUN-ID              PIC X(23)   VALUES SPACES.
       01 MAX-REMINDERS            PIC 999     VALUES 500.
       01 REMINDER-TABLE-COUNT     PIC 999     VALUES ZERO.
       01 REMINDER-TABLE.
           05 REMINDER-CAND-ID     PIC X(11)
           OCCURS 500 TIMES.
       01 REMINDER-SEARCH-INDEX    PIC 999     VALUES ZERO.
       01 REMINDER-FOUND-FLAG      PIC X       VALUES 'N'.
           88 REMINDER-SENT             VALUE 'Y'.

       01 CTL-EVENTS-WRITTEN       PIC 9(5)    VALUES ZERO.
       01 CTL-EVENTS-EXCEPTION     PIC 9(5)    VALUES ZERO.
      *****************************************************************
                   END-IF
           END-READ.

      *THIS WILL REPEAT UNTIL training-hold-report.txt IS EXHAUSTED.
      *THE FIRST LINE MUST BE THIS RUN'S HEADER OR THE REST OF THE
      *FILE IS PASSED OVER. A HOLD LINE READS
      *'HELD iiiiiiiiiii COURSE ccccc ...' SO THE CANDIDATE SITS AT
      *COLUMN 6 AND THE COURSE AT COLUMN 25
       HOLD-READ-STEP-PARAGRAPH.
           READ HOLDFILE
               AT END
                   MOVE 'Y' TO HOLD-EOF-FLAG
               NOT AT END
                   COMPUTE HOLD-LINES-READ = HOLD-LINES-READ + 1
                   IF HOLD-LINES-READ EQUAL 1
                       IF HOLD-RECORD(1:9) EQUAL '*HEADER* '
                           MOVE HOLD-RECORD(10:23) TO HOLD-RUN-ID
                       END-IF
                       IF HOLD-RUN-ID NOT EQUAL EXPECTED-RUN-ID
                           DISPLAY 'training-hold-report.txt IS NOT '
                               'FROM THIS RUN - NO TRAINING REMINDERS'
                           MOVE 'Y' TO HOLD-EOF-FLAG
                       END-IF
                       EXIT PARAGRAPH
                   END-IF
                   IF HOLD-RECORD(1:5) EQUAL 'HELD '
                       AND HOLD-RECORD(17:8) EQUAL ' COURSE '
                       MOVE HOLD-RECORD(6:11) TO EVENT-CAND-ID
                       MOVE HOLD-RECORD(25:5) TO EVENT-COURSE-WS
                       PERFORM REMINDER-LOOKUP-PARAGRAPH
                       IF NOT REMINDER-SENT
                           MOVE 'TRAINING' TO EVENT-TYPE-WS
                           PERFORM WRITE-EVENT-PARAGRAPH
                       END-IF
                   END-IF
           END-READ.

      *HAS EVENT-CAND-ID ALREADY HAD A TRAINING REMINDER THIS RUN? IF
      *NOT, REMEMBER THEM NOW - A TA ARRIVING ONCE THE TABLE IS FULL
      *IS SIMPLY REMINDED AGAIN, WHICH DOES NO HARM
       REMINDER-LOOKUP-PARAGRAPH.
           MOVE 'N' TO REMINDER-FOUND-FLAG.
           MOVE 1 TO REMINDER-SEARCH-INDEX.
           PERFORM REMINDER-SEARCH-STEP-PARAGRAPH
               UNTIL REMINDER-SEARCH-INDEX GREATER THAN
                   REMINDER-TABLE-COUNT OR REMINDER-SENT.
           IF NOT REMINDER-SENT
               AND REMINDER-TABLE-COUNT LESS THAN MAX-REMINDERS
               COMPUTE REMINDER-TABLE-COUNT = REMINDER-TABLE-COUNT + 1
               MOVE EVENT-CAND-ID TO
                   REMINDER-CAND-ID(REMINDER-TABLE-COUNT)
           END-IF.

      *THIS WILL REPEAT UNTIL A MATCH IS FOUND OR THE TABLE IS
      *EXHAUSTED
       REMINDER-SEARCH-STEP-PARAGRAPH.
           IF REMINDER-CAND-ID(REMINDER-SEARCH-INDEX) EQUAL
               EVENT-CAND-ID
               MOVE 'Y' TO REMINDER-FOUND-FLAG
               EXIT PARAGRAPH
           END-IF.

           COMPUTE REMINDER-SEARCH-INDEX = REMINDER-SEARCH-INDEX + 1.

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

      *PROVE offers.txt CAME WHOLE FROM THE EXPECTED RUN BEFORE ANY
      *EVENT IS WRITTEN FROM IT
       VERIFY-LINEAGE-PARAGRAPH.
           MOVE 'N' TO LINEAGE-FLAG.
           MOVE SPACES TO HEADER-RUN-ID.
           MOVE SPACES TO TRAILER-RUN-ID.
           MOVE ZERO TO OFFER-LINES-READ.
           OPEN INPUT OFFERFILE.
           IF OFFER-FILE-STATUS EQUAL 00
               MOVE 'N' TO OFFER-EOF-FLAG
               PERFORM VERIFY-OFFER-STEP-PARAGRAPH UNTIL OFFER-AT-END
           END-IF.
           CLOSE OFFERFILE.

           IF EXPECTED-RUN-ID EQUAL SPACES
               MOVE 'Y' TO LINEAGE-FLAG
               MOVE 'NO RANKING RUN ON run-control.txt'
                   TO LINEAGE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF HEADER-RUN-ID EQUAL SPACES
               MOVE 'Y' TO LINEAGE-FLAG
               MOVE 'offers.txt CARRIES NO RUN HEADER'
                   TO LINEAGE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF HEADER-RUN-ID NOT EQUAL EXPECTED-RUN-ID
               MOVE 'Y' TO LINEAGE-FLAG
               MOVE 'offers.txt IS FROM ANOTHER RANKING RUN'
                   TO LINEAGE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF TRAILER-RUN-ID NOT EQUAL EXPECTED-RUN-ID
               MOVE 'Y' TO LINEAGE-FLAG
               MOVE 'offers.txt HAS NO TRAILER FOR THIS RUN'
                   TO LINEAGE-REASON
           END-IF.

      *THIS WILL REPEAT UNTIL offers.txt IS EXHAUSTED - ONLY THE
      *FIRST LINE CAN BE THE HEADER, AND THE LAST TRAILER SEEN COUNTS
       VERIFY-OFFER-STEP-PARAGRAPH.
           READ OFFERFILE
               AT END
                   MOVE 'Y' TO OFFER-EOF-FLAG
               NOT AT END
                   COMPUTE OFFER-LINES-READ = OFFER-LINES-READ + 1
                   IF OFFER-RECORD(1:9) EQUAL '*HEADER* '
                       AND OFFER-LINES-READ EQUAL 1
                       MOVE OFFER-RECORD(10:23) TO HEADER-RUN-ID
                   END-IF
                   IF OFFER-RECORD(1:9) EQUAL '*TRAILER '
                       MOVE OFFER-RECORD(10:23) TO TRAILER-RUN-ID
                   END-IF
           END-READ.

       MAIN-PARAGRAPH.
           PERFORM LOAD-RUN-CONTROL-PARAGRAPH.
           PERFORM VERIFY-LINEAGE-PARAGRAPH.
           IF LINEAGE-REFUSED
               DISPLAY '*** NOTIFICATIONS REFUSED: ' LINEAGE-REASON
               DISPLAY '*** EXPECTED RUN ' EXPECTED-RUN-ID
                   ' FOUND ' HEADER-RUN-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-CONTACTS-PARAGRAPH.
           OPEN OUTPUT NOTIFYFILE.
           OPEN OUTPUT NOTIFYEXCFILE.
           END-IF.
           CLOSE REJECTFILE.

           MOVE ZERO TO HOLD-LINES-READ.
           OPEN INPUT HOLDFILE.
           IF HOLD-FILE-STATUS EQUAL 00
               MOVE 'N' TO HOLD-EOF-FLAG
               PERFORM HOLD-READ-STEP-PARAGRAPH UNTIL HOLD-AT-END
           END-IF.
           CLOSE HOLDFILE.

           DISPLAY 'NOTIFICATION RECORDS: ' CTL-EVENTS-WRITTEN
               ' EXCEPTIONS: ' CTL-EVENTS-EXCEPTION.
           CLOSE NOTIFYEXCFILE.
