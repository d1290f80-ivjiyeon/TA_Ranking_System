               ASSIGN TO './run-options.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNOPT-FILE-STATUS.
           SELECT OPTIONAL RUNCONTROLFILE
               ASSIGN TO './run-control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-FILE-STATUS.
           SELECT OPTIONAL ARCHIVEFILE
               ASSIGN TO './run-archive.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO './funding-commitments.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FUND-FILE-STATUS.
           SELECT OPTIONAL OVRAUDITFILE
               ASSIGN TO './override-audit.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVRAUDIT-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           05 OPT-SCORE-AUDIT      PIC X.
           05 OPT-SIMULATE         PIC X.

       FD RUNCONTROLFILE.
       01 RUN-CONTROL-RECORD.
           05 RCT-RUN-ID           PIC X(23).
           05 FILLER               PIC X.
           05 RCT-STATUS           PIC X(8).

       FD ARCHIVEFILE.
       01 ARCHIVE-RECORD           PIC X(200).


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
           05 FILLER               PIC X(33).

       FD PRIOROUTPUTFILE.
       01 PRIOR-DETAILS.
           05 COURSE-KEY-PRIOR.
              10 COURSE-CODE-PRIOR PIC X(5).
              10 SECTION-PRIOR     PIC X(3).
           05 PRIOR-CANDIDATES.
              10 PRIOR-CAND-OUT    PIC X(11)
              OCCURS 5 TIMES.
       FD FUNDCOMMITFILE.
       01 FUND-RECORD              PIC X(28).

       FD OVRAUDITFILE.
       01 OVRAUDIT-RECORD          PIC X(200).

       WORKING-STORAGE SECTION.
       01 RUNOPT-INFO.
           05 RUNOPT-FILE-STATUS   PIC 99.
       01 RUNCTL-INFO.
           05 RUNCTL-FILE-STATUS   PIC 99.
       01 ARCHIVE-INFO.
           05 ARCHIVE-FILE-STATUS  PIC 99.
       01 CATALOG-INFO.
           05 FUND-FILE-STATUS     PIC 99.
           05 FUND-EOF-FLAG        PIC X       VALUES 'N'.
               88 FUND-AT-END           VALUE 'Y'.
       01 OVRAUDIT-INFO.
           05 OVRAUDIT-FILE-STATUS PIC 99.
           05 OVRAUDIT-EOF-FLAG    PIC X       VALUES 'N'.
               88 OVRAUDIT-AT-END       VALUE 'Y'.

      *THE TERM THIS SNAPSHOT IS FILED UNDER - FROM run-options.txt,
      *WITH AN EXPLICIT STAND-IN WHEN THE RUN CARRIED NO TERM SO THE
       01 RUN-TERM-WS              PIC X(6)    VALUES 'NOTERM'.
       01 RUN-DATE-WS              PIC X(8)    VALUES SPACES.

      *RUN LINEAGE - THE SNAPSHOT IS ONLY TAKEN WHEN output.txt
      *CARRIES THE RUN-ID run-control.txt NAMES ON BOTH ITS HEADER
      *AND ITS TRAILER, SO A STALE OR HALF-WRITTEN RANKING FILE IS
      *NEVER FILED AS THE TERM'S RECORD. THE RUN-ID RIDES ON EVERY
      *BANNER LINE, PAST THE COLUMNS TA-RETRIEVE READS
       01 EXPECTED-RUN-ID          PIC X(23)   VALUES SPACES.
       01 HEADER-RUN-ID            PIC X(23)   VALUES SPACES.
       01 TRAILER-RUN-ID           PIC X(23)   VALUES SPACES.
       01 RANKED-RECORDS-READ      PIC 9(5)    VALUES ZERO.
       01 LINEAGE-FLAG             PIC X       VALUES 'N'.
           88 LINEAGE-REFUSED           VALUE 'Y'.
       01 LINEAGE-REASON           PIC X(50)   VALUES SPACES.

      *THE SECTION IN FLIGHT - ITS SOURCE NAME FOR THE BANNER AND
      *CATALOG, AND THE LINES COUNTED INTO IT
       01 ARCH-FILE-NAME-WS        PIC X(25)   VALUES SPACES.
               CLOSE RUNOPTIONSFILE
           END-IF.

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

      *PROVE output.txt CAME WHOLE FROM THE EXPECTED RUN BEFORE
      *ANYTHING IS APPENDED TO THE ARCHIVE
       VERIFY-LINEAGE-PARAGRAPH.
           MOVE 'N' TO LINEAGE-FLAG.
           MOVE SPACES TO HEADER-RUN-ID.
           MOVE SPACES TO TRAILER-RUN-ID.
           MOVE ZERO TO RANKED-RECORDS-READ.
           OPEN INPUT RANKEDFILE.
           IF RANKED-FILE-STATUS EQUAL 00
               MOVE 'N' TO RANKED-EOF-FLAG
               PERFORM VERIFY-RANKED-STEP-PARAGRAPH
                   UNTIL RANKED-AT-END
           END-IF.
           CLOSE RANKEDFILE.

           IF EXPECTED-RUN-ID EQUAL SPACES
               MOVE 'Y' TO LINEAGE-FLAG
               MOVE 'NO RANKING RUN ON run-control.txt'
                   TO LINEAGE-REASON
               EXIT PARAGRAPH
           END-IF.
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
           IF TRAILER-RUN-ID NOT EQUAL EXPECTED-RUN-ID
               MOVE 'Y' TO LINEAGE-FLAG
               MOVE 'output.txt HAS NO TRAILER FOR THIS RUN'
                   TO LINEAGE-REASON
           END-IF.

      *THIS WILL REPEAT UNTIL THE RANKED OUTPUT IS EXHAUSTED - ONLY
      *THE FIRST RECORD CAN BE THE HEADER, THE LAST TRAILER COUNTS
       VERIFY-RANKED-STEP-PARAGRAPH.
           READ RANKEDFILE
               AT END
                   MOVE 'Y' TO RANKED-EOF-FLAG
               NOT AT END
                   COMPUTE RANKED-RECORDS-READ =
                       RANKED-RECORDS-READ + 1
                   IF RANKED-CTL-HEADER
                       AND RANKED-RECORDS-READ EQUAL 1
                       MOVE RANKED-CTL-RUN-ID TO HEADER-RUN-ID
                   END-IF
                   IF RANKED-CTL-TRAILER
                       MOVE RANKED-CTL-RUN-ID TO TRAILER-RUN-ID
                   END-IF
           END-READ.

      *ONE BANNER LINE OPENS EVERY ARCHIVED SECTION SO TA-RETRIEVE
      *CAN FIND A TERM AND FILE AGAIN - THE LAYOUT IS FIXED: TERM AT
      *COLUMN 10, FILE NAME FROM COLUMN 22, RUN-ID FROM COLUMN 52
       WRITE-BANNER-PARAGRAPH.
           MOVE ZERO TO ARCH-LINE-COUNT.
           MOVE SPACES TO ARCHIVE-RECORD.
           STRING '=== TERM ' RUN-TERM-WS ' FILE ' ARCH-FILE-NAME-WS
               ' RUN ' EXPECTED-RUN-ID
               DELIMITED BY SIZE INTO ARCHIVE-RECORD.
           WRITE ARCHIVE-RECORD.

               ARCH-LINE-COUNT.

      *THE RANKED OUTPUT - A BINARY ROW PER COURSE, ARCHIVED AS ONE
      *TEXT LINE OF COURSE CODE PLUS THE FIVE SLOT HOLDERS. THE
      *HEADER AND TRAILER ROWS ARE NOT COURSES - THEIR RUN-ID IS ON
      *THE BANNER INSTEAD
       ARCHIVE-OUTPUT-PARAGRAPH.
           OPEN INPUT RANKEDFILE.
           IF RANKED-FILE-STATUS NOT EQUAL 00
               AT END
                   MOVE 'Y' TO RANKED-EOF-FLAG
               NOT AT END
                   IF RANKED-CONTROL-ROW
                       EXIT PARAGRAPH
                   END-IF
                   MOVE SPACES TO ARCHIVE-RECORD
      *THE SECTION GOES ON THE END OF THE LINE SO THE SLOT COLUMNS
      *SIT WHERE TA-RETRIEVE HAS ALWAYS FOUND THEM
                   STRING COURSE-CODE-RANKED RANKED-CANDIDATES
                       SECTION-RANKED
                       DELIMITED BY SIZE INTO ARCHIVE-RECORD
                   WRITE ARCHIVE-RECORD
                   COMPUTE ARCH-LINE-COUNT = ARCH-LINE-COUNT + 1
                   COMPUTE ARCH-LINE-COUNT = ARCH-LINE-COUNT + 1
           END-READ.

      *THE COORDINATOR OVERRIDES TA-OFFERS APPLIED ON TOP OF THE
      *RANKING - output.txt IS NEVER EDITED BY HAND, SO THIS IS WHERE
      *A FORCED, REMOVED OR SWAPPED CANDIDATE AND WHO APPROVED IT SHOW
       ARCHIVE-OVRAUDIT-PARAGRAPH.
           OPEN INPUT OVRAUDITFILE.
           IF OVRAUDIT-FILE-STATUS NOT EQUAL 00
               CLOSE OVRAUDITFILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'override-audit.txt' TO ARCH-FILE-NAME-WS.
           PERFORM WRITE-BANNER-PARAGRAPH.
           MOVE 'N' TO OVRAUDIT-EOF-FLAG.
           PERFORM ARCHIVE-OVRAUDIT-STEP-PARAGRAPH
               UNTIL OVRAUDIT-AT-END.
           CLOSE OVRAUDITFILE.
           PERFORM WRITE-TRAILER-PARAGRAPH.

       ARCHIVE-OVRAUDIT-STEP-PARAGRAPH.
           READ OVRAUDITFILE
               AT END
                   MOVE 'Y' TO OVRAUDIT-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO ARCHIVE-RECORD
                   MOVE OVRAUDIT-RECORD TO ARCHIVE-RECORD
                   WRITE ARCHIVE-RECORD
                   COMPUTE ARCH-LINE-COUNT = ARCH-LINE-COUNT + 1
           END-READ.

      *REFRESH prior-output.txt FROM THIS RUN'S output.txt SO THE
      *NEXT TERM'S DELTA-REPORT-PARAGRAPH FINDS ITS PRIOR FILE
      *WITHOUT ANYONE REMEMBERING TO RENAME ANYTHING - COURSE ROWS
      *ONLY, THE RUN-ID HEADER AND TRAILER ARE LEFT BEHIND
       REFRESH-PRIOR-PARAGRAPH.
           OPEN INPUT RANKEDFILE.
           IF RANKED-FILE-STATUS NOT EQUAL 00
               AT END
                   MOVE 'Y' TO RANKED-EOF-FLAG
               NOT AT END
                   IF RANKED-CONTROL-ROW
                       EXIT PARAGRAPH
                   END-IF
                   MOVE RANKED-DETAILS TO PRIOR-DETAILS
                   WRITE PRIOR-DETAILS
                   COMPUTE PRIOR-ROWS-COPIED = PRIOR-ROWS-COPIED + 1
       MAIN-PARAGRAPH.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-OPTIONS-PARAGRAPH.
           PERFORM LOAD-RUN-CONTROL-PARAGRAPH.
           PERFORM VERIFY-LINEAGE-PARAGRAPH.
           IF LINEAGE-REFUSED
               DISPLAY '*** ARCHIVE REFUSED: ' LINEAGE-REASON
               DISPLAY '*** EXPECTED RUN ' EXPECTED-RUN-ID
                   ' FOUND ' HEADER-RUN-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND ARCHIVEFILE.
           OPEN EXTEND CATALOGFILE.
           PERFORM ARCHIVE-DELTA-PARAGRAPH.
           PERFORM ARCHIVE-OVERBUDGET-PARAGRAPH.
           PERFORM ARCHIVE-FUNDCOMMIT-PARAGRAPH.
           PERFORM ARCHIVE-OVRAUDIT-PARAGRAPH.
           CLOSE CATALOGFILE.
           CLOSE ARCHIVEFILE.

