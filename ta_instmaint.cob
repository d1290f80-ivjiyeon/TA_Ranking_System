               ASSIGN TO './course-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRS-COURSE-KEY
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT OPTIONAL TRANSFILE
               ASSIGN TO './inst-transactions.txt'
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *CRS-TRAINING-MODULES ARE THE MANDATORY TRAINING MODULE CODES A
      *TA ON THE COURSE MUST HOLD A CURRENT COMPLETION FOR BEFORE
      *TA-PAYEXTR RELEASES THEIR APPOINTMENT TO PAYROLL - BLANK WHEN
      *THE COURSE REQUIRES NONE
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

       FD TRANSFILE.
       01 TXN-DETAILS.
           05 TXN-USER             PIC X(8).
           05 TXN-COURSE-IMAGE.
              10 TXN-COURSE-CODE   PIC X(5).
              10 TXN-SECTION       PIC X(3).
              10 TXN-REQ-SKILL     PIC X(15)
              OCCURS 3 TIMES.
              10 TXN-OPT-SKILL     PIC X(15)
              OCCURS 5 TIMES.
              10 TXN-TAS-NEEDED    PIC X.
              10 TXN-TRAINING-MODULE PIC X(8)
              OCCURS 3 TIMES.

       FD MAINTAUDITFILE.
       01 AUDIT-RECORD             PIC X(200).
       01 TXN-REASON               PIC X(50)   VALUES SPACES.
       01 MASTER-FOUND-FLAG        PIC X       VALUES 'N'.
           88 MASTER-FOUND              VALUE 'Y'.
       01 BEFORE-IMAGE             PIC X(153)  VALUES SPACES.
       01 TXN-COUNT-APPLIED        PIC 9(5)    VALUES ZERO.
       01 TXN-COUNT-REJECTED       PIC 9(5)    VALUES ZERO.
      *A COURSE RUN AS SEVERAL SECTIONS IS KEYED COURSE AND SECTION -
      *ITS AUDIT LINES NAME THE SECTION, BLANK FOR A SINGLE-SECTION
      *COURSE SO ITS LINES READ EXACTLY AS THEY ALWAYS HAVE
       01 SECTION-LABEL-WS         PIC X(12)   VALUES SPACES.
      *****************************************************************
       PROCEDURE DIVISION.
      *GO STRAIGHT TO THE MAINLINE - THE PARAGRAPHS BELOW ARE ONLY
      *CURRENT IMAGE WHEN IT EXISTS
       MASTER-READ-PARAGRAPH.
           MOVE TXN-COURSE-CODE TO CRS-COURSE-CODE.
           MOVE TXN-SECTION TO CRS-SECTION.
           READ COURSEMASTER
               INVALID KEY
                   MOVE 'N' TO MASTER-FOUND-FLAG

      *ONE HEADER LINE PER APPLIED TRANSACTION: WHEN, WHO, WHAT
       WRITE-HEADER-AUDIT-PARAGRAPH.
           PERFORM SECTION-LABEL-PARAGRAPH.
           MOVE SPACES TO AUDIT-RECORD.
           STRING RUN-DATE-WS ' ' RUN-TIME-WS ' USER ' TXN-USER
               ' ACTION ' TXN-ACTION ' COURSE ' TXN-COURSE-CODE
               DELIMITED BY SIZE
               SECTION-LABEL-WS DELIMITED BY '  '
               ' - APPLIED'
               DELIMITED BY SIZE INTO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
      *STILL AUDITED, WITH THE REASON, SO NOTHING VANISHES SILENTLY
       WRITE-REJECT-AUDIT-PARAGRAPH.
           COMPUTE TXN-COUNT-REJECTED = TXN-COUNT-REJECTED + 1.
           PERFORM SECTION-LABEL-PARAGRAPH.
           MOVE SPACES TO AUDIT-RECORD.
           STRING RUN-DATE-WS ' ' RUN-TIME-WS ' USER ' TXN-USER
               ' ACTION ' TXN-ACTION ' COURSE ' TXN-COURSE-CODE
               DELIMITED BY SIZE
               SECTION-LABEL-WS DELIMITED BY '  '
               ' - REJECTED: ' TXN-REASON
               DELIMITED BY SIZE INTO AUDIT-RECORD.
           WRITE AUDIT-RECORD.

      *BUILD ' SECTION xxx' FOR A SECTIONED COURSE'S AUDIT LINES -
      *BLANK FOR A SINGLE-SECTION COURSE, SO A STRING DELIMITED BY
      *TWO SPACES ADDS NOTHING TO ITS LINE
       SECTION-LABEL-PARAGRAPH.
           MOVE SPACES TO SECTION-LABEL-WS.
           IF TXN-SECTION NOT EQUAL SPACES
               STRING ' SECTION ' TXN-SECTION
                   DELIMITED BY SIZE INTO SECTION-LABEL-WS
           END-IF.

       MAIN-PARAGRAPH.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-RAW FROM TIME.
