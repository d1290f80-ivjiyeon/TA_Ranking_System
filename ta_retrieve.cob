           IF CUR-FILE-WS EQUAL 'output.txt'
               IF ARCHIVE-RECORD(1:5) EQUAL REQ-COURSE-CODE
                   PERFORM WRITE-SECTION-HEADER-PARAGRAPH
                   PERFORM WRITE-COURSE-SECTION-PARAGRAPH
                   MOVE 1 TO SLOT-INDEX
                   PERFORM WRITE-SLOT-STEP-PARAGRAPH
               END-IF
               COMPUTE LINES-FOUND = LINES-FOUND + 1
           END-IF.

      *A COURSE RUN AS SEVERAL SECTIONS HAS ONE ARCHIVED OUTPUT LINE
      *PER SECTION, THE SECTION IN COLUMNS 61-63 - NAME IT ABOVE ITS
      *SLOT LINES. AN OLDER LINE, OR A SINGLE-SECTION COURSE, HAS
      *NOTHING THERE AND GETS NO EXTRA LINE
       WRITE-COURSE-SECTION-PARAGRAPH.
           IF ARCHIVE-RECORD(61:3) EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RETRIEVAL-RECORD.
           STRING '  COURSE SECTION ' ARCHIVE-RECORD(61:3)
               DELIMITED BY SIZE INTO RETRIEVAL-RECORD.
           WRITE RETRIEVAL-RECORD.
           COMPUTE LINES-FOUND = LINES-FOUND + 1.

      *THIS WILL REPEAT MAX 5 TIMES, ONE LINE PER RANKED SLOT - THE
      *ARCHIVED OUTPUT LINE CARRIES THE COURSE IN COLUMNS 1-5 AND
      *THE FIVE SLOT HOLDERS IN ELEVEN-BYTE FIELDS FROM COLUMN 6
