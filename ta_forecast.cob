               ASSIGN TO './course-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRS-COURSE-KEY
               FILE STATUS IS CRSMST-FILE-STATUS.
           SELECT OPTIONAL INSTRUCTORFILE ASSIGN TO './instructors.txt'
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
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

       FD INSTRUCTORFILE.
       01 INSTRUCTOR-DETAILS.
           05 COURSE-KEY.
              10 COURSE-CODE       PIC X(5)    VALUES SPACES.
              10 COURSE-SECTION    PIC X(3)    VALUES SPACES.
           05 REQUIRED-SKILLS      PIC X(15)
           OCCURS 3 TIMES VALUES SPACES.
           05 OPTIONAL-SKILLS      PIC X(15)
       01 COURSE-POOL-TABLE.
           05 COURSE-POOL-ENTRY OCCURS 200 TIMES.
              10 POOL-COURSE-CODE  PIC X(5).
              10 POOL-SECTION      PIC X(3).
              10 POOL-REQ-SKILL    PIC X(15)
              OCCURS 3 TIMES.
              10 POOL-TAS-NEEDED   PIC 9.
      *A COURSE RUN AS SEVERAL SECTIONS HAS ONE POOL ENTRY PER
      *SECTION, EACH WITH ITS OWN TA COUNT - ITS FORECAST LINE NAMES
      *THE SECTION, BLANK FOR A SINGLE-SECTION COURSE
       01 SECTION-LABEL-WS         PIC X(12)   VALUES SPACES.
       01 COURSE-MASTER-LOADED-FLAG PIC X      VALUES 'N'.
           88 COURSE-MASTER-LOADED      VALUE 'Y'.

                           COURSE-POOL-COUNT + 1
                       MOVE CRS-COURSE-CODE TO
                           POOL-COURSE-CODE(COURSE-POOL-COUNT)
                       MOVE CRS-SECTION TO
                           POOL-SECTION(COURSE-POOL-COUNT)
                       MOVE CRS-REQUIRED-SKILLS(1) TO
                           POOL-REQ-SKILL(COURSE-POOL-COUNT, 1)
                       MOVE CRS-REQUIRED-SKILLS(2) TO
                           COURSE-POOL-COUNT + 1
                       MOVE COURSE-CODE TO
                           POOL-COURSE-CODE(COURSE-POOL-COUNT)
                       MOVE COURSE-SECTION TO
                           POOL-SECTION(COURSE-POOL-COUNT)
                       MOVE REQUIRED-SKILLS(1) TO
                           POOL-REQ-SKILL(COURSE-POOL-COUNT, 1)
                       MOVE REQUIRED-SKILLS(2) TO
               POOL-TAS-NEEDED(COURSE-INDEX-WS)
               COMPUTE UNFILLED-COURSE-COUNT =
                   UNFILLED-COURSE-COUNT + 1
               MOVE SPACES TO SECTION-LABEL-WS
               IF POOL-SECTION(COURSE-INDEX-WS) NOT EQUAL SPACES
                   STRING ' SECTION ' POOL-SECTION(COURSE-INDEX-WS)
                       DELIMITED BY SIZE INTO SECTION-LABEL-WS
               END-IF
               MOVE SPACES TO FORECAST-RECORD
               STRING 'COURSE ' POOL-COURSE-CODE(COURSE-INDEX-WS)
                   DELIMITED BY SIZE
                   SECTION-LABEL-WS DELIMITED BY '  '
                   ' NEEDS ' POOL-TAS-NEEDED(COURSE-INDEX-WS)
                   ' TA(S), ONLY ' QUALIFIED-COUNT-WS
                   ' ELIGIBLE CANDIDATE(S) CARRY ALL REQUIRED '
