               ASSIGN TO './course-master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRS-COURSE-KEY
               FILE STATUS IS CRSMST-FILE-STATUS.
      *****************************************************************
       DATA DIVISION.

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

       WORKING-STORAGE SECTION.
       01 MASTER-INFO.
