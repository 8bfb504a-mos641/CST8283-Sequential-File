      ******************************************************************
      * Copybook: REQTREC
      * Purpose:  Program requirement record - the requirements master
      *           (PROGREQ.DAT) is keyed on STUDENT-PROGRAM plus an
      *           elective group number plus COURSE-CODE, so a START
      *           on the program alone positions on the first of the
      *           program's requirements. Group 00 lines are required
      *           courses. A group 01-99 is an elective group: its
      *           header line (COURSE-CODE SPACES) carries
      *           REQT-GROUP-NEEDED, the number of the group's courses
      *           the student must pass ("any N of these"), and each
      *           course line under it is one of the choices. A
      *           program with no records has no requirements on file.
      *
      * Modification History:
      *   2026-10-15  Written for the program requirements master and
      *                degree audit.
      ******************************************************************
       01 PROGRAM-REQUIREMENT-RECORD.
           05 REQT-KEY.
               10 REQT-PROGRAM PIC X(8).
               10 REQT-GROUP PIC 9(2).
                   88 REQT-REQUIRED-COURSE VALUE ZERO.
               10 REQT-COURSE-CODE PIC X(8).
                   88 REQT-GROUP-HEADER VALUE SPACES.
           05 REQT-GROUP-NEEDED PIC 9(2).
           05 REQT-DATE-ADDED PIC 9(6).
