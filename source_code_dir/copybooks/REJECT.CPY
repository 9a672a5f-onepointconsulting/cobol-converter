      *                   attendance transaction dated on a day that
      *                   is not on the school-calendar.txt list of
      *                   instructional days.
      *   2026-10-15 GF - Added the NO-COURSE, BAD-LEVEL and SUBJ-FULL
      *                   reasons for an enrollment whose SUBJECT-CODE
      *                   is not on the courses.txt catalog, whose
      *                   student's GRADE-LEVEL the course does not
      *                   allow, or whose course has no seat left.
      *   2026-10-15 GF - Added the CLOSED reason for a mark keyed for
      *                   a term already closed on term-status.txt.
      *   2026-10-15 GF - Added the ROUTE-FULL reason for a bus seat
      *                   asked for on a route whose vehicle has no
      *                   seat left.
      ******************************************************************
       01 REJECT-RECORD.
           05 REJ-STUDENT-ID PIC 9(5).
               88 REJ-REASON-INACTIVE VALUE 'INACTIVE  '.
               88 REJ-REASON-NOT-ENROL VALUE 'NOT-ENROL '.
               88 REJ-REASON-NO-SCHOOL VALUE 'NO-SCHOOL '.
               88 REJ-REASON-NO-COURSE VALUE 'NO-COURSE '.
               88 REJ-REASON-BAD-LEVEL VALUE 'BAD-LEVEL '.
               88 REJ-REASON-SUBJ-FULL VALUE 'SUBJ-FULL '.
               88 REJ-REASON-CLOSED VALUE 'CLOSED    '.
               88 REJ-REASON-ROUTE-FULL VALUE 'ROUTE-FULL'.
