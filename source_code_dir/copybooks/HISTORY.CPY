      ******************************************************************
      * Copybook: HISTORY.CPY
      * Purpose: Shared HST-HISTORY-REC layout for
      *          students-history.txt - one record per past student,
      *          the fields the perceptron scorer reads, including
      *          the attendance percentage and latest term average
      *          the student finished the year with, plus the
      *          outcome the student actually had, PASS or FAIL,
      *          left-justified. Written each year end by
      *          WRITE-OUTCOME-HISTORY and read by TRAIN-PERCEPTRON.
      ******************************************************************
       01 HST-HISTORY-REC.
           05 HST-STUDENT-ID PIC 9(5).
           05 HST-NAME PIC A(25).
           05 HST-CLASS-NAME PIC X(3).
           05 HST-GRADE-LEVEL PIC 9(2).
           05 HST-ENROLLMENT-DATE PIC 9(8).
           05 HST-ATTEND-PCT PIC 9(3).
           05 HST-TERM-AVG PIC 9(3).
           05 HST-ACTUAL-OUTCOME PIC X(8).
               88 HST-OUTCOME-PASS VALUE 'PASS    '.
               88 HST-OUTCOME-FAIL VALUE 'FAIL    '.
