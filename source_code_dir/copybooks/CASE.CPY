      ******************************************************************
      * Copybook: CASE.CPY
      * Purpose: Shared CASE-FILE record layout used by every program
      *          that reads or writes students-cases.txt - one
      *          counselling case per record, keyed on STUDENT-ID
      *          plus a case number assigned by the loader, so a
      *          student referred again next year gets a new case.
      *          Carries the TCH-TEACHER-ID of the counsellor who
      *          opened and owns the case, the date and reason it
      *          was opened, whether it is still open, and when, by
      *          whom and how it was closed, with up to 20
      *          interventions - a meeting, a tutoring session or a
      *          guardian call - each logged with its date and the
      *          counsellor who made it.
      ******************************************************************
       01 CASE-FILE.
           05 CAS-KEY.
               10 CAS-STUDENT-ID PIC 9(5).
               10 CAS-CASE-NO PIC 9(3).
           05 CAS-COUNSELLOR-ID PIC 9(4).
           05 CAS-OPENED-DATE PIC 9(8).
           05 CAS-REASON PIC X(30).
           05 CAS-STATUS PIC X(1).
               88 CAS-OPEN VALUE 'O'.
               88 CAS-CLOSED VALUE 'C'.
           05 CAS-CLOSED-DATE PIC 9(8).
           05 CAS-CLOSED-BY-ID PIC 9(4).
           05 CAS-CLOSE-NOTE PIC X(30).
           05 CAS-INTERVENTION-COUNT PIC 9(2).
           05 CAS-INTERVENTION OCCURS 20 TIMES.
               10 CAS-INT-DATE PIC 9(8).
               10 CAS-INT-TYPE PIC X(1).
                   88 CAS-INT-MEETING VALUE 'M'.
                   88 CAS-INT-TUTORING VALUE 'T'.
                   88 CAS-INT-GUARDIAN-CALL VALUE 'G'.
               10 CAS-INT-COUNSELLOR-ID PIC 9(4).
               10 CAS-INT-NOTE PIC X(30).
