      ******************************************************************
      * Copybook: XFERPKG.CPY
      * Purpose: Shared TRANSFER-PACKAGE-REC layout for the
      *          fixed-format student transfer package one school in
      *          the district sends another when a student moves -
      *          written by EXPORT-TRANSFER, read by IMPORT-TRANSFER.
      *          Every record is 80 bytes and opens with a
      *          record-type byte and the sending school's
      *          STUDENT-ID; the rest is laid out per type below. A
      *          package is one R roster record, then at most one P
      *          mailing address, the G guardians, the M marks, one A
      *          attendance summary, one F fee balance, and one T
      *          trailer carrying the counts the receiving end checks
      *          the package against before loading anything.
      ******************************************************************
       01 TRANSFER-PACKAGE-REC.
           05 XFR-RECORD-TYPE PIC X(1).
               88 XFR-ROSTER-RECORD VALUE 'R'.
               88 XFR-ADDRESS-RECORD VALUE 'P'.
               88 XFR-GUARDIAN-RECORD VALUE 'G'.
               88 XFR-MARK-RECORD VALUE 'M'.
               88 XFR-ATTENDANCE-RECORD VALUE 'A'.
               88 XFR-FEE-RECORD VALUE 'F'.
               88 XFR-TRAILER-RECORD VALUE 'T'.
               88 VALID-XFR-RECORD-TYPE
                   VALUES 'R' 'P' 'G' 'M' 'A' 'F' 'T'.
           05 XFR-STUDENT-ID PIC 9(5).
           05 XFR-DATA PIC X(74).
      *    R - the roster record as it stood at the sending school,
      *    and the day the package was cut.
       01 XFR-ROSTER-REC.
           05 FILLER PIC X(6).
           05 XFR-NAME PIC A(25).
           05 XFR-CLASS-NAME PIC X(3).
           05 XFR-GRADE-LEVEL PIC 9(2).
           05 XFR-ENROLLMENT-DATE PIC 9(8).
           05 XFR-STUDENT-STATUS PIC X(1).
           05 XFR-EXPORT-DATE PIC 9(8).
           05 FILLER PIC X(27).
      *    P - the mailing address.
       01 XFR-ADDRESS-REC.
           05 FILLER PIC X(6).
           05 XFR-STREET PIC X(25).
           05 XFR-CITY PIC X(20).
           05 XFR-POSTCODE PIC X(10).
           05 FILLER PIC X(19).
      *    G - one guardian or emergency contact.
       01 XFR-GUARDIAN-REC.
           05 FILLER PIC X(6).
           05 XFR-GDN-NAME PIC A(25).
           05 XFR-GDN-RELATIONSHIP PIC X(10).
           05 XFR-GDN-PHONE PIC X(15).
           05 FILLER PIC X(24).
      *    M - one mark, with the date the sending school recorded it.
       01 XFR-MARK-REC.
           05 FILLER PIC X(6).
           05 XFR-SUBJECT-CODE PIC X(4).
           05 XFR-TERM PIC 9(1).
           05 XFR-MARK PIC 9(3).
           05 XFR-DATE-RECORDED PIC 9(8).
           05 FILLER PIC X(58).
      *    A - present, absent and tardy day counts over everything
      *    posted at the sending school, and the first and last
      *    posted dates - zero when nothing was posted.
       01 XFR-ATTENDANCE-REC.
           05 FILLER PIC X(6).
           05 XFR-DAYS-PRESENT PIC 9(4).
           05 XFR-DAYS-ABSENT PIC 9(4).
           05 XFR-DAYS-TARDY PIC 9(4).
           05 XFR-FIRST-DATE PIC 9(8).
           05 XFR-LAST-DATE PIC 9(8).
           05 FILLER PIC X(46).
      *    F - the fee balance outstanding at the sending school,
      *    charges less payments, negative when in credit, and the
      *    number of ledger entries it was summed from.
       01 XFR-FEE-REC.
           05 FILLER PIC X(6).
           05 XFR-FEE-BALANCE PIC S9(7)V99 SIGN IS LEADING SEPARATE.
           05 XFR-FEE-ENTRIES PIC 9(3).
           05 FILLER PIC X(61).
      *    T - the counts of each repeating record type and of every
      *    record ahead of the trailer.
       01 XFR-TRAILER-REC.
           05 FILLER PIC X(6).
           05 XFR-TRL-ADDRESS-COUNT PIC 9(1).
           05 XFR-TRL-GUARDIAN-COUNT PIC 9(2).
           05 XFR-TRL-MARK-COUNT PIC 9(3).
           05 XFR-TRL-RECORD-COUNT PIC 9(5).
           05 FILLER PIC X(63).
