      ******************************************************************
      * Copybook: INCIDENT.CPY
      * Purpose: Shared INCIDENT-FILE record layout used by every
      *          program that reads or writes students-incidents.txt
      *          - one behaviour incident per record, keyed on
      *          STUDENT-ID plus a sequence number assigned by the
      *          loader so a student can carry any number of them.
      *          Each carries the date, the category, a severity of
      *          1 (minor) to 3 (serious), the action taken - a
      *          warning, detentions or a suspension, with the
      *          number of detentions or suspension days - and the
      *          TCH-TEACHER-ID of the teacher who reported it.
      ******************************************************************
       01 INCIDENT-FILE.
           05 INC-KEY.
               10 INC-STUDENT-ID PIC 9(5).
               10 INC-SEQ PIC 9(3).
           05 INC-DATE PIC 9(8).
           05 INC-CATEGORY PIC X(4).
               88 INC-DISRUPTION VALUE 'DISR'.
               88 INC-DEFIANCE VALUE 'DEFY'.
               88 INC-BULLYING VALUE 'BULL'.
               88 INC-FIGHTING VALUE 'FGHT'.
               88 INC-DAMAGE VALUE 'DMGE'.
               88 INC-SUBSTANCE VALUE 'SUBS'.
               88 INC-OTHER VALUE 'OTHR'.
               88 VALID-INC-CATEGORY
                   VALUES 'DISR' 'DEFY' 'BULL' 'FGHT' 'DMGE' 'SUBS'
                          'OTHR'.
           05 INC-SEVERITY PIC 9(1).
               88 VALID-INC-SEVERITY VALUES 1 THRU 3.
           05 INC-ACTION PIC X(1).
               88 INC-WARNING VALUE 'W'.
               88 INC-DETENTION VALUE 'D'.
               88 INC-SUSPENSION VALUE 'S'.
               88 VALID-INC-ACTION VALUES 'W' 'D' 'S'.
           05 INC-DETENTIONS PIC 9(2).
           05 INC-SUSPENSION-DAYS PIC 9(2).
           05 INC-TEACHER-ID PIC 9(4).
           05 INC-DESCRIPTION PIC X(30).
