      ******************************************************************
      * Copybook: STAFFABS.CPY
      * Purpose: Shared STAFF-ABSENCE-FILE record layout used by every
      *          program that reads or writes staff-absences.txt -
      *          one record per teacher per school day absent, keyed
      *          on TCH-TEACHER-ID and the date, carrying why and the
      *          day the office took the call. Read by the cover run
      *          for who needs cover and by the monthly payroll
      *          summary for days absent.
      ******************************************************************
       01 STAFF-ABSENCE-FILE.
           05 SAB-KEY.
               10 SAB-TEACHER-ID PIC 9(4).
               10 SAB-DATE PIC 9(8).
           05 SAB-REASON PIC X(10).
               88 VALID-SAB-REASON
                   VALUES 'SICK      ' 'PERSONAL  ' 'TRAINING  '
                          'BEREAVEMNT' 'OTHER     '.
           05 SAB-RECORDED-DATE PIC 9(8).
