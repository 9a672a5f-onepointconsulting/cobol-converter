      ******************************************************************
      * Copybook: HEALTH.CPY
      * Purpose: Shared HEALTH-FILE record layout used by every
      *          program that reads or writes students-health.txt -
      *          the nurse's card for the student. Keyed on
      *          STUDENT-ID alone: a student has one health record,
      *          carrying the allergy and medical-condition flags
      *          (Y or N), a free-text medication note, and the
      *          immunization doses received, one vaccine code and
      *          date per dose, in the order they were recorded.
      ******************************************************************
       01 HEALTH-FILE.
           05 HLT-STUDENT-ID PIC 9(5).
           05 HLT-FLAGS.
               10 HLT-ALLERGY-FLAGS.
                   15 HLT-ALG-NUTS PIC X(1).
                       88 HLT-NUT-ALLERGY VALUE 'Y'.
                   15 HLT-ALG-INSECT PIC X(1).
                       88 HLT-INSECT-ALLERGY VALUE 'Y'.
                   15 HLT-ALG-MEDICINE PIC X(1).
                       88 HLT-MEDICINE-ALLERGY VALUE 'Y'.
                   15 HLT-ALG-OTHER PIC X(1).
                       88 HLT-OTHER-ALLERGY VALUE 'Y'.
               10 HLT-CONDITION-FLAGS.
                   15 HLT-CND-ASTHMA PIC X(1).
                       88 HLT-ASTHMA VALUE 'Y'.
                   15 HLT-CND-DIABETES PIC X(1).
                       88 HLT-DIABETES VALUE 'Y'.
                   15 HLT-CND-EPILEPSY PIC X(1).
                       88 HLT-EPILEPSY VALUE 'Y'.
                   15 HLT-CND-OTHER PIC X(1).
                       88 HLT-OTHER-CONDITION VALUE 'Y'.
           05 HLT-MEDICATION PIC X(40).
           05 HLT-IMM-COUNT PIC 9(2).
           05 HLT-IMMUNIZATION OCCURS 20 TIMES.
               10 HLT-IMM-CODE PIC X(4).
               10 HLT-IMM-DATE PIC 9(8).
           05 HLT-UPDATED-DATE PIC 9(8).
