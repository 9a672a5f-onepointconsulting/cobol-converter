      ******************************************************************
      * Author: Gil Fernandes
      * Date: 2026-10-15
      * Purpose: Same-day absence notification file for the district's
      *          phone/SMS messaging gateway. TRUANCY-LETTERS only
      *          fires after a run of absences and a letter takes days
      *          to arrive; this run tells the family the morning the
      *          student does not show up. Takes a date (YYYYMMDD) on
      *          the command line - none means today - finds every
      *          active student on the indexed students.txt posted
      *          'A' for that day on the keyed students-attendance.txt,
      *          pairs each with the first guardian's GDN-PHONE off
      *          students-guardians.txt, and writes the fixed-format
      *          absence-notify.txt for the gateway: one H header, a D
      *          detail per message, and a T trailer carrying the
      *          detail count. A student with no guardian, or whose
      *          first guardian has no phone, goes on
      *          absence-notify-exceptions.rpt for the office to phone
      *          by hand. Every message sent is logged to
      *          absence-notify-log.txt, so the run can go again later
      *          in the day: a student already told about is not told
      *          twice, and one whose absence has since been corrected
      *          by CORRECT-ATTENDANCE gets a follow-up "marked
      *          present" message.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSENCE-NOTIFY.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT ASSIGN TO 'students.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

               SELECT ATTENDANCE ASSIGN TO 'students-attendance.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATTENDANCE-STATUS.

               SELECT GUARDIANS ASSIGN TO 'students-guardians.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GDN-KEY
               FILE STATUS IS WS-GUARDIANS-STATUS.

               SELECT NOTIFY-LOG ASSIGN TO 'absence-notify-log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-LOG-STATUS.

               SELECT NOTIFY-FILE ASSIGN TO 'absence-notify.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT EXCEPTION-RPT
               ASSIGN TO 'absence-notify-exceptions.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY STUDENT.

           FD ATTENDANCE.
           COPY ATTEND.

           FD GUARDIANS.
           COPY GUARDIAN.

      *    One line per message ever sent: the attendance date, the
      *    student, and whether it was the absence notice (A) or the
      *    marked-present follow-up (P). The latest line for a
      *    student and date says what the family was last told.
           FD NOTIFY-LOG.
           01 NOTIFY-LOG-RECORD.
               05 NTL-DATE PIC 9(8).
               05 NTL-STUDENT-ID PIC 9(5).
               05 NTL-TYPE PIC X(1).

      *    The gateway's fixed format: a record-type byte routes its
      *    intake edit, one H header, D details, then one T trailer.
           FD NOTIFY-FILE.
           01 NTF-RECORD PIC X(120).

           FD EXCEPTION-RPT.
           01 RPT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 CMDLINE PIC X(8).

           01 WS-STUDENT-STATUS PIC X(2) VALUE '00'.
               88 WS-STUDENT-FILE-OK VALUE '00'.

           01 WS-ATTENDANCE-STATUS PIC X(2) VALUE '00'.
               88 WS-ATTENDANCE-FILE-OK VALUE '00'.

           01 WS-GUARDIANS-STATUS PIC X(2) VALUE '00'.
               88 WS-GUARDIANS-FILE-OK VALUE '00'.
           01 WS-GUARDIANS-OPEN-SW PIC X(1) VALUE 'N'.
               88 WS-GUARDIANS-OPENED VALUE 'Y'.

           01 WS-NOTIFY-LOG-STATUS PIC X(2) VALUE '00'.
               88 WS-NOTIFY-LOG-FILE-OK VALUE '00'.

           01 WS-STUDENT-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-STUDENT-FILE VALUE 'Y'.

           01 WS-LOG-EOF-SW PIC X(1) VALUE 'N'.
               88 WS-END-OF-NOTIFY-LOG VALUE 'Y'.

           01 WS-TODAY PIC 9(8).
           01 WS-NOW PIC 9(8).
           01 WS-NOTIFY-DATE PIC 9(8).

      *    What each student was last told about the day, off the
      *    notification log, kept current as this run sends more.
           01 WS-SENT-TABLE.
               05 WS-SENT-ENTRY OCCURS 1000 TIMES.
                   10 WS-SENT-STUDENT-ID PIC 9(5).
                   10 WS-SENT-TYPE PIC X(1).
           01 WS-SENT-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-SENT-SUB PIC 9(5) COMP.
           01 WS-SENT-FOUND-SUB PIC 9(5) COMP.
           01 WS-SENT-WANTED PIC 9(5).

           01 WS-LAST-TOLD PIC X(1).
               88 WS-TOLD-ABSENT VALUE 'A'.
               88 WS-TOLD-NOTHING VALUE ' '.

           01 WS-GUARDIAN-FOUND-SW PIC X(1).
               88 WS-GUARDIAN-FOUND VALUE 'Y'.

           01 WS-ABSENT-NOTICES PIC 9(5) COMP VALUE 0.
           01 WS-PRESENT-NOTICES PIC 9(5) COMP VALUE 0.
           01 WS-ALREADY-TOLD PIC 9(5) COMP VALUE 0.
           01 WS-EXCEPTION-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-DETAIL-COUNT PIC 9(5) COMP VALUE 0.

           01 HDR-RECORD.
               05 HDR-RECORD-TYPE PIC X(1) VALUE 'H'.
               05 HDR-ATTEND-DATE PIC 9(8).
               05 HDR-CREATED-DATE PIC 9(8).
               05 HDR-CREATED-TIME PIC 9(8).
               05 HDR-SOURCE PIC X(20) VALUE 'ABSENCE-NOTIFY'.

           01 DTL-RECORD.
               05 DTL-RECORD-TYPE PIC X(1) VALUE 'D'.
               05 DTL-MESSAGE-TYPE PIC X(1).
               05 DTL-ATTEND-DATE PIC 9(8).
               05 DTL-STUDENT-ID PIC 9(5).
               05 DTL-NAME PIC A(25).
               05 DTL-CLASS-NAME PIC X(3).
               05 DTL-GUARDIAN-NAME PIC A(25).
               05 DTL-PHONE PIC X(15).
               05 DTL-MESSAGE PIC X(30).

           01 TRL-RECORD.
               05 TRL-RECORD-TYPE PIC X(1) VALUE 'T'.
               05 TRL-ATTEND-DATE PIC 9(8).
               05 TRL-DETAIL-COUNT PIC 9(5).

           01 HDG-LINE-1.
               05 FILLER PIC X(18) VALUE SPACES.
               05 FILLER PIC X(36)
                   VALUE 'ABSENCE NOTIFICATION EXCEPTIONS FOR '.
               05 HDG-DATE PIC 9(8).

           01 HDG-LINE-2.
               05 FILLER PIC X(7) VALUE 'ID'.
               05 FILLER PIC X(27) VALUE 'NAME'.
               05 FILLER PIC X(7) VALUE 'CLASS'.
               05 FILLER PIC X(25) VALUE 'REASON'.

           01 EXC-LINE.
               05 EXC-STUDENT-ID PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 EXC-NAME PIC A(25).
               05 FILLER PIC X(2) VALUE SPACES.
               05 EXC-CLASS-NAME PIC X(3).
               05 FILLER PIC X(4) VALUE SPACES.
               05 EXC-REASON PIC X(25).

           01 EXC-TOTAL-LINE.
               05 FILLER PIC X(22) VALUE 'STUDENTS TO PHONE: '.
               05 ETL-COUNT PIC ZZ,ZZ9.

           01 BLANK-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME
           ACCEPT CMDLINE FROM COMMAND-LINE
           IF CMDLINE = SPACE OR LOW-VALUE
               MOVE WS-TODAY TO WS-NOTIFY-DATE
           ELSE
               MOVE CMDLINE TO WS-NOTIFY-DATE
           END-IF

           PERFORM 1000-OPEN-FILES
           IF NOT WS-STUDENT-FILE-OK OR NOT WS-ATTENDANCE-FILE-OK
               GO TO 0000-MAIN-EXIT
           END-IF
           PERFORM 1100-LOAD-SENT-TABLE
           PERFORM 1200-OPEN-OUTPUT-FILES

           PERFORM UNTIL WS-END-OF-STUDENT-FILE
               READ STUDENT NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STUDENT-EOF-SW
                   NOT AT END
                       IF STUDENT-ACTIVE
                           PERFORM 2000-CHECK-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM

           PERFORM 3000-FINISH-OUTPUT-FILES
           CLOSE STUDENT.
           CLOSE ATTENDANCE.
           IF WS-GUARDIANS-OPENED
               CLOSE GUARDIANS
           END-IF
           DISPLAY 'ABSENCE NOTICES: ' WS-ABSENT-NOTICES.
           DISPLAY 'MARKED-PRESENT FOLLOW-UPS: ' WS-PRESENT-NOTICES.
           DISPLAY 'ALREADY NOTIFIED TODAY: ' WS-ALREADY-TOLD.
           DISPLAY 'NO PHONE - TO CALL BY HAND: ' WS-EXCEPTION-COUNT.
       0000-MAIN-EXIT.
       STOP RUN.

      ******************************************************************
      * Opens the roster, the attendance and the guardians for input.
      * Without the roster or the attendance there is nothing to
      * notify; a missing guardians file just puts every absent
      * student on the exception list.
      ******************************************************************
       1000-OPEN-FILES.
           OPEN INPUT STUDENT
           IF NOT WS-STUDENT-FILE-OK
               DISPLAY 'STUDENTS.TXT NOT FOUND - NOTHING TO NOTIFY'
           END-IF
           OPEN INPUT ATTENDANCE
           IF NOT WS-ATTENDANCE-FILE-OK
               DISPLAY 'STUDENTS-ATTENDANCE.TXT NOT FOUND - NOTHING '
                   'TO NOTIFY'
           END-IF
           OPEN INPUT GUARDIANS
           IF NOT WS-GUARDIANS-FILE-OK
               DISPLAY 'STUDENTS-GUARDIANS.TXT NOT FOUND - EVERY '
                   'ABSENCE GOES ON THE EXCEPTION LIST'
           ELSE
               MOVE 'Y' TO WS-GUARDIANS-OPEN-SW
           END-IF.

      ******************************************************************
      * Loads what each student was last told about the day off
      * absence-notify-log.txt. A missing log just means nothing has
      * been sent for any day yet.
      ******************************************************************
       1100-LOAD-SENT-TABLE.
           OPEN INPUT NOTIFY-LOG
           IF WS-NOTIFY-LOG-FILE-OK
               PERFORM UNTIL WS-END-OF-NOTIFY-LOG
                   READ NOTIFY-LOG
                       AT END
                           MOVE 'Y' TO WS-LOG-EOF-SW
                       NOT AT END
                           IF NTL-DATE = WS-NOTIFY-DATE
                               MOVE NTL-STUDENT-ID TO WS-SENT-WANTED
                               PERFORM 2500-FIND-SENT-ENTRY
                               PERFORM 2600-STORE-SENT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTIFY-LOG
           END-IF.

      ******************************************************************
      * Starts the gateway file with its header, reopens the log for
      * append - creating it on the first run, OPEN EXTEND does not
      * auto-create a missing LINE SEQUENTIAL file - and starts the
      * exception list.
      ******************************************************************
       1200-OPEN-OUTPUT-FILES.
           OPEN OUTPUT NOTIFY-FILE
           MOVE WS-NOTIFY-DATE TO HDR-ATTEND-DATE
           MOVE WS-TODAY TO HDR-CREATED-DATE
           MOVE WS-NOW TO HDR-CREATED-TIME
           MOVE HDR-RECORD TO NTF-RECORD
           WRITE NTF-RECORD
           OPEN EXTEND NOTIFY-LOG
           IF NOT WS-NOTIFY-LOG-FILE-OK
               OPEN OUTPUT NOTIFY-LOG
           END-IF
           OPEN OUTPUT EXCEPTION-RPT
           MOVE WS-NOTIFY-DATE TO HDG-DATE
           MOVE HDG-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE HDG-LINE-2 TO RPT-LINE
           WRITE RPT-LINE.

      ******************************************************************
      * Reads the active student's posting for the day. An absence
      * the family has not yet been told about is notified; a
      * posting that is no longer an absence, for a family that was
      * last told it was, gets the marked-present follow-up. A day
      * not posted at all is MISSING-REGISTER-RPT's business.
      ******************************************************************
       2000-CHECK-ONE-STUDENT.
           MOVE STUDENT-ID TO ATT-STUDENT-ID
           MOVE WS-NOTIFY-DATE TO ATT-DATE
           READ ATTENDANCE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE STUDENT-ID TO WS-SENT-WANTED
                   PERFORM 2500-FIND-SENT-ENTRY
                   MOVE SPACES TO WS-LAST-TOLD
                   IF WS-SENT-FOUND-SUB > 0
                       MOVE WS-SENT-TYPE (WS-SENT-FOUND-SUB)
                           TO WS-LAST-TOLD
                   END-IF
                   IF ATT-ABSENT
                       IF WS-TOLD-ABSENT
                           ADD 1 TO WS-ALREADY-TOLD
                       ELSE
                           MOVE 'A' TO DTL-MESSAGE-TYPE
                           MOVE 'ABSENT TODAY - PLEASE CALL'
                               TO DTL-MESSAGE
                           PERFORM 2100-NOTIFY-GUARDIAN
                       END-IF
                   ELSE
                       IF WS-TOLD-ABSENT
                           MOVE 'P' TO DTL-MESSAGE-TYPE
                           MOVE 'MARKED PRESENT - PLEASE IGNORE'
                               TO DTL-MESSAGE
                           PERFORM 2100-NOTIFY-GUARDIAN
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * Finds the student's first guardian - the lowest GDN-SEQ on
      * file - and writes the message to the gateway file and the
      * log. No guardian, or a first guardian with no phone, puts
      * the student on the exception list instead.
      ******************************************************************
       2100-NOTIFY-GUARDIAN.
           MOVE 'N' TO WS-GUARDIAN-FOUND-SW
           IF WS-GUARDIANS-OPENED
               MOVE STUDENT-ID TO GDN-STUDENT-ID
               MOVE 0 TO GDN-SEQ
               START GUARDIANS KEY IS NOT LESS THAN GDN-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ GUARDIANS NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF GDN-STUDENT-ID = STUDENT-ID
                                   MOVE 'Y' TO WS-GUARDIAN-FOUND-SW
                               END-IF
                       END-READ
               END-START
           END-IF

           IF NOT WS-GUARDIAN-FOUND
               MOVE 'NO GUARDIAN ON FILE' TO EXC-REASON
               PERFORM 2200-WRITE-EXCEPTION
           ELSE
               IF GDN-PHONE = SPACES
                   MOVE 'NO GUARDIAN PHONE' TO EXC-REASON
                   PERFORM 2200-WRITE-EXCEPTION
               ELSE
                   MOVE WS-NOTIFY-DATE TO DTL-ATTEND-DATE
                   MOVE STUDENT-ID TO DTL-STUDENT-ID
                   MOVE NAME TO DTL-NAME
                   MOVE CLASS-NAME TO DTL-CLASS-NAME
                   MOVE GDN-NAME TO DTL-GUARDIAN-NAME
                   MOVE GDN-PHONE TO DTL-PHONE
                   MOVE DTL-RECORD TO NTF-RECORD
                   WRITE NTF-RECORD
                   ADD 1 TO WS-DETAIL-COUNT
                   IF DTL-MESSAGE-TYPE = 'A'
                       ADD 1 TO WS-ABSENT-NOTICES
                   ELSE
                       ADD 1 TO WS-PRESENT-NOTICES
                   END-IF
                   MOVE WS-NOTIFY-DATE TO NTL-DATE
                   MOVE STUDENT-ID TO NTL-STUDENT-ID
                   MOVE DTL-MESSAGE-TYPE TO NTL-TYPE
                   WRITE NOTIFY-LOG-RECORD
                   PERFORM 2600-STORE-SENT-ENTRY
               END-IF
           END-IF.

      ******************************************************************
      * Lists the student for the office to phone by hand, with the
      * reason the gateway could not be used.
      ******************************************************************
       2200-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE STUDENT-ID TO EXC-STUDENT-ID
           MOVE NAME TO EXC-NAME
           MOVE CLASS-NAME TO EXC-CLASS-NAME
           MOVE EXC-LINE TO RPT-LINE
           WRITE RPT-LINE.

      ******************************************************************
      * Leaves the WS-SENT-TABLE subscript for WS-SENT-WANTED in
      * WS-SENT-FOUND-SUB, or zero when nothing has been sent.
      ******************************************************************
       2500-FIND-SENT-ENTRY.
           MOVE 0 TO WS-SENT-FOUND-SUB
           PERFORM VARYING WS-SENT-SUB FROM 1 BY 1
                   UNTIL WS-SENT-SUB > WS-SENT-COUNT
                   OR WS-SENT-FOUND-SUB > 0
               IF WS-SENT-STUDENT-ID (WS-SENT-SUB) = WS-SENT-WANTED
                   MOVE WS-SENT-SUB TO WS-SENT-FOUND-SUB
               END-IF
           END-PERFORM.

      ******************************************************************
      * Records the message in NOTIFY-LOG-RECORD as what the student's
      * family was last told, adding a slot for a new student.
      ******************************************************************
       2600-STORE-SENT-ENTRY.
           IF WS-SENT-FOUND-SUB = 0 AND WS-SENT-COUNT < 1000
               ADD 1 TO WS-SENT-COUNT
               MOVE WS-SENT-COUNT TO WS-SENT-FOUND-SUB
               MOVE NTL-STUDENT-ID
                   TO WS-SENT-STUDENT-ID (WS-SENT-FOUND-SUB)
           END-IF
           IF WS-SENT-FOUND-SUB > 0
               MOVE NTL-TYPE TO WS-SENT-TYPE (WS-SENT-FOUND-SUB)
           END-IF.

      ******************************************************************
      * Closes the gateway file with its trailer count, and the log
      * and the exception list with its total.
      ******************************************************************
       3000-FINISH-OUTPUT-FILES.
           MOVE WS-NOTIFY-DATE TO TRL-ATTEND-DATE
           MOVE WS-DETAIL-COUNT TO TRL-DETAIL-COUNT
           MOVE TRL-RECORD TO NTF-RECORD
           WRITE NTF-RECORD
           CLOSE NOTIFY-FILE
           CLOSE NOTIFY-LOG
           MOVE BLANK-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-EXCEPTION-COUNT TO ETL-COUNT
           MOVE EXC-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           CLOSE EXCEPTION-RPT.

       END PROGRAM ABSENCE-NOTIFY.
