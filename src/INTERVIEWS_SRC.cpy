      *>   5376-SHOW-APPLICANT-INTERVIEW - One-line interview summary for
      *>                                 WS-IVW-USERNAME/WS-IVW-JOB-ID,
      *>                                 shown on both sides
      *>   On-campus slots carry a career center room (ROOMS_SRC.cpy:
      *>   5557 picks it, 5558 names it on every interview line).
      *>
      *> DEPENDENCIES:
      *>   WS-INTERVIEWS.cpy - interview table and working variables
                           TO WS-IVT-SLOT-TIME(WS-INTERVIEW-COUNT)
                       MOVE IVW-STATUS
                           TO WS-IVT-STATUS(WS-INTERVIEW-COUNT)
                       MOVE IVW-ROOM
                           TO WS-IVT-ROOM(WS-INTERVIEW-COUNT)
                   END-IF
           END-READ

               MOVE WS-IVT-SLOT-DATE(WS-IVW-IDX) TO IVW-SLOT-DATE
               MOVE WS-IVT-SLOT-TIME(WS-IVW-IDX) TO IVW-SLOT-TIME
               MOVE WS-IVT-STATUS(WS-IVW-IDX)    TO IVW-STATUS
               MOVE WS-IVT-ROOM(WS-IVW-IDX)      TO IVW-ROOM
               WRITE IVW-RECORD
           END-PERFORM
           CLOSE INTERVIEWS-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-INTERVIEWS-PATH
           MOVE "INTERVIEWS.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-INTERVIEWS-PATH TO WS-JRN-OLD-PATH
           MOVE WS-INTERVIEWS-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-INTERVIEWS-TMP-PATH
               WS-INTERVIEWS-PATH
               RETURNING WS-CRASH-SAFE-RC
                   IF WS-EOF-FLAG = 1
                       EXIT PERFORM
                   END-IF
                   MOVE WS-TEMP-CLOSING-DATE-NUM TO WS-RMS-CHECK-DATE
                   MOVE WS-IVW-TEMP-TIME TO WS-RMS-CHECK-TIME
                   PERFORM 5557-PICK-INTERVIEW-ROOM
                   IF WS-EOF-FLAG = 1
                       EXIT PERFORM
                   END-IF
                   IF WS-RMS-PICK-OK = 0
                       EXIT PERFORM CYCLE
                   END-IF
                   IF WS-INTERVIEW-COUNT >= WS-CONST-MAX-INTERVIEWS
                       MOVE "The interview schedule file is full."
                           TO WS-OUTPUT-LINE
                   MOVE WS-IVW-TEMP-TIME
                       TO WS-IVT-SLOT-TIME(WS-INTERVIEW-COUNT)
                   MOVE "P" TO WS-IVT-STATUS(WS-INTERVIEW-COUNT)
                   MOVE WS-RMS-PICKED
                       TO WS-IVT-ROOM(WS-INTERVIEW-COUNT)
                   ADD 1 TO WS-IVW-SLOT-NUM
               END-IF
           END-PERFORM
                   END-STRING
               END-IF
           END-IF
           IF WS-IVT-ROOM(WS-IVW-IDX) NOT = SPACES
               MOVE WS-IVT-ROOM(WS-IVW-IDX) TO WS-RMS-FIND-ROOM
               PERFORM 5558-DESCRIBE-ROOM
               COMPUTE WS-RMS-PTR = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-OUTPUT-LINE TRAILING)) + 1
               STRING " in " FUNCTION TRIM(WS-RMS-WHERE)
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   WITH POINTER WS-RMS-PTR
               END-STRING
           END-IF
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
       5379-CONFIRM-INTERVIEW-SLOT.
           MOVE WS-IVW-INDEX-MAP(WS-IVW-CHOICE) TO WS-IVW-IDX
      *> A room slot proposed before its day became a blackout day
      *> cannot be taken up; the poster has to propose again.
           IF WS-IVT-ROOM(WS-IVW-IDX) NOT = SPACES
               MOVE WS-IVT-SLOT-DATE(WS-IVW-IDX) TO WS-BLK-CHECK-DATE
               PERFORM 5545-CHECK-BLACKOUT
               IF WS-BLK-HIT = 1
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "That day is now "
                       FUNCTION TRIM(WS-BLK-HIT-DESC)
                       " and the room is closed. Ask the poster for"
                       " another slot."
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "C" TO WS-IVT-STATUS(WS-IVW-IDX)
           MOVE WS-IVT-JOB-ID(WS-IVW-IDX) TO WS-IVW-JOB-ID
           MOVE WS-IVT-USERNAME(WS-IVW-IDX) TO WS-IVW-USERNAME
                           " at " WS-IVT-SLOT-TIME(WS-IVW-IDX)
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                       IF WS-IVT-ROOM(WS-IVW-IDX) NOT = SPACES
                           MOVE WS-IVT-ROOM(WS-IVW-IDX)
                               TO WS-RMS-FIND-ROOM
                           PERFORM 5558-DESCRIBE-ROOM
                           COMPUTE WS-RMS-PTR = FUNCTION LENGTH(
                               FUNCTION TRIM(WS-OUTPUT-LINE TRAILING))
                               + 1
                           STRING " in " FUNCTION TRIM(WS-RMS-WHERE)
                               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                               WITH POINTER WS-RMS-PTR
                           END-STRING
                       END-IF
                       PERFORM 8000-WRITE-OUTPUT
                       MOVE 9 TO WS-IVW-FOUND
                   ELSE
