      *                     refuses with BATCH WINDOW OPEN,
      *                     INQUIRIES ONLY instead of updating the
      *                     master STUAPPLY is applying against.
      *   15/10/26  PILLOS  CHANGE and DELETE refuse an ID STUMERGE
      *                     has retired (STUDENT-MERGED) and name the
      *                     surviving ID instead - the retired record
      *                     stays on file so its ID is never reused.
      *   15/10/26  PILLOS  ADD refuses an ID STUPURGE has moved to the
      *                     history archive (HISTORY.DAT) - that
      *                     student comes back through STUHIST with
      *                     the grades, not as a new record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUMAINT.
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT HISTORY-FILE ASSIGN TO 'HISTORY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO 'JOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
       FD  STUDENT.
           COPY STUDENT.

       FD  HISTORY-FILE.
           COPY HISTREC.

       FD  JOURNAL-FILE.
           COPY JRNLREC.

       01  WS-STUDENT-STATUS        PIC X(02).
           88  WS-STUDENT-OK            VALUE '00'.
           88  WS-STUDENT-NOT-OPEN      VALUE '35'.
       01  WS-HIST-STATUS           PIC X(02).
           88  WS-HIST-OK               VALUE '00'.
       01  WS-HISTORY-SW            PIC X(01)   VALUE 'N'.
           88  WS-HAVE-HISTORY          VALUE 'Y'.
       01  WS-DONE-SW               PIC X(01)   VALUE 'N'.
           88  WS-DONE                  VALUE 'Y'.
       01  WS-OPCION                PIC X(01).
      *  time this program is ever run.  Any other non-zero status *
      *  (e.g. an old LINE SEQUENTIAL CONES.DAT that was never run *
      *  through the one-time indexed conversion) is refused        *
      *  rather than run with the file not actually open.  The     *
      *  history archive is only read, for the ADD check; none on  *
      *  disk means nobody has been purged.                         *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O STUDENT
               DISPLAY "CONES.DAT IT MUST BE RE-LOADED INTO THE"
               DISPLAY "INDEXED FILE BEFORE STUMAINT CAN RUN"
               MOVE 'Y' TO WS-DONE-SW
           END-IF

           OPEN INPUT HISTORY-FILE
           IF WS-HIST-OK
               MOVE 'Y' TO WS-HISTORY-SW
           END-IF.

       1000-EXIT.
               GO TO 3000-EXIT
           END-IF

           IF WS-HAVE-HISTORY
               MOVE STUDENT-ID TO HIST-STUDENT-ID
               MOVE 'S' TO HIST-TYPE
               MOVE SPACES TO HIST-GRADE-PART
               READ HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "STUDENT ID IS IN THE HISTORY ARCHIVE - "
                           "RESTORE IT THROUGH STUHIST"
                       GO TO 3000-EXIT
               END-READ
           END-IF

           WRITE STUDENT-FILE
               INVALID KEY
                   DISPLAY "STUDENT ID ALREADY EXISTS"
                   DISPLAY "STUDENT ID NOT FOUND"
                   GO TO 4000-EXIT
           END-READ
           IF STUDENT-MERGED
               DISPLAY "STUDENT ID RETIRED BY A MERGE INTO "
                   STUDENT-MERGED-INTO
               GO TO 4000-EXIT
           END-IF
           MOVE STUDENT-ID TO WS-JRNL-KEY
           MOVE STUDENT-FILE TO WS-BEFORE-IMAGE

                   DISPLAY "STUDENT ID NOT FOUND"
                   GO TO 5000-EXIT
           END-READ
           IF STUDENT-MERGED
               DISPLAY "STUDENT ID RETIRED BY A MERGE INTO "
                   STUDENT-MERGED-INTO
               GO TO 5000-EXIT
           END-IF
           MOVE STUDENT-ID TO WS-JRNL-KEY
           MOVE STUDENT-FILE TO WS-BEFORE-IMAGE

           IF WS-STUDENT-OK
               CLOSE STUDENT
           END-IF
           IF WS-HAVE-HISTORY
               CLOSE HISTORY-FILE
           END-IF
           IF WS-HAVE-HOLD
               MOVE 'R' TO LKC-ACTION
               CALL "FILELOCK" USING LOCK-CONTROL
