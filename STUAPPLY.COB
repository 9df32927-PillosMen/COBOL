      *                     start, with the holder named in the job
      *                     log, instead of interleaving updates
      *                     against the same indexed master.
      *   15/10/26  PILLOS  A change or delete against an ID STUMERGE
      *                     has retired (STUDENT-MERGED) is rejected
      *                     RETIRED BY MERGE - the registrar's file
      *                     must carry the surviving ID instead.
      *   15/10/26  PILLOS  An add against an ID STUPURGE has moved to
      *                     the history archive (HISTORY.DAT) is
      *                     rejected IN HISTORY ARCHIVE - the student
      *                     comes back through STUHIST, not as a new
      *                     record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUAPPLY.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT HISTORY-FILE ASSIGN TO 'HISTORY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO 'JOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           05  PARM-USER-ID         PIC X(08).
           05  PARM-PASSWORD        PIC X(10).

       FD  HISTORY-FILE.
           COPY HISTREC.

       FD  JOURNAL-FILE.
           COPY JRNLREC.

       01  WS-TRAN-STATUS           PIC X(02).
       01  WS-REJECT-STATUS         PIC X(02).
       01  WS-PARM-STATUS           PIC X(02).
       01  WS-HIST-STATUS           PIC X(02).
           88  WS-HIST-OK               VALUE '00'.
       01  WS-HISTORY-SW            PIC X(01)   VALUE 'N'.
           88  WS-HAVE-HISTORY          VALUE 'Y'.
       01  WS-INIT-OK-SW            PIC X(01)   VALUE 'Y'.
           88  WS-INIT-OK               VALUE 'Y'.
       01  WS-BATCH-SW              PIC X(01)   VALUE 'N'.
               MOVE 'N' TO WS-INIT-OK-SW
               DISPLAY "STUREJ.DAT COULD NOT BE OPENED - STATUS "
                   WS-REJECT-STATUS
           END-IF

           OPEN INPUT HISTORY-FILE
           IF WS-HIST-OK
               MOVE 'Y' TO WS-HISTORY-SW
           END-IF.

       1000-EXIT.
      *-----------------------------------------------------------*
      *  3100-APPLY-ADD - WRITE a new student; an ID already on     *
      *  the master is a conflicting transaction, not a crash.      *
      *  An ID with a student row in HISTORY.DAT was purged to the  *
      *  archive and is rejected - STUHIST restores it.             *
      *-----------------------------------------------------------*
       3100-APPLY-ADD.
           MOVE TRAN-STUDENT-ID TO STUDENT-ID
           ELSE
               MOVE TRAN-DOB TO STUDENT-DOB
           END-IF

           IF WS-HAVE-HISTORY
               MOVE STUDENT-ID TO HIST-STUDENT-ID
               MOVE 'S' TO HIST-TYPE
               MOVE SPACES TO HIST-GRADE-PART
               READ HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'IN HISTORY ARCHIVE' TO WS-REJECT-REASON
                       PERFORM 3600-WRITE-REJECT THRU 3600-EXIT
                       GO TO 3100-EXIT
               END-READ
           END-IF

           WRITE STUDENT-FILE
               INVALID KEY
                   MOVE 'ALREADY ON FILE' TO WS-REJECT-REASON
                   PERFORM 3600-WRITE-REJECT THRU 3600-EXIT
                   GO TO 3200-EXIT
           END-READ
           IF STUDENT-MERGED
               MOVE 'RETIRED BY MERGE' TO WS-REJECT-REASON
               PERFORM 3600-WRITE-REJECT THRU 3600-EXIT
               GO TO 3200-EXIT
           END-IF
           MOVE STUDENT-ID TO WS-JRNL-KEY
           MOVE STUDENT-FILE TO WS-BEFORE-IMAGE

                   PERFORM 3600-WRITE-REJECT THRU 3600-EXIT
                   GO TO 3300-EXIT
           END-READ
           IF STUDENT-MERGED
               MOVE 'RETIRED BY MERGE' TO WS-REJECT-REASON
               PERFORM 3600-WRITE-REJECT THRU 3600-EXIT
               GO TO 3300-EXIT
           END-IF
           MOVE STUDENT-ID TO WS-JRNL-KEY
           MOVE STUDENT-FILE TO WS-BEFORE-IMAGE

           IF WS-REJECT-STATUS = '00'
               CLOSE REJECT-FILE
           END-IF
           IF WS-HAVE-HISTORY
               CLOSE HISTORY-FILE
           END-IF
           IF WS-HAVE-HOLD
               MOVE 'R' TO LKC-ACTION
               CALL "FILELOCK" USING LOCK-CONTROL
