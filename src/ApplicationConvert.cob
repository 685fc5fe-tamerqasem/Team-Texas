>>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApplicationConvert.

       *> One-shot migration: loads the old line-sequential
       *> job_applications.dat and interviews.dat (renamed to .seq by
       *> the operator) into their indexed replacements. Applications
       *> are keyed on student + posting (title, company), interviews
       *> on student + posting + slot date and time; both carry an
       *> alternate key on the posting, for the employer's side.
       *> Usernames are uppercased and trimmed on the way in, matching
       *> how every keyed lookup normalizes them. The old files were
       *> append-only, so a key seen twice means the later row is the
       *> current one: it replaces the earlier, and both are counted.
       *> Either file may be converted on its own; the run refuses
       *> only when neither .seq file is present.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldJobAppFile   ASSIGN TO "data/job_applications.seq"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-OLDJOBAPP.

           SELECT OldIntvFile     ASSIGN TO "data/interviews.seq"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-OLDIVIEW.

           SELECT JobAppFile      ASSIGN TO "data/job_applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS JA-KEY
               ALTERNATE RECORD KEY IS JA-POSTING WITH DUPLICATES
               FILE STATUS  IS FS-JOBAPP.

           SELECT InterviewsFile  ASSIGN TO "data/interviews.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS IV-KEY
               ALTERNATE RECORD KEY IS IV-POSTING WITH DUPLICATES
               FILE STATUS  IS FS-IVIEW.

           *> Session lock shared with the online program: refuse to
           *> run while another session or job owns the data files.
           SELECT LockFile        ASSIGN TO "data/incollege.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-LOCK.

       DATA DIVISION.
       FILE SECTION.

       *> The old rows have the same byte layout as the indexed
       *> records below.
       FD  OldJobAppFile.
       01  OLD-JOBAPP-REC                  PIC X(138).

       FD  OldIntvFile.
       01  OLD-INTV-REC                    PIC X(103).

       *> Layout must track JOBAPP-REC in InCollege2.cob (only the
       *> key fields matter here).
       FD  JobAppFile
           RECORD CONTAINS 138 CHARACTERS.
       01  JOBAPP-REC.
           05 JA-KEY.
              10 JA-USER                   PIC X(20).
              10 JA-POSTING.
                 15 JA-TITLE               PIC X(30).
                 15 JA-COMPANY             PIC X(30).
           05 JA-REST                      PIC X(58).

       *> Layout must track INTV-REC in InCollege2.cob (only the key
       *> fields matter here).
       FD  InterviewsFile
           RECORD CONTAINS 103 CHARACTERS.
       01  INTV-REC.
           05 IV-KEY.
              10 IV-USER                   PIC X(20).
              10 IV-POSTING.
                 15 IV-TITLE               PIC X(30).
                 15 IV-COMPANY             PIC X(30).
              10 IV-DATE                   PIC X(8).
              10 IV-TIME                   PIC X(5).
           05 IV-STATUS                    PIC X(10).

       FD  LockFile.
       01  LOCK-REC                        PIC X(40).

       WORKING-STORAGE SECTION.
       77  FS-LOCK                         PIC XX     VALUE SPACES.
       01  LOCK-PATH           PIC X(40) VALUE "data/incollege.lock".
       01  LOCK-STAMP-WS                   PIC X(21)  VALUE SPACES.
       77  FS-OLDJOBAPP                    PIC XX     VALUE SPACES.
       77  FS-OLDIVIEW                     PIC XX     VALUE SPACES.
       77  FS-JOBAPP                       PIC XX     VALUE SPACES.
       77  FS-IVIEW                        PIC XX     VALUE SPACES.

       01  JOBAPP-SEQ-PATH     PIC X(40) VALUE "data/job_applications.seq".
       01  JOBAPP-DONE-PATH    PIC X(44)
           VALUE "data/job_applications.seq.done".
       01  INTV-SEQ-PATH       PIC X(40) VALUE "data/interviews.seq".
       01  INTV-DONE-PATH      PIC X(44) VALUE "data/interviews.seq.done".

       77  HAVE-JOBAPPS                    PIC 9      VALUE 0.
       77  HAVE-INTERVIEWS                 PIC 9      VALUE 0.

       77  READ-COUNT                      PIC 9(5)   VALUE 0.
       77  LOADED-COUNT                    PIC 9(5)   VALUE 0.
       77  DUP-COUNT                       PIC 9(5)   VALUE 0.
       77  BLANK-COUNT                     PIC 9(5)   VALUE 0.
       77  REPLACE-FAILED                  PIC 9(5)   VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-TAKE-LOCK
           OPEN INPUT OldJobAppFile
           IF FS-OLDJOBAPP = "00"
              MOVE 1 TO HAVE-JOBAPPS
           END-IF
           CLOSE OldJobAppFile
           OPEN INPUT OldIntvFile
           IF FS-OLDIVIEW = "00"
              MOVE 1 TO HAVE-INTERVIEWS
           END-IF
           CLOSE OldIntvFile

           IF HAVE-JOBAPPS = 0 AND HAVE-INTERVIEWS = 0
              DISPLAY "No data/job_applications.seq or"
                 " data/interviews.seq found."
              DISPLAY "Rename the old sequential file(s) to those"
                 " names first, then rerun."
              PERFORM 0900-RELEASE-LOCK
              STOP RUN
           END-IF

           DISPLAY "=== Application File Conversion ==="

           IF HAVE-JOBAPPS = 1
              PERFORM 1000-CONVERT-JOBAPPS
           END-IF
           IF HAVE-INTERVIEWS = 1
              PERFORM 2000-CONVERT-INTERVIEWS
           END-IF

           DISPLAY "=== Conversion complete ==="
           PERFORM 0900-RELEASE-LOCK
           STOP RUN.

       1000-CONVERT-JOBAPPS.
           MOVE 0 TO READ-COUNT
           MOVE 0 TO LOADED-COUNT
           MOVE 0 TO DUP-COUNT
           MOVE 0 TO BLANK-COUNT
           MOVE 0 TO REPLACE-FAILED
           OPEN INPUT OldJobAppFile
           OPEN OUTPUT JobAppFile
           IF FS-JOBAPP NOT = "00"
              DISPLAY "Cannot create the indexed application file"
                 " (status " FS-JOBAPP ")."
              CLOSE OldJobAppFile
              CLOSE JobAppFile
              EXIT PARAGRAPH
           END-IF
           *> Created empty, then reopened I-O: a repeated key is
           *> replaced with REWRITE, which an OUTPUT file refuses.
           CLOSE JobAppFile
           OPEN I-O JobAppFile
           IF FS-JOBAPP NOT = "00"
              DISPLAY "Cannot reopen the indexed application file"
                 " (status " FS-JOBAPP ")."
              CLOSE OldJobAppFile
              CLOSE JobAppFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ OldJobAppFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-OLDJOBAPP NOT = "00"
                 EXIT PERFORM
              END-IF
              ADD 1 TO READ-COUNT
              MOVE OLD-JOBAPP-REC TO JOBAPP-REC
              IF FUNCTION TRIM(JA-USER) = SPACES
                 ADD 1 TO BLANK-COUNT
              ELSE
                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(JA-USER))
                    TO JA-USER
                 WRITE JOBAPP-REC
                    INVALID KEY
                       ADD 1 TO DUP-COUNT
                       REWRITE JOBAPP-REC
                          INVALID KEY
                             ADD 1 TO REPLACE-FAILED
                       END-REWRITE
                    NOT INVALID KEY
                       ADD 1 TO LOADED-COUNT
                 END-WRITE
              END-IF
           END-PERFORM
           CLOSE OldJobAppFile
           CLOSE JobAppFile

           *> Retire the input so an accidental rerun cannot rebuild
           *> the live indexed file from this pre-migration data.
           CALL "CBL_RENAME_FILE" USING JOBAPP-SEQ-PATH JOBAPP-DONE-PATH

           DISPLAY "job_applications.dat:"
           DISPLAY "  Rows read from the sequential file: " READ-COUNT
           DISPLAY "  Applications in the indexed file:   " LOADED-COUNT
           DISPLAY "  Earlier rows replaced by a later:   " DUP-COUNT
           DISPLAY "  Blank-key rows skipped:             " BLANK-COUNT
           IF REPLACE-FAILED > 0
              DISPLAY "  WARNING: repeated rows not replaced: "
                 REPLACE-FAILED
           END-IF
           DISPLAY "  Input retired to data/job_applications.seq.done"
           .

       2000-CONVERT-INTERVIEWS.
           MOVE 0 TO READ-COUNT
           MOVE 0 TO LOADED-COUNT
           MOVE 0 TO DUP-COUNT
           MOVE 0 TO BLANK-COUNT
           MOVE 0 TO REPLACE-FAILED
           OPEN INPUT OldIntvFile
           OPEN OUTPUT InterviewsFile
           IF FS-IVIEW NOT = "00"
              DISPLAY "Cannot create the indexed interview file"
                 " (status " FS-IVIEW ")."
              CLOSE OldIntvFile
              CLOSE InterviewsFile
              EXIT PARAGRAPH
           END-IF
           *> Created empty, then reopened I-O: a repeated key is
           *> replaced with REWRITE, which an OUTPUT file refuses.
           CLOSE InterviewsFile
           OPEN I-O InterviewsFile
           IF FS-IVIEW NOT = "00"
              DISPLAY "Cannot reopen the indexed interview file"
                 " (status " FS-IVIEW ")."
              CLOSE OldIntvFile
              CLOSE InterviewsFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ OldIntvFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-OLDIVIEW NOT = "00"
                 EXIT PERFORM
              END-IF
              ADD 1 TO READ-COUNT
              MOVE OLD-INTV-REC TO INTV-REC
              IF FUNCTION TRIM(IV-USER) = SPACES
                 ADD 1 TO BLANK-COUNT
              ELSE
                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IV-USER))
                    TO IV-USER
                 WRITE INTV-REC
                    INVALID KEY
                       ADD 1 TO DUP-COUNT
                       REWRITE INTV-REC
                          INVALID KEY
                             ADD 1 TO REPLACE-FAILED
                       END-REWRITE
                    NOT INVALID KEY
                       ADD 1 TO LOADED-COUNT
                 END-WRITE
              END-IF
           END-PERFORM
           CLOSE OldIntvFile
           CLOSE InterviewsFile

           CALL "CBL_RENAME_FILE" USING INTV-SEQ-PATH INTV-DONE-PATH

           DISPLAY "interviews.dat:"
           DISPLAY "  Rows read from the sequential file: " READ-COUNT
           DISPLAY "  Slots in the indexed file:          " LOADED-COUNT
           DISPLAY "  Earlier rows replaced by a later:   " DUP-COUNT
           DISPLAY "  Blank-key rows skipped:             " BLANK-COUNT
           IF REPLACE-FAILED > 0
              DISPLAY "  WARNING: repeated rows not replaced: "
                 REPLACE-FAILED
           END-IF
           DISPLAY "  Input retired to data/interviews.seq.done"
           .

       *> Same session lock the online program takes at BOOT.
       0100-TAKE-LOCK.
           OPEN INPUT LockFile
           IF FS-LOCK NOT = "35"
              CLOSE LockFile
              DISPLAY "System busy: another InCollege session or batch"
                 " job is using the data files."
              DISPLAY "If nothing is running, remove"
                 " data/incollege.lock and retry."
              *> A nonzero exit so a chained caller (NightChain)
              *> records the step failed instead of silently done.
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO FS-LOCK
           OPEN OUTPUT LockFile
           MOVE FUNCTION CURRENT-DATE TO LOCK-STAMP-WS
           MOVE SPACES TO LOCK-REC
           STRING "ApplicationConvert " DELIMITED BY SIZE
                  LOCK-STAMP-WS(1:14) DELIMITED BY SIZE
                  INTO LOCK-REC
           END-STRING
           WRITE LOCK-REC
           CLOSE LockFile
           .

       0900-RELEASE-LOCK.
           CALL "CBL_DELETE_FILE" USING LOCK-PATH
           .
