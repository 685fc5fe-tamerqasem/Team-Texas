       *> rename treatment ConnCompact gives connection history - and
       *> a summary count report is printed so operations can verify
       *> nothing was lost. Postings with no deadline are left alone.
       *> The indexed application file is not rebuilt: each expired
       *> posting's applications are read through the posting key,
       *> archived, and then deleted by key.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS  IS FS-ARCHJOBS.

           SELECT JobAppFile      ASSIGN TO "data/job_applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS JA-KEY
               ALTERNATE RECORD KEY IS JA-POSTING WITH DUPLICATES
               FILE STATUS  IS FS-JOBAPP.

           *> Archive staging; renamed to its dated final name
           *> (data/job_applications-archive-YYYYMMDD.dat) once
           *> complete.
           05 JB-POSTED                    PIC X(8).
           05 JB-OWNER                     PIC X(20).
           05 JB-DEADLINE                  PIC X(8).
           05 JB-PAY-MIN                   PIC X(7).
           05 JB-PAY-MAX                   PIC X(7).
           05 JB-PAY-PER                   PIC X(1).
           05 JB-TYPE                      PIC X(2).
           05 JB-REMOTE                    PIC X(1).

       FD  NewJobsFile.
       01  NEWJOB-REC                      PIC X(254).

       FD  ArchJobsFile.
       01  ARCHJOB-REC                     PIC X(254).

       *> Layout must track JOBAPP-REC in InCollege2.cob.
       FD  JobAppFile
           RECORD CONTAINS 138 CHARACTERS.
       01  JOBAPP-REC.
           05 JA-KEY.
              10 JA-USER                   PIC X(20).
              10 JA-POSTING.
                 15 JA-TITLE               PIC X(30).
                 15 JA-COMPANY             PIC X(30).
           05 JA-STATUS                    PIC X(10).
           05 JA-APPLIED                   PIC X(8).
           05 JA-STATUS-DATE               PIC X(8).
           05 JA-RESPONDED                 PIC X(8).
           05 JA-INTERVIEWED               PIC X(8).
           05 JA-OFFERED                   PIC X(8).
           05 JA-DECIDED                   PIC X(8).

       FD  ArchAppFile.
       01  ARCHAPP-REC                     PIC X(138).

       FD  LockFile.
       01  LOCK-REC                        PIC X(40).
       77  FS-NEWJOBS                      PIC XX     VALUE SPACES.
       77  FS-ARCHJOBS                     PIC XX     VALUE SPACES.
       77  FS-JOBAPP                       PIC XX     VALUE SPACES.
       77  FS-ARCHAPP                      PIC XX     VALUE SPACES.

       *> Expired postings kept for the application pass: an
       77  APPS-READ                       PIC 9(4)   VALUE 0.
       77  APPS-KEPT                       PIC 9(4)   VALUE 0.
       77  APPS-ARCHIVED                   PIC 9(4)   VALUE 0.
       77  APPS-DELETED                    PIC 9(4)   VALUE 0.
       *> Filled by 3300-COUNT-APPLICATIONS.
       77  APPS-COUNTED                    PIC 9(4)   VALUE 0.

       01  TODAY-DATE                      PIC X(8)   VALUE SPACES.
       01  NOW-STAMP                       PIC X(21)  VALUE SPACES.
       01  JOBS-LIVE-PATH      PIC X(40) VALUE "data/jobs.dat".
       01  JOBS-NEW-PATH       PIC X(40) VALUE "data/jobs.new".
       01  ARCHJOBS-NEW-PATH   PIC X(40) VALUE "data/jobs-archive.new".
       01  ARCHAPP-NEW-PATH    PIC X(60)
           VALUE "data/job_applications-archive.new".
       01  ARCH-DATED-PATH     PIC X(60) VALUE SPACES.
              FUNCTION TRIM(ARCH-DATED-PATH)
           .

       *> Applications to an expired posting follow it into a dated
       *> archive. The archive is written and renamed into place
       *> before any row is deleted, so a run that stops part way
       *> leaves every application either still live or archived (a
       *> rerun archives the survivors again rather than losing them).
       3000-SWEEP-APPLICATIONS.
           MOVE 0 TO APPS-READ APPS-KEPT APPS-ARCHIVED APPS-DELETED
           OPEN I-O JobAppFile
           IF FS-JOBAPP NOT = "00"
              DISPLAY "No job_applications.dat to sweep (status "
                 FS-JOBAPP ")."
              CLOSE JobAppFile
              EXIT PARAGRAPH
           END-IF
           PERFORM 3300-COUNT-APPLICATIONS
           MOVE APPS-COUNTED TO APPS-READ

           OPEN OUTPUT ArchAppFile
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > EXPIRED-COUNT
              PERFORM 3100-ARCHIVE-POSTING-APPS
           END-PERFORM
           CLOSE ArchAppFile

           IF APPS-ARCHIVED > 0
              MOVE SPACES TO ARCH-DATED-PATH
              STRING "data/job_applications-archive-" DELIMITED BY SIZE
                 ARCH-DATED-PATH
              DISPLAY "Archived applications written to "
                 FUNCTION TRIM(ARCH-DATED-PATH)
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > EXPIRED-COUNT
                 PERFORM 3200-DELETE-POSTING-APPS
              END-PERFORM
           ELSE
              CALL "CBL_DELETE_FILE" USING ARCHAPP-NEW-PATH
           END-IF

           PERFORM 3300-COUNT-APPLICATIONS
           MOVE APPS-COUNTED TO APPS-KEPT
           CLOSE JobAppFile
           .

       *> Copies every application to expired posting I into the
       *> archive staging file, reading only that posting's rows
       *> through the alternate key.
       3100-ARCHIVE-POSTING-APPS.
           MOVE EX-TITLE(I)   TO JA-TITLE
           MOVE EX-COMPANY(I) TO JA-COMPANY
           START JobAppFile KEY = JA-POSTING
              INVALID KEY
                 EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ JobAppFile NEXT
                 AT END EXIT PERFORM
              END-READ
              *> "02" only says more rows share this posting.
              IF FS-JOBAPP NOT = "00" AND FS-JOBAPP NOT = "02"
                 EXIT PERFORM
              END-IF
              IF JA-TITLE NOT = EX-TITLE(I)
                 OR JA-COMPANY NOT = EX-COMPANY(I)
                 EXIT PERFORM
              END-IF
              ADD 1 TO APPS-ARCHIVED
              MOVE JOBAPP-REC TO ARCHAPP-REC
              WRITE ARCHAPP-REC
           END-PERFORM
           .

       *> Deletes the archived applications to expired posting I. The
       *> posting key is re-positioned after every DELETE, so the scan
       *> never depends on where a deleted row left the file.
       3200-DELETE-POSTING-APPS.
           PERFORM UNTIL 1 = 2
              MOVE EX-TITLE(I)   TO JA-TITLE
              MOVE EX-COMPANY(I) TO JA-COMPANY
              START JobAppFile KEY = JA-POSTING
                 INVALID KEY
                    EXIT PERFORM
              END-START
              READ JobAppFile NEXT
                 AT END EXIT PERFORM
              END-READ
              IF FS-JOBAPP NOT = "00" AND FS-JOBAPP NOT = "02"
                 EXIT PERFORM
              END-IF
              IF JA-TITLE NOT = EX-TITLE(I)
                 OR JA-COMPANY NOT = EX-COMPANY(I)
                 EXIT PERFORM
              END-IF
              DELETE JobAppFile
                 INVALID KEY
                    DISPLAY "Could not delete the application of "
                       FUNCTION TRIM(JA-USER) " to "
                       FUNCTION TRIM(JA-TITLE) " (status "
                       FS-JOBAPP ")."
                    EXIT PERFORM
              END-DELETE
              ADD 1 TO APPS-DELETED
           END-PERFORM
           .

       *> Counts the applications on file in key order.
       3300-COUNT-APPLICATIONS.
           MOVE 0 TO APPS-COUNTED
           MOVE LOW-VALUES TO JA-KEY
           START JobAppFile KEY NOT < JA-KEY
              INVALID KEY
                 EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ JobAppFile NEXT
                 AT END EXIT PERFORM
              END-READ
              IF FS-JOBAPP NOT = "00"
                 EXIT PERFORM
              END-IF
              IF JA-USER NOT = SPACES
                 ADD 1 TO APPS-COUNTED
              END-IF
           END-PERFORM
           .

       4000-REPORT.
           DISPLAY "Applications read:      " APPS-READ
           DISPLAY "Applications kept:      " APPS-KEPT
           DISPLAY "Applications archived:  " APPS-ARCHIVED
           IF APPS-DELETED NOT = APPS-ARCHIVED
              DISPLAY "WARNING: " APPS-ARCHIVED " archived but "
                 APPS-DELETED " deleted - rerun the sweep."
           END-IF
           IF APPS-KEPT + APPS-ARCHIVED = APPS-READ
              DISPLAY "Application accounting balances - nothing was dropped."
           ELSE
