               FILE STATUS  IS FS-LIVE.

           SELECT JobAppFile      ASSIGN TO "data/job_applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS JA-KEY
               ALTERNATE RECORD KEY IS JA-POSTING WITH DUPLICATES
               FILE STATUS  IS FS-JOBAPP.

           SELECT ProfileFile     ASSIGN TO "data/InCollege-Profiles.dat"
               ORGANIZATION IS INDEXED
       FD  SkillCompFile.
       01  SKILLCOMP-LINE                  PIC X(250).

       *> Layout must track JOBAPP-REC in InCollege2.cob (only the
       *> key fields matter here). Every field is text, so the rows
       *> are backed up as plain lines, the same shape the file had
       *> before it was indexed; RestoreData reloads either.
       FD  JobAppFile
           RECORD CONTAINS 138 CHARACTERS.
       01  JOBAPP-REC.
           05 JA-KEY.
              10 JA-USER                   PIC X(20).
              10 JA-POSTING.
                 15 JA-TITLE               PIC X(30).
                 15 JA-COMPANY             PIC X(30).
           05 JA-REST                      PIC X(58).

       *> Layout must track PROFILE-REC in InCollege2.cob (only the
       *> key fields matter here; the rest is copied as fillers).
       01  LOCK-STAMP-WS                   PIC X(21)  VALUE SPACES.
       77  FS-LIVE                         PIC XX     VALUE SPACES.
       77  FS-PROFILE                      PIC XX     VALUE SPACES.
       77  FS-JOBAPP                       PIC XX     VALUE SPACES.
       77  FS-BACKUP                       PIC XX     VALUE SPACES.
       77  FS-PROFBK                       PIC XX     VALUE SPACES.

           *> Open the live file before aging the generations: a
           *> missing live file must leave the retained copies alone.
           OPEN INPUT JobAppFile
           IF FS-JOBAPP NOT = "00"
              DISPLAY "job_applications.dat: not backed up (status "
                 FS-JOBAPP ")."
              CLOSE JobAppFile
              EXIT PARAGRAPH
           END-IF
              READ JobAppFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-JOBAPP NOT = "00"
                 EXIT PERFORM
              END-IF
              MOVE SPACES TO BACKUP-LINE
              MOVE JOBAPP-REC TO BACKUP-LINE
              WRITE BACKUP-LINE
              ADD 1 TO COPIED-COUNT
           END-PERFORM
