       *> back over the live file. The generation to restore is
       *> temporarily renamed to a fixed staging name so it can be
       *> copied, then renamed back; the live file is only replaced by
       *> a completed copy, through one final rename. Profiles and job
       *> applications are reloaded into their indexed files record by
       *> record, which also rebuilds the index.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ALTERNATE RECORD KEY IS NPR-SCHOOL WITH DUPLICATES
               FILE STATUS  IS FS-NEWPROF.

           *> The rebuilt indexed job-application file, staged the same
           *> way. Its generations are plain lines (see BackupData).
           SELECT NewJobAppFile   ASSIGN TO "data/restore-jobapp.new"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS NJA-KEY
               ALTERNATE RECORD KEY IS NJA-POSTING WITH DUPLICATES
               FILE STATUS  IS FS-NEWJOBAPP.

           *> Session lock shared with the online program: refuse to
           *> run while another session or job owns the data files.
           SELECT LockFile        ASSIGN TO "data/incollege.lock"
           05 NPR-SCHOOL                   PIC X(30).
           05 NPR-REST                     PIC X(2242).

       *> Layout must track JOBAPP-REC in InCollege2.cob (only the
       *> key fields matter here).
       FD  NewJobAppFile
           RECORD CONTAINS 138 CHARACTERS.
       01  NEWJOBAPP-REC.
           05 NJA-KEY.
              10 NJA-USER                  PIC X(20).
              10 NJA-POSTING.
                 15 NJA-TITLE              PIC X(30).
                 15 NJA-COMPANY            PIC X(30).
           05 NJA-REST                     PIC X(58).

       FD  LockFile.
       01  LOCK-REC                        PIC X(40).

       77  FS-SRC                          PIC XX     VALUE SPACES.
       77  FS-OUT                          PIC XX     VALUE SPACES.
       77  FS-NEWPROF                      PIC XX     VALUE SPACES.
       77  FS-NEWJOBAPP                    PIC XX     VALUE SPACES.

       77  FILE-SEL                        PIC 9      VALUE 0.
       77  GEN-SEL                         PIC 9      VALUE 0.
       77  RESTORED-COUNT                  PIC 9(5)   VALUE 0.
       77  DUP-COUNT                       PIC 9(5)   VALUE 0.
       77  REPLACE-FAILED                  PIC 9(5)   VALUE 0.
       01  ANSWER                          PIC X(20)  VALUE SPACES.

       01  LIVE-PATH                       PIC X(40)  VALUE SPACES.
       01  SRC-PATH            PIC X(40) VALUE "data/restore.src".
       01  TMP-PATH            PIC X(40) VALUE "data/restore.tmp".
       01  PROF-TMP-PATH       PIC X(40) VALUE "data/restore-prof.new".
       01  JOBAPP-TMP-PATH     PIC X(40) VALUE "data/restore-jobapp.new".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           END-IF

           CALL "CBL_RENAME_FILE" USING GEN-PATH SRC-PATH
           EVALUATE FILE-SEL
              WHEN 4
                 PERFORM 3000-RESTORE-JOBAPPS
              WHEN 5
                 PERFORM 2000-RESTORE-PROFILES
              WHEN OTHER
                 PERFORM 1000-RESTORE-LINE-FILE
           END-EVALUATE
           CALL "CBL_RENAME_FILE" USING SRC-PATH GEN-PATH

           DISPLAY "Restored " RESTORED-COUNT " rows to "
           END-IF
           .

       *> Job applications are reloaded from the line generation into
       *> a staged indexed file the same way. The username is keyed
       *> upper-case, as the online program stores it; a generation
       *> taken before the file was indexed can hold a student's row
       *> for the same posting twice, and the later row wins.
       3000-RESTORE-JOBAPPS.
           MOVE 0 TO RESTORED-COUNT
           MOVE 0 TO DUP-COUNT
           MOVE 0 TO REPLACE-FAILED
           OPEN INPUT LineSrcFile
           OPEN OUTPUT NewJobAppFile
           IF FS-NEWJOBAPP NOT = "00"
              DISPLAY "Cannot build the staged indexed file (status "
                 FS-NEWJOBAPP ")."
              CLOSE LineSrcFile
              CLOSE NewJobAppFile
              EXIT PARAGRAPH
           END-IF
           *> Created empty, then reopened I-O: a repeated key is
           *> replaced with REWRITE, which an OUTPUT file refuses.
           CLOSE NewJobAppFile
           OPEN I-O NewJobAppFile
           IF FS-NEWJOBAPP NOT = "00"
              DISPLAY "Cannot reopen the staged indexed file (status "
                 FS-NEWJOBAPP ")."
              CLOSE LineSrcFile
              CLOSE NewJobAppFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ LineSrcFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-SRC NOT = "00"
                 EXIT PERFORM
              END-IF
              MOVE SRC-LINE(1:138) TO NEWJOBAPP-REC
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(NJA-USER))
                 TO NJA-USER
              WRITE NEWJOBAPP-REC
                 INVALID KEY
                    ADD 1 TO DUP-COUNT
                    REWRITE NEWJOBAPP-REC
                       INVALID KEY
                          ADD 1 TO REPLACE-FAILED
                    END-REWRITE
                 NOT INVALID KEY ADD 1 TO RESTORED-COUNT
              END-WRITE
           END-PERFORM
           CLOSE LineSrcFile
           CLOSE NewJobAppFile
           CALL "CBL_RENAME_FILE" USING JOBAPP-TMP-PATH LIVE-PATH
           IF DUP-COUNT > 0
              DISPLAY "Repeated rows replaced by a later one: "
                 DUP-COUNT
           END-IF
           IF REPLACE-FAILED > 0
              DISPLAY "WARNING: repeated rows that could not replace"
                 " the earlier one: " REPLACE-FAILED
           END-IF
           .

       *> Same session lock the online program takes at BOOT.
       0100-TAKE-LOCK.
           OPEN INPUT LockFile
