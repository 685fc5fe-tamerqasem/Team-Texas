>>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetentionSweep.

       *> Table-driven data retention for the event logs that only
       *> ever grow: messages, notifications, profile views, security
       *> events and group board posts. ConnCompact and TranscriptSweep
       *> each look after their own one file; this job applies every
       *> rule in the retention policy file, data/retention_policy.dat.
       *> Each rule names a data file, the column holding the row's
       *> date, a retention period in days, whether expired rows are
       *> archived to a dated file or deleted outright, and an
       *> optional condition a row must also meet before it may age
       *> out (for example, only messages the recipient has read).
       *>
       *> Columns are named in the policy the way the online program
       *> names them (MG-SENT, MG-READ, ...); the column table below
       *> maps each name to its offset, so a rule needs no code change
       *> as long as its columns are listed there. Each file gets one
       *> generic pass, rewritten through a staging copy and a single
       *> rename, the same way UserPurge works, and the job prints
       *> before/after/archived/deleted counts per rule so records
       *> management can show what was kept and for how long.
       *>
       *> When no policy file exists a default one is written first,
       *> so the first night runs with the documented periods.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> One rule per row; rows starting with * are comments.
           SELECT PolicyFile      ASSIGN TO "data/retention_policy.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-POLICY.

           *> Generic data-file pair: the paths are set per rule.
           SELECT RetainInFile    ASSIGN TO RETAIN-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-RIN.

           SELECT RetainOutFile   ASSIGN TO RETAIN-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-ROUT.

           *> Archive staging; renamed to its dated final name
           *> (data/<file>-archive-YYYYMMDD.dat) once complete.
           SELECT ArchFile        ASSIGN TO ARCH-NEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-ARCH.

           *> Session lock shared with the online program: refuse to
           *> run while another session or job owns the data files.
           SELECT LockFile        ASSIGN TO "data/incollege.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-LOCK.

       DATA DIVISION.
       FILE SECTION.

       *> RP-COND-OP is EQ or NE; a blank RP-COND-COL means the rule
       *> has no condition beyond age. RP-ACTION is ARCHIVE or DELETE.
       FD  PolicyFile.
       01  POLICY-REC.
           05 RP-FILE                      PIC X(20).
           05 RP-DATE-COL                  PIC X(12).
           05 RP-DAYS                      PIC 9(4).
           05 RP-ACTION                    PIC X(8).
           05 RP-COND-COL                  PIC X(12).
           05 RP-COND-OP                   PIC X(2).
           05 RP-COND-VALUE                PIC X(10).

       *> Generic record, sized past the widest event row.
       FD  RetainInFile.
       01  RETAIN-IN-REC                   PIC X(400).

       FD  RetainOutFile.
       01  RETAIN-OUT-REC                  PIC X(400).

       FD  ArchFile.
       01  ARCH-REC                        PIC X(400).

       FD  LockFile.
       01  LOCK-REC                        PIC X(40).

       WORKING-STORAGE SECTION.
       77  FS-LOCK                         PIC XX     VALUE SPACES.
       01  LOCK-PATH           PIC X(40) VALUE "data/incollege.lock".
       01  LOCK-STAMP-WS                   PIC X(21)  VALUE SPACES.
       77  FS-POLICY                       PIC XX     VALUE SPACES.
       77  FS-RIN                          PIC XX     VALUE SPACES.
       77  FS-ROUT                         PIC XX     VALUE SPACES.
       77  FS-ARCH                         PIC XX     VALUE SPACES.

       01  RETAIN-IN-PATH                  PIC X(40)  VALUE SPACES.
       01  RETAIN-OUT-PATH                 PIC X(40)  VALUE SPACES.
       01  ARCH-NEW-PATH                   PIC X(60)  VALUE SPACES.
       01  ARCH-DATED-PATH                 PIC X(80)  VALUE SPACES.
       01  ARCH-EXIST-INFO                 PIC X(16)  VALUE SPACES.
       01  FILE-BASE                       PIC X(20)  VALUE SPACES.

       *> Files a rule may name, and the columns a rule may use for
       *> its date or its condition. Offsets and lengths must track
       *> the record layouts in InCollege2.cob. A date column's first
       *> 8 characters are its YYYYMMDD date (SE-STAMP carries the
       *> time after it).
       77  COL-COUNT                       PIC 9(2)   VALUE 18.
       01  COLUMN-TABLE.
           05 COL-SLOT OCCURS 18 TIMES.
              10 CL-FILE                   PIC X(20).
              10 CL-NAME                   PIC X(12).
              10 CL-OFF                    PIC 9(4).
              10 CL-LEN                    PIC 9(4).

       *> The rules read from the policy file, with their tallies.
       77  MAX-RULES                       PIC 9(2)   VALUE 20.
       77  RULE-COUNT                      PIC 9(2)   VALUE 0.
       77  RULE-OVERFLOW                   PIC 9      VALUE 0.
       01  RULE-TABLE.
           05 RULE-SLOT OCCURS 20 TIMES.
              10 RL-FILE                   PIC X(20).
              10 RL-DATE-COL               PIC X(12).
              10 RL-DAYS                   PIC 9(4).
              10 RL-ACTION                 PIC X(8).
              10 RL-COND-COL               PIC X(12).
              10 RL-COND-OP                PIC X(2).
              10 RL-COND-VALUE             PIC X(10).
              10 RL-CUTOFF                 PIC X(8).
              10 RL-BEFORE                 PIC 9(6).
              10 RL-AFTER                  PIC 9(6).
              10 RL-ARCHIVED               PIC 9(6).
              10 RL-DELETED                PIC 9(6).
              *> Blank = applied; otherwise why the rule was skipped.
              10 RL-SKIP                   PIC X(30).
              10 RL-ARCH-PATH              PIC X(80).

       77  I                               PIC 9(2)   VALUE 0.
       77  J                               PIC 9(2)   VALUE 0.
       77  COL-FOUND                       PIC 9      VALUE 0.
       77  DATE-OFF                        PIC 9(4)   VALUE 0.
       77  COND-OFF                        PIC 9(4)   VALUE 0.
       77  COND-LEN                        PIC 9(4)   VALUE 0.
       77  ROW-EXPIRED                     PIC 9      VALUE 0.
       77  ROW-COND-MET                    PIC 9      VALUE 0.
       77  LOOK-OFF                        PIC 9(4)   VALUE 0.
       77  LOOK-LEN                        PIC 9(4)   VALUE 0.
       01  LOOK-FILE                       PIC X(20)  VALUE SPACES.
       01  LOOK-COL                        PIC X(12)  VALUE SPACES.
       01  ROW-DATE                        PIC X(8)   VALUE SPACES.
       01  ROW-COND-VALUE                  PIC X(120) VALUE SPACES.

       77  TODAY-INT                       PIC 9(8)   VALUE 0.
       77  CUTOFF-INT                      PIC 9(8)   VALUE 0.
       01  CUTOFF-DATE-NUM                 PIC 9(8)   VALUE 0.
       77  TOTAL-ARCHIVED                  PIC 9(6)   VALUE 0.
       77  TOTAL-DELETED                   PIC 9(6)   VALUE 0.
       77  RULES-APPLIED                   PIC 9(2)   VALUE 0.
       77  RULES-SKIPPED                   PIC 9(2)   VALUE 0.

       01  NOW-STAMP                       PIC X(21)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "=== InCollege Data Retention Sweep ==="
           PERFORM 0100-TAKE-LOCK
           MOVE FUNCTION CURRENT-DATE TO NOW-STAMP
           COMPUTE TODAY-INT =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(NOW-STAMP(1:8)))
           PERFORM 0200-BUILD-COLUMN-TABLE
           PERFORM 1000-LOAD-POLICY
           IF RULE-COUNT = 0
              DISPLAY "The retention policy holds no rules - nothing to do."
              PERFORM 0900-RELEASE-LOCK
              STOP RUN
           END-IF

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > RULE-COUNT
              PERFORM 2000-CHECK-RULE
              IF RL-SKIP(I) = SPACES
                 PERFORM 3000-APPLY-RULE
              END-IF
           END-PERFORM
           PERFORM 5000-REPORT
           PERFORM 0900-RELEASE-LOCK
           STOP RUN.

       0200-BUILD-COLUMN-TABLE.
           MOVE "messages.dat"        TO CL-FILE(1)
           MOVE "MG-FROM"   TO CL-NAME(1)  MOVE 1   TO CL-OFF(1)
           MOVE 20          TO CL-LEN(1)
           MOVE "messages.dat"        TO CL-FILE(2)
           MOVE "MG-TO"     TO CL-NAME(2)  MOVE 21  TO CL-OFF(2)
           MOVE 20          TO CL-LEN(2)
           MOVE "messages.dat"        TO CL-FILE(3)
           MOVE "MG-SENT"   TO CL-NAME(3)  MOVE 41  TO CL-OFF(3)
           MOVE 8           TO CL-LEN(3)
           *> MG-READ is "R" once the recipient has seen the message.
           MOVE "messages.dat"        TO CL-FILE(4)
           MOVE "MG-READ"   TO CL-NAME(4)  MOVE 169 TO CL-OFF(4)
           MOVE 1           TO CL-LEN(4)
           MOVE "notifications.dat"   TO CL-FILE(5)
           MOVE "NT-USER"   TO CL-NAME(5)  MOVE 1   TO CL-OFF(5)
           MOVE 20          TO CL-LEN(5)
           MOVE "notifications.dat"   TO CL-FILE(6)
           MOVE "NT-DATE"   TO CL-NAME(6)  MOVE 21  TO CL-OFF(6)
           MOVE 8           TO CL-LEN(6)
           MOVE "profile_views.dat"   TO CL-FILE(7)
           MOVE "PV-VIEWER" TO CL-NAME(7)  MOVE 1   TO CL-OFF(7)
           MOVE 20          TO CL-LEN(7)
           MOVE "profile_views.dat"   TO CL-FILE(8)
           MOVE "PV-VIEWED" TO CL-NAME(8)  MOVE 21  TO CL-OFF(8)
           MOVE 20          TO CL-LEN(8)
           MOVE "profile_views.dat"   TO CL-FILE(9)
           MOVE "PV-DATE"   TO CL-NAME(9)  MOVE 41  TO CL-OFF(9)
           MOVE 8           TO CL-LEN(9)
           MOVE "security_events.dat" TO CL-FILE(10)
           MOVE "SE-STAMP"  TO CL-NAME(10) MOVE 1   TO CL-OFF(10)
           MOVE 15          TO CL-LEN(10)
           MOVE "security_events.dat" TO CL-FILE(11)
           MOVE "SE-USER"   TO CL-NAME(11) MOVE 16  TO CL-OFF(11)
           MOVE 20          TO CL-LEN(11)
           MOVE "security_events.dat" TO CL-FILE(12)
           MOVE "SE-EVENT"  TO CL-NAME(12) MOVE 36  TO CL-OFF(12)
           MOVE 12          TO CL-LEN(12)
           MOVE "group_posts.dat"     TO CL-FILE(13)
           MOVE "GP-GROUP"  TO CL-NAME(13) MOVE 1   TO CL-OFF(13)
           MOVE 30          TO CL-LEN(13)
           MOVE "group_posts.dat"     TO CL-FILE(14)
           MOVE "GP-FROM"   TO CL-NAME(14) MOVE 31  TO CL-OFF(14)
           MOVE 20          TO CL-LEN(14)
           MOVE "group_posts.dat"     TO CL-FILE(15)
           MOVE "GP-SENT"   TO CL-NAME(15) MOVE 51  TO CL-OFF(15)
           MOVE 8           TO CL-LEN(15)
           MOVE "group_posts.dat"     TO CL-FILE(16)
           MOVE "GP-BODY"   TO CL-NAME(16) MOVE 59  TO CL-OFF(16)
           MOVE 120         TO CL-LEN(16)
           MOVE "notifications.dat"   TO CL-FILE(17)
           MOVE "NT-TEXT"   TO CL-NAME(17) MOVE 29  TO CL-OFF(17)
           MOVE 80          TO CL-LEN(17)
           MOVE "sla_breaches.dat"    TO CL-FILE(18)
           MOVE "SB-DATE"   TO CL-NAME(18) MOVE 1   TO CL-OFF(18)
           MOVE 8           TO CL-LEN(18)
           .

       1000-LOAD-POLICY.
           MOVE 0 TO RULE-COUNT
           MOVE 0 TO RULE-OVERFLOW
           OPEN INPUT PolicyFile
           IF FS-POLICY = "35"
              CLOSE PolicyFile
              PERFORM 1100-SEED-POLICY
              MOVE SPACES TO FS-POLICY
              OPEN INPUT PolicyFile
           END-IF
           IF FS-POLICY NOT = "00"
              DISPLAY "Cannot open retention_policy.dat (status "
                 FS-POLICY ")."
              CLOSE PolicyFile
              PERFORM 0900-RELEASE-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL 1 = 2
              READ PolicyFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-POLICY NOT = "00"
                 EXIT PERFORM
              END-IF
              IF RP-FILE NOT = SPACES AND RP-FILE(1:1) NOT = "*"
                 IF RULE-COUNT < MAX-RULES
                    ADD 1 TO RULE-COUNT
                    MOVE FUNCTION TRIM(RP-FILE)     TO RL-FILE(RULE-COUNT)
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RP-DATE-COL))
                       TO RL-DATE-COL(RULE-COUNT)
                    IF RP-DAYS IS NUMERIC
                       MOVE RP-DAYS TO RL-DAYS(RULE-COUNT)
                    ELSE
                       MOVE 0 TO RL-DAYS(RULE-COUNT)
                    END-IF
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RP-ACTION))
                       TO RL-ACTION(RULE-COUNT)
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RP-COND-COL))
                       TO RL-COND-COL(RULE-COUNT)
                    MOVE FUNCTION UPPER-CASE(RP-COND-OP)
                       TO RL-COND-OP(RULE-COUNT)
                    MOVE RP-COND-VALUE TO RL-COND-VALUE(RULE-COUNT)
                    MOVE SPACES TO RL-CUTOFF(RULE-COUNT)
                       RL-SKIP(RULE-COUNT) RL-ARCH-PATH(RULE-COUNT)
                    MOVE 0 TO RL-BEFORE(RULE-COUNT) RL-AFTER(RULE-COUNT)
                       RL-ARCHIVED(RULE-COUNT) RL-DELETED(RULE-COUNT)
                 ELSE
                    MOVE 1 TO RULE-OVERFLOW
                 END-IF
              END-IF
           END-PERFORM
           CLOSE PolicyFile
           IF RULE-OVERFLOW = 1
              DISPLAY "WARNING: rules beyond the first " MAX-RULES
                 " in the policy file were NOT applied."
           END-IF
           .

       *> The documented default periods: read messages a year,
       *> notifications 90 days, profile views 180 days, security
       *> events two years, group posts a year, SLA reminder log a
       *> year. Messages, security events and group posts are
       *> archived, the rest deleted outright.
       1100-SEED-POLICY.
           OPEN OUTPUT PolicyFile
           MOVE SPACES TO POLICY-REC
           MOVE "* FILE              DATECOL     DAYSACTION  CONDCOL     OPVALUE"
              TO POLICY-REC
           WRITE POLICY-REC

           MOVE SPACES TO POLICY-REC
           MOVE "messages.dat"        TO RP-FILE
           MOVE "MG-SENT"             TO RP-DATE-COL
           MOVE 365                   TO RP-DAYS
           MOVE "ARCHIVE"             TO RP-ACTION
           MOVE "MG-READ"             TO RP-COND-COL
           MOVE "EQ"                  TO RP-COND-OP
           MOVE "R"                   TO RP-COND-VALUE
           WRITE POLICY-REC

           MOVE SPACES TO POLICY-REC
           MOVE "notifications.dat"   TO RP-FILE
           MOVE "NT-DATE"             TO RP-DATE-COL
           MOVE 90                    TO RP-DAYS
           MOVE "DELETE"              TO RP-ACTION
           WRITE POLICY-REC

           MOVE SPACES TO POLICY-REC
           MOVE "profile_views.dat"   TO RP-FILE
           MOVE "PV-DATE"             TO RP-DATE-COL
           MOVE 180                   TO RP-DAYS
           MOVE "DELETE"              TO RP-ACTION
           WRITE POLICY-REC

           MOVE SPACES TO POLICY-REC
           MOVE "security_events.dat" TO RP-FILE
           MOVE "SE-STAMP"            TO RP-DATE-COL
           MOVE 730                   TO RP-DAYS
           MOVE "ARCHIVE"             TO RP-ACTION
           WRITE POLICY-REC

           MOVE SPACES TO POLICY-REC
           MOVE "group_posts.dat"     TO RP-FILE
           MOVE "GP-SENT"             TO RP-DATE-COL
           MOVE 365                   TO RP-DAYS
           MOVE "ARCHIVE"             TO RP-ACTION
           WRITE POLICY-REC

           MOVE SPACES TO POLICY-REC
           MOVE "sla_breaches.dat"    TO RP-FILE
           MOVE "SB-DATE"             TO RP-DATE-COL
           MOVE 365                   TO RP-DAYS
           MOVE "DELETE"              TO RP-ACTION
           WRITE POLICY-REC
           CLOSE PolicyFile
           DISPLAY "No retention policy on file - default policy written"
              " to data/retention_policy.dat."
           .

       *> Validates rule I against the column table and works out its
       *> cutoff date. A rule that fails is skipped, not guessed at.
       2000-CHECK-RULE.
           MOVE RL-FILE(I) TO LOOK-FILE
           MOVE SPACES TO LOOK-COL
           PERFORM 2100-FIND-COLUMN
           IF COL-FOUND = 0
              MOVE "file not covered" TO RL-SKIP(I)
              EXIT PARAGRAPH
           END-IF
           MOVE RL-DATE-COL(I) TO LOOK-COL
           PERFORM 2100-FIND-COLUMN
           IF COL-FOUND = 0 OR LOOK-LEN < 8
              MOVE "unknown date column" TO RL-SKIP(I)
              EXIT PARAGRAPH
           END-IF
           IF RL-DAYS(I) < 1
              MOVE "retention days missing" TO RL-SKIP(I)
              EXIT PARAGRAPH
           END-IF
           IF RL-ACTION(I) NOT = "ARCHIVE" AND RL-ACTION(I) NOT = "DELETE"
              MOVE "action not ARCHIVE/DELETE" TO RL-SKIP(I)
              EXIT PARAGRAPH
           END-IF
           IF RL-COND-COL(I) NOT = SPACES
              MOVE RL-COND-COL(I) TO LOOK-COL
              PERFORM 2100-FIND-COLUMN
              IF COL-FOUND = 0
                 MOVE "unknown condition column" TO RL-SKIP(I)
                 EXIT PARAGRAPH
              END-IF
              IF RL-COND-OP(I) NOT = "EQ" AND RL-COND-OP(I) NOT = "NE"
                 MOVE "condition op not EQ/NE" TO RL-SKIP(I)
                 EXIT PARAGRAPH
              END-IF
           END-IF
           COMPUTE CUTOFF-INT = TODAY-INT - RL-DAYS(I)
           COMPUTE CUTOFF-DATE-NUM = FUNCTION DATE-OF-INTEGER(CUTOFF-INT)
           MOVE CUTOFF-DATE-NUM TO RL-CUTOFF(I)
           .

       *> Looks LOOK-COL up for LOOK-FILE (a blank LOOK-COL only asks
       *> whether the file is covered at all). Sets COL-FOUND,
       *> LOOK-OFF and LOOK-LEN.
       2100-FIND-COLUMN.
           MOVE 0 TO COL-FOUND
           MOVE 0 TO LOOK-OFF
           MOVE 0 TO LOOK-LEN
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > COL-COUNT
              IF CL-FILE(J) = LOOK-FILE
                 AND (LOOK-COL = SPACES OR CL-NAME(J) = LOOK-COL)
                 MOVE 1 TO COL-FOUND
                 MOVE CL-OFF(J) TO LOOK-OFF
                 MOVE CL-LEN(J) TO LOOK-LEN
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .

       *> One staged pass of rule I over its file. A row ages out when
       *> its date is a real date before the cutoff and it meets the
       *> rule's condition; rows with no usable date are always kept.
       3000-APPLY-RULE.
           MOVE RL-FILE(I) TO LOOK-FILE
           MOVE RL-DATE-COL(I) TO LOOK-COL
           PERFORM 2100-FIND-COLUMN
           MOVE LOOK-OFF TO DATE-OFF
           MOVE 0 TO COND-OFF
           MOVE 0 TO COND-LEN
           IF RL-COND-COL(I) NOT = SPACES
              MOVE RL-COND-COL(I) TO LOOK-COL
              PERFORM 2100-FIND-COLUMN
              MOVE LOOK-OFF TO COND-OFF
              MOVE LOOK-LEN TO COND-LEN
           END-IF

           MOVE SPACES TO FILE-BASE
           UNSTRING RL-FILE(I) DELIMITED BY ".dat" INTO FILE-BASE
           END-UNSTRING
           MOVE SPACES TO RETAIN-IN-PATH RETAIN-OUT-PATH ARCH-NEW-PATH
           STRING "data/" DELIMITED BY SIZE
                  FUNCTION TRIM(RL-FILE(I)) DELIMITED BY SIZE
                  INTO RETAIN-IN-PATH
           END-STRING
           STRING "data/" DELIMITED BY SIZE
                  FUNCTION TRIM(FILE-BASE) DELIMITED BY SIZE
                  ".new" DELIMITED BY SIZE
                  INTO RETAIN-OUT-PATH
           END-STRING
           STRING "data/" DELIMITED BY SIZE
                  FUNCTION TRIM(FILE-BASE) DELIMITED BY SIZE
                  "-archive.new" DELIMITED BY SIZE
                  INTO ARCH-NEW-PATH
           END-STRING

           OPEN INPUT RetainInFile
           IF FS-RIN = "35"
              CLOSE RetainInFile
              MOVE SPACES TO FS-RIN
              MOVE "file not on disk" TO RL-SKIP(I)
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RetainOutFile
           IF RL-ACTION(I) = "ARCHIVE"
              OPEN OUTPUT ArchFile
           END-IF
           PERFORM UNTIL 1 = 2
              READ RetainInFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-RIN NOT = "00"
                 EXIT PERFORM
              END-IF
              IF RETAIN-IN-REC NOT = SPACES
                 ADD 1 TO RL-BEFORE(I)
                 PERFORM 3100-TEST-ROW
                 IF ROW-EXPIRED = 1
                    IF RL-ACTION(I) = "ARCHIVE"
                       MOVE RETAIN-IN-REC TO ARCH-REC
                       WRITE ARCH-REC
                       ADD 1 TO RL-ARCHIVED(I)
                    ELSE
                       ADD 1 TO RL-DELETED(I)
                    END-IF
                 ELSE
                    MOVE RETAIN-IN-REC TO RETAIN-OUT-REC
                    WRITE RETAIN-OUT-REC
                    ADD 1 TO RL-AFTER(I)
                 END-IF
              END-IF
           END-PERFORM
           CLOSE RetainInFile
           CLOSE RetainOutFile
           IF RL-ACTION(I) = "ARCHIVE"
              CLOSE ArchFile
           END-IF

           *> Only swap when something aged out, so a quiet night
           *> leaves the live file untouched.
           IF RL-ARCHIVED(I) + RL-DELETED(I) > 0
              CALL "CBL_RENAME_FILE" USING RETAIN-OUT-PATH RETAIN-IN-PATH
           ELSE
              CALL "CBL_DELETE_FILE" USING RETAIN-OUT-PATH
           END-IF
           IF RL-ACTION(I) = "ARCHIVE"
              PERFORM 3200-NAME-ARCHIVE
           END-IF
           ADD RL-ARCHIVED(I) TO TOTAL-ARCHIVED
           ADD RL-DELETED(I) TO TOTAL-DELETED
           .

       *> Sets ROW-EXPIRED for the current row of rule I.
       3100-TEST-ROW.
           MOVE 0 TO ROW-EXPIRED
           MOVE RETAIN-IN-REC(DATE-OFF:8) TO ROW-DATE
           IF ROW-DATE IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           IF ROW-DATE NOT < RL-CUTOFF(I)
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO ROW-COND-MET
           IF COND-OFF > 0
              MOVE SPACES TO ROW-COND-VALUE
              MOVE RETAIN-IN-REC(COND-OFF:COND-LEN) TO ROW-COND-VALUE
              IF FUNCTION TRIM(ROW-COND-VALUE)
                 = FUNCTION TRIM(RL-COND-VALUE(I))
                 IF RL-COND-OP(I) = "NE"
                    MOVE 0 TO ROW-COND-MET
                 END-IF
              ELSE
                 IF RL-COND-OP(I) = "EQ"
                    MOVE 0 TO ROW-COND-MET
                 END-IF
              END-IF
           END-IF
           IF ROW-COND-MET = 1
              MOVE 1 TO ROW-EXPIRED
           END-IF
           .

       *> Gives rule I's archive its dated name, with the usual
       *> time-stamped fallback when a same-day run already took it.
       *> An empty archive is removed rather than kept.
       3200-NAME-ARCHIVE.
           IF RL-ARCHIVED(I) = 0
              CALL "CBL_DELETE_FILE" USING ARCH-NEW-PATH
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ARCH-DATED-PATH
           STRING "data/" DELIMITED BY SIZE
                  FUNCTION TRIM(FILE-BASE) DELIMITED BY SIZE
                  "-archive-" DELIMITED BY SIZE
                  NOW-STAMP(1:8) DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO ARCH-DATED-PATH
           END-STRING
           CALL "CBL_CHECK_FILE_EXIST" USING ARCH-DATED-PATH
              ARCH-EXIST-INFO
           IF RETURN-CODE = 0
              MOVE FUNCTION CURRENT-DATE TO NOW-STAMP
              MOVE SPACES TO ARCH-DATED-PATH
              STRING "data/" DELIMITED BY SIZE
                     FUNCTION TRIM(FILE-BASE) DELIMITED BY SIZE
                     "-archive-" DELIMITED BY SIZE
                     NOW-STAMP(1:8) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     NOW-STAMP(9:6) DELIMITED BY SIZE
                     ".dat" DELIMITED BY SIZE
                     INTO ARCH-DATED-PATH
              END-STRING
           END-IF
           CALL "CBL_RENAME_FILE" USING ARCH-NEW-PATH ARCH-DATED-PATH
           MOVE 0 TO RETURN-CODE
           MOVE ARCH-DATED-PATH TO RL-ARCH-PATH(I)
           .

       5000-REPORT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > RULE-COUNT
              DISPLAY " "
              IF RL-COND-COL(I) = SPACES
                 DISPLAY "Rule " I ": " FUNCTION TRIM(RL-FILE(I)) " by "
                    FUNCTION TRIM(RL-DATE-COL(I)) ", keep " RL-DAYS(I)
                    " days, then " FUNCTION TRIM(RL-ACTION(I))
              ELSE
                 DISPLAY "Rule " I ": " FUNCTION TRIM(RL-FILE(I)) " by "
                    FUNCTION TRIM(RL-DATE-COL(I)) ", keep " RL-DAYS(I)
                    " days, then " FUNCTION TRIM(RL-ACTION(I))
                    " where " FUNCTION TRIM(RL-COND-COL(I)) " "
                    RL-COND-OP(I) " '" FUNCTION TRIM(RL-COND-VALUE(I)) "'"
              END-IF
              IF RL-SKIP(I) NOT = SPACES
                 DISPLAY "  SKIPPED: " FUNCTION TRIM(RL-SKIP(I))
                 ADD 1 TO RULES-SKIPPED
              ELSE
                 ADD 1 TO RULES-APPLIED
                 DISPLAY "  Cutoff (rows dated before):  " RL-CUTOFF(I)
                 DISPLAY "  Rows before:   " RL-BEFORE(I)
                 DISPLAY "  Rows after:    " RL-AFTER(I)
                 DISPLAY "  Rows archived: " RL-ARCHIVED(I)
                 DISPLAY "  Rows deleted:  " RL-DELETED(I)
                 IF RL-AFTER(I) + RL-ARCHIVED(I) + RL-DELETED(I)
                    NOT = RL-BEFORE(I)
                    DISPLAY "  WARNING: after + archived + deleted does"
                       " not equal rows before."
                 END-IF
                 IF RL-ARCH-PATH(I) NOT = SPACES
                    DISPLAY "  Archive written to "
                       FUNCTION TRIM(RL-ARCH-PATH(I))
                 END-IF
              END-IF
           END-PERFORM
           DISPLAY " "
           DISPLAY "Rules applied:        " RULES-APPLIED
           DISPLAY "Rules skipped:        " RULES-SKIPPED
           DISPLAY "Total rows archived:  " TOTAL-ARCHIVED
           DISPLAY "Total rows deleted:   " TOTAL-DELETED
           DISPLAY "=== Retention sweep complete ==="
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
           STRING "RetentionSweep " DELIMITED BY SIZE
                  LOCK-STAMP-WS(1:14) DELIMITED BY SIZE
                  INTO LOCK-REC
           END-STRING
           WRITE LOCK-REC
           CLOSE LockFile
           .

       0900-RELEASE-LOCK.
           CALL "CBL_DELETE_FILE" USING LOCK-PATH
           .
