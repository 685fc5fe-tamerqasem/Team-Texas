>>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpsStatus.

       *> Morning operations status sheet. Gathers onto one page what
       *> the operator used to check file by file each morning: how
       *> last night's chain went (data/nightchain.ctl), how old each
       *> backup generation is, whether data/incollege.lock is present
       *> and how old its stamp is, and the counts that mean somebody
       *> is waiting - pending ("P") employer registrations, OPEN
       *> content reports, locked accounts, and the last 24 hours of
       *> security events. Anything needing operator action is listed
       *> first, under ACTION NEEDED.
       *>
       *> Every file is opened for input only and the session lock is
       *> only looked at, never taken, so the sheet can be run while a
       *> session or the chain itself is live.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ControlFile     ASSIGN TO "data/nightchain.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-CTL.

           SELECT LockFile        ASSIGN TO "data/incollege.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-LOCK.

           SELECT AcctFile        ASSIGN TO "data/accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-ACCT.

           SELECT ContentRepFile  ASSIGN TO "data/content_reports.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-CREP.

           SELECT SecEventFile    ASSIGN TO "data/security_events.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-SECEV.

       DATA DIVISION.
       FILE SECTION.

       *> Layout must track CTL-REC in NightChain.cob.
       FD  ControlFile.
       01  CTL-REC.
           05 CT-DATE                      PIC X(8).
           05 CT-STEP                      PIC 9(2).
           05 CT-NAME                      PIC X(20).
           05 CT-STATUS                    PIC X(8).
           05 CT-STAMP                     PIC X(14).

       FD  LockFile.
       01  LOCK-REC                        PIC X(40).

       *> Layout must track ACCT-REC in InCollege2.cob.
       FD  AcctFile.
       01  ACCT-REC.
           05 AR-USER                      PIC X(20).
           05 AR-SALT                      PIC 9(8).
           05 AR-HASH                      PIC 9(18).
           05 AR-TYPE                      PIC X(1).
           05 AR-FAILS                     PIC 9(2).
           05 AR-LOCKED                    PIC X(1).
           05 AR-LASTLOGIN                 PIC X(8).
           05 AR-PWSET                     PIC X(8).

       *> Layout must track CREP-REC in InCollege2.cob.
       FD  ContentRepFile.
       01  CREP-REC.
           05 CR-REPORTER                  PIC X(20).
           05 CR-TARGET                    PIC X(20).
           05 CR-KIND                      PIC X(8).
           05 CR-DETAIL                    PIC X(120).
           05 CR-DATE                      PIC X(8).
           05 CR-STATUS                    PIC X(10).

       *> Layout must track SECEV-REC in InCollege2.cob.
       FD  SecEventFile.
       01  SECEV-REC.
           05 SE-STAMP                     PIC X(15).
           05 SE-USER                      PIC X(20).
           05 SE-EVENT                     PIC X(12).

       WORKING-STORAGE SECTION.
       77  FS-CTL                          PIC XX     VALUE SPACES.
       77  FS-LOCK                         PIC XX     VALUE SPACES.
       77  FS-ACCT                         PIC XX     VALUE SPACES.
       77  FS-CREP                         PIC XX     VALUE SPACES.
       77  FS-SECEV                        PIC XX     VALUE SPACES.

       *> Thresholds. A newest backup older than BACKUP-MAX-HOURS
       *> means the nightly BACKUP step did not run; a lock older than
       *> LOCK-STALE-HOURS is almost certainly left behind by a crash.
       77  BACKUP-MAX-HOURS                PIC 9(3)   VALUE 26.
       77  LOCK-STALE-HOURS                PIC 9(3)   VALUE 12.

       01  NOW-STAMP                       PIC X(21)  VALUE SPACES.
       77  TODAY-INT                       PIC 9(8)   VALUE 0.
       01  YESTERDAY                       PIC 9(8)   VALUE 0.
       *> Security events at or after this stamp (same time yesterday,
       *> in SE-STAMP's YYYYMMDD-HHMMSS form) count as the last 24h.
       01  EVENT-CUTOFF                    PIC X(15)  VALUE SPACES.
       77  NOW-MINUTES                     PIC 9(9)   VALUE 0.

       *> Minutes since day 1 for a date and time, from
       *> 8000-STAMP-MINUTES, and an age in minutes turned into
       *> "Nd HHh" text by 8100-FORMAT-AGE.
       01  CALC-DATE                       PIC 9(8)   VALUE 0.
       01  CALC-HH                         PIC 99     VALUE 0.
       01  CALC-MI                         PIC 99     VALUE 0.
       77  CALC-MINUTES                    PIC 9(9)   VALUE 0.
       77  AGE-MINUTES                     PIC 9(9)   VALUE 0.
       77  AGE-HOURS                       PIC 9(7)   VALUE 0.
       77  AGE-DAYS                        PIC 9(5)   VALUE 0.
       77  AGE-PART                        PIC 9(2)   VALUE 0.
       01  AGE-MM-DISPLAY                  PIC 99.
       01  AGE-DAYS-DISPLAY                PIC ZZZ9.
       01  AGE-HH-DISPLAY                  PIC 99.
       01  AGE-TEXT                        PIC X(12)  VALUE SPACES.

       *> Operator action list, printed at the top of the sheet.
       77  MAX-FLAGS                       PIC 9(2)   VALUE 40.
       77  FLAG-COUNT                      PIC 9(2)   VALUE 0.
       01  FLAG-TABLE.
           05 FLAG-LINE OCCURS 40 TIMES    PIC X(120).
       01  FLAG-TEXT                       PIC X(120) VALUE SPACES.

       *> Last night's chain. The chain length must track STEP-COUNT
       *> in NightChain.cob. CS-STATUS is the step's last recorded
       *> status that night (STARTED, DONE or FAILED; blank = never
       *> reached).
       77  CHAIN-STEP-COUNT                PIC 9(2)   VALUE 15.
       77  MAX-CHAIN-SLOTS                 PIC 9(2)   VALUE 20.
       77  CHAIN-HIGH-STEP                 PIC 9(2)   VALUE 0.
       01  CHAIN-DATE                      PIC X(8)   VALUE SPACES.
       01  CHAIN-TABLE.
           05 CHAIN-SLOT OCCURS 20 TIMES.
              10 CS-NAME                   PIC X(20).
              10 CS-STATUS                 PIC X(8).
              10 CS-START                  PIC X(14).
              10 CS-END                    PIC X(14).
       77  CHAIN-DONE                      PIC 9(2)   VALUE 0.
       77  CHAIN-PROBLEM                   PIC 9      VALUE 0.

       *> Files BackupData keeps three generations of; must track the
       *> files BackupData copies.
       77  BACKUP-FILE-COUNT               PIC 9      VALUE 5.
       01  BACKUP-TABLE.
           05 BACKUP-SLOT OCCURS 5 TIMES.
              10 BK-BASE                   PIC X(40).
              10 BK-GEN OCCURS 3 TIMES.
                 15 BK-PRESENT             PIC 9.
                 15 BK-AGE-MIN             PIC 9(9).
       01  GEN-PATH                        PIC X(50)  VALUE SPACES.
       01  GEN-SUFFIX                      PIC X(5)   VALUE SPACES.
       *> Receiving area for CBL_CHECK_FILE_EXIST (size + date/time).
       01  GEN-EXIST-INFO                  PIC X(16)  VALUE SPACES.
       01  GEN-EXIST-PARTS REDEFINES GEN-EXIST-INFO.
           05 GX-SIZE                      PIC X(8).
           05 GX-DAY                       PIC X.
           05 GX-MONTH                     PIC X.
           05 GX-YEAR-HI                   PIC X.
           05 GX-YEAR-LO                   PIC X.
           05 GX-HOUR                      PIC X.
           05 GX-MINUTE                    PIC X.
           05 GX-SECOND                    PIC X.
           05 GX-HUNDREDTHS                PIC X.

       *> Session lock.
       77  LOCK-PRESENT                    PIC 9      VALUE 0.
       77  LOCK-AGED                       PIC 9      VALUE 0.
       77  LOCK-LEN                        PIC 9(2)   VALUE 0.
       01  LOCK-OWNER                      PIC X(40)  VALUE SPACES.
       01  LOCK-STAMP                      PIC X(14)  VALUE SPACES.
       77  LOCK-AGE-MIN                    PIC 9(9)   VALUE 0.

       *> Queues and security events.
       77  PENDING-COUNT                   PIC 9(5)   VALUE 0.
       77  LOCKED-COUNT                    PIC 9(5)   VALUE 0.
       77  OPEN-REPORT-COUNT               PIC 9(5)   VALUE 0.
       77  OLDEST-REPORT                   PIC X(8)   VALUE SPACES.
       77  EVENT-TOTAL                     PIC 9(5)   VALUE 0.
       77  LOCKOUT-COUNT                   PIC 9(5)   VALUE 0.
       77  ACCT-OPENED                     PIC 9      VALUE 0.
       77  CREP-OPENED                     PIC 9      VALUE 0.
       77  SECEV-OPENED                    PIC 9      VALUE 0.
       77  MAX-EVENT-KINDS                 PIC 9(2)   VALUE 20.
       77  EVENT-KIND-COUNT                PIC 9(2)   VALUE 0.
       01  EVENT-KIND-TABLE.
           05 EVENT-KIND-SLOT OCCURS 20 TIMES.
              10 EK-NAME                   PIC X(12).
              10 EK-COUNT                  PIC 9(5).

       77  I                               PIC 9(2)   VALUE 0.
       77  G                               PIC 9      VALUE 0.
       01  CNT-DISPLAY                     PIC ZZZZ9.
       01  STEP-DISPLAY                    PIC Z9.
       01  LINE-OUT                        PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO NOW-STAMP
           COMPUTE TODAY-INT =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(NOW-STAMP(1:8)))
           COMPUTE YESTERDAY = FUNCTION DATE-OF-INTEGER(TODAY-INT - 1)
           MOVE SPACES TO EVENT-CUTOFF
           STRING YESTERDAY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  NOW-STAMP(9:6) DELIMITED BY SIZE
                  INTO EVENT-CUTOFF
           END-STRING
           MOVE NOW-STAMP(1:8) TO CALC-DATE
           MOVE NOW-STAMP(9:2) TO CALC-HH
           MOVE NOW-STAMP(11:2) TO CALC-MI
           PERFORM 8000-STAMP-MINUTES
           MOVE CALC-MINUTES TO NOW-MINUTES

           *> Everything is gathered first so the action list can
           *> lead the sheet.
           PERFORM 1000-READ-CHAIN
           PERFORM 2000-CHECK-BACKUPS
           PERFORM 3000-CHECK-LOCK
           PERFORM 4000-COUNT-ACCOUNTS
           PERFORM 4100-COUNT-REPORTS
           PERFORM 4200-COUNT-EVENTS

           DISPLAY "=== InCollege Morning Operations Status ==="
           DISPLAY "As of " NOW-STAMP(1:4) "-" NOW-STAMP(5:2) "-"
              NOW-STAMP(7:2) " " NOW-STAMP(9:2) ":" NOW-STAMP(11:2)
           PERFORM 5000-SHOW-FLAGS
           PERFORM 5100-SHOW-CHAIN
           PERFORM 5200-SHOW-BACKUPS
           PERFORM 5300-SHOW-LOCK
           PERFORM 5400-SHOW-COUNTS
           DISPLAY " "
           DISPLAY "=== End of Status Sheet ==="
           STOP RUN.

       *> Finds the latest run date in the control file, then replays
       *> that night's rows so each step ends at its last recorded
       *> status. The file is the whole history of the chain, so the
       *> first pass only has to find the newest date.
       1000-READ-CHAIN.
           MOVE SPACES TO CHAIN-DATE
           MOVE 0 TO CHAIN-HIGH-STEP
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > MAX-CHAIN-SLOTS
              MOVE SPACES TO CS-NAME(I) CS-STATUS(I) CS-START(I)
                 CS-END(I)
           END-PERFORM
           OPEN INPUT ControlFile
           IF FS-CTL NOT = "00"
              CLOSE ControlFile
              MOVE SPACES TO FLAG-TEXT
              STRING "Nightly chain has no control file - it has never"
                     " run (scripts/run_night_chain.sh)."
                        DELIMITED BY SIZE
                     INTO FLAG-TEXT
              END-STRING
              PERFORM 9000-ADD-FLAG
              MOVE 1 TO CHAIN-PROBLEM
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ ControlFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-CTL NOT = "00"
                 EXIT PERFORM
              END-IF
              IF CT-DATE > CHAIN-DATE
                 MOVE CT-DATE TO CHAIN-DATE
              END-IF
           END-PERFORM
           CLOSE ControlFile

           OPEN INPUT ControlFile
           PERFORM UNTIL 1 = 2
              READ ControlFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-CTL NOT = "00"
                 EXIT PERFORM
              END-IF
              IF CT-DATE = CHAIN-DATE
                 AND CT-STEP > 0 AND CT-STEP <= MAX-CHAIN-SLOTS
                 MOVE CT-NAME   TO CS-NAME(CT-STEP)
                 MOVE CT-STATUS TO CS-STATUS(CT-STEP)
                 IF CT-STATUS = "STARTED"
                    MOVE CT-STAMP TO CS-START(CT-STEP)
                    MOVE SPACES   TO CS-END(CT-STEP)
                 ELSE
                    MOVE CT-STAMP TO CS-END(CT-STEP)
                 END-IF
                 IF CT-STEP > CHAIN-HIGH-STEP
                    MOVE CT-STEP TO CHAIN-HIGH-STEP
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ControlFile

           IF CHAIN-DATE = SPACES
              MOVE "Nightly chain control file is empty." TO FLAG-TEXT
              PERFORM 9000-ADD-FLAG
              MOVE 1 TO CHAIN-PROBLEM
              EXIT PARAGRAPH
           END-IF

           *> A chain started after midnight carries today's date;
           *> one started before it carries yesterday's. Anything
           *> older means last night's run never happened.
           IF CHAIN-DATE < YESTERDAY
              MOVE SPACES TO FLAG-TEXT
              STRING "No nightly chain run last night - the last run"
                     " was " DELIMITED BY SIZE
                     CHAIN-DATE DELIMITED BY SIZE
                     "." DELIMITED BY SIZE
                     INTO FLAG-TEXT
              END-STRING
              PERFORM 9000-ADD-FLAG
              MOVE 1 TO CHAIN-PROBLEM
           END-IF

           MOVE 0 TO CHAIN-DONE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CHAIN-HIGH-STEP
              MOVE I TO STEP-DISPLAY
              EVALUATE CS-STATUS(I)
                 WHEN "DONE"
                    ADD 1 TO CHAIN-DONE
                 WHEN "FAILED"
                    MOVE SPACES TO FLAG-TEXT
                    STRING "Chain step " DELIMITED BY SIZE
                           FUNCTION TRIM(STEP-DISPLAY) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(CS-NAME(I)) DELIMITED BY SIZE
                           " FAILED - fix it and rerun"
                           " scripts/run_night_chain.sh."
                              DELIMITED BY SIZE
                           INTO FLAG-TEXT
                    END-STRING
                    PERFORM 9000-ADD-FLAG
                    MOVE 1 TO CHAIN-PROBLEM
                 WHEN "STARTED"
                    MOVE SPACES TO FLAG-TEXT
                    STRING "Chain step " DELIMITED BY SIZE
                           FUNCTION TRIM(STEP-DISPLAY) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(CS-NAME(I)) DELIMITED BY SIZE
                           " started but recorded no outcome - still"
                           " running, or the driver was killed."
                              DELIMITED BY SIZE
                           INTO FLAG-TEXT
                    END-STRING
                    PERFORM 9000-ADD-FLAG
                    MOVE 1 TO CHAIN-PROBLEM
              END-EVALUATE
           END-PERFORM
           IF CHAIN-PROBLEM = 0 AND CHAIN-DONE < CHAIN-STEP-COUNT
              MOVE CHAIN-DONE TO STEP-DISPLAY
              MOVE SPACES TO FLAG-TEXT
              STRING "Nightly chain stopped after " DELIMITED BY SIZE
                     FUNCTION TRIM(STEP-DISPLAY) DELIMITED BY SIZE
                     " of " DELIMITED BY SIZE
                     CHAIN-STEP-COUNT DELIMITED BY SIZE
                     " steps." DELIMITED BY SIZE
                     INTO FLAG-TEXT
              END-STRING
              PERFORM 9000-ADD-FLAG
           END-IF
           .

       *> Ages every generation from the file's own modification time;
       *> BackupData writes nothing else that dates a copy.
       2000-CHECK-BACKUPS.
           MOVE "data/accounts.dat"           TO BK-BASE(1)
           MOVE "data/connections.dat"        TO BK-BASE(2)
           MOVE "data/skill_completions.dat"  TO BK-BASE(3)
           MOVE "data/job_applications.dat"   TO BK-BASE(4)
           MOVE "data/InCollege-Profiles.dat" TO BK-BASE(5)
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > BACKUP-FILE-COUNT
              PERFORM VARYING G FROM 1 BY 1 UNTIL G > 3
                 PERFORM 2100-AGE-GENERATION
              END-PERFORM
              IF BK-PRESENT(I, 1) = 0
                 MOVE SPACES TO FLAG-TEXT
                 STRING "No backup generation of " DELIMITED BY SIZE
                        FUNCTION TRIM(BK-BASE(I)) DELIMITED BY SIZE
                        " (.gen1 missing)." DELIMITED BY SIZE
                        INTO FLAG-TEXT
                 END-STRING
                 PERFORM 9000-ADD-FLAG
              ELSE
                 IF BK-AGE-MIN(I, 1) > BACKUP-MAX-HOURS * 60
                    MOVE BK-AGE-MIN(I, 1) TO AGE-MINUTES
                    PERFORM 8100-FORMAT-AGE
                    MOVE SPACES TO FLAG-TEXT
                    STRING "Newest backup of " DELIMITED BY SIZE
                           FUNCTION TRIM(BK-BASE(I)) DELIMITED BY SIZE
                           " is " DELIMITED BY SIZE
                           FUNCTION TRIM(AGE-TEXT) DELIMITED BY SIZE
                           " old." DELIMITED BY SIZE
                           INTO FLAG-TEXT
                    END-STRING
                    PERFORM 9000-ADD-FLAG
                 END-IF
              END-IF
           END-PERFORM
           .

       2100-AGE-GENERATION.
           MOVE 0 TO BK-PRESENT(I, G)
           MOVE 0 TO BK-AGE-MIN(I, G)
           MOVE SPACES TO GEN-PATH GEN-SUFFIX
           STRING ".gen" G DELIMITED BY SIZE INTO GEN-SUFFIX
           END-STRING
           STRING FUNCTION TRIM(BK-BASE(I)) DELIMITED BY SIZE
                  GEN-SUFFIX DELIMITED BY SIZE
                  INTO GEN-PATH
           END-STRING
           CALL "CBL_CHECK_FILE_EXIST" USING GEN-PATH GEN-EXIST-INFO
           IF RETURN-CODE NOT = 0
              MOVE 0 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO BK-PRESENT(I, G)
           *> The date and time come back as binary bytes; ORD is one
           *> more than a byte's value.
           COMPUTE CALC-DATE =
              ((FUNCTION ORD(GX-YEAR-HI) - 1) * 256
                + FUNCTION ORD(GX-YEAR-LO) - 1) * 10000
              + (FUNCTION ORD(GX-MONTH) - 1) * 100
              + FUNCTION ORD(GX-DAY) - 1
           COMPUTE CALC-HH = FUNCTION ORD(GX-HOUR) - 1
           COMPUTE CALC-MI = FUNCTION ORD(GX-MINUTE) - 1
           PERFORM 8000-STAMP-MINUTES
           IF CALC-MINUTES < NOW-MINUTES
              COMPUTE BK-AGE-MIN(I, G) = NOW-MINUTES - CALC-MINUTES
           END-IF
           .

       *> The lock row is the owner's name followed by the 14-digit
       *> stamp it was taken at ("InCollege session 2026...").
       3000-CHECK-LOCK.
           MOVE 0 TO LOCK-PRESENT
           MOVE 0 TO LOCK-AGED
           OPEN INPUT LockFile
           IF FS-LOCK = "35"
              CLOSE LockFile
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO LOCK-PRESENT
           MOVE SPACES TO LOCK-REC
           IF FS-LOCK = "00"
              READ LockFile
                 AT END MOVE SPACES TO LOCK-REC
              END-READ
           END-IF
           CLOSE LockFile

           MOVE SPACES TO LOCK-OWNER LOCK-STAMP
           MOVE 0 TO LOCK-LEN
           IF LOCK-REC NOT = SPACES
              MOVE FUNCTION LENGTH(FUNCTION TRIM(LOCK-REC TRAILING))
                 TO LOCK-LEN
           END-IF
           IF LOCK-LEN >= 14
              MOVE LOCK-REC(LOCK-LEN - 13:14) TO LOCK-STAMP
              IF LOCK-LEN > 14
                 MOVE LOCK-REC(1:LOCK-LEN - 14) TO LOCK-OWNER
              END-IF
           END-IF
           IF LOCK-OWNER = SPACES
              MOVE "(unknown owner)" TO LOCK-OWNER
           END-IF

           IF LOCK-STAMP IS NUMERIC
              MOVE LOCK-STAMP(1:8)  TO CALC-DATE
              MOVE LOCK-STAMP(9:2)  TO CALC-HH
              MOVE LOCK-STAMP(11:2) TO CALC-MI
              PERFORM 8000-STAMP-MINUTES
              MOVE 0 TO LOCK-AGE-MIN
              IF CALC-MINUTES < NOW-MINUTES
                 COMPUTE LOCK-AGE-MIN = NOW-MINUTES - CALC-MINUTES
              END-IF
              IF LOCK-AGE-MIN > LOCK-STALE-HOURS * 60
                 MOVE 1 TO LOCK-AGED
                 MOVE LOCK-AGE-MIN TO AGE-MINUTES
                 PERFORM 8100-FORMAT-AGE
                 MOVE SPACES TO FLAG-TEXT
                 STRING "Session lock held by " DELIMITED BY SIZE
                        FUNCTION TRIM(LOCK-OWNER) DELIMITED BY SIZE
                        " for " DELIMITED BY SIZE
                        FUNCTION TRIM(AGE-TEXT) DELIMITED BY SIZE
                        " - if nothing is running, remove"
                        " data/incollege.lock." DELIMITED BY SIZE
                        INTO FLAG-TEXT
                 END-STRING
                 PERFORM 9000-ADD-FLAG
              END-IF
           ELSE
              MOVE 1 TO LOCK-AGED
              MOVE SPACES TO FLAG-TEXT
              STRING "Session lock has no readable stamp - check what"
                     " owns data/incollege.lock." DELIMITED BY SIZE
                     INTO FLAG-TEXT
              END-STRING
              PERFORM 9000-ADD-FLAG
           END-IF
           .

       4000-COUNT-ACCOUNTS.
           MOVE 0 TO ACCT-OPENED
           OPEN INPUT AcctFile
           IF FS-ACCT NOT = "00"
              MOVE SPACES TO FLAG-TEXT
              STRING "Cannot read data/accounts.dat (status "
                     DELIMITED BY SIZE
                     FS-ACCT DELIMITED BY SIZE
                     ")." DELIMITED BY SIZE
                     INTO FLAG-TEXT
              END-STRING
              CLOSE AcctFile
              PERFORM 9000-ADD-FLAG
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO ACCT-OPENED
           PERFORM UNTIL 1 = 2
              READ AcctFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-ACCT NOT = "00"
                 EXIT PERFORM
              END-IF
              IF AR-TYPE = "P"
                 ADD 1 TO PENDING-COUNT
              END-IF
              IF AR-LOCKED = "L"
                 ADD 1 TO LOCKED-COUNT
              END-IF
           END-PERFORM
           CLOSE AcctFile

           IF PENDING-COUNT > 0
              MOVE PENDING-COUNT TO CNT-DISPLAY
              MOVE SPACES TO FLAG-TEXT
              STRING FUNCTION TRIM(CNT-DISPLAY) DELIMITED BY SIZE
                     " employer registration(s) awaiting approval"
                     " (scripts/run_employer_approve.sh)."
                        DELIMITED BY SIZE
                     INTO FLAG-TEXT
              END-STRING
              PERFORM 9000-ADD-FLAG
           END-IF
           IF LOCKED-COUNT > 0
              MOVE LOCKED-COUNT TO CNT-DISPLAY
              MOVE SPACES TO FLAG-TEXT
              STRING FUNCTION TRIM(CNT-DISPLAY) DELIMITED BY SIZE
                     " account(s) locked out"
                     " (scripts/run_security_admin.sh)."
                        DELIMITED BY SIZE
                     INTO FLAG-TEXT
              END-STRING
              PERFORM 9000-ADD-FLAG
           END-IF
           .

       4100-COUNT-REPORTS.
           MOVE 0 TO CREP-OPENED
           OPEN INPUT ContentRepFile
           IF FS-CREP NOT = "00"
              CLOSE ContentRepFile
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO CREP-OPENED
           PERFORM UNTIL 1 = 2
              READ ContentRepFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-CREP NOT = "00"
                 EXIT PERFORM
              END-IF
              IF FUNCTION TRIM(CR-STATUS) = "OPEN"
                 ADD 1 TO OPEN-REPORT-COUNT
                 IF OLDEST-REPORT = SPACES OR CR-DATE < OLDEST-REPORT
                    MOVE CR-DATE TO OLDEST-REPORT
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ContentRepFile

           IF OPEN-REPORT-COUNT > 0
              MOVE OPEN-REPORT-COUNT TO CNT-DISPLAY
              MOVE SPACES TO FLAG-TEXT
              STRING FUNCTION TRIM(CNT-DISPLAY) DELIMITED BY SIZE
                     " content report(s) open in the Moderation Queue"
                     ", oldest " DELIMITED BY SIZE
                     OLDEST-REPORT DELIMITED BY SIZE
                     "." DELIMITED BY SIZE
                     INTO FLAG-TEXT
              END-STRING
              PERFORM 9000-ADD-FLAG
           END-IF
           .

       4200-COUNT-EVENTS.
           MOVE 0 TO SECEV-OPENED
           OPEN INPUT SecEventFile
           IF FS-SECEV NOT = "00"
              CLOSE SecEventFile
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO SECEV-OPENED
           PERFORM UNTIL 1 = 2
              READ SecEventFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-SECEV NOT = "00"
                 EXIT PERFORM
              END-IF
              IF SE-STAMP >= EVENT-CUTOFF
                 ADD 1 TO EVENT-TOTAL
                 IF FUNCTION TRIM(SE-EVENT) = "LOCKOUT"
                    ADD 1 TO LOCKOUT-COUNT
                 END-IF
                 PERFORM 4300-TALLY-EVENT-KIND
              END-IF
           END-PERFORM
           CLOSE SecEventFile

           IF LOCKOUT-COUNT > 0
              MOVE LOCKOUT-COUNT TO CNT-DISPLAY
              MOVE SPACES TO FLAG-TEXT
              STRING FUNCTION TRIM(CNT-DISPLAY) DELIMITED BY SIZE
                     " new LOCKOUT event(s) in the last 24 hours."
                        DELIMITED BY SIZE
                     INTO FLAG-TEXT
              END-STRING
              PERFORM 9000-ADD-FLAG
           END-IF
           .

       4300-TALLY-EVENT-KIND.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > EVENT-KIND-COUNT
              IF EK-NAME(I) = SE-EVENT
                 ADD 1 TO EK-COUNT(I)
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF EVENT-KIND-COUNT < MAX-EVENT-KINDS
              ADD 1 TO EVENT-KIND-COUNT
              MOVE SE-EVENT TO EK-NAME(EVENT-KIND-COUNT)
              MOVE 1        TO EK-COUNT(EVENT-KIND-COUNT)
           END-IF
           .

       5000-SHOW-FLAGS.
           DISPLAY " "
           IF FLAG-COUNT = 0
              DISPLAY "No operator action needed."
              EXIT PARAGRAPH
           END-IF
           MOVE FLAG-COUNT TO STEP-DISPLAY
           DISPLAY "*** ACTION NEEDED (" FUNCTION TRIM(STEP-DISPLAY)
              ") ***"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FLAG-COUNT
              DISPLAY "  ! " FUNCTION TRIM(FLAG-LINE(I) TRAILING)
           END-PERFORM
           .

       5100-SHOW-CHAIN.
           DISPLAY " "
           IF CHAIN-DATE = SPACES
              DISPLAY "-- Nightly chain: no runs recorded --"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "-- Nightly chain, run of " CHAIN-DATE " --"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CHAIN-HIGH-STEP
              MOVE I TO STEP-DISPLAY
              MOVE SPACES TO LINE-OUT
              EVALUATE CS-STATUS(I)
                 WHEN SPACES
                    STRING "  " STEP-DISPLAY " (not recorded)"
                       DELIMITED BY SIZE INTO LINE-OUT
                    END-STRING
                 WHEN "STARTED"
                    STRING "  " STEP-DISPLAY " " CS-NAME(I)
                           " STARTED  at " CS-START(I)(9:2) ":"
                           CS-START(I)(11:2) ", no outcome"
                       DELIMITED BY SIZE INTO LINE-OUT
                    END-STRING
                 WHEN OTHER
                    STRING "  " STEP-DISPLAY " " CS-NAME(I) " "
                           CS-STATUS(I) " at " CS-END(I)(9:2) ":"
                           CS-END(I)(11:2)
                       DELIMITED BY SIZE INTO LINE-OUT
                    END-STRING
              END-EVALUATE
              DISPLAY FUNCTION TRIM(LINE-OUT TRAILING)
           END-PERFORM
           IF CHAIN-HIGH-STEP < CHAIN-STEP-COUNT
              COMPUTE STEP-DISPLAY = CHAIN-HIGH-STEP + 1
              DISPLAY "  Steps " FUNCTION TRIM(STEP-DISPLAY) "-"
                 CHAIN-STEP-COUNT " not reached."
           END-IF
           .

       5200-SHOW-BACKUPS.
           DISPLAY " "
           DISPLAY "-- Backup generations (age) --"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > BACKUP-FILE-COUNT
              MOVE SPACES TO LINE-OUT
              MOVE BK-BASE(I)(6:35) TO LINE-OUT(3:30)
              PERFORM VARYING G FROM 1 BY 1 UNTIL G > 3
                 IF BK-PRESENT(I, G) = 1
                    MOVE BK-AGE-MIN(I, G) TO AGE-MINUTES
                    PERFORM 8100-FORMAT-AGE
                 ELSE
                    MOVE "missing" TO AGE-TEXT
                 END-IF
                 MOVE SPACES TO GEN-SUFFIX
                 STRING "gen" G DELIMITED BY SIZE INTO GEN-SUFFIX
                 END-STRING
                 MOVE GEN-SUFFIX TO LINE-OUT(34 + (G - 1) * 18:5)
                 MOVE AGE-TEXT   TO LINE-OUT(39 + (G - 1) * 18:12)
              END-PERFORM
              DISPLAY FUNCTION TRIM(LINE-OUT TRAILING)
           END-PERFORM
           .

       5300-SHOW-LOCK.
           DISPLAY " "
           DISPLAY "-- Session lock --"
           IF LOCK-PRESENT = 0
              DISPLAY "  No data/incollege.lock - nothing holds the"
                 " data files."
              EXIT PARAGRAPH
           END-IF
           IF LOCK-STAMP IS NUMERIC
              MOVE LOCK-AGE-MIN TO AGE-MINUTES
              PERFORM 8100-FORMAT-AGE
              DISPLAY "  Held by " FUNCTION TRIM(LOCK-OWNER)
                 " since " LOCK-STAMP(1:8) " " LOCK-STAMP(9:2) ":"
                 LOCK-STAMP(11:2) " (" FUNCTION TRIM(AGE-TEXT) " ago)"
           ELSE
              DISPLAY "  Present, contents: "
                 FUNCTION TRIM(LOCK-REC TRAILING)
           END-IF
           IF LOCK-AGED = 0
              DISPLAY "  A session or batch job is running now."
           END-IF
           .

       5400-SHOW-COUNTS.
           DISPLAY " "
           DISPLAY "-- Queues --"
           IF ACCT-OPENED = 1
              MOVE PENDING-COUNT TO CNT-DISPLAY
              DISPLAY "  Pending employer registrations:  " CNT-DISPLAY
              MOVE LOCKED-COUNT TO CNT-DISPLAY
              DISPLAY "  Locked accounts:                 " CNT-DISPLAY
           ELSE
              DISPLAY "  Accounts:                    (unreadable)"
           END-IF
           MOVE OPEN-REPORT-COUNT TO CNT-DISPLAY
           IF CREP-OPENED = 1
              DISPLAY "  Open moderation items:           " CNT-DISPLAY
           ELSE
              DISPLAY "  Open moderation items:           " CNT-DISPLAY
                 " (no content_reports.dat)"
           END-IF

           DISPLAY " "
           DISPLAY "-- Security events since " EVENT-CUTOFF " --"
           IF SECEV-OPENED = 0
              DISPLAY "  (no security_events.dat)"
              EXIT PARAGRAPH
           END-IF
           MOVE EVENT-TOTAL TO CNT-DISPLAY
           DISPLAY "  Total:                           " CNT-DISPLAY
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > EVENT-KIND-COUNT
              MOVE EK-COUNT(I) TO CNT-DISPLAY
              DISPLAY "    " EK-NAME(I) "                   "
                 CNT-DISPLAY
           END-PERFORM
           .

       *> CALC-MINUTES = minutes from day 1 to CALC-DATE CALC-HH:CALC-MI.
       8000-STAMP-MINUTES.
           IF CALC-DATE < 16010101
              MOVE 0 TO CALC-MINUTES
              EXIT PARAGRAPH
           END-IF
           COMPUTE CALC-MINUTES =
              FUNCTION INTEGER-OF-DATE(CALC-DATE) * 1440
              + CALC-HH * 60 + CALC-MI
           .

       *> AGE-TEXT = AGE-MINUTES as "Nd HHh", or "HHh MMm" under a day.
       8100-FORMAT-AGE.
           MOVE SPACES TO AGE-TEXT
           DIVIDE AGE-MINUTES BY 60 GIVING AGE-HOURS
              REMAINDER AGE-PART
           IF AGE-HOURS < 24
              MOVE AGE-HOURS TO AGE-HH-DISPLAY
              MOVE AGE-PART  TO AGE-MM-DISPLAY
              STRING AGE-HH-DISPLAY "h " AGE-MM-DISPLAY "m"
                 DELIMITED BY SIZE INTO AGE-TEXT
              END-STRING
           ELSE
              DIVIDE AGE-HOURS BY 24 GIVING AGE-DAYS
                 REMAINDER AGE-PART
              MOVE AGE-DAYS TO AGE-DAYS-DISPLAY
              MOVE AGE-PART TO AGE-HH-DISPLAY
              STRING FUNCTION TRIM(AGE-DAYS-DISPLAY) "d "
                     AGE-HH-DISPLAY "h" DELIMITED BY SIZE
                     INTO AGE-TEXT
              END-STRING
           END-IF
           .

       9000-ADD-FLAG.
           IF FLAG-COUNT < MAX-FLAGS
              ADD 1 TO FLAG-COUNT
              MOVE FLAG-TEXT TO FLAG-LINE(FLAG-COUNT)
           END-IF
           .
