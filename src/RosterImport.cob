
       *> Registrar roster bulk import. Reads the term roster extract
       *> (data/roster-import.dat: username, first/last name, school,
       *> major, graduation year and an optional campus email address
       *> in fixed columns), creates an accounts.dat row for each new
       *> student with a generated temporary password, writes a
       *> pre-filled profile stub and the email.dat address row, and
       *> prints an import report of added, skipped-duplicate, and
       *> rejected rows. A student already on file who has no address
       *> yet gets the roster's. The digest opt-in is left off: only
       *> the student can turn it on. The temporary passwords appear in the report
       *> so the Welcome Week table can hand them out; students change
       *> them from the dashboard after first login.
       *> A checkpoint (data/roster-import.ckp) is recorded every
       *> CHECKPOINT-EVERY input rows with the row reached and the
       *> running totals. A run that dies leaves it behind; the next
       *> run resumes after the checkpointed row, counts the accounts
       *> the interrupted run wrote past it as added rather than as
       *> duplicates, and reports totals across both runs. A run that
       *> finishes deletes the checkpoint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ALTERNATE RECORD KEY IS PR-SCHOOL WITH DUPLICATES
               FILE STATUS  IS FS-PROFILE.

           SELECT EmailFile       ASSIGN TO "data/email.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-EMAIL.

           SELECT SchoolsFile     ASSIGN TO "data/schools.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-SCHOOLS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-MAJORS.

           *> Restart checkpoint, replaced whole every time it is
           *> taken: written to the .new file and renamed over.
           SELECT CkptFile        ASSIGN TO "data/roster-import.ckp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-CKPT.

           SELECT NewCkptFile     ASSIGN TO "data/roster-import-ckp.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-CKPT.

           *> Session lock shared with the online program: refuse to
           *> run while another session or job owns the data files.
           SELECT LockFile        ASSIGN TO "data/incollege.lock"
           05 RI-SCHOOL                    PIC X(30).
           05 RI-MAJOR                     PIC X(30).
           05 RI-GRADYR                    PIC X(4).
           *> Added after the first extracts; older rolls are shorter
           *> and load with it blank.
           05 RI-EMAIL                     PIC X(60).

       *> Layout must track ACCT-REC in InCollege2.cob.
       FD  AcctFile.
           *> rollover sees the graduation year has passed.
           05 PR-STATUS                    PIC X(8).

       *> Layout must track EMAIL-REC in InCollege2.cob.
       FD  EmailFile.
       01  EMAIL-REC.
           05 EM-USER                      PIC X(20).
           05 EM-ADDRESS                   PIC X(60).
           05 EM-DIGEST                    PIC X(1).
           05 EM-BOUNCED                   PIC X(1).
           05 EM-DATE                      PIC X(8).

       FD  SchoolsFile.
       01  SCHOOL-REC.
           05 SCH-NAME                     PIC X(30).
       01  MAJOR-REC.
           05 MJR-NAME                     PIC X(30).

       *> One row: the run it belongs to, the last input row
       *> finished (with that row's leading columns, so a restart can
       *> tell it is reading the same roster), the running totals, and
       *> how many accounts.dat rows were on disk at that point.
       FD  CkptFile.
       01  CKPT-REC.
           05 CK-RUN-STAMP                 PIC X(14).
           05 CK-ROW                       PIC 9(6).
           05 CK-ROW-KEY                   PIC X(60).
           05 CK-READ                      PIC 9(4).
           05 CK-ADDED                     PIC 9(4).
           05 CK-SKIPPED                   PIC 9(4).
           05 CK-REJECTED                  PIC 9(4).
           05 CK-ACCT-ROWS                 PIC 9(6).

       FD  NewCkptFile.
       01  NEW-CKPT-REC                    PIC X(102).

       FD  LockFile.
       01  LOCK-REC                        PIC X(40).

       77  FS-PROFILE                      PIC XX     VALUE SPACES.
       77  FS-SCHOOLS                      PIC XX     VALUE SPACES.
       77  FS-MAJORS                       PIC XX     VALUE SPACES.
       77  FS-CKPT                         PIC XX     VALUE SPACES.
       77  FS-EMAIL                        PIC XX     VALUE SPACES.

       77  MAX-ACCOUNTS                    PIC 9(4)   VALUE 500.
       77  ACCT-COUNT                      PIC 9(4)   VALUE 0.
       01  ACCT-USER-TABLE.
           05 AU-SLOT OCCURS 500 TIMES    PIC X(20).

       *> Users with any email.dat row: the roster never overwrites an
       *> address a student already has.
       77  EMAIL-USER-COUNT                PIC 9(4)   VALUE 0.
       01  EMAIL-USER-TABLE.
           05 EU-SLOT OCCURS 500 TIMES    PIC X(20).
       77  EMAIL-HIT                       PIC 9      VALUE 0.

       *> 2150-CHECK-EMAIL-ADDRESS, the same rule as
       *> CHECK-EMAIL-ADDRESS in InCollege2.cob.
       77  EMAIL-VALID                     PIC 9      VALUE 0.
       77  EMAIL-LEN                       PIC 9(3)   VALUE 0.
       77  EMAIL-AT-POS                    PIC 9(3)   VALUE 0.
       77  EMAIL-AT-COUNT                  PIC 9(3)   VALUE 0.
       77  EMAIL-DOT-POS                   PIC 9(3)   VALUE 0.
       77  EMAIL-SP-COUNT                  PIC 9(3)   VALUE 0.
       77  EMAIL-K                         PIC 9(3)   VALUE 0.

       77  MAX-REF-SCHOOLS                 PIC 99     VALUE 30.
       77  REF-SCHOOL-COUNT                PIC 99     VALUE 0.
       01  REF-SCHOOL-TABLE.
       77  REJECTED-COUNT                  PIC 9(4)   VALUE 0.
       01  REJECT-REASON                   PIC X(50)  VALUE SPACES.

       *> ---------------- Checkpoint / restart ----------------
       77  CHECKPOINT-EVERY                PIC 9(4)   VALUE 25.
       01  CKPT-PATH           PIC X(40) VALUE "data/roster-import.ckp".
       01  CKPT-NEW-PATH       PIC X(40) VALUE "data/roster-import-ckp.new".
       *> The checkpoint this run restarted from.
       01  CKPT-WS.
           05 CW-RUN-STAMP                 PIC X(14)  VALUE SPACES.
           05 CW-ROW                       PIC 9(6)   VALUE 0.
           05 CW-ROW-KEY                   PIC X(60)  VALUE SPACES.
           05 CW-READ                      PIC 9(4)   VALUE 0.
           05 CW-ADDED                     PIC 9(4)   VALUE 0.
           05 CW-SKIPPED                   PIC 9(4)   VALUE 0.
           05 CW-REJECTED                  PIC 9(4)   VALUE 0.
           05 CW-ACCT-ROWS                 PIC 9(6)   VALUE 0.
       *> The checkpoint being taken, in CKPT-REC's layout.
       01  CKPT-NEXT.
           05 CN-RUN-STAMP                 PIC X(14)  VALUE SPACES.
           05 CN-ROW                       PIC 9(6)   VALUE 0.
           05 CN-ROW-KEY                   PIC X(60)  VALUE SPACES.
           05 CN-READ                      PIC 9(4)   VALUE 0.
           05 CN-ADDED                     PIC 9(4)   VALUE 0.
           05 CN-SKIPPED                   PIC 9(4)   VALUE 0.
           05 CN-REJECTED                  PIC 9(4)   VALUE 0.
           05 CN-ACCT-ROWS                 PIC 9(6)   VALUE 0.
       77  RESTARTING                      PIC 9      VALUE 0.
       *> Physical roster rows consumed, blank ones included, and
       *> accounts.dat rows on disk (blank ones included).
       77  ROW-POS                         PIC 9(6)   VALUE 0.
       77  ACCT-ROW-COUNT                  PIC 9(6)   VALUE 0.
       *> Accounts the interrupted run wrote after its last
       *> checkpoint: their roster rows are counted as added again.
       77  RECOVER-COUNT                   PIC 9(4)   VALUE 0.
       01  RECOVER-TABLE.
           05 RCV-USER OCCURS 500 TIMES    PIC X(20).
       77  RECOVERED-ROW                   PIC 9      VALUE 0.

       *> ---------------- Password hashing ----------------
       *> Same salt and hash scheme as InCollege2.cob, so the accounts
       *> this import writes verify with the online VERIFY-CREDS.
              STOP RUN
           END-IF

           PERFORM 1300-READ-CHECKPOINT
           IF RESTARTING = 1
              PERFORM 1400-POSITION-ROSTER
           ELSE
              MOVE FUNCTION CURRENT-DATE TO HP-NOW
              MOVE HP-NOW(1:14) TO CW-RUN-STAMP
           END-IF

           PERFORM 1000-LOAD-ACCOUNT-NAMES
           PERFORM 1100-LOAD-SCHOOLS
           PERFORM 1200-LOAD-MAJORS
           PERFORM 1250-LOAD-EMAIL-USERS

           OPEN I-O ProfileFile
           IF FS-PROFILE = "35"
           IF FS-ACCT = "35"
              OPEN OUTPUT AcctFile
           END-IF
           OPEN EXTEND EmailFile
           IF FS-EMAIL = "35"
              OPEN OUTPUT EmailFile
           END-IF

           *> A first checkpoint before any row, so even a run that
           *> dies inside the first CHECKPOINT-EVERY rows restarts
           *> knowing which accounts it wrote.
           IF RESTARTING = 0
              MOVE SPACES TO ROSTER-REC
              PERFORM 5000-TAKE-CHECKPOINT
           END-IF

           PERFORM UNTIL 1 = 2
              READ RosterFile
              IF FS-ROSTER NOT = "00"
                 EXIT PERFORM
              END-IF
              ADD 1 TO ROW-POS
              IF ROSTER-REC NOT = SPACES
                 ADD 1 TO READ-COUNT
                 PERFORM 2000-IMPORT-ONE-ROW
              END-IF
              IF FUNCTION MOD(ROW-POS, CHECKPOINT-EVERY) = 0
                 PERFORM 5000-TAKE-CHECKPOINT
              END-IF
           END-PERFORM

           CLOSE RosterFile
           CLOSE AcctFile
           CLOSE EmailFile
           CLOSE ProfileFile
           CALL "CBL_DELETE_FILE" USING CKPT-PATH

           DISPLAY " "
           IF RESTARTING = 1
              DISPLAY "Totals below include the interrupted run of "
                 CW-RUN-STAMP(1:8) "-" CW-RUN-STAMP(9:6)
                 " up to row " CW-ROW ":"
              DISPLAY "  read " CW-READ "  added " CW-ADDED
                 "  skipped " CW-SKIPPED "  rejected " CW-REJECTED
           END-IF
           DISPLAY "Roster rows read: " READ-COUNT
           DISPLAY "Added:            " ADDED-COUNT
           DISPLAY "Skipped (dup):    " SKIPPED-COUNT
                 IF FS-ACCT NOT = "00"
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO ACCT-ROW-COUNT
                 IF AR-USER NOT = SPACES AND ACCT-COUNT < MAX-ACCOUNTS
                    ADD 1 TO ACCT-COUNT
                    MOVE AR-USER TO AU-SLOT(ACCT-COUNT)
                 END-IF
                 IF RESTARTING = 1 AND ACCT-ROW-COUNT > CW-ACCT-ROWS
                    AND AR-USER NOT = SPACES
                    ADD 1 TO RECOVER-COUNT
                    MOVE AR-USER TO RCV-USER(RECOVER-COUNT)
                 END-IF
              END-PERFORM
           END-IF
           CLOSE AcctFile
           CLOSE MajorsFile
           .

       1250-LOAD-EMAIL-USERS.
           MOVE 0 TO EMAIL-USER-COUNT
           OPEN INPUT EmailFile
           IF FS-EMAIL = "00"
              PERFORM UNTIL 1 = 2
                 READ EmailFile
                    AT END EXIT PERFORM
                 END-READ
                 IF FS-EMAIL NOT = "00"
                    EXIT PERFORM
                 END-IF
                 IF EM-USER NOT = SPACES
                    AND EMAIL-USER-COUNT < MAX-ACCOUNTS
                    ADD 1 TO EMAIL-USER-COUNT
                    MOVE EM-USER TO EU-SLOT(EMAIL-USER-COUNT)
                 END-IF
              END-PERFORM
           END-IF
           CLOSE EmailFile
           MOVE SPACES TO FS-EMAIL
           .

       2000-IMPORT-ONE-ROW.
           PERFORM 2100-VALIDATE-ROW
           IF REJECT-REASON NOT = SPACES
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF MATCH-FOUND = 1 AND RECOVER-COUNT > 0
              PERFORM 2200-CHECK-RECOVERED
              IF RECOVERED-ROW = 1
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF MATCH-FOUND = 1
              ADD 1 TO SKIPPED-COUNT
              PERFORM 4100-FIND-EMAIL-USER
              IF RI-EMAIL NOT = SPACES AND EMAIL-HIT = 0
                 PERFORM 4200-WRITE-EMAIL-ROW
                 DISPLAY "SKIPPED  " FUNCTION TRIM(RI-USER)
                    ": username already on file (email address loaded)"
              ELSE
                 DISPLAY "SKIPPED  " FUNCTION TRIM(RI-USER)
                    ": username already on file"
              END-IF
              EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO HP-NOW
           MOVE HP-NOW(1:8) TO AR-PWSET
           WRITE ACCT-REC
           ADD 1 TO ACCT-ROW-COUNT

           ADD 1 TO ACCT-COUNT
           MOVE RI-USER TO AU-SLOT(ACCT-COUNT)
           IF FS-PROFILE = "00"
              PERFORM 4000-WRITE-PROFILE-STUB
           END-IF
           IF RI-EMAIL NOT = SPACES
              PERFORM 4200-WRITE-EMAIL-ROW
           END-IF

           ADD 1 TO ADDED-COUNT
           DISPLAY "ADDED    " FUNCTION TRIM(RI-USER)
              " temp password: " FUNCTION TRIM(TEMP-PASSWORD)
           .

       *> The account is one the interrupted run wrote after its
       *> last checkpoint: the row was added then, and its temporary
       *> password is in that run's report. Count it as added, make
       *> sure the profile stub made it too, and take the name off
       *> the list so a repeat of the row later is still a duplicate.
       2200-CHECK-RECOVERED.
           MOVE 0 TO RECOVERED-ROW
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > RECOVER-COUNT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(RCV-USER(I)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(RI-USER))
                 MOVE 1 TO RECOVERED-ROW
                 MOVE SPACES TO RCV-USER(I)
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF RECOVERED-ROW = 0
              EXIT PARAGRAPH
           END-IF
           IF FS-PROFILE = "00"
              PERFORM 4000-WRITE-PROFILE-STUB
           END-IF
           PERFORM 4100-FIND-EMAIL-USER
           IF RI-EMAIL NOT = SPACES AND EMAIL-HIT = 0
              PERFORM 4200-WRITE-EMAIL-ROW
           END-IF
           ADD 1 TO ADDED-COUNT
           DISPLAY "ADDED    " FUNCTION TRIM(RI-USER)
              " before the interruption - temp password is in that"
              " run's report"
           .

       2100-VALIDATE-ROW.
           MOVE SPACES TO REJECT-REASON
           EVALUATE TRUE
           END-PERFORM
           IF MATCH-FOUND = 0
              MOVE "major is not on the reference list" TO REJECT-REASON
              EXIT PARAGRAPH
           END-IF

           IF RI-EMAIL NOT = SPACES
              PERFORM 2150-CHECK-EMAIL-ADDRESS
              IF EMAIL-VALID = 0
                 MOVE "email address is not valid" TO REJECT-REASON
              END-IF
           END-IF
           .

       *> Same rule as CHECK-EMAIL-ADDRESS in InCollege2.cob: one
       *> word with a single "@" with something before it, and a "."
       *> in the domain with something either side. Leaves RI-EMAIL
       *> trimmed.
       2150-CHECK-EMAIL-ADDRESS.
           MOVE 0 TO EMAIL-VALID
           MOVE FUNCTION LENGTH(FUNCTION TRIM(RI-EMAIL)) TO EMAIL-LEN
           MOVE FUNCTION TRIM(RI-EMAIL) TO RI-EMAIL
           MOVE 0 TO EMAIL-AT-COUNT
           MOVE 0 TO EMAIL-SP-COUNT
           INSPECT RI-EMAIL(1:EMAIL-LEN)
              TALLYING EMAIL-AT-COUNT FOR ALL "@"
                       EMAIL-SP-COUNT FOR ALL " "
           IF EMAIL-AT-COUNT NOT = 1 OR EMAIL-SP-COUNT > 0
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO EMAIL-AT-POS
           MOVE 0 TO EMAIL-DOT-POS
           PERFORM VARYING EMAIL-K FROM 1 BY 1 UNTIL EMAIL-K > EMAIL-LEN
              IF RI-EMAIL(EMAIL-K:1) = "@"
                 MOVE EMAIL-K TO EMAIL-AT-POS
              END-IF
              IF RI-EMAIL(EMAIL-K:1) = "." AND EMAIL-AT-POS > 0
                 MOVE EMAIL-K TO EMAIL-DOT-POS
              END-IF
           END-PERFORM
           IF EMAIL-AT-POS > 1
              AND EMAIL-DOT-POS > EMAIL-AT-POS + 1
              AND EMAIL-DOT-POS < EMAIL-LEN
              MOVE 1 TO EMAIL-VALID
           END-IF
           .

           MOVE RI-GRADYR TO PR-GRADYR
           WRITE PROFILE-REC
              INVALID KEY
                 IF RECOVERED-ROW = 0
                    DISPLAY "NOTE     " FUNCTION TRIM(RI-USER)
                       ": profile already on file - stub not written"
                 END-IF
           END-WRITE
           .

       *> Sets EMAIL-HIT when RI-USER already has an email.dat row.
       4100-FIND-EMAIL-USER.
           MOVE 0 TO EMAIL-HIT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > EMAIL-USER-COUNT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(EU-SLOT(I)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(RI-USER))
                 MOVE 1 TO EMAIL-HIT
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .

       *> The roster address, digest off until the student opts in.
       4200-WRITE-EMAIL-ROW.
           MOVE FUNCTION TRIM(RI-USER) TO EM-USER
           MOVE RI-EMAIL               TO EM-ADDRESS
           MOVE "N"                    TO EM-DIGEST
           MOVE SPACE                  TO EM-BOUNCED
           MOVE FUNCTION CURRENT-DATE TO HP-NOW
           MOVE HP-NOW(1:8)            TO EM-DATE
           WRITE EMAIL-REC
           IF EMAIL-USER-COUNT < MAX-ACCOUNTS
              ADD 1 TO EMAIL-USER-COUNT
              MOVE RI-USER TO EU-SLOT(EMAIL-USER-COUNT)
           END-IF
           .

       *> ---------------- Checkpoint / restart ----------------

       *> A checkpoint left on disk means the last run did not
       *> finish: pick up its position and totals.
       1300-READ-CHECKPOINT.
           MOVE 0 TO RESTARTING
           OPEN INPUT CkptFile
           IF FS-CKPT = "00"
              READ CkptFile
                 AT END MOVE "10" TO FS-CKPT
              END-READ
              IF FS-CKPT = "00" AND CK-ROW NUMERIC
                 MOVE 1 TO RESTARTING
                 MOVE CKPT-REC TO CKPT-WS
              END-IF
           END-IF
           CLOSE CkptFile
           MOVE SPACES TO FS-CKPT
           .

       *> Reads past the rows the interrupted run finished, checks
       *> the last of them is the row the checkpoint recorded, and
       *> carries its totals forward. A different roster file in
       *> place stops the run rather than guessing.
       1400-POSITION-ROSTER.
           DISPLAY "Restarting the interrupted run of "
              CW-RUN-STAMP(1:8) "-" CW-RUN-STAMP(9:6)
              " after row " CW-ROW "."
           MOVE SPACES TO ROSTER-REC
           PERFORM UNTIL ROW-POS >= CW-ROW
              READ RosterFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-ROSTER NOT = "00"
                 EXIT PERFORM
              END-IF
              ADD 1 TO ROW-POS
           END-PERFORM
           IF ROW-POS < CW-ROW OR ROSTER-REC(1:60) NOT = CW-ROW-KEY
              DISPLAY "Checkpoint data/roster-import.ckp does not match"
                 " data/roster-import.dat at row " CW-ROW "."
              DISPLAY "If this is a new roster, remove the checkpoint"
                 " and rerun."
              CLOSE RosterFile
              PERFORM 0900-RELEASE-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE CW-READ     TO READ-COUNT
           MOVE CW-ADDED    TO ADDED-COUNT
           MOVE CW-SKIPPED  TO SKIPPED-COUNT
           MOVE CW-REJECTED TO REJECTED-COUNT
           .

       *> Closes and reopens the account, email and profile files so
       *> every row written so far is on disk, then replaces the
       *> checkpoint with the current position and totals.
       5000-TAKE-CHECKPOINT.
           CLOSE AcctFile
           OPEN EXTEND AcctFile
           CLOSE EmailFile
           OPEN EXTEND EmailFile
           IF FS-PROFILE = "00"
              CLOSE ProfileFile
              OPEN I-O ProfileFile
           END-IF

           MOVE CW-RUN-STAMP     TO CN-RUN-STAMP
           MOVE ROW-POS          TO CN-ROW
           MOVE ROSTER-REC(1:60) TO CN-ROW-KEY
           MOVE READ-COUNT       TO CN-READ
           MOVE ADDED-COUNT      TO CN-ADDED
           MOVE SKIPPED-COUNT    TO CN-SKIPPED
           MOVE REJECTED-COUNT   TO CN-REJECTED
           MOVE ACCT-ROW-COUNT   TO CN-ACCT-ROWS
           OPEN OUTPUT NewCkptFile
           MOVE CKPT-NEXT TO NEW-CKPT-REC
           WRITE NEW-CKPT-REC
           CLOSE NewCkptFile
           CALL "CBL_RENAME_FILE" USING CKPT-NEW-PATH CKPT-PATH
           .

       *> Same session lock the online program takes at BOOT.
       0100-TAKE-LOCK.
           OPEN INPUT LockFile
