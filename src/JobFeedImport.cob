
       *> University careers-office job feed import. Reads the weekly
       *> openings file (data/jobfeed-import.dat: title, company,
       *> location, description, school, major, application deadline,
       *> pay range, employment type and work arrangement in fixed
       *> columns matching the posting field widths),
       *> validates the school/major filters against the reference
       *> lists and the pay/type/arrangement codes, skips rows that duplicate an existing title+company
       *> posting, appends the rest to jobs.dat stamped with today's
       *> date and the CAREERS-FEED owner mark, and prints an added/
       *> skipped/rejected report - the same shape as RosterImport.
       *> Each row's company is matched against companies.dat and
       *> takes the profile's spelling; a row whose company has no
       *> profile is still added, but listed as UNMATCHED so the
       *> careers office can chase the employer for one.
       *> A checkpoint (data/jobfeed-import.ckp) is recorded every
       *> CHECKPOINT-EVERY feed rows with the row reached and the
       *> running totals. A run that dies leaves it behind; the next
       *> run resumes after the checkpointed row, counts the postings
       *> and alerts the interrupted run wrote past it as its own
       *> rather than as duplicates, and reports totals across both
       *> runs. A run that finishes deletes the checkpoint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-MAJORS.

           *> Company profiles kept by employers: feed companies are
           *> matched against them.
           SELECT CompanyFile     ASSIGN TO "data/companies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-COMP.

           *> Saved job-search alerts: every posting this import adds
           *> is matched against them, the same way the Employer Desk
           *> matches a hand-typed posting, so the weekly feed feeds
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-NOTIFY.

           *> Restart checkpoint, replaced whole every time it is
           *> taken: written to the .new file and renamed over.
           SELECT CkptFile        ASSIGN TO "data/jobfeed-import.ckp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-CKPT.

           SELECT NewCkptFile     ASSIGN TO "data/jobfeed-import-ckp.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-CKPT.

           *> Session lock shared with the online program: refuse to
           *> run while another session or job owns the data files.
           SELECT LockFile        ASSIGN TO "data/incollege.lock"
           05 FI-SCHOOL                    PIC X(30).
           05 FI-MAJOR                     PIC X(30).
           05 FI-DEADLINE                  PIC X(8).
           *> Optional: whole-dollar pay range with "H"/"Y" per hour or
           *> year, type FT/PT/IN/CO, arrangement O/R/H. Feeds cut
           *> before these columns were agreed leave them blank.
           05 FI-PAY-MIN                   PIC X(7).
           05 FI-PAY-MAX                   PIC X(7).
           05 FI-PAY-PER                   PIC X(1).
           05 FI-TYPE                      PIC X(2).
           05 FI-REMOTE                    PIC X(1).

       *> Layout must track JOB-REC in InCollege2.cob.
       FD  JobsFile.
           05 JB-POSTED                    PIC X(8).
           05 JB-OWNER                     PIC X(20).
           05 JB-DEADLINE                  PIC X(8).
           05 JB-PAY-MIN                   PIC X(7).
           05 JB-PAY-MAX                   PIC X(7).
           05 JB-PAY-PER                   PIC X(1).
           05 JB-TYPE                      PIC X(2).
           05 JB-REMOTE                    PIC X(1).

       FD  SchoolsFile.
       01  SCHOOL-REC.
       01  MAJOR-REC.
           05 MJR-NAME                     PIC X(30).

       *> Layout must track COMPANY-REC in InCollege2.cob.
       FD  CompanyFile.
       01  COMPANY-REC.
           05 CO-NAME                      PIC X(30).
           05 CO-INDUSTRY                  PIC X(20).
           05 CO-WEBSITE                   PIC X(40).
           05 CO-HQ                        PIC X(20).
           05 CO-DESC                      PIC X(60).

       *> Layout must track SAVED-REC in InCollege2.cob. A blank
       *> field is a wildcard.
       FD  SavedSearchFile.
           05 SS-LOCATION                  PIC X(20).
           05 SS-COMPANY                   PIC X(30).
           05 SS-MAJOR                     PIC X(30).
           05 SS-TYPE                      PIC X(2).
           05 SS-REMOTE                    PIC X(1).

       *> Layout must track NOTIFY-REC in InCollege2.cob.
       FD  NotifyFile.
           05 NT-USER                      PIC X(20).
           05 NT-DATE                      PIC X(8).
           05 NT-TEXT                      PIC X(80).
           05 NT-MAILED                    PIC X(8).

       *> One row: the run it belongs to, the last feed row finished
       *> (with that row's leading columns, so a restart can tell it
       *> is reading the same feed), the running totals, and how many
       *> jobs.dat and notifications.dat rows were on disk then.
       FD  CkptFile.
       01  CKPT-REC.
           05 CK-RUN-STAMP                 PIC X(14).
           05 CK-ROW                       PIC 9(6).
           05 CK-ROW-KEY                   PIC X(60).
           05 CK-READ                      PIC 9(4).
           05 CK-ADDED                     PIC 9(4).
           05 CK-SKIPPED                   PIC 9(4).
           05 CK-REJECTED                  PIC 9(4).
           05 CK-UNMATCHED                 PIC 9(4).
           05 CK-NOTIFIED                  PIC 9(4).
           05 CK-JOB-ROWS                  PIC 9(6).
           05 CK-NOTIFY-ROWS               PIC 9(6).

       FD  NewCkptFile.
       01  NEW-CKPT-REC                    PIC X(116).

       FD  LockFile.
       01  LOCK-REC                        PIC X(40).
       77  FS-JOBS                         PIC XX     VALUE SPACES.
       77  FS-SCHOOLS                      PIC XX     VALUE SPACES.
       77  FS-MAJORS                       PIC XX     VALUE SPACES.
       77  FS-COMP                         PIC XX     VALUE SPACES.
       77  FS-SAVED                        PIC XX     VALUE SPACES.
       77  FS-NOTIFY                       PIC XX     VALUE SPACES.
       77  FS-CKPT                         PIC XX     VALUE SPACES.

       *> Same cap the online program loads postings under, so the
       *> import never writes rows the job search cannot show.
       01  REF-MAJOR-TABLE.
           05 REF-MAJOR-SLOT OCCURS 30 TIMES PIC X(30).

       *> Company names on file, for matching feed rows. Same cap as
       *> the online COMPANY-TABLE.
       77  MAX-COMPANIES                   PIC 9(4)   VALUE 200.
       77  CMP-COUNT                       PIC 9(4)   VALUE 0.
       01  COMPANY-NAME-TABLE.
           05 CMP-NAME OCCURS 200 TIMES    PIC X(30).
       77  UNMATCHED-COUNT                 PIC 9(4)   VALUE 0.

       *> Saved searches, loaded once so each added posting can be
       *> matched without rereading the file. Same cap as the online
       *> SAVED-TABLE.
              10 SV-LOCATION               PIC X(20).
              10 SV-COMPANY                PIC X(30).
              10 SV-MAJOR                  PIC X(30).
              10 SV-TYPE                   PIC X(2).
              10 SV-REMOTE                 PIC X(1).
       77  SVT-J                           PIC 9(4)   VALUE 0.
       77  SSM-HIT                         PIC 9      VALUE 0.
       77  NOTIFIED-COUNT                  PIC 9(4)   VALUE 0.
       77  REJECTED-COUNT                  PIC 9(4)   VALUE 0.
       01  REJECT-REASON                   PIC X(50)  VALUE SPACES.

       *> ---------------- Checkpoint / restart ----------------
       77  CHECKPOINT-EVERY                PIC 9(4)   VALUE 25.
       01  CKPT-PATH           PIC X(40) VALUE "data/jobfeed-import.ckp".
       01  CKPT-NEW-PATH       PIC X(40) VALUE "data/jobfeed-import-ckp.new".
       *> The checkpoint this run restarted from.
       01  CKPT-WS.
           05 CW-RUN-STAMP                 PIC X(14)  VALUE SPACES.
           05 CW-ROW                       PIC 9(6)   VALUE 0.
           05 CW-ROW-KEY                   PIC X(60)  VALUE SPACES.
           05 CW-READ                      PIC 9(4)   VALUE 0.
           05 CW-ADDED                     PIC 9(4)   VALUE 0.
           05 CW-SKIPPED                   PIC 9(4)   VALUE 0.
           05 CW-REJECTED                  PIC 9(4)   VALUE 0.
           05 CW-UNMATCHED                 PIC 9(4)   VALUE 0.
           05 CW-NOTIFIED                  PIC 9(4)   VALUE 0.
           05 CW-JOB-ROWS                  PIC 9(6)   VALUE 0.
           05 CW-NOTIFY-ROWS               PIC 9(6)   VALUE 0.
       *> The checkpoint being taken, in CKPT-REC's layout.
       01  CKPT-NEXT.
           05 CN-RUN-STAMP                 PIC X(14)  VALUE SPACES.
           05 CN-ROW                       PIC 9(6)   VALUE 0.
           05 CN-ROW-KEY                   PIC X(60)  VALUE SPACES.
           05 CN-READ                      PIC 9(4)   VALUE 0.
           05 CN-ADDED                     PIC 9(4)   VALUE 0.
           05 CN-SKIPPED                   PIC 9(4)   VALUE 0.
           05 CN-REJECTED                  PIC 9(4)   VALUE 0.
           05 CN-UNMATCHED                 PIC 9(4)   VALUE 0.
           05 CN-NOTIFIED                  PIC 9(4)   VALUE 0.
           05 CN-JOB-ROWS                  PIC 9(6)   VALUE 0.
           05 CN-NOTIFY-ROWS               PIC 9(6)   VALUE 0.
       77  RESTARTING                      PIC 9      VALUE 0.
       *> Physical feed rows consumed, blank ones included, and rows
       *> on disk in jobs.dat and notifications.dat.
       77  ROW-POS                         PIC 9(6)   VALUE 0.
       77  JOB-ROW-COUNT                   PIC 9(6)   VALUE 0.
       77  NOTIFY-ROW-COUNT                PIC 9(6)   VALUE 0.
       *> The row's first 60 bytes as read, for the checkpoint:
       *> company matching re-spells FI-COMPANY in place.
       01  ROW-KEY-RAW                     PIC X(60)  VALUE SPACES.
       *> Feed postings the interrupted run wrote after its last
       *> checkpoint: their feed rows are counted as added again.
       77  RECOVER-COUNT                   PIC 9(4)   VALUE 0.
       01  RECOVER-TABLE.
           05 RCV-SLOT OCCURS 50 TIMES.
              10 RCV-TITLE                 PIC X(30).
              10 RCV-COMPANY               PIC X(30).
       77  RECOVERED-ROW                   PIC 9      VALUE 0.

       *> Owner mark on every imported posting, so the Employer Desk
       *> and reports can tell feed rows from employer-typed ones.
       01  FEED-OWNER          PIC X(20) VALUE "CAREERS-FEED".
              STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO NOW-STAMP
           MOVE NOW-STAMP(1:8) TO TODAY-DATE

           PERFORM 1500-READ-CHECKPOINT
           IF RESTARTING = 1
              PERFORM 1600-POSITION-FEED
           ELSE
              MOVE NOW-STAMP(1:14) TO CW-RUN-STAMP
           END-IF

           PERFORM 1000-LOAD-JOB-KEYS
           PERFORM 1100-LOAD-SCHOOLS
           PERFORM 1200-LOAD-MAJORS
           PERFORM 1300-LOAD-SAVED-SEARCHES
           PERFORM 1400-LOAD-COMPANIES
           PERFORM 1700-COUNT-NOTIFICATIONS

           *> A first checkpoint before any row, so even a run that
           *> dies inside the first CHECKPOINT-EVERY rows restarts
           *> knowing which postings it wrote.
           IF RESTARTING = 0
              MOVE SPACES TO ROW-KEY-RAW
              PERFORM 5000-TAKE-CHECKPOINT
           END-IF

           PERFORM UNTIL 1 = 2
              IF FS-FEED NOT = "00"
                 EXIT PERFORM
              END-IF
              ADD 1 TO ROW-POS
              MOVE FEED-REC(1:60) TO ROW-KEY-RAW
              IF FEED-REC NOT = SPACES
                 ADD 1 TO READ-COUNT
                 PERFORM 2000-IMPORT-ONE-ROW
              END-IF
              IF FUNCTION MOD(ROW-POS, CHECKPOINT-EVERY) = 0
                 PERFORM 5000-TAKE-CHECKPOINT
              END-IF
           END-PERFORM

           CLOSE FeedFile
           CALL "CBL_DELETE_FILE" USING CKPT-PATH

           DISPLAY " "
           IF RESTARTING = 1
              DISPLAY "Totals below include the interrupted run of "
                 CW-RUN-STAMP(1:8) "-" CW-RUN-STAMP(9:6)
                 " up to row " CW-ROW ":"
              DISPLAY "  read " CW-READ "  added " CW-ADDED
                 "  skipped " CW-SKIPPED "  rejected " CW-REJECTED
                 "  unmatched " CW-UNMATCHED "  alerts " CW-NOTIFIED
           END-IF
           DISPLAY "Feed rows read: " READ-COUNT
           DISPLAY "Added:          " ADDED-COUNT
           DISPLAY "Skipped (dup):  " SKIPPED-COUNT
           DISPLAY "Rejected:       " REJECTED-COUNT
           DISPLAY "Unmatched company: " UNMATCHED-COUNT
           DISPLAY "Alerts sent:    " NOTIFIED-COUNT
           DISPLAY "=== Import complete ==="
           PERFORM 0900-RELEASE-LOCK
                 IF FS-JOBS NOT = "00"
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO JOB-ROW-COUNT
                 IF JB-TITLE NOT = SPACES AND JOB-COUNT < MAX-JOBS
                    ADD 1 TO JOB-COUNT
                    MOVE JB-TITLE   TO JK-TITLE(JOB-COUNT)
                    MOVE JB-COMPANY TO JK-COMPANY(JOB-COUNT)
                 END-IF
                 IF RESTARTING = 1 AND JOB-ROW-COUNT > CW-JOB-ROWS
                    AND JB-OWNER = FEED-OWNER AND JB-TITLE NOT = SPACES
                    AND RECOVER-COUNT < MAX-JOBS
                    ADD 1 TO RECOVER-COUNT
                    MOVE JB-TITLE   TO RCV-TITLE(RECOVER-COUNT)
                    MOVE JB-COMPANY TO RCV-COMPANY(RECOVER-COUNT)
                 END-IF
              END-PERFORM
           END-IF
           CLOSE JobsFile
                    MOVE SS-LOCATION TO SV-LOCATION(SVT-COUNT)
                    MOVE SS-COMPANY  TO SV-COMPANY(SVT-COUNT)
                    MOVE SS-MAJOR    TO SV-MAJOR(SVT-COUNT)
                    MOVE SS-TYPE     TO SV-TYPE(SVT-COUNT)
                    MOVE SS-REMOTE   TO SV-REMOTE(SVT-COUNT)
                 END-IF
              END-PERFORM
           END-IF
           MOVE SPACES TO FS-SAVED
           .

       *> An edit appends a fresh companies.dat row, so a name can
       *> appear more than once; it is only kept once here.
       1400-LOAD-COMPANIES.
           MOVE 0 TO CMP-COUNT
           OPEN INPUT CompanyFile
           IF FS-COMP = "00"
              PERFORM UNTIL 1 = 2
                 READ CompanyFile
                    AT END EXIT PERFORM
                 END-READ
                 IF FS-COMP NOT = "00"
                    EXIT PERFORM
                 END-IF
                 IF CO-NAME NOT = SPACES
                    MOVE 0 TO MATCH-FOUND
                    PERFORM VARYING I FROM 1 BY 1 UNTIL I > CMP-COUNT
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(CMP-NAME(I)))
                          = FUNCTION UPPER-CASE(FUNCTION TRIM(CO-NAME))
                          MOVE 1 TO MATCH-FOUND
                          EXIT PERFORM
                       END-IF
                    END-PERFORM
                    IF MATCH-FOUND = 0 AND CMP-COUNT < MAX-COMPANIES
                       ADD 1 TO CMP-COUNT
                       MOVE CO-NAME TO CMP-NAME(CMP-COUNT)
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           CLOSE CompanyFile
           MOVE SPACES TO FS-COMP
           .

       2000-IMPORT-ONE-ROW.
           PERFORM 2100-VALIDATE-ROW
           IF REJECT-REASON NOT = SPACES
              EXIT PARAGRAPH
           END-IF

           PERFORM 2150-MATCH-COMPANY

           MOVE 0 TO MATCH-FOUND
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > JOB-COUNT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(JK-TITLE(I)))
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF MATCH-FOUND = 1 AND RECOVER-COUNT > 0
              PERFORM 2400-CHECK-RECOVERED
              IF RECOVERED-ROW = 1
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF MATCH-FOUND = 1
              ADD 1 TO SKIPPED-COUNT
              DISPLAY "SKIPPED  " FUNCTION TRIM(FI-TITLE) " - "
           MOVE TODAY-DATE  TO JB-POSTED
           MOVE FEED-OWNER  TO JB-OWNER
           MOVE FI-DEADLINE TO JB-DEADLINE
           MOVE FI-PAY-MIN  TO JB-PAY-MIN
           MOVE FI-PAY-MAX  TO JB-PAY-MAX
           MOVE FI-PAY-PER  TO JB-PAY-PER
           MOVE FI-TYPE     TO JB-TYPE
           MOVE FI-REMOTE   TO JB-REMOTE
           *> Opened and closed per posting, the way alerts are, so a
           *> posting is on disk before any alert about it: a restart
           *> then never alerts twice for the same posting.
           OPEN EXTEND JobsFile
           IF FS-JOBS = "35"
              OPEN OUTPUT JobsFile
           END-IF
           WRITE JOB-REC
           CLOSE JobsFile
           MOVE SPACES TO FS-JOBS
           ADD 1 TO JOB-ROW-COUNT

           ADD 1 TO JOB-COUNT
           MOVE FI-TITLE   TO JK-TITLE(JOB-COUNT)
           PERFORM 2200-NOTIFY-SAVED-SEARCHES
           .

       *> Canonicalizes FI-COMPANY to the company profile's spelling
       *> (case-insensitive match), the way 2100-VALIDATE-ROW does for
       *> school and major. No match is reported but not rejected.
       2150-MATCH-COMPANY.
           MOVE 0 TO MATCH-FOUND
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CMP-COUNT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(CMP-NAME(I)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(FI-COMPANY))
                 MOVE 1 TO MATCH-FOUND
                 MOVE CMP-NAME(I) TO FI-COMPANY
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF MATCH-FOUND = 0
              ADD 1 TO UNMATCHED-COUNT
              DISPLAY "UNMATCHED " FUNCTION TRIM(FI-TITLE) " - "
                 FUNCTION TRIM(FI-COMPANY)
                 ": no company profile on file"
           END-IF
           .

       *> Same wildcard match the online NOTIFY-SAVED-SEARCH-MATCHES
       *> applies to a hand-typed posting: a blank saved field
       *> matches anything, a filled one must equal the posting's.
                    NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(FI-MAJOR))
                 MOVE 0 TO SSM-HIT
              END-IF
              IF SV-TYPE(SVT-J) NOT = SPACES
                 AND SV-TYPE(SVT-J) NOT = FI-TYPE
                 MOVE 0 TO SSM-HIT
              END-IF
              IF SV-REMOTE(SVT-J) NOT = SPACES
                 AND SV-REMOTE(SVT-J) NOT = FI-REMOTE
                 MOVE 0 TO SSM-HIT
              END-IF
              IF SSM-HIT = 1
                 PERFORM 2300-APPEND-NOTIFICATION
              END-IF
                  INTO NOTIFY-TEXT-WS
           END-STRING
           MOVE NOTIFY-TEXT-WS TO NT-TEXT
           MOVE SPACES         TO NT-MAILED
           WRITE NOTIFY-REC
           CLOSE NotifyFile
           MOVE SPACES TO FS-NOTIFY
           ADD 1 TO NOTIFIED-COUNT
           ADD 1 TO NOTIFY-ROW-COUNT
           .

       *> The posting is one the interrupted run wrote after its last
       *> checkpoint: the row was added then, and its saved-search
       *> alerts went out then too (1700-COUNT-NOTIFICATIONS counted
       *> them), so it is counted as added without alerting again.
       *> The slot is cleared so a repeat of the row later is still a
       *> duplicate.
       2400-CHECK-RECOVERED.
           MOVE 0 TO RECOVERED-ROW
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > RECOVER-COUNT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(RCV-TITLE(I)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(FI-TITLE))
                 AND FUNCTION UPPER-CASE(FUNCTION TRIM(RCV-COMPANY(I)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(FI-COMPANY))
                 MOVE 1 TO RECOVERED-ROW
                 MOVE SPACES TO RCV-SLOT(I)
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF RECOVERED-ROW = 1
              ADD 1 TO ADDED-COUNT
              DISPLAY "ADDED    " FUNCTION TRIM(FI-TITLE) " - "
                 FUNCTION TRIM(FI-COMPANY) " before the interruption"
           END-IF
           .

       *> A blank school or major means the posting is open to every
       *> student, the same convention as EMP-POST-JOB; a non-blank
       *> value must name a recognized school/major and is
       *> canonicalized to the reference spelling so the job-search
       *> filter matches it. Pay, type and arrangement codes are
       *> upper-cased and the pay figures left-justified, the way
       *> EMP-PROMPT-JOB-TERMS stores them.
       2100-VALIDATE-ROW.
           MOVE SPACES TO REJECT-REASON
           MOVE FUNCTION UPPER-CASE(FI-TYPE)    TO FI-TYPE
           MOVE FUNCTION UPPER-CASE(FI-REMOTE)  TO FI-REMOTE
           MOVE FUNCTION UPPER-CASE(FI-PAY-PER) TO FI-PAY-PER
           MOVE FUNCTION TRIM(FI-PAY-MIN) TO FI-PAY-MIN
           MOVE FUNCTION TRIM(FI-PAY-MAX) TO FI-PAY-MAX
           EVALUATE TRUE
              WHEN FUNCTION TRIM(FI-TITLE) = SPACES
                 MOVE "title is blank" TO REJECT-REASON
              WHEN FUNCTION TRIM(FI-DEADLINE) NOT = SPACES
                 AND FI-DEADLINE NOT NUMERIC
                 MOVE "deadline is not YYYYMMDD" TO REJECT-REASON
              WHEN FI-TYPE NOT = SPACES AND FI-TYPE NOT = "FT"
                 AND FI-TYPE NOT = "PT" AND FI-TYPE NOT = "IN"
                 AND FI-TYPE NOT = "CO"
                 MOVE "type is not FT, PT, IN or CO" TO REJECT-REASON
              WHEN FI-REMOTE NOT = SPACES AND FI-REMOTE NOT = "O"
                 AND FI-REMOTE NOT = "R" AND FI-REMOTE NOT = "H"
                 MOVE "arrangement is not O, R or H" TO REJECT-REASON
              WHEN FI-PAY-MIN NOT = SPACES
                 AND FUNCTION TRIM(FI-PAY-MIN) NOT NUMERIC
                 MOVE "pay from is not whole dollars" TO REJECT-REASON
              WHEN FI-PAY-MAX NOT = SPACES
                 AND FUNCTION TRIM(FI-PAY-MAX) NOT NUMERIC
                 MOVE "pay up to is not whole dollars" TO REJECT-REASON
              WHEN FI-PAY-MAX NOT = SPACES AND FI-PAY-MIN = SPACES
                 MOVE "pay up to given without pay from" TO REJECT-REASON
              WHEN FI-PAY-MAX NOT = SPACES
                 AND FUNCTION NUMVAL(FI-PAY-MAX) < FUNCTION NUMVAL(FI-PAY-MIN)
                 MOVE "pay up to is below pay from" TO REJECT-REASON
              WHEN FI-PAY-MIN NOT = SPACES
                 AND FI-PAY-PER NOT = "H" AND FI-PAY-PER NOT = "Y"
                 MOVE "pay is not marked H or Y" TO REJECT-REASON
              WHEN FI-PAY-MIN = SPACES AND FI-PAY-PER NOT = SPACES
                 MOVE "pay period given without pay" TO REJECT-REASON
           END-EVALUATE
           IF REJECT-REASON NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           .

       *> ---------------- Checkpoint / restart ----------------

       *> A checkpoint left on disk means the last run did not
       *> finish: pick up its position and totals.
       1500-READ-CHECKPOINT.
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
       *> carries its totals forward. A different feed file in place
       *> stops the run rather than guessing.
       1600-POSITION-FEED.
           DISPLAY "Restarting the interrupted run of "
              CW-RUN-STAMP(1:8) "-" CW-RUN-STAMP(9:6)
              " after row " CW-ROW "."
           MOVE SPACES TO FEED-REC
           PERFORM UNTIL ROW-POS >= CW-ROW
              READ FeedFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-FEED NOT = "00"
                 EXIT PERFORM
              END-IF
              ADD 1 TO ROW-POS
           END-PERFORM
           IF ROW-POS < CW-ROW OR FEED-REC(1:60) NOT = CW-ROW-KEY
              DISPLAY "Checkpoint data/jobfeed-import.ckp does not"
                 " match data/jobfeed-import.dat at row " CW-ROW "."
              DISPLAY "If this is a new feed, remove the checkpoint"
                 " and rerun."
              CLOSE FeedFile
              PERFORM 0900-RELEASE-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE CW-READ      TO READ-COUNT
           MOVE CW-ADDED     TO ADDED-COUNT
           MOVE CW-SKIPPED   TO SKIPPED-COUNT
           MOVE CW-REJECTED  TO REJECTED-COUNT
           MOVE CW-UNMATCHED TO UNMATCHED-COUNT
           MOVE CW-NOTIFIED  TO NOTIFIED-COUNT
           .

       *> Rows on disk in notifications.dat. On a restart, any past
       *> the checkpoint are alerts the interrupted run sent after it
       *> and belong in the alert total.
       1700-COUNT-NOTIFICATIONS.
           MOVE 0 TO NOTIFY-ROW-COUNT
           OPEN INPUT NotifyFile
           IF FS-NOTIFY = "00"
              PERFORM UNTIL 1 = 2
                 READ NotifyFile
                    AT END EXIT PERFORM
                 END-READ
                 IF FS-NOTIFY NOT = "00"
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO NOTIFY-ROW-COUNT
              END-PERFORM
           END-IF
           CLOSE NotifyFile
           MOVE SPACES TO FS-NOTIFY
           IF RESTARTING = 1 AND NOTIFY-ROW-COUNT > CW-NOTIFY-ROWS
              COMPUTE NOTIFIED-COUNT = NOTIFIED-COUNT
                 + NOTIFY-ROW-COUNT - CW-NOTIFY-ROWS
           END-IF
           .

       *> Postings and alerts are closed as they are written, so
       *> everything counted here is already on disk. Replaces the
       *> checkpoint with the current position and totals.
       5000-TAKE-CHECKPOINT.
           MOVE CW-RUN-STAMP     TO CN-RUN-STAMP
           MOVE ROW-POS          TO CN-ROW
           MOVE ROW-KEY-RAW      TO CN-ROW-KEY
           MOVE READ-COUNT       TO CN-READ
           MOVE ADDED-COUNT      TO CN-ADDED
           MOVE SKIPPED-COUNT    TO CN-SKIPPED
           MOVE REJECTED-COUNT   TO CN-REJECTED
           MOVE UNMATCHED-COUNT  TO CN-UNMATCHED
           MOVE NOTIFIED-COUNT   TO CN-NOTIFIED
           MOVE JOB-ROW-COUNT    TO CN-JOB-ROWS
           MOVE NOTIFY-ROW-COUNT TO CN-NOTIFY-ROWS
           OPEN OUTPUT NewCkptFile
           MOVE CKPT-NEXT TO NEW-CKPT-REC
           WRITE NEW-CKPT-REC
           CLOSE NewCkptFile
           CALL "CBL_RENAME_FILE" USING CKPT-NEW-PATH CKPT-PATH
           .

       *> Same session lock the online program takes at BOOT.
       0100-TAKE-LOCK.
           OPEN INPUT LockFile
