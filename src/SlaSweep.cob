>>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SlaSweep.

       *> Nightly employer response-time sweep. An application still
       *> SUBMITTED or REVIEWED, with no interview confirmed, whose
       *> last activity (application, status change, or the
       *> employer's first response) is older than the stale limit in
       *> data/sla_policy.dat has breached the response SLA. For each
       *> breach the student is told the application is still
       *> awaiting review, and each employer (the posting's JB-OWNER)
       *> gets one reminder in their notifications inbox totaling
       *> their stale applications. Every reminder is logged to
       *> data/sla_breaches.dat: the log keeps an application from
       *> being reminded again until the reminder interval has passed,
       *> and an employer reminded on enough separate nights inside
       *> the repeat window is flagged REPEAT on the report.
       *>
       *> The report ranks employers by stale applications held, with
       *> their average days from application to first response, for
       *> career services and the employer relations team.
       *>
       *> When no policy file exists a default one is written first,
       *> the same way RetentionSweep seeds its policy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> One setting per row; rows starting with * are comments.
           SELECT PolicyFile      ASSIGN TO "data/sla_policy.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-POLICY.

           *> Postings, for the employer account that owns each one.
           SELECT JobsFile        ASSIGN TO "data/jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-JOBS.

           SELECT JobAppFile      ASSIGN TO "data/job_applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS JA-KEY
               ALTERNATE RECORD KEY IS JA-POSTING WITH DUPLICATES
               FILE STATUS  IS FS-JOBAPP.

           *> One row per reminder sent; appended to, never rewritten.
           SELECT BreachFile      ASSIGN TO "data/sla_breaches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-BREACH.

           SELECT NotifyFile      ASSIGN TO "data/notifications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-NOTIFY.

           *> Session lock shared with the online program: refuse to
           *> run while another session or job owns the data files.
           SELECT LockFile        ASSIGN TO "data/incollege.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-LOCK.

       DATA DIVISION.
       FILE SECTION.

       *> SP-KEY is STALE-DAYS, REMIND-DAYS, REPEAT-COUNT, or
       *> REPEAT-WINDOW; SP-VALUE is its number.
       FD  PolicyFile.
       01  POLICY-REC.
           05 SP-KEY                       PIC X(20).
           05 SP-VALUE                     PIC 9(4).

       *> Layout must track JOB-REC in InCollege2.cob.
       FD  JobsFile.
       01  JOB-REC.
           05 JB-TITLE                     PIC X(30).
           05 JB-COMPANY                   PIC X(30).
           05 JB-LOCATION                  PIC X(20).
           05 JB-DESC                      PIC X(60).
           05 JB-SCHOOL                    PIC X(30).
           05 JB-MAJOR                     PIC X(30).
           05 JB-POSTED                    PIC X(8).
           05 JB-OWNER                     PIC X(20).
           05 JB-DEADLINE                  PIC X(8).
           05 JB-PAY-MIN                   PIC X(7).
           05 JB-PAY-MAX                   PIC X(7).
           05 JB-PAY-PER                   PIC X(1).
           05 JB-TYPE                      PIC X(2).
           05 JB-REMOTE                    PIC X(1).

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

       *> SB-OWNER is blank when the posting has no owning employer;
       *> SB-DAYS is the days since last activity on the night logged.
       FD  BreachFile.
       01  BREACH-REC.
           05 SB-DATE                      PIC X(8).
           05 SB-OWNER                     PIC X(20).
           05 SB-USER                      PIC X(20).
           05 SB-TITLE                     PIC X(30).
           05 SB-COMPANY                   PIC X(30).
           05 SB-DAYS                      PIC 9(4).

       *> Layout must track NOTIFY-REC in InCollege2.cob.
       FD  NotifyFile.
       01  NOTIFY-REC.
           05 NT-USER                      PIC X(20).
           05 NT-DATE                      PIC X(8).
           05 NT-TEXT                      PIC X(80).
           05 NT-MAILED                    PIC X(8).

       FD  LockFile.
       01  LOCK-REC                        PIC X(40).

       WORKING-STORAGE SECTION.
       77  FS-LOCK                         PIC XX     VALUE SPACES.
       01  LOCK-PATH           PIC X(40) VALUE "data/incollege.lock".
       01  LOCK-STAMP-WS                   PIC X(21)  VALUE SPACES.
       77  FS-POLICY                       PIC XX     VALUE SPACES.
       77  FS-JOBS                         PIC XX     VALUE SPACES.
       77  FS-JOBAPP                       PIC XX     VALUE SPACES.
       77  FS-BREACH                       PIC XX     VALUE SPACES.
       77  FS-NOTIFY                       PIC XX     VALUE SPACES.

       *> Policy settings, with the defaults the seeded file carries.
       77  STALE-DAYS                      PIC 9(4)   VALUE 14.
       77  REMIND-DAYS                     PIC 9(4)   VALUE 7.
       77  REPEAT-COUNT                    PIC 9(4)   VALUE 3.
       77  REPEAT-WINDOW                   PIC 9(4)   VALUE 60.

       77  MAX-JOBS                        PIC 99     VALUE 50.
       77  JOB-COUNT                       PIC 99     VALUE 0.
       01  JOB-TABLE.
           05 JOB-SLOT OCCURS 50 TIMES.
              10 JT-TITLE                  PIC X(30).
              10 JT-COMPANY                PIC X(30).
              10 JT-OWNER                  PIC X(20).

       *> Earlier reminders, for the reminder interval and the repeat
       *> count.
       77  MAX-BREACHES                    PIC 9(4)   VALUE 2000.
       77  BREACH-COUNT                    PIC 9(4)   VALUE 0.
       01  BREACH-TABLE.
           05 BREACH-SLOT OCCURS 2000 TIMES.
              10 BT-DATE                   PIC X(8).
              10 BT-OWNER                  PIC X(20).
              10 BT-USER                   PIC X(20).
              10 BT-TITLE                  PIC X(30).
              10 BT-COMPANY                PIC X(30).

       *> One row per employer holding applications, with the tallies
       *> the report ranks on.
       77  MAX-EMPLOYERS                   PIC 9(4)   VALUE 200.
       77  EMP-COUNT                       PIC 9(4)   VALUE 0.
       01  EMP-TABLE.
           05 EMP-SLOT OCCURS 200 TIMES.
              10 EM-OWNER                  PIC X(20).
              10 EM-APPS                   PIC 9(4).
              10 EM-STALE                  PIC 9(4).
              10 EM-NEW-STALE              PIC 9(4).
              10 EM-RESPONDED              PIC 9(4).
              10 EM-RESP-DAYS              PIC 9(7).
              *> Nights reminded inside the repeat window.
              10 EM-BREACHES               PIC 9(4).
       01  EMP-HOLD.
           05 EH-OWNER                     PIC X(20).
           05 EH-APPS                      PIC 9(4).
           05 EH-STALE                     PIC 9(4).
           05 EH-NEW-STALE                 PIC 9(4).
           05 EH-RESPONDED                 PIC 9(4).
           05 EH-RESP-DAYS                 PIC 9(7).
           05 EH-BREACHES                  PIC 9(4).
       77  EMP-IDX                         PIC 9(4)   VALUE 0.

       77  APPS-READ                       PIC 9(4)   VALUE 0.
       77  STALE-TOTAL                     PIC 9(4)   VALUE 0.
       77  STUDENT-NOTES                   PIC 9(4)   VALUE 0.
       77  EMPLOYER-NOTES                  PIC 9(4)   VALUE 0.
       77  SUPPRESSED                      PIC 9(4)   VALUE 0.
       77  REPEAT-FLAGGED                  PIC 9(4)   VALUE 0.
       77  TRUNCATED                       PIC 9      VALUE 0.

       01  LAST-ACTIVITY                   PIC X(8)   VALUE SPACES.
       01  APP-OWNER                       PIC X(20)  VALUE SPACES.
       01  APP-STATUS                      PIC X(10)  VALUE SPACES.
       77  DATE-NUM                        PIC 9(8)   VALUE 0.
       77  TODAY-INT                       PIC 9(8)   VALUE 0.
       77  DATE-INT                        PIC 9(8)   VALUE 0.
       77  STALE-FOR                       PIC 9(4)   VALUE 0.
       77  RESP-FOR                        PIC 9(4)   VALUE 0.
       01  REMIND-CUTOFF                   PIC X(8)   VALUE SPACES.
       01  REPEAT-CUTOFF                   PIC X(8)   VALUE SPACES.
       77  RECENT-REMINDER                 PIC 9      VALUE 0.

       01  NOTIFY-TEXT-WS                  PIC X(80)  VALUE SPACES.
       01  NOTIFY-USER-WS                  PIC X(20)  VALUE SPACES.
       01  DAYS-DISPLAY                    PIC ZZZ9.
       01  COUNT-DISPLAY                   PIC ZZZ9.
       77  AVG-RESP                        PIC 9(4)V9 VALUE 0.
       01  AVG-EDIT                        PIC ZZZ9.9.
       01  AVG-OUT                         PIC X(8)   VALUE SPACES.
       01  FLAG-OUT                        PIC X(6)   VALUE SPACES.
       77  RANK-DISPLAY                    PIC ZZ9.

       77  I                               PIC 9(4)   VALUE 0.
       77  J                               PIC 9(4)   VALUE 0.
       77  K                               PIC 9(4)   VALUE 0.
       77  MATCH-FOUND                     PIC 9      VALUE 0.

       01  TODAY-DATE                      PIC X(8)   VALUE SPACES.
       01  NOW-STAMP                       PIC X(21)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "=== InCollege Employer Response SLA Sweep ==="
           PERFORM 0100-TAKE-LOCK
           MOVE FUNCTION CURRENT-DATE TO NOW-STAMP
           MOVE NOW-STAMP(1:8) TO TODAY-DATE
           COMPUTE TODAY-INT =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(TODAY-DATE))

           PERFORM 1000-LOAD-POLICY
           COMPUTE DATE-NUM =
              FUNCTION DATE-OF-INTEGER(TODAY-INT - REMIND-DAYS)
           MOVE DATE-NUM TO REMIND-CUTOFF
           COMPUTE DATE-NUM =
              FUNCTION DATE-OF-INTEGER(TODAY-INT - REPEAT-WINDOW)
           MOVE DATE-NUM TO REPEAT-CUTOFF

           PERFORM 1200-LOAD-JOBS
           PERFORM 1300-LOAD-BREACHES
           PERFORM 2000-SWEEP-APPLICATIONS
           PERFORM 3000-NOTIFY-EMPLOYERS
           PERFORM 4000-COUNT-REPEATS
           PERFORM 5000-REPORT
           PERFORM 0900-RELEASE-LOCK
           STOP RUN.

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
           STRING "SlaSweep " DELIMITED BY SIZE
                  LOCK-STAMP-WS(1:14) DELIMITED BY SIZE
                  INTO LOCK-REC
           END-STRING
           WRITE LOCK-REC
           CLOSE LockFile
           .

       0900-RELEASE-LOCK.
           CALL "CBL_DELETE_FILE" USING LOCK-PATH
           .

       *> Unknown keys and non-numeric values are reported and the
       *> default kept, so a typo never silently disables the sweep.
       1000-LOAD-POLICY.
           OPEN INPUT PolicyFile
           IF FS-POLICY = "35"
              CLOSE PolicyFile
              PERFORM 1100-SEED-POLICY
              MOVE SPACES TO FS-POLICY
              OPEN INPUT PolicyFile
           END-IF
           IF FS-POLICY NOT = "00"
              DISPLAY "Cannot open sla_policy.dat (status "
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
              IF SP-KEY NOT = SPACES AND SP-KEY(1:1) NOT = "*"
                 IF SP-VALUE IS NOT NUMERIC OR SP-VALUE = 0
                    DISPLAY "WARNING: policy setting "
                       FUNCTION TRIM(SP-KEY)
                       " has no valid value - default kept."
                 ELSE
                    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(SP-KEY))
                       WHEN "STALE-DAYS"
                          MOVE SP-VALUE TO STALE-DAYS
                       WHEN "REMIND-DAYS"
                          MOVE SP-VALUE TO REMIND-DAYS
                       WHEN "REPEAT-COUNT"
                          MOVE SP-VALUE TO REPEAT-COUNT
                       WHEN "REPEAT-WINDOW"
                          MOVE SP-VALUE TO REPEAT-WINDOW
                       WHEN OTHER
                          DISPLAY "WARNING: unknown policy setting "
                             FUNCTION TRIM(SP-KEY) " ignored."
                    END-EVALUATE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE PolicyFile
           DISPLAY "Stale after " STALE-DAYS " days; remind every "
              REMIND-DAYS " days; REPEAT at " REPEAT-COUNT
              " nights reminded in " REPEAT-WINDOW " days."
           .

       *> The documented defaults: stale after 14 days, remind again
       *> every 7, and flag an employer reminded on 3 separate nights
       *> in 60 days. REPEAT-COUNT counts nights, not logged rows: one
       *> night's reminder covers all of that employer's stale
       *> applications, so a single bad night is never a repeat.
       1100-SEED-POLICY.
           OPEN OUTPUT PolicyFile
           MOVE SPACES TO POLICY-REC
           MOVE "* SETTING           DAYS" TO POLICY-REC
           WRITE POLICY-REC

           MOVE SPACES TO POLICY-REC
           MOVE "STALE-DAYS"          TO SP-KEY
           MOVE 14                    TO SP-VALUE
           WRITE POLICY-REC

           MOVE SPACES TO POLICY-REC
           MOVE "REMIND-DAYS"         TO SP-KEY
           MOVE 7                     TO SP-VALUE
           WRITE POLICY-REC

           MOVE SPACES TO POLICY-REC
           MOVE "REPEAT-COUNT"        TO SP-KEY
           MOVE 3                     TO SP-VALUE
           WRITE POLICY-REC

           MOVE SPACES TO POLICY-REC
           MOVE "REPEAT-WINDOW"       TO SP-KEY
           MOVE 60                    TO SP-VALUE
           WRITE POLICY-REC
           CLOSE PolicyFile
           DISPLAY "No SLA policy on file - default policy written"
              " to data/sla_policy.dat."
           .

       1200-LOAD-JOBS.
           MOVE 0 TO JOB-COUNT
           OPEN INPUT JobsFile
           IF FS-JOBS NOT = "00"
              DISPLAY "No jobs.dat found - employers will be unresolved."
              CLOSE JobsFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ JobsFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-JOBS NOT = "00"
                 EXIT PERFORM
              END-IF
              IF JB-TITLE NOT = SPACES AND JOB-COUNT >= MAX-JOBS
                 MOVE 1 TO TRUNCATED
              END-IF
              IF JB-TITLE NOT = SPACES AND JOB-COUNT < MAX-JOBS
                 ADD 1 TO JOB-COUNT
                 MOVE JB-TITLE   TO JT-TITLE(JOB-COUNT)
                 MOVE JB-COMPANY TO JT-COMPANY(JOB-COUNT)
                 MOVE JB-OWNER   TO JT-OWNER(JOB-COUNT)
              END-IF
           END-PERFORM
           CLOSE JobsFile
           .

       *> Only rows inside the longer of the two windows matter.
       1300-LOAD-BREACHES.
           MOVE 0 TO BREACH-COUNT
           OPEN INPUT BreachFile
           IF FS-BREACH NOT = "00"
              CLOSE BreachFile
              MOVE SPACES TO FS-BREACH
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ BreachFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-BREACH NOT = "00"
                 EXIT PERFORM
              END-IF
              IF SB-USER NOT = SPACES
                 AND (SB-DATE >= REMIND-CUTOFF
                      OR SB-DATE >= REPEAT-CUTOFF)
                 IF BREACH-COUNT < MAX-BREACHES
                    ADD 1 TO BREACH-COUNT
                    MOVE SB-DATE    TO BT-DATE(BREACH-COUNT)
                    MOVE SB-OWNER   TO BT-OWNER(BREACH-COUNT)
                    MOVE SB-USER    TO BT-USER(BREACH-COUNT)
                    MOVE SB-TITLE   TO BT-TITLE(BREACH-COUNT)
                    MOVE SB-COMPANY TO BT-COMPANY(BREACH-COUNT)
                 ELSE
                    MOVE 1 TO TRUNCATED
                 END-IF
              END-IF
           END-PERFORM
           CLOSE BreachFile
           MOVE SPACES TO FS-BREACH
           .

       *> Streams job_applications.dat. Every application counts
       *> toward its employer's response average; the stale ones are
       *> reminded and logged.
       2000-SWEEP-APPLICATIONS.
           MOVE 0 TO APPS-READ STALE-TOTAL
           OPEN INPUT JobAppFile
           IF FS-JOBAPP NOT = "00"
              DISPLAY "No job_applications.dat found - nothing to sweep."
              CLOSE JobAppFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ JobAppFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-JOBAPP NOT = "00"
                 EXIT PERFORM
              END-IF
              IF JA-USER NOT = SPACES
                 ADD 1 TO APPS-READ
                 PERFORM 2100-CHECK-ONE-APPLICATION
              END-IF
           END-PERFORM
           CLOSE JobAppFile
           .

       2100-CHECK-ONE-APPLICATION.
           MOVE SPACES TO APP-OWNER
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > JOB-COUNT
              IF FUNCTION TRIM(JT-TITLE(J)) = FUNCTION TRIM(JA-TITLE)
                 AND FUNCTION TRIM(JT-COMPANY(J))
                    = FUNCTION TRIM(JA-COMPANY)
                 MOVE JT-OWNER(J) TO APP-OWNER
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF FUNCTION TRIM(APP-OWNER) NOT = SPACES
              PERFORM 2200-FIND-EMPLOYER
           ELSE
              MOVE 0 TO EMP-IDX
           END-IF

           IF EMP-IDX > 0
              ADD 1 TO EM-APPS(EMP-IDX)
              IF JA-RESPONDED IS NUMERIC AND JA-APPLIED IS NUMERIC
                 AND JA-RESPONDED >= JA-APPLIED
                 MOVE JA-RESPONDED TO DATE-NUM
                 COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE(DATE-NUM)
                 MOVE JA-APPLIED TO DATE-NUM
                 COMPUTE RESP-FOR = DATE-INT
                    - FUNCTION INTEGER-OF-DATE(DATE-NUM)
                 ADD 1        TO EM-RESPONDED(EMP-IDX)
                 ADD RESP-FOR TO EM-RESP-DAYS(EMP-IDX)
              END-IF
           END-IF

           IF FUNCTION TRIM(JA-STATUS) = SPACES
              MOVE "SUBMITTED" TO APP-STATUS
           ELSE
              MOVE JA-STATUS TO APP-STATUS
           END-IF
           IF FUNCTION TRIM(APP-STATUS) NOT = "SUBMITTED"
              AND FUNCTION TRIM(APP-STATUS) NOT = "REVIEWED"
              EXIT PARAGRAPH
           END-IF
           IF JA-INTERVIEWED NOT = SPACES
              EXIT PARAGRAPH
           END-IF

           MOVE JA-APPLIED TO LAST-ACTIVITY
           IF JA-STATUS-DATE IS NUMERIC
              AND JA-STATUS-DATE > LAST-ACTIVITY
              MOVE JA-STATUS-DATE TO LAST-ACTIVITY
           END-IF
           IF JA-RESPONDED IS NUMERIC
              AND JA-RESPONDED > LAST-ACTIVITY
              MOVE JA-RESPONDED TO LAST-ACTIVITY
           END-IF
           IF LAST-ACTIVITY IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE LAST-ACTIVITY TO DATE-NUM
           COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE(DATE-NUM)
           IF TODAY-INT - DATE-INT <= STALE-DAYS
              EXIT PARAGRAPH
           END-IF
           COMPUTE STALE-FOR = TODAY-INT - DATE-INT

           ADD 1 TO STALE-TOTAL
           IF EMP-IDX > 0
              ADD 1 TO EM-STALE(EMP-IDX)
           END-IF
           DISPLAY "  STALE " STALE-FOR " days: "
              FUNCTION TRIM(JA-USER) " - "
              FUNCTION TRIM(JA-TITLE) " at "
              FUNCTION TRIM(JA-COMPANY) " ["
              FUNCTION TRIM(APP-STATUS) "] employer "
              FUNCTION TRIM(APP-OWNER)

           *> Reminded recently: leave it until the interval passes.
           MOVE 0 TO RECENT-REMINDER
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > BREACH-COUNT
              IF BT-DATE(J) >= REMIND-CUTOFF
                 AND FUNCTION UPPER-CASE(FUNCTION TRIM(BT-USER(J)))
                    = FUNCTION UPPER-CASE(FUNCTION TRIM(JA-USER))
                 AND FUNCTION TRIM(BT-TITLE(J)) = FUNCTION TRIM(JA-TITLE)
                 AND FUNCTION TRIM(BT-COMPANY(J))
                    = FUNCTION TRIM(JA-COMPANY)
                 MOVE 1 TO RECENT-REMINDER
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF RECENT-REMINDER = 1
              ADD 1 TO SUPPRESSED
              EXIT PARAGRAPH
           END-IF

           IF EMP-IDX > 0
              ADD 1 TO EM-NEW-STALE(EMP-IDX)
           END-IF
           PERFORM 2300-LOG-BREACH

           MOVE JA-USER TO NOTIFY-USER-WS
           MOVE SPACES TO NOTIFY-TEXT-WS
           STRING "Your application for " DELIMITED BY SIZE
                  FUNCTION TRIM(JA-TITLE) DELIMITED BY SIZE
                  " at " DELIMITED BY SIZE
                  FUNCTION TRIM(JA-COMPANY) DELIMITED BY SIZE
                  " is still awaiting review." DELIMITED BY SIZE
                  INTO NOTIFY-TEXT-WS
           END-STRING
           PERFORM 6000-APPEND-NOTIFICATION
           ADD 1 TO STUDENT-NOTES
           .

       *> Sets EMP-IDX to APP-OWNER's row, adding it the first time.
       2200-FIND-EMPLOYER.
           MOVE 0 TO EMP-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > EMP-COUNT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(EM-OWNER(J)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(APP-OWNER))
                 MOVE J TO EMP-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF EMP-IDX = 0
              IF EMP-COUNT < MAX-EMPLOYERS
                 ADD 1 TO EMP-COUNT
                 MOVE EMP-COUNT TO EMP-IDX
                 MOVE APP-OWNER TO EM-OWNER(EMP-IDX)
                 MOVE 0 TO EM-APPS(EMP-IDX) EM-STALE(EMP-IDX)
                    EM-NEW-STALE(EMP-IDX) EM-RESPONDED(EMP-IDX)
                    EM-RESP-DAYS(EMP-IDX) EM-BREACHES(EMP-IDX)
              ELSE
                 MOVE 1 TO TRUNCATED
              END-IF
           END-IF
           .

       *> Appends tonight's reminder to the log and to the in-memory
       *> table, so the repeat count below includes it.
       2300-LOG-BREACH.
           OPEN EXTEND BreachFile
           IF FS-BREACH = "35"
              OPEN OUTPUT BreachFile
           END-IF
           MOVE TODAY-DATE  TO SB-DATE
           MOVE APP-OWNER   TO SB-OWNER
           MOVE JA-USER     TO SB-USER
           MOVE JA-TITLE    TO SB-TITLE
           MOVE JA-COMPANY  TO SB-COMPANY
           MOVE STALE-FOR   TO SB-DAYS
           WRITE BREACH-REC
           CLOSE BreachFile
           MOVE SPACES TO FS-BREACH
           IF BREACH-COUNT < MAX-BREACHES
              ADD 1 TO BREACH-COUNT
              MOVE TODAY-DATE TO BT-DATE(BREACH-COUNT)
              MOVE APP-OWNER  TO BT-OWNER(BREACH-COUNT)
              MOVE JA-USER    TO BT-USER(BREACH-COUNT)
              MOVE JA-TITLE   TO BT-TITLE(BREACH-COUNT)
              MOVE JA-COMPANY TO BT-COMPANY(BREACH-COUNT)
           ELSE
              MOVE 1 TO TRUNCATED
           END-IF
           .

       *> One reminder per employer per night, totaling the stale
       *> applications that were due a reminder tonight.
       3000-NOTIFY-EMPLOYERS.
           MOVE 0 TO EMPLOYER-NOTES
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > EMP-COUNT
              IF EM-NEW-STALE(I) > 0
                 MOVE EM-OWNER(I) TO NOTIFY-USER-WS
                 MOVE EM-NEW-STALE(I) TO COUNT-DISPLAY
                 MOVE STALE-DAYS TO DAYS-DISPLAY
                 MOVE SPACES TO NOTIFY-TEXT-WS
                 STRING FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                        " application(s) waited over " DELIMITED BY SIZE
                        FUNCTION TRIM(DAYS-DISPLAY) DELIMITED BY SIZE
                        " days for review - see Review Applicants."
                           DELIMITED BY SIZE
                        INTO NOTIFY-TEXT-WS
                 END-STRING
                 PERFORM 6000-APPEND-NOTIFICATION
                 ADD 1 TO EMPLOYER-NOTES
              END-IF
           END-PERFORM
           .

       *> The log holds one row per stale application per night, so
       *> an employer's rows are counted once per SB-DATE: a row whose
       *> night already appeared earlier for the same employer adds
       *> nothing.
       4000-COUNT-REPEATS.
           MOVE 0 TO REPEAT-FLAGGED
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > EMP-COUNT
              MOVE 0 TO EM-BREACHES(I)
              PERFORM VARYING J FROM 1 BY 1 UNTIL J > BREACH-COUNT
                 IF BT-DATE(J) >= REPEAT-CUTOFF
                    AND FUNCTION UPPER-CASE(FUNCTION TRIM(BT-OWNER(J)))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(EM-OWNER(I)))
                    PERFORM 4100-FIND-SAME-NIGHT
                    IF MATCH-FOUND = 0
                       ADD 1 TO EM-BREACHES(I)
                    END-IF
                 END-IF
              END-PERFORM
              IF EM-BREACHES(I) >= REPEAT-COUNT
                 ADD 1 TO REPEAT-FLAGGED
              END-IF
           END-PERFORM
           .

       *> Sets MATCH-FOUND when a breach row before J has the same
       *> employer and night as row J.
       4100-FIND-SAME-NIGHT.
           MOVE 0 TO MATCH-FOUND
           PERFORM VARYING K FROM 1 BY 1 UNTIL K >= J
              IF BT-DATE(K) = BT-DATE(J)
                 AND FUNCTION UPPER-CASE(FUNCTION TRIM(BT-OWNER(K)))
                    = FUNCTION UPPER-CASE(FUNCTION TRIM(BT-OWNER(J)))
                 MOVE 1 TO MATCH-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .

       *> Ranks the employer table by stale applications held (most
       *> first), then prints it.
       5000-REPORT.
           PERFORM VARYING I FROM 2 BY 1 UNTIL I > EMP-COUNT
              MOVE EMP-SLOT(I) TO EMP-HOLD
              MOVE I TO J
              PERFORM UNTIL J < 2
                 IF EM-STALE(J - 1) >= EH-STALE
                    EXIT PERFORM
                 END-IF
                 MOVE EMP-SLOT(J - 1) TO EMP-SLOT(J)
                 SUBTRACT 1 FROM J
              END-PERFORM
              MOVE EMP-HOLD TO EMP-SLOT(J)
           END-PERFORM

           DISPLAY " "
           DISPLAY "-- Employers ranked by stale applications --"
           DISPLAY "  Rank Employer             Apps Stale Resp  AvgDays"
              " Nights    Flag"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > EMP-COUNT
              MOVE I TO RANK-DISPLAY
              IF EM-RESPONDED(I) = 0
                 MOVE "n/a" TO AVG-OUT
              ELSE
                 COMPUTE AVG-RESP ROUNDED =
                    EM-RESP-DAYS(I) / EM-RESPONDED(I)
                 MOVE AVG-RESP TO AVG-EDIT
                 MOVE AVG-EDIT TO AVG-OUT
              END-IF
              IF EM-BREACHES(I) >= REPEAT-COUNT
                 MOVE "REPEAT" TO FLAG-OUT
              ELSE
                 MOVE SPACES TO FLAG-OUT
              END-IF
              DISPLAY "  " RANK-DISPLAY "  " EM-OWNER(I) " "
                 EM-APPS(I) " " EM-STALE(I) "  " EM-RESPONDED(I) " "
                 AVG-OUT " " EM-BREACHES(I) "      " FLAG-OUT
           END-PERFORM
           IF EMP-COUNT = 0
              DISPLAY "  (no employer-owned applications on file)"
           END-IF

           DISPLAY " "
           IF TRUNCATED = 1
              DISPLAY "WARNING: a table filled up - figures cover only"
                 " the rows that fit."
           END-IF
           DISPLAY "Applications read:        " APPS-READ
           DISPLAY "Stale applications:       " STALE-TOTAL
           DISPLAY "Reminded earlier (held):  " SUPPRESSED
           DISPLAY "Student notices sent:     " STUDENT-NOTES
           DISPLAY "Employer reminders sent:  " EMPLOYER-NOTES
           DISPLAY "Repeat breachers flagged: " REPEAT-FLAGGED
           DISPLAY "=== SLA sweep complete ==="
           .

       *> Appends NOTIFY-TEXT-WS to NOTIFY-USER-WS's inbox.
       6000-APPEND-NOTIFICATION.
           OPEN EXTEND NotifyFile
           IF FS-NOTIFY = "35"
              OPEN OUTPUT NotifyFile
           END-IF
           MOVE NOTIFY-USER-WS TO NT-USER
           MOVE TODAY-DATE     TO NT-DATE
           MOVE NOTIFY-TEXT-WS TO NT-TEXT
           MOVE SPACES         TO NT-MAILED
           WRITE NOTIFY-REC
           CLOSE NotifyFile
           MOVE SPACES TO FS-NOTIFY
           .
