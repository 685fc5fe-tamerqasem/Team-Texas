>>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CapacityReport.

       *> Nightly capacity watch for the online program's in-memory
       *> tables. InCollege loads whole files into fixed-size tables
       *> (MAX-JOBS, MAX-MSGS and the rest), and a file that outgrows
       *> its table silently loses rows from view. This report counts
       *> the live rows in each of those files, compares the count to
       *> the online limit, and flags anything above 80% of the limit
       *> as WARNING and anything beyond the limit as CRITICAL, so
       *> growth is planned rather than discovered. It also counts the
       *> CAPACITY alarms the online loaders wrote to
       *> security_events.dat over the last 24 hours, which show a
       *> table actually truncated during a session. Read-only, so it
       *> takes no session lock. job_applications.dat and
       *> interviews.dat are keyed files now and the online program
       *> only loads one student's rows or the rows on one employer's
       *> postings, so for those two the count is the largest such
       *> list rather than the whole file. privacy.dat,
       *> talent_optin.dat and companies.dat are folded by key as they
       *> load, so for those the count is the distinct keys. A
       *> CAPACITY alarm naming a file with no slot here is counted
       *> separately, so a newly capped table is not missed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AcctFile        ASSIGN TO "data/accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-ACCT.

           SELECT JobsFile        ASSIGN TO "data/jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-JOBS.

           SELECT EventsFile      ASSIGN TO "data/events.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-EVENTS.

           SELECT GroupsFile      ASSIGN TO "data/groups.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-GROUPS.

           SELECT SkillsFile      ASSIGN TO "data/skills.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-SKILLS.

           SELECT ConnectionsFile ASSIGN TO "data/connections.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-CONN.

           SELECT MessagesFile    ASSIGN TO "data/messages.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-MSGS.

           SELECT JobAppFile      ASSIGN TO "data/job_applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS JA-KEY
               ALTERNATE RECORD KEY IS JA-POSTING WITH DUPLICATES
               FILE STATUS  IS FS-JOBAPP.

           SELECT InterviewsFile  ASSIGN TO "data/interviews.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS IV-KEY
               ALTERNATE RECORD KEY IS IV-POSTING WITH DUPLICATES
               FILE STATUS  IS FS-IVIEW.

           SELECT ContentRepFile  ASSIGN TO "data/content_reports.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-CREP.

           SELECT PrivacyFile     ASSIGN TO "data/privacy.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-PRIV.

           SELECT RecommendFile   ASSIGN TO "data/recommendations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-RECOM.

           SELECT TalentOptFile   ASSIGN TO "data/talent_optin.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-TOPT.

           SELECT CompanyFile     ASSIGN TO "data/companies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-COMP.

           *> Scanned for the CAPACITY rows the online loaders write
           *> when a table truncates.
           SELECT SecEventFile    ASSIGN TO "data/security_events.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-SECEV.

       DATA DIVISION.
       FILE SECTION.

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

       *> Layout must track EVENT-REC in InCollege2.cob.
       FD  EventsFile.
       01  EVENT-REC.
           05 EV-TITLE                     PIC X(30).
           05 EV-ORG                       PIC X(30).
           05 EV-LOCATION                  PIC X(20).
           05 EV-DESC                      PIC X(60).
           05 EV-SCHOOL                    PIC X(30).
           05 EV-MAJOR                     PIC X(30).
           05 EV-DATE                      PIC X(8).
           05 EV-OWNER                     PIC X(20).

       *> Layout must track GROUP-REC in InCollege2.cob.
       FD  GroupsFile.
       01  GROUP-REC.
           05 GR-NAME                      PIC X(30).
           05 GR-DESC                      PIC X(60).
           05 GR-OWNER                     PIC X(20).
           05 GR-CREATED                   PIC X(8).

       *> Layout must track SKILL-REC in InCollege2.cob.
       FD  SkillsFile.
       01  SKILL-REC.
           05 SK-NAME                      PIC X(30).
           05 SK-CATEGORY                  PIC X(20).
           05 SK-DESC                      PIC X(60).
           05 SK-STATUS                    PIC X(8).
           05 SK-MODULES.
              10 SK-MODULE OCCURS 5 TIMES  PIC X(30).

       *> Layout must track CONN-REC in InCollege2.cob.
       FD  ConnectionsFile.
       01  CONN-REC.
           05 CN-A                         PIC X(20).
           05 CN-B                         PIC X(20).
           05 CN-STATUS                    PIC X(10).

       *> Layout must track MSG-REC in InCollege2.cob.
       FD  MessagesFile.
       01  MSG-REC.
           05 MG-FROM                      PIC X(20).
           05 MG-TO                        PIC X(20).
           05 MG-SENT                      PIC X(8).
           05 MG-BODY                      PIC X(120).
           05 MG-READ                      PIC X(1).

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

       *> Layout must track INTV-REC in InCollege2.cob.
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

       *> Layout must track CREP-REC in InCollege2.cob.
       FD  ContentRepFile.
       01  CREP-REC.
           05 CR-REPORTER                  PIC X(20).
           05 CR-TARGET                    PIC X(20).
           05 CR-KIND                      PIC X(8).
           05 CR-DETAIL                    PIC X(120).
           05 CR-DATE                      PIC X(8).
           05 CR-STATUS                    PIC X(10).

       *> Layout must track PRIV-REC in InCollege2.cob.
       FD  PrivacyFile.
       01  PRIV-REC.
           05 PRV-USER                     PIC X(20).
           05 PRV-KIND                     PIC X(1).
           05 PRV-TARGET                   PIC X(20).
           05 PRV-VALUE                    PIC X(12).
           05 PRV-DATE                     PIC X(8).

       *> Layout must track RECOM-REC in InCollege2.cob.
       FD  RecommendFile.
       01  RECOM-REC.
           05 RC-STUDENT                   PIC X(20).
           05 RC-AUTHOR                    PIC X(20).
           05 RC-STATUS                    PIC X(10).
           05 RC-RELATION                  PIC X(30).
           05 RC-REQ-DATE                  PIC X(8).
           05 RC-DATE                      PIC X(8).
           05 RC-TEXT                      PIC X(300).

       *> Layout must track TOPT-REC in InCollege2.cob.
       FD  TalentOptFile.
       01  TOPT-REC.
           05 TO-USER                      PIC X(20).
           05 TO-STATUS                    PIC X(10).
           05 TO-DATE                      PIC X(8).

       *> Layout must track COMPANY-REC in InCollege2.cob.
       FD  CompanyFile.
       01  COMPANY-REC.
           05 CO-NAME                      PIC X(30).
           05 CO-INDUSTRY                  PIC X(20).
           05 CO-WEBSITE                   PIC X(40).
           05 CO-HQ                        PIC X(20).
           05 CO-DESC                      PIC X(60).

       *> Layout must track SECEV-REC in InCollege2.cob.
       FD  SecEventFile.
       01  SECEV-REC.
           05 SE-STAMP                     PIC X(15).
           05 SE-USER                      PIC X(20).
           05 SE-EVENT                     PIC X(12).

       WORKING-STORAGE SECTION.
       77  FS-ACCT                         PIC XX     VALUE SPACES.
       77  FS-JOBS                         PIC XX     VALUE SPACES.
       77  FS-EVENTS                       PIC XX     VALUE SPACES.
       77  FS-GROUPS                       PIC XX     VALUE SPACES.
       77  FS-SKILLS                       PIC XX     VALUE SPACES.
       77  FS-CONN                         PIC XX     VALUE SPACES.
       77  FS-MSGS                         PIC XX     VALUE SPACES.
       77  FS-JOBAPP                       PIC XX     VALUE SPACES.
       77  FS-IVIEW                        PIC XX     VALUE SPACES.
       77  FS-CREP                         PIC XX     VALUE SPACES.
       77  FS-SECEV                        PIC XX     VALUE SPACES.
       77  FS-PRIV                         PIC XX     VALUE SPACES.
       77  FS-RECOM                        PIC XX     VALUE SPACES.
       77  FS-TOPT                         PIC XX     VALUE SPACES.
       77  FS-COMP                         PIC XX     VALUE SPACES.

       *> One slot per watched file. CP-LIMIT must track the matching
       *> MAX- limit in InCollege2.cob (MAX-ACCOUNTS, MAX-JOBS,
       *> MAX-EVENTS, MAX-GROUPS, MAX-SKILLS, MAX-CONNECTIONS,
       *> MAX-MSGS, MAX-JOBAPPS, MAX-IVS, MAX-CREPS, MAX-PRIVACY,
       *> MAX-RECOMS, MAX-TALENT, MAX-COMPANIES).
       77  CAP-COUNT                       PIC 99     VALUE 14.
       77  C                               PIC 99     VALUE 0.
       01  CAP-TABLE.
           05 CAP-SLOT OCCURS 14 TIMES.
              10 CP-FILE                   PIC X(20).
              10 CP-LIMIT                  PIC 9(4).
              10 CP-ROWS                   PIC 9(6).
              10 CP-PCT                    PIC 9(4).
              10 CP-ALARMS                 PIC 9(4).
              10 CP-LEVEL                  PIC X(8).
              10 CP-MISSING                PIC 9.

       *> The postings from jobs.dat with their owners, so the rows
       *> on each posting can be added up per employer. PT-ROWS(1)
       *> counts applications, PT-ROWS(2) interview slots.
       77  MAX-POSTS                       PIC 9(4)   VALUE 200.
       77  PT-COUNT                        PIC 9(4)   VALUE 0.
       01  POSTING-TABLE.
           05 PT-SLOT OCCURS 200 TIMES.
              10 PT-TITLE                  PIC X(30).
              10 PT-COMPANY                PIC X(30).
              10 PT-OWNER                  PIC X(20).
              10 PT-ROWS OCCURS 2 TIMES    PIC 9(6).
       77  P                               PIC 9(4)   VALUE 0.
       77  Q                               PIC 9(4)   VALUE 0.
       *> Which PT-ROWS column 1760-PEAK-LIST works on.
       77  LIST-SEL                        PIC 9      VALUE 0.
       *> Rows in the current run of one student's keys, the largest
       *> run so far, and the largest employer list.
       01  RUN-USER                        PIC X(20)  VALUE SPACES.
       77  RUN-ROWS                        PIC 9(6)   VALUE 0.
       77  PEAK-ROWS                       PIC 9(6)   VALUE 0.
       77  SHARED-ROWS                     PIC 9(6)   VALUE 0.
       77  OWNER-ROWS                      PIC 9(6)   VALUE 0.

       *> Distinct keys seen in the file being counted, for the files
       *> whose online loader folds repeated rows into one slot. Sized
       *> well past the largest of those limits; once full the count
       *> stops at KEY-MAX, which is already CRITICAL for all of them.
       77  KEY-MAX                         PIC 9(4)   VALUE 2000.
       77  KEY-COUNT                       PIC 9(4)   VALUE 0.
       77  K                               PIC 9(4)   VALUE 0.
       77  KEY-HIT                         PIC 9      VALUE 0.
       01  KEY-NEW                         PIC X(41)  VALUE SPACES.
       01  KEY-TABLE.
           05 KEY-SEEN OCCURS 2000 TIMES   PIC X(41).
       *> privacy.dat feeds two tables, each capped at MAX-PRIVACY:
       *> one per visibility user and one per owner/target block.
       77  VIS-KEYS                        PIC 9(6)   VALUE 0.
       77  BLK-KEYS                        PIC 9(6)   VALUE 0.

       77  WARN-COUNT                      PIC 99     VALUE 0.
       77  CRIT-COUNT                      PIC 99     VALUE 0.
       77  ALARM-TOTAL                     PIC 9(4)   VALUE 0.
       *> CAPACITY alarms whose file has no slot above.
       77  UNSLOTTED-ALARMS                PIC 9(4)   VALUE 0.
       77  TODAY-INT                       PIC 9(8)   VALUE 0.

       01  NOW-STAMP                       PIC X(21)  VALUE SPACES.
       *> Security events at or after this stamp (same time yesterday,
       *> in SE-STAMP's YYYYMMDD-HHMMSS form) count as the last 24h.
       01  ALARM-CUTOFF                    PIC X(15)  VALUE SPACES.
       01  YESTERDAY                       PIC 9(8)   VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "=== InCollege Capacity Watch ==="
           MOVE FUNCTION CURRENT-DATE TO NOW-STAMP
           COMPUTE TODAY-INT =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(NOW-STAMP(1:8)))
           COMPUTE YESTERDAY = FUNCTION DATE-OF-INTEGER(TODAY-INT - 1)
           MOVE SPACES TO ALARM-CUTOFF
           STRING YESTERDAY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  NOW-STAMP(9:6) DELIMITED BY SIZE
                  INTO ALARM-CUTOFF
           END-STRING

           PERFORM 0200-INIT-LIMITS
           PERFORM 1000-COUNT-ACCOUNTS
           PERFORM 1100-COUNT-JOBS
           PERFORM 1200-COUNT-EVENTS
           PERFORM 1300-COUNT-GROUPS
           PERFORM 1400-COUNT-SKILLS
           PERFORM 1500-COUNT-CONNECTIONS
           PERFORM 1600-COUNT-MESSAGES
           PERFORM 1700-COUNT-JOBAPPS
           PERFORM 1800-COUNT-INTERVIEWS
           PERFORM 1900-COUNT-CONTENT-REPORTS
           PERFORM 1910-COUNT-PRIVACY
           PERFORM 1920-COUNT-RECOMMENDATIONS
           PERFORM 1930-COUNT-TALENT-OPTINS
           PERFORM 1940-COUNT-COMPANIES
           PERFORM 2000-COUNT-ALARMS
           PERFORM 3000-GRADE
           PERFORM 5000-REPORT
           STOP RUN.

       0200-INIT-LIMITS.
           MOVE "accounts.dat"         TO CP-FILE(1)
           MOVE 500                    TO CP-LIMIT(1)
           MOVE "jobs.dat"             TO CP-FILE(2)
           MOVE 50                     TO CP-LIMIT(2)
           MOVE "events.dat"           TO CP-FILE(3)
           MOVE 50                     TO CP-LIMIT(3)
           MOVE "groups.dat"           TO CP-FILE(4)
           MOVE 50                     TO CP-LIMIT(4)
           MOVE "skills.dat"           TO CP-FILE(5)
           MOVE 50                     TO CP-LIMIT(5)
           MOVE "connections.dat"      TO CP-FILE(6)
           MOVE 1000                   TO CP-LIMIT(6)
           MOVE "messages.dat"         TO CP-FILE(7)
           MOVE 2000                   TO CP-LIMIT(7)
           MOVE "job_applications.dat" TO CP-FILE(8)
           MOVE 2000                   TO CP-LIMIT(8)
           MOVE "interviews.dat"       TO CP-FILE(9)
           MOVE 500                    TO CP-LIMIT(9)
           MOVE "content_reports.dat"  TO CP-FILE(10)
           MOVE 500                    TO CP-LIMIT(10)
           MOVE "privacy.dat"          TO CP-FILE(11)
           MOVE 500                    TO CP-LIMIT(11)
           MOVE "recommendations.dat"  TO CP-FILE(12)
           MOVE 500                    TO CP-LIMIT(12)
           MOVE "talent_optin.dat"     TO CP-FILE(13)
           MOVE 500                    TO CP-LIMIT(13)
           MOVE "companies.dat"        TO CP-FILE(14)
           MOVE 200                    TO CP-LIMIT(14)
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > CAP-COUNT
              MOVE 0 TO CP-ROWS(C) CP-PCT(C) CP-ALARMS(C) CP-MISSING(C)
              MOVE SPACES TO CP-LEVEL(C)
           END-PERFORM
           .

       *> Each count applies the same test its online loader uses to
       *> decide whether a row takes a table slot.
       1000-COUNT-ACCOUNTS.
           OPEN INPUT AcctFile
           IF FS-ACCT NOT = "00"
              CLOSE AcctFile
              MOVE 1 TO CP-MISSING(1)
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ AcctFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-ACCT NOT = "00"
                 EXIT PERFORM
              END-IF
              IF AR-USER NOT = SPACES
                 ADD 1 TO CP-ROWS(1)
              END-IF
           END-PERFORM
           CLOSE AcctFile
           .

       1100-COUNT-JOBS.
           OPEN INPUT JobsFile
           IF FS-JOBS NOT = "00"
              CLOSE JobsFile
              MOVE 1 TO CP-MISSING(2)
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ JobsFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-JOBS NOT = "00"
                 EXIT PERFORM
              END-IF
              IF JB-TITLE NOT = SPACES
                 ADD 1 TO CP-ROWS(2)
                 IF PT-COUNT < MAX-POSTS
                    ADD 1 TO PT-COUNT
                    MOVE JB-TITLE   TO PT-TITLE(PT-COUNT)
                    MOVE JB-COMPANY TO PT-COMPANY(PT-COUNT)
                    MOVE JB-OWNER   TO PT-OWNER(PT-COUNT)
                    MOVE 0 TO PT-ROWS(PT-COUNT, 1) PT-ROWS(PT-COUNT, 2)
                 END-IF
              END-IF
           END-PERFORM
           CLOSE JobsFile
           .

       1200-COUNT-EVENTS.
           OPEN INPUT EventsFile
           IF FS-EVENTS NOT = "00"
              CLOSE EventsFile
              MOVE 1 TO CP-MISSING(3)
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ EventsFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-EVENTS NOT = "00"
                 EXIT PERFORM
              END-IF
              IF EV-TITLE NOT = SPACES
                 ADD 1 TO CP-ROWS(3)
              END-IF
           END-PERFORM
           CLOSE EventsFile
           .

       1300-COUNT-GROUPS.
           OPEN INPUT GroupsFile
           IF FS-GROUPS NOT = "00"
              CLOSE GroupsFile
              MOVE 1 TO CP-MISSING(4)
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ GroupsFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-GROUPS NOT = "00"
                 EXIT PERFORM
              END-IF
              IF GR-NAME NOT = SPACES
                 ADD 1 TO CP-ROWS(4)
              END-IF
           END-PERFORM
           CLOSE GroupsFile
           .

       *> Retired skills stay in the catalog but never load online,
       *> so only the rest count against MAX-SKILLS.
       1400-COUNT-SKILLS.
           OPEN INPUT SkillsFile
           IF FS-SKILLS NOT = "00"
              CLOSE SkillsFile
              MOVE 1 TO CP-MISSING(5)
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ SkillsFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-SKILLS NOT = "00"
                 EXIT PERFORM
              END-IF
              IF SK-NAME NOT = SPACES
                 AND FUNCTION UPPER-CASE(FUNCTION TRIM(SK-STATUS))
                    NOT = "RETIRED"
                 ADD 1 TO CP-ROWS(5)
              END-IF
           END-PERFORM
           CLOSE SkillsFile
           .

       1500-COUNT-CONNECTIONS.
           OPEN INPUT ConnectionsFile
           IF FS-CONN NOT = "00"
              CLOSE ConnectionsFile
              MOVE 1 TO CP-MISSING(6)
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ ConnectionsFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-CONN NOT = "00"
                 EXIT PERFORM
              END-IF
              IF CN-A NOT = SPACES
                 ADD 1 TO CP-ROWS(6)
              END-IF
           END-PERFORM
           CLOSE ConnectionsFile
           .

       1600-COUNT-MESSAGES.
           OPEN INPUT MessagesFile
           IF FS-MSGS NOT = "00"
              CLOSE MessagesFile
              MOVE 1 TO CP-MISSING(7)
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ MessagesFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-MSGS NOT = "00"
                 EXIT PERFORM
              END-IF
              IF MG-FROM NOT = SPACES
                 ADD 1 TO CP-ROWS(7)
              END-IF
           END-PERFORM
           CLOSE MessagesFile
           .

       *> The file comes back in key order, user first, so each
       *> student's rows are one run; each row is also added to its
       *> posting for the employer side.
       1700-COUNT-JOBAPPS.
           MOVE 0 TO PEAK-ROWS RUN-ROWS
           MOVE SPACES TO RUN-USER
           OPEN INPUT JobAppFile
           IF FS-JOBAPP NOT = "00"
              CLOSE JobAppFile
              MOVE 1 TO CP-MISSING(8)
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
                 IF JA-USER NOT = RUN-USER
                    MOVE JA-USER TO RUN-USER
                    MOVE 0 TO RUN-ROWS
                 END-IF
                 ADD 1 TO RUN-ROWS
                 IF RUN-ROWS > PEAK-ROWS
                    MOVE RUN-ROWS TO PEAK-ROWS
                 END-IF
                 PERFORM VARYING P FROM 1 BY 1 UNTIL P > PT-COUNT
                    IF PT-TITLE(P) = JA-TITLE
                       AND PT-COMPANY(P) = JA-COMPANY
                       ADD 1 TO PT-ROWS(P, 1)
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           CLOSE JobAppFile
           MOVE 1 TO LIST-SEL
           PERFORM 1760-PEAK-LIST
           MOVE PEAK-ROWS TO CP-ROWS(8)
           .

       *> An employer's list holds the rows on their own postings plus
       *> the unclaimed seed postings every employer manages; raises
       *> PEAK-ROWS to the largest such list for column LIST-SEL.
       1760-PEAK-LIST.
           MOVE 0 TO SHARED-ROWS
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > PT-COUNT
              IF PT-OWNER(P) = SPACES
                 ADD PT-ROWS(P, LIST-SEL) TO SHARED-ROWS
              END-IF
           END-PERFORM
           IF SHARED-ROWS > PEAK-ROWS
              MOVE SHARED-ROWS TO PEAK-ROWS
           END-IF
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > PT-COUNT
              IF PT-OWNER(P) NOT = SPACES
                 MOVE SHARED-ROWS TO OWNER-ROWS
                 PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > PT-COUNT
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(PT-OWNER(Q)))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(PT-OWNER(P)))
                       ADD PT-ROWS(Q, LIST-SEL) TO OWNER-ROWS
                    END-IF
                 END-PERFORM
                 IF OWNER-ROWS > PEAK-ROWS
                    MOVE OWNER-ROWS TO PEAK-ROWS
                 END-IF
              END-IF
           END-PERFORM
           .

       *> Same measure as 1700-COUNT-JOBAPPS, for interview slots.
       1800-COUNT-INTERVIEWS.
           MOVE 0 TO PEAK-ROWS RUN-ROWS
           MOVE SPACES TO RUN-USER
           OPEN INPUT InterviewsFile
           IF FS-IVIEW NOT = "00"
              CLOSE InterviewsFile
              MOVE 1 TO CP-MISSING(9)
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ InterviewsFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-IVIEW NOT = "00"
                 EXIT PERFORM
              END-IF
              IF IV-USER NOT = SPACES
                 IF IV-USER NOT = RUN-USER
                    MOVE IV-USER TO RUN-USER
                    MOVE 0 TO RUN-ROWS
                 END-IF
                 ADD 1 TO RUN-ROWS
                 IF RUN-ROWS > PEAK-ROWS
                    MOVE RUN-ROWS TO PEAK-ROWS
                 END-IF
                 PERFORM VARYING P FROM 1 BY 1 UNTIL P > PT-COUNT
                    IF PT-TITLE(P) = IV-TITLE
                       AND PT-COMPANY(P) = IV-COMPANY
                       ADD 1 TO PT-ROWS(P, 2)
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           CLOSE InterviewsFile
           MOVE 2 TO LIST-SEL
           PERFORM 1760-PEAK-LIST
           MOVE PEAK-ROWS TO CP-ROWS(9)
           .

       1900-COUNT-CONTENT-REPORTS.
           OPEN INPUT ContentRepFile
           IF FS-CREP NOT = "00"
              CLOSE ContentRepFile
              MOVE 1 TO CP-MISSING(10)
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ ContentRepFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-CREP NOT = "00"
                 EXIT PERFORM
              END-IF
              IF CR-REPORTER NOT = SPACES
                 ADD 1 TO CP-ROWS(10)
              END-IF
           END-PERFORM
           CLOSE ContentRepFile
           .

       *> The fuller of the two privacy tables decides the grade.
       1910-COUNT-PRIVACY.
           MOVE 0 TO KEY-COUNT VIS-KEYS BLK-KEYS
           OPEN INPUT PrivacyFile
           IF FS-PRIV NOT = "00"
              CLOSE PrivacyFile
              MOVE 1 TO CP-MISSING(11)
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ PrivacyFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-PRIV NOT = "00"
                 EXIT PERFORM
              END-IF
              MOVE SPACES TO KEY-NEW
              EVALUATE TRUE
                 WHEN PRV-USER = SPACES
                    CONTINUE
                 WHEN PRV-KIND = "V"
                    MOVE "V" TO KEY-NEW(1:1)
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PRV-USER))
                       TO KEY-NEW(2:20)
                    PERFORM 1990-NOTE-KEY
                    IF KEY-HIT = 0
                       ADD 1 TO VIS-KEYS
                    END-IF
                 WHEN PRV-KIND = "B" AND PRV-TARGET NOT = SPACES
                    MOVE "B" TO KEY-NEW(1:1)
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PRV-USER))
                       TO KEY-NEW(2:20)
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PRV-TARGET))
                       TO KEY-NEW(22:20)
                    PERFORM 1990-NOTE-KEY
                    IF KEY-HIT = 0
                       ADD 1 TO BLK-KEYS
                    END-IF
              END-EVALUATE
           END-PERFORM
           CLOSE PrivacyFile
           IF VIS-KEYS > BLK-KEYS
              MOVE VIS-KEYS TO CP-ROWS(11)
           ELSE
              MOVE BLK-KEYS TO CP-ROWS(11)
           END-IF
           .

       1920-COUNT-RECOMMENDATIONS.
           OPEN INPUT RecommendFile
           IF FS-RECOM NOT = "00"
              CLOSE RecommendFile
              MOVE 1 TO CP-MISSING(12)
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ RecommendFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-RECOM NOT = "00"
                 EXIT PERFORM
              END-IF
              IF RC-STUDENT NOT = SPACES
                 ADD 1 TO CP-ROWS(12)
              END-IF
           END-PERFORM
           CLOSE RecommendFile
           .

       1930-COUNT-TALENT-OPTINS.
           MOVE 0 TO KEY-COUNT
           OPEN INPUT TalentOptFile
           IF FS-TOPT NOT = "00"
              CLOSE TalentOptFile
              MOVE 1 TO CP-MISSING(13)
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ TalentOptFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-TOPT NOT = "00"
                 EXIT PERFORM
              END-IF
              IF TO-USER NOT = SPACES
                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TO-USER))
                    TO KEY-NEW
                 PERFORM 1990-NOTE-KEY
                 IF KEY-HIT = 0
                    ADD 1 TO CP-ROWS(13)
                 END-IF
              END-IF
           END-PERFORM
           CLOSE TalentOptFile
           .

       1940-COUNT-COMPANIES.
           MOVE 0 TO KEY-COUNT
           OPEN INPUT CompanyFile
           IF FS-COMP NOT = "00"
              CLOSE CompanyFile
              MOVE 1 TO CP-MISSING(14)
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ CompanyFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-COMP NOT = "00"
                 EXIT PERFORM
              END-IF
              IF CO-NAME NOT = SPACES
                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CO-NAME))
                    TO KEY-NEW
                 PERFORM 1990-NOTE-KEY
                 IF KEY-HIT = 0
                    ADD 1 TO CP-ROWS(14)
                 END-IF
              END-IF
           END-PERFORM
           CLOSE CompanyFile
           .

       *> Sets KEY-HIT to 1 when KEY-NEW is already in KEY-TABLE,
       *> otherwise adds it. A full table reports every further key as
       *> seen, so the count stops at KEY-MAX.
       1990-NOTE-KEY.
           MOVE 0 TO KEY-HIT
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > KEY-COUNT
              IF KEY-SEEN(K) = KEY-NEW
                 MOVE 1 TO KEY-HIT
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF KEY-COUNT < KEY-MAX
              ADD 1 TO KEY-COUNT
              MOVE KEY-NEW TO KEY-SEEN(KEY-COUNT)
           ELSE
              MOVE 1 TO KEY-HIT
           END-IF
           .

       *> A CAPACITY row carries the truncated file's name in SE-USER.
       2000-COUNT-ALARMS.
           OPEN INPUT SecEventFile
           IF FS-SECEV NOT = "00"
              CLOSE SecEventFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ SecEventFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-SECEV NOT = "00"
                 EXIT PERFORM
              END-IF
              IF FUNCTION TRIM(SE-EVENT) = "CAPACITY"
                 AND SE-STAMP >= ALARM-CUTOFF
                 PERFORM VARYING C FROM 1 BY 1 UNTIL C > CAP-COUNT
                    IF FUNCTION TRIM(SE-USER) = FUNCTION TRIM(CP-FILE(C))
                       ADD 1 TO CP-ALARMS(C)
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
                 ADD 1 TO ALARM-TOTAL
                 IF C > CAP-COUNT
                    ADD 1 TO UNSLOTTED-ALARMS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE SecEventFile
           .

       *> Compares in whole rows rather than rounded percentages, so
       *> a file exactly at its limit is a WARNING (still fully
       *> loaded) and one row past it is CRITICAL.
       3000-GRADE.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > CAP-COUNT
              COMPUTE CP-PCT(C) = (CP-ROWS(C) * 100) / CP-LIMIT(C)
              EVALUATE TRUE
                 WHEN CP-ROWS(C) > CP-LIMIT(C)
                    MOVE "CRITICAL" TO CP-LEVEL(C)
                    ADD 1 TO CRIT-COUNT
                 WHEN CP-ROWS(C) * 100 > CP-LIMIT(C) * 80
                    MOVE "WARNING" TO CP-LEVEL(C)
                    ADD 1 TO WARN-COUNT
                 WHEN OTHER
                    MOVE "OK" TO CP-LEVEL(C)
              END-EVALUATE
              *> A truncation seen online is critical whatever the
              *> file holds tonight.
              IF CP-ALARMS(C) > 0 AND CP-LEVEL(C) NOT = "CRITICAL"
                 IF CP-LEVEL(C) = "WARNING"
                    SUBTRACT 1 FROM WARN-COUNT
                 END-IF
                 MOVE "CRITICAL" TO CP-LEVEL(C)
                 ADD 1 TO CRIT-COUNT
              END-IF
           END-PERFORM
           .

       5000-REPORT.
           DISPLAY "File                   Rows  Limit   Pct  Level    "
              "Alarms(24h)"
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > CAP-COUNT
              IF CP-MISSING(C) = 1
                 DISPLAY CP-FILE(C) " not on file"
              ELSE
                 DISPLAY CP-FILE(C) " " CP-ROWS(C) " " CP-LIMIT(C) " "
                    CP-PCT(C) "% " CP-LEVEL(C) " " CP-ALARMS(C)
              END-IF
           END-PERFORM
           DISPLAY "(job_applications.dat and interviews.dat: largest"
              " single student or employer list)"
           DISPLAY "(privacy.dat, talent_optin.dat, companies.dat:"
              " distinct keys as loaded online)"
           DISPLAY " "
           DISPLAY "CRITICAL files:         " CRIT-COUNT
           DISPLAY "WARNING files:          " WARN-COUNT
           DISPLAY "Alarms in last 24h:     " ALARM-TOTAL
           IF UNSLOTTED-ALARMS > 0
              DISPLAY "  on unwatched files:   " UNSLOTTED-ALARMS
              DISPLAY "ACTION: a table with no slot in this report has "
                 "truncated online - add a slot for it."
           END-IF
           IF CRIT-COUNT > 0
              DISPLAY "ACTION: at least one file has outgrown its online "
                 "table - rows are dropping out of view."
           END-IF
           DISPLAY "=== End of Capacity Watch ==="
           .
