>>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegrityCheck.

       *> Nightly cross-file referential integrity sweep. Reconcile
       *> only pairs accounts.dat with the profile file; this job
       *> checks every other parent/child link the online program
       *> relies on: applications against the postings in jobs.dat,
       *> RSVPs against events.dat, group memberships against
       *> groups.dat, endorsed skills against the skills.dat catalog,
       *> and the usernames on messages, connections, profile views
       *> and notifications against accounts.dat. Every broken row is
       *> written to a dated exceptions file with the file it came
       *> from, its row number, the reference that failed and a copy
       *> of the row's key fields, and per-file totals are printed so
       *> operations can see at a glance which log is drifting.
       *> Read-only against the live files, like Reconcile, so it
       *> takes no session lock.

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

           SELECT JobAppFile      ASSIGN TO "data/job_applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS JA-KEY
               ALTERNATE RECORD KEY IS JA-POSTING WITH DUPLICATES
               FILE STATUS  IS FS-JOBAPP.

           SELECT EventRsvpFile   ASSIGN TO "data/event_rsvps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-RSVP.

           SELECT GroupMemFile    ASSIGN TO "data/group_members.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-GMEM.

           SELECT EndorseFile     ASSIGN TO "data/endorsements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-ENDORSE.

           SELECT MessagesFile    ASSIGN TO "data/messages.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-MSGS.

           SELECT ConnectionsFile ASSIGN TO "data/connections.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-CONN.

           SELECT ProfViewFile    ASSIGN TO "data/profile_views.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-PVIEWS.

           SELECT NotifyFile      ASSIGN TO "data/notifications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-NOTIFY.

           *> Exceptions staging; renamed to its dated final name
           *> (data/integrity-exceptions-YYYYMMDD.dat) once complete,
           *> the same way ConnCompact names its archives.
           SELECT ExceptionFile   ASSIGN TO "data/integrity-exceptions.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-EXCEPT.

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

       *> Layout must track RSVP-REC in InCollege2.cob.
       FD  EventRsvpFile.
       01  RSVP-REC.
           05 RS-USER                      PIC X(20).
           05 RS-TITLE                     PIC X(30).
           05 RS-ORG                       PIC X(30).
           05 RS-DATE                      PIC X(8).

       *> Layout must track GMEM-REC in InCollege2.cob.
       FD  GroupMemFile.
       01  GMEM-REC.
           05 GM-GROUP                     PIC X(30).
           05 GM-USER                      PIC X(20).
           05 GM-STATUS                    PIC X(10).
           05 GM-DATE                      PIC X(8).

       *> Layout must track ENDORSE-REC in InCollege2.cob.
       FD  EndorseFile.
       01  ENDORSE-REC.
           05 EN-ENDORSER                  PIC X(20).
           05 EN-OWNER                     PIC X(20).
           05 EN-SKILL                     PIC X(30).

       *> Layout must track MSG-REC in InCollege2.cob.
       FD  MessagesFile.
       01  MSG-REC.
           05 MG-FROM                      PIC X(20).
           05 MG-TO                        PIC X(20).
           05 MG-SENT                      PIC X(8).
           05 MG-BODY                      PIC X(120).
           05 MG-READ                      PIC X(1).

       *> Layout must track CONN-REC in InCollege2.cob.
       FD  ConnectionsFile.
       01  CONN-REC.
           05 CN-A                         PIC X(20).
           05 CN-B                         PIC X(20).
           05 CN-STATUS                    PIC X(10).

       *> Layout must track PVIEW-REC in InCollege2.cob.
       FD  ProfViewFile.
       01  PVIEW-REC.
           05 PV-VIEWER                    PIC X(20).
           05 PV-VIEWED                    PIC X(20).
           05 PV-DATE                      PIC X(8).

       *> Layout must track NOTIFY-REC in InCollege2.cob.
       FD  NotifyFile.
       01  NOTIFY-REC.
           05 NT-USER                      PIC X(20).
           05 NT-DATE                      PIC X(8).
           05 NT-TEXT                      PIC X(80).
           05 NT-MAILED                    PIC X(8).

       *> One row per broken reference: the child file, the row's
       *> position in it (1 = first row), the reference that failed,
       *> and the row's key fields as found.
       FD  ExceptionFile.
       01  EXCEPTION-REC.
           05 IX-FILE                      PIC X(24).
           05 IX-ROW                       PIC 9(6).
           05 IX-REF                       PIC X(20).
           05 IX-DETAIL                    PIC X(100).

       WORKING-STORAGE SECTION.
       77  FS-ACCT                         PIC XX     VALUE SPACES.
       77  FS-JOBS                         PIC XX     VALUE SPACES.
       77  FS-EVENTS                       PIC XX     VALUE SPACES.
       77  FS-GROUPS                       PIC XX     VALUE SPACES.
       77  FS-SKILLS                       PIC XX     VALUE SPACES.
       77  FS-JOBAPP                       PIC XX     VALUE SPACES.
       77  FS-RSVP                         PIC XX     VALUE SPACES.
       77  FS-GMEM                         PIC XX     VALUE SPACES.
       77  FS-ENDORSE                      PIC XX     VALUE SPACES.
       77  FS-MSGS                         PIC XX     VALUE SPACES.
       77  FS-CONN                         PIC XX     VALUE SPACES.
       77  FS-PVIEWS                       PIC XX     VALUE SPACES.
       77  FS-NOTIFY                       PIC XX     VALUE SPACES.
       77  FS-EXCEPT                       PIC XX     VALUE SPACES.

       *> Parent key tables. Sized well above the online load caps so
       *> a parent file that has outgrown the online program is still
       *> read whole; a parent that overflows even these is reported
       *> and its checks are skipped rather than flag every child row
       *> past the cap as an orphan.
       77  MAX-ACCTS                       PIC 9(4)   VALUE 2000.
       77  ACCT-COUNT                      PIC 9(4)   VALUE 0.
       77  ACCT-OVERFLOW                   PIC 9      VALUE 0.
       77  ACCT-LOADED                     PIC 9      VALUE 0.
       01  ACCT-USER-TABLE.
           05 AU-SLOT OCCURS 2000 TIMES    PIC X(20).

       77  MAX-PARENTS                     PIC 9(4)   VALUE 500.
       77  JOB-COUNT                       PIC 9(4)   VALUE 0.
       77  JOB-OVERFLOW                    PIC 9      VALUE 0.
       01  JOB-KEY-TABLE.
           05 JK-SLOT OCCURS 500 TIMES.
              10 JK-TITLE                  PIC X(30).
              10 JK-COMPANY                PIC X(30).

       77  EVT-COUNT                       PIC 9(4)   VALUE 0.
       77  EVT-OVERFLOW                    PIC 9      VALUE 0.
       01  EVT-KEY-TABLE.
           05 EK-SLOT OCCURS 500 TIMES.
              10 EK-TITLE                  PIC X(30).
              10 EK-ORG                    PIC X(30).

       77  GRP-COUNT                       PIC 9(4)   VALUE 0.
       77  GRP-OVERFLOW                    PIC 9      VALUE 0.
       01  GRP-KEY-TABLE.
           05 GK-SLOT OCCURS 500 TIMES     PIC X(30).

       77  SKL-COUNT                       PIC 9(4)   VALUE 0.
       77  SKL-OVERFLOW                    PIC 9      VALUE 0.
       01  SKL-KEY-TABLE.
           05 SKK-SLOT OCCURS 500 TIMES    PIC X(30).

       *> Per-file totals, one slot per child file checked, in the
       *> order the checks run.
       77  CHK-COUNT                       PIC 99     VALUE 8.
       77  CHK                             PIC 99     VALUE 0.
       01  TOTALS-TABLE.
           05 TOT-SLOT OCCURS 8 TIMES.
              10 TOT-FILE                  PIC X(24).
              10 TOT-REF                   PIC X(20).
              10 TOT-READ                  PIC 9(6).
              10 TOT-BROKEN                PIC 9(6).
              *> 0 = checked, 1 = child file not on file,
              *> 2 = skipped because the parent could not be read whole
              10 TOT-STATE                 PIC 9.

       77  I                               PIC 9(4)   VALUE 0.
       77  ROW-NUM                         PIC 9(6)   VALUE 0.
       77  MATCH-FOUND                     PIC 9      VALUE 0.
       77  EXCEPTION-COUNT                 PIC 9(6)   VALUE 0.
       77  FILES-WITH-BREAKS               PIC 99     VALUE 0.

       *> The username being resolved, uppercased once per row.
       01  CMP-USER                        PIC X(20)  VALUE SPACES.
       *> Rows naming two users: each side is looked up, and
       *> 3100-NAME-MISSING-SIDE says which one failed.
       77  SIDE-A-FOUND                    PIC 9      VALUE 0.
       77  SIDE-B-FOUND                    PIC 9      VALUE 0.
       01  SIDE-A-NAME                     PIC X(10)  VALUE SPACES.
       01  SIDE-B-NAME                     PIC X(10)  VALUE SPACES.
       01  SIDE-MISSING                    PIC X(40)  VALUE SPACES.

       01  NOW-STAMP                       PIC X(21)  VALUE SPACES.
       *> Receiving area for CBL_CHECK_FILE_EXIST (size + date/time).
       01  EXCEPT-EXIST-INFO               PIC X(16)  VALUE SPACES.
       01  EXCEPT-NEW-PATH     PIC X(40) VALUE "data/integrity-exceptions.new".
       01  EXCEPT-DATED-PATH   PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "=== InCollege Referential Integrity Check ==="
           MOVE FUNCTION CURRENT-DATE TO NOW-STAMP
           PERFORM 0200-INIT-TOTALS

           PERFORM 1000-LOAD-ACCOUNTS
           PERFORM 1100-LOAD-JOBS
           PERFORM 1200-LOAD-EVENTS
           PERFORM 1300-LOAD-GROUPS
           PERFORM 1400-LOAD-SKILLS

           OPEN OUTPUT ExceptionFile
           IF FS-EXCEPT NOT = "00"
              DISPLAY "Cannot create integrity-exceptions.new (status "
                 FS-EXCEPT ")."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 2000-CHECK-APPLICATIONS
           PERFORM 2100-CHECK-RSVPS
           PERFORM 2200-CHECK-GROUP-MEMBERS
           PERFORM 2300-CHECK-ENDORSEMENTS
           PERFORM 2400-CHECK-MESSAGES
           PERFORM 2500-CHECK-CONNECTIONS
           PERFORM 2600-CHECK-PROFILE-VIEWS
           PERFORM 2700-CHECK-NOTIFICATIONS

           CLOSE ExceptionFile
           PERFORM 4000-NAME-EXCEPTIONS
           PERFORM 5000-REPORT
           STOP RUN.

       0200-INIT-TOTALS.
           MOVE "job_applications.dat"     TO TOT-FILE(1)
           MOVE "JA-TITLE/JA-COMPANY"      TO TOT-REF(1)
           MOVE "event_rsvps.dat"          TO TOT-FILE(2)
           MOVE "RS-TITLE/RS-ORG"          TO TOT-REF(2)
           MOVE "group_members.dat"        TO TOT-FILE(3)
           MOVE "GM-GROUP"                 TO TOT-REF(3)
           MOVE "endorsements.dat"         TO TOT-FILE(4)
           MOVE "EN-SKILL"                 TO TOT-REF(4)
           MOVE "messages.dat"             TO TOT-FILE(5)
           MOVE "MG-FROM/MG-TO"            TO TOT-REF(5)
           MOVE "connections.dat"          TO TOT-FILE(6)
           MOVE "CN-A/CN-B"                TO TOT-REF(6)
           MOVE "profile_views.dat"        TO TOT-FILE(7)
           MOVE "PV-VIEWER/PV-VIEWED"      TO TOT-REF(7)
           MOVE "notifications.dat"        TO TOT-FILE(8)
           MOVE "NT-USER"                  TO TOT-REF(8)
           PERFORM VARYING CHK FROM 1 BY 1 UNTIL CHK > CHK-COUNT
              MOVE 0 TO TOT-READ(CHK) TOT-BROKEN(CHK) TOT-STATE(CHK)
           END-PERFORM
           .

       *> Usernames are held uppercased and trimmed, the way PR-USER
       *> is keyed, so each child row needs only one normalization.
       1000-LOAD-ACCOUNTS.
           MOVE 0 TO ACCT-COUNT ACCT-OVERFLOW ACCT-LOADED
           OPEN INPUT AcctFile
           IF FS-ACCT NOT = "00"
              DISPLAY "Cannot open accounts.dat (status " FS-ACCT
                 ") - username checks skipped."
              CLOSE AcctFile
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO ACCT-LOADED
           PERFORM UNTIL 1 = 2
              READ AcctFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-ACCT NOT = "00"
                 EXIT PERFORM
              END-IF
              IF AR-USER NOT = SPACES
                 IF ACCT-COUNT < MAX-ACCTS
                    ADD 1 TO ACCT-COUNT
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AR-USER))
                       TO AU-SLOT(ACCT-COUNT)
                 ELSE
                    MOVE 1 TO ACCT-OVERFLOW
                 END-IF
              END-IF
           END-PERFORM
           CLOSE AcctFile
           IF ACCT-OVERFLOW = 1
              DISPLAY "WARNING: accounts.dat holds more than " MAX-ACCTS
                 " rows - username checks skipped."
           END-IF
           .

       1100-LOAD-JOBS.
           MOVE 0 TO JOB-COUNT JOB-OVERFLOW
           OPEN INPUT JobsFile
           IF FS-JOBS NOT = "00"
              *> No postings at all: every application is an orphan,
              *> which is exactly what the check should say.
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
              IF JB-TITLE NOT = SPACES
                 IF JOB-COUNT < MAX-PARENTS
                    ADD 1 TO JOB-COUNT
                    MOVE JB-TITLE   TO JK-TITLE(JOB-COUNT)
                    MOVE JB-COMPANY TO JK-COMPANY(JOB-COUNT)
                 ELSE
                    MOVE 1 TO JOB-OVERFLOW
                 END-IF
              END-IF
           END-PERFORM
           CLOSE JobsFile
           IF JOB-OVERFLOW = 1
              DISPLAY "WARNING: jobs.dat holds more than " MAX-PARENTS
                 " rows - application check skipped."
           END-IF
           .

       1200-LOAD-EVENTS.
           MOVE 0 TO EVT-COUNT EVT-OVERFLOW
           OPEN INPUT EventsFile
           IF FS-EVENTS NOT = "00"
              CLOSE EventsFile
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
                 IF EVT-COUNT < MAX-PARENTS
                    ADD 1 TO EVT-COUNT
                    MOVE EV-TITLE TO EK-TITLE(EVT-COUNT)
                    MOVE EV-ORG   TO EK-ORG(EVT-COUNT)
                 ELSE
                    MOVE 1 TO EVT-OVERFLOW
                 END-IF
              END-IF
           END-PERFORM
           CLOSE EventsFile
           IF EVT-OVERFLOW = 1
              DISPLAY "WARNING: events.dat holds more than " MAX-PARENTS
                 " rows - RSVP check skipped."
           END-IF
           .

       *> Group names match case-insensitively, the way the online
       *> Groups menu finds them.
       1300-LOAD-GROUPS.
           MOVE 0 TO GRP-COUNT GRP-OVERFLOW
           OPEN INPUT GroupsFile
           IF FS-GROUPS NOT = "00"
              CLOSE GroupsFile
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
                 IF GRP-COUNT < MAX-PARENTS
                    ADD 1 TO GRP-COUNT
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(GR-NAME))
                       TO GK-SLOT(GRP-COUNT)
                 ELSE
                    MOVE 1 TO GRP-OVERFLOW
                 END-IF
              END-IF
           END-PERFORM
           CLOSE GroupsFile
           IF GRP-OVERFLOW = 1
              DISPLAY "WARNING: groups.dat holds more than " MAX-PARENTS
                 " rows - membership check skipped."
           END-IF
           .

       *> Retired skills stay in the catalog precisely so old
       *> completions and endorsements still resolve, so every row
       *> counts as a valid parent whatever its SK-STATUS.
       1400-LOAD-SKILLS.
           MOVE 0 TO SKL-COUNT SKL-OVERFLOW
           OPEN INPUT SkillsFile
           IF FS-SKILLS NOT = "00"
              CLOSE SkillsFile
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
                 IF SKL-COUNT < MAX-PARENTS
                    ADD 1 TO SKL-COUNT
                    MOVE SK-NAME TO SKK-SLOT(SKL-COUNT)
                 ELSE
                    MOVE 1 TO SKL-OVERFLOW
                 END-IF
              END-IF
           END-PERFORM
           CLOSE SkillsFile
           IF SKL-OVERFLOW = 1
              DISPLAY "WARNING: skills.dat holds more than " MAX-PARENTS
                 " rows - endorsement check skipped."
           END-IF
           .

       *> JA-TITLE/JA-COMPANY must name a posting still in jobs.dat.
       *> Applications to expired postings leave with them through
       *> JobSweep, so anything left here is a true orphan.
       2000-CHECK-APPLICATIONS.
           MOVE 1 TO CHK
           IF JOB-OVERFLOW = 1
              MOVE 2 TO TOT-STATE(CHK)
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT JobAppFile
           IF FS-JOBAPP NOT = "00"
              CLOSE JobAppFile
              MOVE 1 TO TOT-STATE(CHK)
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ROW-NUM
           PERFORM UNTIL 1 = 2
              READ JobAppFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-JOBAPP NOT = "00"
                 EXIT PERFORM
              END-IF
              ADD 1 TO ROW-NUM
              IF JA-USER NOT = SPACES
                 ADD 1 TO TOT-READ(CHK)
                 MOVE 0 TO MATCH-FOUND
                 PERFORM VARYING I FROM 1 BY 1 UNTIL I > JOB-COUNT
                    IF FUNCTION TRIM(JA-TITLE) = FUNCTION TRIM(JK-TITLE(I))
                       AND FUNCTION TRIM(JA-COMPANY)
                          = FUNCTION TRIM(JK-COMPANY(I))
                       MOVE 1 TO MATCH-FOUND
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
                 IF MATCH-FOUND = 0
                    MOVE SPACES TO IX-DETAIL
                    STRING FUNCTION TRIM(JA-USER) DELIMITED BY SIZE
                           " / " DELIMITED BY SIZE
                           FUNCTION TRIM(JA-TITLE) DELIMITED BY SIZE
                           " / " DELIMITED BY SIZE
                           FUNCTION TRIM(JA-COMPANY) DELIMITED BY SIZE
                           INTO IX-DETAIL
                    END-STRING
                    PERFORM 9000-WRITE-EXCEPTION
                 END-IF
              END-IF
           END-PERFORM
           CLOSE JobAppFile
           .

       *> RS-TITLE/RS-ORG must name an event in events.dat.
       2100-CHECK-RSVPS.
           MOVE 2 TO CHK
           IF EVT-OVERFLOW = 1
              MOVE 2 TO TOT-STATE(CHK)
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT EventRsvpFile
           IF FS-RSVP NOT = "00"
              CLOSE EventRsvpFile
              MOVE 1 TO TOT-STATE(CHK)
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ROW-NUM
           PERFORM UNTIL 1 = 2
              READ EventRsvpFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-RSVP NOT = "00"
                 EXIT PERFORM
              END-IF
              ADD 1 TO ROW-NUM
              IF RS-USER NOT = SPACES
                 ADD 1 TO TOT-READ(CHK)
                 MOVE 0 TO MATCH-FOUND
                 PERFORM VARYING I FROM 1 BY 1 UNTIL I > EVT-COUNT
                    IF FUNCTION TRIM(RS-TITLE) = FUNCTION TRIM(EK-TITLE(I))
                       AND FUNCTION TRIM(RS-ORG) = FUNCTION TRIM(EK-ORG(I))
                       MOVE 1 TO MATCH-FOUND
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
                 IF MATCH-FOUND = 0
                    MOVE SPACES TO IX-DETAIL
                    STRING FUNCTION TRIM(RS-USER) DELIMITED BY SIZE
                           " / " DELIMITED BY SIZE
                           FUNCTION TRIM(RS-TITLE) DELIMITED BY SIZE
                           " / " DELIMITED BY SIZE
                           FUNCTION TRIM(RS-ORG) DELIMITED BY SIZE
                           INTO IX-DETAIL
                    END-STRING
                    PERFORM 9000-WRITE-EXCEPTION
                 END-IF
              END-IF
           END-PERFORM
           CLOSE EventRsvpFile
           .

       *> GM-GROUP must name a group in groups.dat.
       2200-CHECK-GROUP-MEMBERS.
           MOVE 3 TO CHK
           IF GRP-OVERFLOW = 1
              MOVE 2 TO TOT-STATE(CHK)
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT GroupMemFile
           IF FS-GMEM NOT = "00"
              CLOSE GroupMemFile
              MOVE 1 TO TOT-STATE(CHK)
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ROW-NUM
           PERFORM UNTIL 1 = 2
              READ GroupMemFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-GMEM NOT = "00"
                 EXIT PERFORM
              END-IF
              ADD 1 TO ROW-NUM
              IF GM-GROUP NOT = SPACES
                 ADD 1 TO TOT-READ(CHK)
                 MOVE 0 TO MATCH-FOUND
                 PERFORM VARYING I FROM 1 BY 1 UNTIL I > GRP-COUNT
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(GM-GROUP))
                       = GK-SLOT(I)
                       MOVE 1 TO MATCH-FOUND
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
                 IF MATCH-FOUND = 0
                    MOVE SPACES TO IX-DETAIL
                    STRING FUNCTION TRIM(GM-GROUP) DELIMITED BY SIZE
                           " / " DELIMITED BY SIZE
                           FUNCTION TRIM(GM-USER) DELIMITED BY SIZE
                           " / " DELIMITED BY SIZE
                           FUNCTION TRIM(GM-STATUS) DELIMITED BY SIZE
                           INTO IX-DETAIL
                    END-STRING
                    PERFORM 9000-WRITE-EXCEPTION
                 END-IF
              END-IF
           END-PERFORM
           CLOSE GroupMemFile
           .

       *> EN-SKILL must name a skill in the skills.dat catalog.
       2300-CHECK-ENDORSEMENTS.
           MOVE 4 TO CHK
           IF SKL-OVERFLOW = 1
              MOVE 2 TO TOT-STATE(CHK)
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT EndorseFile
           IF FS-ENDORSE NOT = "00"
              CLOSE EndorseFile
              MOVE 1 TO TOT-STATE(CHK)
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ROW-NUM
           PERFORM UNTIL 1 = 2
              READ EndorseFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-ENDORSE NOT = "00"
                 EXIT PERFORM
              END-IF
              ADD 1 TO ROW-NUM
              IF EN-ENDORSER NOT = SPACES
                 ADD 1 TO TOT-READ(CHK)
                 MOVE 0 TO MATCH-FOUND
                 PERFORM VARYING I FROM 1 BY 1 UNTIL I > SKL-COUNT
                    IF FUNCTION TRIM(EN-SKILL) = FUNCTION TRIM(SKK-SLOT(I))
                       MOVE 1 TO MATCH-FOUND
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
                 IF MATCH-FOUND = 0
                    MOVE SPACES TO IX-DETAIL
                    STRING FUNCTION TRIM(EN-ENDORSER) DELIMITED BY SIZE
                           " / " DELIMITED BY SIZE
                           FUNCTION TRIM(EN-OWNER) DELIMITED BY SIZE
                           " / " DELIMITED BY SIZE
                           FUNCTION TRIM(EN-SKILL) DELIMITED BY SIZE
                           INTO IX-DETAIL
                    END-STRING
                    PERFORM 9000-WRITE-EXCEPTION
                 END-IF
              END-IF
           END-PERFORM
           CLOSE EndorseFile
           .

       *> MG-FROM and MG-TO must both name an account.
       2400-CHECK-MESSAGES.
           MOVE 5 TO CHK
           IF ACCT-LOADED = 0 OR ACCT-OVERFLOW = 1
              MOVE 2 TO TOT-STATE(CHK)
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT MessagesFile
           IF FS-MSGS NOT = "00"
              CLOSE MessagesFile
              MOVE 1 TO TOT-STATE(CHK)
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ROW-NUM
           PERFORM UNTIL 1 = 2
              READ MessagesFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-MSGS NOT = "00"
                 EXIT PERFORM
              END-IF
              ADD 1 TO ROW-NUM
              IF MG-FROM NOT = SPACES
                 ADD 1 TO TOT-READ(CHK)
                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MG-FROM))
                    TO CMP-USER
                 PERFORM 3000-FIND-ACCOUNT
                 MOVE MATCH-FOUND TO SIDE-A-FOUND
                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MG-TO))
                    TO CMP-USER
                 PERFORM 3000-FIND-ACCOUNT
                 MOVE MATCH-FOUND TO SIDE-B-FOUND
                 IF SIDE-A-FOUND = 0 OR SIDE-B-FOUND = 0
                    MOVE "MG-FROM" TO SIDE-A-NAME
                    MOVE "MG-TO"   TO SIDE-B-NAME
                    PERFORM 3100-NAME-MISSING-SIDE
                    MOVE SPACES TO IX-DETAIL
                    STRING FUNCTION TRIM(SIDE-MISSING) DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           FUNCTION TRIM(MG-FROM) DELIMITED BY SIZE
                           " -> " DELIMITED BY SIZE
                           FUNCTION TRIM(MG-TO) DELIMITED BY SIZE
                           " sent " DELIMITED BY SIZE
                           MG-SENT DELIMITED BY SIZE
                           INTO IX-DETAIL
                    END-STRING
                    PERFORM 9000-WRITE-EXCEPTION
                 END-IF
              END-IF
           END-PERFORM
           CLOSE MessagesFile
           .

       *> CN-A and CN-B must both name an account.
       2500-CHECK-CONNECTIONS.
           MOVE 6 TO CHK
           IF ACCT-LOADED = 0 OR ACCT-OVERFLOW = 1
              MOVE 2 TO TOT-STATE(CHK)
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT ConnectionsFile
           IF FS-CONN NOT = "00"
              CLOSE ConnectionsFile
              MOVE 1 TO TOT-STATE(CHK)
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ROW-NUM
           PERFORM UNTIL 1 = 2
              READ ConnectionsFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-CONN NOT = "00"
                 EXIT PERFORM
              END-IF
              ADD 1 TO ROW-NUM
              IF CN-A NOT = SPACES
                 ADD 1 TO TOT-READ(CHK)
                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CN-A)) TO CMP-USER
                 PERFORM 3000-FIND-ACCOUNT
                 MOVE MATCH-FOUND TO SIDE-A-FOUND
                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CN-B)) TO CMP-USER
                 PERFORM 3000-FIND-ACCOUNT
                 MOVE MATCH-FOUND TO SIDE-B-FOUND
                 IF SIDE-A-FOUND = 0 OR SIDE-B-FOUND = 0
                    MOVE "CN-A" TO SIDE-A-NAME
                    MOVE "CN-B" TO SIDE-B-NAME
                    PERFORM 3100-NAME-MISSING-SIDE
                    MOVE SPACES TO IX-DETAIL
                    STRING FUNCTION TRIM(SIDE-MISSING) DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           FUNCTION TRIM(CN-A) DELIMITED BY SIZE
                           " / " DELIMITED BY SIZE
                           FUNCTION TRIM(CN-B) DELIMITED BY SIZE
                           " / " DELIMITED BY SIZE
                           FUNCTION TRIM(CN-STATUS) DELIMITED BY SIZE
                           INTO IX-DETAIL
                    END-STRING
                    PERFORM 9000-WRITE-EXCEPTION
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ConnectionsFile
           .

       *> PV-VIEWER and PV-VIEWED must both name an account.
       2600-CHECK-PROFILE-VIEWS.
           MOVE 7 TO CHK
           IF ACCT-LOADED = 0 OR ACCT-OVERFLOW = 1
              MOVE 2 TO TOT-STATE(CHK)
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT ProfViewFile
           IF FS-PVIEWS NOT = "00"
              CLOSE ProfViewFile
              MOVE 1 TO TOT-STATE(CHK)
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ROW-NUM
           PERFORM UNTIL 1 = 2
              READ ProfViewFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-PVIEWS NOT = "00"
                 EXIT PERFORM
              END-IF
              ADD 1 TO ROW-NUM
              IF PV-VIEWER NOT = SPACES
                 ADD 1 TO TOT-READ(CHK)
                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PV-VIEWER))
                    TO CMP-USER
                 PERFORM 3000-FIND-ACCOUNT
                 MOVE MATCH-FOUND TO SIDE-A-FOUND
                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PV-VIEWED))
                    TO CMP-USER
                 PERFORM 3000-FIND-ACCOUNT
                 MOVE MATCH-FOUND TO SIDE-B-FOUND
                 IF SIDE-A-FOUND = 0 OR SIDE-B-FOUND = 0
                    MOVE "PV-VIEWER" TO SIDE-A-NAME
                    MOVE "PV-VIEWED" TO SIDE-B-NAME
                    PERFORM 3100-NAME-MISSING-SIDE
                    MOVE SPACES TO IX-DETAIL
                    STRING FUNCTION TRIM(SIDE-MISSING) DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           FUNCTION TRIM(PV-VIEWER) DELIMITED BY SIZE
                           " viewed " DELIMITED BY SIZE
                           FUNCTION TRIM(PV-VIEWED) DELIMITED BY SIZE
                           " on " DELIMITED BY SIZE
                           PV-DATE DELIMITED BY SIZE
                           INTO IX-DETAIL
                    END-STRING
                    PERFORM 9000-WRITE-EXCEPTION
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ProfViewFile
           .

       *> NT-USER must name an account.
       2700-CHECK-NOTIFICATIONS.
           MOVE 8 TO CHK
           IF ACCT-LOADED = 0 OR ACCT-OVERFLOW = 1
              MOVE 2 TO TOT-STATE(CHK)
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT NotifyFile
           IF FS-NOTIFY NOT = "00"
              CLOSE NotifyFile
              MOVE 1 TO TOT-STATE(CHK)
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ROW-NUM
           PERFORM UNTIL 1 = 2
              READ NotifyFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-NOTIFY NOT = "00"
                 EXIT PERFORM
              END-IF
              ADD 1 TO ROW-NUM
              IF NT-USER NOT = SPACES
                 ADD 1 TO TOT-READ(CHK)
                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(NT-USER))
                    TO CMP-USER
                 PERFORM 3000-FIND-ACCOUNT
                 IF MATCH-FOUND = 0
                    MOVE SPACES TO IX-DETAIL
                    STRING FUNCTION TRIM(NT-USER) DELIMITED BY SIZE
                           " [" DELIMITED BY SIZE
                           NT-DATE DELIMITED BY SIZE
                           "] " DELIMITED BY SIZE
                           FUNCTION TRIM(NT-TEXT) DELIMITED BY SIZE
                           INTO IX-DETAIL
                    END-STRING
                    PERFORM 9000-WRITE-EXCEPTION
                 END-IF
              END-IF
           END-PERFORM
           CLOSE NotifyFile
           .

       *> Sets MATCH-FOUND when CMP-USER is in the account table.
       3000-FIND-ACCOUNT.
           MOVE 0 TO MATCH-FOUND
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ACCT-COUNT
              IF AU-SLOT(I) = CMP-USER
                 MOVE 1 TO MATCH-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .

       *> Sets SIDE-MISSING to which of SIDE-A-NAME / SIDE-B-NAME
       *> has no account, from SIDE-A-FOUND and SIDE-B-FOUND.
       3100-NAME-MISSING-SIDE.
           MOVE SPACES TO SIDE-MISSING
           IF SIDE-A-FOUND = 0 AND SIDE-B-FOUND = 0
              STRING FUNCTION TRIM(SIDE-A-NAME) DELIMITED BY SIZE
                     " and " DELIMITED BY SIZE
                     FUNCTION TRIM(SIDE-B-NAME) DELIMITED BY SIZE
                     " unknown" DELIMITED BY SIZE
                     INTO SIDE-MISSING
              END-STRING
           ELSE
              IF SIDE-A-FOUND = 0
                 STRING FUNCTION TRIM(SIDE-A-NAME) DELIMITED BY SIZE
                        " unknown" DELIMITED BY SIZE
                        INTO SIDE-MISSING
                 END-STRING
              ELSE
                 STRING FUNCTION TRIM(SIDE-B-NAME) DELIMITED BY SIZE
                        " unknown" DELIMITED BY SIZE
                        INTO SIDE-MISSING
                 END-STRING
              END-IF
           END-IF
           .

       *> Gives the finished exceptions file its dated name, falling
       *> back to a name carrying the time when a same-day rerun
       *> already took it. A clean night leaves no empty file behind.
       4000-NAME-EXCEPTIONS.
           IF EXCEPTION-COUNT = 0
              CALL "CBL_DELETE_FILE" USING EXCEPT-NEW-PATH
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO EXCEPT-DATED-PATH
           STRING "data/integrity-exceptions-" DELIMITED BY SIZE
                  NOW-STAMP(1:8) DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO EXCEPT-DATED-PATH
           END-STRING
           CALL "CBL_CHECK_FILE_EXIST" USING EXCEPT-DATED-PATH
              EXCEPT-EXIST-INFO
           IF RETURN-CODE = 0
              MOVE SPACES TO EXCEPT-DATED-PATH
              STRING "data/integrity-exceptions-" DELIMITED BY SIZE
                     NOW-STAMP(1:8) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     NOW-STAMP(9:6) DELIMITED BY SIZE
                     ".dat" DELIMITED BY SIZE
                     INTO EXCEPT-DATED-PATH
              END-STRING
           END-IF
           CALL "CBL_RENAME_FILE" USING EXCEPT-NEW-PATH EXCEPT-DATED-PATH
           MOVE 0 TO RETURN-CODE
           .

       5000-REPORT.
           DISPLAY " "
           DISPLAY "File                     Reference            "
              "  Rows  Broken"
           MOVE 0 TO FILES-WITH-BREAKS
           PERFORM VARYING CHK FROM 1 BY 1 UNTIL CHK > CHK-COUNT
              EVALUATE TOT-STATE(CHK)
                 WHEN 1
                    DISPLAY TOT-FILE(CHK) " " TOT-REF(CHK)
                       " not on file - nothing to check"
                 WHEN 2
                    DISPLAY TOT-FILE(CHK) " " TOT-REF(CHK)
                       " SKIPPED - parent file not read whole"
                 WHEN OTHER
                    DISPLAY TOT-FILE(CHK) " " TOT-REF(CHK) " "
                       TOT-READ(CHK) " " TOT-BROKEN(CHK)
                    IF TOT-BROKEN(CHK) > 0
                       ADD 1 TO FILES-WITH-BREAKS
                    END-IF
              END-EVALUATE
           END-PERFORM
           DISPLAY " "
           DISPLAY "Broken references:      " EXCEPTION-COUNT
           DISPLAY "Files with breaks:      " FILES-WITH-BREAKS
           IF EXCEPTION-COUNT > 0
              DISPLAY "Exceptions written to "
                 FUNCTION TRIM(EXCEPT-DATED-PATH)
           ELSE
              DISPLAY "No broken references - every link resolves."
           END-IF
           DISPLAY "=== End of Integrity Check ==="
           .

       *> Expects CHK, ROW-NUM and IX-DETAIL set by the caller.
       9000-WRITE-EXCEPTION.
           MOVE TOT-FILE(CHK) TO IX-FILE
           MOVE ROW-NUM       TO IX-ROW
           MOVE TOT-REF(CHK)  TO IX-REF
           WRITE EXCEPTION-REC
           ADD 1 TO EXCEPTION-COUNT
           ADD 1 TO TOT-BROKEN(CHK)
           .
