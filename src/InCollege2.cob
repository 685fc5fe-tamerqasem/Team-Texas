               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-NEWJOBS.

           *> Which user applied to which posting, with the
           *> application's lifecycle status and dates. Indexed on
           *> user plus posting, so a student's own applications and a
           *> single status change are keyed operations; the alternate
           *> key on the posting lets an employer read just the
           *> applicants to the postings they manage. The old
           *> sequential log is loaded once through ApplicationConvert.
           SELECT JobAppFile      ASSIGN TO "data/job_applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS JA-KEY
               ALTERNATE RECORD KEY IS JA-POSTING WITH DUPLICATES
               FILE STATUS  IS FS-JOBAPP.

           *> Interview slots offered against job applications, keyed
           *> the same way as JobAppFile with the slot's date and time
           *> added, since one application can carry several slots.
           *> New PROPOSED rows are written by the Employer Desk; a
           *> student's confirmation rewrites just that slot.
           SELECT InterviewsFile  ASSIGN TO "data/interviews.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS IV-KEY
               ALTERNATE RECORD KEY IS IV-POSTING WITH DUPLICATES
               FILE STATUS  IS FS-IVIEW.

           *> Append-only log of accepted offers: one row per student
           *> placement, written the moment a student accepts an
           *> OFFERED application, so career services has a durable
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-MAJORS.

           *> Company profiles kept by employers. An edit appends a
           *> fresh row instead of rewriting the file, so the latest
           *> row per CO-NAME is the current profile.
           SELECT CompanyFile     ASSIGN TO "data/companies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-COMP.

           *> Links each employer account to its company, an event log
           *> where the latest row per user wins. EMP-POST-JOB takes
           *> JB-COMPANY from this link.
           SELECT CompanyLinkFile ASSIGN TO "data/company_links.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-CLINK.

           *> Catalog skills a posting requires, one row per posting
           *> keyed by title+company. Saving a posting appends its
           *> current list, so the latest row per title+company wins,
           *> the same event-log rule as CompanyFile.
           SELECT JobSkillFile    ASSIGN TO "data/job_skills.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-JSKILL.

           *> Screening questions a posting asks on apply, one row per
           *> posting keyed by title+company; latest row wins, the same
           *> rule as JobSkillFile.
           SELECT JobQuestFile    ASSIGN TO "data/job_questions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-JQUEST.

           *> Append-only log of screening answers, one row per
           *> question answered, keyed to the application by user +
           *> title + company. Each row carries the question as asked,
           *> so a later edit of the posting's questions does not
           *> change what the applicant answered.
           SELECT AppAnswerFile   ASSIGN TO "data/app_answers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-APPANS.

           *> Append-only log of administrator broadcasts: who sent
           *> what to which audience, and how many accounts got it.
           SELECT AnnounceFile    ASSIGN TO "data/announcements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-ANNOUNCE.

           *> "Open to opportunities" consent log, an event log where
           *> the latest row per student wins (OPEN or CLOSED). Only
           *> OPEN students are searchable from the Employer Desk.
           SELECT TalentOptFile   ASSIGN TO "data/talent_optin.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-TOPT.

           *> Append-only audit of the employer talent search: every
           *> search with its criteria, every profile it showed, and
           *> every invitation sent, for the privacy office.
           SELECT TalentLogFile   ASSIGN TO "data/talent_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-TLOG.

           *> Per-student privacy settings and personal block list, an
           *> event log where the latest row per key wins: V rows hold
           *> the profile visibility, B rows one blocker/blocked pair.
           SELECT PrivacyFile     ASSIGN TO "data/privacy.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-PRIV.

           *> Written recommendations, one row per request. A row moves
           *> REQUESTED -> WRITTEN (or DECLINED) -> APPROVED or HIDDEN,
           *> and to REMOVED if the moderators blank it. Status changes
           *> rebuild the file through the staging copy.
           SELECT RecommendFile   ASSIGN TO "data/recommendations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-RECOM.

           SELECT NewRecommendFile ASSIGN TO "data/recommendations.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-NEWRECOM.

           *> Graduate outcome survey answers, an event log where the
           *> latest row per graduate wins. OutcomeReport reads it.
           SELECT OutcomeFile     ASSIGN TO "data/outcomes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-OUTCOME.

           *> Email address and digest choice per account, an event
           *> log where the latest row per user wins. Written at
           *> registration, from Email & Digest, by RosterImport, and
           *> by MailDigest when the mail relay bounces an address.
           SELECT EmailFile       ASSIGN TO "data/email.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-EMAIL.

       DATA DIVISION.
       FILE SECTION.

           *> postings past this date and the nightly sweep archives
           *> them.
           05 JB-DEADLINE                  PIC X(8).
           *> Pay range in whole dollars, per JB-PAY-PER ("H" an hour,
           *> "Y" a year); all three blank when the employer did not
           *> state pay (including rows written before the fields
           *> existed).
           05 JB-PAY-MIN                   PIC X(7).
           05 JB-PAY-MAX                   PIC X(7).
           05 JB-PAY-PER                   PIC X(1).
           *> FT full-time, PT part-time, IN internship, CO co-op.
           05 JB-TYPE                      PIC X(2).
           *> O on-site, R remote, H hybrid.
           05 JB-REMOTE                    PIC X(1).

       FD  NewJobsFile.
       01  NEWJOB-REC.
           05 NJ-POSTED                    PIC X(8).
           05 NJ-OWNER                     PIC X(20).
           05 NJ-DEADLINE                  PIC X(8).
           05 NJ-PAY-MIN                   PIC X(7).
           05 NJ-PAY-MAX                   PIC X(7).
           05 NJ-PAY-PER                   PIC X(1).
           05 NJ-TYPE                      PIC X(2).
           05 NJ-REMOTE                    PIC X(1).

       *> JA-STATUS is SUBMITTED, WITHDRAWN, REVIEWED, REJECTED,
       *> OFFERED, ACCEPTED, or DECLINED; rows written before the
       *> field existed load as SUBMITTED. ACCEPTED and DECLINED are
       *> the student's answer to an offer and are final. JA-APPLIED
       *> is the application date (YYYYMMDD). The stage dates after it
       *> are stamped as the status moves: JA-STATUS-DATE on every
       *> change, JA-RESPONDED on the employer's first action (a status
       *> or an interview slot), JA-INTERVIEWED with the date of the
       *> first slot the student confirmed, JA-OFFERED when an offer is
       *> made, and JA-DECIDED when the application closes (ACCEPTED,
       *> DECLINED, WITHDRAWN, or REJECTED). Blank means the stage has
       *> not happened, or the row predates the stage dates.
       *> Fixed-length record: 138 characters. JA-USER, the leading
       *> part of the record key, always holds the uppercased, trimmed
       *> username, the same normalization as PR-USER. JA-POSTING is
       *> the title/company pair exactly as JOB-TABLE holds it.
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

       *> IV-STATUS is PROPOSED (the employer offered the slot) or
       *> CONFIRMED (the student took it). The student/title/company
       *> triple ties the slot back to its application row; IV-USER
       *> is normalized the same way as JA-USER.
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

       *> School and major are captured from the student's profile at
       *> acceptance time, so the placement numbers survive a later
       *> profile edit or delete.
           05 SS-LOCATION                  PIC X(20).
           05 SS-COMPANY                   PIC X(30).
           05 SS-MAJOR                     PIC X(30).
           *> Employment type and work-arrangement codes, as in
           *> JB-TYPE/JB-REMOTE; blank (including rows saved before
           *> the fields existed) matches any posting.
           05 SS-TYPE                      PIC X(2).
           05 SS-REMOTE                    PIC X(1).

       FD  NewSavedFile.
       01  NEWSAVED-REC.
           05 NSV-LOCATION                 PIC X(20).
           05 NSV-COMPANY                  PIC X(30).
           05 NSV-MAJOR                    PIC X(30).
           05 NSV-TYPE                     PIC X(2).
           05 NSV-REMOTE                   PIC X(1).

       *> NT-MAILED is the date MailDigest put the row in an email
       *> digest; blank until then (and on rows written before the
       *> field existed), so no row is mailed twice.
       FD  NotifyFile.
       01  NOTIFY-REC.
           05 NT-USER                      PIC X(20).
           05 NT-DATE                      PIC X(8).
           05 NT-TEXT                      PIC X(80).
           05 NT-MAILED                    PIC X(8).

       FD  NewNotifyFile.
       01  NEWNOTIFY-REC.
           05 NN-USER                      PIC X(20).
           05 NN-DATE                      PIC X(8).
           05 NN-TEXT                      PIC X(80).
           05 NN-MAILED                    PIC X(8).

       *> CR-KIND is ABOUT (a profile's About text), RECOMMND (a
       *> recommendation shown on a profile, CR-TARGET its author) or
       *> MESSAGE (a received message); CR-DETAIL holds a copy of the
       *> offending text so the admin sees what was flagged even if
       *> the author edits it afterwards. CR-STATUS is OPEN until the
       *> admin clears the report (CLEARED) or blanks the field
       *> (BLANKED).
       FD  ContentRepFile.
       01  CREP-REC.
           05 CR-REPORTER                  PIC X(20).
       01  MAJOR-REC.
           05 MJR-NAME                     PIC X(30).

       *> CO-NAME is the canonical spelling every posting from the
       *> company carries in JB-COMPANY.
       FD  CompanyFile.
       01  COMPANY-REC.
           05 CO-NAME                      PIC X(30).
           05 CO-INDUSTRY                  PIC X(20).
           05 CO-WEBSITE                   PIC X(40).
           05 CO-HQ                        PIC X(20).
           05 CO-DESC                      PIC X(60).

       FD  CompanyLinkFile.
       01  CLINK-REC.
           05 CK-USER                      PIC X(20).
           05 CK-COMPANY                   PIC X(30).
           05 CK-DATE                      PIC X(8).

       *> Up to five SK-NAME values from the active catalog; unused
       *> slots are blank.
       FD  JobSkillFile.
       01  JOBSKILL-REC.
           05 JS-TITLE                     PIC X(30).
           05 JS-COMPANY                   PIC X(30).
           05 JS-SKILL OCCURS 5 TIMES      PIC X(30).

       *> JQ-KIND is "Y" for a yes/no question, "T" for short text.
       *> JQ-KNOCKOUT "Y" on a yes/no question declines any applicant
       *> who answers no. Unused slots are blank.
       FD  JobQuestFile.
       01  JOBQUEST-REC.
           05 JQ-TITLE                     PIC X(30).
           05 JQ-COMPANY                   PIC X(30).
           05 JQ-QUESTION OCCURS 3 TIMES.
              10 JQ-TEXT                   PIC X(60).
              10 JQ-KIND                   PIC X(1).
              10 JQ-KNOCKOUT               PIC X(1).

       *> AA-KNOCKOUT is "Y" on the answer that declined the
       *> application.
       FD  AppAnswerFile.
       01  APPANS-REC.
           05 AA-USER                      PIC X(20).
           05 AA-TITLE                     PIC X(30).
           05 AA-COMPANY                   PIC X(30).
           05 AA-DATE                      PIC X(8).
           05 AA-QNUM                      PIC 9.
           05 AA-KIND                      PIC X(1).
           05 AA-KNOCKOUT                  PIC X(1).
           05 AA-QTEXT                     PIC X(60).
           05 AA-ANSWER                    PIC X(60).

       *> The audience columns hold the criteria as the admin entered
       *> them; a blank column means the broadcast did not filter on
       *> it. AN-TYPE is S (students), E (employers), or A (admins).
       FD  AnnounceFile.
       01  ANNOUNCE-REC.
           05 AN-AUTHOR                    PIC X(20).
           05 AN-DATE                      PIC X(8).
           05 AN-SCHOOL                    PIC X(30).
           05 AN-MAJOR                     PIC X(30).
           05 AN-GRADYR                    PIC X(4).
           05 AN-STATUS                    PIC X(8).
           05 AN-TYPE                      PIC X(1).
           05 AN-TEXT                      PIC X(66).
           05 AN-COUNT                     PIC 9(4).

       FD  TalentOptFile.
       01  TOPT-REC.
           05 TO-USER                      PIC X(20).
           05 TO-STATUS                    PIC X(10).
           05 TO-DATE                      PIC X(8).

       *> TL-KIND is SEARCH (TL-STUDENT blank, TL-DETAIL the criteria
       *> and result count), SHOWN (a profile the search displayed),
       *> or INVITE (TL-DETAIL the posting title and company).
       FD  TalentLogFile.
       01  TLOG-REC.
           05 TL-EMPLOYER                  PIC X(20).
           05 TL-DATE                      PIC X(8).
           05 TL-TIME                      PIC X(6).
           05 TL-KIND                      PIC X(8).
           05 TL-STUDENT                   PIC X(20).
           05 TL-DETAIL                    PIC X(100).

       *> PRV-KIND V: PRV-VALUE is EVERYONE, CONNECTIONS or HIDDEN
       *> and PRV-TARGET is blank. PRV-KIND B: PRV-TARGET is the user
       *> blocked and PRV-VALUE is BLOCKED or UNBLOCKED.
       FD  PrivacyFile.
       01  PRIV-REC.
           05 PRV-USER                     PIC X(20).
           05 PRV-KIND                     PIC X(1).
           05 PRV-TARGET                   PIC X(20).
           05 PRV-VALUE                    PIC X(12).
           05 PRV-DATE                     PIC X(8).

       *> RC-REQ-DATE is when the student asked; RC-DATE when the
       *> recommender wrote (or declined) it.
       FD  RecommendFile.
       01  RECOM-REC.
           05 RC-STUDENT                   PIC X(20).
           05 RC-AUTHOR                    PIC X(20).
           05 RC-STATUS                    PIC X(10).
           05 RC-RELATION                  PIC X(30).
           05 RC-REQ-DATE                  PIC X(8).
           05 RC-DATE                      PIC X(8).
           05 RC-TEXT                      PIC X(300).

       FD  NewRecommendFile.
       01  NEWRECOM-REC.
           05 NRC-STUDENT                  PIC X(20).
           05 NRC-AUTHOR                   PIC X(20).
           05 NRC-STATUS                   PIC X(10).
           05 NRC-RELATION                 PIC X(30).
           05 NRC-REQ-DATE                 PIC X(8).
           05 NRC-DATE                     PIC X(8).
           05 NRC-TEXT                     PIC X(300).

       *> OC-CATEGORY is EMPLOYED, EDUCATION, SERVICE (military or
       *> service), SEEKING or NOTSEEKING. OC-ORG is the employer,
       *> school or service organization and OC-TITLE the job title,
       *> program or role; both are blank for SEEKING/NOTSEEKING.
       *> OC-SALARY is an optional band: UNDER30K, 30-50K, 50-75K,
       *> 75-100K or 100K+.
       FD  OutcomeFile.
       01  OUTCOME-REC.
           05 OC-USER                      PIC X(20).
           05 OC-DATE                      PIC X(8).
           05 OC-CATEGORY                  PIC X(10).
           05 OC-ORG                       PIC X(30).
           05 OC-TITLE                     PIC X(30).
           05 OC-SALARY                    PIC X(10).

       *> EM-DIGEST is "Y" when the user wants the nightly email
       *> digest. EM-BOUNCED is "B" once the mail relay returned the
       *> address as undeliverable; a new address clears it. A blank
       *> EM-ADDRESS means the user removed their address.
       FD  EmailFile.
       01  EMAIL-REC.
           05 EM-USER                      PIC X(20).
           05 EM-ADDRESS                   PIC X(60).
           05 EM-DIGEST                    PIC X(1).
           05 EM-BOUNCED                   PIC X(1).
           05 EM-DATE                      PIC X(8).

       WORKING-STORAGE SECTION.
       77  FS-OUT                          PIC XX     VALUE SPACES.
       77  FS-ACCT                         PIC XX     VALUE SPACES.
       77  FS-JOBS                         PIC XX     VALUE SPACES.
       77  FS-NEWJOBS                      PIC XX     VALUE SPACES.
       77  FS-JOBAPP                       PIC XX     VALUE SPACES.
       77  FS-IVIEW                        PIC XX     VALUE SPACES.
       77  FS-PLACE                        PIC XX     VALUE SPACES.
       77  FS-SAVED                        PIC XX     VALUE SPACES.
       77  FS-NEWSAVED                     PIC XX     VALUE SPACES.
       77  FS-GPOST                        PIC XX     VALUE SPACES.
       77  FS-SCHOOLS                      PIC XX     VALUE SPACES.
       77  FS-MAJORS                       PIC XX     VALUE SPACES.
       77  FS-COMP                         PIC XX     VALUE SPACES.
       77  FS-CLINK                        PIC XX     VALUE SPACES.
       77  FS-JSKILL                       PIC XX     VALUE SPACES.
       77  FS-JQUEST                       PIC XX     VALUE SPACES.
       77  FS-APPANS                       PIC XX     VALUE SPACES.
       77  FS-ANNOUNCE                     PIC XX     VALUE SPACES.
       77  FS-TOPT                         PIC XX     VALUE SPACES.
       77  FS-TLOG                         PIC XX     VALUE SPACES.
       77  FS-PRIV                         PIC XX     VALUE SPACES.
       77  FS-RECOM                        PIC XX     VALUE SPACES.
       77  FS-NEWRECOM                     PIC XX     VALUE SPACES.
       77  FS-OUTCOME                      PIC XX     VALUE SPACES.
       77  FS-EMAIL                        PIC XX     VALUE SPACES.

       *> Path literals for the CBL_RENAME_FILE / CBL_DELETE_FILE calls
       *> that make REWRITE-ACCOUNTS-FILE's save atomic.
       01  JOBS-LIVE-PATH      PIC X(40) VALUE "data/jobs.dat".
       01  JOBS-NEW-PATH       PIC X(40) VALUE "data/jobs.new".

       *> Path literals for the CBL_RENAME_FILE / CBL_DELETE_FILE calls
       *> that make message read-state saves atomic.
       01  MSGS-LIVE-PATH      PIC X(40) VALUE "data/messages.dat".
       01  MSGS-NEW-PATH       PIC X(40) VALUE "data/messages.new".

       *> Path literals for the CBL_RENAME_FILE / CBL_DELETE_FILE calls
       *> that make notification clears atomic.
       01  NOTIFY-LIVE-PATH    PIC X(40) VALUE "data/notifications.dat".
       01  CREP-LIVE-PATH      PIC X(40) VALUE "data/content_reports.dat".
       01  CREP-NEW-PATH       PIC X(40) VALUE "data/content_reports.new".

       *> Path literals for the CBL_RENAME_FILE / CBL_DELETE_FILE calls
       *> that make recommendation status changes atomic.
       01  RECOM-LIVE-PATH     PIC X(40) VALUE "data/recommendations.dat".
       01  RECOM-NEW-PATH      PIC X(40) VALUE "data/recommendations.new".

       01  IN-EOF-FLAG                     PIC 9      VALUE 0.
           88  IN-AT-EOF                              VALUE 1.
           88  IN-NOT-EOF                             VALUE 0.
       01  SEC-USER                        PIC X(20)  VALUE SPACES.
       01  SEC-NOW                         PIC X(21)  VALUE SPACES.

       *> Capacity alarm: a loader that had to stop short of the end
       *> of its file sets CAP-HIT and names the file in CAP-FILE;
       *> NOTE-CAPACITY-TRUNCATION logs it to security_events.dat once
       *> per file per session, remembering which files it has logged.
       *> MAX-CAP-SEEN must cover every loader that can raise the
       *> alarm, or the ones past it are logged again on each load.
       77  CAP-HIT                         PIC 9      VALUE 0.
       77  MAX-CAP-SEEN                    PIC 99     VALUE 20.
       77  CAP-SEEN-COUNT                  PIC 99     VALUE 0.
       77  CAP-I                           PIC 99     VALUE 0.
       01  CAP-FILE                        PIC X(20)  VALUE SPACES.
       01  CAP-SEEN-TABLE.
           05 CAP-SEEN OCCURS 20 TIMES     PIC X(20).

       *> ---------------- Since-your-last-visit digest ----------------
       *> The last-login date on file BEFORE this login overwrote it;
       *> blank when the account has never logged in with tracking on.
              10 JT-POSTED                 PIC X(8).
              10 JT-OWNER                  PIC X(20).
              10 JT-DEADLINE               PIC X(8).
              10 JT-PAY-MIN                PIC X(7).
              10 JT-PAY-MAX                PIC X(7).
              10 JT-PAY-PER                PIC X(1).
              10 JT-TYPE                   PIC X(2).
              10 JT-REMOTE                 PIC X(1).
              *> Required catalog skills, from job_skills.dat.
              10 JT-SKILL OCCURS 5 TIMES   PIC X(30).
              *> Screening questions, from job_questions.dat.
              10 JT-QUESTION OCCURS 3 TIMES.
                 15 JT-Q-TEXT              PIC X(60).
                 15 JT-Q-KIND              PIC X(1).
                 15 JT-Q-KNOCKOUT          PIC X(1).
       77  JOB-SEL                         PIC 99     VALUE 0.
       *> Job-search filters on employment type and work arrangement;
       *> blank shows every posting. Reset each time the search opens.
       01  BJ-TYPE-FILTER                  PIC X(2)   VALUE SPACES.
       01  BJ-REMOTE-FILTER                PIC X(1)   VALUE SPACES.
       *> Plain-words description of a posting's type, arrangement,
       *> and pay, built by DESCRIBE-JOB-TERMS for JOB-TABLE row
       *> TERMS-IDX.
       77  TERMS-IDX                       PIC 99     VALUE 0.
       01  TERMS-TEXT                      PIC X(80)  VALUE SPACES.
       01  TERMS-TYPE-NAME                 PIC X(12)  VALUE SPACES.
       01  TERMS-REMOTE-NAME               PIC X(8)   VALUE SPACES.
       01  TERMS-PAY                       PIC X(40)  VALUE SPACES.
       *> Code being checked by CHECK-TYPE-CODE / CHECK-REMOTE-CODE;
       *> TERMS-CODE-OK is set when it is one of the known codes.
       01  TERMS-CODE                      PIC X(2)   VALUE SPACES.
       77  TERMS-CODE-OK                   PIC 9      VALUE 0.
       *> Today's date (YYYYMMDD), refreshed when the job search
       *> opens, so deadline comparisons are string compares.
       01  TODAY-DATE                      PIC X(8)   VALUE SPACES.
       01  JM-MAP.
           05 JM-SLOT OCCURS 50 TIMES      PIC 99.
       77  JM-IDX                          PIC 99     VALUE 0.
       *> Set by CHECK-JOB-OPEN-TO-ME when JOB-TABLE row JV-IDX is
       *> open to the logged-in student (deadline, school, major).
       77  JV-IDX                          PIC 99     VALUE 0.
       77  JV-OPEN                         PIC 9      VALUE 0.

       *> ---------------- Required skills and skill match ----------------
       77  MAX-JOB-SKILLS                  PIC 9      VALUE 5.
       77  RK-J                            PIC 9      VALUE 0.
       77  RK-COUNT                        PIC 9      VALUE 0.
       77  RK-SEL                          PIC 99     VALUE 0.
       77  RK-DUP                          PIC 9      VALUE 0.
       *> Skills the logged-in student holds: completed, or endorsed
       *> by a connection. Rebuilt by COLLECT-HELD-SKILLS.
       77  HS-COUNT                        PIC 99     VALUE 0.
       01  HELD-SKILL-TABLE.
           05 HS-SLOT OCCURS 50 TIMES      PIC X(30).
       77  HS-J                            PIC 99     VALUE 0.
       01  HS-CAND                         PIC X(30)  VALUE SPACES.
       *> SCORE-JOB-SKILLS results for JOB-TABLE row RK-IDX: how many
       *> skills it requires, how many the student holds, and which
       *> of them are missing (flag per JT-SKILL slot).
       77  RK-IDX                          PIC 99     VALUE 0.
       77  RK-TOTAL                        PIC 9      VALUE 0.
       77  RK-HAVE                         PIC 9      VALUE 0.
       01  RK-MISSING-FLAGS.
           05 RK-MISSING OCCURS 5 TIMES    PIC 9.
       01  RK-HAVE-DISPLAY                 PIC 9      VALUE 0.
       01  RK-TOTAL-DISPLAY                PIC 9      VALUE 0.
       77  RK-PTR                          PIC 999    VALUE 0.
       *> Missing skills offered for a jump into the skill catalog,
       *> mapped back to SKILL-TABLE rows.
       77  RK-MAP-COUNT                    PIC 9      VALUE 0.
       01  RK-MAP.
           05 RK-MAP-SLOT OCCURS 5 TIMES   PIC 99.
       *> "Recommended for you": open postings with at least one held
       *> skill, ranked by the share of required skills held.
       77  RJ-COUNT                        PIC 99     VALUE 0.
       01  RJ-TABLE.
           05 RJ-ENTRY OCCURS 50 TIMES.
              10 RJ-JOB                    PIC 99.
              10 RJ-SCORE                  PIC 999.
              10 RJ-HAVE                   PIC 9.
       01  RJ-HOLD.
           05 RJ-HOLD-JOB                  PIC 99.
           05 RJ-HOLD-SCORE                PIC 999.
           05 RJ-HOLD-HAVE                 PIC 9.
       77  RJ-J                            PIC 99     VALUE 0.
       77  RJ-K                            PIC 99     VALUE 0.

       *> ---------------- Screening questions ----------------
       77  MAX-JOB-QUESTIONS               PIC 9      VALUE 3.
       77  SQ-J                            PIC 9      VALUE 0.
       77  SQ-COUNT                        PIC 9      VALUE 0.
       01  SQ-NUM-DISPLAY                  PIC 9      VALUE 0.
       *> Answers given on apply, for APPEND-SCREENING-ANSWERS.
       01  SCR-ANSWERS.
           05 SCR-ANSWER OCCURS 3 TIMES    PIC X(60).
           05 SCR-KO-HIT OCCURS 3 TIMES    PIC X(1).
       77  SCR-CANCELLED                   PIC 9      VALUE 0.
       *> Set when a knockout question was answered no; the
       *> application is then recorded as DECLINED.
       77  SCR-KNOCKED                     PIC 9      VALUE 0.
       01  SCR-NOW                         PIC X(21)  VALUE SPACES.
       *> One applicant's latest answers, built by
       *> LOAD-APPLICANT-ANSWERS for JOBAPP-TABLE row I.
       01  SA-ANSWERS.
           05 SA-SLOT OCCURS 3 TIMES.
              10 SA-QTEXT                  PIC X(60).
              10 SA-ANSWER                 PIC X(60).
              10 SA-KNOCKOUT               PIC X(1).
       77  SA-KNOCKED                      PIC 9      VALUE 0.

       *> ---------------- Employer job-posting desk ----------------
       77  EMP-SEL                         PIC 99     VALUE 0.
              10 JP-COMPANY                PIC X(30).
              10 JP-STATUS                 PIC X(10).
              10 JP-APPLIED                PIC X(8).
              10 JP-STATUS-DATE            PIC X(8).
              10 JP-RESPONDED              PIC X(8).
              10 JP-INTERVIEWED            PIC X(8).
              10 JP-OFFERED                PIC X(8).
              10 JP-DECIDED                PIC X(8).
       *> Maps the numbers the application lists display back to
       *> JOBAPP-TABLE rows, the same way JM-MAP does for postings.
       77  MA-COUNT                        PIC 9(4)   VALUE 0.
              10 IT-DATE                   PIC X(8).
              10 IT-TIME                   PIC X(5).
              10 IT-ST                     PIC X(10).
       *> Set when a listing finds more slots than the table holds;
       *> the extra slots are left off the list (and noted as a
       *> capacity event), but nothing on file is lost.
       77  IVT-OVERFLOW                    PIC 9      VALUE 0.
       77  IVT-J                           PIC 9(4)   VALUE 0.
       *> Maps the numbers the slot listings display back to
              10 SV-LOCATION               PIC X(20).
              10 SV-COMPANY                PIC X(30).
              10 SV-MAJOR                  PIC X(30).
              10 SV-TYPE                   PIC X(2).
              10 SV-REMOTE                 PIC X(1).
       77  SVT-J                           PIC 9(4)   VALUE 0.
       *> Maps the numbers the student's saved-search listing displays
       *> back to SAVED-TABLE rows.
       01  SV-LOC-IN                       PIC X(20)  VALUE SPACES.
       01  SV-COMP-IN                      PIC X(30)  VALUE SPACES.
       01  SV-MAJ-IN                       PIC X(30)  VALUE SPACES.
       01  SV-TYPE-IN                      PIC X(2)   VALUE SPACES.
       01  SV-REMOTE-IN                    PIC X(1)   VALUE SPACES.
       *> JOB-TABLE row of the posting being checked against the
       *> saved searches, set by the caller of
       *> NOTIFY-SAVED-SEARCH-MATCHES.
       77  SSM-IDX                         PIC 99     VALUE 0.
       77  SSM-HIT                         PIC 9      VALUE 0.

       *> ---------------- My Agenda ----------------
       *> Everything dated from today through AGENDA-DAYS ahead for
       *> the logged-in account, gathered from the interview, RSVP,
       *> and posting files and sorted by date and time for display.
       77  AGENDA-DAYS                     PIC 99     VALUE 14.
       01  AGENDA-DAYS-DISPLAY             PIC Z9.
       77  MAX-AGENDA                      PIC 9(4)   VALUE 200.
       77  AGT-COUNT                       PIC 9(4)   VALUE 0.
       77  AGT-OVERFLOW                    PIC 9      VALUE 0.
       01  AGENDA-TABLE.
           05 AGT-SLOT OCCURS 200 TIMES.
              10 AG-DATE                   PIC X(8).
              10 AG-TIME                   PIC X(5).
              10 AG-TEXT                   PIC X(100).
       01  AGENDA-HOLD.
           05 AH-DATE                      PIC X(8).
           05 AH-TIME                      PIC X(5).
           05 AH-TEXT                      PIC X(100).
       77  AGT-J                           PIC 9(4)   VALUE 0.
       77  AGT-K                           PIC 9(4)   VALUE 0.
       01  AGENDA-FROM                     PIC X(8)   VALUE SPACES.
       01  AGENDA-TO                       PIC X(8)   VALUE SPACES.
       01  AGENDA-NOW                      PIC X(21)  VALUE SPACES.
       77  AGENDA-DATE-NUM                 PIC 9(8)   VALUE 0.
       *> Date/time/text of the entry being added; set by the caller
       *> before PERFORM ADD-AGENDA-ENTRY.
       01  AG-DATE-IN                      PIC X(8)   VALUE SPACES.
       01  AG-TIME-IN                      PIC X(5)   VALUE SPACES.
       01  AG-TEXT-IN                      PIC X(100) VALUE SPACES.
       77  AGENDA-APPLIED                  PIC 9      VALUE 0.

       *> ---------------- Notifications ----------------
       *> Recipient and text of the notification being appended; set
       *> by the caller before PERFORM APPEND-NOTIFICATION.
       *> MSG-TABLE row of the message being reported/blanked.
       77  CREP-ROW                        PIC 9(4)   VALUE 0.

       *> ---------------- Broadcast announcements ----------------
       *> Audience criteria and text of the announcement being sent;
       *> a blank criterion matches every account.
       01  ANN-SCHOOL-IN                   PIC X(30)  VALUE SPACES.
       01  ANN-MAJOR-IN                    PIC X(30)  VALUE SPACES.
       01  ANN-GRADYR-IN                   PIC X(4)   VALUE SPACES.
       01  ANN-STATUS-IN                   PIC X(8)   VALUE SPACES.
       01  ANN-TYPE-IN                     PIC X(1)   VALUE SPACE.
       01  ANN-TEXT-IN                     PIC X(66)  VALUE SPACES.
       01  ANN-NOW                         PIC X(21)  VALUE SPACES.
       *> ACCT-TABLE rows the audience matched, counted before the
       *> admin confirms and then notified from the same list.
       77  ANN-COUNT                       PIC 9(4)   VALUE 0.
       01  ANN-MAP.
           05 ANN-SLOT OCCURS 500 TIMES    PIC 9(4).
       77  ANN-IDX                         PIC 9(4)   VALUE 0.
       77  ANN-HIT                         PIC 9      VALUE 0.
       01  ANN-CNT-DISPLAY                 PIC ZZZ9.

       *> ---------------- Employer talent search ----------------
       *> Students currently open to opportunities, from the latest
       *> row per student in talent_optin.dat.
       77  MAX-TALENT                      PIC 9(4)   VALUE 500.
       77  TLT-COUNT                       PIC 9(4)   VALUE 0.
       01  TALENT-TABLE.
           05 TLT-SLOT OCCURS 500 TIMES.
              10 TLT-USER                  PIC X(20).
              10 TLT-OPEN                  PIC 9.
       77  TLT-J                           PIC 9(4)   VALUE 0.
       77  TALENT-OPEN                     PIC 9      VALUE 0.
       01  TOPT-ST-IN                      PIC X(10)  VALUE SPACES.
       01  TALENT-SCHOOL-IN                PIC X(30)  VALUE SPACES.
       01  TALENT-MAJOR-IN                 PIC X(30)  VALUE SPACES.
       01  TALENT-GRADYR-IN                PIC X(4)   VALUE SPACES.
       01  TALENT-SKILL-IN                 PIC X(30)  VALUE SPACES.
       01  TALENT-NOW                      PIC X(21)  VALUE SPACES.
       77  TALENT-HIT                      PIC 9      VALUE 0.
       *> Maps the result numbers shown back to TALENT-TABLE rows.
       77  TRM-COUNT                       PIC 99     VALUE 0.
       01  TRM-MAP.
           05 TRM-SLOT OCCURS 50 TIMES     PIC 9(4).
       77  TRM-SEL                         PIC 99     VALUE 0.
       77  TRM-IDX                         PIC 9(4)   VALUE 0.
       77  TALENT-TRUNC                    PIC 9      VALUE 0.
       01  TALENT-CNT-DISPLAY              PIC Z9.
       *> Kind, student, and detail of the audit row being appended;
       *> set by the caller before PERFORM APPEND-TALENT-LOG.
       01  TLOG-KIND-IN                    PIC X(8)   VALUE SPACES.
       01  TLOG-STUDENT-IN                 PIC X(20)  VALUE SPACES.
       01  TLOG-DETAIL-IN                  PIC X(100) VALUE SPACES.
       77  TALENT-DUP                      PIC 9      VALUE 0.

       *> ---------------- Privacy and blocking ----------------
       *> Folded from privacy.dat by LOAD-PRIVACY: each student's
       *> current visibility, and each blocker/blocked pair with
       *> whether the block is still on.
       77  MAX-PRIVACY                     PIC 9(4)   VALUE 500.
       77  VIS-COUNT                       PIC 9(4)   VALUE 0.
       01  VISIBILITY-TABLE.
           05 VIS-SLOT OCCURS 500 TIMES.
              10 VIS-USER                  PIC X(20).
              10 VIS-SETTING               PIC X(12).
       77  BLK-COUNT                       PIC 9(4)   VALUE 0.
       01  BLOCK-TABLE.
           05 BLK-SLOT OCCURS 500 TIMES.
              10 BLK-OWNER                 PIC X(20).
              10 BLK-TARGET                PIC X(20).
              10 BLK-ON                    PIC 9.
       77  PRIV-J                          PIC 9(4)   VALUE 0.
       77  PRIV-HIT                        PIC 9      VALUE 0.
       *> CHECK-BLOCKED asks whether PRIV-OWNER-IN has blocked
       *> PRIV-TARGET-IN; CHECK-VISIBILITY reads PRIV-OWNER-IN's
       *> setting into PRIV-VIS.
       01  PRIV-OWNER-IN                   PIC X(20)  VALUE SPACES.
       01  PRIV-TARGET-IN                  PIC X(20)  VALUE SPACES.
       77  PRIV-BLOCKED                    PIC 9      VALUE 0.
       01  PRIV-VIS                        PIC X(12)  VALUE SPACES.
       *> Set by CHECK-SEARCH-VISIBLE for the profile in PROFILE-REC.
       77  PRIV-SHOWN                      PIC 9      VALUE 0.
       01  PRIV-KIND-IN                    PIC X(1)   VALUE SPACES.
       01  PRIV-VALUE-IN                   PIC X(12)  VALUE SPACES.
       01  PRIV-NOW                        PIC X(21)  VALUE SPACES.
       77  PRIV-SEL                        PIC 99     VALUE 0.
       77  PRIV-SHOWN-COUNT                PIC 9(4)   VALUE 0.

       *> ---------------- Written recommendations ----------------
       77  MAX-RECOMS                      PIC 9(4)   VALUE 500.
       77  RCT-COUNT                       PIC 9(4)   VALUE 0.
       01  RECOM-TABLE.
           05 RCT-SLOT OCCURS 500 TIMES.
              10 RQ-STUDENT                PIC X(20).
              10 RQ-AUTHOR                 PIC X(20).
              10 RQ-ST                     PIC X(10).
              10 RQ-RELATION               PIC X(30).
              10 RQ-REQ-DATE               PIC X(8).
              10 RQ-DATE                   PIC X(8).
              10 RQ-TEXT                   PIC X(300).
       *> Set when recommendations.dat has more rows than the table
       *> holds; status changes are refused then, as for the report
       *> queue.
       77  RCT-OVERFLOW                    PIC 9      VALUE 0.
       77  RCT-J                           PIC 9(4)   VALUE 0.
       *> Maps the numbers shown in a list back to RECOM-TABLE rows.
       77  RCM-COUNT                       PIC 99     VALUE 0.
       01  RCM-MAP.
           05 RCM-SLOT OCCURS 50 TIMES     PIC 9(4).
       77  RCM-SEL                         PIC 99     VALUE 0.
       77  RCM-IDX                         PIC 9(4)   VALUE 0.
       77  RECOM-SEL                       PIC 99     VALUE 0.
       77  RECOM-HIT                       PIC 9      VALUE 0.
       77  RECOM-PENDING                   PIC 9(4)   VALUE 0.
       01  RECOM-PEND-DISPLAY              PIC ZZZ9.
       01  RECOM-TARGET-IN                 PIC X(20)  VALUE SPACES.
       01  RECOM-RELATION-IN               PIC X(30)  VALUE SPACES.
       01  RECOM-TEXT-IN                   PIC X(300) VALUE SPACES.
       01  RECOM-NOW                       PIC X(21)  VALUE SPACES.
       77  RECOM-PTR                       PIC 9(3)   VALUE 0.
       77  RECOM-LINES                     PIC 99     VALUE 0.
       77  RECOM-TRUNC                     PIC 9      VALUE 0.
       *> EMIT-RECOMMENDATIONS prints RECOM-OWNER's approved
       *> recommendations to the screen, or to the resume file when
       *> RECOM-TO-RESUME is set; RECOM-SHOWN counts them.
       01  RECOM-OWNER                     PIC X(20)  VALUE SPACES.
       77  RECOM-TO-RESUME                 PIC 9      VALUE 0.
       77  RECOM-SHOWN                     PIC 99     VALUE 0.
       01  RECOM-OUT-LINE                  PIC X(100) VALUE SPACES.
       *> Word wrap of RQ-TEXT into RECOM-WRAP-WIDTH pieces.
       77  RECOM-WRAP-WIDTH                PIC 99     VALUE 90.
       77  RECOM-WRAP-POS                  PIC 9(3)   VALUE 0.
       77  RECOM-WRAP-END                  PIC 9(3)   VALUE 0.
       77  RECOM-WRAP-LEN                  PIC 9(3)   VALUE 0.
       77  RECOM-WRAP-CUT                  PIC 9(3)   VALUE 0.
       01  RECOM-NUM-DISPLAY               PIC Z9.
       01  RECOM-STATE-LABEL               PIC X(24)  VALUE SPACES.

       *> ---------------- Graduate outcome survey ----------------
       *> A graduate who answered "still seeking" is asked again once
       *> this many days have passed.
       77  OUTCOME-RECHECK-DAYS            PIC 9(3)   VALUE 90.
       77  OUTC-FOUND                      PIC 9      VALUE 0.
       01  OUTC-DATE                       PIC X(8)   VALUE SPACES.
       01  OUTC-CATEGORY                   PIC X(10)  VALUE SPACES.
       01  OUTC-ORG                        PIC X(30)  VALUE SPACES.
       01  OUTC-TITLE                      PIC X(30)  VALUE SPACES.
       01  OUTC-SALARY                     PIC X(10)  VALUE SPACES.
       01  OUTC-NOW                        PIC X(21)  VALUE SPACES.
       77  OUTC-AGE                        PIC S9(7)  VALUE 0.
       77  OUTC-SEL                        PIC 99     VALUE 0.
       77  OUTC-DEFAULT-SEL                PIC 99     VALUE 0.
       01  OUTC-SEL-DISPLAY                PIC 9.
       01  OUTC-ORG-LABEL                  PIC X(30)  VALUE SPACES.
       01  OUTC-TITLE-LABEL                PIC X(30)  VALUE SPACES.
       01  OUTC-FIELD-LABEL                PIC X(30)  VALUE SPACES.
       01  OUTC-FIELD-VALUE                PIC X(30)  VALUE SPACES.

       *> ---------------- Email address and digest ----------------
       *> CURRENT-USER's latest email.dat row, set by LOAD-MY-EMAIL.
       77  EMAIL-FOUND                     PIC 9      VALUE 0.
       01  MY-EMAIL-ADDR                   PIC X(60)  VALUE SPACES.
       01  MY-EMAIL-DIGEST                 PIC X(1)   VALUE SPACE.
       01  MY-EMAIL-BOUNCED                PIC X(1)   VALUE SPACE.
       01  MY-EMAIL-DATE                   PIC X(8)   VALUE SPACES.
       *> Set by the caller before PERFORM APPEND-EMAIL-ROW.
       01  EMAIL-USER-IN                   PIC X(20)  VALUE SPACES.
       01  EMAIL-ADDR-IN                   PIC X(60)  VALUE SPACES.
       01  EMAIL-DIGEST-IN                 PIC X(1)   VALUE SPACE.
       01  EMAIL-BOUNCED-IN                PIC X(1)   VALUE SPACE.
       01  EMAIL-NOW                       PIC X(21)  VALUE SPACES.
       *> CHECK-EMAIL-ADDRESS: EMAIL-ADDR-IN is one word with a
       *> single "@" and a "." somewhere in the domain after it.
       77  EMAIL-VALID                     PIC 9      VALUE 0.
       77  EMAIL-LEN                       PIC 9(3)   VALUE 0.
       77  EMAIL-AT-POS                    PIC 9(3)   VALUE 0.
       77  EMAIL-AT-COUNT                  PIC 9(3)   VALUE 0.
       77  EMAIL-DOT-POS                   PIC 9(3)   VALUE 0.
       77  EMAIL-SP-COUNT                  PIC 9(3)   VALUE 0.
       77  EMAIL-K                         PIC 9(3)   VALUE 0.
       77  EMAIL-SEL                       PIC 99     VALUE 0.

       *> ---------------- Events and RSVPs ----------------
       77  MAX-EVENTS                      PIC 99     VALUE 50.
       77  EVT-COUNT                       PIC 99     VALUE 0.
       77  RSVP-DUP                        PIC 9      VALUE 0.
       77  RSVP-MATCHES                    PIC 9(4)   VALUE 0.
       01  RSVP-NOW                        PIC X(21)  VALUE SPACES.
       *> Set when a listing finds more applications than the table
       *> holds; the extra rows are left off the list (and noted as a
       *> capacity event), but nothing on file is lost.
       77  JOBAPP-OVERFLOW                 PIC 9      VALUE 0.
       *> Set by READ-JOBAPP-BY-KEY: is the keyed row on file?
       77  JOBAPP-FOUND                    PIC 9      VALUE 0.

       *> ---------------- Mentoring ----------------
       *> Mentor pairs from the MentorMatch batch, loaded on demand

       77  REF-MATCH-FOUND                 PIC 9      VALUE 0.

       *> ---------------- Company profiles ----------------
       *> Company catalog, loaded on demand. The loader folds a later
       *> row for a name already in the table into that slot, so the
       *> table holds each company's current profile once.
       77  MAX-COMPANIES                   PIC 9(4)   VALUE 200.
       77  CMP-COUNT                       PIC 9(4)   VALUE 0.
       01  COMPANY-TABLE.
           05 CMP-SLOT OCCURS 200 TIMES.
              10 CM-NAME                   PIC X(30).
              10 CM-INDUSTRY               PIC X(20).
              10 CM-WEBSITE                PIC X(40).
              10 CM-HQ                     PIC X(20).
              10 CM-DESC                   PIC X(60).
       77  CMP-J                           PIC 9(4)   VALUE 0.
       *> Set by FIND-COMPANY: the COMPANY-TABLE row for CMP-TARGET,
       *> or 0 when the name is not on file.
       77  CMP-IDX                         PIC 9(4)   VALUE 0.
       01  CMP-TARGET                      PIC X(30)  VALUE SPACES.
       *> The company CURRENT-USER is linked to, set by
       *> LOAD-MY-COMPANY-LINK; blank while the account is unlinked.
       01  MY-COMPANY                      PIC X(30)  VALUE SPACES.
       77  CMP-SEL                         PIC 99     VALUE 0.
       77  CMP-HIRES                       PIC 9(4)   VALUE 0.
       77  CMP-OTHER                       PIC 99     VALUE 0.
       01  CMP-CNT-DISPLAY                 PIC 9(4)   VALUE 0.
       01  CMP-NOW                         PIC X(21)  VALUE SPACES.
       *> Stable buffer for a company profile while its fields are
       *> prompted for, written to the file by APPEND-COMPANY.
       01  NEW-COMPANY.
           05 NC-NAME                      PIC X(30).
           05 NC-INDUSTRY                  PIC X(20).
           05 NC-WEBSITE                   PIC X(40).
           05 NC-HQ                        PIC X(20).
           05 NC-DESC                      PIC X(60).

       *> Stable NEW buffer so READs never clobber inputs
       01  NEW-PROFILE.
           05 NP-USER                      PIC X(20).
           END-IF
           MOVE SPACES TO FS-NEWJOBS

           *> Same recovery, for a run that crashed mid-REWRITE-MESSAGES-FILE.
           OPEN INPUT NewMsgsFile
           IF FS-NEWMSGS NOT = "35"
           END-IF
           MOVE SPACES TO FS-NEWMSGS

           *> Same recovery, for a run that crashed mid-saved-search-delete.
           OPEN INPUT NewSavedFile
           IF FS-NEWSAVED NOT = "35"
           END-IF
           MOVE SPACES TO FS-NEWCREP

           *> Same recovery, for a run that crashed mid-recommendation-save.
           OPEN INPUT NewRecommendFile
           IF FS-NEWRECOM NOT = "35"
              CLOSE NewRecommendFile
              CALL "CBL_DELETE_FILE" USING RECOM-NEW-PATH
              MOVE "Recovered from an interrupted recommendation save." TO LINE-MSG
              PERFORM SAY
           END-IF
           MOVE SPACES TO FS-NEWRECOM

           OPEN INPUT  ContentRepFile
           IF FS-CREP = "35"
              OPEN OUTPUT ContentRepFile
              OPEN INPUT JobsFile
           END-IF

           *> Applications and interview slots stay open I-O for the
           *> whole session, the same as ProfileFile: every change is a
           *> single keyed WRITE or REWRITE.
           OPEN I-O    JobAppFile
           IF FS-JOBAPP = "35"
              OPEN OUTPUT JobAppFile
              CLOSE JobAppFile
              MOVE SPACES TO FS-JOBAPP
              OPEN I-O JobAppFile
           END-IF

           OPEN I-O    InterviewsFile
           IF FS-IVIEW = "35"
              OPEN OUTPUT InterviewsFile
              CLOSE InterviewsFile
              MOVE SPACES TO FS-IVIEW
              OPEN I-O InterviewsFile
           END-IF

           OPEN INPUT  SchoolsFile
           MOVE "20260601" TO JB-POSTED
           MOVE SPACES TO JB-OWNER
           MOVE SPACES TO JB-DEADLINE
           MOVE SPACES TO JB-PAY-MIN
           MOVE SPACES TO JB-PAY-MAX
           MOVE SPACES TO JB-PAY-PER
           MOVE "IN" TO JB-TYPE
           MOVE "R" TO JB-REMOTE
           WRITE JOB-REC

           MOVE "Junior Software Engineer" TO JB-TITLE
           MOVE "20260603" TO JB-POSTED
           MOVE SPACES TO JB-OWNER
           MOVE SPACES TO JB-DEADLINE
           MOVE SPACES TO JB-PAY-MIN
           MOVE SPACES TO JB-PAY-MAX
           MOVE SPACES TO JB-PAY-PER
           MOVE "FT" TO JB-TYPE
           MOVE "O" TO JB-REMOTE
           WRITE JOB-REC

           MOVE "Campus Ambassador" TO JB-TITLE
           MOVE "20260605" TO JB-POSTED
           MOVE SPACES TO JB-OWNER
           MOVE SPACES TO JB-DEADLINE
           MOVE SPACES TO JB-PAY-MIN
           MOVE SPACES TO JB-PAY-MAX
           MOVE SPACES TO JB-PAY-PER
           MOVE "PT" TO JB-TYPE
           MOVE "R" TO JB-REMOTE
           WRITE JOB-REC

           MOVE "Data Entry Clerk" TO JB-TITLE
           MOVE "20260608" TO JB-POSTED
           MOVE SPACES TO JB-OWNER
           MOVE SPACES TO JB-DEADLINE
           MOVE SPACES TO JB-PAY-MIN
           MOVE SPACES TO JB-PAY-MAX
           MOVE SPACES TO JB-PAY-PER
           MOVE "PT" TO JB-TYPE
           MOVE "O" TO JB-REMOTE
           WRITE JOB-REC

           MOVE "Teaching Assistant" TO JB-TITLE
           MOVE "20260610" TO JB-POSTED
           MOVE SPACES TO JB-OWNER
           MOVE SPACES TO JB-DEADLINE
           MOVE SPACES TO JB-PAY-MIN
           MOVE SPACES TO JB-PAY-MAX
           MOVE SPACES TO JB-PAY-PER
           MOVE "PT" TO JB-TYPE
           MOVE "O" TO JB-REMOTE
           WRITE JOB-REC

           MOVE "Georgia Tech Research Aide" TO JB-TITLE
           MOVE "20260612" TO JB-POSTED
           MOVE SPACES TO JB-OWNER
           MOVE SPACES TO JB-DEADLINE
           MOVE SPACES TO JB-PAY-MIN
           MOVE SPACES TO JB-PAY-MAX
           MOVE SPACES TO JB-PAY-PER
           MOVE "PT" TO JB-TYPE
           MOVE "O" TO JB-REMOTE
           WRITE JOB-REC
           CLOSE JobsFile
           .
           CLOSE JobsFile
           CLOSE NewJobsFile
           CLOSE JobAppFile
           CLOSE InterviewsFile
           CLOSE ContentRepFile
           CLOSE SchoolsFile
           CLOSE MajorsFile
                 END-IF
              END-IF
           END-PERFORM
           IF ACCT-COUNT > MAX-ACCOUNTS
              MOVE "accounts.dat" TO CAP-FILE
              PERFORM NOTE-CAPACITY-TRUNCATION
           END-IF
           .

       LOAD-SKILLS.
           MOVE 0 TO SKILL-COUNT
           MOVE 0 TO CAP-HIT
           PERFORM UNTIL 1 = 2
              READ SkillsFile
                 AT END EXIT PERFORM
              END-READ
              IF SK-NAME NOT = SPACES AND SKILL-COUNT >= MAX-SKILLS
                 AND FUNCTION UPPER-CASE(FUNCTION TRIM(SK-STATUS))
                    NOT = "RETIRED"
                 MOVE 1 TO CAP-HIT
              END-IF
              IF SK-NAME NOT = SPACES AND SKILL-COUNT < MAX-SKILLS
                 AND FUNCTION UPPER-CASE(FUNCTION TRIM(SK-STATUS))
                    NOT = "RETIRED"
           END-PERFORM
           CLOSE SkillsFile
           OPEN INPUT SkillsFile
           IF CAP-HIT = 1
              MOVE "skills.dat" TO CAP-FILE
              PERFORM NOTE-CAPACITY-TRUNCATION
           END-IF
           .

       LOAD-CONNECTIONS.
           MOVE 0 TO CONN-COUNT
           MOVE 0 TO CAP-HIT
           PERFORM UNTIL 1 = 2
              READ ConnectionsFile
                 AT END EXIT PERFORM
              END-READ
              IF CN-A NOT = SPACES AND CONN-COUNT >= MAX-CONNECTIONS
                 MOVE 1 TO CAP-HIT
              END-IF
              IF CN-A NOT = SPACES AND CONN-COUNT < MAX-CONNECTIONS
                 ADD 1 TO CONN-COUNT
                 MOVE CN-A      TO CT-A(CONN-COUNT)
           END-PERFORM
           CLOSE ConnectionsFile
           OPEN INPUT ConnectionsFile
           IF CAP-HIT = 1
              MOVE "connections.dat" TO CAP-FILE
              PERFORM NOTE-CAPACITY-TRUNCATION
           END-IF
           .

       LOAD-JOBS.
           MOVE 0 TO JOB-COUNT
           MOVE 0 TO CAP-HIT
           PERFORM UNTIL 1 = 2
              READ JobsFile
                 AT END EXIT PERFORM
              END-READ
              IF JB-TITLE NOT = SPACES AND JOB-COUNT >= MAX-JOBS
                 MOVE 1 TO CAP-HIT
              END-IF
              IF JB-TITLE NOT = SPACES AND JOB-COUNT < MAX-JOBS
                 ADD 1 TO JOB-COUNT
                 MOVE JB-TITLE    TO JT-TITLE(JOB-COUNT)
                 MOVE JB-POSTED   TO JT-POSTED(JOB-COUNT)
                 MOVE JB-OWNER    TO JT-OWNER(JOB-COUNT)
                 MOVE JB-DEADLINE TO JT-DEADLINE(JOB-COUNT)
                 MOVE JB-PAY-MIN  TO JT-PAY-MIN(JOB-COUNT)
                 MOVE JB-PAY-MAX  TO JT-PAY-MAX(JOB-COUNT)
                 MOVE JB-PAY-PER  TO JT-PAY-PER(JOB-COUNT)
                 MOVE JB-TYPE     TO JT-TYPE(JOB-COUNT)
                 MOVE JB-REMOTE   TO JT-REMOTE(JOB-COUNT)
                 PERFORM VARYING RK-J FROM 1 BY 1 UNTIL RK-J > MAX-JOB-SKILLS
                    MOVE SPACES TO JT-SKILL(JOB-COUNT, RK-J)
                 END-PERFORM
                 PERFORM VARYING SQ-J FROM 1 BY 1 UNTIL SQ-J > MAX-JOB-QUESTIONS
                    MOVE SPACES TO JT-QUESTION(JOB-COUNT, SQ-J)
                 END-PERFORM
              END-IF
           END-PERFORM
           CLOSE JobsFile
           OPEN INPUT JobsFile
           IF CAP-HIT = 1
              MOVE "jobs.dat" TO CAP-FILE
              PERFORM NOTE-CAPACITY-TRUNCATION
           END-IF
           PERFORM LOAD-JOB-SKILLS
           PERFORM LOAD-JOB-QUESTIONS
           .

       *> Attaches each posting's required skills from job_skills.dat.
       *> Rows are read in file order, so a later row for the same
       *> title+company replaces an earlier one.
       LOAD-JOB-SKILLS.
           OPEN INPUT JobSkillFile
           IF FS-JSKILL = "35"
              CLOSE JobSkillFile
              MOVE SPACES TO FS-JSKILL
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ JobSkillFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-JSKILL NOT = "00"
                 EXIT PERFORM
              END-IF
              PERFORM VARYING RK-IDX FROM 1 BY 1 UNTIL RK-IDX > JOB-COUNT
                 IF JT-TITLE(RK-IDX) = JS-TITLE
                    AND JT-COMPANY(RK-IDX) = JS-COMPANY
                    PERFORM VARYING RK-J FROM 1 BY 1
                       UNTIL RK-J > MAX-JOB-SKILLS
                       MOVE JS-SKILL(RK-J) TO JT-SKILL(RK-IDX, RK-J)
                    END-PERFORM
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-PERFORM
           CLOSE JobSkillFile
           MOVE SPACES TO FS-JSKILL
           .

       *> Attaches each posting's screening questions from
       *> job_questions.dat; a later row for the same title+company
       *> replaces an earlier one.
       LOAD-JOB-QUESTIONS.
           OPEN INPUT JobQuestFile
           IF FS-JQUEST = "35"
              CLOSE JobQuestFile
              MOVE SPACES TO FS-JQUEST
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ JobQuestFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-JQUEST NOT = "00"
                 EXIT PERFORM
              END-IF
              PERFORM VARYING RK-IDX FROM 1 BY 1 UNTIL RK-IDX > JOB-COUNT
                 IF JT-TITLE(RK-IDX) = JQ-TITLE
                    AND JT-COMPANY(RK-IDX) = JQ-COMPANY
                    PERFORM VARYING SQ-J FROM 1 BY 1
                       UNTIL SQ-J > MAX-JOB-QUESTIONS
                       MOVE JQ-QUESTION(SQ-J) TO JT-QUESTION(RK-IDX, SQ-J)
                    END-PERFORM
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-PERFORM
           CLOSE JobQuestFile
           MOVE SPACES TO FS-JQUEST
           .

       *> Appends the screening-question row for JOB-TABLE row EP-IDX.
       APPEND-JOB-QUESTIONS.
           OPEN EXTEND JobQuestFile
           IF FS-JQUEST = "35"
              OPEN OUTPUT JobQuestFile
           END-IF
           MOVE JT-TITLE(EP-IDX)   TO JQ-TITLE
           MOVE JT-COMPANY(EP-IDX) TO JQ-COMPANY
           PERFORM VARYING SQ-J FROM 1 BY 1 UNTIL SQ-J > MAX-JOB-QUESTIONS
              MOVE JT-QUESTION(EP-IDX, SQ-J) TO JQ-QUESTION(SQ-J)
           END-PERFORM
           WRITE JOBQUEST-REC
           CLOSE JobQuestFile
           MOVE SPACES TO FS-JQUEST
           .

       *> Appends the required-skill row for JOB-TABLE row EP-IDX.
       APPEND-JOB-SKILLS.
           OPEN EXTEND JobSkillFile
           IF FS-JSKILL = "35"
              OPEN OUTPUT JobSkillFile
           END-IF
           MOVE JT-TITLE(EP-IDX)   TO JS-TITLE
           MOVE JT-COMPANY(EP-IDX) TO JS-COMPANY
           PERFORM VARYING RK-J FROM 1 BY 1 UNTIL RK-J > MAX-JOB-SKILLS
              MOVE JT-SKILL(EP-IDX, RK-J) TO JS-SKILL(RK-J)
           END-PERFORM
           WRITE JOBSKILL-REC
           CLOSE JobSkillFile
           MOVE SPACES TO FS-JSKILL
           .

       LOAD-SCHOOLS.
              PERFORM SAY
              MOVE "14. Groups"                  TO LINE-MSG PERFORM SAY
              MOVE "15. Mentoring"               TO LINE-MSG PERFORM SAY
              MOVE "16. My Agenda"               TO LINE-MSG PERFORM SAY
              MOVE "17. Open to Opportunities"   TO LINE-MSG PERFORM SAY
              MOVE "18. Privacy & Blocking"      TO LINE-MSG PERFORM SAY
              MOVE "19. Recommendations"         TO LINE-MSG PERFORM SAY
              MOVE "20. Email & Digest"          TO LINE-MSG PERFORM SAY
              MOVE "21. Log Out"                 TO LINE-MSG PERFORM SAY
              MOVE "Enter your choice:"          TO LINE-MSG PERFORM SAY

              PERFORM READ-NEXT
                    WHEN NAV-SEL = 13 PERFORM VIEW-NOTIFICATIONS
                    WHEN NAV-SEL = 14 PERFORM GROUPS-MENU
                    WHEN NAV-SEL = 15 PERFORM MENTOR-MENU
                    WHEN NAV-SEL = 16 PERFORM MY-AGENDA
                    WHEN NAV-SEL = 17 PERFORM TALENT-OPTIN-MENU
                    WHEN NAV-SEL = 18 PERFORM PRIVACY-MENU
                    WHEN NAV-SEL = 19 PERFORM RECOMMEND-MENU
                    WHEN NAV-SEL = 20 PERFORM EMAIL-SETTINGS-MENU
                    WHEN NAV-SEL = 21 PERFORM LOGOUT-FLOW
                    WHEN OTHER        MOVE "Please pick 1-21." TO LINE-MSG PERFORM SAY
                 END-EVALUATE
              END-IF
           END-PERFORM
              END-IF
           END-PERFORM

           *> The address is optional here; it can be added or changed
           *> later under Email & Digest. A mistyped one is asked for
           *> again rather than losing the registration typed so far.
           MOVE SPACES TO EMAIL-ADDR-IN
           MOVE "N" TO EMAIL-DIGEST-IN
           PERFORM UNTIL 1 = 2
              MOVE "Email address for the nightly digest (blank to skip):" TO LINE-MSG
              PERFORM SAY
              PERFORM READ-NEXT
              IF FUNCTION TRIM(LAST-LINE) = SPACES
                 MOVE SPACES TO EMAIL-ADDR-IN
                 EXIT PERFORM
              END-IF
              PERFORM CHECK-EMAIL-ADDRESS
              IF EMAIL-VALID = 1
                 EXIT PERFORM
              END-IF
              MOVE "That does not look like an email address (name@school.edu)." TO LINE-MSG
              PERFORM SAY
           END-PERFORM
           IF EMAIL-ADDR-IN NOT = SPACES
              MOVE "Email me a nightly digest of notifications, unread messages and upcoming interviews? (Y/N) [N]:"
                 TO LINE-MSG
              PERFORM SAY
              PERFORM READ-NEXT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(LAST-LINE)) = "Y"
                 MOVE "Y" TO EMAIL-DIGEST-IN
              END-IF
           END-IF

           ADD 1 TO ACCT-COUNT
           MOVE FUNCTION TRIM(U-IN) TO T-USER(ACCT-COUNT)
           PERFORM NEW-SALT
           MOVE FUNCTION CURRENT-DATE TO PW-NOW
           MOVE PW-NOW(1:8) TO T-PWSET(ACCT-COUNT)
           PERFORM APPEND-ACCOUNT
           IF EMAIL-ADDR-IN NOT = SPACES
              MOVE FUNCTION TRIM(U-IN) TO EMAIL-USER-IN
              MOVE SPACE TO EMAIL-BOUNCED-IN
              PERFORM APPEND-EMAIL-ROW
           END-IF

           IF ACCT-TYPE-IN = "P"
              MOVE "Employer account created - it is awaiting operator approval. You will be able to log in once approved."
                 PERFORM SAY
              WHEN LOGIN-OK = 1
                 SET LOGGED-IN TO TRUE
                 MOVE FUNCTION TRIM(U-IN) TO CURRENT-USER
                 MOVE "You have successfully logged in." TO LINE-MSG PERFORM SAY
                 PERFORM SAY-HELLO
                 PERFORM CHECK-PASSWORD-AGE
                 IF NOT CURRENT-IS-EMPLOYER
                    PERFORM SHOW-LOGIN-DIGEST
                    PERFORM OUTCOME-SURVEY-CHECK
                 END-IF
              WHEN LOGIN-LOCKED = 1
                 MOVE "This account is locked after too many failed logins. Contact the operator to unlock it."
           OPEN INPUT SecEventFile
           .

       *> Writes a CAPACITY security event naming CAP-FILE, the file a
       *> loader could not hold whole. Loaders run many times a
       *> session, so each file is logged only the first time.
       NOTE-CAPACITY-TRUNCATION.
           PERFORM VARYING CAP-I FROM 1 BY 1 UNTIL CAP-I > CAP-SEEN-COUNT
              IF CAP-SEEN(CAP-I) = CAP-FILE
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF CAP-SEEN-COUNT < MAX-CAP-SEEN
              ADD 1 TO CAP-SEEN-COUNT
              MOVE CAP-FILE TO CAP-SEEN(CAP-SEEN-COUNT)
           END-IF
           MOVE CAP-FILE   TO SEC-USER
           MOVE "CAPACITY" TO SEC-EVENT
           PERFORM APPEND-SECURITY-EVENT
           .

       *> Re-checks CURRENT-USER's password for Change Password. Sets
       *> PROFILE-FOUND (account located) and PW-VERIFY-OK (password
       *> matched) and FP-ACCT-IDX (the matching row) -- deliberately

                 MOVE CURRENT-USER TO SKILL-OWNER
                 PERFORM SHOW-SKILLS-WITH-ENDORSEMENTS

                 MOVE CURRENT-USER TO RECOM-OWNER
                 MOVE 0 TO RECOM-TO-RESUME
                 PERFORM EMIT-RECOMMENDATIONS
           END-IF

           IF PROFILE-FOUND = 0
              END-IF
           END-PERFORM

           MOVE CURRENT-USER TO RECOM-OWNER
           MOVE 1 TO RECOM-TO-RESUME
           PERFORM EMIT-RECOMMENDATIONS

           CLOSE ResumeFile

           MOVE SPACES TO RESUME-FINAL-PATH
       *> ---------------- Search for User ----------------
       SEARCH-USER.
           MOVE 0 TO SEARCH-MATCHES
           PERFORM LOAD-PRIVACY
           MOVE "Enter a name or school to search for:" TO LINE-MSG
           PERFORM SAY
           PERFORM READ-NEXT
                 IF FUNCTION UPPER-CASE(FUNCTION TRIM(PR-FNAME))  = SEARCH-TERM
                    OR FUNCTION UPPER-CASE(FUNCTION TRIM(PR-LNAME))  = SEARCH-TERM
                    OR FUNCTION UPPER-CASE(FUNCTION TRIM(PR-SCHOOL)) = SEARCH-TERM
                    PERFORM CHECK-SEARCH-VISIBLE
                    IF PRIV-SHOWN = 1
                       ADD 1 TO SEARCH-MATCHES
                       PERFORM SHOW-SEARCH-RESULT
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
                 NOT = SEARCH-TERM
                 EXIT PERFORM
              END-IF
              PERFORM CHECK-SEARCH-VISIBLE
              IF PRIV-SHOWN = 1
                 ADD 1 TO SEARCH-MATCHES
                 PERFORM SHOW-SEARCH-RESULT
              END-IF
           END-PERFORM
           .

           MOVE PR-USER TO SKILL-OWNER
           PERFORM SHOW-SKILLS-WITH-ENDORSEMENTS

           MOVE PR-USER TO RECOM-OWNER
           MOVE 0 TO RECOM-TO-RESUME
           PERFORM EMIT-RECOMMENDATIONS

           MOVE PR-USER TO PVIEW-TARGET
           PERFORM RECORD-PROFILE-VIEW

                    TO LINE-MSG
                 PERFORM SAY
              END-IF
              IF RECOM-SHOWN > 0
                 PERFORM REPORT-RECOMMENDATION
              END-IF
           END-IF
           .

              EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-PRIVACY
           PERFORM CHECK-BLOCKED-EITHER-WAY
           IF PRIV-BLOCKED = 1
              EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-CONNECTION-STATE
           EVALUATE TRUE
              WHEN CONN-IS-ACCEPTED
       VIEW-INCOMING-REQUESTS.
           MOVE 0 TO CONN-MATCHES
           MOVE "--- Incoming Connection Requests ---" TO LINE-MSG PERFORM SAY
           PERFORM LOAD-PRIVACY
           PERFORM VARYING CONN-J FROM 1 BY 1 UNTIL CONN-J > CONN-COUNT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(CT-B(CONN-J))) = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                 AND FUNCTION TRIM(CT-ST(CONN-J)) = "PENDING"
                 MOVE CT-A(CONN-J) TO CONN-TARGET
                 PERFORM CHECK-CONNECTION-STATE
                 *> A requester who has since blocked this student
                 *> has withdrawn the request in effect.
                 MOVE CT-A(CONN-J) TO PRIV-OWNER-IN
                 MOVE CURRENT-USER TO PRIV-TARGET-IN
                 PERFORM CHECK-BLOCKED
                 IF NOT CONN-IS-ACCEPTED AND PRIV-BLOCKED = 0
                    ADD 1 TO CONN-MATCHES
                    MOVE SPACES TO LINE-MSG
                    MOVE CONN-J TO I-DISPLAY
              MOVE "Please pick a valid request number." TO LINE-MSG PERFORM SAY
              EXIT PARAGRAPH
           END-IF
           MOVE CT-A(CONN-SEL) TO PRIV-OWNER-IN
           MOVE CURRENT-USER   TO PRIV-TARGET-IN
           PERFORM CHECK-BLOCKED
           IF PRIV-BLOCKED = 1
              MOVE "Please pick a valid request number." TO LINE-MSG PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           PERFORM APPEND-CONNECTION-ACCEPT
           MOVE SPACES TO LINE-MSG
       VIEW-MY-CONNECTIONS.
           MOVE 0 TO CONN-MATCHES
           MOVE "--- My Connections ---" TO LINE-MSG PERFORM SAY
           PERFORM LOAD-PRIVACY
           PERFORM VARYING CONN-J FROM 1 BY 1 UNTIL CONN-J > CONN-COUNT
              IF FUNCTION TRIM(CT-ST(CONN-J)) = "ACCEPTED"
                 IF FUNCTION UPPER-CASE(FUNCTION TRIM(CT-A(CONN-J))) = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
           .

       *> Prints CONN-TARGET's profile summary, if any, else just the
       *> username. Mirrors SHOW-SEARCH-RESULT's layout. A connection
       *> who has blocked the student shows as the username alone.
       *> Expects LOAD-PRIVACY to have run.
       SHOW-CONNECTION.
           MOVE CONN-TARGET  TO PRIV-OWNER-IN
           MOVE CURRENT-USER TO PRIV-TARGET-IN
           PERFORM CHECK-BLOCKED
           IF PRIV-BLOCKED = 1
              MOVE FUNCTION TRIM(CONN-TARGET) TO LINE-MSG PERFORM SAY
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CONN-TARGET)) TO PR-USER
           PERFORM READ-PROFILE-BY-KEY
           IF PROFILE-FOUND = 1
           MOVE 0 TO SUGG-COUNT
           MOVE "--- People You May Know ---" TO LINE-MSG PERFORM SAY
           PERFORM LOOKUP-CURRENT-STUDENT-PROFILE
           PERFORM LOAD-PRIVACY

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ACCT-COUNT
              MOVE T-USER(I) TO SUGG-CAND
                    NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                 MOVE SUGG-CAND TO CONN-TARGET
                 PERFORM CHECK-CONNECTION-STATE
                 PERFORM CHECK-SUGGESTION-ALLOWED
                 IF CONN-NONE AND PRIV-SHOWN = 1
                    PERFORM SCORE-ONE-CANDIDATE
                    IF SUGG-MUTUAL = 1 OR SUGG-SAME-SCHOOL = 1
                       OR SUGG-SAME-MAJOR = 1
           PERFORM SAY
           .

       *> ---------------- Privacy and blocking ----------------
       *> Folds privacy.dat into VISIBILITY-TABLE and BLOCK-TABLE, the
       *> latest row per student (V) or per blocker/blocked pair (B)
       *> winning. Callers load once, then ask CHECK-BLOCKED and
       *> CHECK-VISIBILITY as often as they need.
       LOAD-PRIVACY.
           MOVE 0 TO VIS-COUNT BLK-COUNT
           MOVE 0 TO CAP-HIT
           OPEN INPUT PrivacyFile
           IF FS-PRIV = "35"
              CLOSE PrivacyFile
              MOVE SPACES TO FS-PRIV
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ PrivacyFile
                 AT END EXIT PERFORM
              END-READ
              EVALUATE TRUE
                 WHEN PRV-USER = SPACES
                    CONTINUE
                 WHEN PRV-KIND = "V"
                    PERFORM FOLD-VISIBILITY-ROW
                 WHEN PRV-KIND = "B" AND PRV-TARGET NOT = SPACES
                    PERFORM FOLD-BLOCK-ROW
              END-EVALUATE
           END-PERFORM
           CLOSE PrivacyFile
           IF CAP-HIT = 1
              MOVE "privacy.dat" TO CAP-FILE
              PERFORM NOTE-CAPACITY-TRUNCATION
           END-IF
           .

       FOLD-VISIBILITY-ROW.
           MOVE 0 TO PRIV-HIT
           PERFORM VARYING PRIV-J FROM 1 BY 1 UNTIL PRIV-J > VIS-COUNT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(VIS-USER(PRIV-J)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(PRV-USER))
                 MOVE 1 TO PRIV-HIT
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF PRIV-HIT = 0
              IF VIS-COUNT < MAX-PRIVACY
                 ADD 1 TO VIS-COUNT
                 MOVE VIS-COUNT TO PRIV-J
                 MOVE PRV-USER TO VIS-USER(PRIV-J)
              ELSE
                 MOVE 1 TO CAP-HIT
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE PRV-VALUE TO VIS-SETTING(PRIV-J)
           .

       FOLD-BLOCK-ROW.
           MOVE 0 TO PRIV-HIT
           PERFORM VARYING PRIV-J FROM 1 BY 1 UNTIL PRIV-J > BLK-COUNT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(BLK-OWNER(PRIV-J)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(PRV-USER))
                 AND FUNCTION UPPER-CASE(FUNCTION TRIM(BLK-TARGET(PRIV-J)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(PRV-TARGET))
                 MOVE 1 TO PRIV-HIT
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF PRIV-HIT = 0
              IF BLK-COUNT < MAX-PRIVACY
                 ADD 1 TO BLK-COUNT
                 MOVE BLK-COUNT TO PRIV-J
                 MOVE PRV-USER   TO BLK-OWNER(PRIV-J)
                 MOVE PRV-TARGET TO BLK-TARGET(PRIV-J)
              ELSE
                 MOVE 1 TO CAP-HIT
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF FUNCTION TRIM(PRV-VALUE) = "BLOCKED"
              MOVE 1 TO BLK-ON(PRIV-J)
           ELSE
              MOVE 0 TO BLK-ON(PRIV-J)
           END-IF
           .

       *> Sets PRIV-BLOCKED if PRIV-OWNER-IN has blocked PRIV-TARGET-IN.
       CHECK-BLOCKED.
           MOVE 0 TO PRIV-BLOCKED
           PERFORM VARYING PRIV-J FROM 1 BY 1 UNTIL PRIV-J > BLK-COUNT
              IF BLK-ON(PRIV-J) = 1
                 AND FUNCTION UPPER-CASE(FUNCTION TRIM(BLK-OWNER(PRIV-J)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(PRIV-OWNER-IN))
                 AND FUNCTION UPPER-CASE(FUNCTION TRIM(BLK-TARGET(PRIV-J)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(PRIV-TARGET-IN))
                 MOVE 1 TO PRIV-BLOCKED
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .

       *> Sets PRIV-VIS to PRIV-OWNER-IN's visibility; a student who
       *> never chose one is visible to EVERYONE.
       CHECK-VISIBILITY.
           MOVE "EVERYONE" TO PRIV-VIS
           PERFORM VARYING PRIV-J FROM 1 BY 1 UNTIL PRIV-J > VIS-COUNT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(VIS-USER(PRIV-J)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(PRIV-OWNER-IN))
                 MOVE VIS-SETTING(PRIV-J) TO PRIV-VIS
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .

       *> Contact guard for connect, message and endorse: refuses (and
       *> says why) when either CURRENT-USER or CONN-TARGET has blocked
       *> the other. A blocked user is not told they were blocked.
       CHECK-BLOCKED-EITHER-WAY.
           MOVE CONN-TARGET  TO PRIV-OWNER-IN
           MOVE CURRENT-USER TO PRIV-TARGET-IN
           PERFORM CHECK-BLOCKED
           IF PRIV-BLOCKED = 1
              MOVE "That user is not available to contact." TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF
           MOVE CURRENT-USER TO PRIV-OWNER-IN
           MOVE CONN-TARGET  TO PRIV-TARGET-IN
           PERFORM CHECK-BLOCKED
           IF PRIV-BLOCKED = 1
              MOVE "You have blocked that user - unblock them under Privacy & Blocking first."
                 TO LINE-MSG
              PERFORM SAY
           END-IF
           .

       *> Sets PRIV-SHOWN for the profile in PROFILE-REC as a search
       *> result for CURRENT-USER: never when its owner has blocked
       *> the searcher or chose HIDDEN, and only to accepted
       *> connections when the owner chose CONNECTIONS. Your own
       *> profile always shows.
       CHECK-SEARCH-VISIBLE.
           MOVE 1 TO PRIV-SHOWN
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(PR-USER))
              = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
              EXIT PARAGRAPH
           END-IF
           MOVE PR-USER      TO PRIV-OWNER-IN
           MOVE CURRENT-USER TO PRIV-TARGET-IN
           PERFORM CHECK-BLOCKED
           IF PRIV-BLOCKED = 1
              MOVE 0 TO PRIV-SHOWN
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-VISIBILITY
           EVALUATE FUNCTION TRIM(PRIV-VIS)
              WHEN "HIDDEN"
                 MOVE 0 TO PRIV-SHOWN
              WHEN "CONNECTIONS"
                 MOVE PR-USER TO CONN-TARGET
                 PERFORM CHECK-CONNECTION-STATE
                 IF NOT CONN-IS-ACCEPTED
                    MOVE 0 TO PRIV-SHOWN
                 END-IF
           END-EVALUATE
           .

       *> Sets PRIV-SHOWN for SUGG-CAND. Suggestions go only to people
       *> who are not yet connected, so only candidates visible to
       *> EVERYONE qualify, and a block either way rules one out.
       CHECK-SUGGESTION-ALLOWED.
           MOVE 0 TO PRIV-SHOWN
           MOVE SUGG-CAND    TO PRIV-OWNER-IN
           MOVE CURRENT-USER TO PRIV-TARGET-IN
           PERFORM CHECK-BLOCKED
           IF PRIV-BLOCKED = 1
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-VISIBILITY
           IF FUNCTION TRIM(PRIV-VIS) NOT = "EVERYONE"
              EXIT PARAGRAPH
           END-IF
           MOVE CURRENT-USER TO PRIV-OWNER-IN
           MOVE SUGG-CAND    TO PRIV-TARGET-IN
           PERFORM CHECK-BLOCKED
           IF PRIV-BLOCKED = 1
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO PRIV-SHOWN
           .

       *> Appends one row for CURRENT-USER from PRIV-KIND-IN,
       *> PRIV-TARGET-IN and PRIV-VALUE-IN, then refolds the tables.
       APPEND-PRIVACY-ROW.
           OPEN EXTEND PrivacyFile
           IF FS-PRIV = "35"
              OPEN OUTPUT PrivacyFile
           END-IF
           MOVE FUNCTION CURRENT-DATE TO PRIV-NOW
           MOVE FUNCTION TRIM(CURRENT-USER)   TO PRV-USER
           MOVE PRIV-KIND-IN                  TO PRV-KIND
           MOVE FUNCTION TRIM(PRIV-TARGET-IN) TO PRV-TARGET
           MOVE PRIV-VALUE-IN                 TO PRV-VALUE
           MOVE PRIV-NOW(1:8)                 TO PRV-DATE
           WRITE PRIV-REC
           CLOSE PrivacyFile
           PERFORM LOAD-PRIVACY
           .

       PRIVACY-MENU.
           PERFORM UNTIL 1 = 2
              MOVE "--- Privacy & Blocking ---" TO LINE-MSG PERFORM SAY
              PERFORM LOAD-PRIVACY
              MOVE CURRENT-USER TO PRIV-OWNER-IN
              PERFORM CHECK-VISIBILITY
              MOVE "Profile visibility:" TO PROMPT-TEXT
              EVALUATE FUNCTION TRIM(PRIV-VIS)
                 WHEN "CONNECTIONS"
                    MOVE "Connections only" TO LAST-LINE
                 WHEN "HIDDEN"
                    MOVE "Hidden from search" TO LAST-LINE
                 WHEN OTHER
                    MOVE "Everyone" TO LAST-LINE
              END-EVALUATE
              PERFORM SAY-LABEL-VALUE
              MOVE "1. Change profile visibility"  TO LINE-MSG PERFORM SAY
              MOVE "2. Block a user"               TO LINE-MSG PERFORM SAY
              MOVE "3. Unblock a user"             TO LINE-MSG PERFORM SAY
              MOVE "4. View my block list"         TO LINE-MSG PERFORM SAY
              MOVE "0. Return to Dashboard"        TO LINE-MSG PERFORM SAY
              MOVE "Enter your choice:"            TO LINE-MSG PERFORM SAY

              PERFORM READ-NEXT
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(LAST-LINE)) TO PRIV-SEL

              EVALUATE PRIV-SEL
                 WHEN 0 EXIT PERFORM
                 WHEN 1 PERFORM SET-VISIBILITY-FLOW
                 WHEN 2 PERFORM BLOCK-USER-FLOW
                 WHEN 3 PERFORM UNBLOCK-USER-FLOW
                 WHEN 4 PERFORM LIST-MY-BLOCKS
                 WHEN OTHER MOVE "Please pick 0-4." TO LINE-MSG PERFORM SAY
              END-EVALUATE
           END-PERFORM
           .

       SET-VISIBILITY-FLOW.
           MOVE "1. Everyone - anyone can find you in search"
              TO LINE-MSG
           PERFORM SAY
           MOVE "2. Connections only - only your connections can find you"
              TO LINE-MSG
           PERFORM SAY
           MOVE "3. Hidden - you do not appear in search or suggestions"
              TO LINE-MSG
           PERFORM SAY
           MOVE "Enter your choice, or 0 to go back:" TO LINE-MSG
           PERFORM SAY
           PERFORM READ-NEXT
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(LAST-LINE)) TO PRIV-SEL
           EVALUATE PRIV-SEL
              WHEN 0 EXIT PARAGRAPH
              WHEN 1 MOVE "EVERYONE"    TO PRIV-VALUE-IN
              WHEN 2 MOVE "CONNECTIONS" TO PRIV-VALUE-IN
              WHEN 3 MOVE "HIDDEN"      TO PRIV-VALUE-IN
              WHEN OTHER
                 MOVE "Please pick 0-3." TO LINE-MSG PERFORM SAY
                 EXIT PARAGRAPH
           END-EVALUATE
           IF FUNCTION TRIM(PRIV-VALUE-IN) = FUNCTION TRIM(PRIV-VIS)
              MOVE "That is already your setting." TO LINE-MSG PERFORM SAY
              EXIT PARAGRAPH
           END-IF
           MOVE "V"    TO PRIV-KIND-IN
           MOVE SPACES TO PRIV-TARGET-IN
           PERFORM APPEND-PRIVACY-ROW
           MOVE "Profile visibility updated." TO LINE-MSG PERFORM SAY
           .

       BLOCK-USER-FLOW.
           MOVE "Enter the username to block:" TO LINE-MSG
           PERFORM SAY
           PERFORM READ-NEXT
           MOVE FUNCTION TRIM(LAST-LINE) TO PRIV-TARGET-IN

           IF FUNCTION LENGTH(FUNCTION TRIM(PRIV-TARGET-IN)) = 0
              MOVE "Username cannot be empty." TO LINE-MSG PERFORM SAY
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(PRIV-TARGET-IN))
              = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
              MOVE "You cannot block yourself." TO LINE-MSG PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO PROFILE-FOUND
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > ACCT-COUNT OR I > MAX-ACCOUNTS
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(T-USER(I)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(PRIV-TARGET-IN))
                 MOVE 1 TO PROFILE-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF PROFILE-FOUND = 0
              MOVE "No account with that username exists." TO LINE-MSG PERFORM SAY
              EXIT PARAGRAPH
           END-IF
           *> Administrators must stay able to reach everyone.
           IF T-TYPE(I) = "A"
              MOVE "Administrator accounts cannot be blocked." TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF
           MOVE T-USER(I) TO PRIV-TARGET-IN

           MOVE CURRENT-USER TO PRIV-OWNER-IN
           PERFORM CHECK-BLOCKED
           IF PRIV-BLOCKED = 1
              MOVE "You have already blocked that user." TO LINE-MSG PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           MOVE "B"       TO PRIV-KIND-IN
           MOVE "BLOCKED" TO PRIV-VALUE-IN
           PERFORM APPEND-PRIVACY-ROW
           MOVE SPACES TO LINE-MSG
           STRING FUNCTION TRIM(PRIV-TARGET-IN) DELIMITED BY SIZE
                  " is blocked. They can no longer connect with you, message you, endorse you, or see your profile."
                     DELIMITED BY SIZE
                  INTO LINE-MSG
           END-STRING
           PERFORM SAY
           .

       UNBLOCK-USER-FLOW.
           MOVE "Enter the username to unblock:" TO LINE-MSG
           PERFORM SAY
           PERFORM READ-NEXT
           MOVE FUNCTION TRIM(LAST-LINE) TO PRIV-TARGET-IN

           IF FUNCTION LENGTH(FUNCTION TRIM(PRIV-TARGET-IN)) = 0
              MOVE "Username cannot be empty." TO LINE-MSG PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           MOVE CURRENT-USER TO PRIV-OWNER-IN
           PERFORM CHECK-BLOCKED
           IF PRIV-BLOCKED = 0
              MOVE "That user is not on your block list." TO LINE-MSG PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           MOVE BLK-TARGET(PRIV-J) TO PRIV-TARGET-IN
           MOVE "B"         TO PRIV-KIND-IN
           MOVE "UNBLOCKED" TO PRIV-VALUE-IN
           PERFORM APPEND-PRIVACY-ROW
           MOVE SPACES TO LINE-MSG
           STRING FUNCTION TRIM(PRIV-TARGET-IN) DELIMITED BY SIZE
                  " is no longer blocked." DELIMITED BY SIZE
                  INTO LINE-MSG
           END-STRING
           PERFORM SAY
           .

       LIST-MY-BLOCKS.
           MOVE 0 TO PRIV-SHOWN-COUNT
           MOVE "--- My Block List ---" TO LINE-MSG PERFORM SAY
           PERFORM VARYING PRIV-J FROM 1 BY 1 UNTIL PRIV-J > BLK-COUNT
              IF BLK-ON(PRIV-J) = 1
                 AND FUNCTION UPPER-CASE(FUNCTION TRIM(BLK-OWNER(PRIV-J)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                 ADD 1 TO PRIV-SHOWN-COUNT
                 MOVE SPACES TO LINE-MSG
                 STRING "  " DELIMITED BY SIZE
                        FUNCTION TRIM(BLK-TARGET(PRIV-J)) DELIMITED BY SIZE
                        INTO LINE-MSG
                 END-STRING
                 PERFORM SAY
              END-IF
           END-PERFORM
           IF PRIV-SHOWN-COUNT = 0
              MOVE "You have not blocked anyone." TO LINE-MSG PERFORM SAY
           END-IF
           .

       *> ---------------- Skill endorsements ----------------
       *> Lets a student endorse one completed skill of an accepted
       *> connection. One endorsement per endorser/owner/skill; a
       *> repeat attempt is refused instead of double-counted.
       ENDORSE-SKILL-FLOW.
           MOVE "Enter the username of the connection to endorse:"
              TO LINE-MSG
           PERFORM SAY
           PERFORM READ-NEXT
           MOVE FUNCTION TRIM(LAST-LINE) TO CONN-TARGET

           IF FUNCTION LENGTH(FUNCTION TRIM(CONN-TARGET)) = 0
              MOVE "Username cannot be empty." TO LINE-MSG PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-CONNECTION-STATE
           IF NOT CONN-IS-ACCEPTED
              MOVE "You can only endorse users you are connected with."
                 TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-PRIVACY
           PERFORM CHECK-BLOCKED-EITHER-WAY
           IF PRIV-BLOCKED = 1
              EXIT PARAGRAPH
           END-IF

           MOVE CONN-TARGET TO SKILL-OWNER
           PERFORM COLLECT-OWNER-SKILLS
           IF ES-COUNT = 0
              MOVE "That user has not completed any skills yet." TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING ES-J FROM 1 BY 1 UNTIL ES-J > ES-COUNT
              MOVE SPACES TO LINE-MSG
              MOVE ES-J TO I-DISPLAY
              STRING I-DISPLAY ". " DELIMITED BY SIZE
                     FUNCTION TRIM(ES-SLOT(ES-J)) DELIMITED BY SIZE
                     INTO LINE-MSG
              END-STRING
              PERFORM SAY
           END-PERFORM
           MOVE "Enter the number of the skill to endorse, or 0 to go back:"
              TO LINE-MSG
           PERFORM SAY
           PERFORM READ-NEXT
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(LAST-LINE)) TO ES-SEL
           IF ES-SEL = 0
              EXIT PARAGRAPH
           END-IF
           IF ES-SEL < 1 OR ES-SEL > ES-COUNT
              MOVE "Please pick a valid skill number." TO LINE-MSG PERFORM SAY
              EXIT PARAGRAPH
           END-IF
           MOVE ES-SLOT(ES-SEL) TO ES-SKILL-PICKED

           PERFORM CHECK-ALREADY-ENDORSED
           IF ES-DUP = 1
              MOVE "You have already endorsed that skill for this user."
                 TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           PERFORM APPEND-ENDORSEMENT

           MOVE CONN-TARGET TO NOTIFY-USER
           MOVE SPACES TO NOTIFY-TEXT
           STRING FUNCTION TRIM(CURRENT-USER) DELIMITED BY SIZE
                  " endorsed your skill: " DELIMITED BY SIZE
                  FUNCTION TRIM(ES-SKILL-PICKED) DELIMITED BY SIZE
                  INTO NOTIFY-TEXT
           END-STRING
           PERFORM APPEND-NOTIFICATION

           MOVE SPACES TO LINE-MSG
              EXIT PARAGRAPH
           END-IF

           MOVE MSG-TARGET TO CONN-TARGET
           PERFORM LOAD-PRIVACY
           PERFORM CHECK-BLOCKED-EITHER-WAY
           IF PRIV-BLOCKED = 1
              EXIT PARAGRAPH
           END-IF

           *> A matched mentor/mentee pair may message each other even
           *> though they are not connections.
           PERFORM CHECK-CONNECTION-STATE
           IF NOT CONN-IS-ACCEPTED
              PERFORM LOAD-MENTORS

       *> Reads the whole message log into MSG-TABLE so the inbox and
       *> the conversation view can mark rows read and rewrite the
       *> file through NewMsgsFile.
       LOAD-MESSAGES.
           MOVE 0 TO MSGT-COUNT
           MOVE 0 TO MSGT-OVERFLOW
           END-PERFORM
           CLOSE MessagesFile
           OPEN INPUT MessagesFile
           IF MSGT-OVERFLOW = 1
              MOVE "messages.dat" TO CAP-FILE
              PERFORM NOTE-CAPACITY-TRUNCATION
           END-IF
           .

       *> Rebuilds messages.dat from MSG-TABLE after read marks,

       *> ---------------- Mentoring ----------------
       *> Reads the mentor pairs into MENTOR-TABLE. A missing file
       *> loads as empty, the same pattern as LOAD-SAVED-SEARCHES.
       LOAD-MENTORS.
           MOVE 0 TO MNT-COUNT
           OPEN INPUT MentorsFile
           END-IF
           .

       *> ---------------- Graduate outcome survey ----------------
       *> Asked at login of every graduate (profile status ALUMNI)
       *> who has not answered yet, or who last answered "still
       *> seeking" more than OUTCOME-RECHECK-DAYS ago. Defaults come
       *> from the previous answer, else from the graduate's latest
       *> accepted offer in placements.dat. Enter on the first
       *> question skips the survey until the next login.
       OUTCOME-SURVEY-CHECK.
           PERFORM LOOKUP-CURRENT-STUDENT-PROFILE
           IF FUNCTION TRIM(CU-STATUS) NOT = "ALUMNI"
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-MY-OUTCOME
           IF OUTC-FOUND = 1
              IF FUNCTION TRIM(OUTC-CATEGORY) NOT = "SEEKING"
                 EXIT PARAGRAPH
              END-IF
              MOVE FUNCTION CURRENT-DATE TO OUTC-NOW
              IF OUTC-DATE IS NUMERIC
                 COMPUTE OUTC-AGE =
                    FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(OUTC-NOW(1:8)))
                    - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(OUTC-DATE))
                 IF OUTC-AGE < OUTCOME-RECHECK-DAYS
                    EXIT PARAGRAPH
                 END-IF
              END-IF
           ELSE
              PERFORM PREFILL-OUTCOME-FROM-PLACEMENT
           END-IF
           PERFORM OUTCOME-SURVEY
           .

       *> Sets OUTC-FOUND and the OUTC- answer fields from
       *> CURRENT-USER's latest outcomes.dat row.
       LOAD-MY-OUTCOME.
           MOVE 0 TO OUTC-FOUND
           MOVE SPACES TO OUTC-DATE OUTC-CATEGORY OUTC-ORG OUTC-TITLE
                          OUTC-SALARY
           OPEN INPUT OutcomeFile
           IF FS-OUTCOME = "35"
              CLOSE OutcomeFile
              MOVE SPACES TO FS-OUTCOME
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ OutcomeFile
                 AT END EXIT PERFORM
              END-READ
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(OC-USER))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                 MOVE 1           TO OUTC-FOUND
                 MOVE OC-DATE     TO OUTC-DATE
                 MOVE OC-CATEGORY TO OUTC-CATEGORY
                 MOVE OC-ORG      TO OUTC-ORG
                 MOVE OC-TITLE    TO OUTC-TITLE
                 MOVE OC-SALARY   TO OUTC-SALARY
              END-IF
           END-PERFORM
           CLOSE OutcomeFile
           .

       *> A graduate who accepted an offer through us is pre-filled
       *> as employed there, from their latest placements.dat row.
       PREFILL-OUTCOME-FROM-PLACEMENT.
           OPEN INPUT PlacementsFile
           IF FS-PLACE = "35"
              CLOSE PlacementsFile
              MOVE SPACES TO FS-PLACE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ PlacementsFile
                 AT END EXIT PERFORM
              END-READ
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(PL-USER))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                 MOVE "EMPLOYED" TO OUTC-CATEGORY
                 MOVE PL-COMPANY TO OUTC-ORG
                 MOVE PL-TITLE   TO OUTC-TITLE
              END-IF
           END-PERFORM
           CLOSE PlacementsFile
           .

       OUTCOME-SURVEY.
           MOVE "--- Graduate Outcome Survey ---" TO LINE-MSG PERFORM SAY
           MOVE "Congratulations, graduate! Tell career services where you landed - it takes a minute."
              TO LINE-MSG
           PERFORM SAY
           MOVE "1. Employed"                       TO LINE-MSG PERFORM SAY
           MOVE "2. Continuing education"           TO LINE-MSG PERFORM SAY
           MOVE "3. Military or service"            TO LINE-MSG PERFORM SAY
           MOVE "4. Still seeking"                  TO LINE-MSG PERFORM SAY
           MOVE "5. Not seeking"                    TO LINE-MSG PERFORM SAY
           EVALUATE FUNCTION TRIM(OUTC-CATEGORY)
              WHEN "EMPLOYED"   MOVE 1 TO OUTC-DEFAULT-SEL
              WHEN "EDUCATION"  MOVE 2 TO OUTC-DEFAULT-SEL
              WHEN "SERVICE"    MOVE 3 TO OUTC-DEFAULT-SEL
              WHEN "SEEKING"    MOVE 4 TO OUTC-DEFAULT-SEL
              WHEN "NOTSEEKING" MOVE 5 TO OUTC-DEFAULT-SEL
              WHEN OTHER        MOVE 0 TO OUTC-DEFAULT-SEL
           END-EVALUATE
           IF OUTC-DEFAULT-SEL = 0
              MOVE "Enter your choice, or press Enter to skip for now:"
                 TO LINE-MSG
           ELSE
              MOVE OUTC-DEFAULT-SEL TO OUTC-SEL-DISPLAY
              MOVE SPACES TO LINE-MSG
              STRING "Enter your choice [" DELIMITED BY SIZE
                     OUTC-SEL-DISPLAY DELIMITED BY SIZE
                     "], or S to skip for now:" DELIMITED BY SIZE
                     INTO LINE-MSG
              END-STRING
           END-IF
           PERFORM SAY
           PERFORM READ-NEXT
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(LAST-LINE)) = "S"
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(LAST-LINE)) = 0
              IF OUTC-DEFAULT-SEL = 0
                 MOVE "Skipped - we will ask again next time you log in."
                    TO LINE-MSG
                 PERFORM SAY
                 EXIT PARAGRAPH
              END-IF
              MOVE OUTC-DEFAULT-SEL TO OUTC-SEL
           ELSE
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(LAST-LINE)) TO OUTC-SEL
           END-IF

           EVALUATE OUTC-SEL
              WHEN 1
                 MOVE "EMPLOYED"   TO OUTC-CATEGORY
                 MOVE "Employer"   TO OUTC-ORG-LABEL
                 MOVE "Job title"  TO OUTC-TITLE-LABEL
              WHEN 2
                 MOVE "EDUCATION"  TO OUTC-CATEGORY
                 MOVE "School"     TO OUTC-ORG-LABEL
                 MOVE "Program or degree" TO OUTC-TITLE-LABEL
              WHEN 3
                 MOVE "SERVICE"    TO OUTC-CATEGORY
                 MOVE "Branch or organization" TO OUTC-ORG-LABEL
                 MOVE "Role"       TO OUTC-TITLE-LABEL
              WHEN 4
                 MOVE "SEEKING"    TO OUTC-CATEGORY
              WHEN 5
                 MOVE "NOTSEEKING" TO OUTC-CATEGORY
              WHEN OTHER
                 MOVE "Please pick 1-5 - we will ask again next time you log in."
                    TO LINE-MSG
                 PERFORM SAY
                 EXIT PARAGRAPH
           END-EVALUATE

           IF OUTC-SEL > 3
              MOVE SPACES TO OUTC-ORG OUTC-TITLE OUTC-SALARY
           ELSE
              *> A default only carries over when the category did.
              IF OUTC-SEL NOT = OUTC-DEFAULT-SEL
                 MOVE SPACES TO OUTC-ORG OUTC-TITLE OUTC-SALARY
              END-IF
              MOVE OUTC-ORG-LABEL   TO OUTC-FIELD-LABEL
              MOVE OUTC-ORG         TO OUTC-FIELD-VALUE
              PERFORM ASK-OUTCOME-FIELD
              MOVE OUTC-FIELD-VALUE TO OUTC-ORG
              MOVE OUTC-TITLE-LABEL TO OUTC-FIELD-LABEL
              MOVE OUTC-TITLE       TO OUTC-FIELD-VALUE
              PERFORM ASK-OUTCOME-FIELD
              MOVE OUTC-FIELD-VALUE TO OUTC-TITLE
           END-IF

           IF OUTC-SEL = 1 OR OUTC-SEL = 3
              MOVE "Salary band (optional):"    TO LINE-MSG PERFORM SAY
              MOVE "1. Under $30,000"           TO LINE-MSG PERFORM SAY
              MOVE "2. $30,000 - $49,999"       TO LINE-MSG PERFORM SAY
              MOVE "3. $50,000 - $74,999"       TO LINE-MSG PERFORM SAY
              MOVE "4. $75,000 - $99,999"       TO LINE-MSG PERFORM SAY
              MOVE "5. $100,000 or more"        TO LINE-MSG PERFORM SAY
              MOVE "Enter 1-5, or press Enter to skip:" TO LINE-MSG
              PERFORM SAY
              PERFORM READ-NEXT
              EVALUATE FUNCTION TRIM(LAST-LINE)
                 WHEN "1" MOVE "UNDER30K" TO OUTC-SALARY
                 WHEN "2" MOVE "30-50K"   TO OUTC-SALARY
                 WHEN "3" MOVE "50-75K"   TO OUTC-SALARY
                 WHEN "4" MOVE "75-100K"  TO OUTC-SALARY
                 WHEN "5" MOVE "100K+"    TO OUTC-SALARY
                 WHEN OTHER MOVE SPACES   TO OUTC-SALARY
              END-EVALUATE
           END-IF

           PERFORM APPEND-OUTCOME
           MOVE "Thank you - your answers help the students coming after you."
              TO LINE-MSG
           PERFORM SAY
           .

       *> Prompts for one answer labeled OUTC-FIELD-LABEL, offering
       *> OUTC-FIELD-VALUE as the default; Enter keeps the default.
       ASK-OUTCOME-FIELD.
           MOVE SPACES TO LINE-MSG
           IF OUTC-FIELD-VALUE = SPACES
              STRING FUNCTION TRIM(OUTC-FIELD-LABEL) DELIMITED BY SIZE
                     ":" DELIMITED BY SIZE
                     INTO LINE-MSG
              END-STRING
           ELSE
              STRING FUNCTION TRIM(OUTC-FIELD-LABEL) DELIMITED BY SIZE
                     " [" DELIMITED BY SIZE
                     FUNCTION TRIM(OUTC-FIELD-VALUE) DELIMITED BY SIZE
                     "]:" DELIMITED BY SIZE
                     INTO LINE-MSG
              END-STRING
           END-IF
           PERFORM SAY
           PERFORM READ-NEXT
           IF FUNCTION LENGTH(FUNCTION TRIM(LAST-LINE)) > 0
              MOVE FUNCTION TRIM(LAST-LINE) TO OUTC-FIELD-VALUE
           END-IF
           .

       APPEND-OUTCOME.
           OPEN EXTEND OutcomeFile
           IF FS-OUTCOME = "35"
              OPEN OUTPUT OutcomeFile
           END-IF
           MOVE FUNCTION CURRENT-DATE TO OUTC-NOW
           MOVE FUNCTION TRIM(CURRENT-USER) TO OC-USER
           MOVE OUTC-NOW(1:8)               TO OC-DATE
           MOVE OUTC-CATEGORY               TO OC-CATEGORY
           MOVE OUTC-ORG                    TO OC-ORG
           MOVE OUTC-TITLE                  TO OC-TITLE
           MOVE OUTC-SALARY                 TO OC-SALARY
           WRITE OUTCOME-REC
           CLOSE OutcomeFile
           .

       *> ---------------- Written recommendations ----------------
       *> A student asks an accepted connection, or the mentor
       *> assigned in mentors.dat, for a recommendation. The writer
       *> is notified, states how they know the student, and writes
       *> up to 300 characters. Nothing appears on the profile until
       *> the student approves it; they can hide it again at any time.
       RECOMMEND-MENU.
           PERFORM UNTIL 1 = 2
              MOVE "--- Recommendations ---" TO LINE-MSG PERFORM SAY
              PERFORM LOAD-RECOMMENDATIONS
              MOVE 0 TO RECOM-PENDING
              PERFORM VARYING RCT-J FROM 1 BY 1 UNTIL RCT-J > RCT-COUNT
                 IF FUNCTION TRIM(RQ-ST(RCT-J)) = "REQUESTED"
                    AND FUNCTION UPPER-CASE(FUNCTION TRIM(RQ-AUTHOR(RCT-J)))
                    = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                    ADD 1 TO RECOM-PENDING
                 END-IF
              END-PERFORM
              MOVE "1. Request a recommendation" TO LINE-MSG PERFORM SAY
              IF RECOM-PENDING = 0
                 MOVE "2. Write a requested recommendation" TO LINE-MSG
              ELSE
                 MOVE RECOM-PENDING TO RECOM-PEND-DISPLAY
                 MOVE SPACES TO LINE-MSG
                 STRING "2. Write a requested recommendation (" DELIMITED BY SIZE
                        FUNCTION TRIM(RECOM-PEND-DISPLAY) DELIMITED BY SIZE
                        " waiting)" DELIMITED BY SIZE
                        INTO LINE-MSG
                 END-STRING
              END-IF
              PERFORM SAY
              MOVE "3. Review recommendations about me" TO LINE-MSG PERFORM SAY
              MOVE "0. Return to Dashboard"             TO LINE-MSG PERFORM SAY
              MOVE "Enter your choice:"                 TO LINE-MSG PERFORM SAY

              PERFORM READ-NEXT
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(LAST-LINE)) TO RECOM-SEL

              EVALUATE RECOM-SEL
                 WHEN 0 EXIT PERFORM
                 WHEN 1 PERFORM REQUEST-RECOMMENDATION
                 WHEN 2 PERFORM WRITE-RECOMMENDATION
                 WHEN 3 PERFORM REVIEW-MY-RECOMMENDATIONS
                 WHEN OTHER MOVE "Please pick 0-3." TO LINE-MSG PERFORM SAY
              END-EVALUATE
           END-PERFORM
           .

       REQUEST-RECOMMENDATION.
           MOVE "Enter the username of the connection or mentor to ask:"
              TO LINE-MSG
           PERFORM SAY
           PERFORM READ-NEXT
           MOVE FUNCTION TRIM(LAST-LINE) TO RECOM-TARGET-IN

           IF FUNCTION LENGTH(FUNCTION TRIM(RECOM-TARGET-IN)) = 0
              MOVE "Username cannot be empty." TO LINE-MSG PERFORM SAY
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(RECOM-TARGET-IN))
              = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
              MOVE "You cannot recommend yourself." TO LINE-MSG PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO PROFILE-FOUND
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > ACCT-COUNT OR I > MAX-ACCOUNTS
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(T-USER(I)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(RECOM-TARGET-IN))
                 MOVE 1 TO PROFILE-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF PROFILE-FOUND = 0
              MOVE "No account with that username exists." TO LINE-MSG PERFORM SAY
              EXIT PARAGRAPH
           END-IF
           MOVE T-USER(I) TO RECOM-TARGET-IN

           MOVE RECOM-TARGET-IN TO CONN-TARGET
           PERFORM LOAD-PRIVACY
           PERFORM CHECK-BLOCKED-EITHER-WAY
           IF PRIV-BLOCKED = 1
              EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-CONNECTION-STATE
           IF NOT CONN-IS-ACCEPTED
              PERFORM LOAD-MENTORS
              PERFORM CHECK-RECOMMENDER-IS-MENTOR
              IF RECOM-HIT = 0
                 MOVE "You can only ask an accepted connection or your assigned mentor."
                    TO LINE-MSG
                 PERFORM SAY
                 EXIT PARAGRAPH
              END-IF
           END-IF

           PERFORM LOAD-RECOMMENDATIONS
           PERFORM VARYING RCT-J FROM 1 BY 1 UNTIL RCT-J > RCT-COUNT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(RQ-STUDENT(RCT-J)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                 AND FUNCTION UPPER-CASE(FUNCTION TRIM(RQ-AUTHOR(RCT-J)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(RECOM-TARGET-IN))
                 AND (FUNCTION TRIM(RQ-ST(RCT-J)) = "REQUESTED"
                   OR FUNCTION TRIM(RQ-ST(RCT-J)) = "WRITTEN"
                   OR FUNCTION TRIM(RQ-ST(RCT-J)) = "APPROVED")
                 MOVE "You already have a recommendation from that user, or a request waiting."
                    TO LINE-MSG
                 PERFORM SAY
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM

           PERFORM APPEND-RECOMMENDATION-REQUEST

           MOVE RECOM-TARGET-IN TO NOTIFY-USER
           MOVE SPACES TO NOTIFY-TEXT
           STRING "Recommendation requested by " DELIMITED BY SIZE
                  FUNCTION TRIM(CURRENT-USER) DELIMITED BY SIZE
                  " - see Recommendations" DELIMITED BY SIZE
                  INTO NOTIFY-TEXT
           END-STRING
           PERFORM APPEND-NOTIFICATION

           MOVE SPACES TO LINE-MSG
           STRING "Request sent to " DELIMITED BY SIZE
                  FUNCTION TRIM(RECOM-TARGET-IN) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO LINE-MSG
           END-STRING
           PERFORM SAY
           .

       *> Sets RECOM-HIT when RECOM-TARGET-IN is the mentor matched to
       *> CURRENT-USER. Expects MENTOR-TABLE loaded.
       CHECK-RECOMMENDER-IS-MENTOR.
           MOVE 0 TO RECOM-HIT
           PERFORM VARYING MNT-J FROM 1 BY 1 UNTIL MNT-J > MNT-COUNT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(MR-ALUMNI(MNT-J)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(RECOM-TARGET-IN))
                 AND FUNCTION UPPER-CASE(FUNCTION TRIM(MR-STUDENT(MNT-J)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                 MOVE 1 TO RECOM-HIT
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .

       *> The writer's side: pick a waiting request, then write it or
       *> decline it. Either way the student is notified.
       WRITE-RECOMMENDATION.
           PERFORM LOAD-RECOMMENDATIONS
           IF RCT-OVERFLOW = 1
              MOVE "The recommendations file is too large to work safely - archive it first."
                 TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PRIVACY

           MOVE 0 TO RCM-COUNT
           PERFORM VARYING RCT-J FROM 1 BY 1 UNTIL RCT-J > RCT-COUNT
              IF FUNCTION TRIM(RQ-ST(RCT-J)) = "REQUESTED"
                 AND FUNCTION UPPER-CASE(FUNCTION TRIM(RQ-AUTHOR(RCT-J)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                 AND RCM-COUNT < 50
                 MOVE RQ-STUDENT(RCT-J) TO PRIV-OWNER-IN
                 MOVE CURRENT-USER      TO PRIV-TARGET-IN
                 PERFORM CHECK-BLOCKED
                 IF PRIV-BLOCKED = 0
                    ADD 1 TO RCM-COUNT
                    MOVE RCT-J TO RCM-SLOT(RCM-COUNT)
                    MOVE RCM-COUNT TO RECOM-NUM-DISPLAY
                    MOVE SPACES TO LINE-MSG
                    STRING RECOM-NUM-DISPLAY ". " DELIMITED BY SIZE
                           FUNCTION TRIM(RQ-STUDENT(RCT-J)) DELIMITED BY SIZE
                           " asked on " DELIMITED BY SIZE
                           RQ-REQ-DATE(RCT-J) DELIMITED BY SIZE
                           INTO LINE-MSG
                    END-STRING
                    PERFORM SAY
                 END-IF
              END-IF
           END-PERFORM
           IF RCM-COUNT = 0
              MOVE "No one is waiting on a recommendation from you." TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           MOVE "Enter the number of the request to answer, or 0 to go back:"
              TO LINE-MSG
           PERFORM SAY
           PERFORM READ-NEXT
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(LAST-LINE)) TO RCM-SEL
           IF RCM-SEL = 0
              EXIT PARAGRAPH
           END-IF
           IF RCM-SEL > RCM-COUNT
              MOVE "Please pick a valid request number." TO LINE-MSG PERFORM SAY
              EXIT PARAGRAPH
           END-IF
           MOVE RCM-SLOT(RCM-SEL) TO RCM-IDX

           MOVE "1. Write it  2. Decline  0. Back" TO LINE-MSG PERFORM SAY
           MOVE "Enter your choice:" TO LINE-MSG PERFORM SAY
           PERFORM READ-NEXT
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(LAST-LINE)) TO RECOM-SEL
           MOVE FUNCTION CURRENT-DATE TO RECOM-NOW

           EVALUATE RECOM-SEL
              WHEN 1
                 CONTINUE
              WHEN 2
                 MOVE "DECLINED"       TO RQ-ST(RCM-IDX)
                 MOVE RECOM-NOW(1:8)   TO RQ-DATE(RCM-IDX)
                 PERFORM REWRITE-RECOMMENDATIONS
                 MOVE RQ-STUDENT(RCM-IDX) TO NOTIFY-USER
                 MOVE SPACES TO NOTIFY-TEXT
                 STRING FUNCTION TRIM(CURRENT-USER) DELIMITED BY SIZE
                        " declined your recommendation request" DELIMITED BY SIZE
                        INTO NOTIFY-TEXT
                 END-STRING
                 PERFORM APPEND-NOTIFICATION
                 MOVE "Request declined." TO LINE-MSG PERFORM SAY
                 EXIT PARAGRAPH
              WHEN OTHER
                 EXIT PARAGRAPH
           END-EVALUATE

           *> Suggest the relationship the system knows about; the
           *> writer may state it more precisely.
           MOVE RQ-STUDENT(RCM-IDX) TO CONN-TARGET
           PERFORM CHECK-CONNECTION-STATE
           IF CONN-IS-ACCEPTED
              MOVE "Connection" TO RECOM-RELATION-IN
           ELSE
              MOVE "Mentor" TO RECOM-RELATION-IN
           END-IF
           MOVE SPACES TO LINE-MSG
           STRING "How do you know " DELIMITED BY SIZE
                  FUNCTION TRIM(RQ-STUDENT(RCM-IDX)) DELIMITED BY SIZE
                  "? (e.g. classmate, mentor, manager) [" DELIMITED BY SIZE
                  FUNCTION TRIM(RECOM-RELATION-IN) DELIMITED BY SIZE
                  "]:" DELIMITED BY SIZE
                  INTO LINE-MSG
           END-STRING
           PERFORM SAY
           PERFORM READ-NEXT
           IF FUNCTION LENGTH(FUNCTION TRIM(LAST-LINE)) > 0
              MOVE FUNCTION TRIM(LAST-LINE) TO RECOM-RELATION-IN
           END-IF

           PERFORM READ-RECOMMENDATION-TEXT
           IF RECOM-TEXT-IN = SPACES
              MOVE "Recommendation cannot be empty." TO LINE-MSG PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           MOVE "WRITTEN"          TO RQ-ST(RCM-IDX)
           MOVE RECOM-RELATION-IN  TO RQ-RELATION(RCM-IDX)
           MOVE RECOM-TEXT-IN      TO RQ-TEXT(RCM-IDX)
           MOVE RECOM-NOW(1:8)     TO RQ-DATE(RCM-IDX)
           PERFORM REWRITE-RECOMMENDATIONS

           MOVE RQ-STUDENT(RCM-IDX) TO NOTIFY-USER
           MOVE SPACES TO NOTIFY-TEXT
           STRING "New recommendation from " DELIMITED BY SIZE
                  FUNCTION TRIM(CURRENT-USER) DELIMITED BY SIZE
                  " - review it under Recommendations" DELIMITED BY SIZE
                  INTO NOTIFY-TEXT
           END-STRING
           PERFORM APPEND-NOTIFICATION

           MOVE SPACES TO LINE-MSG
           STRING "Thank you - " DELIMITED BY SIZE
                  FUNCTION TRIM(RQ-STUDENT(RCM-IDX)) DELIMITED BY SIZE
                  " will review it before it appears on their profile."
                     DELIMITED BY SIZE
                  INTO LINE-MSG
           END-STRING
           PERFORM SAY
           .

       *> Reads the recommendation body into RECOM-TEXT-IN over as many
       *> input lines as the writer needs, up to 300 characters; a
       *> blank line ends it.
       READ-RECOMMENDATION-TEXT.
           MOVE SPACES TO RECOM-TEXT-IN
           MOVE 1 TO RECOM-PTR
           MOVE 0 TO RECOM-TRUNC
           MOVE 0 TO RECOM-LINES
           MOVE "Write your recommendation (up to 300 characters). Use as many lines as you need and a blank line to finish:"
              TO LINE-MSG
           PERFORM SAY
           PERFORM UNTIL 1 = 2
              PERFORM READ-NEXT
              IF FUNCTION LENGTH(FUNCTION TRIM(LAST-LINE)) = 0
                 EXIT PERFORM
              END-IF
              IF RECOM-PTR > 1
                 STRING " " DELIMITED BY SIZE
                        INTO RECOM-TEXT-IN
                        WITH POINTER RECOM-PTR
                        ON OVERFLOW MOVE 1 TO RECOM-TRUNC
                 END-STRING
              END-IF
              STRING FUNCTION TRIM(LAST-LINE) DELIMITED BY SIZE
                     INTO RECOM-TEXT-IN
                     WITH POINTER RECOM-PTR
                     ON OVERFLOW MOVE 1 TO RECOM-TRUNC
              END-STRING
              ADD 1 TO RECOM-LINES
              IF RECOM-TRUNC = 1 OR RECOM-LINES >= 10
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF RECOM-TRUNC = 1
              MOVE "Your recommendation was cut to 300 characters." TO LINE-MSG
              PERFORM SAY
           END-IF
           .

       *> The student's side: every written recommendation about them,
       *> with its state; pick one to read it and show or hide it.
       REVIEW-MY-RECOMMENDATIONS.
           PERFORM LOAD-RECOMMENDATIONS
           IF RCT-OVERFLOW = 1
              MOVE "The recommendations file is too large to work safely - archive it first."
                 TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO RCM-COUNT
           PERFORM VARYING RCT-J FROM 1 BY 1 UNTIL RCT-J > RCT-COUNT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(RQ-STUDENT(RCT-J)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                 AND (FUNCTION TRIM(RQ-ST(RCT-J)) = "WRITTEN"
                   OR FUNCTION TRIM(RQ-ST(RCT-J)) = "APPROVED"
                   OR FUNCTION TRIM(RQ-ST(RCT-J)) = "HIDDEN")
                 AND RCM-COUNT < 50
                 ADD 1 TO RCM-COUNT
                 MOVE RCT-J TO RCM-SLOT(RCM-COUNT)
                 MOVE RCM-COUNT TO RECOM-NUM-DISPLAY
                 MOVE SPACES TO LINE-MSG
                 EVALUATE FUNCTION TRIM(RQ-ST(RCT-J))
                    WHEN "WRITTEN"
                       MOVE "awaiting your approval" TO RECOM-STATE-LABEL
                    WHEN "APPROVED"
                       MOVE "shown on your profile" TO RECOM-STATE-LABEL
                    WHEN OTHER
                       MOVE "hidden" TO RECOM-STATE-LABEL
                 END-EVALUATE
                 STRING RECOM-NUM-DISPLAY ". From " DELIMITED BY SIZE
                        FUNCTION TRIM(RQ-AUTHOR(RCT-J)) DELIMITED BY SIZE
                        " (" DELIMITED BY SIZE
                        FUNCTION TRIM(RQ-RELATION(RCT-J)) DELIMITED BY SIZE
                        ") - " DELIMITED BY SIZE
                        FUNCTION TRIM(RECOM-STATE-LABEL) DELIMITED BY SIZE
                        INTO LINE-MSG
                 END-STRING
                 PERFORM SAY
              END-IF
           END-PERFORM
           IF RCM-COUNT = 0
              MOVE "No one has written you a recommendation yet." TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           MOVE "Enter the number of a recommendation to read, or 0 to go back:"
              TO LINE-MSG
           PERFORM SAY
           PERFORM READ-NEXT
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(LAST-LINE)) TO RCM-SEL
           IF RCM-SEL = 0
              EXIT PARAGRAPH
           END-IF
           IF RCM-SEL > RCM-COUNT
              MOVE "Please pick a valid recommendation number." TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF
           MOVE RCM-SLOT(RCM-SEL) TO RCT-J
           MOVE 0 TO RECOM-TO-RESUME
           MOVE RCM-SEL TO RECOM-SHOWN
           PERFORM EMIT-ONE-RECOMMENDATION

           MOVE "A to show it on your profile, H to hide it, or Enter to leave it as it is:"
              TO LINE-MSG
           PERFORM SAY
           PERFORM READ-NEXT
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(LAST-LINE))
              WHEN "A"
                 MOVE "APPROVED" TO RQ-ST(RCT-J)
                 PERFORM REWRITE-RECOMMENDATIONS
                 MOVE "The recommendation now shows on your profile." TO LINE-MSG
                 PERFORM SAY
              WHEN "H"
                 MOVE "HIDDEN" TO RQ-ST(RCT-J)
                 PERFORM REWRITE-RECOMMENDATIONS
                 MOVE "The recommendation is hidden from your profile." TO LINE-MSG
                 PERFORM SAY
           END-EVALUATE
           .

       *> Prints RECOM-OWNER's approved recommendations, numbered, to
       *> the screen or (RECOM-TO-RESUME = 1) as a resume section.
       *> Leaves RECOM-TABLE loaded and RECOM-SHOWN set for
       *> REPORT-RECOMMENDATION.
       EMIT-RECOMMENDATIONS.
           MOVE 0 TO RECOM-SHOWN
           PERFORM LOAD-RECOMMENDATIONS
           PERFORM VARYING RCT-J FROM 1 BY 1 UNTIL RCT-J > RCT-COUNT
              IF FUNCTION TRIM(RQ-ST(RCT-J)) = "APPROVED"
                 AND FUNCTION UPPER-CASE(FUNCTION TRIM(RQ-STUDENT(RCT-J)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(RECOM-OWNER))
                 AND RECOM-SHOWN < 99
                 ADD 1 TO RECOM-SHOWN
                 IF RECOM-SHOWN = 1
                    IF RECOM-TO-RESUME = 1
                       MOVE SPACES TO RECOM-OUT-LINE
                       PERFORM EMIT-RECOM-LINE
                       MOVE "RECOMMENDATIONS" TO RECOM-OUT-LINE
                       PERFORM EMIT-RECOM-LINE
                       MOVE "---------------" TO RECOM-OUT-LINE
                       PERFORM EMIT-RECOM-LINE
                    ELSE
                       MOVE "Recommendations:" TO RECOM-OUT-LINE
                       PERFORM EMIT-RECOM-LINE
                    END-IF
                 END-IF
                 PERFORM EMIT-ONE-RECOMMENDATION
              END-IF
           END-PERFORM
           .

       *> Prints the RCT-J recommendation as a heading line (numbered
       *> RECOM-SHOWN on screen) and its text word-wrapped to
       *> RECOM-WRAP-WIDTH columns.
       EMIT-ONE-RECOMMENDATION.
           MOVE SPACES TO RECOM-OUT-LINE
           IF RECOM-TO-RESUME = 1
              STRING FUNCTION TRIM(RQ-AUTHOR(RCT-J)) DELIMITED BY SIZE
                     " (" DELIMITED BY SIZE
                     FUNCTION TRIM(RQ-RELATION(RCT-J)) DELIMITED BY SIZE
                     ", " DELIMITED BY SIZE
                     RQ-DATE(RCT-J) DELIMITED BY SIZE
                     ")" DELIMITED BY SIZE
                     INTO RECOM-OUT-LINE
              END-STRING
           ELSE
              MOVE RECOM-SHOWN TO RECOM-NUM-DISPLAY
              STRING "  " DELIMITED BY SIZE
                     FUNCTION TRIM(RECOM-NUM-DISPLAY) DELIMITED BY SIZE
                     ". From " DELIMITED BY SIZE
                     FUNCTION TRIM(RQ-AUTHOR(RCT-J)) DELIMITED BY SIZE
                     " (" DELIMITED BY SIZE
                     FUNCTION TRIM(RQ-RELATION(RCT-J)) DELIMITED BY SIZE
                     "):" DELIMITED BY SIZE
                     INTO RECOM-OUT-LINE
              END-STRING
           END-IF
           PERFORM EMIT-RECOM-LINE

           IF RQ-TEXT(RCT-J) = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(RQ-TEXT(RCT-J) TRAILING))
              TO RECOM-WRAP-LEN
           MOVE 1 TO RECOM-WRAP-POS
           PERFORM UNTIL RECOM-WRAP-POS > RECOM-WRAP-LEN
              IF RECOM-WRAP-LEN - RECOM-WRAP-POS < RECOM-WRAP-WIDTH
                 MOVE RECOM-WRAP-LEN TO RECOM-WRAP-END
              ELSE
                 *> Break at the last space that fits; a word longer
                 *> than the line is simply cut.
                 COMPUTE RECOM-WRAP-END =
                    RECOM-WRAP-POS + RECOM-WRAP-WIDTH - 1
                 MOVE RECOM-WRAP-END TO RECOM-WRAP-CUT
                 PERFORM UNTIL RECOM-WRAP-CUT <= RECOM-WRAP-POS
                    OR RQ-TEXT(RCT-J)(RECOM-WRAP-CUT:1) = SPACE
                    SUBTRACT 1 FROM RECOM-WRAP-CUT
                 END-PERFORM
                 IF RECOM-WRAP-CUT > RECOM-WRAP-POS
                    MOVE RECOM-WRAP-CUT TO RECOM-WRAP-END
                 END-IF
              END-IF
              COMPUTE RECOM-WRAP-CUT = RECOM-WRAP-END - RECOM-WRAP-POS + 1
              MOVE SPACES TO RECOM-OUT-LINE
              STRING "    " DELIMITED BY SIZE
                     RQ-TEXT(RCT-J)(RECOM-WRAP-POS:RECOM-WRAP-CUT)
                        DELIMITED BY SIZE
                     INTO RECOM-OUT-LINE
              END-STRING
              PERFORM EMIT-RECOM-LINE
              COMPUTE RECOM-WRAP-POS = RECOM-WRAP-END + 1
              PERFORM UNTIL RECOM-WRAP-POS > RECOM-WRAP-LEN
                 OR RQ-TEXT(RCT-J)(RECOM-WRAP-POS:1) NOT = SPACE
                 ADD 1 TO RECOM-WRAP-POS
              END-PERFORM
           END-PERFORM
           .

       EMIT-RECOM-LINE.
           IF RECOM-TO-RESUME = 1
              MOVE RECOM-OUT-LINE TO RESUME-LINE
              PERFORM WRITE-RESUME-LINE
           ELSE
              MOVE RECOM-OUT-LINE TO LINE-MSG
              PERFORM SAY
           END-IF
           .

       *> "Report this" for recommendations, offered after
       *> SHOW-SEARCH-RESULT has listed RECOM-SHOWN of them for
       *> RECOM-OWNER. The report targets the recommendation's
       *> author, whose text it is.
       REPORT-RECOMMENDATION.
           MOVE "Report one of these recommendations to the administrators? Enter its number, or 0 [0]:"
              TO LINE-MSG
           PERFORM SAY
           PERFORM READ-NEXT
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(LAST-LINE)) TO RCM-SEL
           IF RCM-SEL = 0 OR RCM-SEL > RECOM-SHOWN
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RCM-COUNT
           PERFORM VARYING RCT-J FROM 1 BY 1 UNTIL RCT-J > RCT-COUNT
              IF FUNCTION TRIM(RQ-ST(RCT-J)) = "APPROVED"
                 AND FUNCTION UPPER-CASE(FUNCTION TRIM(RQ-STUDENT(RCT-J)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(RECOM-OWNER))
                 ADD 1 TO RCM-COUNT
                 IF RCM-COUNT = RCM-SEL
                    EXIT PERFORM
                 END-IF
              END-IF
           END-PERFORM
           MOVE RQ-AUTHOR(RCT-J)       TO CREP-TARGET-IN
           MOVE "RECOMMND"             TO CREP-KIND-IN
           MOVE RQ-TEXT(RCT-J)(1:120)  TO CREP-DETAIL-IN
           PERFORM APPEND-CONTENT-REPORT
           MOVE "Thank you - the report has been queued for review."
              TO LINE-MSG
           PERFORM SAY
           .

       *> Moderation: takes the CRT-J reported recommendation off the
       *> profile it appears on, matched by author and the text copy
       *> held in the report.
       BLANK-REPORTED-RECOMMENDATION.
           PERFORM LOAD-RECOMMENDATIONS
           IF RCT-OVERFLOW = 1
              MOVE "The recommendations file is too large to work safely - archive it first."
                 TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RCM-IDX
           PERFORM VARYING RCT-J FROM 1 BY 1 UNTIL RCT-J > RCT-COUNT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(RQ-AUTHOR(RCT-J)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(CQ-TARGET(CRT-J)))
                 AND RQ-TEXT(RCT-J)(1:120) = CQ-DETAIL(CRT-J)
                 AND FUNCTION TRIM(RQ-ST(RCT-J)) NOT = "REMOVED"
                 MOVE RCT-J TO RCM-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF RCM-IDX = 0
              MOVE "The reported recommendation is no longer on file." TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF
           MOVE "REMOVED" TO RQ-ST(RCM-IDX)
           MOVE "[Removed by the administrator]" TO RQ-TEXT(RCM-IDX)
           PERFORM REWRITE-RECOMMENDATIONS
           MOVE 1 TO MOD-BLANK-OK
           .

       *> Reads recommendations.dat into RECOM-TABLE, the same pattern
       *> as LOAD-CONTENT-REPORTS.
       LOAD-RECOMMENDATIONS.
           MOVE 0 TO RCT-COUNT
           MOVE 0 TO RCT-OVERFLOW
           OPEN INPUT RecommendFile
           IF FS-RECOM = "35"
              CLOSE RecommendFile
              MOVE SPACES TO FS-RECOM
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ RecommendFile
                 AT END EXIT PERFORM
              END-READ
              IF RC-STUDENT NOT = SPACES AND RCT-COUNT >= MAX-RECOMS
                 MOVE 1 TO RCT-OVERFLOW
              END-IF
              IF RC-STUDENT NOT = SPACES AND RCT-COUNT < MAX-RECOMS
                 ADD 1 TO RCT-COUNT
                 MOVE RC-STUDENT  TO RQ-STUDENT(RCT-COUNT)
                 MOVE RC-AUTHOR   TO RQ-AUTHOR(RCT-COUNT)
                 MOVE RC-STATUS   TO RQ-ST(RCT-COUNT)
                 MOVE RC-RELATION TO RQ-RELATION(RCT-COUNT)
                 MOVE RC-REQ-DATE TO RQ-REQ-DATE(RCT-COUNT)
                 MOVE RC-DATE     TO RQ-DATE(RCT-COUNT)
                 MOVE RC-TEXT     TO RQ-TEXT(RCT-COUNT)
              END-IF
           END-PERFORM
           CLOSE RecommendFile
           IF RCT-OVERFLOW = 1
              MOVE "recommendations.dat" TO CAP-FILE
              PERFORM NOTE-CAPACITY-TRUNCATION
           END-IF
           .

       *> Rebuilds recommendations.dat from RECOM-TABLE through the
       *> staging copy and a single rename.
       REWRITE-RECOMMENDATIONS.
           OPEN OUTPUT NewRecommendFile
           PERFORM VARYING RCT-J FROM 1 BY 1 UNTIL RCT-J > RCT-COUNT
              MOVE RQ-STUDENT(RCT-J)  TO NRC-STUDENT
              MOVE RQ-AUTHOR(RCT-J)   TO NRC-AUTHOR
              MOVE RQ-ST(RCT-J)       TO NRC-STATUS
              MOVE RQ-RELATION(RCT-J) TO NRC-RELATION
              MOVE RQ-REQ-DATE(RCT-J) TO NRC-REQ-DATE
              MOVE RQ-DATE(RCT-J)     TO NRC-DATE
              MOVE RQ-TEXT(RCT-J)     TO NRC-TEXT
              WRITE NEWRECOM-REC
           END-PERFORM
           CLOSE NewRecommendFile
           CALL "CBL_RENAME_FILE" USING RECOM-NEW-PATH RECOM-LIVE-PATH
           .

       APPEND-RECOMMENDATION-REQUEST.
           OPEN EXTEND RecommendFile
           IF FS-RECOM = "35"
              OPEN OUTPUT RecommendFile
           END-IF
           MOVE FUNCTION CURRENT-DATE TO RECOM-NOW
           MOVE FUNCTION TRIM(CURRENT-USER)    TO RC-STUDENT
           MOVE FUNCTION TRIM(RECOM-TARGET-IN) TO RC-AUTHOR
           MOVE "REQUESTED"                    TO RC-STATUS
           MOVE SPACES                         TO RC-RELATION
           MOVE RECOM-NOW(1:8)                 TO RC-REQ-DATE
           MOVE SPACES                         TO RC-DATE
           MOVE SPACES                         TO RC-TEXT
           WRITE RECOM-REC
           CLOSE RecommendFile
           .

       *> ---------------- Student groups ----------------
       GROUPS-MENU.
           PERFORM UNTIL 1 = 2
              MOVE "--- Groups ---"                    TO LINE-MSG PERFORM SAY
              MOVE "1. Create a group"                 TO LINE-MSG PERFORM SAY
              MOVE "2. Browse and join a group"        TO LINE-MSG PERFORM SAY
              MOVE "3. My groups"                      TO LINE-MSG PERFORM SAY
              MOVE "0. Return to Dashboard"            TO LINE-MSG PERFORM SAY
              MOVE "Enter your choice:"                TO LINE-MSG PERFORM SAY

              PERFORM READ-NEXT
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(LAST-LINE)) TO GRP-SEL

              EVALUATE GRP-SEL
                 WHEN 0 EXIT PERFORM
                 WHEN 1 PERFORM CREATE-GROUP-FLOW
                 WHEN 2 PERFORM JOIN-GROUP-FLOW
                 WHEN 3 PERFORM MY-GROUPS
                 WHEN OTHER MOVE "Please pick 0-3." TO LINE-MSG PERFORM SAY
              END-EVALUATE
           END-PERFORM
           .

       *> Reads the group catalog into GROUP-TABLE. A missing file
       *> loads as empty, the same pattern as LOAD-SAVED-SEARCHES.
       LOAD-GROUPS.
           MOVE 0 TO GRP-COUNT
           MOVE 0 TO CAP-HIT
           OPEN INPUT GroupsFile
           IF FS-GROUPS = "35"
              CLOSE GroupsFile
              MOVE SPACES TO FS-GROUPS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ GroupsFile
                 AT END EXIT PERFORM
              END-READ
              IF GR-NAME NOT = SPACES AND GRP-COUNT >= MAX-GROUPS
                 MOVE 1 TO CAP-HIT
              END-IF
              IF GR-NAME NOT = SPACES AND GRP-COUNT < MAX-GROUPS
                 ADD 1 TO GRP-COUNT
                 MOVE GR-NAME    TO GT-NAME(GRP-COUNT)
                 MOVE GR-DESC    TO GT-DESC(GRP-COUNT)
                 MOVE GR-OWNER   TO GT-OWNER(GRP-COUNT)
                 MOVE GR-CREATED TO GT-CREATED(GRP-COUNT)
              END-IF
           END-PERFORM
           CLOSE GroupsFile
           IF CAP-HIT = 1
              MOVE "groups.dat" TO CAP-FILE
              PERFORM NOTE-CAPACITY-TRUNCATION
           END-IF
           .

       *> Reads the membership event log into GMEM-TABLE. The latest
       *> row per group/user pair is the current state, so readers
       *> scan the whole table and let later rows win.
       LOAD-GROUP-MEMBERS.
           MOVE 0 TO GMB-COUNT
           OPEN INPUT GroupMemFile
           IF FS-GMEM = "35"
              CLOSE GroupMemFile
              MOVE SPACES TO FS-GMEM
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ GroupMemFile
                 AT END EXIT PERFORM
              END-READ
              IF GM-GROUP NOT = SPACES AND GMB-COUNT < MAX-GMEMS
                 ADD 1 TO GMB-COUNT
                 MOVE GM-GROUP  TO GB-GROUP(GMB-COUNT)
                 MOVE GM-USER   TO GB-USER(GMB-COUNT)
                 MOVE GM-STATUS TO GB-ST(GMB-COUNT)
              END-IF
           END-PERFORM
           CLOSE GroupMemFile
           .

       *> Sets GRP-IS-MEMBER: is CURRENT-USER currently in
       *> GRP-TARGET? The last membership row for the pair wins.
       CHECK-GROUP-MEMBER.
           MOVE 0 TO GRP-IS-MEMBER
           PERFORM VARYING GRP-J FROM 1 BY 1 UNTIL GRP-J > GMB-COUNT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(GB-GROUP(GRP-J)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(GRP-TARGET))
                 AND FUNCTION UPPER-CASE(FUNCTION TRIM(GB-USER(GRP-J)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                 IF FUNCTION TRIM(GB-ST(GRP-J)) = "MEMBER"
                    MOVE 1 TO GRP-IS-MEMBER
                 ELSE
                    MOVE 0 TO GRP-IS-MEMBER
                 END-IF
              END-IF
           END-PERFORM
           .

       *> Appends one membership row for CURRENT-USER in GRP-TARGET.
       *> Expects GMEM-ST-IN (MEMBER or LEFT) set by the caller.
       APPEND-GROUP-MEMBER.
           OPEN EXTEND GroupMemFile
           IF FS-GMEM = "35"
              OPEN OUTPUT GroupMemFile
           END-IF
           MOVE FUNCTION CURRENT-DATE TO GRP-NOW
           MOVE GRP-TARGET                  TO GM-GROUP
           MOVE FUNCTION TRIM(CURRENT-USER) TO GM-USER
           MOVE GMEM-ST-IN                  TO GM-STATUS
           MOVE GRP-NOW(1:8)                TO GM-DATE
           WRITE GMEM-REC
           CLOSE GroupMemFile
           .

       CREATE-GROUP-FLOW.
           PERFORM LOAD-GROUPS
           IF GRP-COUNT >= MAX-GROUPS
              MOVE "Group limit reached. Please try later." TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           MOVE "Enter a name for the group (max 30 chars):" TO LINE-MSG
           PERFORM SAY
           PERFORM READ-NEXT
           MOVE FUNCTION TRIM(LAST-LINE) TO GRP-NAME-IN
           IF FUNCTION LENGTH(FUNCTION TRIM(GRP-NAME-IN)) = 0
              MOVE "Group name cannot be empty." TO LINE-MSG PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING GRP-J FROM 1 BY 1 UNTIL GRP-J > GRP-COUNT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(GT-NAME(GRP-J)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(GRP-NAME-IN))
                 MOVE "A group with that name already exists - join it instead."
                    TO LINE-MSG
                 PERFORM SAY
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM

           MOVE "Enter a short description (optional):" TO LINE-MSG
           PERFORM SAY
           PERFORM READ-NEXT
           MOVE FUNCTION TRIM(LAST-LINE) TO GRP-DESC-IN

           OPEN EXTEND GroupsFile
           IF FS-GROUPS = "35"
              OPEN OUTPUT GroupsFile
           END-IF
           MOVE FUNCTION CURRENT-DATE TO GRP-NOW
           MOVE GRP-NAME-IN                 TO GR-NAME
           MOVE GRP-DESC-IN                 TO GR-DESC
           MOVE FUNCTION TRIM(CURRENT-USER) TO GR-OWNER
           MOVE GRP-NOW(1:8)                TO GR-CREATED
           WRITE GROUP-REC
           CLOSE GroupsFile

           *> The creator is the group's first member.
           MOVE GRP-NAME-IN TO GRP-TARGET
           MOVE "MEMBER" TO GMEM-ST-IN
           PERFORM APPEND-GROUP-MEMBER

           MOVE SPACES TO LINE-MSG
           STRING "Group '" DELIMITED BY SIZE
                  FUNCTION TRIM(GRP-NAME-IN) DELIMITED BY SIZE
                  "' created - you are its first member." DELIMITED BY SIZE
                  INTO LINE-MSG
           END-STRING
           PERFORM SAY
           .

       JOIN-GROUP-FLOW.
           PERFORM LOAD-GROUPS
           IF GRP-COUNT = 0
              MOVE "No groups exist yet - create the first one!" TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-GROUP-MEMBERS

           MOVE "--- All Groups ---" TO LINE-MSG PERFORM SAY
           PERFORM VARYING GRP-J FROM 1 BY 1 UNTIL GRP-J > GRP-COUNT
              MOVE SPACES TO LINE-MSG
              IF FUNCTION TRIM(GT-DESC(GRP-J)) = SPACES
                 STRING "  " DELIMITED BY SIZE
                        FUNCTION TRIM(GT-NAME(GRP-J)) DELIMITED BY SIZE
                        INTO LINE-MSG
                 END-STRING
              ELSE
                 STRING "  " DELIMITED BY SIZE
                        FUNCTION TRIM(GT-NAME(GRP-J)) DELIMITED BY SIZE
                        " - " DELIMITED BY SIZE
                        FUNCTION TRIM(GT-DESC(GRP-J)) DELIMITED BY SIZE
                        INTO LINE-MSG
                 END-STRING
              END-IF
              PERFORM SAY
           END-PERFORM

           MOVE "Enter the name of the group to join (blank to cancel):"
              TO LINE-MSG
           PERFORM SAY
           PERFORM READ-NEXT
           MOVE FUNCTION TRIM(LAST-LINE) TO GRP-NAME-IN
           IF FUNCTION LENGTH(FUNCTION TRIM(GRP-NAME-IN)) = 0
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO GRP-FOUND
           PERFORM VARYING GRP-J FROM 1 BY 1 UNTIL GRP-J > GRP-COUNT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(GT-NAME(GRP-J)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(GRP-NAME-IN))
                 MOVE 1 TO GRP-FOUND
                 MOVE GT-NAME(GRP-J) TO GRP-TARGET
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF GRP-FOUND = 0
              MOVE "No group with that name exists." TO LINE-MSG PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-GROUP-MEMBER
           IF GRP-IS-MEMBER = 1
              MOVE "You are already a member of that group." TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           MOVE "MEMBER" TO GMEM-ST-IN
           PERFORM APPEND-GROUP-MEMBER
           MOVE SPACES TO LINE-MSG
           STRING "Welcome to '" DELIMITED BY SIZE
                  FUNCTION TRIM(GRP-TARGET) DELIMITED BY SIZE
                  "'!" DELIMITED BY SIZE
                  INTO LINE-MSG
           END-STRING
           PERFORM SAY
           .

       *> Lists the groups CURRENT-USER belongs to and opens the
       *> board of a chosen one.
       MY-GROUPS.
           PERFORM LOAD-GROUPS
           PERFORM LOAD-GROUP-MEMBERS

           MOVE 0 TO GPM-COUNT
           MOVE "--- My Groups ---" TO LINE-MSG PERFORM SAY
           PERFORM VARYING GPM-IDX FROM 1 BY 1 UNTIL GPM-IDX > GRP-COUNT
              MOVE GT-NAME(GPM-IDX) TO GRP-TARGET
              PERFORM CHECK-GROUP-MEMBER
              IF GRP-IS-MEMBER = 1
                 ADD 1 TO GPM-COUNT
                 MOVE GPM-IDX TO GPM-SLOT(GPM-COUNT)
                 MOVE SPACES TO LINE-MSG
                 STRING GPM-COUNT DELIMITED BY SIZE
                        ". " DELIMITED BY SIZE
                        FUNCTION TRIM(GT-NAME(GPM-IDX)) DELIMITED BY SIZE
                        INTO LINE-MSG
                 END-STRING
                 PERFORM SAY
              END-IF
           END-PERFORM

           IF GPM-COUNT = 0
              MOVE "You are not in any groups yet." TO LINE-MSG PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           MOVE "Enter a group number to open it (0 to cancel):" TO LINE-MSG
           PERFORM SAY
           PERFORM READ-NEXT
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(LAST-LINE)) TO GPM-SEL
           IF GPM-SEL = 0 OR GPM-SEL > GPM-COUNT
              EXIT PARAGRAPH
           END-IF

           MOVE GT-NAME(GPM-SLOT(GPM-SEL)) TO GRP-TARGET
           PERFORM GROUP-BOARD
           .

       *> Per-group home: the post board, the roster, and leaving.
       GROUP-BOARD.
           PERFORM UNTIL 1 = 2
              MOVE SPACES TO LINE-MSG
              STRING "--- " DELIMITED BY SIZE
                     FUNCTION TRIM(GRP-TARGET) DELIMITED BY SIZE
                     " ---" DELIMITED BY SIZE
                     INTO LINE-MSG
              END-STRING
              PERFORM SAY
              MOVE "1. Read the board"            TO LINE-MSG PERFORM SAY
              MOVE "2. Post to the board"         TO LINE-MSG PERFORM SAY
              MOVE "3. View the roster"           TO LINE-MSG PERFORM SAY
              MOVE "4. Leave the group"           TO LINE-MSG PERFORM SAY
              MOVE "0. Back"                      TO LINE-MSG PERFORM SAY
              MOVE "Enter your choice:"           TO LINE-MSG PERFORM SAY

              PERFORM READ-NEXT
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(LAST-LINE)) TO GRPB-SEL

              EVALUATE GRPB-SEL
                 WHEN 0 EXIT PERFORM
                 WHEN 1 PERFORM READ-GROUP-BOARD
                 WHEN 2 PERFORM POST-TO-GROUP
                 WHEN 3 PERFORM SHOW-GROUP-ROSTER
                 WHEN 4
                    PERFORM LEAVE-GROUP-FLOW
                    EXIT PERFORM
                 WHEN OTHER MOVE "Please pick 0-4." TO LINE-MSG PERFORM SAY
              END-EVALUATE
           END-PERFORM
           .

       *> Streams the board posts for GRP-TARGET in the order they
       *> were written, the same way the inbox replays messages.
       READ-GROUP-BOARD.
           MOVE 0 TO GRP-MATCHES
           OPEN INPUT GroupPostFile
           IF FS-GPOST = "35"
              CLOSE GroupPostFile
              MOVE SPACES TO FS-GPOST
              MOVE "No posts on this board yet." TO LINE-MSG PERFORM SAY
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ GroupPostFile
                 AT END EXIT PERFORM
              END-READ
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(GP-GROUP))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(GRP-TARGET))
                 ADD 1 TO GRP-MATCHES
                 MOVE SPACES TO LINE-MSG
                 STRING "[" DELIMITED BY SIZE
                        GP-SENT DELIMITED BY SIZE
                        "] " DELIMITED BY SIZE
                        FUNCTION TRIM(GP-FROM) DELIMITED BY SIZE
                        ": " DELIMITED BY SIZE
                        FUNCTION TRIM(GP-BODY) DELIMITED BY SIZE
                        INTO LINE-MSG
                 END-STRING
                 PERFORM SAY
              END-IF
           END-PERFORM
           CLOSE GroupPostFile
           IF GRP-MATCHES = 0
              MOVE "No posts on this board yet." TO LINE-MSG PERFORM SAY
           END-IF
           .

       POST-TO-GROUP.
           MOVE "Enter your post (max 120 chars):" TO LINE-MSG PERFORM SAY
           PERFORM READ-NEXT
           MOVE FUNCTION TRIM(LAST-LINE) TO GRP-POST-IN
           IF FUNCTION LENGTH(FUNCTION TRIM(GRP-POST-IN)) = 0
              MOVE "Post cannot be empty." TO LINE-MSG PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           OPEN EXTEND GroupPostFile
           IF FS-GPOST = "35"
              OPEN OUTPUT GroupPostFile
           END-IF
           MOVE FUNCTION CURRENT-DATE TO GRP-NOW
           MOVE GRP-TARGET                  TO GP-GROUP
           MOVE FUNCTION TRIM(CURRENT-USER) TO GP-FROM
           MOVE GRP-NOW(1:8)                TO GP-SENT
           MOVE GRP-POST-IN                 TO GP-BODY
           WRITE GPOST-REC
           CLOSE GroupPostFile

           MOVE "Posted to the board." TO LINE-MSG PERFORM SAY
           .

       *> Lists the current members of GRP-TARGET. Walks the catalog
       *> of users seen in the membership log, letting each pair's
       *> latest row decide whether they are still in.
       SHOW-GROUP-ROSTER.
           MOVE 0 TO GRP-MATCHES
           MOVE "--- Roster ---" TO LINE-MSG PERFORM SAY
           PERFORM LOAD-GROUP-MEMBERS
           PERFORM VARYING GRP-J FROM 1 BY 1 UNTIL GRP-J > GMB-COUNT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(GB-GROUP(GRP-J)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(GRP-TARGET))
                 AND FUNCTION TRIM(GB-ST(GRP-J)) = "MEMBER"
                 PERFORM CHECK-ROSTER-STILL-MEMBER
              END-IF
           END-PERFORM
           IF GRP-MATCHES = 0
              MOVE "This group has no members." TO LINE-MSG PERFORM SAY
           ELSE
              MOVE GRP-MATCHES TO GRP-CNT-DISPLAY
              MOVE SPACES TO LINE-MSG
              STRING "Member count: " DELIMITED BY SIZE
                     GRP-CNT-DISPLAY DELIMITED BY SIZE
                     INTO LINE-MSG
              END-STRING
              PERFORM SAY
           END-IF
           .

       *> Row GRP-J holds a MEMBER row for GRP-TARGET: print the user
       *> only if no LATER row for the same pair supersedes it (so a
       *> re-join after a leave prints once, from its newest row).
       CHECK-ROSTER-STILL-MEMBER.
           PERFORM VARYING CONN-K FROM GRP-J BY 1 UNTIL CONN-K > GMB-COUNT
              IF CONN-K > GRP-J
                 AND FUNCTION UPPER-CASE(FUNCTION TRIM(GB-GROUP(CONN-K)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(GRP-TARGET))
                 AND FUNCTION UPPER-CASE(FUNCTION TRIM(GB-USER(CONN-K)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(GB-USER(GRP-J)))
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           ADD 1 TO GRP-MATCHES
           MOVE SPACES TO LINE-MSG
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM(GB-USER(GRP-J)) DELIMITED BY SIZE
                  INTO LINE-MSG
           END-STRING
           PERFORM SAY
           .

       LEAVE-GROUP-FLOW.
           MOVE "LEFT" TO GMEM-ST-IN
           PERFORM APPEND-GROUP-MEMBER
           MOVE SPACES TO LINE-MSG
           STRING "You have left '" DELIMITED BY SIZE
                  FUNCTION TRIM(GRP-TARGET) DELIMITED BY SIZE
                  "'." DELIMITED BY SIZE
                  INTO LINE-MSG
           END-STRING
           PERFORM SAY
           .

       *> ---------------- Job postings ----------------
       JOB-MENU.
           PERFORM UNTIL 1 = 2
              MOVE "--- Jobs ---"                          TO LINE-MSG PERFORM SAY
              MOVE "1. Browse and apply to postings"       TO LINE-MSG PERFORM SAY
              MOVE "2. My applications"                    TO LINE-MSG PERFORM SAY
              MOVE "3. My interviews"                      TO LINE-MSG PERFORM SAY
              MOVE "4. Saved search alerts"                TO LINE-MSG PERFORM SAY
              MOVE "5. Recommended for you"                TO LINE-MSG PERFORM SAY
              MOVE "0. Return to Dashboard"                TO LINE-MSG PERFORM SAY
              MOVE "Enter your choice:"                    TO LINE-MSG PERFORM SAY

              PERFORM READ-NEXT
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(LAST-LINE)) TO JOB-SUB-SEL

              EVALUATE JOB-SUB-SEL
                 WHEN 0 EXIT PERFORM
                 WHEN 1 PERFORM BROWSE-JOBS
                 WHEN 2 PERFORM MY-APPLICATIONS
                 WHEN 3 PERFORM MY-INTERVIEWS
                 WHEN 4 PERFORM SAVED-SEARCH-MENU
                 WHEN 5 PERFORM RECOMMENDED-JOBS
                 WHEN OTHER MOVE "Please pick 0-5." TO LINE-MSG PERFORM SAY
              END-EVALUATE
           END-PERFORM
           .

       BROWSE-JOBS.
           PERFORM LOOKUP-CURRENT-STUDENT-PROFILE
           MOVE FUNCTION CURRENT-DATE TO TODAY-NOW
           MOVE TODAY-NOW(1:8) TO TODAY-DATE
           MOVE SPACES TO BJ-TYPE-FILTER
           MOVE SPACES TO BJ-REMOTE-FILTER
           PERFORM COLLECT-HELD-SKILLS
           PERFORM UNTIL 1 = 2
              MOVE "--- Search for a Job ---" TO LINE-MSG PERFORM SAY
              IF BJ-TYPE-FILTER NOT = SPACES OR BJ-REMOTE-FILTER NOT = SPACES
                 MOVE SPACES TO LINE-MSG
                 STRING "Filters: type=" DELIMITED BY SIZE
                        BJ-TYPE-FILTER DELIMITED BY SIZE
                        " remote=" DELIMITED BY SIZE
                        BJ-REMOTE-FILTER DELIMITED BY SIZE
                        INTO LINE-MSG
                 END-STRING
                 PERFORM SAY
              END-IF
              MOVE 0 TO JM-COUNT
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > JOB-COUNT
                 MOVE I TO JV-IDX
                 PERFORM CHECK-JOB-OPEN-TO-ME
                 IF JV-OPEN = 1
                    AND (BJ-TYPE-FILTER = SPACES
                         OR JT-TYPE(I) = BJ-TYPE-FILTER)
                    AND (BJ-REMOTE-FILTER = SPACES
                         OR JT-REMOTE(I) = BJ-REMOTE-FILTER)
                    ADD 1 TO JM-COUNT
                    MOVE I TO JM-SLOT(JM-COUNT)
                    MOVE I TO TERMS-IDX
                    PERFORM DESCRIBE-JOB-TERMS
                    MOVE SPACES TO LINE-MSG
                    MOVE JM-COUNT TO I-DISPLAY
                    STRING I-DISPLAY ". " DELIMITED BY SIZE
                           FUNCTION TRIM(JT-TITLE(I)) DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           FUNCTION TRIM(JT-COMPANY(I)) DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           FUNCTION TRIM(JT-LOCATION(I)) DELIMITED BY SIZE
                           ") - " DELIMITED BY SIZE
                           FUNCTION TRIM(JT-DESC(I)) DELIMITED BY SIZE
                           " {" DELIMITED BY SIZE
                           FUNCTION TRIM(TERMS-TEXT) DELIMITED BY SIZE
                           "} [Posted " DELIMITED BY SIZE
                           JT-POSTED(I) DELIMITED BY SIZE
                           "]" DELIMITED BY SIZE
                           INTO LINE-MSG
                    END-STRING
                    PERFORM SAY
                    MOVE I TO RK-IDX
                    PERFORM SCORE-JOB-SKILLS
                    IF RK-TOTAL > 0
                       PERFORM SAY-SKILL-MATCH
                    END-IF
                 END-IF
              END-PERFORM
              IF JM-COUNT = 0
                 IF BJ-TYPE-FILTER NOT = SPACES OR BJ-REMOTE-FILTER NOT = SPACES
                    MOVE "No postings match your filters right now." TO LINE-MSG
                 ELSE
                    MOVE "No postings match your school or major right now." TO LINE-MSG
                 END-IF
                 PERFORM SAY
              END-IF
              MOVE "F. Filter by employment type or remote" TO LINE-MSG PERFORM SAY
              MOVE "0. Go back" TO LINE-MSG PERFORM SAY
              MOVE "Enter your choice:" TO LINE-MSG PERFORM SAY

              PERFORM READ-NEXT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(LAST-LINE)) = "F"
                 PERFORM SET-JOB-FILTERS
              ELSE
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(LAST-LINE)) TO JOB-SEL
                 IF JOB-SEL = 0
                    EXIT PERFORM
                 END-IF
                 IF JOB-SEL < 1 OR JOB-SEL > JM-COUNT
                    MOVE "Please pick a valid job number." TO LINE-MSG PERFORM SAY
                 ELSE
                    MOVE JM-SLOT(JOB-SEL) TO JM-IDX
                    PERFORM SHOW-JOB-DETAIL
                 END-IF
              END-IF
           END-PERFORM
           .

       *> Sets JV-OPEN when JOB-TABLE row JV-IDX is open to the
       *> logged-in student. A posting past its application deadline
       *> is withheld so students stop applying into the void (the
       *> nightly sweep archives it); a school filter withholds it
       *> from other schools and from alumni, a major filter from
       *> other majors. Needs TODAY-DATE and the CU- profile fields.
       CHECK-JOB-OPEN-TO-ME.
           MOVE 0 TO JV-OPEN
           IF (JT-DEADLINE(JV-IDX) = SPACES
               OR JT-DEADLINE(JV-IDX) >= TODAY-DATE)
              AND (JT-SCHOOL(JV-IDX) = SPACES OR
               (FUNCTION TRIM(CU-STATUS) NOT = "ALUMNI" AND
                FUNCTION UPPER-CASE(FUNCTION TRIM(JT-SCHOOL(JV-IDX)))
                  = FUNCTION UPPER-CASE(FUNCTION TRIM(CU-SCHOOL))))
              AND (JT-MAJOR(JV-IDX) = SPACES OR
               FUNCTION UPPER-CASE(FUNCTION TRIM(JT-MAJOR(JV-IDX)))
                  = FUNCTION UPPER-CASE(FUNCTION TRIM(CU-MAJOR)))
              MOVE 1 TO JV-OPEN
           END-IF
           .

       *> Sets the job-search filters. Each prompt takes a code or a
       *> blank for "any"; an unknown code leaves that filter off.
       SET-JOB-FILTERS.
           MOVE "Employment type - FT full-time, PT part-time, IN internship, CO co-op (blank for any):"
              TO PROMPT-TEXT
           PERFORM PROMPT-AND-READ
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LAST-LINE)) TO TERMS-CODE
           PERFORM CHECK-TYPE-CODE
           IF TERMS-CODE-OK = 1
              MOVE TERMS-CODE TO BJ-TYPE-FILTER
           ELSE
              MOVE SPACES TO BJ-TYPE-FILTER
              IF TERMS-CODE NOT = SPACES
                 MOVE "Unknown type - showing every type." TO LINE-MSG PERFORM SAY
              END-IF
           END-IF

           MOVE "Work arrangement - O on-site, R remote, H hybrid (blank for any):"
              TO PROMPT-TEXT
           PERFORM PROMPT-AND-READ
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LAST-LINE)) TO TERMS-CODE
           PERFORM CHECK-REMOTE-CODE
           IF TERMS-CODE-OK = 1
              MOVE TERMS-CODE TO BJ-REMOTE-FILTER
           ELSE
              MOVE SPACES TO BJ-REMOTE-FILTER
              IF TERMS-CODE NOT = SPACES
                 MOVE "Unknown arrangement - showing every arrangement." TO LINE-MSG
                 PERFORM SAY
              END-IF
           END-IF
           .

       *> Sets TERMS-CODE-OK when TERMS-CODE is an employment type.
       CHECK-TYPE-CODE.
           MOVE 0 TO TERMS-CODE-OK
           IF TERMS-CODE = "FT" OR TERMS-CODE = "PT"
              OR TERMS-CODE = "IN" OR TERMS-CODE = "CO"
              MOVE 1 TO TERMS-CODE-OK
           END-IF
           .

       *> Sets TERMS-CODE-OK when TERMS-CODE is a work arrangement.
       CHECK-REMOTE-CODE.
           MOVE 0 TO TERMS-CODE-OK
           IF TERMS-CODE = "O" OR TERMS-CODE = "R" OR TERMS-CODE = "H"
              MOVE 1 TO TERMS-CODE-OK
           END-IF
           .

       *> Builds TERMS-TEXT, e.g. "Internship, Hybrid, $18-$22 an
       *> hour", for JOB-TABLE row TERMS-IDX. Fields the employer did
       *> not state are left out.
       DESCRIBE-JOB-TERMS.
           EVALUATE JT-TYPE(TERMS-IDX)
              WHEN "FT" MOVE "Full-time"  TO TERMS-TYPE-NAME
              WHEN "PT" MOVE "Part-time"  TO TERMS-TYPE-NAME
              WHEN "IN" MOVE "Internship" TO TERMS-TYPE-NAME
              WHEN "CO" MOVE "Co-op"      TO TERMS-TYPE-NAME
              WHEN OTHER MOVE "Type n/a"  TO TERMS-TYPE-NAME
           END-EVALUATE
           EVALUATE JT-REMOTE(TERMS-IDX)
              WHEN "O" MOVE "On-site"     TO TERMS-REMOTE-NAME
              WHEN "R" MOVE "Remote"      TO TERMS-REMOTE-NAME
              WHEN "H" MOVE "Hybrid"      TO TERMS-REMOTE-NAME
              WHEN OTHER MOVE "Site n/a"  TO TERMS-REMOTE-NAME
           END-EVALUATE
           MOVE SPACES TO TERMS-PAY
           IF JT-PAY-MIN(TERMS-IDX) NOT = SPACES
              IF JT-PAY-MAX(TERMS-IDX) = SPACES
                 OR JT-PAY-MAX(TERMS-IDX) = JT-PAY-MIN(TERMS-IDX)
                 STRING ", $" DELIMITED BY SIZE
                        FUNCTION TRIM(JT-PAY-MIN(TERMS-IDX)) DELIMITED BY SIZE
                        INTO TERMS-PAY
                 END-STRING
              ELSE
                 STRING ", $" DELIMITED BY SIZE
                        FUNCTION TRIM(JT-PAY-MIN(TERMS-IDX)) DELIMITED BY SIZE
                        "-$" DELIMITED BY SIZE
                        FUNCTION TRIM(JT-PAY-MAX(TERMS-IDX)) DELIMITED BY SIZE
                        INTO TERMS-PAY
                 END-STRING
              END-IF
           END-IF
           MOVE SPACES TO TERMS-TEXT
           EVALUATE TRUE
              WHEN TERMS-PAY = SPACES
                 STRING FUNCTION TRIM(TERMS-TYPE-NAME) DELIMITED BY SIZE
                        ", " DELIMITED BY SIZE
                        FUNCTION TRIM(TERMS-REMOTE-NAME) DELIMITED BY SIZE
                        INTO TERMS-TEXT
                 END-STRING
              WHEN JT-PAY-PER(TERMS-IDX) = "H"
                 STRING FUNCTION TRIM(TERMS-TYPE-NAME) DELIMITED BY SIZE
                        ", " DELIMITED BY SIZE
                        FUNCTION TRIM(TERMS-REMOTE-NAME) DELIMITED BY SIZE
                        FUNCTION TRIM(TERMS-PAY) DELIMITED BY SIZE
                        " an hour" DELIMITED BY SIZE
                        INTO TERMS-TEXT
                 END-STRING
              WHEN OTHER
                 STRING FUNCTION TRIM(TERMS-TYPE-NAME) DELIMITED BY SIZE
                        ", " DELIMITED BY SIZE
                        FUNCTION TRIM(TERMS-REMOTE-NAME) DELIMITED BY SIZE
                        FUNCTION TRIM(TERMS-PAY) DELIMITED BY SIZE
                        " a year" DELIMITED BY SIZE
                        INTO TERMS-TEXT
                 END-STRING
           END-EVALUATE
           .

       *> Detail page for the posting at JOB-TABLE row JM-IDX, picked
       *> from the job search: apply to it, or open the company page.
       SHOW-JOB-DETAIL.
           PERFORM UNTIL 1 = 2
              MOVE "--- Job Details ---" TO LINE-MSG PERFORM SAY
              MOVE "Title:" TO PROMPT-TEXT
              MOVE FUNCTION TRIM(JT-TITLE(JM-IDX)) TO LAST-LINE
              PERFORM SAY-LABEL-VALUE
              MOVE "Company:" TO PROMPT-TEXT
              MOVE FUNCTION TRIM(JT-COMPANY(JM-IDX)) TO LAST-LINE
              PERFORM SAY-LABEL-VALUE
              MOVE "Location:" TO PROMPT-TEXT
              MOVE FUNCTION TRIM(JT-LOCATION(JM-IDX)) TO LAST-LINE
              PERFORM SAY-LABEL-VALUE
              MOVE "Description:" TO PROMPT-TEXT
              MOVE FUNCTION TRIM(JT-DESC(JM-IDX)) TO LAST-LINE
              PERFORM SAY-LABEL-VALUE
              MOVE JM-IDX TO TERMS-IDX
              PERFORM DESCRIBE-JOB-TERMS
              MOVE "Terms:" TO PROMPT-TEXT
              MOVE TERMS-TEXT TO LAST-LINE
              PERFORM SAY-LABEL-VALUE
              IF JT-DEADLINE(JM-IDX) NOT = SPACES
                 MOVE "Apply by:" TO PROMPT-TEXT
                 MOVE JT-DEADLINE(JM-IDX) TO LAST-LINE
                 PERFORM SAY-LABEL-VALUE
              END-IF
              MOVE JM-IDX TO RK-IDX
              PERFORM SCORE-JOB-SKILLS
              IF RK-TOTAL > 0
                 PERFORM SAY-SKILL-MATCH
                 PERFORM SHOW-REQUIRED-SKILLS
              END-IF
              MOVE "1. Apply to this posting" TO LINE-MSG PERFORM SAY
              MOVE "2. View company page"     TO LINE-MSG PERFORM SAY
              IF RK-HAVE < RK-TOTAL
                 MOVE "3. Learn a missing skill" TO LINE-MSG PERFORM SAY
              END-IF
              MOVE "0. Go back"               TO LINE-MSG PERFORM SAY
              MOVE "Enter your choice:"       TO LINE-MSG PERFORM SAY

              PERFORM READ-NEXT
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(LAST-LINE)) TO CMP-SEL

              EVALUATE CMP-SEL
                 WHEN 0
                    EXIT PERFORM
                 WHEN 1
                    PERFORM CHECK-JOB-APPLIED
                    IF PROFILE-FOUND = 1
                       MOVE "You have already applied to that posting." TO LINE-MSG
                       PERFORM SAY
                    ELSE
                       PERFORM ASK-SCREENING-QUESTIONS
                       IF SCR-CANCELLED = 1
                          MOVE "Application cancelled - nothing was submitted." TO LINE-MSG
                          PERFORM SAY
                       ELSE
                          PERFORM RECORD-JOB-APPLICATION
                          PERFORM APPEND-SCREENING-ANSWERS
                          MOVE SPACES TO LINE-MSG
                          IF SCR-KNOCKED = 1
                             STRING "Application recorded for: " DELIMITED BY SIZE
                                    FUNCTION TRIM(JT-TITLE(JM-IDX)) DELIMITED BY SIZE
                                    " - your answers do not meet a requirement of this posting, so it was declined."
                                       DELIMITED BY SIZE
                                    INTO LINE-MSG
                             END-STRING
                          ELSE
                             STRING "Application submitted for: " DELIMITED BY SIZE
                                    FUNCTION TRIM(JT-TITLE(JM-IDX)) DELIMITED BY SIZE
                                    INTO LINE-MSG
                             END-STRING
                          END-IF
                          PERFORM SAY
                       END-IF
                    END-IF
                    EXIT PERFORM
                 WHEN 2
                    PERFORM SHOW-COMPANY-PAGE
                 WHEN 3
                    IF RK-HAVE < RK-TOTAL
                       PERFORM LEARN-MISSING-SKILL
                    ELSE
                       MOVE "Please pick 0-2." TO LINE-MSG PERFORM SAY
                    END-IF
                 WHEN OTHER
                    IF RK-HAVE < RK-TOTAL
                       MOVE "Please pick 0-3." TO LINE-MSG PERFORM SAY
                    ELSE
                       MOVE "Please pick 0-2." TO LINE-MSG PERFORM SAY
                    END-IF
              END-EVALUATE
           END-PERFORM
           .

       *> Asks the screening questions of JOB-TABLE row JM-IDX before
       *> an application is recorded. A blank answer cancels the
       *> application (SCR-CANCELLED); a "no" to a knockout question
       *> sets SCR-KNOCKED.
       ASK-SCREENING-QUESTIONS.
           MOVE 0 TO SCR-CANCELLED
           MOVE 0 TO SCR-KNOCKED
           MOVE SPACES TO SCR-ANSWERS
           IF JT-Q-TEXT(JM-IDX, 1) = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE "Please answer the employer's screening questions (a blank answer cancels):"
              TO LINE-MSG
           PERFORM SAY
           PERFORM VARYING SQ-J FROM 1 BY 1 UNTIL SQ-J > MAX-JOB-QUESTIONS
              IF JT-Q-TEXT(JM-IDX, SQ-J) NOT = SPACES
                 PERFORM UNTIL 1 = 2
                    MOVE SPACES TO PROMPT-TEXT
                    IF JT-Q-KIND(JM-IDX, SQ-J) = "Y"
                       STRING FUNCTION TRIM(JT-Q-TEXT(JM-IDX, SQ-J)) DELIMITED BY SIZE
                              " (Y/N):" DELIMITED BY SIZE
                              INTO PROMPT-TEXT
                       END-STRING
                    ELSE
                       MOVE JT-Q-TEXT(JM-IDX, SQ-J) TO PROMPT-TEXT
                    END-IF
                    PERFORM PROMPT-AND-READ
                    IF FUNCTION LENGTH(FUNCTION TRIM(LAST-LINE)) = 0
                       MOVE 1 TO SCR-CANCELLED
                       EXIT PARAGRAPH
                    END-IF
                    IF JT-Q-KIND(JM-IDX, SQ-J) NOT = "Y"
                       MOVE FUNCTION TRIM(LAST-LINE) TO SCR-ANSWER(SQ-J)
                       EXIT PERFORM
                    END-IF
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LAST-LINE)) TO LAST-LINE
                    IF LAST-LINE = "Y" OR LAST-LINE = "YES"
                       MOVE "Y" TO SCR-ANSWER(SQ-J)
                       EXIT PERFORM
                    END-IF
                    IF LAST-LINE = "N" OR LAST-LINE = "NO"
                       MOVE "N" TO SCR-ANSWER(SQ-J)
                       IF JT-Q-KNOCKOUT(JM-IDX, SQ-J) = "Y"
                          MOVE 1 TO SCR-KNOCKED
                          MOVE "Y" TO SCR-KO-HIT(SQ-J)
                       END-IF
                       EXIT PERFORM
                    END-IF
                    MOVE "Please answer Y or N." TO LINE-MSG PERFORM SAY
                 END-PERFORM
              END-IF
           END-PERFORM
           .

       *> Logs the answers ASK-SCREENING-QUESTIONS collected for the
       *> application just recorded.
       APPEND-SCREENING-ANSWERS.
           IF JT-Q-TEXT(JM-IDX, 1) = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO SCR-NOW
           OPEN EXTEND AppAnswerFile
           IF FS-APPANS = "35"
              OPEN OUTPUT AppAnswerFile
           END-IF
           PERFORM VARYING SQ-J FROM 1 BY 1 UNTIL SQ-J > MAX-JOB-QUESTIONS
              IF JT-Q-TEXT(JM-IDX, SQ-J) NOT = SPACES
                 MOVE FUNCTION TRIM(CURRENT-USER)   TO AA-USER
                 MOVE JT-TITLE(JM-IDX)              TO AA-TITLE
                 MOVE JT-COMPANY(JM-IDX)            TO AA-COMPANY
                 MOVE SCR-NOW(1:8)                  TO AA-DATE
                 MOVE SQ-J                          TO AA-QNUM
                 MOVE JT-Q-KIND(JM-IDX, SQ-J)       TO AA-KIND
                 MOVE SCR-KO-HIT(SQ-J)              TO AA-KNOCKOUT
                 MOVE JT-Q-TEXT(JM-IDX, SQ-J)       TO AA-QTEXT
                 MOVE SCR-ANSWER(SQ-J)              TO AA-ANSWER
                 WRITE APPANS-REC
              END-IF
           END-PERFORM
           CLOSE AppAnswerFile
           MOVE SPACES TO FS-APPANS
           .

       *> Builds HELD-SKILL-TABLE for the logged-in student: every
       *> skill they completed, plus any a connection endorsed them
       *> for.
       COLLECT-HELD-SKILLS.
           MOVE 0 TO HS-COUNT
           CLOSE SkillCompFile
           OPEN INPUT SkillCompFile
           PERFORM UNTIL 1 = 2
              READ SkillCompFile
                 AT END EXIT PERFORM
              END-READ
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(SCP-USER))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                 MOVE SCP-SKILL TO HS-CAND
                 PERFORM ADD-HELD-SKILL
              END-IF
           END-PERFORM
           CLOSE SkillCompFile
           OPEN INPUT SkillCompFile

           CLOSE EndorseFile
           OPEN INPUT EndorseFile
           PERFORM UNTIL 1 = 2
              READ EndorseFile
                 AT END EXIT PERFORM
              END-READ
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(EN-OWNER))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                 MOVE EN-SKILL TO HS-CAND
                 PERFORM ADD-HELD-SKILL
              END-IF
           END-PERFORM
           CLOSE EndorseFile
           OPEN INPUT EndorseFile
           .

       ADD-HELD-SKILL.
           PERFORM VARYING HS-J FROM 1 BY 1 UNTIL HS-J > HS-COUNT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(HS-SLOT(HS-J)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(HS-CAND))
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF HS-COUNT < MAX-SKILLS
              ADD 1 TO HS-COUNT
              MOVE HS-CAND TO HS-SLOT(HS-COUNT)
           END-IF
           .

       *> Counts the required skills of JOB-TABLE row RK-IDX and how
       *> many of them the student holds, flagging the missing ones.
       SCORE-JOB-SKILLS.
           MOVE 0 TO RK-TOTAL
           MOVE 0 TO RK-HAVE
           PERFORM VARYING RK-J FROM 1 BY 1 UNTIL RK-J > MAX-JOB-SKILLS
              MOVE 0 TO RK-MISSING(RK-J)
              IF JT-SKILL(RK-IDX, RK-J) NOT = SPACES
                 ADD 1 TO RK-TOTAL
                 MOVE 1 TO RK-MISSING(RK-J)
                 PERFORM VARYING HS-J FROM 1 BY 1 UNTIL HS-J > HS-COUNT
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(HS-SLOT(HS-J)))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(JT-SKILL(RK-IDX, RK-J)))
                       MOVE 0 TO RK-MISSING(RK-J)
                       ADD 1 TO RK-HAVE
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           .

       *> "You have 2 of 3 required skills" for the last
       *> SCORE-JOB-SKILLS, naming the missing ones.
       SAY-SKILL-MATCH.
           MOVE RK-HAVE  TO RK-HAVE-DISPLAY
           MOVE RK-TOTAL TO RK-TOTAL-DISPLAY
           MOVE SPACES TO LINE-MSG
           STRING "   You have " DELIMITED BY SIZE
                  RK-HAVE-DISPLAY DELIMITED BY SIZE
                  " of " DELIMITED BY SIZE
                  RK-TOTAL-DISPLAY DELIMITED BY SIZE
                  " required skills" DELIMITED BY SIZE
                  INTO LINE-MSG
           END-STRING
           PERFORM SAY
           IF RK-HAVE < RK-TOTAL
              MOVE SPACES TO LINE-MSG
              MOVE 1 TO RK-PTR
              STRING "   Missing:" DELIMITED BY SIZE
                     INTO LINE-MSG WITH POINTER RK-PTR
              END-STRING
              PERFORM VARYING RK-J FROM 1 BY 1 UNTIL RK-J > MAX-JOB-SKILLS
                 IF RK-MISSING(RK-J) = 1
                    STRING " " DELIMITED BY SIZE
                           FUNCTION TRIM(JT-SKILL(RK-IDX, RK-J))
                              DELIMITED BY SIZE
                           ";" DELIMITED BY SIZE
                           INTO LINE-MSG WITH POINTER RK-PTR
                    END-STRING
                 END-IF
              END-PERFORM
              PERFORM SAY
           END-IF
           .

       *> Lists JOB-TABLE row RK-IDX's required skills, each marked
       *> as held or missing.
       SHOW-REQUIRED-SKILLS.
           MOVE "Required skills:" TO LINE-MSG PERFORM SAY
           PERFORM VARYING RK-J FROM 1 BY 1 UNTIL RK-J > MAX-JOB-SKILLS
              IF JT-SKILL(RK-IDX, RK-J) NOT = SPACES
                 MOVE SPACES TO LINE-MSG
                 IF RK-MISSING(RK-J) = 1
                    STRING "  " DELIMITED BY SIZE
                           FUNCTION TRIM(JT-SKILL(RK-IDX, RK-J))
                              DELIMITED BY SIZE
                           " - missing" DELIMITED BY SIZE
                           INTO LINE-MSG
                    END-STRING
                 ELSE
                    STRING "  " DELIMITED BY SIZE
                           FUNCTION TRIM(JT-SKILL(RK-IDX, RK-J))
                              DELIMITED BY SIZE
                           " - you have it" DELIMITED BY SIZE
                           INTO LINE-MSG
                    END-STRING
                 END-IF
                 PERFORM SAY
              END-IF
           END-PERFORM
           .

       *> Offers the missing skills of JOB-TABLE row RK-IDX that are
       *> still in the catalog and opens the picked one's lessons,
       *> the same view Learn a New Skill gives. The match is scored
       *> again afterwards, since the student may have finished it.
       LEARN-MISSING-SKILL.
           MOVE 0 TO RK-MAP-COUNT
           PERFORM VARYING RK-J FROM 1 BY 1 UNTIL RK-J > MAX-JOB-SKILLS
              IF RK-MISSING(RK-J) = 1
                 PERFORM VARYING SKILL-SEL FROM 1 BY 1
                    UNTIL SKILL-SEL > SKILL-COUNT
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(SKL-NAME(SKILL-SEL)))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(JT-SKILL(RK-IDX, RK-J)))
                       ADD 1 TO RK-MAP-COUNT
                       MOVE SKILL-SEL TO RK-MAP-SLOT(RK-MAP-COUNT)
                       MOVE SPACES TO LINE-MSG
                       MOVE RK-MAP-COUNT TO I-DISPLAY
                       STRING I-DISPLAY ". " DELIMITED BY SIZE
                              FUNCTION TRIM(SKL-NAME(SKILL-SEL))
                                 DELIMITED BY SIZE
                              " - " DELIMITED BY SIZE
                              FUNCTION TRIM(SKL-DESC(SKILL-SEL))
                                 DELIMITED BY SIZE
                              INTO LINE-MSG
                       END-STRING
                       PERFORM SAY
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           IF RK-MAP-COUNT = 0
              MOVE "Those skills are no longer offered in the catalog." TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF
           MOVE "0. Go back" TO LINE-MSG PERFORM SAY
           MOVE "Enter your choice:" TO LINE-MSG PERFORM SAY
           PERFORM READ-NEXT
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(LAST-LINE)) TO RK-SEL
           IF RK-SEL = 0
              EXIT PARAGRAPH
           END-IF
           IF RK-SEL < 1 OR RK-SEL > RK-MAP-COUNT
              MOVE "Please pick a valid skill number." TO LINE-MSG PERFORM SAY
              EXIT PARAGRAPH
           END-IF
           MOVE RK-MAP-SLOT(RK-SEL) TO SKILL-SEL
           PERFORM WORK-SKILL-MODULES
           PERFORM COLLECT-HELD-SKILLS
           .

       *> Open postings where the student holds at least one of the
       *> required skills, best match first: ranked by the share of
       *> required skills held, then by how many are held.
       RECOMMENDED-JOBS.
           PERFORM LOOKUP-CURRENT-STUDENT-PROFILE
           MOVE FUNCTION CURRENT-DATE TO TODAY-NOW
           MOVE TODAY-NOW(1:8) TO TODAY-DATE
           PERFORM COLLECT-HELD-SKILLS
           PERFORM UNTIL 1 = 2
              MOVE "--- Recommended for You ---" TO LINE-MSG PERFORM SAY
              MOVE 0 TO RJ-COUNT
              PERFORM VARYING JV-IDX FROM 1 BY 1 UNTIL JV-IDX > JOB-COUNT
                 PERFORM CHECK-JOB-OPEN-TO-ME
                 IF JV-OPEN = 1
                    MOVE JV-IDX TO RK-IDX
                    PERFORM SCORE-JOB-SKILLS
                    IF RK-HAVE > 0
                       ADD 1 TO RJ-COUNT
                       MOVE JV-IDX TO RJ-JOB(RJ-COUNT)
                       COMPUTE RJ-SCORE(RJ-COUNT) = RK-HAVE * 100 / RK-TOTAL
                       MOVE RK-HAVE TO RJ-HAVE(RJ-COUNT)
                    END-IF
                 END-IF
              END-PERFORM
              IF RJ-COUNT = 0
                 MOVE "No open postings match your skills yet." TO LINE-MSG
                 PERFORM SAY
                 MOVE "Finish a skill under Learn a New Skill to get recommendations."
                    TO LINE-MSG
                 PERFORM SAY
                 EXIT PERFORM
              END-IF
              PERFORM RANK-RECOMMENDATIONS

              MOVE 0 TO JM-COUNT
              PERFORM VARYING RJ-J FROM 1 BY 1 UNTIL RJ-J > RJ-COUNT
                 ADD 1 TO JM-COUNT
                 MOVE RJ-JOB(RJ-J) TO JM-SLOT(JM-COUNT)
                 MOVE RJ-JOB(RJ-J) TO RK-IDX
                 PERFORM SCORE-JOB-SKILLS
                 MOVE RK-HAVE  TO RK-HAVE-DISPLAY
                 MOVE RK-TOTAL TO RK-TOTAL-DISPLAY
                 MOVE SPACES TO LINE-MSG
                 MOVE JM-COUNT TO I-DISPLAY
                 STRING I-DISPLAY ". " DELIMITED BY SIZE
                        FUNCTION TRIM(JT-TITLE(RK-IDX)) DELIMITED BY SIZE
                        " - " DELIMITED BY SIZE
                        FUNCTION TRIM(JT-COMPANY(RK-IDX)) DELIMITED BY SIZE
                        " (you have " DELIMITED BY SIZE
                        RK-HAVE-DISPLAY DELIMITED BY SIZE
                        " of " DELIMITED BY SIZE
                        RK-TOTAL-DISPLAY DELIMITED BY SIZE
                        " required skills)" DELIMITED BY SIZE
                        INTO LINE-MSG
                 END-STRING
                 PERFORM SAY
              END-PERFORM
              MOVE "0. Go back" TO LINE-MSG PERFORM SAY
              MOVE "Enter your choice:" TO LINE-MSG PERFORM SAY

              PERFORM READ-NEXT
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(LAST-LINE)) TO JOB-SEL
              IF JOB-SEL = 0
                 EXIT PERFORM
              END-IF
              IF JOB-SEL < 1 OR JOB-SEL > JM-COUNT
                 MOVE "Please pick a valid job number." TO LINE-MSG PERFORM SAY
              ELSE
                 MOVE JM-SLOT(JOB-SEL) TO JM-IDX
                 PERFORM SHOW-JOB-DETAIL
              END-IF
           END-PERFORM
           .

       *> Orders RJ-TABLE best first. A plain exchange sort: there
       *> are never more than MAX-JOBS entries.
       RANK-RECOMMENDATIONS.
           PERFORM VARYING RJ-J FROM 1 BY 1 UNTIL RJ-J >= RJ-COUNT
              PERFORM VARYING RJ-K FROM RJ-J BY 1 UNTIL RJ-K > RJ-COUNT
                 IF RJ-SCORE(RJ-K) > RJ-SCORE(RJ-J)
                    OR (RJ-SCORE(RJ-K) = RJ-SCORE(RJ-J)
                        AND RJ-HAVE(RJ-K) > RJ-HAVE(RJ-J))
                    MOVE RJ-ENTRY(RJ-J) TO RJ-HOLD
                    MOVE RJ-ENTRY(RJ-K) TO RJ-ENTRY(RJ-J)
                    MOVE RJ-HOLD        TO RJ-ENTRY(RJ-K)
                 END-IF
              END-PERFORM
           END-PERFORM
           .

       *> Company page for JT-COMPANY(JM-IDX): the profile on file,
       *> the company's other open postings, and how many students
       *> it has hired through us according to placements.dat.
       SHOW-COMPANY-PAGE.
           MOVE JT-COMPANY(JM-IDX) TO CMP-TARGET
           PERFORM LOAD-COMPANIES
           PERFORM FIND-COMPANY
           MOVE SPACES TO LINE-MSG
           STRING "--- " DELIMITED BY SIZE
                  FUNCTION TRIM(CMP-TARGET) DELIMITED BY SIZE
                  " ---" DELIMITED BY SIZE
                  INTO LINE-MSG
           END-STRING
           PERFORM SAY
           IF CMP-IDX = 0
              MOVE "This company has not set up its profile yet." TO LINE-MSG
              PERFORM SAY
           ELSE
              PERFORM SHOW-COMPANY-PROFILE
           END-IF

           MOVE "Other open postings:" TO LINE-MSG PERFORM SAY
           MOVE 0 TO CMP-OTHER
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > JOB-COUNT
              IF I NOT = JM-IDX
                 AND FUNCTION UPPER-CASE(FUNCTION TRIM(JT-COMPANY(I)))
                     = FUNCTION UPPER-CASE(FUNCTION TRIM(CMP-TARGET))
                 AND (JT-DEADLINE(I) = SPACES
                      OR JT-DEADLINE(I) >= TODAY-DATE)
                 ADD 1 TO CMP-OTHER
                 MOVE SPACES TO LINE-MSG
                 STRING "  " DELIMITED BY SIZE
                        FUNCTION TRIM(JT-TITLE(I)) DELIMITED BY SIZE
                        " (" DELIMITED BY SIZE
                        FUNCTION TRIM(JT-LOCATION(I)) DELIMITED BY SIZE
                        ") [Posted " DELIMITED BY SIZE
                        JT-POSTED(I) DELIMITED BY SIZE
                        "]" DELIMITED BY SIZE
                        INTO LINE-MSG
                 END-STRING
                 PERFORM SAY
              END-IF
           END-PERFORM
           IF CMP-OTHER = 0
              MOVE "  None right now." TO LINE-MSG PERFORM SAY
           END-IF

           PERFORM COUNT-COMPANY-HIRES
           MOVE CMP-HIRES TO CMP-CNT-DISPLAY
           MOVE SPACES TO LINE-MSG
           STRING "InCollege students hired: " DELIMITED BY SIZE
                  CMP-CNT-DISPLAY DELIMITED BY SIZE
                  INTO LINE-MSG
           END-STRING
           PERFORM SAY
           .

       *> Prints the profile fields of COMPANY-TABLE row CMP-IDX.
       SHOW-COMPANY-PROFILE.
           MOVE "Industry:" TO PROMPT-TEXT
           MOVE FUNCTION TRIM(CM-INDUSTRY(CMP-IDX)) TO LAST-LINE
           PERFORM SAY-LABEL-VALUE
           MOVE "Website:" TO PROMPT-TEXT
           MOVE FUNCTION TRIM(CM-WEBSITE(CMP-IDX)) TO LAST-LINE
           PERFORM SAY-LABEL-VALUE
           MOVE "Headquarters:" TO PROMPT-TEXT
           MOVE FUNCTION TRIM(CM-HQ(CMP-IDX)) TO LAST-LINE
           PERFORM SAY-LABEL-VALUE
           MOVE "About:" TO PROMPT-TEXT
           MOVE FUNCTION TRIM(CM-DESC(CMP-IDX)) TO LAST-LINE
           PERFORM SAY-LABEL-VALUE
           .

       *> Counts the placements.dat rows for CMP-TARGET into CMP-HIRES.
       *> Older rows may carry a variant spelling, so the match
       *> ignores case.
       COUNT-COMPANY-HIRES.
           MOVE 0 TO CMP-HIRES
           OPEN INPUT PlacementsFile
           IF FS-PLACE = "35"
              CLOSE PlacementsFile
              MOVE SPACES TO FS-PLACE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ PlacementsFile
                 AT END EXIT PERFORM
              END-READ
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(PL-COMPANY))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(CMP-TARGET))
                 ADD 1 TO CMP-HIRES
              END-IF
           END-PERFORM
           CLOSE PlacementsFile
           .

       *> Sets PROFILE-FOUND to 1 if CURRENT-USER has a live (not
       *> withdrawn) application to JT-TITLE(JM-IDX)/JT-COMPANY(JM-IDX).
       *> A withdrawn application does not block applying again.
       CHECK-JOB-APPLIED.
           MOVE 0 TO PROFILE-FOUND
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER)) TO JA-USER
           MOVE JT-TITLE(JM-IDX)   TO JA-TITLE
           MOVE JT-COMPANY(JM-IDX) TO JA-COMPANY
           PERFORM READ-JOBAPP-BY-KEY
           IF JOBAPP-FOUND = 1
              AND FUNCTION TRIM(JA-STATUS) NOT = "WITHDRAWN"
              MOVE 1 TO PROFILE-FOUND
           END-IF
           .

       *> Writes CURRENT-USER's application to the posting in JOB-TABLE
       *> row JM-IDX. The key allows one row per student and posting,
       *> so applying again after a withdrawal reopens the withdrawn
       *> row in place, with fresh dates.
       RECORD-JOB-APPLICATION.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER)) TO JA-USER
           MOVE JT-TITLE(JM-IDX)            TO JA-TITLE
           MOVE JT-COMPANY(JM-IDX)          TO JA-COMPANY
           PERFORM READ-JOBAPP-BY-KEY
           *> Key again: a missed READ leaves the record area undefined.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER)) TO JA-USER
           MOVE JT-TITLE(JM-IDX)            TO JA-TITLE
           MOVE JT-COMPANY(JM-IDX)          TO JA-COMPANY
           MOVE "SUBMITTED"                 TO JA-STATUS
           IF SCR-KNOCKED = 1
              MOVE "DECLINED"               TO JA-STATUS
           END-IF
           MOVE FUNCTION CURRENT-DATE TO MA-NOW
           MOVE MA-NOW(1:8)                 TO JA-APPLIED
           MOVE MA-NOW(1:8)                 TO JA-STATUS-DATE
           MOVE SPACES TO JA-RESPONDED JA-INTERVIEWED JA-OFFERED
                          JA-DECIDED
           IF SCR-KNOCKED = 1
              MOVE MA-NOW(1:8)              TO JA-DECIDED
           END-IF
           IF JOBAPP-FOUND = 1
              REWRITE JOBAPP-REC
                 INVALID KEY CONTINUE
              END-REWRITE
           ELSE
              WRITE JOBAPP-REC
                 INVALID KEY CONTINUE
              END-WRITE
           END-IF
           *> "02" is a written row sharing its posting with others.
           IF FS-JOBAPP NOT = "00" AND FS-JOBAPP NOT = "02"
              MOVE "Warning: your application could not be written to disk."
                 TO LINE-MSG
              PERFORM SAY
           END-IF
           .

       *> Keyed read of the application whose JA-KEY is already loaded
       *> (user uppercased and trimmed, posting as JOB-TABLE holds it).
       *> Sets JOBAPP-FOUND the same way READ-PROFILE-BY-KEY sets
       *> PROFILE-FOUND.
       READ-JOBAPP-BY-KEY.
           MOVE 0 TO JOBAPP-FOUND
           READ JobAppFile
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 1 TO JOBAPP-FOUND
           END-READ
           IF FS-JOBAPP NOT = "00"
              MOVE 0 TO JOBAPP-FOUND
           END-IF
           .

       *> Loads CURRENT-USER's applications into JOBAPP-TABLE: the
       *> primary key leads with the user, so one START and a READ NEXT
       *> run that stops when the user changes reads only their rows.
       LOAD-MY-JOBAPPS.
           MOVE 0 TO JOBAPP-COUNT
           MOVE 0 TO JOBAPP-OVERFLOW
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER)) TO JA-USER
           MOVE LOW-VALUES TO JA-POSTING
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
              IF JA-USER NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                 EXIT PERFORM
              END-IF
              PERFORM ADD-JOBAPP-TO-TABLE
           END-PERFORM
           PERFORM NOTE-JOBAPP-OVERFLOW
           .

       *> Loads the applications to every posting the logged-in
       *> employer manages (their own postings, plus unclaimed seed
       *> rows, per EMP-LIST-MY-POSTINGS), one alternate-key run per
       *> posting.
       LOAD-MANAGED-JOBAPPS.
           MOVE 0 TO JOBAPP-COUNT
           MOVE 0 TO JOBAPP-OVERFLOW
           PERFORM VARYING EP-IDX FROM 1 BY 1 UNTIL EP-IDX > JOB-COUNT
              IF JT-OWNER(EP-IDX) = SPACES
                 OR FUNCTION UPPER-CASE(FUNCTION TRIM(JT-OWNER(EP-IDX)))
                    = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                 PERFORM LOAD-POSTING-JOBAPPS
              END-IF
           END-PERFORM
           PERFORM NOTE-JOBAPP-OVERFLOW
           .

       *> Adds the applications to the posting in JOB-TABLE row
       *> EP-IDX: positions the alternate index on the posting and
       *> reads until the posting changes, the same way
       *> SEARCH-BY-SCHOOL-KEY reads one school.
       LOAD-POSTING-JOBAPPS.
           MOVE JT-TITLE(EP-IDX)   TO JA-TITLE
           MOVE JT-COMPANY(EP-IDX) TO JA-COMPANY
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
              IF JA-TITLE NOT = JT-TITLE(EP-IDX)
                 OR JA-COMPANY NOT = JT-COMPANY(EP-IDX)
                 EXIT PERFORM
              END-IF
              PERFORM ADD-JOBAPP-TO-TABLE
           END-PERFORM
           .

       *> Copies the JOBAPP-REC just read into the next JOBAPP-TABLE
       *> row; rows written before the status field existed load as
       *> SUBMITTED.
       ADD-JOBAPP-TO-TABLE.
           IF JOBAPP-COUNT >= MAX-JOBAPPS
              MOVE 1 TO JOBAPP-OVERFLOW
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO JOBAPP-COUNT
           MOVE JA-USER    TO JP-USER(JOBAPP-COUNT)
           MOVE JA-TITLE   TO JP-TITLE(JOBAPP-COUNT)
           MOVE JA-COMPANY TO JP-COMPANY(JOBAPP-COUNT)
           IF FUNCTION TRIM(JA-STATUS) = SPACES
              MOVE "SUBMITTED" TO JP-STATUS(JOBAPP-COUNT)
           ELSE
              MOVE JA-STATUS TO JP-STATUS(JOBAPP-COUNT)
           END-IF
           MOVE JA-APPLIED TO JP-APPLIED(JOBAPP-COUNT)
           MOVE JA-STATUS-DATE TO JP-STATUS-DATE(JOBAPP-COUNT)
           MOVE JA-RESPONDED   TO JP-RESPONDED(JOBAPP-COUNT)
           MOVE JA-INTERVIEWED TO JP-INTERVIEWED(JOBAPP-COUNT)
           MOVE JA-OFFERED     TO JP-OFFERED(JOBAPP-COUNT)
           MOVE JA-DECIDED     TO JP-DECIDED(JOBAPP-COUNT)
           .

       NOTE-JOBAPP-OVERFLOW.
           IF JOBAPP-OVERFLOW = 1
              MOVE "job_applications.dat" TO CAP-FILE
              PERFORM NOTE-CAPACITY-TRUNCATION
           END-IF
           .

       *> Saves JOBAPP-TABLE row MA-IDX after a status change with a
       *> single keyed REWRITE; no other row is touched.
       REWRITE-JOBAPP-ROW.
           MOVE JP-USER(MA-IDX)        TO JA-USER
           MOVE JP-TITLE(MA-IDX)       TO JA-TITLE
           MOVE JP-COMPANY(MA-IDX)     TO JA-COMPANY
           MOVE JP-STATUS(MA-IDX)      TO JA-STATUS
           MOVE JP-APPLIED(MA-IDX)     TO JA-APPLIED
           MOVE JP-STATUS-DATE(MA-IDX) TO JA-STATUS-DATE
           MOVE JP-RESPONDED(MA-IDX)   TO JA-RESPONDED
           MOVE JP-INTERVIEWED(MA-IDX) TO JA-INTERVIEWED
           MOVE JP-OFFERED(MA-IDX)     TO JA-OFFERED
           MOVE JP-DECIDED(MA-IDX)     TO JA-DECIDED
           REWRITE JOBAPP-REC
              INVALID KEY CONTINUE
           END-REWRITE
           *> "02" is a written row sharing its posting with others.
           IF FS-JOBAPP NOT = "00" AND FS-JOBAPP NOT = "02"
              MOVE "Warning: the application could not be written to disk."
                 TO LINE-MSG
              PERFORM SAY
           END-IF
           .

       *> Stamps today's date against the status just set on
       *> JOBAPP-TABLE row MA-IDX. Called before the rewrite.
       STAMP-JOBAPP-STATUS.
           MOVE FUNCTION CURRENT-DATE TO MA-NOW
           MOVE MA-NOW(1:8) TO JP-STATUS-DATE(MA-IDX)
           EVALUATE FUNCTION TRIM(JP-STATUS(MA-IDX))
              WHEN "REVIEWED"
                 PERFORM STAMP-JOBAPP-RESPONSE
              WHEN "REJECTED"
                 PERFORM STAMP-JOBAPP-RESPONSE
                 MOVE MA-NOW(1:8) TO JP-DECIDED(MA-IDX)
              WHEN "OFFERED"
                 PERFORM STAMP-JOBAPP-RESPONSE
                 MOVE MA-NOW(1:8) TO JP-OFFERED(MA-IDX)
              WHEN "ACCEPTED"
                 MOVE MA-NOW(1:8) TO JP-DECIDED(MA-IDX)
              WHEN "DECLINED"
                 MOVE MA-NOW(1:8) TO JP-DECIDED(MA-IDX)
              WHEN "WITHDRAWN"
                 MOVE MA-NOW(1:8) TO JP-DECIDED(MA-IDX)
           END-EVALUATE
           .

       *> Only the employer's first action counts as the response.
       STAMP-JOBAPP-RESPONSE.
           IF JP-RESPONDED(MA-IDX) = SPACES
              MOVE MA-NOW(1:8) TO JP-RESPONDED(MA-IDX)
           END-IF
           .

       *> Lists CURRENT-USER's applications with their status and
       *> lets them withdraw one that is still live.
       MY-APPLICATIONS.
           MOVE "--- My Applications ---" TO LINE-MSG PERFORM SAY
           PERFORM LOAD-MY-JOBAPPS
           MOVE 0 TO MA-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > JOBAPP-COUNT
              IF MA-COUNT < 99
                 ADD 1 TO MA-COUNT
                 MOVE I TO MA-SLOT(MA-COUNT)
                 MOVE SPACES TO LINE-MSG
                 MOVE MA-COUNT TO I-DISPLAY
                 STRING I-DISPLAY ". " DELIMITED BY SIZE
                        FUNCTION TRIM(JP-TITLE(I)) DELIMITED BY SIZE
                        " - " DELIMITED BY SIZE
                        FUNCTION TRIM(JP-COMPANY(I)) DELIMITED BY SIZE
                        " [" DELIMITED BY SIZE
                        FUNCTION TRIM(JP-STATUS(I)) DELIMITED BY SIZE
                        ", applied " DELIMITED BY SIZE
                        JP-APPLIED(I) DELIMITED BY SIZE
                        "]" DELIMITED BY SIZE
                        INTO LINE-MSG
                 END-STRING
                 PERFORM SAY
              END-IF
           END-PERFORM

           IF MA-COUNT = 0
              MOVE "You have not applied to any postings yet." TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           MOVE "Enter the number to update, or 0 to go back:" TO LINE-MSG
           PERFORM SAY
           PERFORM READ-NEXT
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(LAST-LINE)) TO MA-SEL
           IF MA-SEL = 0
              EXIT PARAGRAPH
           END-IF
           IF MA-SEL < 1 OR MA-SEL > MA-COUNT
              MOVE "Please pick a valid application number." TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF
           MOVE MA-SLOT(MA-SEL) TO MA-IDX

           IF FUNCTION TRIM(JP-STATUS(MA-IDX)) = "WITHDRAWN"
              MOVE "That application is already withdrawn." TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF
           *> A DECLINED with no offer behind it came from a knockout
           *> screening answer on apply, not from the student.
           IF FUNCTION TRIM(JP-STATUS(MA-IDX)) = "DECLINED"
              MOVE MA-IDX TO I
              PERFORM LOAD-APPLICANT-ANSWERS
              IF SA-KNOCKED = 1
                 MOVE "This application was declined by a screening question - it cannot be changed."
                    TO LINE-MSG
                 PERFORM SAY
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF FUNCTION TRIM(JP-STATUS(MA-IDX)) = "ACCEPTED"
              OR FUNCTION TRIM(JP-STATUS(MA-IDX)) = "DECLINED"
              MOVE "You have already answered that offer - it cannot be changed."
                 TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           *> An OFFERED application is the student's decision point:
           *> accept (recording the placement), decline, or withdraw.
           *> Anything else can be withdrawn, or its interview slots
           *> viewed and confirmed.
           IF FUNCTION TRIM(JP-STATUS(MA-IDX)) = "OFFERED"
              MOVE "You have an offer! 1. Accept  2. Decline  3. Withdraw  4. Interview slots  0. Go back"
                 TO LINE-MSG
              PERFORM SAY
              PERFORM READ-NEXT
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(LAST-LINE)) TO MA-ACT
              EVALUATE MA-ACT
                 WHEN 0
                    EXIT PARAGRAPH
                 WHEN 1
                    MOVE "ACCEPTED" TO JP-STATUS(MA-IDX)
                 WHEN 2
                    MOVE "DECLINED" TO JP-STATUS(MA-IDX)
                 WHEN 3
                    MOVE "WITHDRAWN" TO JP-STATUS(MA-IDX)
                 WHEN 4
                    PERFORM CONFIRM-INTERVIEW-FLOW
                    EXIT PARAGRAPH
                 WHEN OTHER
                    MOVE "Please pick 0-4." TO LINE-MSG PERFORM SAY
                    EXIT PARAGRAPH
              END-EVALUATE
           ELSE
              MOVE "1. Withdraw  2. Interview slots  0. Go back"
                 TO LINE-MSG
              PERFORM SAY
              PERFORM READ-NEXT
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(LAST-LINE)) TO MA-ACT
              EVALUATE MA-ACT
                 WHEN 0
                    EXIT PARAGRAPH
                 WHEN 1
                    MOVE "WITHDRAWN" TO JP-STATUS(MA-IDX)
                 WHEN 2
                    PERFORM CONFIRM-INTERVIEW-FLOW
                    EXIT PARAGRAPH
                 WHEN OTHER
                    MOVE "Please pick 0-2." TO LINE-MSG PERFORM SAY
                    EXIT PARAGRAPH
              END-EVALUATE
           END-IF

           PERFORM STAMP-JOBAPP-STATUS
           PERFORM REWRITE-JOBAPP-ROW
           EVALUATE FUNCTION TRIM(JP-STATUS(MA-IDX))
              WHEN "ACCEPTED"
                 PERFORM RECORD-PLACEMENT
                 MOVE SPACES TO LINE-MSG
                 STRING "Offer accepted - congratulations! Placement recorded for "
                           DELIMITED BY SIZE
                        FUNCTION TRIM(JP-TITLE(MA-IDX)) DELIMITED BY SIZE
                        " at " DELIMITED BY SIZE
                        FUNCTION TRIM(JP-COMPANY(MA-IDX)) DELIMITED BY SIZE
                        "." DELIMITED BY SIZE
                        INTO LINE-MSG
                 END-STRING
              WHEN "DECLINED"
                 MOVE SPACES TO LINE-MSG
                 STRING "Offer declined: " DELIMITED BY SIZE
                        FUNCTION TRIM(JP-TITLE(MA-IDX)) DELIMITED BY SIZE
                        INTO LINE-MSG
                 END-STRING
              WHEN OTHER
                 MOVE SPACES TO LINE-MSG
                 STRING "Application withdrawn: " DELIMITED BY SIZE
                        FUNCTION TRIM(JP-TITLE(MA-IDX)) DELIMITED BY SIZE
                        INTO LINE-MSG
                 END-STRING
           END-EVALUATE
           PERFORM SAY
           .

       *> Appends the placement row for the just-accepted offer in
       *> JOBAPP-TABLE row MA-IDX, with the student's school and major
       *> captured from their profile as of today.
       RECORD-PLACEMENT.
           PERFORM LOOKUP-CURRENT-STUDENT-PROFILE
           OPEN EXTEND PlacementsFile
           IF FS-PLACE = "35"
              OPEN OUTPUT PlacementsFile
           END-IF
           MOVE FUNCTION TRIM(CURRENT-USER) TO PL-USER
           MOVE JP-TITLE(MA-IDX)            TO PL-TITLE
           MOVE JP-COMPANY(MA-IDX)          TO PL-COMPANY
           MOVE CU-SCHOOL                   TO PL-SCHOOL
           MOVE CU-MAJOR                    TO PL-MAJOR
           MOVE FUNCTION CURRENT-DATE TO MA-NOW
           MOVE MA-NOW(1:8)                 TO PL-DATE
           WRITE PLACE-REC
           CLOSE PlacementsFile
           .

       *> ---------------- Interview scheduling ----------------
       *> Loads CURRENT-USER's interview slots into INTV-TABLE with one
       *> START on the leading user part of the key, the same way
       *> LOAD-MY-JOBAPPS reads their applications.
       LOAD-MY-INTERVIEWS.
           MOVE 0 TO IVT-COUNT
           MOVE 0 TO IVT-OVERFLOW
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER)) TO IV-USER
           MOVE LOW-VALUES TO IV-POSTING IV-DATE IV-TIME
           START InterviewsFile KEY NOT < IV-KEY
              INVALID KEY
                 EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ InterviewsFile NEXT
                 AT END EXIT PERFORM
              END-READ
              IF FS-IVIEW NOT = "00"
                 EXIT PERFORM
              END-IF
              IF IV-USER NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                 EXIT PERFORM
              END-IF
              PERFORM ADD-INTERVIEW-TO-TABLE
           END-PERFORM
           PERFORM NOTE-INTERVIEW-OVERFLOW
           .

       *> Loads the slots against every posting the logged-in employer
       *> manages, one alternate-key run per posting, the same
       *> ownership rule as LOAD-MANAGED-JOBAPPS.
       LOAD-MANAGED-INTERVIEWS.
           MOVE 0 TO IVT-COUNT
           MOVE 0 TO IVT-OVERFLOW
           PERFORM VARYING EP-IDX FROM 1 BY 1 UNTIL EP-IDX > JOB-COUNT
              IF JT-OWNER(EP-IDX) = SPACES
                 OR FUNCTION UPPER-CASE(FUNCTION TRIM(JT-OWNER(EP-IDX)))
                    = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                 PERFORM LOAD-POSTING-INTERVIEWS
              END-IF
           END-PERFORM
           PERFORM NOTE-INTERVIEW-OVERFLOW
           .

       *> Adds the slots against the posting in JOB-TABLE row EP-IDX,
       *> the same alternate-key run as LOAD-POSTING-JOBAPPS.
       LOAD-POSTING-INTERVIEWS.
           MOVE JT-TITLE(EP-IDX)   TO IV-TITLE
           MOVE JT-COMPANY(EP-IDX) TO IV-COMPANY
           START InterviewsFile KEY = IV-POSTING
              INVALID KEY
                 EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ InterviewsFile NEXT
                 AT END EXIT PERFORM
              END-READ
              IF FS-IVIEW NOT = "00" AND FS-IVIEW NOT = "02"
                 EXIT PERFORM
              END-IF
              IF IV-TITLE NOT = JT-TITLE(EP-IDX)
                 OR IV-COMPANY NOT = JT-COMPANY(EP-IDX)
                 EXIT PERFORM
              END-IF
              PERFORM ADD-INTERVIEW-TO-TABLE
           END-PERFORM
           .

       ADD-INTERVIEW-TO-TABLE.
           IF IVT-COUNT >= MAX-IVS
              MOVE 1 TO IVT-OVERFLOW
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO IVT-COUNT
           MOVE IV-USER    TO IT-USER(IVT-COUNT)
           MOVE IV-TITLE   TO IT-TITLE(IVT-COUNT)
           MOVE IV-COMPANY TO IT-COMPANY(IVT-COUNT)
           MOVE IV-DATE    TO IT-DATE(IVT-COUNT)
           MOVE IV-TIME    TO IT-TIME(IVT-COUNT)
           MOVE IV-STATUS  TO IT-ST(IVT-COUNT)
           .

       NOTE-INTERVIEW-OVERFLOW.
           IF IVT-OVERFLOW = 1
              MOVE "interviews.dat" TO CAP-FILE
              PERFORM NOTE-CAPACITY-TRUNCATION
           END-IF
           .

       *> Saves INTV-TABLE row IVM-IDX after a confirmation with a
       *> single keyed REWRITE.
       REWRITE-INTERVIEW-ROW.
           MOVE IT-USER(IVM-IDX)    TO IV-USER
           MOVE IT-TITLE(IVM-IDX)   TO IV-TITLE
           MOVE IT-COMPANY(IVM-IDX) TO IV-COMPANY
           MOVE IT-DATE(IVM-IDX)    TO IV-DATE
           MOVE IT-TIME(IVM-IDX)    TO IV-TIME
           MOVE IT-ST(IVM-IDX)      TO IV-STATUS
           REWRITE INTV-REC
              INVALID KEY CONTINUE
           END-REWRITE
           *> "02" is a written row sharing its posting with others.
           IF FS-IVIEW NOT = "00" AND FS-IVIEW NOT = "02"
              MOVE "Warning: the interview slot could not be written to disk."
                 TO LINE-MSG
              PERFORM SAY
           END-IF
           .

       *> Writes one PROPOSED slot. Expects IV-DATE-IN/IV-TIME-IN and
       *> the application in JOBAPP-TABLE row MA-IDX. A slot already on
       *> file for the same application, date, and time is refused
       *> (status "22"), which the caller reports.
       APPEND-INTERVIEW-SLOT.
           MOVE JP-USER(MA-IDX)    TO IV-USER
           MOVE JP-TITLE(MA-IDX)   TO IV-TITLE
           MOVE JP-COMPANY(MA-IDX) TO IV-COMPANY
           MOVE IV-DATE-IN         TO IV-DATE
           MOVE IV-TIME-IN         TO IV-TIME
           MOVE "PROPOSED"         TO IV-STATUS
           WRITE INTV-REC
              INVALID KEY CONTINUE
           END-WRITE
           .

       *> Employer side: offer a dated slot against the application in
       *> JOBAPP-TABLE row MA-IDX. Called from Review Applicants.
       EMP-OFFER-INTERVIEW.
           MOVE SPACES TO IV-DATE-IN
           PERFORM UNTIL IV-DATE-IN NOT = SPACES
              MOVE "Enter the interview date (YYYYMMDD):" TO PROMPT-TEXT
              PERFORM PROMPT-AND-READ
              IF FUNCTION LENGTH(FUNCTION TRIM(LAST-LINE)) = 8
                 AND FUNCTION TRIM(LAST-LINE) IS NUMERIC
                 MOVE FUNCTION TRIM(LAST-LINE) TO IV-DATE-IN
              ELSE
                 MOVE "Please enter an 8-digit date, e.g. 20260915."
                    TO LINE-MSG
                 PERFORM SAY
              END-IF
           END-PERFORM

           MOVE "Enter the interview time (HH:MM):" TO PROMPT-TEXT
           PERFORM PROMPT-AND-READ
           MOVE FUNCTION TRIM(LAST-LINE) TO IV-TIME-IN

           PERFORM APPEND-INTERVIEW-SLOT
           IF FS-IVIEW = "22"
              MOVE "That slot has already been offered for this application."
                 TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF
           *> "02" is a written row sharing its posting with others.
           IF FS-IVIEW NOT = "00" AND FS-IVIEW NOT = "02"
              MOVE "Warning: the interview slot could not be written to disk."
                 TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           *> A slot offer is a response even if the status never moved.
           IF JP-RESPONDED(MA-IDX) = SPACES
              MOVE FUNCTION CURRENT-DATE TO MA-NOW
              PERFORM STAMP-JOBAPP-RESPONSE
              PERFORM REWRITE-JOBAPP-ROW
           END-IF

           MOVE JP-USER(MA-IDX) TO NOTIFY-USER
           MOVE SPACES TO NOTIFY-TEXT
           STRING "Interview slot offered for " DELIMITED BY SIZE
                  FUNCTION TRIM(JP-TITLE(MA-IDX)) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  IV-DATE-IN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(IV-TIME-IN) DELIMITED BY SIZE
                  INTO NOTIFY-TEXT
           END-STRING
           PERFORM APPEND-NOTIFICATION

           MOVE SPACES TO LINE-MSG
           STRING "Interview slot offered to " DELIMITED BY SIZE
                  FUNCTION TRIM(JP-USER(MA-IDX)) DELIMITED BY SIZE
                  " for " DELIMITED BY SIZE
                  IV-DATE-IN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(IV-TIME-IN) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO LINE-MSG
           END-STRING
           PERFORM SAY
           .

       *> Student side: lists the slots offered against the
       *> application in JOBAPP-TABLE row MA-IDX and confirms one.
       CONFIRM-INTERVIEW-FLOW.
           PERFORM LOAD-MY-INTERVIEWS
           MOVE 0 TO IVM-COUNT
           PERFORM VARYING IVT-J FROM 1 BY 1 UNTIL IVT-J > IVT-COUNT
              IF FUNCTION TRIM(IT-TITLE(IVT-J))
                    = FUNCTION TRIM(JP-TITLE(MA-IDX))
                 AND FUNCTION TRIM(IT-COMPANY(IVT-J))
                    = FUNCTION TRIM(JP-COMPANY(MA-IDX))
                 AND IVM-COUNT < 200
                 ADD 1 TO IVM-COUNT
                 MOVE IVT-J TO IVM-SLOT(IVM-COUNT)
                 MOVE SPACES TO LINE-MSG
                 MOVE IVM-COUNT TO I-DISPLAY
                 STRING I-DISPLAY ". " DELIMITED BY SIZE
                        IT-DATE(IVT-J) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        FUNCTION TRIM(IT-TIME(IVT-J)) DELIMITED BY SIZE
                        " [" DELIMITED BY SIZE
                        FUNCTION TRIM(IT-ST(IVT-J)) DELIMITED BY SIZE
                        "]" DELIMITED BY SIZE
                        INTO LINE-MSG
                 END-STRING
                 PERFORM SAY
              END-IF
           END-PERFORM

           IF IVM-COUNT = 0
              MOVE "No interview slots have been offered for this application yet."
                 TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           MOVE "Enter the number of the slot to confirm, or 0 to go back:"
              TO LINE-MSG
           PERFORM SAY
           PERFORM READ-NEXT
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(LAST-LINE)) TO IVM-SEL
           IF IVM-SEL = 0
              EXIT PARAGRAPH
           END-IF
           IF IVM-SEL < 1 OR IVM-SEL > IVM-COUNT
              MOVE "Please pick a valid slot number." TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF
           MOVE IVM-SLOT(IVM-SEL) TO IVM-IDX

           IF FUNCTION TRIM(IT-ST(IVM-IDX)) = "CONFIRMED"
              MOVE "That slot is already confirmed." TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           MOVE "CONFIRMED" TO IT-ST(IVM-IDX)
           PERFORM REWRITE-INTERVIEW-ROW
           IF JP-INTERVIEWED(MA-IDX) = SPACES
              MOVE IT-DATE(IVM-IDX) TO JP-INTERVIEWED(MA-IDX)
              PERFORM REWRITE-JOBAPP-ROW
           END-IF
           MOVE SPACES TO LINE-MSG
           STRING "Interview confirmed for " DELIMITED BY SIZE
                  IT-DATE(IVM-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(IT-TIME(IVM-IDX)) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO LINE-MSG
           END-STRING
           PERFORM SAY
           .

       *> Student's upcoming-interview list: every slot addressed to
       *> them, with its status.
       MY-INTERVIEWS.
           MOVE "--- My Interviews ---" TO LINE-MSG PERFORM SAY
           PERFORM LOAD-MY-INTERVIEWS
           MOVE 0 TO IV-MATCHES
           PERFORM VARYING IVT-J FROM 1 BY 1 UNTIL IVT-J > IVT-COUNT
              ADD 1 TO IV-MATCHES
              PERFORM SHOW-ONE-INTERVIEW
           END-PERFORM
           IF IV-MATCHES = 0
              MOVE "You have no interviews on file." TO LINE-MSG
              PERFORM SAY
           END-IF
           .

       *> Prints INTV-TABLE row IVT-J, one line per slot.
       SHOW-ONE-INTERVIEW.
           MOVE SPACES TO LINE-MSG
           STRING "  " DELIMITED BY SIZE
                  IT-DATE(IVT-J) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(IT-TIME(IVT-J)) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(IT-USER(IVT-J)) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(IT-TITLE(IVT-J)) DELIMITED BY SIZE
                  " at " DELIMITED BY SIZE
                  FUNCTION TRIM(IT-COMPANY(IVT-J)) DELIMITED BY SIZE
                  " [" DELIMITED BY SIZE
                  FUNCTION TRIM(IT-ST(IVT-J)) DELIMITED BY SIZE
                  "]" DELIMITED BY SIZE
                  INTO LINE-MSG
           END-STRING
           PERFORM SAY
           .

       *> Employer's upcoming-interview list: every slot against a
       *> posting they manage (their own rows plus unclaimed seed
       *> rows, the same ownership rule as EMP-LIST-MY-POSTINGS).
       EMP-VIEW-INTERVIEWS.
           MOVE "--- My Interviews ---" TO LINE-MSG PERFORM SAY
           PERFORM LOAD-MANAGED-INTERVIEWS
           MOVE 0 TO IV-MATCHES
           PERFORM VARYING IVT-J FROM 1 BY 1 UNTIL IVT-J > IVT-COUNT
              ADD 1 TO IV-MATCHES
              PERFORM SHOW-ONE-INTERVIEW
           END-PERFORM
           IF IV-MATCHES = 0
              MOVE "No interviews against your postings yet." TO LINE-MSG
              PERFORM SAY
           END-IF
           .

       *> ---------------- Notifications ----------------
       *> Appends one dated notification row. Expects NOTIFY-USER and
       *> NOTIFY-TEXT set by the caller, at the moment the event
       *> happens, so the recipient learns about it at next login
       *> even if the digest misses it.
       APPEND-NOTIFICATION.
           OPEN EXTEND NotifyFile
           IF FS-NOTIFY = "35"
              OPEN OUTPUT NotifyFile
           END-IF
           MOVE FUNCTION CURRENT-DATE TO NOTIFY-NOW
           MOVE FUNCTION TRIM(NOTIFY-USER) TO NT-USER
           MOVE NOTIFY-NOW(1:8)            TO NT-DATE
           MOVE NOTIFY-TEXT                TO NT-TEXT
           MOVE SPACES                     TO NT-MAILED
           WRITE NOTIFY-REC
           CLOSE NotifyFile
           .

       *> Counts CURRENT-USER's waiting notifications for the
       *> dashboard menu line and the login digest.
       COUNT-NOTIFICATIONS.
           MOVE 0 TO NOTIFY-COUNT
           OPEN INPUT NotifyFile
           IF FS-NOTIFY = "35"
              CLOSE NotifyFile
              MOVE SPACES TO FS-NOTIFY
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ NotifyFile
                 AT END EXIT PERFORM
              END-READ
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(NT-USER))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                 ADD 1 TO NOTIFY-COUNT
              END-IF
           END-PERFORM
           CLOSE NotifyFile
           .

       *> Lists CURRENT-USER's notifications, then offers to clear
       *> them. Clearing rewrites the file without this user's rows,
       *> through the staging copy and a single rename.
       VIEW-NOTIFICATIONS.
           MOVE "--- Notifications ---" TO LINE-MSG PERFORM SAY
           MOVE 0 TO NOTIFY-COUNT
           OPEN INPUT NotifyFile
           IF FS-NOTIFY = "35"
              CLOSE NotifyFile
              MOVE SPACES TO FS-NOTIFY
           ELSE
              PERFORM UNTIL 1 = 2
                 READ NotifyFile
                    AT END EXIT PERFORM
                 END-READ
                 IF FUNCTION UPPER-CASE(FUNCTION TRIM(NT-USER))
                    = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                    ADD 1 TO NOTIFY-COUNT
                    MOVE SPACES TO LINE-MSG
                    STRING "  [" DELIMITED BY SIZE
                           NT-DATE DELIMITED BY SIZE
                           "] " DELIMITED BY SIZE
                           FUNCTION TRIM(NT-TEXT) DELIMITED BY SIZE
                           INTO LINE-MSG
                    END-STRING
                    PERFORM SAY
                 END-IF
              END-PERFORM
              CLOSE NotifyFile
           END-IF

           IF NOTIFY-COUNT = 0
              MOVE "No notifications waiting." TO LINE-MSG PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           MOVE "Clear these notifications? (Y/N)" TO LINE-MSG
           PERFORM SAY
           PERFORM READ-NEXT
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(LAST-LINE)) = "Y"
              PERFORM CLEAR-MY-NOTIFICATIONS
              MOVE "Notifications cleared." TO LINE-MSG PERFORM SAY
           ELSE
              MOVE "Notifications kept." TO LINE-MSG PERFORM SAY
           END-IF
           .

       *> Streams notifications.dat to the staging copy, dropping the
       *> rows addressed to CURRENT-USER, and swaps it into place.
       CLEAR-MY-NOTIFICATIONS.
           OPEN INPUT NotifyFile
           IF FS-NOTIFY = "35"
              CLOSE NotifyFile
              MOVE SPACES TO FS-NOTIFY
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NewNotifyFile
           PERFORM UNTIL 1 = 2
              READ NotifyFile
                 AT END EXIT PERFORM
              END-READ
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(NT-USER))
                 NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                 MOVE NT-USER TO NN-USER
                 MOVE NT-DATE TO NN-DATE
                 MOVE NT-TEXT TO NN-TEXT
                 MOVE NT-MAILED TO NN-MAILED
                 WRITE NEWNOTIFY-REC
              END-IF
           END-PERFORM
           CLOSE NewNotifyFile
           CLOSE NotifyFile
           CALL "CBL_RENAME_FILE" USING NOTIFY-NEW-PATH NOTIFY-LIVE-PATH
           .

       *> ---------------- Email address and digest ----------------
       *> Sets MY-EMAIL-* from CURRENT-USER's latest email.dat row.
       LOAD-MY-EMAIL.
           MOVE 0 TO EMAIL-FOUND
           MOVE SPACES TO MY-EMAIL-ADDR
           MOVE "N" TO MY-EMAIL-DIGEST
           MOVE SPACE TO MY-EMAIL-BOUNCED
           MOVE SPACES TO MY-EMAIL-DATE
           OPEN INPUT EmailFile
           IF FS-EMAIL = "35"
              CLOSE EmailFile
              MOVE SPACES TO FS-EMAIL
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ EmailFile
                 AT END EXIT PERFORM
              END-READ
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(EM-USER))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                 MOVE 1 TO EMAIL-FOUND
                 MOVE EM-ADDRESS TO MY-EMAIL-ADDR
                 MOVE EM-DIGEST  TO MY-EMAIL-DIGEST
                 MOVE EM-BOUNCED TO MY-EMAIL-BOUNCED
                 MOVE EM-DATE    TO MY-EMAIL-DATE
              END-IF
           END-PERFORM
           CLOSE EmailFile
           .

       *> Appends one email.dat row. Expects EMAIL-USER-IN,
       *> EMAIL-ADDR-IN, EMAIL-DIGEST-IN and EMAIL-BOUNCED-IN set by
       *> the caller.
       APPEND-EMAIL-ROW.
           OPEN EXTEND EmailFile
           IF FS-EMAIL = "35"
              OPEN OUTPUT EmailFile
           END-IF
           MOVE FUNCTION CURRENT-DATE TO EMAIL-NOW
           MOVE EMAIL-USER-IN    TO EM-USER
           MOVE EMAIL-ADDR-IN    TO EM-ADDRESS
           MOVE EMAIL-DIGEST-IN  TO EM-DIGEST
           MOVE EMAIL-BOUNCED-IN TO EM-BOUNCED
           MOVE EMAIL-NOW(1:8)   TO EM-DATE
           WRITE EMAIL-REC
           IF FS-EMAIL NOT = "00"
              MOVE "Warning: your email settings could not be written to disk."
                 TO LINE-MSG
              PERFORM SAY
           END-IF
           CLOSE EmailFile
           .

       *> Checks the address typed on LAST-LINE and leaves it,
       *> trimmed, in EMAIL-ADDR-IN. Sets EMAIL-VALID when it fits the
       *> field, is one word, has a single "@" with something before
       *> it, and has a "." in the domain with something either side.
       *> RosterImport applies the same rule.
       CHECK-EMAIL-ADDRESS.
           MOVE 0 TO EMAIL-VALID
           MOVE SPACES TO EMAIL-ADDR-IN
           IF FUNCTION TRIM(LAST-LINE) = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LAST-LINE)) TO EMAIL-LEN
           IF EMAIL-LEN > 60
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(LAST-LINE) TO EMAIL-ADDR-IN
           MOVE 0 TO EMAIL-AT-COUNT
           MOVE 0 TO EMAIL-SP-COUNT
           INSPECT EMAIL-ADDR-IN(1:EMAIL-LEN)
              TALLYING EMAIL-AT-COUNT FOR ALL "@"
                       EMAIL-SP-COUNT FOR ALL " "
           IF EMAIL-AT-COUNT NOT = 1 OR EMAIL-SP-COUNT > 0
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO EMAIL-AT-POS
           MOVE 0 TO EMAIL-DOT-POS
           PERFORM VARYING EMAIL-K FROM 1 BY 1 UNTIL EMAIL-K > EMAIL-LEN
              IF EMAIL-ADDR-IN(EMAIL-K:1) = "@"
                 MOVE EMAIL-K TO EMAIL-AT-POS
              END-IF
              IF EMAIL-ADDR-IN(EMAIL-K:1) = "." AND EMAIL-AT-POS > 0
                 MOVE EMAIL-K TO EMAIL-DOT-POS
              END-IF
           END-PERFORM
           IF EMAIL-AT-POS > 1
              AND EMAIL-DOT-POS > EMAIL-AT-POS + 1
              AND EMAIL-DOT-POS < EMAIL-LEN
              MOVE 1 TO EMAIL-VALID
           END-IF
           .

       *> Dashboard (and Employer Desk) page for the address the
       *> nightly MailDigest job writes to and the digest opt-in.
       EMAIL-SETTINGS-MENU.
           PERFORM UNTIL 1 = 2
              MOVE "--- Email & Digest ---" TO LINE-MSG PERFORM SAY
              PERFORM LOAD-MY-EMAIL
              MOVE SPACES TO LINE-MSG
              IF MY-EMAIL-ADDR = SPACES
                 MOVE "Email address: (none on file)" TO LINE-MSG
              ELSE
                 STRING "Email address: " DELIMITED BY SIZE
                        FUNCTION TRIM(MY-EMAIL-ADDR) DELIMITED BY SIZE
                        INTO LINE-MSG
                 END-STRING
              END-IF
              PERFORM SAY
              IF MY-EMAIL-BOUNCED = "B"
                 MOVE SPACES TO LINE-MSG
                 STRING "Mail to this address was returned as undeliverable on "
                           DELIMITED BY SIZE
                        MY-EMAIL-DATE DELIMITED BY SIZE
                        " - please correct it." DELIMITED BY SIZE
                        INTO LINE-MSG
                 END-STRING
                 PERFORM SAY
              END-IF
              IF MY-EMAIL-DIGEST = "Y"
                 MOVE "Nightly digest: ON (new notifications, unread messages, interviews in the next two days)"
                    TO LINE-MSG
                 PERFORM SAY
                 MOVE "1. Change my email address"     TO LINE-MSG PERFORM SAY
                 MOVE "2. Turn the nightly digest off" TO LINE-MSG PERFORM SAY
              ELSE
                 MOVE "Nightly digest: OFF"            TO LINE-MSG PERFORM SAY
                 MOVE "1. Change my email address"     TO LINE-MSG PERFORM SAY
                 MOVE "2. Turn the nightly digest on"  TO LINE-MSG PERFORM SAY
              END-IF
              MOVE "0. Go back"                        TO LINE-MSG PERFORM SAY
              MOVE "Enter your choice:"                TO LINE-MSG PERFORM SAY

              PERFORM READ-NEXT
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(LAST-LINE)) TO EMAIL-SEL

              EVALUATE EMAIL-SEL
                 WHEN 0 EXIT PERFORM
                 WHEN 1 PERFORM CHANGE-EMAIL-FLOW
                 WHEN 2 PERFORM TOGGLE-DIGEST-FLOW
                 WHEN OTHER MOVE "Please pick 0-2." TO LINE-MSG PERFORM SAY
              END-EVALUATE
           END-PERFORM
           .

       *> A new address clears any bounce flag and keeps the digest
       *> choice; a blank answer removes the address and turns the
       *> digest off. Expects LOAD-MY-EMAIL already run.
       CHANGE-EMAIL-FLOW.
           MOVE "New email address (blank to remove it):" TO LINE-MSG
           PERFORM SAY
           PERFORM READ-NEXT
           MOVE FUNCTION TRIM(CURRENT-USER) TO EMAIL-USER-IN
           MOVE SPACE TO EMAIL-BOUNCED-IN
           IF FUNCTION TRIM(LAST-LINE) = SPACES
              IF MY-EMAIL-ADDR = SPACES
                 MOVE "No address on file - nothing changed." TO LINE-MSG
                 PERFORM SAY
                 EXIT PARAGRAPH
              END-IF
              MOVE SPACES TO EMAIL-ADDR-IN
              MOVE "N" TO EMAIL-DIGEST-IN
              PERFORM APPEND-EMAIL-ROW
              MOVE "Email address removed; the nightly digest is off." TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-EMAIL-ADDRESS
           IF EMAIL-VALID = 0
              MOVE "That does not look like an email address (name@school.edu)." TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF
           MOVE MY-EMAIL-DIGEST TO EMAIL-DIGEST-IN
           IF EMAIL-DIGEST-IN NOT = "Y"
              MOVE "N" TO EMAIL-DIGEST-IN
           END-IF
           PERFORM APPEND-EMAIL-ROW
           MOVE "Email address saved." TO LINE-MSG PERFORM SAY
           .

       *> Flips the digest opt-in. The address and any bounce flag
       *> are carried over unchanged. Expects LOAD-MY-EMAIL already run.
       TOGGLE-DIGEST-FLOW.
           IF MY-EMAIL-ADDR = SPACES
              MOVE "Add an email address first (option 1)." TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(CURRENT-USER) TO EMAIL-USER-IN
           MOVE MY-EMAIL-ADDR    TO EMAIL-ADDR-IN
           MOVE MY-EMAIL-BOUNCED TO EMAIL-BOUNCED-IN
           IF MY-EMAIL-DIGEST = "Y"
              MOVE "N" TO EMAIL-DIGEST-IN
              PERFORM APPEND-EMAIL-ROW
              MOVE "Nightly digest turned off." TO LINE-MSG PERFORM SAY
           ELSE
              MOVE "Y" TO EMAIL-DIGEST-IN
              PERFORM APPEND-EMAIL-ROW
              MOVE "Nightly digest turned on." TO LINE-MSG PERFORM SAY
              IF MY-EMAIL-BOUNCED = "B"
                 MOVE "It will not be sent until the address above is corrected."
                    TO LINE-MSG
                 PERFORM SAY
              END-IF
           END-IF
           .

       *> ---------------- Saved job-search alerts ----------------
       SAVED-SEARCH-MENU.
           PERFORM UNTIL 1 = 2
              MOVE "--- Saved Search Alerts ---"       TO LINE-MSG PERFORM SAY
              MOVE "1. Save a new search"              TO LINE-MSG PERFORM SAY
              MOVE "2. View or delete my saved searches" TO LINE-MSG PERFORM SAY
              MOVE "0. Go back"                        TO LINE-MSG PERFORM SAY
              MOVE "Enter your choice:"                TO LINE-MSG PERFORM SAY

              PERFORM READ-NEXT
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(LAST-LINE)) TO JOB-SUB-SEL

              EVALUATE JOB-SUB-SEL
                 WHEN 0 EXIT PERFORM
                 WHEN 1 PERFORM SAVE-SEARCH-FLOW
                 WHEN 2 PERFORM LIST-MY-SAVED-SEARCHES
                 WHEN OTHER MOVE "Please pick 0-2." TO LINE-MSG PERFORM SAY
              END-EVALUATE
           END-PERFORM
           .

       *> Saves one set of criteria. A blank answer leaves that field
       *> as a wildcard; at least one field must be filled in, or the
       *> alert would match every posting.
       SAVE-SEARCH-FLOW.
           *> Refuse at the table cap, the way REGISTER-FLOW refuses
           *> at MAX-ACCOUNTS: a row past the cap would never load,
           *> never alert, and be silently dropped by the next delete.
           PERFORM LOAD-SAVED-SEARCHES
           IF SVT-OVERFLOW = 1 OR SVT-COUNT >= MAX-SAVED
              MOVE "Saved-search limit reached. Delete an old alert first."
                 TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           MOVE "Location to watch for (blank for any):" TO PROMPT-TEXT
           PERFORM PROMPT-AND-READ
           MOVE FUNCTION TRIM(LAST-LINE) TO SV-LOC-IN

           MOVE "Company to watch for (blank for any):" TO PROMPT-TEXT
           PERFORM PROMPT-AND-READ
           MOVE FUNCTION TRIM(LAST-LINE) TO SV-COMP-IN

           MOVE "Major to watch for (blank for any):" TO PROMPT-TEXT
           PERFORM PROMPT-AND-READ
           MOVE FUNCTION TRIM(LAST-LINE) TO SV-MAJ-IN

           MOVE "Employment type - FT, PT, IN internship, CO co-op (blank for any):"
              TO PROMPT-TEXT
           PERFORM PROMPT-AND-READ
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LAST-LINE)) TO TERMS-CODE
           PERFORM CHECK-TYPE-CODE
           IF TERMS-CODE-OK = 1
              MOVE TERMS-CODE TO SV-TYPE-IN
           ELSE
              MOVE SPACES TO SV-TYPE-IN
              IF TERMS-CODE NOT = SPACES
                 MOVE "Unknown type - the alert will match any type." TO LINE-MSG
                 PERFORM SAY
              END-IF
           END-IF

           MOVE "Work arrangement - O on-site, R remote, H hybrid (blank for any):"
              TO PROMPT-TEXT
           PERFORM PROMPT-AND-READ
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LAST-LINE)) TO TERMS-CODE
           PERFORM CHECK-REMOTE-CODE
           IF TERMS-CODE-OK = 1
              MOVE TERMS-CODE TO SV-REMOTE-IN
           ELSE
              MOVE SPACES TO SV-REMOTE-IN
              IF TERMS-CODE NOT = SPACES
                 MOVE "Unknown arrangement - the alert will match any arrangement."
                    TO LINE-MSG
                 PERFORM SAY
              END-IF
           END-IF

           IF FUNCTION TRIM(SV-LOC-IN) = SPACES
              AND FUNCTION TRIM(SV-COMP-IN) = SPACES
              AND FUNCTION TRIM(SV-MAJ-IN) = SPACES
              AND SV-TYPE-IN = SPACES
              AND SV-REMOTE-IN = SPACES
              MOVE "At least one field is needed - an all-blank alert would match everything."
                 TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           OPEN EXTEND SavedSearchFile
           IF FS-SAVED = "35"
              OPEN OUTPUT SavedSearchFile
           END-IF
           MOVE FUNCTION TRIM(CURRENT-USER) TO SS-USER
           MOVE SV-LOC-IN                   TO SS-LOCATION
           MOVE SV-COMP-IN                  TO SS-COMPANY
           MOVE SV-MAJ-IN                   TO SS-MAJOR
           MOVE SV-TYPE-IN                  TO SS-TYPE
           MOVE SV-REMOTE-IN                TO SS-REMOTE
           WRITE SAVED-REC
           CLOSE SavedSearchFile

           MOVE "Search saved - matching new postings will appear in your notifications."
              TO LINE-MSG
           PERFORM SAY
           .

       *> Reads the whole saved-search file into SAVED-TABLE.
       LOAD-SAVED-SEARCHES.
           MOVE 0 TO SVT-COUNT
           MOVE 0 TO SVT-OVERFLOW
           OPEN INPUT SavedSearchFile
           IF FS-SAVED = "35"
              CLOSE SavedSearchFile
              MOVE SPACES TO FS-SAVED
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ SavedSearchFile
                 AT END EXIT PERFORM
              END-READ
              IF SS-USER NOT = SPACES AND SVT-COUNT >= MAX-SAVED
                 MOVE 1 TO SVT-OVERFLOW
              END-IF
              IF SS-USER NOT = SPACES AND SVT-COUNT < MAX-SAVED
                 ADD 1 TO SVT-COUNT
                 MOVE SS-USER     TO SV-USER(SVT-COUNT)
                 MOVE SS-LOCATION TO SV-LOCATION(SVT-COUNT)
                 MOVE SS-COMPANY  TO SV-COMPANY(SVT-COUNT)
                 MOVE SS-MAJOR    TO SV-MAJOR(SVT-COUNT)
                 MOVE SS-TYPE     TO SV-TYPE(SVT-COUNT)
                 MOVE SS-REMOTE   TO SV-REMOTE(SVT-COUNT)
              END-IF
           END-PERFORM
           CLOSE SavedSearchFile
           .

       *> Rebuilds saved_searches.dat from SAVED-TABLE after a delete,
       *> through the staging copy and a single rename.
       REWRITE-SAVED-SEARCHES.
           OPEN OUTPUT NewSavedFile
           PERFORM VARYING SVT-J FROM 1 BY 1 UNTIL SVT-J > SVT-COUNT
              IF SV-USER(SVT-J) NOT = SPACES
                 MOVE SV-USER(SVT-J)     TO NSV-USER
                 MOVE SV-LOCATION(SVT-J) TO NSV-LOCATION
                 MOVE SV-COMPANY(SVT-J)  TO NSV-COMPANY
                 MOVE SV-MAJOR(SVT-J)    TO NSV-MAJOR
                 MOVE SV-TYPE(SVT-J)     TO NSV-TYPE
                 MOVE SV-REMOTE(SVT-J)   TO NSV-REMOTE
                 WRITE NEWSAVED-REC
              END-IF
           END-PERFORM
           CLOSE NewSavedFile
           CALL "CBL_RENAME_FILE" USING SAVED-NEW-PATH SAVED-LIVE-PATH
           .

       *> Lists CURRENT-USER's saved searches and deletes a chosen
       *> one. A deleted row is blanked in the table and dropped by
       *> the rewrite.
       LIST-MY-SAVED-SEARCHES.
           MOVE "--- My Saved Searches ---" TO LINE-MSG PERFORM SAY
           PERFORM LOAD-SAVED-SEARCHES
           MOVE 0 TO SVM-COUNT
           PERFORM VARYING SVT-J FROM 1 BY 1 UNTIL SVT-J > SVT-COUNT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(SV-USER(SVT-J)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                 ADD 1 TO SVM-COUNT
                 MOVE SVT-J TO SVM-SLOT(SVM-COUNT)
                 MOVE SPACES TO LINE-MSG
                 MOVE SVM-COUNT TO I-DISPLAY
                 STRING I-DISPLAY ". Location=" DELIMITED BY SIZE
                        FUNCTION TRIM(SV-LOCATION(SVT-J)) DELIMITED BY SIZE
                        " Company=" DELIMITED BY SIZE
                        FUNCTION TRIM(SV-COMPANY(SVT-J)) DELIMITED BY SIZE
                        " Major=" DELIMITED BY SIZE
                        FUNCTION TRIM(SV-MAJOR(SVT-J)) DELIMITED BY SIZE
                        " Type=" DELIMITED BY SIZE
                        SV-TYPE(SVT-J) DELIMITED BY SIZE
                        " Remote=" DELIMITED BY SIZE
                        SV-REMOTE(SVT-J) DELIMITED BY SIZE
                        INTO LINE-MSG
                 END-STRING
                 PERFORM SAY
              END-IF
           END-PERFORM

           IF SVM-COUNT = 0
              MOVE "You have no saved searches yet." TO LINE-MSG PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           MOVE "Enter the number to delete, or 0 to go back:" TO LINE-MSG
           PERFORM SAY
           PERFORM READ-NEXT
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(LAST-LINE)) TO SVM-SEL
           IF SVM-SEL = 0
              EXIT PARAGRAPH
           END-IF
           IF SVM-SEL < 1 OR SVM-SEL > SVM-COUNT
              MOVE "Please pick a valid search number." TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF
           *> With an overflowing file the rewrite would drop the
           *> unloaded rows, so the delete is refused instead.
           IF SVT-OVERFLOW = 1
              MOVE "The saved-search file is too large to work safely - contact the operator."
                 TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF
           MOVE SVM-SLOT(SVM-SEL) TO SVM-IDX
           MOVE SPACES TO SV-USER(SVM-IDX)
           PERFORM REWRITE-SAVED-SEARCHES
           MOVE "Saved search deleted." TO LINE-MSG PERFORM SAY
           .

       *> Checks the posting in JOB-TABLE row SSM-IDX against every
       *> saved search and drops a notification for each match, so a
       *> student hears about a matching posting without rereading
       *> the board. Runs the moment the posting is created.
       NOTIFY-SAVED-SEARCH-MATCHES.
           PERFORM LOAD-SAVED-SEARCHES
           PERFORM VARYING SVT-J FROM 1 BY 1 UNTIL SVT-J > SVT-COUNT
              PERFORM CHECK-SAVED-SEARCH-HIT
              IF SSM-HIT = 1
                 MOVE SV-USER(SVT-J) TO NOTIFY-USER
                 MOVE SPACES TO NOTIFY-TEXT
                 STRING "Saved search match: " DELIMITED BY SIZE
                        FUNCTION TRIM(JT-TITLE(SSM-IDX)) DELIMITED BY SIZE
                        " at " DELIMITED BY SIZE
                        FUNCTION TRIM(JT-COMPANY(SSM-IDX)) DELIMITED BY SIZE
                        " (" DELIMITED BY SIZE
                        FUNCTION TRIM(JT-LOCATION(SSM-IDX)) DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO NOTIFY-TEXT
                 END-STRING
                 PERFORM APPEND-NOTIFICATION
              END-IF
           END-PERFORM
           .

       *> Sets SSM-HIT when saved search SVT-J matches the posting in
       *> JOB-TABLE row SSM-IDX: a blank criterion matches anything,
       *> location/company/major compare ignoring case, and the type
       *> and remote codes compare exactly.
       CHECK-SAVED-SEARCH-HIT.
           MOVE 1 TO SSM-HIT
           IF FUNCTION TRIM(SV-LOCATION(SVT-J)) NOT = SPACES
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(SV-LOCATION(SVT-J)))
                 NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(JT-LOCATION(SSM-IDX)))
              MOVE 0 TO SSM-HIT
           END-IF
           IF FUNCTION TRIM(SV-COMPANY(SVT-J)) NOT = SPACES
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(SV-COMPANY(SVT-J)))
                 NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(JT-COMPANY(SSM-IDX)))
              MOVE 0 TO SSM-HIT
           END-IF
           IF FUNCTION TRIM(SV-MAJOR(SVT-J)) NOT = SPACES
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(SV-MAJOR(SVT-J)))
                 NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(JT-MAJOR(SSM-IDX)))
              MOVE 0 TO SSM-HIT
           END-IF
           IF SV-TYPE(SVT-J) NOT = SPACES
              AND SV-TYPE(SVT-J) NOT = JT-TYPE(SSM-IDX)
              MOVE 0 TO SSM-HIT
           END-IF
           IF SV-REMOTE(SVT-J) NOT = SPACES
              AND SV-REMOTE(SVT-J) NOT = JT-REMOTE(SSM-IDX)
              MOVE 0 TO SSM-HIT
           END-IF
           .

       *> ---------------- My Agenda ----------------
       *> One date-ordered list of what is coming up in the next
       *> AGENDA-DAYS days. A student sees their interview slots, the
       *> events they RSVP'd to, and the closing dates of postings
       *> that match one of their saved searches and that they have
       *> not applied to yet. An employer sees the interview slots on
       *> the postings they manage, the events they posted, and the
       *> closing dates of their own postings.
       MY-AGENDA.
           MOVE "--- My Agenda ---" TO LINE-MSG PERFORM SAY
           MOVE FUNCTION CURRENT-DATE TO AGENDA-NOW
           MOVE AGENDA-NOW(1:8) TO AGENDA-FROM
           COMPUTE AGENDA-DATE-NUM = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(AGENDA-FROM))
              + AGENDA-DAYS)
           MOVE AGENDA-DATE-NUM TO AGENDA-TO
           MOVE 0 TO AGT-COUNT
           MOVE 0 TO AGT-OVERFLOW

           PERFORM LOAD-EVENTS
           IF CURRENT-IS-EMPLOYER
              PERFORM LOAD-MANAGED-INTERVIEWS
              PERFORM AGENDA-EMPLOYER-ITEMS
           ELSE
              PERFORM LOAD-MY-INTERVIEWS
              PERFORM AGENDA-STUDENT-ITEMS
           END-IF

           IF AGT-COUNT = 0
              MOVE AGENDA-DAYS TO AGENDA-DAYS-DISPLAY
              MOVE SPACES TO LINE-MSG
              STRING "Nothing on your calendar in the next " DELIMITED BY SIZE
                     FUNCTION TRIM(AGENDA-DAYS-DISPLAY) DELIMITED BY SIZE
                     " days." DELIMITED BY SIZE
                     INTO LINE-MSG
              END-STRING
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           *> Insertion sort on date, then time; entries with no time
           *> (events and deadlines) lead their day.
           PERFORM VARYING AGT-J FROM 2 BY 1 UNTIL AGT-J > AGT-COUNT
              MOVE AGT-SLOT(AGT-J) TO AGENDA-HOLD
              MOVE AGT-J TO AGT-K
              PERFORM UNTIL AGT-K < 2
                 IF AG-DATE(AGT-K - 1) < AH-DATE
                    OR (AG-DATE(AGT-K - 1) = AH-DATE
                        AND AG-TIME(AGT-K - 1) <= AH-TIME)
                    EXIT PERFORM
                 END-IF
                 MOVE AGT-SLOT(AGT-K - 1) TO AGT-SLOT(AGT-K)
                 SUBTRACT 1 FROM AGT-K
              END-PERFORM
              MOVE AGENDA-HOLD TO AGT-SLOT(AGT-K)
           END-PERFORM

           PERFORM VARYING AGT-J FROM 1 BY 1 UNTIL AGT-J > AGT-COUNT
              MOVE SPACES TO LINE-MSG
              STRING "  " DELIMITED BY SIZE
                     AG-DATE(AGT-J) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     AG-TIME(AGT-J) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(AG-TEXT(AGT-J)) DELIMITED BY SIZE
                     INTO LINE-MSG
              END-STRING
              PERFORM SAY
           END-PERFORM
           IF AGT-OVERFLOW = 1
              MOVE "(More items are on file than this list can show.)"
                 TO LINE-MSG
              PERFORM SAY
           END-IF
           .

       AGENDA-STUDENT-ITEMS.
           PERFORM VARYING IVT-J FROM 1 BY 1 UNTIL IVT-J > IVT-COUNT
              MOVE IT-DATE(IVT-J) TO AG-DATE-IN
              MOVE IT-TIME(IVT-J) TO AG-TIME-IN
              MOVE SPACES TO AG-TEXT-IN
              STRING "Interview: " DELIMITED BY SIZE
                     FUNCTION TRIM(IT-TITLE(IVT-J)) DELIMITED BY SIZE
                     " at " DELIMITED BY SIZE
                     FUNCTION TRIM(IT-COMPANY(IVT-J)) DELIMITED BY SIZE
                     " [" DELIMITED BY SIZE
                     FUNCTION TRIM(IT-ST(IVT-J)) DELIMITED BY SIZE
                     "]" DELIMITED BY SIZE
                     INTO AG-TEXT-IN
              END-STRING
              PERFORM ADD-AGENDA-ENTRY
           END-PERFORM

           *> RSVP rows carry the RSVP date, not the event's, so each
           *> one is matched back to its event for the date.
           OPEN INPUT EventRsvpFile
           IF FS-RSVP = "35"
              CLOSE EventRsvpFile
              MOVE SPACES TO FS-RSVP
           ELSE
              PERFORM UNTIL 1 = 2
                 READ EventRsvpFile
                    AT END EXIT PERFORM
                 END-READ
                 IF FUNCTION UPPER-CASE(FUNCTION TRIM(RS-USER))
                    = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                    PERFORM VARYING EVT-J FROM 1 BY 1 UNTIL EVT-J > EVT-COUNT
                       IF FUNCTION TRIM(ET-TITLE(EVT-J)) = FUNCTION TRIM(RS-TITLE)
                          AND FUNCTION TRIM(ET-ORG(EVT-J)) = FUNCTION TRIM(RS-ORG)
                          MOVE ET-DATE(EVT-J) TO AG-DATE-IN
                          MOVE SPACES TO AG-TIME-IN
                          MOVE SPACES TO AG-TEXT-IN
                          STRING "Event: " DELIMITED BY SIZE
                                 FUNCTION TRIM(ET-TITLE(EVT-J)) DELIMITED BY SIZE
                                 " (" DELIMITED BY SIZE
                                 FUNCTION TRIM(ET-ORG(EVT-J)) DELIMITED BY SIZE
                                 ") at " DELIMITED BY SIZE
                                 FUNCTION TRIM(ET-LOCATION(EVT-J)) DELIMITED BY SIZE
                                 INTO AG-TEXT-IN
                          END-STRING
                          PERFORM ADD-AGENDA-ENTRY
                          EXIT PERFORM
                       END-IF
                    END-PERFORM
                 END-IF
              END-PERFORM
              CLOSE EventRsvpFile
           END-IF

           *> Deadlines of postings one of the student's saved searches
           *> matches, the same test as the new-posting alert, skipping
           *> any posting they have already applied to.
           PERFORM LOAD-SAVED-SEARCHES
           PERFORM VARYING SSM-IDX FROM 1 BY 1 UNTIL SSM-IDX > JOB-COUNT
              IF JT-DEADLINE(SSM-IDX) >= AGENDA-FROM
                 AND JT-DEADLINE(SSM-IDX) <= AGENDA-TO
                 MOVE 0 TO SSM-HIT
                 PERFORM VARYING SVT-J FROM 1 BY 1 UNTIL SVT-J > SVT-COUNT
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(SV-USER(SVT-J)))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                       PERFORM CHECK-SAVED-SEARCH-HIT
                       IF SSM-HIT = 1
                          EXIT PERFORM
                       END-IF
                    END-IF
                 END-PERFORM
                 IF SSM-HIT = 1
                    PERFORM AGENDA-CHECK-APPLIED
                    IF AGENDA-APPLIED = 0
                       MOVE JT-DEADLINE(SSM-IDX) TO AG-DATE-IN
                       MOVE SPACES TO AG-TIME-IN
                       MOVE SPACES TO AG-TEXT-IN
                       STRING "Applications close: " DELIMITED BY SIZE
                              FUNCTION TRIM(JT-TITLE(SSM-IDX)) DELIMITED BY SIZE
                              " at " DELIMITED BY SIZE
                              FUNCTION TRIM(JT-COMPANY(SSM-IDX)) DELIMITED BY SIZE
                              INTO AG-TEXT-IN
                       END-STRING
                       PERFORM ADD-AGENDA-ENTRY
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .

       *> Sets AGENDA-APPLIED when CURRENT-USER has an application on
       *> file for the posting in JOB-TABLE row SSM-IDX.
       AGENDA-CHECK-APPLIED.
           MOVE 0 TO AGENDA-APPLIED
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER)) TO JA-USER
           MOVE JT-TITLE(SSM-IDX)   TO JA-TITLE
           MOVE JT-COMPANY(SSM-IDX) TO JA-COMPANY
           PERFORM READ-JOBAPP-BY-KEY
           IF JOBAPP-FOUND = 1
              MOVE 1 TO AGENDA-APPLIED
           END-IF
           .

       AGENDA-EMPLOYER-ITEMS.
           PERFORM VARYING IVT-J FROM 1 BY 1 UNTIL IVT-J > IVT-COUNT
              MOVE IT-DATE(IVT-J) TO AG-DATE-IN
              MOVE IT-TIME(IVT-J) TO AG-TIME-IN
              MOVE SPACES TO AG-TEXT-IN
              STRING "Interview: " DELIMITED BY SIZE
                     FUNCTION TRIM(IT-USER(IVT-J)) DELIMITED BY SIZE
                     " for " DELIMITED BY SIZE
                     FUNCTION TRIM(IT-TITLE(IVT-J)) DELIMITED BY SIZE
                     " [" DELIMITED BY SIZE
                     FUNCTION TRIM(IT-ST(IVT-J)) DELIMITED BY SIZE
                     "]" DELIMITED BY SIZE
                     INTO AG-TEXT-IN
              END-STRING
              PERFORM ADD-AGENDA-ENTRY
           END-PERFORM

           PERFORM VARYING EVT-J FROM 1 BY 1 UNTIL EVT-J > EVT-COUNT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(ET-OWNER(EVT-J)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                 MOVE ET-DATE(EVT-J) TO AG-DATE-IN
                 MOVE SPACES TO AG-TIME-IN
                 MOVE SPACES TO AG-TEXT-IN
                 STRING "Your event: " DELIMITED BY SIZE
                        FUNCTION TRIM(ET-TITLE(EVT-J)) DELIMITED BY SIZE
                        " at " DELIMITED BY SIZE
                        FUNCTION TRIM(ET-LOCATION(EVT-J)) DELIMITED BY SIZE
                        INTO AG-TEXT-IN
                 END-STRING
                 PERFORM ADD-AGENDA-ENTRY
              END-IF
           END-PERFORM

           PERFORM VARYING EP-IDX FROM 1 BY 1 UNTIL EP-IDX > JOB-COUNT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(JT-OWNER(EP-IDX)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                 MOVE JT-DEADLINE(EP-IDX) TO AG-DATE-IN
                 MOVE SPACES TO AG-TIME-IN
                 MOVE SPACES TO AG-TEXT-IN
                 STRING "Your posting closes: " DELIMITED BY SIZE
                        FUNCTION TRIM(JT-TITLE(EP-IDX)) DELIMITED BY SIZE
                        INTO AG-TEXT-IN
                 END-STRING
                 PERFORM ADD-AGENDA-ENTRY
              END-IF
           END-PERFORM
           .

       *> Adds AG-DATE-IN/AG-TIME-IN/AG-TEXT-IN to the agenda when the
       *> date falls inside the window; anything past the table's
       *> capacity is counted as overflow rather than dropped silently.
       ADD-AGENDA-ENTRY.
           IF AG-DATE-IN < AGENDA-FROM OR AG-DATE-IN > AGENDA-TO
              EXIT PARAGRAPH
           END-IF
           IF AGT-COUNT >= MAX-AGENDA
              MOVE 1 TO AGT-OVERFLOW
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO AGT-COUNT
           MOVE AG-DATE-IN TO AG-DATE(AGT-COUNT)
           MOVE AG-TIME-IN TO AG-TIME(AGT-COUNT)
           MOVE AG-TEXT-IN TO AG-TEXT(AGT-COUNT)
           .

       *> ---------------- Events and RSVPs ----------------
       *> Reads the whole events file into EVENT-TABLE. A missing
       *> file loads as empty; events are only ever appended, so no
       *> staging rewrite is needed.
       LOAD-EVENTS.
           MOVE 0 TO EVT-COUNT
           MOVE 0 TO CAP-HIT
           OPEN INPUT EventsFile
           IF FS-EVENTS = "35"
              CLOSE EventsFile
              MOVE SPACES TO FS-EVENTS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ EventsFile
                 AT END EXIT PERFORM
              END-READ
              IF EV-TITLE NOT = SPACES AND EVT-COUNT >= MAX-EVENTS
                 MOVE 1 TO CAP-HIT
              END-IF
              IF EV-TITLE NOT = SPACES AND EVT-COUNT < MAX-EVENTS
                 ADD 1 TO EVT-COUNT
                 MOVE EV-TITLE    TO ET-TITLE(EVT-COUNT)
                 MOVE EV-ORG      TO ET-ORG(EVT-COUNT)
                 MOVE EV-LOCATION TO ET-LOCATION(EVT-COUNT)
                 MOVE EV-DESC     TO ET-DESC(EVT-COUNT)
                 MOVE EV-SCHOOL   TO ET-SCHOOL(EVT-COUNT)
                 MOVE EV-MAJOR    TO ET-MAJOR(EVT-COUNT)
                 MOVE EV-DATE     TO ET-DATE(EVT-COUNT)
                 MOVE EV-OWNER    TO ET-OWNER(EVT-COUNT)
              END-IF
           END-PERFORM
           CLOSE EventsFile
           IF CAP-HIT = 1
              MOVE "events.dat" TO CAP-FILE
              PERFORM NOTE-CAPACITY-TRUNCATION
           END-IF
           .

       *> Student event browser: lists the events whose school/major
       *> filter matches the student's profile (blank matches all,
       *> the same rule BROWSE-JOBS applies) and takes RSVPs.
       EVENTS-MENU.
           PERFORM LOOKUP-CURRENT-STUDENT-PROFILE
           PERFORM LOAD-EVENTS
           PERFORM UNTIL 1 = 2
              MOVE "--- Events ---" TO LINE-MSG PERFORM SAY
              MOVE 0 TO EVM-COUNT
              PERFORM VARYING EVT-J FROM 1 BY 1 UNTIL EVT-J > EVT-COUNT
                 IF (ET-SCHOOL(EVT-J) = SPACES OR
                     FUNCTION UPPER-CASE(FUNCTION TRIM(ET-SCHOOL(EVT-J)))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(CU-SCHOOL)))
                    AND (ET-MAJOR(EVT-J) = SPACES OR
                     FUNCTION UPPER-CASE(FUNCTION TRIM(ET-MAJOR(EVT-J)))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(CU-MAJOR)))
                    ADD 1 TO EVM-COUNT
                    MOVE EVT-J TO EVM-SLOT(EVM-COUNT)
                    MOVE SPACES TO LINE-MSG
                    MOVE EVM-COUNT TO I-DISPLAY
                    STRING I-DISPLAY ". " DELIMITED BY SIZE
                           FUNCTION TRIM(ET-TITLE(EVT-J)) DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           FUNCTION TRIM(ET-ORG(EVT-J)) DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           FUNCTION TRIM(ET-LOCATION(EVT-J)) DELIMITED BY SIZE
                           ") - " DELIMITED BY SIZE
                           FUNCTION TRIM(ET-DESC(EVT-J)) DELIMITED BY SIZE
                           " [" DELIMITED BY SIZE
                           ET-DATE(EVT-J) DELIMITED BY SIZE
                           "]" DELIMITED BY SIZE
                           INTO LINE-MSG
                    END-STRING
                    PERFORM SAY
                 END-IF
              END-PERFORM
              IF EVM-COUNT = 0
                 MOVE "No events match your school or major right now."
                    TO LINE-MSG
                 PERFORM SAY
              END-IF
              MOVE "Enter the number to RSVP, or 0 to go back:" TO LINE-MSG
              PERFORM SAY

              PERFORM READ-NEXT
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(LAST-LINE)) TO EVM-SEL

              IF EVM-SEL = 0
                 EXIT PERFORM
              END-IF
              IF EVM-SEL < 1 OR EVM-SEL > EVM-COUNT
                 MOVE "Please pick a valid event number." TO LINE-MSG
                 PERFORM SAY
              ELSE
                 MOVE EVM-SLOT(EVM-SEL) TO EVM-IDX
                 PERFORM CHECK-EVENT-RSVPED
                 IF RSVP-DUP = 1
                    MOVE "You have already RSVP'd to that event." TO LINE-MSG
                    PERFORM SAY
                 ELSE
                    PERFORM APPEND-EVENT-RSVP
                    MOVE SPACES TO LINE-MSG
                    STRING "RSVP recorded for: " DELIMITED BY SIZE
                           FUNCTION TRIM(ET-TITLE(EVM-IDX)) DELIMITED BY SIZE
                           INTO LINE-MSG
                    END-STRING
                    PERFORM SAY
                 END-IF
              END-IF
           END-PERFORM
           .

       *> Sets RSVP-DUP when CURRENT-USER already RSVP'd to the event
       *> in EVENT-TABLE row EVM-IDX.
       CHECK-EVENT-RSVPED.
           MOVE 0 TO RSVP-DUP
           OPEN INPUT EventRsvpFile
           IF FS-RSVP = "35"
              CLOSE EventRsvpFile
              MOVE SPACES TO FS-RSVP
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ EventRsvpFile
                 AT END EXIT PERFORM
              END-READ
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(RS-USER))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                 AND FUNCTION TRIM(RS-TITLE)
                    = FUNCTION TRIM(ET-TITLE(EVM-IDX))
                 AND FUNCTION TRIM(RS-ORG)
                    = FUNCTION TRIM(ET-ORG(EVM-IDX))
                 MOVE 1 TO RSVP-DUP
                 EXIT PERFORM
              END-IF
           END-PERFORM
           CLOSE EventRsvpFile
           .

       APPEND-EVENT-RSVP.
           OPEN EXTEND EventRsvpFile
           IF FS-RSVP = "35"
              OPEN OUTPUT EventRsvpFile
           END-IF
           MOVE FUNCTION CURRENT-DATE TO RSVP-NOW
           MOVE FUNCTION TRIM(CURRENT-USER) TO RS-USER
           MOVE ET-TITLE(EVM-IDX)           TO RS-TITLE
           MOVE ET-ORG(EVM-IDX)             TO RS-ORG
           MOVE RSVP-NOW(1:8)               TO RS-DATE
           WRITE RSVP-REC
           CLOSE EventRsvpFile
           .

       *> Employer side of events: post one, or print the attendance
       *> roster of the events this employer posted.
       EMP-EVENT-MENU.
           PERFORM UNTIL 1 = 2
              MOVE "--- Events ---"                 TO LINE-MSG PERFORM SAY
              MOVE "1. Post an event"               TO LINE-MSG PERFORM SAY
              MOVE "2. Attendance roster of my events" TO LINE-MSG PERFORM SAY
              MOVE "0. Go back"                     TO LINE-MSG PERFORM SAY
              MOVE "Enter your choice:"             TO LINE-MSG PERFORM SAY

              PERFORM READ-NEXT
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(LAST-LINE)) TO EMP-SEL

              EVALUATE EMP-SEL
                 WHEN 0 EXIT PERFORM
                 WHEN 1 PERFORM EMP-POST-EVENT
                 WHEN 2 PERFORM EMP-EVENT-ROSTER
                 WHEN OTHER MOVE "Please pick 0-2." TO LINE-MSG PERFORM SAY
              END-EVALUATE
           END-PERFORM
           .

       EMP-POST-EVENT.
           MOVE "--- Post an Event ---" TO LINE-MSG PERFORM SAY

           *> Title (required)
           MOVE SPACES TO NE-TITLE
           PERFORM UNTIL FUNCTION LENGTH(FUNCTION TRIM(NE-TITLE)) > 0
              MOVE "Enter Event Title:" TO PROMPT-TEXT
              PERFORM PROMPT-AND-READ
              MOVE FUNCTION TRIM(LAST-LINE) TO NE-TITLE
              IF FUNCTION LENGTH(FUNCTION TRIM(NE-TITLE)) = 0
                 MOVE "This field is required." TO LINE-MSG PERFORM SAY
              END-IF
           END-PERFORM

           *> Organizer (required)
           MOVE SPACES TO NE-ORG
           PERFORM UNTIL FUNCTION LENGTH(FUNCTION TRIM(NE-ORG)) > 0
              MOVE "Enter Organizer Name:" TO PROMPT-TEXT
              PERFORM PROMPT-AND-READ
              MOVE FUNCTION TRIM(LAST-LINE) TO NE-ORG
              IF FUNCTION LENGTH(FUNCTION TRIM(NE-ORG)) = 0
                 MOVE "This field is required." TO LINE-MSG PERFORM SAY
              END-IF
           END-PERFORM

           MOVE "Enter Location:" TO PROMPT-TEXT
           PERFORM PROMPT-AND-READ
           MOVE FUNCTION TRIM(LAST-LINE) TO NE-LOCATION

           MOVE "Enter a one-line Description:" TO PROMPT-TEXT
           PERFORM PROMPT-AND-READ
           MOVE FUNCTION TRIM(LAST-LINE) TO NE-DESC

           MOVE SPACES TO EV-DATE-IN
           PERFORM UNTIL EV-DATE-IN NOT = SPACES
              MOVE "Enter the event date (YYYYMMDD):" TO PROMPT-TEXT
              PERFORM PROMPT-AND-READ
              IF FUNCTION LENGTH(FUNCTION TRIM(LAST-LINE)) = 8
                 AND FUNCTION TRIM(LAST-LINE) IS NUMERIC
                 MOVE FUNCTION TRIM(LAST-LINE) TO EV-DATE-IN
              ELSE
                 MOVE "Please enter an 8-digit date, e.g. 20261015."
                    TO LINE-MSG
                 PERFORM SAY
              END-IF
           END-PERFORM

           MOVE "Limit to one school (blank for all students):" TO PROMPT-TEXT
           PERFORM PROMPT-AND-READ
           MOVE FUNCTION TRIM(LAST-LINE) TO EMP-SCHOOL-IN
           PERFORM EMP-CHECK-SCHOOL
           MOVE EMP-SCHOOL-IN TO NE-SCHOOL

           MOVE "Limit to one major (blank for all students):" TO PROMPT-TEXT
           PERFORM PROMPT-AND-READ
           MOVE FUNCTION TRIM(LAST-LINE) TO EMP-MAJOR-IN
           PERFORM EMP-CHECK-MAJOR
           MOVE EMP-MAJOR-IN TO NE-MAJOR

           PERFORM APPEND-EVENT
           MOVE SPACES TO LINE-MSG
           STRING "Event posted: " DELIMITED BY SIZE
                  FUNCTION TRIM(NE-TITLE) DELIMITED BY SIZE
                  INTO LINE-MSG
           END-STRING
           PERFORM SAY
           .

       *> Appends the event staged in NEW-EVENT, dated EV-DATE-IN and
       *> owned by the logged-in account.
       APPEND-EVENT.
           OPEN EXTEND EventsFile
           IF FS-EVENTS = "35"
              OPEN OUTPUT EventsFile
           END-IF
           MOVE NE-TITLE    TO EV-TITLE
           MOVE NE-ORG      TO EV-ORG
           MOVE NE-LOCATION TO EV-LOCATION
           MOVE NE-DESC     TO EV-DESC
           MOVE NE-SCHOOL   TO EV-SCHOOL
           MOVE NE-MAJOR    TO EV-MAJOR
           MOVE EV-DATE-IN  TO EV-DATE
           MOVE FUNCTION TRIM(CURRENT-USER) TO EV-OWNER
           WRITE EVENT-REC
           CLOSE EventsFile
           .

       *> Attendance roster of the events this employer posted: each
       *> event, its RSVPs, and the attendee count.
       EMP-EVENT-ROSTER.
           PERFORM LOAD-EVENTS
           MOVE 0 TO EVM-COUNT
           PERFORM VARYING EVT-J FROM 1 BY 1 UNTIL EVT-J > EVT-COUNT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(ET-OWNER(EVT-J)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                 ADD 1 TO EVM-COUNT
                 MOVE EVT-J TO EVM-IDX
                 PERFORM SHOW-EVENT-ROSTER
              END-IF
           END-PERFORM
           IF EVM-COUNT = 0
              MOVE "You have no events on file yet." TO LINE-MSG
              PERFORM SAY
           END-IF
           .

       *> Prints the roster for the event in EVENT-TABLE row EVM-IDX.
       SHOW-EVENT-ROSTER.
           MOVE SPACES TO LINE-MSG
           STRING "--- " DELIMITED BY SIZE
                  FUNCTION TRIM(ET-TITLE(EVM-IDX)) DELIMITED BY SIZE
                  " [" DELIMITED BY SIZE
                  ET-DATE(EVM-IDX) DELIMITED BY SIZE
                  "] ---" DELIMITED BY SIZE
                  INTO LINE-MSG
           END-STRING
           PERFORM SAY

           MOVE 0 TO RSVP-MATCHES
           OPEN INPUT EventRsvpFile
           IF FS-RSVP = "35"
              CLOSE EventRsvpFile
              MOVE SPACES TO FS-RSVP
           ELSE
              PERFORM UNTIL 1 = 2
                 READ EventRsvpFile
                    AT END EXIT PERFORM
                 END-READ
                 IF FUNCTION TRIM(RS-TITLE)
                       = FUNCTION TRIM(ET-TITLE(EVM-IDX))
                    AND FUNCTION TRIM(RS-ORG)
                       = FUNCTION TRIM(ET-ORG(EVM-IDX))
                    ADD 1 TO RSVP-MATCHES
                    MOVE SPACES TO LINE-MSG
                    STRING "  [" DELIMITED BY SIZE
                           RS-DATE DELIMITED BY SIZE
                           "] " DELIMITED BY SIZE
                           FUNCTION TRIM(RS-USER) DELIMITED BY SIZE
                           INTO LINE-MSG
                    END-STRING
                    PERFORM SAY
                 END-IF
              END-PERFORM
              CLOSE EventRsvpFile
           END-IF

           MOVE RSVP-MATCHES TO DIGEST-CNT-DISPLAY
           MOVE SPACES TO LINE-MSG
           STRING "Attendees: " DELIMITED BY SIZE
                  DIGEST-CNT-DISPLAY DELIMITED BY SIZE
                  INTO LINE-MSG
           END-STRING
           PERFORM SAY
           .

       *> ---------------- Employer job-posting desk ----------------
       *> The employer-side counterpart of DASHBOARD: an employer
       *> account lands here instead of the student menus and manages
       *> its own postings in jobs.dat without a reseed.
       *> ---------------- Administration desk ----------------
       *> Menu for AR-TYPE "A" accounts, the way EMPLOYER-MENU serves
       *> "E" accounts. Admin accounts are granted by the operator
       *> through SecurityAdmin, never by registration.
       ADMIN-MENU.
           MOVE 0 TO DASH-STEP-COUNT
           PERFORM UNTIL NOT-LOGGED
              ADD 1 TO DASH-STEP-COUNT
              IF DASH-STEP-COUNT > MAX-DASH-STEPS
                 SET HALT-MAX-ITERATIONS TO TRUE
                 PERFORM HALT-PROGRAM
              END-IF

              MOVE "--- Administration Desk ---"  TO LINE-MSG PERFORM SAY
              *> The queue line carries the open-report count, the
              *> same way the Messages line carries its unread count.
              PERFORM COUNT-OPEN-REPORTS
              IF CREP-OPEN = 0
                 MOVE "1. Review the Moderation Queue" TO LINE-MSG
              ELSE
                 MOVE CREP-OPEN TO CREP-CNT-DISPLAY
                 MOVE SPACES TO LINE-MSG
                 STRING "1. Review the Moderation Queue (" DELIMITED BY SIZE
                        CREP-CNT-DISPLAY DELIMITED BY SIZE
                        " open)" DELIMITED BY SIZE
                        INTO LINE-MSG
                 END-STRING
              END-IF
              PERFORM SAY
              MOVE "2. Send Announcement"          TO LINE-MSG PERFORM SAY
              MOVE "3. Change Password"            TO LINE-MSG PERFORM SAY
              MOVE "4. Log Out"                    TO LINE-MSG PERFORM SAY
              MOVE "Enter your choice:"            TO LINE-MSG PERFORM SAY

              PERFORM READ-NEXT

              IF FUNCTION LENGTH(FUNCTION TRIM(LAST-LINE)) = 0
                 CONTINUE
              ELSE
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(LAST-LINE)) TO ADMIN-SEL

                 EVALUATE TRUE
                    WHEN ADMIN-SEL = 1 PERFORM MODERATION-QUEUE
                    WHEN ADMIN-SEL = 2 PERFORM SEND-ANNOUNCEMENT
                    WHEN ADMIN-SEL = 3 PERFORM CHANGE-PASSWORD-FLOW
                    WHEN ADMIN-SEL = 4 PERFORM LOGOUT-FLOW
                    WHEN OTHER MOVE "Please pick 1-4." TO LINE-MSG PERFORM SAY
                 END-EVALUATE
              END-IF
           END-PERFORM
           .

       *> Broadcast to every account matching the audience the admin
       *> picks: school, major, class year, and profile status (e.g.
       *> ALUMNI) from the profile, and the account type. The matches
       *> are counted and shown first; nothing is sent until the
       *> admin confirms. Each recipient gets one notification and the
       *> broadcast is logged to announcements.dat.
       SEND-ANNOUNCEMENT.
           MOVE "--- Send Announcement ---" TO LINE-MSG PERFORM SAY
           MOVE "Leave a field blank to include everyone." TO LINE-MSG
           PERFORM SAY
           MOVE "School:" TO PROMPT-TEXT
           PERFORM PROMPT-AND-READ
           MOVE FUNCTION TRIM(LAST-LINE) TO ANN-SCHOOL-IN
           MOVE "Major:" TO PROMPT-TEXT
           PERFORM PROMPT-AND-READ
           MOVE FUNCTION TRIM(LAST-LINE) TO ANN-MAJOR-IN
           MOVE "Graduation year (YYYY):" TO PROMPT-TEXT
           PERFORM PROMPT-AND-READ
           MOVE FUNCTION TRIM(LAST-LINE) TO ANN-GRADYR-IN
           MOVE "Profile status (e.g. ALUMNI):" TO PROMPT-TEXT
           PERFORM PROMPT-AND-READ
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LAST-LINE)) TO ANN-STATUS-IN
           MOVE "Account type (S=students, E=employers, A=admins):"
              TO PROMPT-TEXT
           PERFORM PROMPT-AND-READ
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LAST-LINE)) TO ANN-TYPE-IN
           IF ANN-TYPE-IN NOT = SPACE AND ANN-TYPE-IN NOT = "S"
              AND ANN-TYPE-IN NOT = "E" AND ANN-TYPE-IN NOT = "A"
              MOVE "Account type must be S, E, A, or blank." TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ANN-TEXT-IN
           MOVE "Announcement text (up to 66 characters):" TO PROMPT-TEXT
           PERFORM PROMPT-AND-READ
           MOVE FUNCTION TRIM(LAST-LINE) TO ANN-TEXT-IN
           IF ANN-TEXT-IN = SPACES
              MOVE "Nothing to send." TO LINE-MSG PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO ANN-COUNT
           PERFORM VARYING ANN-IDX FROM 1 BY 1
                 UNTIL ANN-IDX > ACCT-COUNT OR ANN-IDX > MAX-ACCOUNTS
              PERFORM CHECK-ANNOUNCE-AUDIENCE
              IF ANN-HIT = 1
                 ADD 1 TO ANN-COUNT
                 MOVE ANN-IDX TO ANN-SLOT(ANN-COUNT)
              END-IF
           END-PERFORM
           IF ANN-COUNT = 0
              MOVE "No accounts match that audience - nothing sent."
                 TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           MOVE ANN-COUNT TO ANN-CNT-DISPLAY
           MOVE SPACES TO LINE-MSG
           STRING "This announcement will go to " DELIMITED BY SIZE
                  FUNCTION TRIM(ANN-CNT-DISPLAY) DELIMITED BY SIZE
                  " account(s). Send it? (Y/N)" DELIMITED BY SIZE
                  INTO LINE-MSG
           END-STRING
           PERFORM SAY
           PERFORM READ-NEXT
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(LAST-LINE)) NOT = "Y"
              MOVE "Announcement cancelled." TO LINE-MSG PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO NOTIFY-TEXT
           STRING "Announcement: " DELIMITED BY SIZE
                  FUNCTION TRIM(ANN-TEXT-IN) DELIMITED BY SIZE
                  INTO NOTIFY-TEXT
           END-STRING
           PERFORM VARYING ANN-IDX FROM 1 BY 1 UNTIL ANN-IDX > ANN-COUNT
              MOVE T-USER(ANN-SLOT(ANN-IDX)) TO NOTIFY-USER
              PERFORM APPEND-NOTIFICATION
           END-PERFORM
           PERFORM APPEND-ANNOUNCEMENT

           MOVE SPACES TO LINE-MSG
           STRING "Announcement sent to " DELIMITED BY SIZE
                  FUNCTION TRIM(ANN-CNT-DISPLAY) DELIMITED BY SIZE
                  " account(s)." DELIMITED BY SIZE
                  INTO LINE-MSG
           END-STRING
           PERFORM SAY
           .

       *> Sets ANN-HIT when ACCT-TABLE row ANN-IDX is in the audience.
       *> Pending employer registrations cannot log in and are never
       *> included. The profile is read only when a profile criterion
       *> was given, and an account without one then does not match.
       CHECK-ANNOUNCE-AUDIENCE.
           MOVE 0 TO ANN-HIT
           IF T-TYPE(ANN-IDX) = "P" OR T-USER(ANN-IDX) = SPACES
              EXIT PARAGRAPH
           END-IF
           EVALUATE ANN-TYPE-IN
              WHEN "S"
                 IF T-TYPE(ANN-IDX) NOT = "S" AND T-TYPE(ANN-IDX) NOT = SPACE
                    EXIT PARAGRAPH
                 END-IF
              WHEN "E"
              WHEN "A"
                 IF T-TYPE(ANN-IDX) NOT = ANN-TYPE-IN
                    EXIT PARAGRAPH
                 END-IF
           END-EVALUATE
           IF ANN-SCHOOL-IN = SPACES AND ANN-MAJOR-IN = SPACES
              AND ANN-GRADYR-IN = SPACES AND ANN-STATUS-IN = SPACES
              MOVE 1 TO ANN-HIT
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(T-USER(ANN-IDX))) TO PR-USER
           PERFORM READ-PROFILE-BY-KEY
           IF PROFILE-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           IF ANN-SCHOOL-IN NOT = SPACES
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(PR-SCHOOL))
                 NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(ANN-SCHOOL-IN))
              EXIT PARAGRAPH
           END-IF
           IF ANN-MAJOR-IN NOT = SPACES
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(PR-MAJOR))
                 NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(ANN-MAJOR-IN))
              EXIT PARAGRAPH
           END-IF
           IF ANN-GRADYR-IN NOT = SPACES
              AND PR-GRADYR NOT = ANN-GRADYR-IN
              EXIT PARAGRAPH
           END-IF
           IF ANN-STATUS-IN NOT = SPACES
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(PR-STATUS))
                 NOT = ANN-STATUS-IN
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO ANN-HIT
           .

       APPEND-ANNOUNCEMENT.
           OPEN EXTEND AnnounceFile
           IF FS-ANNOUNCE = "35"
              OPEN OUTPUT AnnounceFile
           END-IF
           MOVE FUNCTION CURRENT-DATE TO ANN-NOW
           MOVE SPACES TO ANNOUNCE-REC
           MOVE FUNCTION TRIM(CURRENT-USER) TO AN-AUTHOR
           MOVE ANN-NOW(1:8)   TO AN-DATE
           MOVE ANN-SCHOOL-IN  TO AN-SCHOOL
           MOVE ANN-MAJOR-IN   TO AN-MAJOR
           MOVE ANN-GRADYR-IN  TO AN-GRADYR
           MOVE ANN-STATUS-IN  TO AN-STATUS
           MOVE ANN-TYPE-IN    TO AN-TYPE
           MOVE ANN-TEXT-IN    TO AN-TEXT
           MOVE ANN-COUNT      TO AN-COUNT
           WRITE ANNOUNCE-REC
           CLOSE AnnounceFile
           .

       *> Appends one OPEN report from CURRENT-USER. Expects
       *> CREP-TARGET-IN/CREP-KIND-IN/CREP-DETAIL-IN set by the caller.
       APPEND-CONTENT-REPORT.
           CLOSE ContentRepFile
           OPEN EXTEND ContentRepFile
           MOVE FUNCTION CURRENT-DATE TO CREP-NOW
           MOVE FUNCTION TRIM(CURRENT-USER)    TO CR-REPORTER
           MOVE FUNCTION TRIM(CREP-TARGET-IN)  TO CR-TARGET
           MOVE CREP-KIND-IN                   TO CR-KIND
           MOVE CREP-DETAIL-IN                 TO CR-DETAIL
           MOVE CREP-NOW(1:8)                  TO CR-DATE
           MOVE "OPEN"                         TO CR-STATUS
           WRITE CREP-REC
           CLOSE ContentRepFile
           OPEN INPUT ContentRepFile
           .

       *> Reads the whole report queue into CREP-TABLE so the admin's
       *> decisions can rewrite the file, the same pattern as
       *> LOAD-MESSAGES.
       LOAD-CONTENT-REPORTS.
           MOVE 0 TO CRT-COUNT
           MOVE 0 TO CRT-OVERFLOW
           CLOSE ContentRepFile
           OPEN INPUT ContentRepFile
           PERFORM UNTIL 1 = 2
              READ ContentRepFile
                 AT END EXIT PERFORM
              END-READ
              IF CR-REPORTER NOT = SPACES AND CRT-COUNT >= MAX-CREPS
                 MOVE 1 TO CRT-OVERFLOW
              END-IF
              IF CR-REPORTER NOT = SPACES AND CRT-COUNT < MAX-CREPS
                 ADD 1 TO CRT-COUNT
                 MOVE CR-REPORTER TO CQ-REPORTER(CRT-COUNT)
                 MOVE CR-TARGET   TO CQ-TARGET(CRT-COUNT)
                 MOVE CR-KIND     TO CQ-KIND(CRT-COUNT)
                 MOVE CR-DETAIL   TO CQ-DETAIL(CRT-COUNT)
                 MOVE CR-DATE     TO CQ-DATE(CRT-COUNT)
                 MOVE CR-STATUS   TO CQ-ST(CRT-COUNT)
              END-IF
           END-PERFORM
           CLOSE ContentRepFile
           OPEN INPUT ContentRepFile
           IF CRT-OVERFLOW = 1
              MOVE "content_reports.dat" TO CAP-FILE
              PERFORM NOTE-CAPACITY-TRUNCATION
           END-IF
           .

       *> Rebuilds content_reports.dat from CREP-TABLE after the
       *> admin's decisions, through the staging copy and a single
       *> rename.
       REWRITE-CONTENT-REPORTS.
           OPEN OUTPUT NewCRepFile
           PERFORM VARYING CRT-J FROM 1 BY 1 UNTIL CRT-J > CRT-COUNT
              MOVE CQ-REPORTER(CRT-J) TO NCR-REPORTER
              MOVE CQ-TARGET(CRT-J)   TO NCR-TARGET
              MOVE CQ-KIND(CRT-J)     TO NCR-KIND
              MOVE CQ-DETAIL(CRT-J)   TO NCR-DETAIL
              MOVE CQ-DATE(CRT-J)     TO NCR-DATE
              MOVE CQ-ST(CRT-J)       TO NCR-STATUS
              WRITE NEWCREP-REC
           END-PERFORM
           CLOSE NewCRepFile

           CLOSE ContentRepFile
           CALL "CBL_RENAME_FILE" USING CREP-NEW-PATH CREP-LIVE-PATH
           OPEN INPUT ContentRepFile
           .

       *> Counts OPEN reports for the Administration Desk menu line.
       COUNT-OPEN-REPORTS.
           MOVE 0 TO CREP-OPEN
           CLOSE ContentRepFile
           OPEN INPUT ContentRepFile
           PERFORM UNTIL 1 = 2
              READ ContentRepFile
                 AT END EXIT PERFORM
              END-READ
              IF CR-REPORTER NOT = SPACES
                 AND FUNCTION TRIM(CR-STATUS) = "OPEN"
                 ADD 1 TO CREP-OPEN
              END-IF
           END-PERFORM
           CLOSE ContentRepFile
           OPEN INPUT ContentRepFile
           .

       *> Walks the admin through every OPEN report in queue order.
       *> Each decision (clear, or blank the offending field) updates
       *> the report's status and is logged to the security event
       *> file, so the moderation history is auditable.
       MODERATION-QUEUE.
           MOVE "--- Moderation Queue ---" TO LINE-MSG PERFORM SAY
           PERFORM LOAD-CONTENT-REPORTS
           IF CRT-OVERFLOW = 1
              MOVE "The report queue is too large to work safely - archive content_reports.dat first."
                 TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO CREP-OPEN
           MOVE 0 TO CREP-CHANGED
           PERFORM VARYING CRT-J FROM 1 BY 1 UNTIL CRT-J > CRT-COUNT
              IF FUNCTION TRIM(CQ-ST(CRT-J)) = "OPEN"
                 ADD 1 TO CREP-OPEN
                 PERFORM MODERATE-ONE-REPORT
              END-IF
           END-PERFORM

           IF CREP-OPEN = 0
              MOVE "The moderation queue is empty." TO LINE-MSG PERFORM SAY
           END-IF
           IF CREP-CHANGED = 1
              PERFORM REWRITE-CONTENT-REPORTS
           END-IF
           .

       MODERATE-ONE-REPORT.
           MOVE SPACES TO LINE-MSG
           STRING "[" DELIMITED BY SIZE
                  CQ-DATE(CRT-J) DELIMITED BY SIZE
                  "] " DELIMITED BY SIZE
                  FUNCTION TRIM(CQ-REPORTER(CRT-J)) DELIMITED BY SIZE
                  " reported " DELIMITED BY SIZE
                  FUNCTION TRIM(CQ-TARGET(CRT-J)) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(CQ-KIND(CRT-J)) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO LINE-MSG
           END-STRING
           PERFORM SAY
           MOVE SPACES TO LINE-MSG
           STRING "  Content: " DELIMITED BY SIZE
                  FUNCTION TRIM(CQ-DETAIL(CRT-J)) DELIMITED BY SIZE
                  INTO LINE-MSG
           END-STRING
           PERFORM SAY
           MOVE "1. Clear the report  2. Blank the offending field  0. Skip"
              TO LINE-MSG
           PERFORM SAY
           MOVE "Enter your choice:" TO LINE-MSG PERFORM SAY
           PERFORM READ-NEXT
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(LAST-LINE)) TO MOD-ACT

           EVALUATE MOD-ACT
              WHEN 1
                 MOVE "CLEARED" TO CQ-ST(CRT-J)
                 MOVE 1 TO CREP-CHANGED
                 MOVE CQ-TARGET(CRT-J) TO SEC-USER
                 MOVE "MODCLEAR" TO SEC-EVENT
                 PERFORM APPEND-SECURITY-EVENT
                 MOVE "Report cleared - no action taken." TO LINE-MSG
                 PERFORM SAY
              WHEN 2
                 PERFORM BLANK-REPORTED-CONTENT
                 IF MOD-BLANK-OK = 1
                    MOVE "BLANKED" TO CQ-ST(CRT-J)
                    MOVE 1 TO CREP-CHANGED
                    MOVE CQ-TARGET(CRT-J) TO SEC-USER
                    MOVE "MODBLANK" TO SEC-EVENT
                    PERFORM APPEND-SECURITY-EVENT
                    MOVE "The offending content has been blanked." TO LINE-MSG
                    PERFORM SAY
                 END-IF
              WHEN OTHER
                 MOVE "Skipped - the report stays open." TO LINE-MSG
                 PERFORM SAY
           END-EVALUATE
           .

       *> Removes the content the CRT-J report flagged: an ABOUT
       *> report blanks PR-ABOUT on the target's profile with a keyed
       *> REWRITE; a RECOMMND report takes the recommendation off the
       *> profile; a MESSAGE report replaces the matching message body
       *> through the usual staged messages rewrite.
       BLANK-REPORTED-CONTENT.
           MOVE 0 TO MOD-BLANK-OK
           IF FUNCTION TRIM(CQ-KIND(CRT-J)) = "ABOUT"
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CQ-TARGET(CRT-J)))
                 TO PR-USER
              PERFORM READ-PROFILE-BY-KEY
              IF PROFILE-FOUND = 0
                 MOVE "That profile is no longer on file." TO LINE-MSG
                 PERFORM SAY
                 EXIT PARAGRAPH
              END-IF
              MOVE SPACES TO PR-ABOUT
              REWRITE PROFILE-REC
                 INVALID KEY CONTINUE
              END-REWRITE
              IF FS-PROFILE NOT = "00"
                 MOVE "Warning: the profile could not be written to disk."
                    TO LINE-MSG
                 PERFORM SAY
                 EXIT PARAGRAPH
              END-IF
              MOVE 1 TO MOD-BLANK-OK
              EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(CQ-KIND(CRT-J)) = "RECOMMND"
              PERFORM BLANK-REPORTED-RECOMMENDATION
              EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-MESSAGES
           IF MSGT-OVERFLOW = 1
              MOVE "The message log is too large to work safely - compact it first."
                 TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO CREP-ROW
           PERFORM VARYING MSGT-J FROM 1 BY 1 UNTIL MSGT-J > MSGT-COUNT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(MT-FROM(MSGT-J)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(CQ-TARGET(CRT-J)))
                 AND FUNCTION UPPER-CASE(FUNCTION TRIM(MT-TO(MSGT-J)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(CQ-REPORTER(CRT-J)))
                 AND FUNCTION TRIM(MT-BODY(MSGT-J))
                 = FUNCTION TRIM(CQ-DETAIL(CRT-J))
                 MOVE MSGT-J TO CREP-ROW
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF CREP-ROW = 0
              MOVE "The reported message is no longer on file." TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF
           MOVE "[Removed by the administrator]" TO MT-BODY(CREP-ROW)
           PERFORM REWRITE-MESSAGES-FILE
           MOVE 1 TO MOD-BLANK-OK
           .

       EMPLOYER-MENU.
           MOVE 0 TO DASH-STEP-COUNT
           PERFORM UNTIL NOT-LOGGED
              ADD 1 TO DASH-STEP-COUNT
                 PERFORM HALT-PROGRAM
              END-IF

              MOVE "--- Employer Desk ---"        TO LINE-MSG PERFORM SAY
              MOVE "1. Post a New Job"            TO LINE-MSG PERFORM SAY
              MOVE "2. Edit One of My Postings"   TO LINE-MSG PERFORM SAY
              MOVE "3. Close One of My Postings"  TO LINE-MSG PERFORM SAY
              MOVE "4. Review Applicants"         TO LINE-MSG PERFORM SAY
              MOVE "5. My Interviews"             TO LINE-MSG PERFORM SAY
              MOVE "6. Events"                    TO LINE-MSG PERFORM SAY
              MOVE "7. My Company"                TO LINE-MSG PERFORM SAY
              MOVE "8. My Agenda"                 TO LINE-MSG PERFORM SAY
              MOVE "9. Talent Search"             TO LINE-MSG PERFORM SAY
              MOVE "10. Email & Digest"           TO LINE-MSG PERFORM SAY
              MOVE "11. Log Out"                  TO LINE-MSG PERFORM SAY
              MOVE "Enter your choice:"           TO LINE-MSG PERFORM SAY

              PERFORM READ-NEXT

              IF FUNCTION LENGTH(FUNCTION TRIM(LAST-LINE)) = 0
                 CONTINUE
              ELSE
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(LAST-LINE)) TO EMP-SEL

                 EVALUATE TRUE
                    WHEN EMP-SEL = 1  PERFORM EMP-POST-JOB
                    WHEN EMP-SEL = 2  PERFORM EMP-EDIT-JOB
                    WHEN EMP-SEL = 3  PERFORM EMP-CLOSE-JOB
                    WHEN EMP-SEL = 4  PERFORM EMP-REVIEW-APPLICANTS
                    WHEN EMP-SEL = 5  PERFORM EMP-VIEW-INTERVIEWS
                    WHEN EMP-SEL = 6  PERFORM EMP-EVENT-MENU
                    WHEN EMP-SEL = 7  PERFORM EMP-MY-COMPANY
                    WHEN EMP-SEL = 8  PERFORM MY-AGENDA
                    WHEN EMP-SEL = 9  PERFORM EMP-TALENT-SEARCH
                    WHEN EMP-SEL = 10 PERFORM EMAIL-SETTINGS-MENU
                    WHEN EMP-SEL = 11 PERFORM LOGOUT-FLOW
                    WHEN OTHER        MOVE "Please pick 1-11." TO LINE-MSG PERFORM SAY
                 END-EVALUATE
              END-IF
           END-PERFORM
           .

       *> ---------------- Employer talent search ----------------
       *> Loads the latest consent row per student into TALENT-TABLE.
       LOAD-TALENT-OPTINS.
           MOVE 0 TO TLT-COUNT
           MOVE 0 TO CAP-HIT
           OPEN INPUT TalentOptFile
           IF FS-TOPT = "35"
              CLOSE TalentOptFile
              MOVE SPACES TO FS-TOPT
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ TalentOptFile
                 AT END EXIT PERFORM
              END-READ
              IF TO-USER NOT = SPACES
                 MOVE 0 TO TALENT-HIT
                 PERFORM VARYING TLT-J FROM 1 BY 1 UNTIL TLT-J > TLT-COUNT
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(TLT-USER(TLT-J)))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(TO-USER))
                       MOVE 1 TO TALENT-HIT
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
                 IF TALENT-HIT = 0
                    IF TLT-COUNT < MAX-TALENT
                       ADD 1 TO TLT-COUNT
                       MOVE TLT-COUNT TO TLT-J
                       MOVE TO-USER TO TLT-USER(TLT-J)
                    ELSE
                       MOVE 1 TO CAP-HIT
                       MOVE 0 TO TLT-J
                    END-IF
                 END-IF
                 IF TLT-J > 0
                    IF FUNCTION TRIM(TO-STATUS) = "OPEN"
                       MOVE 1 TO TLT-OPEN(TLT-J)
                    ELSE
                       MOVE 0 TO TLT-OPEN(TLT-J)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           CLOSE TalentOptFile
           IF CAP-HIT = 1
              MOVE "talent_optin.dat" TO CAP-FILE
              PERFORM NOTE-CAPACITY-TRUNCATION
           END-IF
           .

       *> Sets TALENT-OPEN from CURRENT-USER's latest consent row.
       CHECK-TALENT-OPTIN.
           MOVE 0 TO TALENT-OPEN
           OPEN INPUT TalentOptFile
           IF FS-TOPT = "35"
              CLOSE TalentOptFile
              MOVE SPACES TO FS-TOPT
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ TalentOptFile
                 AT END EXIT PERFORM
              END-READ
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(TO-USER))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                 IF FUNCTION TRIM(TO-STATUS) = "OPEN"
                    MOVE 1 TO TALENT-OPEN
                 ELSE
                    MOVE 0 TO TALENT-OPEN
                 END-IF
              END-IF
           END-PERFORM
           CLOSE TalentOptFile
           .

       *> Appends one consent row for CURRENT-USER. Expects TOPT-ST-IN
       *> (OPEN or CLOSED) set by the caller.
       APPEND-TALENT-OPTIN.
           OPEN EXTEND TalentOptFile
           IF FS-TOPT = "35"
              OPEN OUTPUT TalentOptFile
           END-IF
           MOVE FUNCTION CURRENT-DATE TO TALENT-NOW
           MOVE FUNCTION TRIM(CURRENT-USER) TO TO-USER
           MOVE TOPT-ST-IN                  TO TO-STATUS
           MOVE TALENT-NOW(1:8)             TO TO-DATE
           WRITE TOPT-REC
           CLOSE TalentOptFile
           .

       *> Dashboard toggle: a student opts in to (or back out of) the
       *> employer talent search. Nothing about them is searchable
       *> until they say yes here.
       TALENT-OPTIN-MENU.
           MOVE "--- Open to Opportunities ---" TO LINE-MSG PERFORM SAY
           PERFORM CHECK-TALENT-OPTIN
           IF TALENT-OPEN = 1
              MOVE "Employers can find your profile in Talent Search. Stop sharing it? (Y/N) [N]:"
                 TO LINE-MSG
              PERFORM SAY
              PERFORM READ-NEXT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(LAST-LINE)) = "Y"
                 MOVE "CLOSED" TO TOPT-ST-IN
                 PERFORM APPEND-TALENT-OPTIN
                 MOVE "Your profile is no longer shown to employers searching for talent."
                    TO LINE-MSG
                 PERFORM SAY
              END-IF
           ELSE
              MOVE "Let employers find your profile (name, school, major, year, skills) in Talent Search? (Y/N) [N]:"
                 TO LINE-MSG
              PERFORM SAY
              PERFORM READ-NEXT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(LAST-LINE)) = "Y"
                 MOVE "OPEN" TO TOPT-ST-IN
                 PERFORM APPEND-TALENT-OPTIN
                 MOVE "You are now open to opportunities - employers may invite you to apply."
                    TO LINE-MSG
                 PERFORM SAY
              END-IF
           END-IF
           .

       *> Employer Desk search over opted-in students only, by school,
       *> major, graduation year, and a completed skill (blank matches
       *> anything). Results follow SHOW-SEARCH-RESULT's layout. The
       *> search, each profile shown, and each invitation are written
       *> to talent_log.dat.
       EMP-TALENT-SEARCH.
           MOVE "--- Talent Search ---" TO LINE-MSG PERFORM SAY
           MOVE "Only students who opted in are searched. Leave a field blank to match anything."
              TO LINE-MSG
           PERFORM SAY
           MOVE "School:" TO PROMPT-TEXT
           PERFORM PROMPT-AND-READ
           MOVE FUNCTION TRIM(LAST-LINE) TO TALENT-SCHOOL-IN
           MOVE "Major:" TO PROMPT-TEXT
           PERFORM PROMPT-AND-READ
           MOVE FUNCTION TRIM(LAST-LINE) TO TALENT-MAJOR-IN
           MOVE "Graduation year (YYYY):" TO PROMPT-TEXT
           PERFORM PROMPT-AND-READ
           MOVE FUNCTION TRIM(LAST-LINE) TO TALENT-GRADYR-IN
           MOVE "Completed skill:" TO PROMPT-TEXT
           PERFORM PROMPT-AND-READ
           MOVE FUNCTION TRIM(LAST-LINE) TO TALENT-SKILL-IN

           PERFORM LOAD-TALENT-OPTINS
           PERFORM LOAD-PRIVACY
           MOVE 0 TO TRM-COUNT
           MOVE 0 TO TALENT-TRUNC
           PERFORM VARYING TLT-J FROM 1 BY 1 UNTIL TLT-J > TLT-COUNT
              IF TLT-OPEN(TLT-J) = 1
                 PERFORM CHECK-TALENT-MATCH
                 IF TALENT-HIT = 1
                    IF TRM-COUNT < 50
                       ADD 1 TO TRM-COUNT
                       MOVE TLT-J TO TRM-SLOT(TRM-COUNT)
                    ELSE
                       MOVE 1 TO TALENT-TRUNC
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           MOVE TRM-COUNT TO TALENT-CNT-DISPLAY
           MOVE "SEARCH" TO TLOG-KIND-IN
           MOVE SPACES TO TLOG-STUDENT-IN
           MOVE SPACES TO TLOG-DETAIL-IN
           STRING "school=" DELIMITED BY SIZE
                  FUNCTION TRIM(TALENT-SCHOOL-IN) DELIMITED BY SIZE
                  ";major=" DELIMITED BY SIZE
                  FUNCTION TRIM(TALENT-MAJOR-IN) DELIMITED BY SIZE
                  ";year=" DELIMITED BY SIZE
                  FUNCTION TRIM(TALENT-GRADYR-IN) DELIMITED BY SIZE
                  ";skill=" DELIMITED BY SIZE
                  FUNCTION TRIM(TALENT-SKILL-IN) DELIMITED BY SIZE
                  ";results=" DELIMITED BY SIZE
                  FUNCTION TRIM(TALENT-CNT-DISPLAY) DELIMITED BY SIZE
                  INTO TLOG-DETAIL-IN
           END-STRING
           PERFORM APPEND-TALENT-LOG

           IF TRM-COUNT = 0
              MOVE "No opted-in students match that search." TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING TRM-SEL FROM 1 BY 1 UNTIL TRM-SEL > TRM-COUNT
              MOVE TRM-SLOT(TRM-SEL) TO TRM-IDX
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TLT-USER(TRM-IDX)))
                 TO PR-USER
              PERFORM READ-PROFILE-BY-KEY
              IF PROFILE-FOUND = 1
                 MOVE SPACES TO LINE-MSG
                 MOVE TRM-SEL TO I-DISPLAY
                 STRING "--- Result " DELIMITED BY SIZE
                        I-DISPLAY DELIMITED BY SIZE
                        " ---" DELIMITED BY SIZE
                        INTO LINE-MSG
                 END-STRING
                 PERFORM SAY
                 PERFORM SHOW-TALENT-RESULT
              END-IF
           END-PERFORM
           IF TALENT-TRUNC = 1
              MOVE "(Only the first 50 matches are shown - narrow the search to see the rest.)"
                 TO LINE-MSG
              PERFORM SAY
           END-IF

           PERFORM UNTIL 1 = 2
              MOVE "Enter a result number to invite to apply, or 0 to go back:"
                 TO LINE-MSG
              PERFORM SAY
              PERFORM READ-NEXT
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(LAST-LINE)) TO TRM-SEL
              IF TRM-SEL = 0
                 EXIT PERFORM
              END-IF
              IF TRM-SEL < 1 OR TRM-SEL > TRM-COUNT
                 MOVE "Please pick a valid result number." TO LINE-MSG
                 PERFORM SAY
              ELSE
                 MOVE TRM-SLOT(TRM-SEL) TO TRM-IDX
                 PERFORM EMP-INVITE-TO-APPLY
              END-IF
           END-PERFORM
           .

       *> Sets TALENT-HIT when opted-in student TLT-J has a profile
       *> that matches every criterion given.
       CHECK-TALENT-MATCH.
           MOVE 0 TO TALENT-HIT
           MOVE TLT-USER(TLT-J) TO PRIV-OWNER-IN
           MOVE CURRENT-USER    TO PRIV-TARGET-IN
           PERFORM CHECK-BLOCKED
           IF PRIV-BLOCKED = 1
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TLT-USER(TLT-J))) TO PR-USER
           PERFORM READ-PROFILE-BY-KEY
           IF PROFILE-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           IF TALENT-SCHOOL-IN NOT = SPACES
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(PR-SCHOOL))
                 NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(TALENT-SCHOOL-IN))
              EXIT PARAGRAPH
           END-IF
           IF TALENT-MAJOR-IN NOT = SPACES
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(PR-MAJOR))
                 NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(TALENT-MAJOR-IN))
              EXIT PARAGRAPH
           END-IF
           IF TALENT-GRADYR-IN NOT = SPACES
              AND PR-GRADYR NOT = TALENT-GRADYR-IN
              EXIT PARAGRAPH
           END-IF
           IF TALENT-SKILL-IN NOT = SPACES
              MOVE PR-USER TO SKILL-OWNER
              PERFORM COLLECT-OWNER-SKILLS
              PERFORM VARYING ES-J FROM 1 BY 1 UNTIL ES-J > ES-COUNT
                 IF FUNCTION UPPER-CASE(FUNCTION TRIM(ES-SLOT(ES-J)))
                    = FUNCTION UPPER-CASE(FUNCTION TRIM(TALENT-SKILL-IN))
                    MOVE 1 TO TALENT-HIT
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO TALENT-HIT
           .

       *> The profile in PROFILE-REC as an employer sees it, laid out
       *> like SHOW-SEARCH-RESULT. The view is recorded the same way
       *> and logged as SHOWN in the talent audit.
       SHOW-TALENT-RESULT.
           MOVE SPACES TO FULL-NAME
           IF FUNCTION TRIM(PR-STATUS) = "ALUMNI"
              STRING "Name: " DELIMITED BY SIZE
                     FUNCTION TRIM(PR-FNAME) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(PR-LNAME) DELIMITED BY SIZE
                     " (Alumni)" DELIMITED BY SIZE
                     INTO FULL-NAME
              END-STRING
           ELSE
              STRING "Name: " DELIMITED BY SIZE
                     FUNCTION TRIM(PR-FNAME) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(PR-LNAME) DELIMITED BY SIZE
                     INTO FULL-NAME
              END-STRING
           END-IF
           MOVE FULL-NAME TO LINE-MSG PERFORM SAY

           MOVE "University:" TO PROMPT-TEXT
           MOVE FUNCTION TRIM(PR-SCHOOL) TO LAST-LINE
           PERFORM SAY-LABEL-VALUE

           MOVE "Major:" TO PROMPT-TEXT
           MOVE FUNCTION TRIM(PR-MAJOR) TO LAST-LINE
           PERFORM SAY-LABEL-VALUE

           MOVE "Graduation Year:" TO PROMPT-TEXT
           MOVE FUNCTION TRIM(PR-GRADYR) TO LAST-LINE
           PERFORM SAY-LABEL-VALUE

           MOVE PR-USER TO SKILL-OWNER
           PERFORM SHOW-SKILLS-WITH-ENDORSEMENTS

           MOVE PR-USER TO PVIEW-TARGET
           PERFORM RECORD-PROFILE-VIEW

           MOVE "SHOWN" TO TLOG-KIND-IN
           MOVE PR-USER TO TLOG-STUDENT-IN
           MOVE SPACES  TO TLOG-DETAIL-IN
           PERFORM APPEND-TALENT-LOG
           .

       *> Invites opted-in student TRM-IDX to apply to one of the
       *> employer's postings. One invitation per student per posting.
       EMP-INVITE-TO-APPLY.
           PERFORM EMP-LIST-MY-POSTINGS
           IF EP-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE "Enter the posting to invite them to, or 0 to go back:"
              TO LINE-MSG
           PERFORM SAY
           PERFORM READ-NEXT
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(LAST-LINE)) TO EMP-SEL
           IF EMP-SEL = 0
              EXIT PARAGRAPH
           END-IF
           IF EMP-SEL < 1 OR EMP-SEL > EP-COUNT
              MOVE "Please pick a valid posting number." TO LINE-MSG PERFORM SAY
              EXIT PARAGRAPH
           END-IF
           MOVE EP-SLOT(EMP-SEL) TO EP-IDX

           MOVE SPACES TO TLOG-DETAIL-IN
           STRING FUNCTION TRIM(JT-TITLE(EP-IDX)) DELIMITED BY SIZE
                  " at " DELIMITED BY SIZE
                  FUNCTION TRIM(JT-COMPANY(EP-IDX)) DELIMITED BY SIZE
                  INTO TLOG-DETAIL-IN
           END-STRING
           PERFORM CHECK-TALENT-INVITED
           IF TALENT-DUP = 1
              MOVE "You have already invited this student to that posting."
                 TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           MOVE TLT-USER(TRM-IDX) TO NOTIFY-USER
           MOVE SPACES TO NOTIFY-TEXT
           STRING "Invited to apply: " DELIMITED BY SIZE
                  FUNCTION TRIM(JT-TITLE(EP-IDX)) DELIMITED BY SIZE
                  " at " DELIMITED BY SIZE
                  FUNCTION TRIM(JT-COMPANY(EP-IDX)) DELIMITED BY SIZE
                  " - see Search for a Job" DELIMITED BY SIZE
                  INTO NOTIFY-TEXT
           END-STRING
           PERFORM APPEND-NOTIFICATION

           MOVE "INVITE" TO TLOG-KIND-IN
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TLT-USER(TRM-IDX)))
              TO TLOG-STUDENT-IN
           PERFORM APPEND-TALENT-LOG
           MOVE "Invitation sent - it is waiting in the student's notifications."
              TO LINE-MSG
           PERFORM SAY
           .

       *> Sets TALENT-DUP when CURRENT-USER already invited student
       *> TRM-IDX to the posting named in TLOG-DETAIL-IN.
       CHECK-TALENT-INVITED.
           MOVE 0 TO TALENT-DUP
           OPEN INPUT TalentLogFile
           IF FS-TLOG = "35"
              CLOSE TalentLogFile
              MOVE SPACES TO FS-TLOG
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ TalentLogFile
                 AT END EXIT PERFORM
              END-READ
              IF TL-KIND = "INVITE"
                 AND FUNCTION UPPER-CASE(FUNCTION TRIM(TL-EMPLOYER))
                    = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                 AND FUNCTION UPPER-CASE(FUNCTION TRIM(TL-STUDENT))
                    = FUNCTION UPPER-CASE(FUNCTION TRIM(TLT-USER(TRM-IDX)))
                 AND TL-DETAIL = TLOG-DETAIL-IN
                 MOVE 1 TO TALENT-DUP
                 EXIT PERFORM
              END-IF
           END-PERFORM
           CLOSE TalentLogFile
           .

       *> Appends one talent-search audit row for CURRENT-USER.
       APPEND-TALENT-LOG.
           OPEN EXTEND TalentLogFile
           IF FS-TLOG = "35"
              OPEN OUTPUT TalentLogFile
           END-IF
           MOVE FUNCTION CURRENT-DATE TO TALENT-NOW
           MOVE FUNCTION TRIM(CURRENT-USER) TO TL-EMPLOYER
           MOVE TALENT-NOW(1:8)             TO TL-DATE
           MOVE TALENT-NOW(9:6)             TO TL-TIME
           MOVE TLOG-KIND-IN                TO TL-KIND
           MOVE TLOG-STUDENT-IN             TO TL-STUDENT
           MOVE TLOG-DETAIL-IN              TO TL-DETAIL
           WRITE TLOG-REC
           CLOSE TalentLogFile
           .

       EMP-POST-JOB.
           IF JOB-COUNT >= MAX-JOBS
              MOVE "Posting limit reached. Close an old posting first." TO LINE-MSG
              PERFORM SAY
              EXIT PARAGRAPH
           END-IF

           MOVE "--- Post a New Job ---" TO LINE-MSG PERFORM SAY

           *> The company comes from the employer's company link, so
           *> every posting from one firm carries the same spelling.
           PERFORM LOAD-MY-COMPANY-LINK
           IF MY-COMPANY = SPACES
              MOVE "Your account is not linked to a company yet." TO LINE-MSG
              PERFORM SAY
              PERFORM EMP-LINK-COMPANY
              IF MY-COMPANY = SPACES
                 MOVE "Posting cancelled - link a company first." TO LINE-MSG
                 PERFORM SAY
                 EXIT PARAGRAPH
              END-IF
           END-IF
           ADD 1 TO JOB-COUNT

           *> Title (required)
           MOVE SPACES TO JT-TITLE(JOB-COUNT)
           PERFORM UNTIL FUNCTION LENGTH(FUNCTION TRIM(JT-TITLE(JOB-COUNT))) > 0
              MOVE "Enter Job Title:" TO PROMPT-TEXT
              PERFORM PROMPT-AND-READ
              MOVE FUNCTION TRIM(LAST-LINE) TO JT-TITLE(JOB-COUNT)
              IF FUNCTION LENGTH(FUNCTION TRIM(JT-TITLE(JOB-COUNT))) = 0
                 MOVE "This field is required." TO LINE-MSG PERFORM SAY
              END-IF
           END-PERFORM

           MOVE MY-COMPANY TO JT-COMPANY(JOB-COUNT)
           MOVE SPACES TO LINE-MSG
           STRING "Company: " DELIMITED BY SIZE
                  FUNCTION TRIM(MY-COMPANY) DELIMITED BY SIZE
                  INTO LINE-MSG
           END-STRING
           PERFORM SAY

           MOVE "Enter Location:" TO PROMPT-TEXT
           PERFORM PROMPT-AND-READ
           MOVE FUNCTION TRIM(LAST-LINE) TO JT-LOCATION(JOB-COUNT)

           MOVE "Enter a one-line Description:" TO PROMPT-TEXT
           PERFORM PROMPT-AND-READ
           MOVE FUNCTION TRIM(LAST-LINE) TO JT-DESC(JOB-COUNT)

           MOVE "Limit to one school (blank for all students):" TO PROMPT-TEXT
           PERFORM PROMPT-AND-READ
           MOVE FUNCTION TRIM(LAST-LINE) TO EMP-SCHOOL-IN
           PERFORM EMP-CHECK-SCHOOL
           MOVE EMP-SCHOOL-IN TO JT-SCHOOL(JOB-COUNT)

           MOVE "Limit to one major (blank for all students):" TO PROMPT-TEXT
           PERFORM PROMPT-AND-READ
           MOVE FUNCTION TRIM(LAST-LINE) TO EMP-MAJOR-IN
           PERFORM EMP-CHECK-MAJOR
           MOVE EMP-MAJOR-IN TO JT-MAJOR(JOB-COUNT)

           MOVE SPACES TO JT-TYPE(JOB-COUNT)
           MOVE SPACES TO JT-REMOTE(JOB-COUNT)
           MOVE SPACES TO JT-PAY-MIN(JOB-COUNT)
           MOVE SPACES TO JT-PAY-MAX(JOB-COUNT)
           MOVE SPACES TO JT-PAY-PER(JOB-COUNT)
           MOVE JOB-COUNT TO EP-IDX
           PERFORM EMP-PROMPT-JOB-TERMS

           *> Application deadline: blank keeps the posting open until
           *> the employer closes it by hand.
           MOVE SPACES TO JT-DEADLINE(JOB-COUNT)
           PERFORM UNTIL 1 = 2
              MOVE "Application deadline (YYYYMMDD, blank for none):"
                 TO PROMPT-TEXT
              PERFORM PROMPT-AND-READ
              IF FUNCTION LENGTH(FUNCTION TRIM(LAST-LINE)) = 0
                 EXIT PERFORM
              END-IF
              IF FUNCTION LENGTH(FUNCTION TRIM(LAST-LINE)) = 8
                 AND FUNCTION TRIM(LAST-LINE) IS NUMERIC
                 MOVE FUNCTION TRIM(LAST-LINE) TO JT-DEADLINE(JOB-COUNT)
                 EXIT PERFORM
              END-IF
              MOVE "Please enter an 8-digit date, e.g. 20261031, or leave blank."
                 TO LINE-MSG
              PERFORM SAY
           END-PERFORM

           PERFORM VARYING RK-J FROM 1 BY 1 UNTIL RK-J > MAX-JOB-SKILLS
              MOVE SPACES TO JT-SKILL(JOB-COUNT, RK-J)
           END-PERFORM
           PERFORM EMP-PROMPT-JOB-SKILLS
           PERFORM VARYING SQ-J FROM 1 BY 1 UNTIL SQ-J > MAX-JOB-QUESTIONS
              MOVE SPACES TO JT-QUESTION(JOB-COUNT, SQ-J)
           END-PERFORM
           PERFORM EMP-PROMPT-JOB-QUESTIONS

           MOVE FUNCTION CURRENT-DATE TO EMP-NOW
           MOVE EMP-NOW(1:8) TO JT-POSTED(JOB-COUNT)
           MOVE FUNCTION TRIM(CURRENT-USER) TO JT-OWNER(JOB-COUNT)

           PERFORM REWRITE-JOBS-FILE
           *> Written even when empty, so a new posting never picks up
           *> the list of an older one that had the same title.
           PERFORM APPEND-JOB-SKILLS
           PERFORM APPEND-JOB-QUESTIONS

           *> Alert the students whose saved searches match the new
           *> posting, the moment it goes up.
           MOVE JOB-COUNT TO SSM-IDX
           PERFORM NOTIFY-SAVED-SEARCH-MATCHES

           MOVE SPACES TO LINE-MSG
           STRING "Posting created: " DELIMITED BY SIZE
                  FUNCTION TRIM(JT-TITLE(JOB-COUNT)) DELIMITED BY SIZE
                  INTO LINE-MSG
           END-STRING
           PERFORM SAY
           .

       *> Prompts for the employment type, work arrangement, and pay
       *> range of JOB-TABLE row EP-IDX. Each prompt shows the value
       *> on file and a blank reply keeps it; type and arrangement
       *> are required, so a new posting cannot leave them blank.
       EMP-PROMPT-JOB-TERMS.
           PERFORM UNTIL 1 = 2
              MOVE SPACES TO PROMPT-TEXT
              STRING "Employment type - FT full-time, PT part-time, IN internship, CO co-op ["
                        DELIMITED BY SIZE
                     JT-TYPE(EP-IDX) DELIMITED BY SIZE
                     "]:" DELIMITED BY SIZE
                     INTO PROMPT-TEXT
              END-STRING
              PERFORM PROMPT-AND-READ
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LAST-LINE)) TO TERMS-CODE
              IF TERMS-CODE = SPACES AND JT-TYPE(EP-IDX) NOT = SPACES
                 EXIT PERFORM
              END-IF
              PERFORM CHECK-TYPE-CODE
              IF TERMS-CODE-OK = 1
                 MOVE TERMS-CODE TO JT-TYPE(EP-IDX)
                 EXIT PERFORM
              END-IF
              MOVE "Please enter FT, PT, IN, or CO." TO LINE-MSG PERFORM SAY
           END-PERFORM

           PERFORM UNTIL 1 = 2
              MOVE SPACES TO PROMPT-TEXT
              STRING "Work arrangement - O on-site, R remote, H hybrid [" DELIMITED BY SIZE
                     JT-REMOTE(EP-IDX) DELIMITED BY SIZE
                     "]:" DELIMITED BY SIZE
                     INTO PROMPT-TEXT
              END-STRING
              PERFORM PROMPT-AND-READ
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LAST-LINE)) TO TERMS-CODE
              IF TERMS-CODE = SPACES AND JT-REMOTE(EP-IDX) NOT = SPACES
                 EXIT PERFORM
              END-IF
              PERFORM CHECK-REMOTE-CODE
              IF TERMS-CODE-OK = 1
                 MOVE TERMS-CODE TO JT-REMOTE(EP-IDX)
                 EXIT PERFORM
              END-IF
              MOVE "Please enter O, R, or H." TO LINE-MSG PERFORM SAY
           END-PERFORM

           *> Pay is optional: NONE (or a blank when no pay is on
           *> file) leaves the posting without a stated pay range.
           MOVE SPACES TO PROMPT-TEXT
           STRING "Pay from, in whole dollars [" DELIMITED BY SIZE
                  FUNCTION TRIM(JT-PAY-MIN(EP-IDX)) DELIMITED BY SIZE
                  "] (blank keeps it, NONE for not stated):" DELIMITED BY SIZE
                  INTO PROMPT-TEXT
           END-STRING
           PERFORM PROMPT-AND-READ
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(LAST-LINE)) = "NONE"
              MOVE SPACES TO JT-PAY-MIN(EP-IDX)
              MOVE SPACES TO JT-PAY-MAX(EP-IDX)
              MOVE SPACES TO JT-PAY-PER(EP-IDX)
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(LAST-LINE)) > 0
              IF FUNCTION LENGTH(FUNCTION TRIM(LAST-LINE)) <= 7
                 AND FUNCTION TRIM(LAST-LINE) IS NUMERIC
                 MOVE FUNCTION TRIM(LAST-LINE) TO JT-PAY-MIN(EP-IDX)
              ELSE
                 MOVE "Not a whole-dollar amount - the pay was left unchanged."
                    TO LINE-MSG
                 PERFORM SAY
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF JT-PAY-MIN(EP-IDX) = SPACES
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PROMPT-TEXT
           STRING "Pay up to, in whole dollars [" DELIMITED BY SIZE
                  FUNCTION TRIM(JT-PAY-MAX(EP-IDX)) DELIMITED BY SIZE
                  "] (blank keeps it):" DELIMITED BY SIZE
                  INTO PROMPT-TEXT
           END-STRING
           PERFORM PROMPT-AND-READ
           IF FUNCTION LENGTH(FUNCTION TRIM(LAST-LINE)) > 0
              IF FUNCTION LENGTH(FUNCTION TRIM(LAST-LINE)) <= 7
                 AND FUNCTION TRIM(LAST-LINE) IS NUMERIC
                 MOVE FUNCTION TRIM(LAST-LINE) TO JT-PAY-MAX(EP-IDX)
              ELSE
                 MOVE "Not a whole-dollar amount - the top of the range was left unchanged."
                    TO LINE-MSG
                 PERFORM SAY
              END-IF
           END-IF
           IF JT-PAY-MAX(EP-IDX) NOT = SPACES
              AND FUNCTION NUMVAL(JT-PAY-MAX(EP-IDX))
                  < FUNCTION NUMVAL(JT-PAY-MIN(EP-IDX))
              MOVE "The top of the range was below the start - it now matches the start."
                 TO LINE-MSG
              PERFORM SAY
              MOVE JT-PAY-MIN(EP-IDX) TO JT-PAY-MAX(EP-IDX)
           END-IF

           PERFORM UNTIL 1 = 2
              MOVE SPACES TO PROMPT-TEXT
              STRING "Pay is per H hour or Y year [" DELIMITED BY SIZE
                     JT-PAY-PER(EP-IDX) DELIMITED BY SIZE
                     "]:" DELIMITED BY SIZE
                     INTO PROMPT-TEXT
              END-STRING
              PERFORM PROMPT-AND-READ
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LAST-LINE)) TO TERMS-CODE
              IF TERMS-CODE = SPACES AND JT-PAY-PER(EP-IDX) NOT = SPACES
                 EXIT PERFORM
              END-IF
              IF TERMS-CODE = "H" OR TERMS-CODE = "Y"
                 MOVE TERMS-CODE TO JT-PAY-PER(EP-IDX)
                 EXIT PERFORM
              END-IF
              MOVE "Please enter H or Y." TO LINE-MSG PERFORM SAY
           END-PERFORM
           .

       *> Picks up to MAX-JOB-SKILLS required skills for JOB-TABLE
       *> row EP-IDX from the active catalog. A posting that already
       *> has a list offers to keep it.
       EMP-PROMPT-JOB-SKILLS.
           IF JT-SKILL(EP-IDX, 1) NOT = SPACES
              MOVE "Required skills on file:" TO LINE-MSG PERFORM SAY
              PERFORM VARYING RK-J FROM 1 BY 1 UNTIL RK-J > MAX-JOB-SKILLS
                 IF JT-SKILL(EP-IDX, RK-J) NOT = SPACES
                    MOVE SPACES TO LINE-MSG
                    STRING "  " DELIMITED BY SIZE
                           FUNCTION TRIM(JT-SKILL(EP-IDX, RK-J))
                              DELIMITED BY SIZE
                           INTO LINE-MSG
                    END-STRING
                    PERFORM SAY
                 END-IF
              END-PERFORM
              MOVE "Keep these required skills? (Y/N):" TO PROMPT-TEXT
              PERFORM PROMPT-AND-READ
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(LAST-LINE)) NOT = "N"
                 EXIT PARAGRAPH
              END-IF
              PERFORM VARYING RK-J FROM 1 BY 1 UNTIL RK-J > MAX-JOB-SKILLS
                 MOVE SPACES TO JT-SKILL(EP-IDX, RK-J)
              END-PERFORM
           END-IF
           IF SKILL-COUNT = 0
              EXIT PARAGRAPH
           END-IF

           MOVE "Skills in the catalog:" TO LINE-MSG PERFORM SAY
           PERFORM VARYING RK-SEL FROM 1 BY 1 UNTIL RK-SEL > SKILL-COUNT
              MOVE SPACES TO LINE-MSG
              MOVE RK-SEL TO I-DISPLAY
              STRING I-DISPLAY ". " DELIMITED BY SIZE
                     FUNCTION TRIM(SKL-NAME(RK-SEL)) DELIMITED BY SIZE
                     " (" DELIMITED BY SIZE
                     FUNCTION TRIM(SKL-CATEGORY(RK-SEL)) DELIMITED BY SIZE
                     ")" DELIMITED BY SIZE
                     INTO LINE-MSG
              END-STRING
              PERFORM SAY
           END-PERFORM

           MOVE 0 TO RK-COUNT
           PERFORM UNTIL RK-COUNT >= MAX-JOB-SKILLS
              MOVE "Add a required skill by number (0 or blank when done):"
                 TO PROMPT-TEXT
              PERFORM PROMPT-AND-READ
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(LAST-LINE)) TO RK-SEL
              IF RK-SEL = 0
                 EXIT PERFORM
              END-IF
              IF RK-SEL > SKILL-COUNT
                 MOVE "Please pick a number from the list." TO LINE-MSG
                 PERFORM SAY
              ELSE
                 MOVE 0 TO RK-DUP
                 PERFORM VARYING RK-J FROM 1 BY 1 UNTIL RK-J > RK-COUNT
                    IF JT-SKILL(EP-IDX, RK-J) = SKL-NAME(RK-SEL)
                       MOVE 1 TO RK-DUP
                    END-IF
                 END-PERFORM
                 IF RK-DUP = 1
                    MOVE "That skill is already on the list." TO LINE-MSG
                    PERFORM SAY
                 ELSE
                    ADD 1 TO RK-COUNT
                    MOVE SKL-NAME(RK-SEL) TO JT-SKILL(EP-IDX, RK-COUNT)
                 END-IF
              END-IF
           END-PERFORM
           .

       *> Up to MAX-JOB-QUESTIONS screening questions for JOB-TABLE
       *> row EP-IDX, each yes/no or short text; a yes/no question may
       *> be a knockout. A posting that already has questions offers
       *> to keep them.
       EMP-PROMPT-JOB-QUESTIONS.
           IF JT-Q-TEXT(EP-IDX, 1) NOT = SPACES
              MOVE "Screening questions on file:" TO LINE-MSG PERFORM SAY
              PERFORM VARYING SQ-J FROM 1 BY 1 UNTIL SQ-J > MAX-JOB-QUESTIONS
                 IF JT-Q-TEXT(EP-IDX, SQ-J) NOT = SPACES
                    MOVE SQ-J TO SQ-NUM-DISPLAY
                    MOVE SPACES TO LINE-MSG
                    EVALUATE TRUE
                       WHEN JT-Q-KNOCKOUT(EP-IDX, SQ-J) = "Y"
                          STRING "  " SQ-NUM-DISPLAY ". " DELIMITED BY SIZE
                                 FUNCTION TRIM(JT-Q-TEXT(EP-IDX, SQ-J)) DELIMITED BY SIZE
                                 " [yes/no, knockout]" DELIMITED BY SIZE
                                 INTO LINE-MSG
                          END-STRING
                       WHEN JT-Q-KIND(EP-IDX, SQ-J) = "Y"
                          STRING "  " SQ-NUM-DISPLAY ". " DELIMITED BY SIZE
                                 FUNCTION TRIM(JT-Q-TEXT(EP-IDX, SQ-J)) DELIMITED BY SIZE
                                 " [yes/no]" DELIMITED BY SIZE
                                 INTO LINE-MSG
                          END-STRING
                       WHEN OTHER
                          STRING "  " SQ-NUM-DISPLAY ". " DELIMITED BY SIZE
                                 FUNCTION TRIM(JT-Q-TEXT(EP-IDX, SQ-J)) DELIMITED BY SIZE
                                 " [short text]" DELIMITED BY SIZE
                                 INTO LINE-MSG
                          END-STRING
                    END-EVALUATE
                    PERFORM SAY
                 END-IF
              END-PERFORM
              MOVE "Keep these screening questions? (Y/N):" TO PROMPT-TEXT
              PERFORM PROMPT-AND-READ
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(LAST-LINE)) NOT = "N"
                 EXIT PARAGRAPH
              END-IF
              PERFORM VARYING SQ-J FROM 1 BY 1 UNTIL SQ-J > MAX-JOB-QUESTIONS
                 MOVE SPACES TO JT-QUESTION(EP-IDX, SQ-J)
              END-PERFORM
           END-IF

           MOVE 0 TO SQ-COUNT
           PERFORM UNTIL SQ-COUNT >= MAX-JOB-QUESTIONS
              MOVE "Add a screening question (blank when done):" TO PROMPT-TEXT
              PERFORM PROMPT-AND-READ
              IF FUNCTION LENGTH(FUNCTION TRIM(LAST-LINE)) = 0
                 EXIT PERFORM
              END-IF
              ADD 1 TO SQ-COUNT
              MOVE FUNCTION TRIM(LAST-LINE) TO JT-Q-TEXT(EP-IDX, SQ-COUNT)

              PERFORM UNTIL 1 = 2
                 MOVE "Answer type - Y yes/no, T short text:" TO PROMPT-TEXT
                 PERFORM PROMPT-AND-READ
                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LAST-LINE))
                    TO JT-Q-KIND(EP-IDX, SQ-COUNT)
                 IF JT-Q-KIND(EP-IDX, SQ-COUNT) = "Y"
                    OR JT-Q-KIND(EP-IDX, SQ-COUNT) = "T"
                    EXIT PERFORM
                 END-IF
                 MOVE "Please enter Y or T." TO LINE-MSG PERFORM SAY
              END-PERFORM

              MOVE "N" TO JT-Q-KNOCKOUT(EP-IDX, SQ-COUNT)
              IF JT-Q-KIND(EP-IDX, SQ-COUNT) = "Y"
                 MOVE "Knockout - decline anyone who answers no? (Y/N):"
                    TO PROMPT-TEXT
                 PERFORM PROMPT-AND-READ
                 IF FUNCTION UPPER-CASE(FUNCTION TRIM(LAST-LINE)) = "Y"
                    MOVE "Y" TO JT-Q-KNOCKOUT(EP-IDX, SQ-COUNT)
                 END-IF
              END-IF
           END-PERFORM
           .

       *> Builds EP-MAP with the postings the logged-in employer may
              MOVE FUNCTION TRIM(LAST-LINE) TO JT-TITLE(EP-IDX)
           END-IF

           *> The company is no longer free text: an employer may
           *> only move a posting onto their own linked company (to
           *> fix an old spelling, or when claiming a seed row).
           PERFORM LOAD-MY-COMPANY-LINK
           IF MY-COMPANY NOT = SPACES
              AND FUNCTION TRIM(JT-COMPANY(EP-IDX))
                  NOT = FUNCTION TRIM(MY-COMPANY)
              MOVE SPACES TO PROMPT-TEXT
              STRING "Company [" DELIMITED BY SIZE
                     FUNCTION TRIM(JT-COMPANY(EP-IDX)) DELIMITED BY SIZE
                     "] - change it to " DELIMITED BY SIZE
                     FUNCTION TRIM(MY-COMPANY) DELIMITED BY SIZE
                     "? (Y/N):" DELIMITED BY SIZE
                     INTO PROMPT-TEXT
              END-STRING
              PERFORM PROMPT-AND-READ
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(LAST-LINE)) = "Y"
                 MOVE MY-COMPANY TO JT-COMPANY(EP-IDX)
              END-IF
           END-IF

           MOVE SPACES TO PROMPT-TEXT
              END-IF
           END-IF

           PERFORM EMP-PROMPT-JOB-TERMS

           MOVE SPACES TO PROMPT-TEXT
           STRING "Application deadline [" DELIMITED BY SIZE
                  FUNCTION TRIM(JT-DEADLINE(EP-IDX)) DELIMITED BY SIZE
              MOVE FUNCTION TRIM(CURRENT-USER) TO JT-OWNER(EP-IDX)
           END-IF

           PERFORM EMP-PROMPT-JOB-SKILLS
           PERFORM EMP-PROMPT-JOB-QUESTIONS

           PERFORM REWRITE-JOBS-FILE
           *> Also carries the lists over when the title or company
           *> changed above.
           PERFORM APPEND-JOB-SKILLS
           PERFORM APPEND-JOB-QUESTIONS
           MOVE "Posting updated." TO LINE-MSG PERFORM SAY
           .

       *> they stand without emailing support.
       EMP-REVIEW-APPLICANTS.
           MOVE "--- Review Applicants ---" TO LINE-MSG PERFORM SAY
           PERFORM LOAD-MANAGED-JOBAPPS
           MOVE 0 TO MA-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > JOBAPP-COUNT
              IF MA-COUNT < 99
                 ADD 1 TO MA-COUNT
                 MOVE I TO MA-SLOT(MA-COUNT)
                 MOVE SPACES TO LINE-MSG
                        INTO LINE-MSG
                 END-STRING
                 PERFORM SAY
                 PERFORM LOAD-APPLICANT-ANSWERS
                 PERFORM SHOW-APPLICANT-ANSWERS
              END-IF
           END-PERFORM

           END-IF
           MOVE MA-SLOT(MA-SEL) TO MA-IDX

           *> A withdrawal is the student's decision: the employer
           *> must not overwrite it with a review status.
           IF FUNCTION TRIM(JP-STATUS(MA-IDX)) = "WITHDRAWN"
              EXIT PARAGRAPH
           END-IF

           *> A knockout answer declined the application on apply; it
           *> stays declined.
           IF FUNCTION TRIM(JP-STATUS(MA-IDX)) = "DECLINED"
              MOVE MA-IDX TO I
              PERFORM LOAD-APPLICANT-ANSWERS
              IF SA-KNOCKED = 1
                 MOVE "This application was declined by a knockout screening question - its status cannot be changed."
                    TO LINE-MSG
                 PERFORM SAY
                 EXIT PARAGRAPH
              END-IF
           END-IF

           *> An answered offer is the student's decision, and an
           *> acceptance already has a placement row behind it.
           IF FUNCTION TRIM(JP-STATUS(MA-IDX)) = "ACCEPTED"
                 EXIT PARAGRAPH
           END-EVALUATE

           PERFORM STAMP-JOBAPP-STATUS
           PERFORM REWRITE-JOBAPP-ROW

           *> Tell the student at their next login, not just if they
           *> happen to reopen My Applications and compare from memory.
           PERFORM SAY
           .

       *> Latest screening answers for the application in
       *> JOBAPP-TABLE row I. Answers are written question 1 first,
       *> so a question-1 row starts a fresh set (a re-application
       *> after a withdrawal replaces the earlier answers).
       LOAD-APPLICANT-ANSWERS.
           MOVE SPACES TO SA-ANSWERS
           MOVE 0 TO SA-KNOCKED
           OPEN INPUT AppAnswerFile
           IF FS-APPANS = "35"
              CLOSE AppAnswerFile
              MOVE SPACES TO FS-APPANS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ AppAnswerFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-APPANS NOT = "00"
                 EXIT PERFORM
              END-IF
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(AA-USER))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(JP-USER(I)))
                 AND AA-TITLE = JP-TITLE(I)
                 AND AA-COMPANY = JP-COMPANY(I)
                 AND AA-QNUM >= 1 AND AA-QNUM <= MAX-JOB-QUESTIONS
                 IF AA-QNUM = 1
                    MOVE SPACES TO SA-ANSWERS
                    MOVE 0 TO SA-KNOCKED
                 END-IF
                 MOVE AA-QTEXT    TO SA-QTEXT(AA-QNUM)
                 MOVE AA-ANSWER   TO SA-ANSWER(AA-QNUM)
                 MOVE AA-KNOCKOUT TO SA-KNOCKOUT(AA-QNUM)
                 IF AA-KNOCKOUT = "Y"
                    MOVE 1 TO SA-KNOCKED
                 END-IF
              END-IF
           END-PERFORM
           CLOSE AppAnswerFile
           MOVE SPACES TO FS-APPANS
           .

       *> Prints SA-ANSWERS under the applicant's line.
       SHOW-APPLICANT-ANSWERS.
           PERFORM VARYING SQ-J FROM 1 BY 1 UNTIL SQ-J > MAX-JOB-QUESTIONS
              IF SA-QTEXT(SQ-J) NOT = SPACES
                 MOVE SPACES TO LINE-MSG
                 IF SA-KNOCKOUT(SQ-J) = "Y"
                    STRING "     " DELIMITED BY SIZE
                           FUNCTION TRIM(SA-QTEXT(SQ-J)) DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           FUNCTION TRIM(SA-ANSWER(SQ-J)) DELIMITED BY SIZE
                           " (knockout)" DELIMITED BY SIZE
                           INTO LINE-MSG
                    END-STRING
                 ELSE
                    STRING "     " DELIMITED BY SIZE
                           FUNCTION TRIM(SA-QTEXT(SQ-J)) DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           FUNCTION TRIM(SA-ANSWER(SQ-J)) DELIMITED BY SIZE
                           INTO LINE-MSG
                    END-STRING
                 END-IF
                 PERFORM SAY
              END-IF
           END-PERFORM
           .

              MOVE JT-POSTED(I)   TO NJ-POSTED
              MOVE JT-OWNER(I)    TO NJ-OWNER
              MOVE JT-DEADLINE(I) TO NJ-DEADLINE
              MOVE JT-PAY-MIN(I)  TO NJ-PAY-MIN
              MOVE JT-PAY-MAX(I)  TO NJ-PAY-MAX
              MOVE JT-PAY-PER(I)  TO NJ-PAY-PER
              MOVE JT-TYPE(I)     TO NJ-TYPE
              MOVE JT-REMOTE(I)   TO NJ-REMOTE
              WRITE NEWJOB-REC
           END-PERFORM
           CLOSE NewJobsFile
              MOVE FUNCTION TRIM(LAST-LINE) TO EMP-MAJOR-IN
           END-PERFORM
           .

       *> ---------------- Company profiles ----------------
       *> Reads companies.dat into COMPANY-TABLE. A later row for a
       *> name already loaded is an edit and replaces that slot. A
       *> missing file loads as empty.
       LOAD-COMPANIES.
           MOVE 0 TO CMP-COUNT
           MOVE 0 TO CAP-HIT
           OPEN INPUT CompanyFile
           IF FS-COMP = "35"
              CLOSE CompanyFile
              MOVE SPACES TO FS-COMP
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ CompanyFile
                 AT END EXIT PERFORM
              END-READ
              IF CO-NAME NOT = SPACES
                 MOVE 0 TO CMP-IDX
                 PERFORM VARYING CMP-J FROM 1 BY 1 UNTIL CMP-J > CMP-COUNT
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(CM-NAME(CMP-J)))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(CO-NAME))
                       MOVE CMP-J TO CMP-IDX
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
                 IF CMP-IDX = 0 AND CMP-COUNT >= MAX-COMPANIES
                    MOVE 1 TO CAP-HIT
                 END-IF
                 IF CMP-IDX = 0 AND CMP-COUNT < MAX-COMPANIES
                    ADD 1 TO CMP-COUNT
                    MOVE CMP-COUNT TO CMP-IDX
                 END-IF
                 IF CMP-IDX > 0
                    MOVE CO-NAME     TO CM-NAME(CMP-IDX)
                    MOVE CO-INDUSTRY TO CM-INDUSTRY(CMP-IDX)
                    MOVE CO-WEBSITE  TO CM-WEBSITE(CMP-IDX)
                    MOVE CO-HQ       TO CM-HQ(CMP-IDX)
                    MOVE CO-DESC     TO CM-DESC(CMP-IDX)
                 END-IF
              END-IF
           END-PERFORM
           CLOSE CompanyFile
           IF CAP-HIT = 1
              MOVE "companies.dat" TO CAP-FILE
              PERFORM NOTE-CAPACITY-TRUNCATION
           END-IF
           .

       *> Sets CMP-IDX to the COMPANY-TABLE row named CMP-TARGET
       *> (case-insensitive), or 0 when it is not on file.
       FIND-COMPANY.
           MOVE 0 TO CMP-IDX
           PERFORM VARYING CMP-J FROM 1 BY 1 UNTIL CMP-J > CMP-COUNT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(CM-NAME(CMP-J)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(CMP-TARGET))
                 MOVE CMP-J TO CMP-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .

       *> Sets MY-COMPANY from CURRENT-USER's latest link row.
       LOAD-MY-COMPANY-LINK.
           MOVE SPACES TO MY-COMPANY
           OPEN INPUT CompanyLinkFile
           IF FS-CLINK = "35"
              CLOSE CompanyLinkFile
              MOVE SPACES TO FS-CLINK
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ CompanyLinkFile
                 AT END EXIT PERFORM
              END-READ
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(CK-USER))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                 MOVE CK-COMPANY TO MY-COMPANY
              END-IF
           END-PERFORM
           CLOSE CompanyLinkFile
           .

       *> Links CURRENT-USER to MY-COMPANY from today on.
       APPEND-COMPANY-LINK.
           OPEN EXTEND CompanyLinkFile
           IF FS-CLINK = "35"
              OPEN OUTPUT CompanyLinkFile
           END-IF
           MOVE FUNCTION TRIM(CURRENT-USER) TO CK-USER
           MOVE MY-COMPANY                  TO CK-COMPANY
           MOVE FUNCTION CURRENT-DATE TO CMP-NOW
           MOVE CMP-NOW(1:8)                TO CK-DATE
           WRITE CLINK-REC
           CLOSE CompanyLinkFile
           .

       *> Appends NEW-COMPANY as the company's current profile.
       APPEND-COMPANY.
           OPEN EXTEND CompanyFile
           IF FS-COMP = "35"
              OPEN OUTPUT CompanyFile
           END-IF
           MOVE NC-NAME     TO CO-NAME
           MOVE NC-INDUSTRY TO CO-INDUSTRY
           MOVE NC-WEBSITE  TO CO-WEBSITE
           MOVE NC-HQ       TO CO-HQ
           MOVE NC-DESC     TO CO-DESC
           WRITE COMPANY-REC
           CLOSE CompanyFile
           .

       *> Employer Desk view of the employer's own company: shows the
       *> profile and lets them edit it or link to another company.
       EMP-MY-COMPANY.
           PERFORM UNTIL 1 = 2
              MOVE "--- My Company ---" TO LINE-MSG PERFORM SAY
              PERFORM LOAD-MY-COMPANY-LINK
              IF MY-COMPANY = SPACES
                 MOVE "Your account is not linked to a company yet." TO LINE-MSG
                 PERFORM SAY
                 PERFORM EMP-LINK-COMPANY
                 EXIT PERFORM
              END-IF
              PERFORM LOAD-COMPANIES
              MOVE MY-COMPANY TO CMP-TARGET
              PERFORM FIND-COMPANY
              MOVE "Company:" TO PROMPT-TEXT
              MOVE FUNCTION TRIM(MY-COMPANY) TO LAST-LINE
              PERFORM SAY-LABEL-VALUE
              IF CMP-IDX > 0
                 PERFORM SHOW-COMPANY-PROFILE
              END-IF
              MOVE "1. Edit company profile"        TO LINE-MSG PERFORM SAY
              MOVE "2. Link to a different company" TO LINE-MSG PERFORM SAY
              MOVE "0. Go back"                     TO LINE-MSG PERFORM SAY
              MOVE "Enter your choice:"             TO LINE-MSG PERFORM SAY

              PERFORM READ-NEXT
              MOVE FUNCTION NUMVAL(FUNCTION TRIM(LAST-LINE)) TO CMP-SEL

              EVALUATE CMP-SEL
                 WHEN 0
                    EXIT PERFORM
                 WHEN 1
                    MOVE SPACES TO NEW-COMPANY
                    MOVE MY-COMPANY TO NC-NAME
                    IF CMP-IDX > 0
                       MOVE CMP-SLOT(CMP-IDX) TO NEW-COMPANY
                    END-IF
                    PERFORM EMP-PROMPT-COMPANY-FIELDS
                    PERFORM APPEND-COMPANY
                    MOVE "Company profile saved." TO LINE-MSG PERFORM SAY
                 WHEN 2
                    PERFORM EMP-LINK-COMPANY
                 WHEN OTHER
                    MOVE "Please pick 0-2." TO LINE-MSG PERFORM SAY
              END-EVALUATE
           END-PERFORM
           .

       *> Links CURRENT-USER to a company by name. A name already on
       *> file is linked under its canonical spelling; a new name is
       *> offered as a new company profile. Leaves MY-COMPANY as it
       *> was if the employer backs out.
       EMP-LINK-COMPANY.
           MOVE "Enter your company's name (blank to cancel):" TO PROMPT-TEXT
           PERFORM PROMPT-AND-READ
           IF FUNCTION LENGTH(FUNCTION TRIM(LAST-LINE)) = 0
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(LAST-LINE) TO CMP-TARGET
           PERFORM LOAD-COMPANIES
           PERFORM FIND-COMPANY
           IF CMP-IDX > 0
              MOVE CM-NAME(CMP-IDX) TO MY-COMPANY
           ELSE
              MOVE SPACES TO LINE-MSG
              STRING "No company named " DELIMITED BY SIZE
                     FUNCTION TRIM(CMP-TARGET) DELIMITED BY SIZE
                     " is on file. Create its profile now? (Y/N)" DELIMITED BY SIZE
                     INTO LINE-MSG
              END-STRING
              PERFORM SAY
              PERFORM READ-NEXT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(LAST-LINE)) NOT = "Y"
                 MOVE "No company linked." TO LINE-MSG PERFORM SAY
                 EXIT PARAGRAPH
              END-IF
              MOVE SPACES TO NEW-COMPANY
              MOVE CMP-TARGET TO NC-NAME
              PERFORM EMP-PROMPT-COMPANY-FIELDS
              PERFORM APPEND-COMPANY
              MOVE NC-NAME TO MY-COMPANY
           END-IF
           PERFORM APPEND-COMPANY-LINK
           MOVE SPACES TO LINE-MSG
           STRING "Your account is now linked to " DELIMITED BY SIZE
                  FUNCTION TRIM(MY-COMPANY) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO LINE-MSG
           END-STRING
           PERFORM SAY
           .

       *> Prompts for the profile fields of NEW-COMPANY; each prompt
       *> shows the current value, and a blank reply keeps it.
       EMP-PROMPT-COMPANY-FIELDS.
           MOVE SPACES TO PROMPT-TEXT
           STRING "Industry [" DELIMITED BY SIZE
                  FUNCTION TRIM(NC-INDUSTRY) DELIMITED BY SIZE
                  "] (blank keeps it):" DELIMITED BY SIZE
                  INTO PROMPT-TEXT
           END-STRING
           PERFORM PROMPT-AND-READ
           IF FUNCTION LENGTH(FUNCTION TRIM(LAST-LINE)) > 0
              MOVE FUNCTION TRIM(LAST-LINE) TO NC-INDUSTRY
           END-IF

           MOVE SPACES TO PROMPT-TEXT
           STRING "Website [" DELIMITED BY SIZE
                  FUNCTION TRIM(NC-WEBSITE) DELIMITED BY SIZE
                  "] (blank keeps it):" DELIMITED BY SIZE
                  INTO PROMPT-TEXT
           END-STRING
           PERFORM PROMPT-AND-READ
           IF FUNCTION LENGTH(FUNCTION TRIM(LAST-LINE)) > 0
              MOVE FUNCTION TRIM(LAST-LINE) TO NC-WEBSITE
           END-IF

           MOVE SPACES TO PROMPT-TEXT
           STRING "Headquarters [" DELIMITED BY SIZE
                  FUNCTION TRIM(NC-HQ) DELIMITED BY SIZE
                  "] (blank keeps it):" DELIMITED BY SIZE
                  INTO PROMPT-TEXT
           END-STRING
           PERFORM PROMPT-AND-READ
           IF FUNCTION LENGTH(FUNCTION TRIM(LAST-LINE)) > 0
              MOVE FUNCTION TRIM(LAST-LINE) TO NC-HQ
           END-IF

           MOVE SPACES TO PROMPT-TEXT
           STRING "Description [" DELIMITED BY SIZE
                  FUNCTION TRIM(NC-DESC) DELIMITED BY SIZE
                  "] (blank keeps it):" DELIMITED BY SIZE
                  INTO PROMPT-TEXT
           END-STRING
           PERFORM PROMPT-AND-READ
           IF FUNCTION LENGTH(FUNCTION TRIM(LAST-LINE)) > 0
              MOVE FUNCTION TRIM(LAST-LINE) TO NC-DESC
           END-IF
           .
