>>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FunnelReport.

       *> Hiring funnel and time-to-hire. Joins job_applications.dat
       *> to interviews.dat, placements.dat, the posting's owner in
       *> jobs.dat, and the applicant's profile, and for the whole
       *> system, each employer, each posting, and each school and
       *> major prints how many applications reached each stage
       *> (applied, interviewed, offered, accepted, withdrawn or
       *> declined), the conversion rate between stages, and the
       *> median days from application to interview and to placement.
       *> Read-only; takes no lock.
       *>
       *> The stage dates on the application row drive the counts.
       *> Rows written before those dates existed fall back to a
       *> CONFIRMED interview slot for the interview date, and to the
       *> placement row for the placement date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT InterviewsFile  ASSIGN TO "data/interviews.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS IV-KEY
               ALTERNATE RECORD KEY IS IV-POSTING WITH DUPLICATES
               FILE STATUS  IS FS-IVIEW.

           SELECT PlacementsFile  ASSIGN TO "data/placements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-PLACE.

           SELECT ProfileFile     ASSIGN TO "data/InCollege-Profiles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS PR-USER
               ALTERNATE RECORD KEY IS PR-SCHOOL WITH DUPLICATES
               FILE STATUS  IS FS-PROFILE.

       DATA DIVISION.
       FILE SECTION.

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

       *> Layout must track PLACE-REC in InCollege2.cob.
       FD  PlacementsFile.
       01  PLACE-REC.
           05 PL-USER                      PIC X(20).
           05 PL-TITLE                     PIC X(30).
           05 PL-COMPANY                   PIC X(30).
           05 PL-SCHOOL                    PIC X(30).
           05 PL-MAJOR                     PIC X(30).
           05 PL-DATE                      PIC X(8).

       *> Layout must track PROFILE-REC in InCollege2.cob.
       FD  ProfileFile
           RECORD CONTAINS 2332 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  PROFILE-REC.
           05 PR-USER                      PIC X(20).
           05 PR-FNAME                     PIC X(20).
           05 PR-LNAME                     PIC X(20).
           05 PR-SCHOOL                    PIC X(30).
           05 PR-MAJOR                     PIC X(30).
           05 PR-GRADYR                    PIC X(4).
           05 PR-ABOUT                     PIC X(200).
           05 PR-EXPERIENCE-TABLE OCCURS 10 TIMES.
              10 PR-EXP-TITLE              PIC X(30).
              10 PR-EXP-COMPANY            PIC X(30).
              10 PR-EXP-DATES              PIC X(20).
              10 PR-EXP-DESC               PIC X(50).
           05 PR-EDUCATION-TABLE OCCURS 10 TIMES.
              10 PR-EDU-DEGREE             PIC X(30).
              10 PR-EDU-SCHOOL             PIC X(30).
              10 PR-EDU-YEARS              PIC X(10).
           *> Blank for a current student; "ALUMNI" once the annual
           *> rollover sees the graduation year has passed.
           05 PR-STATUS                    PIC X(8).

       WORKING-STORAGE SECTION.
       77  FS-JOBS                         PIC XX     VALUE SPACES.
       77  FS-JOBAPP                       PIC XX     VALUE SPACES.
       77  FS-IVIEW                        PIC XX     VALUE SPACES.
       77  FS-PLACE                        PIC XX     VALUE SPACES.
       77  FS-PROFILE                      PIC XX     VALUE SPACES.

       77  MAX-JOBS                        PIC 99     VALUE 50.
       77  JOB-COUNT                       PIC 99     VALUE 0.
       01  JOB-TABLE.
           05 JOB-SLOT OCCURS 50 TIMES.
              10 JT-TITLE                  PIC X(30).
              10 JT-COMPANY                PIC X(30).
              10 JT-OWNER                  PIC X(20).

       *> Only CONFIRMED slots count as an interview.
       77  MAX-IVS                         PIC 9(4)   VALUE 2000.
       77  IV-COUNT                        PIC 9(4)   VALUE 0.
       01  IV-TABLE.
           05 IV-SLOT OCCURS 2000 TIMES.
              10 IT-USER                   PIC X(20).
              10 IT-TITLE                  PIC X(30).
              10 IT-COMPANY                PIC X(30).
              10 IT-DATE                   PIC X(8).

       77  MAX-PLACES                      PIC 9(4)   VALUE 2000.
       77  PLACE-COUNT                     PIC 9(4)   VALUE 0.
       01  PLACE-TABLE.
           05 PLACE-SLOT OCCURS 2000 TIMES.
              10 PT-USER                   PIC X(20).
              10 PT-TITLE                  PIC X(30).
              10 PT-COMPANY                PIC X(30).
              10 PT-DATE                   PIC X(8).

       77  MAX-PROFILES                    PIC 9(4)   VALUE 500.
       77  PROFILE-COUNT                   PIC 9(4)   VALUE 0.
       01  PROFILE-TABLE.
           05 PROFILE-SLOT OCCURS 500 TIMES.
              10 PF-USER                   PIC X(20).
              10 PF-SCHOOL                 PIC X(30).
              10 PF-MAJOR                  PIC X(30).

       *> One row per application with its stages resolved: a 1 in
       *> AT-INTV/AT-OFFER/AT-ACCEPT/AT-OUT marks the stage reached,
       *> and AT-INTV-DAYS/AT-PLACE-DAYS hold the elapsed days where
       *> both dates are known (AT-HAS-... = 1).
       77  MAX-APPS                        PIC 9(4)   VALUE 2000.
       77  APP-COUNT                       PIC 9(4)   VALUE 0.
       01  APP-TABLE.
           05 APP-SLOT OCCURS 2000 TIMES.
              10 AT-USER                   PIC X(20).
              10 AT-TITLE                  PIC X(30).
              10 AT-COMPANY                PIC X(30).
              10 AT-STATUS                 PIC X(10).
              10 AT-APPLIED                PIC X(8).
              10 AT-OWNER                  PIC X(20).
              10 AT-SCHOOL                 PIC X(30).
              10 AT-MAJOR                  PIC X(30).
              10 AT-INTV                   PIC 9.
              10 AT-OFFER                  PIC 9.
              10 AT-ACCEPT                 PIC 9.
              10 AT-OUT                    PIC 9.
              10 AT-HAS-INTV-DAYS          PIC 9.
              10 AT-INTV-DAYS              PIC 9(5).
              10 AT-HAS-PLACE-DAYS         PIC 9.
              10 AT-PLACE-DAYS             PIC 9(5).

       *> Distinct group values for the section being printed (an
       *> employer, a posting's title and company, a school, a major).
       77  MAX-KEYS                        PIC 9(4)   VALUE 500.
       77  KEY-COUNT                       PIC 9(4)   VALUE 0.
       01  KEY-TABLE.
           05 KEY-SLOT OCCURS 500 TIMES.
              10 KY-A                      PIC X(30).
              10 KY-B                      PIC X(30).
       01  KEY-A-IN                        PIC X(30)  VALUE SPACES.
       01  KEY-B-IN                        PIC X(30)  VALUE SPACES.

       *> GROUP-KIND picks the field 5100 matches on: A all, E
       *> employer, P posting, S school, M major.
       01  GROUP-KIND                      PIC X(1)   VALUE SPACES.
       01  GROUP-A                         PIC X(30)  VALUE SPACES.
       01  GROUP-B                         PIC X(30)  VALUE SPACES.
       77  IN-GROUP                        PIC 9      VALUE 0.

       77  N-APPLIED                       PIC 9(4)   VALUE 0.
       77  N-INTV                          PIC 9(4)   VALUE 0.
       77  N-OFFER                         PIC 9(4)   VALUE 0.
       77  N-ACCEPT                        PIC 9(4)   VALUE 0.
       77  N-OUT                           PIC 9(4)   VALUE 0.

       *> Elapsed-day samples for the group, sorted for the median.
       77  INTV-DAY-COUNT                  PIC 9(4)   VALUE 0.
       01  INTV-DAY-TABLE.
           05 INTV-DAY OCCURS 2000 TIMES   PIC 9(5).
       77  PLACE-DAY-COUNT                 PIC 9(4)   VALUE 0.
       01  PLACE-DAY-TABLE.
           05 PLACE-DAY OCCURS 2000 TIMES  PIC 9(5).
       77  MED-COUNT                       PIC 9(4)   VALUE 0.
       01  MED-TABLE.
           05 MED-DAY OCCURS 2000 TIMES    PIC 9(5).
       77  MED-HOLD                        PIC 9(5)   VALUE 0.
       77  MED-I                           PIC 9(4)   VALUE 0.
       77  MED-J                           PIC 9(4)   VALUE 0.
       77  MED-REM                         PIC 9      VALUE 0.
       77  MED-VALUE                       PIC 9(5)V9 VALUE 0.
       01  MED-EDIT                        PIC ZZZZ9.9.
       01  MED-OUT                         PIC X(8)   VALUE SPACES.
       01  MED-INTV-OUT                    PIC X(8)   VALUE SPACES.
       01  MED-PLACE-OUT                   PIC X(8)   VALUE SPACES.

       *> Conversion rates: RATE-NUM over RATE-DEN as a percentage,
       *> or "n/a" when nothing reached the earlier stage.
       77  RATE-NUM                        PIC 9(4)   VALUE 0.
       77  RATE-DEN                        PIC 9(4)   VALUE 0.
       77  RATE-VALUE                      PIC 9(3)V9 VALUE 0.
       01  RATE-EDIT                       PIC ZZ9.9.
       01  RATE-OUT                        PIC X(7)   VALUE SPACES.
       01  RATE-INTV-OUT                   PIC X(7)   VALUE SPACES.
       01  RATE-OFFER-OUT                  PIC X(7)   VALUE SPACES.
       01  RATE-ACCEPT-OUT                 PIC X(7)   VALUE SPACES.
       01  RATE-OVERALL-OUT                PIC X(7)   VALUE SPACES.

       *> Day arithmetic for 7000-DAYS-BETWEEN.
       01  FROM-DATE                       PIC X(8)   VALUE SPACES.
       01  TO-DATE                         PIC X(8)   VALUE SPACES.
       77  FROM-INT                        PIC 9(8)   VALUE 0.
       77  TO-INT                          PIC 9(8)   VALUE 0.
       77  DAYS-OK                         PIC 9      VALUE 0.
       77  DAYS-BETWEEN                    PIC 9(5)   VALUE 0.
       01  INTV-DATE-FOUND                 PIC X(8)   VALUE SPACES.
       01  PLACE-DATE-FOUND                PIC X(8)   VALUE SPACES.

       77  I                               PIC 9(4)   VALUE 0.
       77  J                               PIC 9(4)   VALUE 0.
       77  K                               PIC 9(4)   VALUE 0.
       77  MATCH-FOUND                     PIC 9      VALUE 0.
       77  TRUNCATED                       PIC 9      VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "=== InCollege Hiring Funnel Report ==="
           PERFORM 1000-LOAD-JOBS
           PERFORM 1100-LOAD-INTERVIEWS
           PERFORM 1200-LOAD-PLACEMENTS
           PERFORM 1300-LOAD-PROFILES
           PERFORM 2000-LOAD-APPLICATIONS

           DISPLAY "Applications on file: " APP-COUNT
           IF TRUNCATED = 1
              DISPLAY "WARNING: a table filled up - figures below cover "
                 "only the rows that fit."
           END-IF

           DISPLAY " "
           DISPLAY "-- Overall --"
           MOVE "A" TO GROUP-KIND
           MOVE SPACES TO GROUP-A GROUP-B
           PERFORM 5000-REPORT-GROUP

           PERFORM 3100-BY-EMPLOYER
           PERFORM 3200-BY-POSTING
           PERFORM 3300-BY-SCHOOL
           PERFORM 3400-BY-MAJOR

           DISPLAY " "
           DISPLAY "=== End of Report ==="
           STOP RUN.

       1000-LOAD-JOBS.
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

       1100-LOAD-INTERVIEWS.
           MOVE 0 TO IV-COUNT
           OPEN INPUT InterviewsFile
           IF FS-IVIEW NOT = "00"
              CLOSE InterviewsFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ InterviewsFile
                 AT END EXIT PERFORM
              END-READ
              IF IV-USER NOT = SPACES
                 AND FUNCTION TRIM(IV-STATUS) = "CONFIRMED"
                 IF IV-COUNT < MAX-IVS
                    ADD 1 TO IV-COUNT
                    MOVE IV-USER    TO IT-USER(IV-COUNT)
                    MOVE IV-TITLE   TO IT-TITLE(IV-COUNT)
                    MOVE IV-COMPANY TO IT-COMPANY(IV-COUNT)
                    MOVE IV-DATE    TO IT-DATE(IV-COUNT)
                 ELSE
                    MOVE 1 TO TRUNCATED
                 END-IF
              END-IF
           END-PERFORM
           CLOSE InterviewsFile
           .

       1200-LOAD-PLACEMENTS.
           MOVE 0 TO PLACE-COUNT
           OPEN INPUT PlacementsFile
           IF FS-PLACE NOT = "00"
              CLOSE PlacementsFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ PlacementsFile
                 AT END EXIT PERFORM
              END-READ
              IF PL-USER NOT = SPACES AND PLACE-COUNT >= MAX-PLACES
                 MOVE 1 TO TRUNCATED
              END-IF
              IF PL-USER NOT = SPACES AND PLACE-COUNT < MAX-PLACES
                 ADD 1 TO PLACE-COUNT
                 MOVE PL-USER    TO PT-USER(PLACE-COUNT)
                 MOVE PL-TITLE   TO PT-TITLE(PLACE-COUNT)
                 MOVE PL-COMPANY TO PT-COMPANY(PLACE-COUNT)
                 MOVE PL-DATE    TO PT-DATE(PLACE-COUNT)
              END-IF
           END-PERFORM
           CLOSE PlacementsFile
           .

       1300-LOAD-PROFILES.
           MOVE 0 TO PROFILE-COUNT
           OPEN INPUT ProfileFile
           IF FS-PROFILE NOT = "00"
              DISPLAY "Cannot open InCollege-Profiles.dat (status "
                 FS-PROFILE ") - schools and majors will be unresolved."
              CLOSE ProfileFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ ProfileFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-PROFILE NOT = "00"
                 EXIT PERFORM
              END-IF
              IF PR-USER NOT = SPACES AND PROFILE-COUNT >= MAX-PROFILES
                 MOVE 1 TO TRUNCATED
              END-IF
              IF PR-USER NOT = SPACES AND PROFILE-COUNT < MAX-PROFILES
                 ADD 1 TO PROFILE-COUNT
                 MOVE PR-USER   TO PF-USER(PROFILE-COUNT)
                 MOVE PR-SCHOOL TO PF-SCHOOL(PROFILE-COUNT)
                 MOVE PR-MAJOR  TO PF-MAJOR(PROFILE-COUNT)
              END-IF
           END-PERFORM
           CLOSE ProfileFile
           .

       *> Loads each application and resolves its owner, school,
       *> major, and stages as it goes.
       2000-LOAD-APPLICATIONS.
           MOVE 0 TO APP-COUNT
           OPEN INPUT JobAppFile
           IF FS-JOBAPP NOT = "00"
              DISPLAY "No job_applications.dat found - no applicants yet."
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
              IF JA-USER NOT = SPACES AND APP-COUNT >= MAX-APPS
                 MOVE 1 TO TRUNCATED
              END-IF
              IF JA-USER NOT = SPACES AND APP-COUNT < MAX-APPS
                 ADD 1 TO APP-COUNT
                 PERFORM 2100-RESOLVE-APPLICATION
              END-IF
           END-PERFORM
           CLOSE JobAppFile
           .

       2100-RESOLVE-APPLICATION.
           MOVE JA-USER    TO AT-USER(APP-COUNT)
           MOVE JA-TITLE   TO AT-TITLE(APP-COUNT)
           MOVE JA-COMPANY TO AT-COMPANY(APP-COUNT)
           MOVE JA-APPLIED TO AT-APPLIED(APP-COUNT)
           IF FUNCTION TRIM(JA-STATUS) = SPACES
              MOVE "SUBMITTED" TO AT-STATUS(APP-COUNT)
           ELSE
              MOVE JA-STATUS TO AT-STATUS(APP-COUNT)
           END-IF

           MOVE "(no posting on file)" TO AT-OWNER(APP-COUNT)
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > JOB-COUNT
              IF FUNCTION TRIM(JT-TITLE(J)) = FUNCTION TRIM(JA-TITLE)
                 AND FUNCTION TRIM(JT-COMPANY(J))
                    = FUNCTION TRIM(JA-COMPANY)
                 IF FUNCTION TRIM(JT-OWNER(J)) = SPACES
                    MOVE "(no owner on file)" TO AT-OWNER(APP-COUNT)
                 ELSE
                    MOVE JT-OWNER(J) TO AT-OWNER(APP-COUNT)
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM

           MOVE "(no school on file)" TO AT-SCHOOL(APP-COUNT)
           MOVE "(no major on file)"  TO AT-MAJOR(APP-COUNT)
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > PROFILE-COUNT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(PF-USER(J)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(JA-USER))
                 IF FUNCTION TRIM(PF-SCHOOL(J)) NOT = SPACES
                    MOVE PF-SCHOOL(J) TO AT-SCHOOL(APP-COUNT)
                 END-IF
                 IF FUNCTION TRIM(PF-MAJOR(J)) NOT = SPACES
                    MOVE PF-MAJOR(J) TO AT-MAJOR(APP-COUNT)
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM

           *> Interview: the stamped date, else the earliest confirmed
           *> slot for this application.
           MOVE JA-INTERVIEWED TO INTV-DATE-FOUND
           IF INTV-DATE-FOUND = SPACES
              PERFORM VARYING J FROM 1 BY 1 UNTIL J > IV-COUNT
                 IF FUNCTION UPPER-CASE(FUNCTION TRIM(IT-USER(J)))
                    = FUNCTION UPPER-CASE(FUNCTION TRIM(JA-USER))
                    AND FUNCTION TRIM(IT-TITLE(J))
                       = FUNCTION TRIM(JA-TITLE)
                    AND FUNCTION TRIM(IT-COMPANY(J))
                       = FUNCTION TRIM(JA-COMPANY)
                    IF INTV-DATE-FOUND = SPACES
                       OR IT-DATE(J) < INTV-DATE-FOUND
                       MOVE IT-DATE(J) TO INTV-DATE-FOUND
                    END-IF
                 END-IF
              END-PERFORM
           END-IF

           MOVE 0 TO AT-INTV(APP-COUNT) AT-OFFER(APP-COUNT)
                     AT-ACCEPT(APP-COUNT) AT-OUT(APP-COUNT)
                     AT-HAS-INTV-DAYS(APP-COUNT) AT-INTV-DAYS(APP-COUNT)
                     AT-HAS-PLACE-DAYS(APP-COUNT)
                     AT-PLACE-DAYS(APP-COUNT)
           IF INTV-DATE-FOUND NOT = SPACES
              MOVE 1 TO AT-INTV(APP-COUNT)
              MOVE JA-APPLIED      TO FROM-DATE
              MOVE INTV-DATE-FOUND TO TO-DATE
              PERFORM 7000-DAYS-BETWEEN
              IF DAYS-OK = 1
                 MOVE 1            TO AT-HAS-INTV-DAYS(APP-COUNT)
                 MOVE DAYS-BETWEEN TO AT-INTV-DAYS(APP-COUNT)
              END-IF
           END-IF

           *> Offered: stamped, or a status only an offer leads to. A
           *> DECLINED row with no stage dates predates them and was an
           *> answered offer; one with JA-DECIDED but no JA-OFFERED was
           *> screened out on apply.
           EVALUATE TRUE
              WHEN JA-OFFERED NOT = SPACES
                 MOVE 1 TO AT-OFFER(APP-COUNT)
              WHEN FUNCTION TRIM(AT-STATUS(APP-COUNT)) = "OFFERED"
                 MOVE 1 TO AT-OFFER(APP-COUNT)
              WHEN FUNCTION TRIM(AT-STATUS(APP-COUNT)) = "ACCEPTED"
                 MOVE 1 TO AT-OFFER(APP-COUNT)
              WHEN FUNCTION TRIM(AT-STATUS(APP-COUNT)) = "DECLINED"
                 AND JA-DECIDED = SPACES
                 MOVE 1 TO AT-OFFER(APP-COUNT)
           END-EVALUATE

           IF FUNCTION TRIM(AT-STATUS(APP-COUNT)) = "WITHDRAWN"
              OR FUNCTION TRIM(AT-STATUS(APP-COUNT)) = "DECLINED"
              MOVE 1 TO AT-OUT(APP-COUNT)
           END-IF

           *> Placement: the placement row's date, else the day the
           *> acceptance was stamped.
           IF FUNCTION TRIM(AT-STATUS(APP-COUNT)) = "ACCEPTED"
              MOVE 1 TO AT-ACCEPT(APP-COUNT)
              MOVE SPACES TO PLACE-DATE-FOUND
              PERFORM VARYING J FROM 1 BY 1 UNTIL J > PLACE-COUNT
                 IF FUNCTION UPPER-CASE(FUNCTION TRIM(PT-USER(J)))
                    = FUNCTION UPPER-CASE(FUNCTION TRIM(JA-USER))
                    AND FUNCTION TRIM(PT-TITLE(J))
                       = FUNCTION TRIM(JA-TITLE)
                    AND FUNCTION TRIM(PT-COMPANY(J))
                       = FUNCTION TRIM(JA-COMPANY)
                    MOVE PT-DATE(J) TO PLACE-DATE-FOUND
                 END-IF
              END-PERFORM
              IF PLACE-DATE-FOUND = SPACES
                 MOVE JA-DECIDED TO PLACE-DATE-FOUND
              END-IF
              MOVE JA-APPLIED       TO FROM-DATE
              MOVE PLACE-DATE-FOUND TO TO-DATE
              PERFORM 7000-DAYS-BETWEEN
              IF DAYS-OK = 1
                 MOVE 1            TO AT-HAS-PLACE-DAYS(APP-COUNT)
                 MOVE DAYS-BETWEEN TO AT-PLACE-DAYS(APP-COUNT)
              END-IF
           END-IF
           .

       3100-BY-EMPLOYER.
           DISPLAY " "
           DISPLAY "-- By employer --"
           MOVE 0 TO KEY-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > APP-COUNT
              MOVE AT-OWNER(I) TO KEY-A-IN
              MOVE SPACES      TO KEY-B-IN
              PERFORM 6000-ADD-KEY
           END-PERFORM
           MOVE "E" TO GROUP-KIND
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > KEY-COUNT
              MOVE KY-A(K) TO GROUP-A
              MOVE KY-B(K) TO GROUP-B
              DISPLAY " "
              DISPLAY "Employer: " FUNCTION TRIM(GROUP-A)
              PERFORM 5000-REPORT-GROUP
           END-PERFORM
           .

       3200-BY-POSTING.
           DISPLAY " "
           DISPLAY "-- By posting --"
           MOVE 0 TO KEY-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > APP-COUNT
              MOVE AT-TITLE(I)   TO KEY-A-IN
              MOVE AT-COMPANY(I) TO KEY-B-IN
              PERFORM 6000-ADD-KEY
           END-PERFORM
           MOVE "P" TO GROUP-KIND
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > KEY-COUNT
              MOVE KY-A(K) TO GROUP-A
              MOVE KY-B(K) TO GROUP-B
              DISPLAY " "
              DISPLAY "Posting: " FUNCTION TRIM(GROUP-A) " / "
                 FUNCTION TRIM(GROUP-B)
              PERFORM 5000-REPORT-GROUP
           END-PERFORM
           .

       3300-BY-SCHOOL.
           DISPLAY " "
           DISPLAY "-- By school --"
           MOVE 0 TO KEY-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > APP-COUNT
              MOVE AT-SCHOOL(I) TO KEY-A-IN
              MOVE SPACES       TO KEY-B-IN
              PERFORM 6000-ADD-KEY
           END-PERFORM
           MOVE "S" TO GROUP-KIND
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > KEY-COUNT
              MOVE KY-A(K) TO GROUP-A
              MOVE KY-B(K) TO GROUP-B
              DISPLAY " "
              DISPLAY "School: " FUNCTION TRIM(GROUP-A)
              PERFORM 5000-REPORT-GROUP
           END-PERFORM
           .

       3400-BY-MAJOR.
           DISPLAY " "
           DISPLAY "-- By major --"
           MOVE 0 TO KEY-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > APP-COUNT
              MOVE AT-MAJOR(I) TO KEY-A-IN
              MOVE SPACES      TO KEY-B-IN
              PERFORM 6000-ADD-KEY
           END-PERFORM
           MOVE "M" TO GROUP-KIND
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > KEY-COUNT
              MOVE KY-A(K) TO GROUP-A
              MOVE KY-B(K) TO GROUP-B
              DISPLAY " "
              DISPLAY "Major: " FUNCTION TRIM(GROUP-A)
              PERFORM 5000-REPORT-GROUP
           END-PERFORM
           .

       *> Totals the applications in the group GROUP-KIND/GROUP-A/
       *> GROUP-B names and prints its stage counts, conversions, and
       *> medians.
       5000-REPORT-GROUP.
           MOVE 0 TO N-APPLIED N-INTV N-OFFER N-ACCEPT N-OUT
           MOVE 0 TO INTV-DAY-COUNT PLACE-DAY-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > APP-COUNT
              PERFORM 5100-CHECK-IN-GROUP
              IF IN-GROUP = 1
                 ADD 1           TO N-APPLIED
                 ADD AT-INTV(I)   TO N-INTV
                 ADD AT-OFFER(I)  TO N-OFFER
                 ADD AT-ACCEPT(I) TO N-ACCEPT
                 ADD AT-OUT(I)    TO N-OUT
                 IF AT-HAS-INTV-DAYS(I) = 1
                    ADD 1 TO INTV-DAY-COUNT
                    MOVE AT-INTV-DAYS(I) TO INTV-DAY(INTV-DAY-COUNT)
                 END-IF
                 IF AT-HAS-PLACE-DAYS(I) = 1
                    ADD 1 TO PLACE-DAY-COUNT
                    MOVE AT-PLACE-DAYS(I) TO PLACE-DAY(PLACE-DAY-COUNT)
                 END-IF
              END-IF
           END-PERFORM

           MOVE N-INTV    TO RATE-NUM
           MOVE N-APPLIED TO RATE-DEN
           PERFORM 8000-FORMAT-RATE
           MOVE RATE-OUT  TO RATE-INTV-OUT
           MOVE N-OFFER   TO RATE-NUM
           MOVE N-INTV    TO RATE-DEN
           PERFORM 8000-FORMAT-RATE
           MOVE RATE-OUT  TO RATE-OFFER-OUT
           MOVE N-ACCEPT  TO RATE-NUM
           MOVE N-OFFER   TO RATE-DEN
           PERFORM 8000-FORMAT-RATE
           MOVE RATE-OUT  TO RATE-ACCEPT-OUT
           MOVE N-ACCEPT  TO RATE-NUM
           MOVE N-APPLIED TO RATE-DEN
           PERFORM 8000-FORMAT-RATE
           MOVE RATE-OUT  TO RATE-OVERALL-OUT

           MOVE INTV-DAY-COUNT TO MED-COUNT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > MED-COUNT
              MOVE INTV-DAY(J) TO MED-DAY(J)
           END-PERFORM
           PERFORM 8100-MEDIAN
           MOVE MED-OUT TO MED-INTV-OUT
           MOVE PLACE-DAY-COUNT TO MED-COUNT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > MED-COUNT
              MOVE PLACE-DAY(J) TO MED-DAY(J)
           END-PERFORM
           PERFORM 8100-MEDIAN
           MOVE MED-OUT TO MED-PLACE-OUT

           DISPLAY "  Applied " N-APPLIED
              "  Interviewed " N-INTV
              "  Offered " N-OFFER
              "  Accepted " N-ACCEPT
              "  Withdrawn/declined " N-OUT
           DISPLAY "  Applied->interview " FUNCTION TRIM(RATE-INTV-OUT)
              "  Interview->offer " FUNCTION TRIM(RATE-OFFER-OUT)
              "  Offer->accept " FUNCTION TRIM(RATE-ACCEPT-OUT)
              "  Applied->accept " FUNCTION TRIM(RATE-OVERALL-OUT)
           DISPLAY "  Median days to interview "
              FUNCTION TRIM(MED-INTV-OUT)
              " (" INTV-DAY-COUNT ")  to placement "
              FUNCTION TRIM(MED-PLACE-OUT)
              " (" PLACE-DAY-COUNT ")"
           .

       5100-CHECK-IN-GROUP.
           MOVE 0 TO IN-GROUP
           EVALUATE GROUP-KIND
              WHEN "A"
                 MOVE 1 TO IN-GROUP
              WHEN "E"
                 IF AT-OWNER(I) = GROUP-A
                    MOVE 1 TO IN-GROUP
                 END-IF
              WHEN "P"
                 IF AT-TITLE(I) = GROUP-A AND AT-COMPANY(I) = GROUP-B
                    MOVE 1 TO IN-GROUP
                 END-IF
              WHEN "S"
                 IF FUNCTION UPPER-CASE(FUNCTION TRIM(AT-SCHOOL(I)))
                    = FUNCTION UPPER-CASE(FUNCTION TRIM(GROUP-A))
                    MOVE 1 TO IN-GROUP
                 END-IF
              WHEN "M"
                 IF FUNCTION UPPER-CASE(FUNCTION TRIM(AT-MAJOR(I)))
                    = FUNCTION UPPER-CASE(FUNCTION TRIM(GROUP-A))
                    MOVE 1 TO IN-GROUP
                 END-IF
           END-EVALUATE
           .

       *> Adds KEY-A-IN/KEY-B-IN to KEY-TABLE the first time it is
       *> seen. Schools and majors match regardless of case.
       6000-ADD-KEY.
           MOVE 0 TO MATCH-FOUND
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > KEY-COUNT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(KY-A(J)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(KEY-A-IN))
                 AND FUNCTION UPPER-CASE(FUNCTION TRIM(KY-B(J)))
                    = FUNCTION UPPER-CASE(FUNCTION TRIM(KEY-B-IN))
                 MOVE 1 TO MATCH-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF MATCH-FOUND = 0 AND KEY-COUNT < MAX-KEYS
              ADD 1 TO KEY-COUNT
              MOVE KEY-A-IN TO KY-A(KEY-COUNT)
              MOVE KEY-B-IN TO KY-B(KEY-COUNT)
           END-IF
           .

       *> Days from FROM-DATE to TO-DATE (both YYYYMMDD). DAYS-OK is 0
       *> when either date is missing or TO-DATE is the earlier one.
       7000-DAYS-BETWEEN.
           MOVE 0 TO DAYS-OK DAYS-BETWEEN
           IF FROM-DATE IS NOT NUMERIC OR TO-DATE IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE FROM-DATE TO FROM-INT
           MOVE TO-DATE   TO TO-INT
           IF TO-INT < FROM-INT
              EXIT PARAGRAPH
           END-IF
           COMPUTE DAYS-BETWEEN = FUNCTION INTEGER-OF-DATE(TO-INT)
              - FUNCTION INTEGER-OF-DATE(FROM-INT)
           MOVE 1 TO DAYS-OK
           .

       8000-FORMAT-RATE.
           IF RATE-DEN = 0
              MOVE "n/a" TO RATE-OUT
              EXIT PARAGRAPH
           END-IF
           COMPUTE RATE-VALUE ROUNDED = (RATE-NUM * 100) / RATE-DEN
           MOVE RATE-VALUE TO RATE-EDIT
           MOVE SPACES TO RATE-OUT
           STRING FUNCTION TRIM(RATE-EDIT) DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO RATE-OUT
           END-STRING
           .

       *> Sorts MED-DAY(1..MED-COUNT) and sets MED-OUT to the middle
       *> value, or the mean of the two middle values for an even
       *> count. "n/a" when there are no samples.
       8100-MEDIAN.
           IF MED-COUNT = 0
              MOVE "n/a" TO MED-OUT
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING MED-I FROM 2 BY 1 UNTIL MED-I > MED-COUNT
              MOVE MED-DAY(MED-I) TO MED-HOLD
              MOVE MED-I TO MED-J
              PERFORM UNTIL MED-J < 2
                 IF MED-DAY(MED-J - 1) <= MED-HOLD
                    EXIT PERFORM
                 END-IF
                 MOVE MED-DAY(MED-J - 1) TO MED-DAY(MED-J)
                 SUBTRACT 1 FROM MED-J
              END-PERFORM
              MOVE MED-HOLD TO MED-DAY(MED-J)
           END-PERFORM
           DIVIDE MED-COUNT BY 2 GIVING MED-J REMAINDER MED-REM
           IF MED-REM = 1
              MOVE MED-DAY(MED-J + 1) TO MED-VALUE
           ELSE
              COMPUTE MED-VALUE = (MED-DAY(MED-J) + MED-DAY(MED-J + 1)) / 2
           END-IF
           MOVE MED-VALUE TO MED-EDIT
           MOVE FUNCTION TRIM(MED-EDIT) TO MED-OUT
           .
