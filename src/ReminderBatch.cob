>>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReminderBatch.

       *> Nightly next-day reminders. Everything dated tomorrow gets a
       *> "Reminder:" row in the notifications inbox of the people
       *> involved:
       *>   - a CONFIRMED interview reminds the student and the
       *>     employer that owns the posting;
       *>   - an event reminds every student who RSVP'd and the
       *>     account that owns the event;
       *>   - a posting whose application deadline is tomorrow
       *>     reminds each student with a saved search matching it
       *>     who has not applied yet. The match follows the rules of
       *>     the online saved-search alert: a blank criterion matches
       *>     anything, location/company/major compare ignoring case,
       *>     and type/remote compare exactly.
       *>
       *> The reminders already written today are loaded first and an
       *> identical one is not written twice, so a rerun the same
       *> night (after a chain restart) does not double the inbox.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
               FILE STATUS  IS FS-INTV.

           SELECT EventsFile      ASSIGN TO "data/events.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-EVENTS.

           SELECT EventRsvpFile   ASSIGN TO "data/event_rsvps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-RSVP.

           SELECT SavedSearchFile ASSIGN TO "data/saved_searches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-SAVED.

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

       *> Layout must track RSVP-REC in InCollege2.cob.
       FD  EventRsvpFile.
       01  RSVP-REC.
           05 RS-USER                      PIC X(20).
           05 RS-TITLE                     PIC X(30).
           05 RS-ORG                       PIC X(30).
           05 RS-DATE                      PIC X(8).

       *> Layout must track SAVED-REC in InCollege2.cob.
       FD  SavedSearchFile.
       01  SAVED-REC.
           05 SS-USER                      PIC X(20).
           05 SS-LOCATION                  PIC X(20).
           05 SS-COMPANY                   PIC X(30).
           05 SS-MAJOR                     PIC X(30).
           05 SS-TYPE                      PIC X(2).
           05 SS-REMOTE                    PIC X(1).

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
       77  FS-JOBS                         PIC XX     VALUE SPACES.
       77  FS-JOBAPP                       PIC XX     VALUE SPACES.
       77  FS-INTV                         PIC XX     VALUE SPACES.
       77  FS-EVENTS                       PIC XX     VALUE SPACES.
       77  FS-RSVP                         PIC XX     VALUE SPACES.
       77  FS-SAVED                        PIC XX     VALUE SPACES.
       77  FS-NOTIFY                       PIC XX     VALUE SPACES.

       77  MAX-JOBS                        PIC 9(4)   VALUE 200.
       77  JOB-COUNT                       PIC 9(4)   VALUE 0.
       01  JOB-TABLE.
           05 JOB-SLOT OCCURS 200 TIMES.
              10 JT-TITLE                  PIC X(30).
              10 JT-COMPANY                PIC X(30).
              10 JT-LOCATION               PIC X(20).
              10 JT-MAJOR                  PIC X(30).
              10 JT-OWNER                  PIC X(20).
              10 JT-DEADLINE               PIC X(8).
              10 JT-TYPE                   PIC X(2).
              10 JT-REMOTE                 PIC X(1).

       *> Tomorrow's events only.
       77  MAX-EVENTS                      PIC 9(4)   VALUE 200.
       77  EVT-COUNT                       PIC 9(4)   VALUE 0.
       01  EVENT-TABLE.
           05 EVT-SLOT OCCURS 200 TIMES.
              10 ET-TITLE                  PIC X(30).
              10 ET-ORG                    PIC X(30).
              10 ET-LOCATION               PIC X(20).
              10 ET-OWNER                  PIC X(20).
              10 ET-GOING                  PIC 9(4).

       77  MAX-SAVED                       PIC 9(4)   VALUE 500.
       77  SVT-COUNT                       PIC 9(4)   VALUE 0.
       01  SAVED-TABLE.
           05 SVT-SLOT OCCURS 500 TIMES.
              10 SV-USER                   PIC X(20).
              10 SV-LOCATION               PIC X(20).
              10 SV-COMPANY                PIC X(30).
              10 SV-MAJOR                  PIC X(30).
              10 SV-TYPE                   PIC X(2).
              10 SV-REMOTE                 PIC X(1).

       *> Applications to the postings that close tomorrow, so a
       *> student who already applied is not told the deadline.
       77  MAX-APPLIED                     PIC 9(4)   VALUE 2000.
       77  APPLIED-COUNT                   PIC 9(4)   VALUE 0.
       01  APPLIED-TABLE.
           05 APPLIED-SLOT OCCURS 2000 TIMES.
              10 AP-USER                   PIC X(20).
              10 AP-TITLE                  PIC X(30).
              10 AP-COMPANY                PIC X(30).

       *> Reminders written today, including the ones this run adds.
       77  MAX-SENT                        PIC 9(4)   VALUE 3000.
       77  SENT-COUNT                      PIC 9(4)   VALUE 0.
       01  SENT-TABLE.
           05 SENT-SLOT OCCURS 3000 TIMES.
              10 SN-USER                   PIC X(20).
              10 SN-TEXT                   PIC X(80).

       77  DEADLINE-POSTINGS               PIC 9(4)   VALUE 0.
       77  INTV-NOTES                      PIC 9(4)   VALUE 0.
       77  EVENT-NOTES                     PIC 9(4)   VALUE 0.
       77  DEADLINE-NOTES                  PIC 9(4)   VALUE 0.
       77  EMPLOYER-NOTES                  PIC 9(4)   VALUE 0.
       77  ALREADY-SENT                    PIC 9(4)   VALUE 0.
       77  TRUNCATED                       PIC 9      VALUE 0.

       01  APP-OWNER                       PIC X(20)  VALUE SPACES.
       77  SSM-HIT                         PIC 9      VALUE 0.
       77  MATCH-FOUND                     PIC 9      VALUE 0.
       77  REMINDER-WRITTEN                PIC 9      VALUE 0.
       77  DATE-NUM                        PIC 9(8)   VALUE 0.
       77  TODAY-INT                       PIC 9(8)   VALUE 0.

       01  NOTIFY-TEXT-WS                  PIC X(80)  VALUE SPACES.
       01  NOTIFY-USER-WS                  PIC X(20)  VALUE SPACES.

       77  I                               PIC 9(4)   VALUE 0.
       77  J                               PIC 9(4)   VALUE 0.
       77  APPLIED-IDX                     PIC 9(4)   VALUE 0.
       77  SENT-IDX                        PIC 9(4)   VALUE 0.

       01  TODAY-DATE                      PIC X(8)   VALUE SPACES.
       01  TOMORROW-DATE                   PIC X(8)   VALUE SPACES.
       01  NOW-STAMP                       PIC X(21)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "=== InCollege Next-Day Reminders ==="
           PERFORM 0100-TAKE-LOCK
           MOVE FUNCTION CURRENT-DATE TO NOW-STAMP
           MOVE NOW-STAMP(1:8) TO TODAY-DATE
           COMPUTE TODAY-INT =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(TODAY-DATE))
           COMPUTE DATE-NUM = FUNCTION DATE-OF-INTEGER(TODAY-INT + 1)
           MOVE DATE-NUM TO TOMORROW-DATE
           DISPLAY "Reminding for " TOMORROW-DATE "."

           PERFORM 1000-LOAD-SENT
           PERFORM 1100-LOAD-JOBS
           PERFORM 2000-INTERVIEW-REMINDERS
           PERFORM 3000-LOAD-EVENTS
           PERFORM 3100-EVENT-REMINDERS
           PERFORM 4000-DEADLINE-REMINDERS
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
           STRING "ReminderBatch " DELIMITED BY SIZE
                  LOCK-STAMP-WS(1:14) DELIMITED BY SIZE
                  INTO LOCK-REC
           END-STRING
           WRITE LOCK-REC
           CLOSE LockFile
           .

       0900-RELEASE-LOCK.
           CALL "CBL_DELETE_FILE" USING LOCK-PATH
           .

       *> Today's reminder rows, so a rerun skips what went out.
       1000-LOAD-SENT.
           MOVE 0 TO SENT-COUNT
           OPEN INPUT NotifyFile
           IF FS-NOTIFY NOT = "00"
              CLOSE NotifyFile
              MOVE SPACES TO FS-NOTIFY
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ NotifyFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-NOTIFY NOT = "00"
                 EXIT PERFORM
              END-IF
              IF NT-DATE = TODAY-DATE AND NT-TEXT(1:9) = "Reminder:"
                 IF SENT-COUNT < MAX-SENT
                    ADD 1 TO SENT-COUNT
                    MOVE NT-USER TO SN-USER(SENT-COUNT)
                    MOVE NT-TEXT TO SN-TEXT(SENT-COUNT)
                 ELSE
                    MOVE 1 TO TRUNCATED
                 END-IF
              END-IF
           END-PERFORM
           CLOSE NotifyFile
           MOVE SPACES TO FS-NOTIFY
           .

       1100-LOAD-JOBS.
           MOVE 0 TO JOB-COUNT
           OPEN INPUT JobsFile
           IF FS-JOBS NOT = "00"
              DISPLAY "No jobs.dat found - no deadline reminders."
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
                 MOVE JB-TITLE    TO JT-TITLE(JOB-COUNT)
                 MOVE JB-COMPANY  TO JT-COMPANY(JOB-COUNT)
                 MOVE JB-LOCATION TO JT-LOCATION(JOB-COUNT)
                 MOVE JB-MAJOR    TO JT-MAJOR(JOB-COUNT)
                 MOVE JB-OWNER    TO JT-OWNER(JOB-COUNT)
                 MOVE JB-DEADLINE TO JT-DEADLINE(JOB-COUNT)
                 MOVE JB-TYPE     TO JT-TYPE(JOB-COUNT)
                 MOVE JB-REMOTE   TO JT-REMOTE(JOB-COUNT)
                 IF JB-DEADLINE = TOMORROW-DATE
                    ADD 1 TO DEADLINE-POSTINGS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE JobsFile
           .

       *> Confirmed slots only; a PROPOSED slot is still the
       *> student's to accept and is not yet on anyone's calendar.
       2000-INTERVIEW-REMINDERS.
           OPEN INPUT InterviewsFile
           IF FS-INTV NOT = "00"
              CLOSE InterviewsFile
              MOVE SPACES TO FS-INTV
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ InterviewsFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-INTV NOT = "00"
                 EXIT PERFORM
              END-IF
              IF IV-USER NOT = SPACES
                 AND IV-DATE = TOMORROW-DATE
                 AND FUNCTION TRIM(IV-STATUS) = "CONFIRMED"
                 PERFORM 2100-REMIND-ONE-INTERVIEW
              END-IF
           END-PERFORM
           CLOSE InterviewsFile
           MOVE SPACES TO FS-INTV
           .

       2100-REMIND-ONE-INTERVIEW.
           MOVE IV-USER TO NOTIFY-USER-WS
           MOVE SPACES TO NOTIFY-TEXT-WS
           STRING "Reminder: interview tomorrow " DELIMITED BY SIZE
                  FUNCTION TRIM(IV-TIME) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(IV-TITLE) DELIMITED BY SIZE
                  " at " DELIMITED BY SIZE
                  FUNCTION TRIM(IV-COMPANY) DELIMITED BY SIZE
                  INTO NOTIFY-TEXT-WS
           END-STRING
           PERFORM 6000-SEND-REMINDER
           IF REMINDER-WRITTEN = 1
              ADD 1 TO INTV-NOTES
           END-IF

           MOVE SPACES TO APP-OWNER
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > JOB-COUNT
              IF FUNCTION TRIM(JT-TITLE(J)) = FUNCTION TRIM(IV-TITLE)
                 AND FUNCTION TRIM(JT-COMPANY(J))
                    = FUNCTION TRIM(IV-COMPANY)
                 MOVE JT-OWNER(J) TO APP-OWNER
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF FUNCTION TRIM(APP-OWNER) = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE APP-OWNER TO NOTIFY-USER-WS
           MOVE SPACES TO NOTIFY-TEXT-WS
           STRING "Reminder: interview tomorrow " DELIMITED BY SIZE
                  FUNCTION TRIM(IV-TIME) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(IV-USER) DELIMITED BY SIZE
                  " for " DELIMITED BY SIZE
                  FUNCTION TRIM(IV-TITLE) DELIMITED BY SIZE
                  INTO NOTIFY-TEXT-WS
           END-STRING
           PERFORM 6000-SEND-REMINDER
           IF REMINDER-WRITTEN = 1
              ADD 1 TO EMPLOYER-NOTES
           END-IF
           .

       *> Loads tomorrow's events and reminds each one's owner.
       3000-LOAD-EVENTS.
           MOVE 0 TO EVT-COUNT
           OPEN INPUT EventsFile
           IF FS-EVENTS NOT = "00"
              CLOSE EventsFile
              MOVE SPACES TO FS-EVENTS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ EventsFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-EVENTS NOT = "00"
                 EXIT PERFORM
              END-IF
              IF EV-TITLE NOT = SPACES AND EV-DATE = TOMORROW-DATE
                 IF EVT-COUNT < MAX-EVENTS
                    ADD 1 TO EVT-COUNT
                    MOVE EV-TITLE    TO ET-TITLE(EVT-COUNT)
                    MOVE EV-ORG      TO ET-ORG(EVT-COUNT)
                    MOVE EV-LOCATION TO ET-LOCATION(EVT-COUNT)
                    MOVE EV-OWNER    TO ET-OWNER(EVT-COUNT)
                    MOVE 0           TO ET-GOING(EVT-COUNT)
                 ELSE
                    MOVE 1 TO TRUNCATED
                 END-IF
              END-IF
           END-PERFORM
           CLOSE EventsFile
           MOVE SPACES TO FS-EVENTS

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > EVT-COUNT
              IF FUNCTION TRIM(ET-OWNER(I)) NOT = SPACES
                 MOVE ET-OWNER(I) TO NOTIFY-USER-WS
                 MOVE SPACES TO NOTIFY-TEXT-WS
                 STRING "Reminder: your event " DELIMITED BY SIZE
                        FUNCTION TRIM(ET-TITLE(I)) DELIMITED BY SIZE
                        " is tomorrow at " DELIMITED BY SIZE
                        FUNCTION TRIM(ET-LOCATION(I)) DELIMITED BY SIZE
                        INTO NOTIFY-TEXT-WS
                 END-STRING
                 PERFORM 6000-SEND-REMINDER
                 IF REMINDER-WRITTEN = 1
                    ADD 1 TO EMPLOYER-NOTES
                 END-IF
              END-IF
           END-PERFORM
           .

       *> Streams event_rsvps.dat against tomorrow's events; an event
       *> is identified by its title and organizer.
       3100-EVENT-REMINDERS.
           IF EVT-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT EventRsvpFile
           IF FS-RSVP NOT = "00"
              CLOSE EventRsvpFile
              MOVE SPACES TO FS-RSVP
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ EventRsvpFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-RSVP NOT = "00"
                 EXIT PERFORM
              END-IF
              IF RS-USER NOT = SPACES
                 PERFORM VARYING I FROM 1 BY 1 UNTIL I > EVT-COUNT
                    IF FUNCTION TRIM(ET-TITLE(I)) = FUNCTION TRIM(RS-TITLE)
                       AND FUNCTION TRIM(ET-ORG(I))
                          = FUNCTION TRIM(RS-ORG)
                       MOVE RS-USER TO NOTIFY-USER-WS
                       MOVE SPACES TO NOTIFY-TEXT-WS
                       STRING "Reminder: " DELIMITED BY SIZE
                              FUNCTION TRIM(ET-TITLE(I)) DELIMITED BY SIZE
                              " is tomorrow at " DELIMITED BY SIZE
                              FUNCTION TRIM(ET-LOCATION(I))
                                 DELIMITED BY SIZE
                              INTO NOTIFY-TEXT-WS
                       END-STRING
                       PERFORM 6000-SEND-REMINDER
                       IF REMINDER-WRITTEN = 1
                          ADD 1 TO EVENT-NOTES
                          ADD 1 TO ET-GOING(I)
                       END-IF
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           CLOSE EventRsvpFile
           MOVE SPACES TO FS-RSVP
           .

       *> Postings closing tomorrow, against every saved search.
       4000-DEADLINE-REMINDERS.
           IF DEADLINE-POSTINGS = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM 4100-LOAD-SAVED-SEARCHES
           PERFORM 4200-LOAD-APPLIED
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > JOB-COUNT
              IF JT-DEADLINE(I) = TOMORROW-DATE
                 PERFORM VARYING J FROM 1 BY 1 UNTIL J > SVT-COUNT
                    PERFORM 4300-CHECK-SAVED-SEARCH
                    IF SSM-HIT = 1
                       PERFORM 4400-REMIND-DEADLINE
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           .

       4100-LOAD-SAVED-SEARCHES.
           MOVE 0 TO SVT-COUNT
           OPEN INPUT SavedSearchFile
           IF FS-SAVED NOT = "00"
              CLOSE SavedSearchFile
              MOVE SPACES TO FS-SAVED
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ SavedSearchFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-SAVED NOT = "00"
                 EXIT PERFORM
              END-IF
              IF SS-USER NOT = SPACES AND SVT-COUNT >= MAX-SAVED
                 MOVE 1 TO TRUNCATED
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
           MOVE SPACES TO FS-SAVED
           .

       *> Only applications to a posting that closes tomorrow matter.
       4200-LOAD-APPLIED.
           MOVE 0 TO APPLIED-COUNT
           OPEN INPUT JobAppFile
           IF FS-JOBAPP NOT = "00"
              CLOSE JobAppFile
              MOVE SPACES TO FS-JOBAPP
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
                 MOVE 0 TO MATCH-FOUND
                 PERFORM VARYING J FROM 1 BY 1 UNTIL J > JOB-COUNT
                    IF JT-DEADLINE(J) = TOMORROW-DATE
                       AND FUNCTION TRIM(JT-TITLE(J))
                          = FUNCTION TRIM(JA-TITLE)
                       AND FUNCTION TRIM(JT-COMPANY(J))
                          = FUNCTION TRIM(JA-COMPANY)
                       MOVE 1 TO MATCH-FOUND
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
                 IF MATCH-FOUND = 1
                    IF APPLIED-COUNT < MAX-APPLIED
                       ADD 1 TO APPLIED-COUNT
                       MOVE JA-USER    TO AP-USER(APPLIED-COUNT)
                       MOVE JA-TITLE   TO AP-TITLE(APPLIED-COUNT)
                       MOVE JA-COMPANY TO AP-COMPANY(APPLIED-COUNT)
                    ELSE
                       MOVE 1 TO TRUNCATED
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           CLOSE JobAppFile
           MOVE SPACES TO FS-JOBAPP
           .

       *> Saved search J against posting I, the online alert's rules.
       4300-CHECK-SAVED-SEARCH.
           MOVE 1 TO SSM-HIT
           IF FUNCTION TRIM(SV-LOCATION(J)) NOT = SPACES
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(SV-LOCATION(J)))
                 NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(JT-LOCATION(I)))
              MOVE 0 TO SSM-HIT
           END-IF
           IF FUNCTION TRIM(SV-COMPANY(J)) NOT = SPACES
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(SV-COMPANY(J)))
                 NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(JT-COMPANY(I)))
              MOVE 0 TO SSM-HIT
           END-IF
           IF FUNCTION TRIM(SV-MAJOR(J)) NOT = SPACES
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(SV-MAJOR(J)))
                 NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(JT-MAJOR(I)))
              MOVE 0 TO SSM-HIT
           END-IF
           IF SV-TYPE(J) NOT = SPACES
              AND SV-TYPE(J) NOT = JT-TYPE(I)
              MOVE 0 TO SSM-HIT
           END-IF
           IF SV-REMOTE(J) NOT = SPACES
              AND SV-REMOTE(J) NOT = JT-REMOTE(I)
              MOVE 0 TO SSM-HIT
           END-IF
           .

       *> Skipped when the student already applied; a student with
       *> several matching searches still gets one reminder, because
       *> the second one is identical to the first.
       4400-REMIND-DEADLINE.
           MOVE 0 TO MATCH-FOUND
           PERFORM VARYING APPLIED-IDX FROM 1 BY 1
                 UNTIL APPLIED-IDX > APPLIED-COUNT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(AP-USER(APPLIED-IDX)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(SV-USER(J)))
                 AND FUNCTION TRIM(AP-TITLE(APPLIED-IDX))
                    = FUNCTION TRIM(JT-TITLE(I))
                 AND FUNCTION TRIM(AP-COMPANY(APPLIED-IDX))
                    = FUNCTION TRIM(JT-COMPANY(I))
                 MOVE 1 TO MATCH-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF MATCH-FOUND = 1
              EXIT PARAGRAPH
           END-IF
           MOVE SV-USER(J) TO NOTIFY-USER-WS
           MOVE SPACES TO NOTIFY-TEXT-WS
           STRING "Reminder: applications for " DELIMITED BY SIZE
                  FUNCTION TRIM(JT-TITLE(I)) DELIMITED BY SIZE
                  " at " DELIMITED BY SIZE
                  FUNCTION TRIM(JT-COMPANY(I)) DELIMITED BY SIZE
                  " close tomorrow." DELIMITED BY SIZE
                  INTO NOTIFY-TEXT-WS
           END-STRING
           PERFORM 6000-SEND-REMINDER
           IF REMINDER-WRITTEN = 1
              ADD 1 TO DEADLINE-NOTES
           END-IF
           .

       5000-REPORT.
           DISPLAY " "
           DISPLAY "-- Tomorrow's events --"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > EVT-COUNT
              DISPLAY "  " ET-TITLE(I) " " ET-ORG(I) " RSVPs reminded: "
                 ET-GOING(I)
           END-PERFORM
           IF EVT-COUNT = 0
              DISPLAY "  (no events tomorrow)"
           END-IF
           DISPLAY " "
           IF TRUNCATED = 1
              DISPLAY "WARNING: a table filled up - reminders cover only"
                 " the rows that fit."
           END-IF
           DISPLAY "Postings closing tomorrow:  " DEADLINE-POSTINGS
           DISPLAY "Interview reminders:        " INTV-NOTES
           DISPLAY "Event reminders:            " EVENT-NOTES
           DISPLAY "Deadline reminders:         " DEADLINE-NOTES
           DISPLAY "Employer/organizer notes:   " EMPLOYER-NOTES
           DISPLAY "Already sent today:         " ALREADY-SENT
           DISPLAY "=== Reminders complete ==="
           .

       *> Appends NOTIFY-TEXT-WS to NOTIFY-USER-WS's inbox unless the
       *> same reminder went to them today. REMINDER-WRITTEN comes
       *> back 1 when the row was written.
       6000-SEND-REMINDER.
           MOVE 0 TO REMINDER-WRITTEN
           PERFORM VARYING SENT-IDX FROM 1 BY 1
                 UNTIL SENT-IDX > SENT-COUNT
              IF SN-TEXT(SENT-IDX) = NOTIFY-TEXT-WS
                 AND FUNCTION UPPER-CASE(FUNCTION TRIM(SN-USER(SENT-IDX)))
                    = FUNCTION UPPER-CASE(FUNCTION TRIM(NOTIFY-USER-WS))
                 ADD 1 TO ALREADY-SENT
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
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
           MOVE 1 TO REMINDER-WRITTEN
           IF SENT-COUNT < MAX-SENT
              ADD 1 TO SENT-COUNT
              MOVE NOTIFY-USER-WS TO SN-USER(SENT-COUNT)
              MOVE NOTIFY-TEXT-WS TO SN-TEXT(SENT-COUNT)
           ELSE
              MOVE 1 TO TRUNCATED
           END-IF
           .
