>>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IncidentTimeline.

       *> Incident timeline extract for the dean's office. Given a
       *> username and a date range, this job pulls everything the
       *> platform recorded about that account into one chronological
       *> timeline: the account's lines from every session transcript
       *> (those indexed in transcript-index.dat and those already
       *> folded into TranscriptSweep's archives), its security events
       *> (failed logins, lockouts, resets), the profiles it viewed
       *> and who viewed its profile, and the messages it sent and
       *> received. Message bodies are left out unless the operator
       *> asks for them. connections.dat carries no dates, so the
       *> account's connections are listed after the timeline as they
       *> stand today; the dated connection actions are already in
       *> the transcript lines.
       *>
       *> The extract is written to a dated incident file whose header
       *> records who ran it and with what criteria, and every run is
       *> logged to security_events.dat as an INCIDENT event against
       *> the account traced.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TranscriptIdxFile ASSIGN TO "data/transcript-index.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-TIDX.

           *> The transcript or archive being read; path set per file.
           SELECT TransFile       ASSIGN TO TRANS-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-TRANS.

           *> Names of the TranscriptSweep archives on disk, listed
           *> into a work file because the archives are not indexed.
           SELECT ArchListFile    ASSIGN TO "data/incident-archives.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-ALIST.

           SELECT SecEventFile    ASSIGN TO "data/security_events.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-SECEV.

           SELECT ProfViewFile    ASSIGN TO "data/profile_views.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-PVIEWS.

           SELECT MessagesFile    ASSIGN TO "data/messages.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-MSGS.

           SELECT ConnectionsFile ASSIGN TO "data/connections.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-CONN.

           *> Staging name for the incident file; renamed to its dated
           *> final name once complete.
           SELECT IncidentFile    ASSIGN TO "data/incident-timeline.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-INC.

           *> Session lock shared with the online program: refuse to
           *> run while another session or job owns the data files.
           SELECT LockFile        ASSIGN TO "data/incollege.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-LOCK.

       DATA DIVISION.
       FILE SECTION.

       *> Layout must track TIDX-REC in InCollege2.cob.
       FD  TranscriptIdxFile.
       01  TIDX-REC.
           05 TX-STAMP                     PIC X(15).
           05 TX-PATH                      PIC X(60).

       *> Transcript lines are 281 characters in the online program:
       *> "[YYYYMMDD-HHMMSS] [user] text".
       FD  TransFile.
       01  TRANS-REC                       PIC X(281).

       FD  ArchListFile.
       01  ALIST-REC                       PIC X(60).

       *> Layout must track SECEV-REC in InCollege2.cob.
       FD  SecEventFile.
       01  SECEV-REC.
           05 SE-STAMP                     PIC X(15).
           05 SE-USER                      PIC X(20).
           05 SE-EVENT                     PIC X(12).

       *> Layout must track PVIEW-REC in InCollege2.cob.
       FD  ProfViewFile.
       01  PVIEW-REC.
           05 PV-VIEWER                    PIC X(20).
           05 PV-VIEWED                    PIC X(20).
           05 PV-DATE                      PIC X(8).

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

       FD  IncidentFile.
       01  INC-LINE                        PIC X(300).

       FD  LockFile.
       01  LOCK-REC                        PIC X(40).

       WORKING-STORAGE SECTION.
       77  FS-LOCK                         PIC XX     VALUE SPACES.
       01  LOCK-PATH           PIC X(40) VALUE "data/incollege.lock".
       01  LOCK-STAMP-WS                   PIC X(21)  VALUE SPACES.
       77  FS-TIDX                         PIC XX     VALUE SPACES.
       77  FS-TRANS                        PIC XX     VALUE SPACES.
       77  FS-ALIST                        PIC XX     VALUE SPACES.
       77  FS-SECEV                        PIC XX     VALUE SPACES.
       77  FS-PVIEWS                       PIC XX     VALUE SPACES.
       77  FS-MSGS                         PIC XX     VALUE SPACES.
       77  FS-CONN                         PIC XX     VALUE SPACES.
       77  FS-INC                          PIC XX     VALUE SPACES.

       *> Criteria, as entered and in compare form.
       01  RUN-BY                          PIC X(30)  VALUE SPACES.
       01  TRACE-USER-IN                   PIC X(20)  VALUE SPACES.
       01  TRACE-KEY                       PIC X(20)  VALUE SPACES.
       01  FROM-IN                         PIC X(8)   VALUE SPACES.
       01  TO-IN                           PIC X(8)   VALUE SPACES.
       01  FROM-DATE                       PIC X(8)   VALUE SPACES.
       01  TO-DATE                         PIC X(8)   VALUE SPACES.
       77  SHOW-BODIES                     PIC 9      VALUE 0.
       01  ANSWER                          PIC X(20)  VALUE SPACES.
       01  DATE-IN                         PIC X(8)   VALUE SPACES.
       01  DATE-CHECK                      PIC 9(8)   VALUE 0.

       *> The timeline. TE-TIME is blank for sources that only carry
       *> a date; those entries lead their day.
       77  MAX-ENTRIES                     PIC 9(4)   VALUE 3000.
       77  ENTRY-COUNT                     PIC 9(4)   VALUE 0.
       77  ENTRY-OVERFLOW                  PIC 9      VALUE 0.
       01  ENTRY-TABLE.
           05 ENTRY-SLOT OCCURS 3000 TIMES.
              10 TE-DATE                   PIC X(8).
              10 TE-TIME                   PIC X(6).
              10 TE-SOURCE                 PIC X(10).
              10 TE-TEXT                   PIC X(260).
       01  ENTRY-HOLD.
           05 EH-DATE                      PIC X(8).
           05 EH-TIME                      PIC X(6).
           05 EH-SOURCE                    PIC X(10).
           05 EH-TEXT                      PIC X(260).
       *> Entry being added, for 6000-ADD-ENTRY.
       01  ENT-DATE                        PIC X(8)   VALUE SPACES.
       01  ENT-TIME                        PIC X(6)   VALUE SPACES.
       01  ENT-SOURCE                      PIC X(10)  VALUE SPACES.
       01  ENT-TEXT                        PIC X(260) VALUE SPACES.

       *> Transcript line pieces.
       01  TRANS-IN-PATH                   PIC X(60)  VALUE SPACES.
       01  TRANS-LIVE-PATH PIC X(60) VALUE "data/InCollege-Output.txt".
       01  TRANS-EXIST-INFO                PIC X(16)  VALUE SPACES.
       01  LINE-USER                       PIC X(40)  VALUE SPACES.
       77  USER-LEN                        PIC 9(3)   VALUE 0.
       77  TEXT-START                      PIC 9(3)   VALUE 0.
       77  TRANSCRIPT-COUNT                PIC 9(4)   VALUE 0.
       77  ARCHIVE-COUNT                   PIC 9(4)   VALUE 0.
       77  MISSING-COUNT                   PIC 9(4)   VALUE 0.
       01  ARCH-LIST-PATH PIC X(40) VALUE "data/incident-archives.tmp".
       01  ARCH-LIST-CMD                   PIC X(100) VALUE SPACES.

       *> Per-source entry counts for the header.
       77  TRANS-HITS                      PIC 9(5)   VALUE 0.
       77  SECEV-HITS                      PIC 9(5)   VALUE 0.
       77  VIEW-HITS                       PIC 9(5)   VALUE 0.
       77  MSG-HITS                        PIC 9(5)   VALUE 0.
       77  CONN-HITS                       PIC 9(5)   VALUE 0.

       77  I                               PIC 9(4)   VALUE 0.
       77  J                               PIC 9(4)   VALUE 0.
       01  OTHER-USER                      PIC X(20)  VALUE SPACES.
       01  READ-LABEL                      PIC X(8)   VALUE SPACES.
       *> "to" when the traced account is CN-A (it sent the request),
       *> "from" when it is CN-B.
       01  CONN-DIR-LABEL                  PIC X(7)   VALUE SPACES.
       01  NOW-STAMP                       PIC X(21)  VALUE SPACES.
       01  SEC-NOW                         PIC X(21)  VALUE SPACES.
       01  INC-LINE-WS                     PIC X(300) VALUE SPACES.
       01  CNT-DISPLAY                     PIC ZZZZ9.
       01  INC-NEW-PATH  PIC X(40) VALUE "data/incident-timeline.new".
       01  INC-FINAL-PATH                  PIC X(80)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "=== InCollege Incident Timeline ==="
           PERFORM 0100-TAKE-LOCK
           PERFORM 1000-ASK-CRITERIA
           MOVE FUNCTION CURRENT-DATE TO NOW-STAMP

           PERFORM 2000-SCAN-INDEXED-TRANSCRIPTS
           PERFORM 2200-SCAN-ARCHIVES
           PERFORM 2400-SCAN-LIVE-TRANSCRIPT
           PERFORM 3000-SCAN-SECURITY-EVENTS
           PERFORM 3100-SCAN-PROFILE-VIEWS
           PERFORM 3200-SCAN-MESSAGES
           PERFORM 4000-SORT-ENTRIES
           PERFORM 5000-WRITE-INCIDENT-FILE
           PERFORM 5900-LOG-RUN

           MOVE ENTRY-COUNT TO CNT-DISPLAY
           DISPLAY "Timeline entries: " FUNCTION TRIM(CNT-DISPLAY)
           IF ENTRY-OVERFLOW = 1
              DISPLAY "WARNING: more than " MAX-ENTRIES
                 " entries matched - narrow the date range."
           END-IF
           DISPLAY "Incident file written to "
              FUNCTION TRIM(INC-FINAL-PATH)
           DISPLAY "=== Extract complete ==="
           PERFORM 0900-RELEASE-LOCK
           STOP RUN.

       1000-ASK-CRITERIA.
           DISPLAY "Your name (recorded in the incident file header):"
           MOVE SPACES TO RUN-BY
           ACCEPT RUN-BY
           IF FUNCTION TRIM(RUN-BY) = SPACES
              DISPLAY "The operator's name is required - nothing"
                 " extracted."
              PERFORM 0900-RELEASE-LOCK
              STOP RUN
           END-IF

           DISPLAY "Username to trace:"
           MOVE SPACES TO TRACE-USER-IN
           ACCEPT TRACE-USER-IN
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TRACE-USER-IN))
              TO TRACE-KEY
           IF TRACE-KEY = SPACES
              DISPLAY "A username is required - nothing extracted."
              PERFORM 0900-RELEASE-LOCK
              STOP RUN
           END-IF

           DISPLAY "From date (YYYYMMDD):"
           MOVE SPACES TO FROM-IN
           ACCEPT FROM-IN
           MOVE FROM-IN TO DATE-IN
           PERFORM 1100-CHECK-DATE
           MOVE FROM-IN TO FROM-DATE
           DISPLAY "To date (YYYYMMDD, blank = today):"
           MOVE SPACES TO TO-IN
           ACCEPT TO-IN
           IF TO-IN = SPACES
              MOVE FUNCTION CURRENT-DATE TO NOW-STAMP
              MOVE NOW-STAMP(1:8) TO TO-IN
           END-IF
           MOVE TO-IN TO DATE-IN
           PERFORM 1100-CHECK-DATE
           MOVE TO-IN TO TO-DATE
           IF TO-DATE < FROM-DATE
              DISPLAY "The to date is before the from date - nothing"
                 " extracted."
              PERFORM 0900-RELEASE-LOCK
              STOP RUN
           END-IF

           DISPLAY "Include message bodies? (Y/N, blank = N):"
           MOVE SPACES TO ANSWER
           ACCEPT ANSWER
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(ANSWER)) = "Y"
              MOVE 1 TO SHOW-BODIES
           ELSE
              MOVE 0 TO SHOW-BODIES
           END-IF
           .

       *> Stops the run unless DATE-IN holds a real YYYYMMDD date.
       1100-CHECK-DATE.
           IF DATE-IN IS NUMERIC
              MOVE DATE-IN TO DATE-CHECK
              IF FUNCTION TEST-DATE-YYYYMMDD(DATE-CHECK) = 0
                 EXIT PARAGRAPH
              END-IF
           END-IF
           DISPLAY "'" FUNCTION TRIM(DATE-IN) "' is not a YYYYMMDD"
              " date - nothing extracted."
           PERFORM 0900-RELEASE-LOCK
           STOP RUN
           .

       *> A session's lines can run past midnight, so only sessions
       *> that started after the range are passed over unread.
       2000-SCAN-INDEXED-TRANSCRIPTS.
           OPEN INPUT TranscriptIdxFile
           IF FS-TIDX NOT = "00"
              CLOSE TranscriptIdxFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ TranscriptIdxFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-TIDX NOT = "00"
                 EXIT PERFORM
              END-IF
              IF TX-PATH NOT = SPACES
                 AND TX-STAMP(1:8) NOT > TO-DATE
                 MOVE TX-PATH TO TRANS-IN-PATH
                 PERFORM 2100-SCAN-ONE-TRANSCRIPT
                 ADD 1 TO TRANSCRIPT-COUNT
              END-IF
           END-PERFORM
           CLOSE TranscriptIdxFile
           .

       *> Reads TRANS-IN-PATH and keeps the traced account's lines in
       *> the range. Separator lines in the archives and lines from
       *> before anyone logged in do not match and drop out.
       2100-SCAN-ONE-TRANSCRIPT.
           OPEN INPUT TransFile
           IF FS-TRANS NOT = "00"
              CLOSE TransFile
              MOVE SPACES TO FS-TRANS
              ADD 1 TO MISSING-COUNT
              DISPLAY "  Missing on disk: " FUNCTION TRIM(TRANS-IN-PATH)
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ TransFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-TRANS NOT = "00"
                 EXIT PERFORM
              END-IF
              IF TRANS-REC(1:1) = "[" AND TRANS-REC(10:1) = "-"
                 AND TRANS-REC(17:3) = "] ["
                 AND TRANS-REC(2:8) NOT < FROM-DATE
                 AND TRANS-REC(2:8) NOT > TO-DATE
                 MOVE 0 TO USER-LEN
                 INSPECT TRANS-REC(20:) TALLYING USER-LEN
                    FOR CHARACTERS BEFORE INITIAL "]"
                 IF USER-LEN > 0 AND USER-LEN <= 40
                    MOVE SPACES TO LINE-USER
                    MOVE TRANS-REC(20:USER-LEN) TO LINE-USER
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(LINE-USER))
                       = TRACE-KEY
                       COMPUTE TEXT-START = 20 + USER-LEN + 2
                       MOVE TRANS-REC(2:8)  TO ENT-DATE
                       MOVE TRANS-REC(11:6) TO ENT-TIME
                       MOVE "TRANSCRIPT" TO ENT-SOURCE
                       MOVE SPACES TO ENT-TEXT
                       IF TEXT-START <= 281
                          MOVE TRANS-REC(TEXT-START:) TO ENT-TEXT
                       END-IF
                       PERFORM 6000-ADD-ENTRY
                       ADD 1 TO TRANS-HITS
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           CLOSE TransFile
           MOVE SPACES TO FS-TRANS
           .

       *> TranscriptSweep names its archives by the sweep date, and a
       *> second sweep the same day adds the time, so the names cannot
       *> be worked out from the range; the directory is listed instead.
       2200-SCAN-ARCHIVES.
           MOVE SPACES TO ARCH-LIST-CMD
           STRING "ls -1 data/transcript-archive-*.dat > "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(ARCH-LIST-PATH) DELIMITED BY SIZE
                  " 2>/dev/null" DELIMITED BY SIZE
                  INTO ARCH-LIST-CMD
           END-STRING
           CALL "SYSTEM" USING ARCH-LIST-CMD
           MOVE 0 TO RETURN-CODE

           OPEN INPUT ArchListFile
           IF FS-ALIST NOT = "00"
              CLOSE ArchListFile
              CALL "CBL_DELETE_FILE" USING ARCH-LIST-PATH
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ ArchListFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-ALIST NOT = "00"
                 EXIT PERFORM
              END-IF
              IF ALIST-REC NOT = SPACES
                 MOVE ALIST-REC TO TRANS-IN-PATH
                 PERFORM 2100-SCAN-ONE-TRANSCRIPT
                 ADD 1 TO ARCHIVE-COUNT
              END-IF
           END-PERFORM
           CLOSE ArchListFile
           CALL "CBL_DELETE_FILE" USING ARCH-LIST-PATH
           .

       *> A session that crashed leaves its transcript under the live
       *> name until the next session rescues it into the index.
       2400-SCAN-LIVE-TRANSCRIPT.
           CALL "CBL_CHECK_FILE_EXIST" USING TRANS-LIVE-PATH
              TRANS-EXIST-INFO
           IF RETURN-CODE = 0
              MOVE TRANS-LIVE-PATH TO TRANS-IN-PATH
              PERFORM 2100-SCAN-ONE-TRANSCRIPT
              ADD 1 TO TRANSCRIPT-COUNT
           END-IF
           MOVE 0 TO RETURN-CODE
           .

       3000-SCAN-SECURITY-EVENTS.
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
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(SE-USER)) = TRACE-KEY
                 AND SE-STAMP(1:8) NOT < FROM-DATE
                 AND SE-STAMP(1:8) NOT > TO-DATE
                 MOVE SE-STAMP(1:8)  TO ENT-DATE
                 MOVE SE-STAMP(10:6) TO ENT-TIME
                 MOVE "SECURITY" TO ENT-SOURCE
                 MOVE SPACES TO ENT-TEXT
                 EVALUATE FUNCTION TRIM(SE-EVENT)
                    WHEN "FAIL"
                       MOVE "Failed login attempt" TO ENT-TEXT
                    WHEN "LOCKOUT"
                       MOVE "Account locked out after repeated failed logins"
                          TO ENT-TEXT
                    WHEN "LOCKED"
                       MOVE "Login attempt refused - account locked"
                          TO ENT-TEXT
                    WHEN "RESET"
                       MOVE "Password reset through Forgot Password"
                          TO ENT-TEXT
                    WHEN "UNLOCK"
                       MOVE "Account unlocked by an operator" TO ENT-TEXT
                    WHEN "INCIDENT"
                       MOVE "Incident timeline extracted for this account"
                          TO ENT-TEXT
                    WHEN OTHER
                       STRING "Security event " DELIMITED BY SIZE
                              FUNCTION TRIM(SE-EVENT) DELIMITED BY SIZE
                              INTO ENT-TEXT
                       END-STRING
                 END-EVALUATE
                 PERFORM 6000-ADD-ENTRY
                 ADD 1 TO SECEV-HITS
              END-IF
           END-PERFORM
           CLOSE SecEventFile
           .

       3100-SCAN-PROFILE-VIEWS.
           OPEN INPUT ProfViewFile
           IF FS-PVIEWS NOT = "00"
              CLOSE ProfViewFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ ProfViewFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-PVIEWS NOT = "00"
                 EXIT PERFORM
              END-IF
              IF PV-DATE NOT < FROM-DATE AND PV-DATE NOT > TO-DATE
                 MOVE PV-DATE TO ENT-DATE
                 MOVE SPACES  TO ENT-TIME
                 MOVE "VIEW" TO ENT-SOURCE
                 IF FUNCTION UPPER-CASE(FUNCTION TRIM(PV-VIEWER))
                    = TRACE-KEY
                    MOVE SPACES TO ENT-TEXT
                    STRING "Viewed the profile of " DELIMITED BY SIZE
                           FUNCTION TRIM(PV-VIEWED) DELIMITED BY SIZE
                           INTO ENT-TEXT
                    END-STRING
                    PERFORM 6000-ADD-ENTRY
                    ADD 1 TO VIEW-HITS
                 END-IF
                 IF FUNCTION UPPER-CASE(FUNCTION TRIM(PV-VIEWED))
                    = TRACE-KEY
                    MOVE SPACES TO ENT-TEXT
                    STRING "Profile viewed by " DELIMITED BY SIZE
                           FUNCTION TRIM(PV-VIEWER) DELIMITED BY SIZE
                           INTO ENT-TEXT
                    END-STRING
                    PERFORM 6000-ADD-ENTRY
                    ADD 1 TO VIEW-HITS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ProfViewFile
           .

       3200-SCAN-MESSAGES.
           OPEN INPUT MessagesFile
           IF FS-MSGS NOT = "00"
              CLOSE MessagesFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ MessagesFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-MSGS NOT = "00"
                 EXIT PERFORM
              END-IF
              IF MG-SENT NOT < FROM-DATE AND MG-SENT NOT > TO-DATE
                 MOVE MG-SENT TO ENT-DATE
                 MOVE SPACES  TO ENT-TIME
                 MOVE "MESSAGE" TO ENT-SOURCE
                 IF MG-READ = "R"
                    MOVE "read" TO READ-LABEL
                 ELSE
                    MOVE "unread" TO READ-LABEL
                 END-IF
                 IF FUNCTION UPPER-CASE(FUNCTION TRIM(MG-FROM))
                    = TRACE-KEY
                    MOVE MG-TO TO OTHER-USER
                    MOVE SPACES TO ENT-TEXT
                    STRING "Sent a message to " DELIMITED BY SIZE
                           FUNCTION TRIM(OTHER-USER) DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           FUNCTION TRIM(READ-LABEL) DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO ENT-TEXT
                    END-STRING
                    PERFORM 3300-ADD-MESSAGE-BODY
                    PERFORM 6000-ADD-ENTRY
                    ADD 1 TO MSG-HITS
                 END-IF
                 IF FUNCTION UPPER-CASE(FUNCTION TRIM(MG-TO))
                    = TRACE-KEY
                    MOVE MG-FROM TO OTHER-USER
                    MOVE SPACES TO ENT-TEXT
                    STRING "Received a message from " DELIMITED BY SIZE
                           FUNCTION TRIM(OTHER-USER) DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           FUNCTION TRIM(READ-LABEL) DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO ENT-TEXT
                    END-STRING
                    PERFORM 3300-ADD-MESSAGE-BODY
                    PERFORM 6000-ADD-ENTRY
                    ADD 1 TO MSG-HITS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE MessagesFile
           .

       *> Only when the operator asked for bodies.
       3300-ADD-MESSAGE-BODY.
           IF SHOW-BODIES = 0
              EXIT PARAGRAPH
           END-IF
           MOVE ENT-TEXT TO INC-LINE-WS
           MOVE SPACES TO ENT-TEXT
           STRING FUNCTION TRIM(INC-LINE-WS) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(MG-BODY) DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO ENT-TEXT
           END-STRING
           .

       *> Insertion sort on date, then time; entries with no time
       *> lead their day, and entries with the same stamp keep the
       *> order they were read in.
       4000-SORT-ENTRIES.
           PERFORM VARYING I FROM 2 BY 1 UNTIL I > ENTRY-COUNT
              MOVE ENTRY-SLOT(I) TO ENTRY-HOLD
              MOVE I TO J
              PERFORM UNTIL J < 2
                 IF TE-DATE(J - 1) < EH-DATE
                    OR (TE-DATE(J - 1) = EH-DATE
                        AND TE-TIME(J - 1) <= EH-TIME)
                    EXIT PERFORM
                 END-IF
                 MOVE ENTRY-SLOT(J - 1) TO ENTRY-SLOT(J)
                 SUBTRACT 1 FROM J
              END-PERFORM
              MOVE ENTRY-HOLD TO ENTRY-SLOT(J)
           END-PERFORM
           .

       5000-WRITE-INCIDENT-FILE.
           OPEN OUTPUT IncidentFile

           MOVE SPACES TO INC-LINE
           MOVE ALL "=" TO INC-LINE(1:60)
           WRITE INC-LINE
           MOVE "              INCIDENT TIMELINE" TO INC-LINE
           WRITE INC-LINE
           MOVE SPACES TO INC-LINE
           MOVE ALL "=" TO INC-LINE(1:60)
           WRITE INC-LINE

           MOVE SPACES TO INC-LINE-WS
           STRING "Account traced:  " DELIMITED BY SIZE
                  FUNCTION TRIM(TRACE-USER-IN) DELIMITED BY SIZE
                  INTO INC-LINE-WS
           END-STRING
           MOVE INC-LINE-WS TO INC-LINE
           WRITE INC-LINE
           MOVE SPACES TO INC-LINE-WS
           STRING "Date range:      " DELIMITED BY SIZE
                  FROM-DATE DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  TO-DATE DELIMITED BY SIZE
                  " inclusive" DELIMITED BY SIZE
                  INTO INC-LINE-WS
           END-STRING
           MOVE INC-LINE-WS TO INC-LINE
           WRITE INC-LINE
           IF SHOW-BODIES = 1
              MOVE "Message bodies:  included at the operator's request"
                 TO INC-LINE
           ELSE
              MOVE "Message bodies:  withheld (metadata only)"
                 TO INC-LINE
           END-IF
           WRITE INC-LINE
           MOVE SPACES TO INC-LINE-WS
           STRING "Run by:          " DELIMITED BY SIZE
                  FUNCTION TRIM(RUN-BY) DELIMITED BY SIZE
                  INTO INC-LINE-WS
           END-STRING
           MOVE INC-LINE-WS TO INC-LINE
           WRITE INC-LINE
           MOVE SPACES TO INC-LINE-WS
           STRING "Run at:          " DELIMITED BY SIZE
                  NOW-STAMP(1:8) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  NOW-STAMP(9:6) DELIMITED BY SIZE
                  INTO INC-LINE-WS
           END-STRING
           MOVE INC-LINE-WS TO INC-LINE
           WRITE INC-LINE
           MOVE SPACES TO INC-LINE
           WRITE INC-LINE

           MOVE "Sources searched:" TO INC-LINE
           WRITE INC-LINE
           MOVE SPACES TO INC-LINE-WS
           STRING "  Session transcripts: " DELIMITED BY SIZE
                  TRANSCRIPT-COUNT DELIMITED BY SIZE
                  " file(s), transcript archives: " DELIMITED BY SIZE
                  ARCHIVE-COUNT DELIMITED BY SIZE
                  ", missing on disk: " DELIMITED BY SIZE
                  MISSING-COUNT DELIMITED BY SIZE
                  INTO INC-LINE-WS
           END-STRING
           MOVE INC-LINE-WS TO INC-LINE
           WRITE INC-LINE
           MOVE SPACES TO INC-LINE-WS
           STRING "  Entries - transcript lines: " DELIMITED BY SIZE
                  TRANS-HITS DELIMITED BY SIZE
                  ", security events: " DELIMITED BY SIZE
                  SECEV-HITS DELIMITED BY SIZE
                  ", profile views: " DELIMITED BY SIZE
                  VIEW-HITS DELIMITED BY SIZE
                  ", messages: " DELIMITED BY SIZE
                  MSG-HITS DELIMITED BY SIZE
                  INTO INC-LINE-WS
           END-STRING
           MOVE INC-LINE-WS TO INC-LINE
           WRITE INC-LINE
           IF ENTRY-OVERFLOW = 1
              MOVE SPACES TO INC-LINE-WS
              STRING "  WARNING: only the first " DELIMITED BY SIZE
                     MAX-ENTRIES DELIMITED BY SIZE
                     " matching entries are listed - narrow the"
                     " range." DELIMITED BY SIZE
                     INTO INC-LINE-WS
              END-STRING
              MOVE INC-LINE-WS TO INC-LINE
              WRITE INC-LINE
           END-IF
           MOVE SPACES TO INC-LINE
           WRITE INC-LINE

           MOVE "Timeline (times are blank where the source records"
              TO INC-LINE
           WRITE INC-LINE
           MOVE "only the date):" TO INC-LINE
           WRITE INC-LINE
           IF ENTRY-COUNT = 0
              MOVE "  (nothing on file for this account in the range)"
                 TO INC-LINE
              WRITE INC-LINE
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ENTRY-COUNT
              MOVE SPACES TO INC-LINE-WS
              IF TE-TIME(I) = SPACES
                 STRING "  " TE-DATE(I)(1:4) "-" TE-DATE(I)(5:2) "-"
                        TE-DATE(I)(7:2) "          "
                        TE-SOURCE(I) "  "
                        DELIMITED BY SIZE
                        FUNCTION TRIM(TE-TEXT(I)) DELIMITED BY SIZE
                        INTO INC-LINE-WS
                 END-STRING
              ELSE
                 STRING "  " TE-DATE(I)(1:4) "-" TE-DATE(I)(5:2) "-"
                        TE-DATE(I)(7:2) " " TE-TIME(I)(1:2) ":"
                        TE-TIME(I)(3:2) ":" TE-TIME(I)(5:2) " "
                        TE-SOURCE(I) "  "
                        DELIMITED BY SIZE
                        FUNCTION TRIM(TE-TEXT(I)) DELIMITED BY SIZE
                        INTO INC-LINE-WS
                 END-STRING
              END-IF
              MOVE INC-LINE-WS TO INC-LINE
              WRITE INC-LINE
           END-PERFORM

           MOVE SPACES TO INC-LINE
           WRITE INC-LINE
           PERFORM 5100-WRITE-CONNECTIONS
           CLOSE IncidentFile

           MOVE SPACES TO INC-FINAL-PATH
           STRING "data/incident-" DELIMITED BY SIZE
                  FUNCTION TRIM(TRACE-USER-IN) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  NOW-STAMP(1:8) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  NOW-STAMP(9:6) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO INC-FINAL-PATH
           END-STRING
           CALL "CBL_RENAME_FILE" USING INC-NEW-PATH INC-FINAL-PATH
           .

       *> connections.dat keeps no dates, so the account's connections
       *> are listed as they stand at the time of the run.
       5100-WRITE-CONNECTIONS.
           MOVE "Connections on file now (connections.dat records no"
              TO INC-LINE
           WRITE INC-LINE
           MOVE "dates; see the transcript lines for when they changed):"
              TO INC-LINE
           WRITE INC-LINE
           MOVE 0 TO CONN-HITS
           OPEN INPUT ConnectionsFile
           IF FS-CONN = "00"
              PERFORM UNTIL 1 = 2
                 READ ConnectionsFile
                    AT END EXIT PERFORM
                 END-READ
                 IF FS-CONN NOT = "00"
                    EXIT PERFORM
                 END-IF
                 MOVE SPACES TO OTHER-USER
                 IF FUNCTION UPPER-CASE(FUNCTION TRIM(CN-A)) = TRACE-KEY
                    MOVE CN-B TO OTHER-USER
                    MOVE "  to   " TO CONN-DIR-LABEL
                 END-IF
                 IF FUNCTION UPPER-CASE(FUNCTION TRIM(CN-B)) = TRACE-KEY
                    MOVE CN-A TO OTHER-USER
                    MOVE "  from " TO CONN-DIR-LABEL
                 END-IF
                 IF OTHER-USER NOT = SPACES
                    MOVE SPACES TO INC-LINE
                    STRING CONN-DIR-LABEL DELIMITED BY SIZE
                           OTHER-USER DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(CN-STATUS) DELIMITED BY SIZE
                           INTO INC-LINE
                    END-STRING
                    WRITE INC-LINE
                    ADD 1 TO CONN-HITS
                 END-IF
              END-PERFORM
           END-IF
           CLOSE ConnectionsFile
           IF CONN-HITS = 0
              MOVE "  (none)" TO INC-LINE
              WRITE INC-LINE
           END-IF
           .

       *> One INCIDENT row per run against the account traced; who ran
       *> it and the criteria are in the incident file's header.
       5900-LOG-RUN.
           OPEN EXTEND SecEventFile
           IF FS-SECEV = "35"
              OPEN OUTPUT SecEventFile
           END-IF
           MOVE FUNCTION CURRENT-DATE TO SEC-NOW
           MOVE SPACES TO SE-STAMP
           STRING SEC-NOW(1:8) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  SEC-NOW(9:6) DELIMITED BY SIZE
                  INTO SE-STAMP
           END-STRING
           MOVE TRACE-USER-IN TO SE-USER
           MOVE "INCIDENT"    TO SE-EVENT
           WRITE SECEV-REC
           CLOSE SecEventFile
           .

       6000-ADD-ENTRY.
           IF ENTRY-COUNT < MAX-ENTRIES
              ADD 1 TO ENTRY-COUNT
              MOVE ENT-DATE   TO TE-DATE(ENTRY-COUNT)
              MOVE ENT-TIME   TO TE-TIME(ENTRY-COUNT)
              MOVE ENT-SOURCE TO TE-SOURCE(ENTRY-COUNT)
              MOVE ENT-TEXT   TO TE-TEXT(ENTRY-COUNT)
           ELSE
              MOVE 1 TO ENTRY-OVERFLOW
           END-IF
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
           STRING "IncidentTimeline " DELIMITED BY SIZE
                  LOCK-STAMP-WS(1:14) DELIMITED BY SIZE
                  INTO LOCK-REC
           END-STRING
           WRITE LOCK-REC
           CLOSE LockFile
           .

       0900-RELEASE-LOCK.
           CALL "CBL_DELETE_FILE" USING LOCK-PATH
           .
