>>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MailDigest.

       *> Nightly email digest feed for the campus mail relay, so the
       *> notifications and messages of people who seldom log in
       *> still reach them. Two phases:
       *>   - the relay's bounce file (data/mail-bounces.dat), when one
       *>     is waiting, is read back first: each bounced address is
       *>     flagged on every account whose current email.dat row
       *>     carries it, the owner gets an inbox notice to correct
       *>     it, and the bounce file is retired to a dated .done name
       *>     so it is not applied twice;
       *>   - every account opted in to the digest with an address
       *>     that has not bounced gets one digest covering the
       *>     notifications.dat rows not yet mailed, the count of
       *>     unread messages, and the PROPOSED or CONFIRMED interview
       *>     slots dated tomorrow or the day after. An account with
       *>     nothing to report gets no digest.
       *> The feed is fixed-format, one record type per line (see
       *> DIGEST-LINE below), and closes with a trailer carrying the
       *> record and recipient counts so the relay can verify it
       *> arrived complete. It is staged and renamed to a dated name
       *> once complete. Each notification put in the feed is then
       *> stamped with the run date in NT-MAILED, so no row is ever
       *> mailed twice; rows that did not fit the night's table stay
       *> blank and go out the next night.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Per-account email address and digest opt-in, appended
           *> to; an account's latest row is its current setting.
           SELECT EmailFile       ASSIGN TO "data/email.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-EMAIL.

           *> Returned mail, dropped here by the relay.
           SELECT BounceFile      ASSIGN TO "data/mail-bounces.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-BOUNCE.

           SELECT NotifyFile      ASSIGN TO "data/notifications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-NOTIFY.

           SELECT NewNotifyFile   ASSIGN TO "data/notifications.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-NEWNOTIFY.

           SELECT MessagesFile    ASSIGN TO "data/messages.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-MSGS.

           SELECT InterviewsFile  ASSIGN TO "data/interviews.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS IV-KEY
               ALTERNATE RECORD KEY IS IV-POSTING WITH DUPLICATES
               FILE STATUS  IS FS-INTV.

           SELECT DigestFile      ASSIGN TO "data/mail-digest.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-DIGEST.

           *> Session lock shared with the online program: refuse to
           *> run while another session or job owns the data files.
           SELECT LockFile        ASSIGN TO "data/incollege.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-LOCK.

       DATA DIVISION.
       FILE SECTION.

       *> Layout must track EMAIL-REC in InCollege2.cob.
       FD  EmailFile.
       01  EMAIL-REC.
           05 EM-USER                      PIC X(20).
           05 EM-ADDRESS                   PIC X(60).
           05 EM-DIGEST                    PIC X(1).
           05 EM-BOUNCED                   PIC X(1).
           05 EM-DATE                      PIC X(8).

       *> The relay's bounce record: the address that bounced, the
       *> date it bounced, and the relay's reason text.
       FD  BounceFile.
       01  BOUNCE-REC.
           05 BN-ADDRESS                   PIC X(60).
           05 BN-DATE                      PIC X(8).
           05 BN-REASON                    PIC X(40).

       *> Layout must track NOTIFY-REC in InCollege2.cob.
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

       *> Layout must track MSG-REC in InCollege2.cob.
       FD  MessagesFile.
       01  MSG-REC.
           05 MG-FROM                      PIC X(20).
           05 MG-TO                        PIC X(20).
           05 MG-SENT                      PIC X(8).
           05 MG-BODY                      PIC X(120).
           05 MG-READ                      PIC X(1).

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

       *> The relay feed. Every line starts with its record type:
       *>   H  header     - feed name, run date and time
       *>   U  recipient  - username, address, and how many N and I
       *>                   lines follow plus the unread message count
       *>   N  notification for the recipient above
       *>   I  interview slot for the recipient above
       *>   T  trailer    - records in the feed (H and T included)
       *>                   and recipients
       FD  DigestFile.
       01  DIGEST-LINE                     PIC X(160).
       01  DG-HEADER.
           05 DH-TYPE                      PIC X(1).
           05 DH-FEED                      PIC X(20).
           05 DH-RUN-DATE                  PIC X(8).
           05 DH-RUN-TIME                  PIC X(6).
           05 FILLER                       PIC X(125).
       01  DG-RECIPIENT.
           05 DU-TYPE                      PIC X(1).
           05 DU-USER                      PIC X(20).
           05 DU-ADDRESS                   PIC X(60).
           05 DU-NOTES                     PIC 9(4).
           05 DU-UNREAD                    PIC 9(4).
           05 DU-INTERVIEWS                PIC 9(2).
           05 FILLER                       PIC X(69).
       01  DG-NOTIFICATION.
           05 DN-TYPE                      PIC X(1).
           05 DN-USER                      PIC X(20).
           05 DN-DATE                      PIC X(8).
           05 DN-TEXT                      PIC X(80).
           05 FILLER                       PIC X(51).
       01  DG-INTERVIEW.
           05 DI-TYPE                      PIC X(1).
           05 DI-USER                      PIC X(20).
           05 DI-DATE                      PIC X(8).
           05 DI-TIME                      PIC X(5).
           05 DI-STATUS                    PIC X(10).
           05 DI-TITLE                     PIC X(30).
           05 DI-COMPANY                   PIC X(30).
           05 FILLER                       PIC X(56).
       01  DG-TRAILER.
           05 DT-TYPE                      PIC X(1).
           05 DT-RECORDS                   PIC 9(7).
           05 DT-RECIPIENTS                PIC 9(7).
           05 FILLER                       PIC X(145).

       FD  LockFile.
       01  LOCK-REC                        PIC X(40).

       WORKING-STORAGE SECTION.
       77  FS-LOCK                         PIC XX     VALUE SPACES.
       01  LOCK-PATH           PIC X(40) VALUE "data/incollege.lock".
       01  LOCK-STAMP-WS                   PIC X(21)  VALUE SPACES.
       77  FS-EMAIL                        PIC XX     VALUE SPACES.
       77  FS-BOUNCE                       PIC XX     VALUE SPACES.
       77  FS-NOTIFY                       PIC XX     VALUE SPACES.
       77  FS-NEWNOTIFY                    PIC XX     VALUE SPACES.
       77  FS-MSGS                         PIC XX     VALUE SPACES.
       77  FS-INTV                         PIC XX     VALUE SPACES.
       77  FS-DIGEST                       PIC XX     VALUE SPACES.

       *> Each account's current email.dat row. EA-NOTES and
       *> EA-UNREAD are filled in for the digest pass.
       77  MAX-ACCOUNTS                    PIC 9(4)   VALUE 500.
       77  ACCT-COUNT                      PIC 9(4)   VALUE 0.
       01  ACCT-TABLE.
           05 ACCT-SLOT OCCURS 500 TIMES.
              10 EA-USER                   PIC X(20).
              10 EA-ADDRESS                PIC X(60).
              10 EA-DIGEST                 PIC X(1).
              10 EA-BOUNCED                PIC X(1).
              10 EA-DATE                   PIC X(8).
              10 EA-NOTES                  PIC 9(4).
              10 EA-UNREAD                 PIC 9(4).

       *> Notifications going out tonight, in file order. PQ-ROW is
       *> the row's position in notifications.dat, so the rewrite
       *> pass can stamp exactly these rows as mailed.
       77  MAX-PENDING                     PIC 9(4)   VALUE 2000.
       77  PEND-COUNT                      PIC 9(4)   VALUE 0.
       01  PENDING-TABLE.
           05 PENDING-SLOT OCCURS 2000 TIMES.
              10 PQ-ROW                    PIC 9(6).
              10 PQ-ACCT                   PIC 9(4).
              10 PQ-DATE                   PIC X(8).
              10 PQ-TEXT                   PIC X(80).

       *> One recipient's upcoming interview slots.
       77  MAX-SLOTS                       PIC 9(2)   VALUE 20.
       77  SLOT-COUNT                      PIC 9(2)   VALUE 0.
       01  SLOT-TABLE.
           05 SLOT-ENTRY OCCURS 20 TIMES.
              10 SL-DATE                   PIC X(8).
              10 SL-TIME                   PIC X(5).
              10 SL-STATUS                 PIC X(10).
              10 SL-TITLE                  PIC X(30).
              10 SL-COMPANY                PIC X(30).

       77  BOUNCES-READ                    PIC 9(5)   VALUE 0.
       77  BOUNCES-FLAGGED                 PIC 9(5)   VALUE 0.
       77  BOUNCES-UNMATCHED               PIC 9(5)   VALUE 0.
       77  BOUNCES-STALE                   PIC 9(5)   VALUE 0.
       77  OPTED-IN                        PIC 9(5)   VALUE 0.
       77  RECIPIENTS                      PIC 9(7)   VALUE 0.
       77  FEED-RECORDS                    PIC 9(7)   VALUE 0.
       77  NOTES-MAILED                    PIC 9(6)   VALUE 0.
       77  INTERVIEWS-MAILED               PIC 9(5)   VALUE 0.
       77  TRUNCATED                       PIC 9      VALUE 0.
       77  HAVE-BOUNCES                    PIC 9      VALUE 0.
       77  HAVE-INTERVIEWS                 PIC 9      VALUE 0.
       77  BOUNCE-HIT                      PIC 9      VALUE 0.
       77  ACCT-HIT                        PIC 9(4)   VALUE 0.

       77  ROW-NUM                         PIC 9(6)   VALUE 0.
       77  I                               PIC 9(4)   VALUE 0.
       77  J                               PIC 9(4)   VALUE 0.
       77  P                               PIC 9(4)   VALUE 0.
       01  CMP-USER                        PIC X(20)  VALUE SPACES.
       01  CMP-ADDRESS                     PIC X(60)  VALUE SPACES.

       77  TODAY-INT                       PIC 9(8)   VALUE 0.
       77  DATE-NUM                        PIC 9(8)   VALUE 0.
       01  RUN-DATE                        PIC X(8)   VALUE SPACES.
       01  WINDOW-FIRST                    PIC X(8)   VALUE SPACES.
       01  WINDOW-LAST                     PIC X(8)   VALUE SPACES.
       01  NOW-STAMP                       PIC X(21)  VALUE SPACES.
       01  NOTIFY-TEXT-WS                  PIC X(80)  VALUE SPACES.

       *> Receiving area for CBL_CHECK_FILE_EXIST (size + date/time).
       01  FEED-EXIST-INFO                 PIC X(16)  VALUE SPACES.
       01  FEED-NEW-PATH       PIC X(40) VALUE "data/mail-digest.new".
       01  FEED-DATED-PATH                 PIC X(60)  VALUE SPACES.
       01  BOUNCE-PATH         PIC X(40) VALUE "data/mail-bounces.dat".
       01  BOUNCE-DONE-PATH                PIC X(60)  VALUE SPACES.
       01  NOTIFY-LIVE-PATH    PIC X(40) VALUE "data/notifications.dat".
       01  NOTIFY-NEW-PATH     PIC X(40) VALUE "data/notifications.new".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "=== InCollege Email Digest ==="
           PERFORM 0100-TAKE-LOCK
           MOVE FUNCTION CURRENT-DATE TO NOW-STAMP
           MOVE NOW-STAMP(1:8) TO RUN-DATE
           COMPUTE TODAY-INT =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RUN-DATE))
           COMPUTE DATE-NUM = FUNCTION DATE-OF-INTEGER(TODAY-INT + 1)
           MOVE DATE-NUM TO WINDOW-FIRST
           COMPUTE DATE-NUM = FUNCTION DATE-OF-INTEGER(TODAY-INT + 2)
           MOVE DATE-NUM TO WINDOW-LAST

           PERFORM 1000-LOAD-ACCOUNTS
           PERFORM 2000-APPLY-BOUNCES
           PERFORM 3000-LOAD-PENDING
           PERFORM 3100-COUNT-UNREAD
           PERFORM 4000-WRITE-FEED
           PERFORM 5000-MARK-MAILED
           PERFORM 6000-REPORT
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
           STRING "MailDigest " DELIMITED BY SIZE
                  LOCK-STAMP-WS(1:14) DELIMITED BY SIZE
                  INTO LOCK-REC
           END-STRING
           WRITE LOCK-REC
           CLOSE LockFile
           .

       0900-RELEASE-LOCK.
           CALL "CBL_DELETE_FILE" USING LOCK-PATH
           .

       *> One slot per account; a later row replaces the earlier.
       1000-LOAD-ACCOUNTS.
           MOVE 0 TO ACCT-COUNT
           OPEN INPUT EmailFile
           IF FS-EMAIL NOT = "00"
              CLOSE EmailFile
              MOVE SPACES TO FS-EMAIL
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ EmailFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-EMAIL NOT = "00"
                 EXIT PERFORM
              END-IF
              IF EM-USER NOT = SPACES
                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(EM-USER))
                    TO CMP-USER
                 PERFORM 1100-FIND-ACCOUNT
                 IF ACCT-HIT = 0 AND ACCT-COUNT >= MAX-ACCOUNTS
                    MOVE 1 TO TRUNCATED
                 END-IF
                 IF ACCT-HIT = 0 AND ACCT-COUNT < MAX-ACCOUNTS
                    ADD 1 TO ACCT-COUNT
                    MOVE ACCT-COUNT TO ACCT-HIT
                 END-IF
                 IF ACCT-HIT > 0
                    MOVE EM-USER    TO EA-USER(ACCT-HIT)
                    MOVE EM-ADDRESS TO EA-ADDRESS(ACCT-HIT)
                    MOVE EM-DIGEST  TO EA-DIGEST(ACCT-HIT)
                    MOVE EM-BOUNCED TO EA-BOUNCED(ACCT-HIT)
                    MOVE EM-DATE    TO EA-DATE(ACCT-HIT)
                    MOVE 0          TO EA-NOTES(ACCT-HIT)
                    MOVE 0          TO EA-UNREAD(ACCT-HIT)
                 END-IF
              END-IF
           END-PERFORM
           CLOSE EmailFile
           MOVE SPACES TO FS-EMAIL
           .

       *> Sets ACCT-HIT to the slot of CMP-USER (uppercased), or 0.
       1100-FIND-ACCOUNT.
           MOVE 0 TO ACCT-HIT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > ACCT-COUNT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(EA-USER(J)))
                 = CMP-USER
                 MOVE J TO ACCT-HIT
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .

       *> ---------------- Bounces ----------------

       *> A bounce flags every account whose current address matches
       *> it, ignoring case. An account already flagged is left
       *> alone, and a bounce dated before the account last saved
       *> its address is stale (the owner has since re-entered it)
       *> and is only counted.
       2000-APPLY-BOUNCES.
           OPEN INPUT BounceFile
           IF FS-BOUNCE NOT = "00"
              CLOSE BounceFile
              MOVE SPACES TO FS-BOUNCE
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO HAVE-BOUNCES
           PERFORM UNTIL 1 = 2
              READ BounceFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-BOUNCE NOT = "00"
                 EXIT PERFORM
              END-IF
              IF BN-ADDRESS NOT = SPACES
                 ADD 1 TO BOUNCES-READ
                 PERFORM 2100-APPLY-ONE-BOUNCE
              END-IF
           END-PERFORM
           CLOSE BounceFile
           MOVE SPACES TO FS-BOUNCE

           *> Retire the bounce file so tomorrow's run does not apply
           *> it again.
           MOVE SPACES TO BOUNCE-DONE-PATH
           STRING "data/mail-bounces-" DELIMITED BY SIZE
                  NOW-STAMP(1:8) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  NOW-STAMP(9:6) DELIMITED BY SIZE
                  ".done" DELIMITED BY SIZE
                  INTO BOUNCE-DONE-PATH
           END-STRING
           CALL "CBL_RENAME_FILE" USING BOUNCE-PATH BOUNCE-DONE-PATH
           .

       2100-APPLY-ONE-BOUNCE.
           MOVE 0 TO BOUNCE-HIT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(BN-ADDRESS))
              TO CMP-ADDRESS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ACCT-COUNT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(EA-ADDRESS(I)))
                 = CMP-ADDRESS
                 IF EA-BOUNCED(I) = "B"
                    MOVE 1 TO BOUNCE-HIT
                 ELSE
                    IF BN-DATE NOT = SPACES AND BN-DATE < EA-DATE(I)
                       MOVE 1 TO BOUNCE-HIT
                       ADD 1 TO BOUNCES-STALE
                    ELSE
                       MOVE 1 TO BOUNCE-HIT
                       PERFORM 2200-FLAG-ACCOUNT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF BOUNCE-HIT = 0
              ADD 1 TO BOUNCES-UNMATCHED
              DISPLAY "  Bounce for unknown address: "
                 FUNCTION TRIM(BN-ADDRESS)
           END-IF
           .

       *> Appends the flagged row for account I (the setting is
       *> otherwise unchanged) and tells the owner.
       2200-FLAG-ACCOUNT.
           MOVE "B" TO EA-BOUNCED(I)
           MOVE RUN-DATE TO EA-DATE(I)
           OPEN EXTEND EmailFile
           IF FS-EMAIL = "35"
              OPEN OUTPUT EmailFile
           END-IF
           MOVE EA-USER(I)    TO EM-USER
           MOVE EA-ADDRESS(I) TO EM-ADDRESS
           MOVE EA-DIGEST(I)  TO EM-DIGEST
           MOVE "B"           TO EM-BOUNCED
           MOVE RUN-DATE      TO EM-DATE
           WRITE EMAIL-REC
           CLOSE EmailFile
           MOVE SPACES TO FS-EMAIL

           MOVE "Email to your address bounced - update it under Email & Digest."
              TO NOTIFY-TEXT-WS
           OPEN EXTEND NotifyFile
           IF FS-NOTIFY = "35"
              OPEN OUTPUT NotifyFile
           END-IF
           MOVE EA-USER(I)     TO NT-USER
           MOVE RUN-DATE       TO NT-DATE
           MOVE NOTIFY-TEXT-WS TO NT-TEXT
           MOVE SPACES         TO NT-MAILED
           WRITE NOTIFY-REC
           CLOSE NotifyFile
           MOVE SPACES TO FS-NOTIFY
           ADD 1 TO BOUNCES-FLAGGED
           DISPLAY "  Flagged " FUNCTION TRIM(EA-USER(I)) ": "
              FUNCTION TRIM(BN-REASON)
           .

       *> ---------------- Digest ----------------

       *> Unmailed notifications of the accounts taking the digest.
       3000-LOAD-PENDING.
           MOVE 0 TO PEND-COUNT
           MOVE 0 TO ROW-NUM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ACCT-COUNT
              IF EA-DIGEST(I) = "Y" AND EA-BOUNCED(I) NOT = "B"
                 AND EA-ADDRESS(I) NOT = SPACES
                 ADD 1 TO OPTED-IN
              END-IF
           END-PERFORM
           IF OPTED-IN = 0
              EXIT PARAGRAPH
           END-IF
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
              ADD 1 TO ROW-NUM
              IF NT-USER NOT = SPACES AND NT-MAILED = SPACES
                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(NT-USER))
                    TO CMP-USER
                 PERFORM 1100-FIND-ACCOUNT
                 IF ACCT-HIT > 0
                    IF EA-DIGEST(ACCT-HIT) = "Y"
                       AND EA-BOUNCED(ACCT-HIT) NOT = "B"
                       AND EA-ADDRESS(ACCT-HIT) NOT = SPACES
                       IF PEND-COUNT < MAX-PENDING
                          ADD 1 TO PEND-COUNT
                          MOVE ROW-NUM  TO PQ-ROW(PEND-COUNT)
                          MOVE ACCT-HIT TO PQ-ACCT(PEND-COUNT)
                          MOVE NT-DATE  TO PQ-DATE(PEND-COUNT)
                          MOVE NT-TEXT  TO PQ-TEXT(PEND-COUNT)
                          ADD 1 TO EA-NOTES(ACCT-HIT)
                       ELSE
                          MOVE 1 TO TRUNCATED
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           CLOSE NotifyFile
           MOVE SPACES TO FS-NOTIFY
           .

       3100-COUNT-UNREAD.
           IF OPTED-IN = 0
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT MessagesFile
           IF FS-MSGS NOT = "00"
              CLOSE MessagesFile
              MOVE SPACES TO FS-MSGS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ MessagesFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-MSGS NOT = "00"
                 EXIT PERFORM
              END-IF
              IF MG-TO NOT = SPACES AND MG-READ NOT = "R"
                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MG-TO))
                    TO CMP-USER
                 PERFORM 1100-FIND-ACCOUNT
                 IF ACCT-HIT > 0
                    ADD 1 TO EA-UNREAD(ACCT-HIT)
                 END-IF
              END-IF
           END-PERFORM
           CLOSE MessagesFile
           MOVE SPACES TO FS-MSGS
           .

       4000-WRITE-FEED.
           MOVE 0 TO FEED-RECORDS
           MOVE 0 TO RECIPIENTS
           OPEN OUTPUT DigestFile
           MOVE SPACES TO DG-HEADER
           MOVE "H"                TO DH-TYPE
           MOVE "INCOLLEGE-DIGEST" TO DH-FEED
           MOVE RUN-DATE           TO DH-RUN-DATE
           MOVE NOW-STAMP(9:6)     TO DH-RUN-TIME
           WRITE DG-HEADER
           ADD 1 TO FEED-RECORDS

           OPEN INPUT InterviewsFile
           IF FS-INTV = "00"
              MOVE 1 TO HAVE-INTERVIEWS
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ACCT-COUNT
              IF EA-DIGEST(I) = "Y" AND EA-BOUNCED(I) NOT = "B"
                 AND EA-ADDRESS(I) NOT = SPACES
                 PERFORM 4100-LOAD-SLOTS
                 IF EA-NOTES(I) > 0 OR EA-UNREAD(I) > 0
                    OR SLOT-COUNT > 0
                    PERFORM 4200-WRITE-ONE-DIGEST
                 END-IF
              END-IF
           END-PERFORM
           CLOSE InterviewsFile
           MOVE SPACES TO FS-INTV

           ADD 1 TO FEED-RECORDS
           MOVE SPACES TO DG-TRAILER
           MOVE "T"          TO DT-TYPE
           MOVE FEED-RECORDS TO DT-RECORDS
           MOVE RECIPIENTS   TO DT-RECIPIENTS
           WRITE DG-TRAILER
           CLOSE DigestFile

           *> A second run the same night must not rename over the
           *> feed the first one wrote, so the name carries the time.
           MOVE SPACES TO FEED-DATED-PATH
           STRING "data/mail-digest-" DELIMITED BY SIZE
                  NOW-STAMP(1:8) DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO FEED-DATED-PATH
           END-STRING
           CALL "CBL_CHECK_FILE_EXIST" USING FEED-DATED-PATH
              FEED-EXIST-INFO
           IF RETURN-CODE = 0
              MOVE SPACES TO FEED-DATED-PATH
              STRING "data/mail-digest-" DELIMITED BY SIZE
                     NOW-STAMP(1:8) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     NOW-STAMP(9:6) DELIMITED BY SIZE
                     ".dat" DELIMITED BY SIZE
                     INTO FEED-DATED-PATH
              END-STRING
           END-IF
           CALL "CBL_RENAME_FILE" USING FEED-NEW-PATH FEED-DATED-PATH
           .

       *> Account I's live slots dated tomorrow or the day after.
       *> The interview key leads with the uppercased student.
       4100-LOAD-SLOTS.
           MOVE 0 TO SLOT-COUNT
           IF HAVE-INTERVIEWS = 0
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(EA-USER(I)))
              TO CMP-USER
           MOVE LOW-VALUES TO IV-KEY
           MOVE CMP-USER TO IV-USER
           START InterviewsFile KEY NOT < IV-KEY
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ InterviewsFile NEXT RECORD
                 AT END EXIT PERFORM
              END-READ
              IF FS-INTV NOT = "00"
                 EXIT PERFORM
              END-IF
              IF IV-USER NOT = CMP-USER
                 EXIT PERFORM
              END-IF
              IF IV-DATE >= WINDOW-FIRST AND IV-DATE <= WINDOW-LAST
                 AND (FUNCTION TRIM(IV-STATUS) = "PROPOSED"
                   OR FUNCTION TRIM(IV-STATUS) = "CONFIRMED")
                 IF SLOT-COUNT < MAX-SLOTS
                    ADD 1 TO SLOT-COUNT
                    MOVE IV-DATE    TO SL-DATE(SLOT-COUNT)
                    MOVE IV-TIME    TO SL-TIME(SLOT-COUNT)
                    MOVE IV-STATUS  TO SL-STATUS(SLOT-COUNT)
                    MOVE IV-TITLE   TO SL-TITLE(SLOT-COUNT)
                    MOVE IV-COMPANY TO SL-COMPANY(SLOT-COUNT)
                 ELSE
                    MOVE 1 TO TRUNCATED
                 END-IF
              END-IF
           END-PERFORM
           .

       4200-WRITE-ONE-DIGEST.
           ADD 1 TO RECIPIENTS
           MOVE SPACES TO DG-RECIPIENT
           MOVE "U"           TO DU-TYPE
           MOVE EA-USER(I)    TO DU-USER
           MOVE EA-ADDRESS(I) TO DU-ADDRESS
           MOVE EA-NOTES(I)   TO DU-NOTES
           MOVE EA-UNREAD(I)  TO DU-UNREAD
           MOVE SLOT-COUNT    TO DU-INTERVIEWS
           WRITE DG-RECIPIENT
           ADD 1 TO FEED-RECORDS

           PERFORM VARYING P FROM 1 BY 1 UNTIL P > PEND-COUNT
              IF PQ-ACCT(P) = I
                 MOVE SPACES TO DG-NOTIFICATION
                 MOVE "N"        TO DN-TYPE
                 MOVE EA-USER(I) TO DN-USER
                 MOVE PQ-DATE(P) TO DN-DATE
                 MOVE PQ-TEXT(P) TO DN-TEXT
                 WRITE DG-NOTIFICATION
                 ADD 1 TO FEED-RECORDS
                 ADD 1 TO NOTES-MAILED
              END-IF
           END-PERFORM

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > SLOT-COUNT
              MOVE SPACES TO DG-INTERVIEW
              MOVE "I"           TO DI-TYPE
              MOVE EA-USER(I)    TO DI-USER
              MOVE SL-DATE(J)    TO DI-DATE
              MOVE SL-TIME(J)    TO DI-TIME
              MOVE SL-STATUS(J)  TO DI-STATUS
              MOVE SL-TITLE(J)   TO DI-TITLE
              MOVE SL-COMPANY(J) TO DI-COMPANY
              WRITE DG-INTERVIEW
              ADD 1 TO FEED-RECORDS
              ADD 1 TO INTERVIEWS-MAILED
           END-PERFORM
           .

       *> The feed is out under its dated name; now stamp the rows it
       *> carried. PENDING-TABLE is in file order, so one pointer
       *> walks it alongside the copy.
       5000-MARK-MAILED.
           IF PEND-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ROW-NUM
           MOVE 1 TO P
           OPEN INPUT NotifyFile
           IF FS-NOTIFY NOT = "00"
              CLOSE NotifyFile
              MOVE SPACES TO FS-NOTIFY
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NewNotifyFile
           PERFORM UNTIL 1 = 2
              READ NotifyFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-NOTIFY NOT = "00"
                 EXIT PERFORM
              END-IF
              ADD 1 TO ROW-NUM
              MOVE NOTIFY-REC TO NEWNOTIFY-REC
              IF P <= PEND-COUNT
                 IF PQ-ROW(P) = ROW-NUM
                    MOVE RUN-DATE TO NN-MAILED
                    ADD 1 TO P
                 END-IF
              END-IF
              WRITE NEWNOTIFY-REC
           END-PERFORM
           CLOSE NotifyFile
           CLOSE NewNotifyFile
           MOVE SPACES TO FS-NOTIFY
           CALL "CBL_RENAME_FILE" USING NOTIFY-NEW-PATH NOTIFY-LIVE-PATH
           .

       6000-REPORT.
           DISPLAY " "
           IF HAVE-BOUNCES = 1
              DISPLAY "Bounces read:               " BOUNCES-READ
              DISPLAY "Accounts flagged:           " BOUNCES-FLAGGED
              DISPLAY "Bounces for no account:     " BOUNCES-UNMATCHED
              DISPLAY "Stale bounces ignored:      " BOUNCES-STALE
              DISPLAY "Bounce file retired to "
                 FUNCTION TRIM(BOUNCE-DONE-PATH)
           ELSE
              DISPLAY "No bounce file waiting."
           END-IF
           IF TRUNCATED = 1
              DISPLAY "WARNING: a table filled up - rows that did not"
                 " fit wait for the next digest."
           END-IF
           DISPLAY "Accounts taking the digest: " OPTED-IN
           DISPLAY "Digests written:            " RECIPIENTS
           DISPLAY "Notifications mailed:       " NOTES-MAILED
           DISPLAY "Interview slots mailed:     " INTERVIEWS-MAILED
           DISPLAY "Feed records (with H/T):    " FEED-RECORDS
           DISPLAY "Feed written to " FUNCTION TRIM(FEED-DATED-PATH)
           DISPLAY "=== Digest complete ==="
           .
