       *> Every username column in the event files is PIC X(20) at a
       *> fixed offset, so the purge is table-driven like the
       *> duplicate-account merge: one generic pass per file, each
       *> rewritten through a staging copy and a single rename. The
       *> indexed application and interview files are keyed on the
       *> username, so their rows are deleted by key instead.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-NEWACCT.

           SELECT JobAppFile      ASSIGN TO "data/job_applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS JA-KEY
               ALTERNATE RECORD KEY IS JA-POSTING WITH DUPLICATES
               FILE STATUS  IS FS-JOBAPP.

           SELECT InterviewsFile  ASSIGN TO "data/interviews.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS IV-KEY
               ALTERNATE RECORD KEY IS IV-POSTING WITH DUPLICATES
               FILE STATUS  IS FS-IVIEW.

           SELECT ProfileFile     ASSIGN TO "data/InCollege-Profiles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
           05 NA-LASTLOGIN                 PIC X(8).
           05 NA-PWSET                     PIC X(8).

       *> Layout must track JOBAPP-REC in InCollege2.cob (only the
       *> key fields matter here).
       FD  JobAppFile
           RECORD CONTAINS 138 CHARACTERS.
       01  JOBAPP-REC.
           05 JA-KEY.
              10 JA-USER                   PIC X(20).
              10 JA-POSTING.
                 15 JA-TITLE               PIC X(30).
                 15 JA-COMPANY             PIC X(30).
           05 JA-REST                      PIC X(58).

       *> Layout must track INTV-REC in InCollege2.cob (only the key
       *> fields matter here).
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

       *> Layout must track PROFILE-REC in InCollege2.cob.
       FD  ProfileFile
           RECORD CONTAINS 2332 CHARACTERS
       77  FS-ACCT                         PIC XX     VALUE SPACES.
       77  FS-NEWACCT                      PIC XX     VALUE SPACES.
       77  FS-PROFILE                      PIC XX     VALUE SPACES.
       77  FS-JOBAPP                       PIC XX     VALUE SPACES.
       77  FS-IVIEW                        PIC XX     VALUE SPACES.
       77  FS-CERT                         PIC XX     VALUE SPACES.

       01  PURGE-IN-PATH                   PIC X(40)  VALUE SPACES.
       *> where the row's content must outlive the user - postings,
       *> events, placements for the placement-rate numbers, group
       *> board posts other members still read, the ownership of a
       *> group that survives its founder, the operator's security
       *> and employer-approval logs, and the talent-search audit).
       *> "K" marks an indexed file whose key leads with the username:
       *> the user's rows are deleted by key rather than by rewrite.
       77  PURGE-FILE-COUNT                PIC 9(2)   VALUE 31.
       01  PURGE-FILE-TABLE.
           05 PF-SLOT OCCURS 31 TIMES.
              10 PF-PATH                   PIC X(40).
              10 PF-OFF1                   PIC 9(4).
              10 PF-OFF2                   PIC 9(4).
           MOVE "R"  TO PF-ACTION(5)
           MOVE "data/job_applications.dat"  TO PF-PATH(6)
           MOVE 1    TO PF-OFF1(6)   MOVE 0  TO PF-OFF2(6)
           MOVE "K"  TO PF-ACTION(6)
           *> Placements keep their row (school/major feed the
           *> placement-rate numbers) but lose the name.
           MOVE "data/placements.dat"        TO PF-PATH(7)
           MOVE "A"  TO PF-ACTION(7)
           MOVE "data/interviews.dat"        TO PF-PATH(8)
           MOVE 1    TO PF-OFF1(8)   MOVE 0  TO PF-OFF2(8)
           MOVE "K"  TO PF-ACTION(8)
           MOVE "data/notifications.dat"     TO PF-PATH(9)
           MOVE 1    TO PF-OFF1(9)   MOVE 0  TO PF-OFF2(9)
           MOVE "R"  TO PF-ACTION(9)
           MOVE "data/security_events.dat"    TO PF-PATH(22)
           MOVE 16   TO PF-OFF1(22)  MOVE 0  TO PF-OFF2(22)
           MOVE "A"  TO PF-ACTION(22)
           MOVE "data/company_links.dat"      TO PF-PATH(23)
           MOVE 1    TO PF-OFF1(23)  MOVE 0  TO PF-OFF2(23)
           MOVE "R"  TO PF-ACTION(23)
           *> Screening answers go with the applications they belong to.
           MOVE "data/app_answers.dat"        TO PF-PATH(24)
           MOVE 1    TO PF-OFF1(24)  MOVE 0  TO PF-OFF2(24)
           MOVE "R"  TO PF-ACTION(24)
           *> SB-OWNER sits after the 8-char date, SB-USER after it.
           MOVE "data/sla_breaches.dat"       TO PF-PATH(25)
           MOVE 9    TO PF-OFF1(25)  MOVE 29 TO PF-OFF2(25)
           MOVE "R"  TO PF-ACTION(25)
           MOVE "data/talent_optin.dat"       TO PF-PATH(26)
           MOVE 1    TO PF-OFF1(26)  MOVE 0  TO PF-OFF2(26)
           MOVE "R"  TO PF-ACTION(26)
           *> TL-EMPLOYER leads the row and TL-STUDENT sits after the
           *> 14-char stamp and 8-char kind; the privacy audit stays
           *> auditable without the names.
           MOVE "data/talent_log.dat"         TO PF-PATH(27)
           MOVE 1    TO PF-OFF1(27)  MOVE 43 TO PF-OFF2(27)
           MOVE "A"  TO PF-ACTION(27)
           *> PRV-USER leads the row; PRV-TARGET (a blocked user) follows
           *> the one-byte kind.
           MOVE "data/privacy.dat"            TO PF-PATH(28)
           MOVE 1    TO PF-OFF1(28)  MOVE 22 TO PF-OFF2(28)
           MOVE "R"  TO PF-ACTION(28)
           *> RC-STUDENT, then RC-AUTHOR; a recommendation goes with either
           *> party.
           MOVE "data/recommendations.dat"    TO PF-PATH(29)
           MOVE 1    TO PF-OFF1(29)  MOVE 21 TO PF-OFF2(29)
           MOVE "R"  TO PF-ACTION(29)
           *> OC-USER leads the row; survey answers go with the account.
           MOVE "data/outcomes.dat"           TO PF-PATH(30)
           MOVE 1    TO PF-OFF1(30)  MOVE 0  TO PF-OFF2(30)
           MOVE "R"  TO PF-ACTION(30)
           *> EM-USER leads the row; the address history goes too.
           MOVE "data/email.dat"              TO PF-PATH(31)
           MOVE 1    TO PF-OFF1(31)  MOVE 0  TO PF-OFF2(31)
           MOVE "R"  TO PF-ACTION(31)

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PURGE-FILE-COUNT
              MOVE 0 TO PF-COUNT(I)
       *> DEPARTED ("A"). A file not on disk yet is simply skipped.
       2000-PURGE-ONE-FILE.
           MOVE 0 TO FILE-HITS
           IF PF-ACTION(I) = "K"
              PERFORM 2500-PURGE-KEYED-FILE
              EXIT PARAGRAPH
           END-IF
           MOVE PF-PATH(I) TO PURGE-IN-PATH
           OPEN INPUT PurgeInFile
           IF FS-PIN = "35"
           END-IF
           .

       *> Keyed purge of indexed file I: its rows for PURGE-KEY are
       *> deleted in place, counted the same way as a rewrite pass.
       2500-PURGE-KEYED-FILE.
           EVALUATE PF-PATH(I)
              WHEN "data/job_applications.dat"
                 PERFORM 2600-PURGE-JOBAPPS
              WHEN "data/interviews.dat"
                 PERFORM 2700-PURGE-INTERVIEWS
           END-EVALUATE
           IF FILE-HITS > 0
              MOVE FILE-HITS TO PF-COUNT(I)
              ADD FILE-HITS TO TOTAL-HITS
              DISPLAY "  " FUNCTION TRIM(PF-PATH(I)) ": "
                 FILE-HITS " row(s) purged."
           END-IF
           .

       *> The key leads with the (uppercased) username, so the user's
       *> rows are the run starting at PURGE-KEY; the key is
       *> re-positioned after every DELETE.
       2600-PURGE-JOBAPPS.
           OPEN I-O JobAppFile
           IF FS-JOBAPP NOT = "00"
              IF FS-JOBAPP NOT = "35"
                 DISPLAY "  " FUNCTION TRIM(PF-PATH(I))
                    ": unavailable (status " FS-JOBAPP ") - not purged."
              END-IF
              CLOSE JobAppFile
              MOVE SPACES TO FS-JOBAPP
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              MOVE PURGE-KEY TO JA-USER
              MOVE LOW-VALUES TO JA-POSTING
              START JobAppFile KEY NOT < JA-KEY
                 INVALID KEY
                    EXIT PERFORM
              END-START
              READ JobAppFile NEXT
                 AT END EXIT PERFORM
              END-READ
              IF FS-JOBAPP NOT = "00" OR JA-USER NOT = PURGE-KEY
                 EXIT PERFORM
              END-IF
              DELETE JobAppFile
                 INVALID KEY
                    EXIT PERFORM
              END-DELETE
              ADD 1 TO FILE-HITS
           END-PERFORM
           CLOSE JobAppFile
           .

       *> Same keyed purge for the interview slots.
       2700-PURGE-INTERVIEWS.
           OPEN I-O InterviewsFile
           IF FS-IVIEW NOT = "00"
              IF FS-IVIEW NOT = "35"
                 DISPLAY "  " FUNCTION TRIM(PF-PATH(I))
                    ": unavailable (status " FS-IVIEW ") - not purged."
              END-IF
              CLOSE InterviewsFile
              MOVE SPACES TO FS-IVIEW
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              MOVE PURGE-KEY TO IV-USER
              MOVE LOW-VALUES TO IV-POSTING IV-DATE IV-TIME
              START InterviewsFile KEY NOT < IV-KEY
                 INVALID KEY
                    EXIT PERFORM
              END-START
              READ InterviewsFile NEXT
                 AT END EXIT PERFORM
              END-READ
              IF FS-IVIEW NOT = "00" OR IV-USER NOT = PURGE-KEY
                 EXIT PERFORM
              END-IF
              DELETE InterviewsFile
                 INVALID KEY
                    EXIT PERFORM
              END-DELETE
              ADD 1 TO FILE-HITS
           END-PERFORM
           CLOSE InterviewsFile
           .

       3000-REMOVE-PROFILE.
           MOVE 0 TO PROFILE-REMOVED
           OPEN I-O ProfileFile
