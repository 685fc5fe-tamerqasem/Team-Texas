               FILE STATUS  IS FS-JOBS.

           SELECT JobAppFile      ASSIGN TO "data/job_applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS JA-KEY
               ALTERNATE RECORD KEY IS JA-POSTING WITH DUPLICATES
               FILE STATUS  IS FS-JOBAPP.

           *> Screening answers given on apply, totaled per question
           *> under each posting.
           SELECT AppAnswerFile   ASSIGN TO "data/app_answers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-APPANS.

           SELECT ProfileFile     ASSIGN TO "data/InCollege-Profiles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
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

       *> Layout must track APPANS-REC in InCollege2.cob.
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

       *> Layout must track PROFILE-REC in InCollege2.cob.
       FD  ProfileFile
       77  FS-JOBS                         PIC XX     VALUE SPACES.
       77  FS-JOBAPP                       PIC XX     VALUE SPACES.
       77  FS-PROFILE                      PIC XX     VALUE SPACES.
       77  FS-APPANS                       PIC XX     VALUE SPACES.

       77  MAX-JOBS                        PIC 99     VALUE 50.
       77  JOB-COUNT                       PIC 99     VALUE 0.
              10 JT-TITLE                  PIC X(30).
              10 JT-COMPANY                PIC X(30).
              10 JT-POSTED                 PIC X(8).
              10 JT-PAY-MIN                PIC X(7).
              10 JT-PAY-MAX                PIC X(7).
              10 JT-PAY-PER                PIC X(1).
              10 JT-TYPE                   PIC X(2).
              10 JT-REMOTE                 PIC X(1).
       01  TERMS-TYPE-OUT                  PIC X(2)   VALUE SPACES.
       01  TERMS-SITE-OUT                  PIC X(2)   VALUE SPACES.
       01  TERMS-PAY-OUT                   PIC X(24)  VALUE SPACES.

       77  MAX-APPS                        PIC 9(4)   VALUE 2000.
       77  APP-COUNT                       PIC 9(4)   VALUE 0.
              10 AT-COMPANY                PIC X(30).
              10 AT-STATUS                 PIC X(10).

       *> Screening answers. ANS-LIVE is 0 on an answer set that a
       *> later re-application to the same posting replaced, so only
       *> the current answers are totaled.
       77  MAX-ANSWERS                     PIC 9(4)   VALUE 2000.
       77  ANS-COUNT                       PIC 9(4)   VALUE 0.
       01  ANS-TABLE.
           05 ANS-SLOT OCCURS 2000 TIMES.
              10 AN-USER                   PIC X(20).
              10 AN-TITLE                  PIC X(30).
              10 AN-COMPANY                PIC X(30).
              10 AN-QNUM                   PIC 9.
              10 AN-KIND                   PIC X(1).
              10 AN-QTEXT                  PIC X(60).
              10 AN-ANSWER                 PIC X(60).
              10 AN-LIVE                   PIC 9.
       77  Q                               PIC 9      VALUE 0.
       01  Q-TEXT-OUT                      PIC X(60)  VALUE SPACES.
       01  Q-KIND-OUT                      PIC X(1)   VALUE SPACES.
       77  Q-YES                           PIC 9(4)   VALUE 0.
       77  Q-NO                            PIC 9(4)   VALUE 0.
       77  Q-TEXT-ANSWERS                  PIC 9(4)   VALUE 0.
       77  Q-SHOWN                         PIC 9      VALUE 0.

       77  MAX-PROFILES                    PIC 9(4)   VALUE 500.
       77  PROFILE-COUNT                   PIC 9(4)   VALUE 0.
       01  PROFILE-TABLE.
       0000-MAINLINE.
           PERFORM 1000-LOAD-JOBS
           PERFORM 2000-LOAD-APPLICATIONS
           PERFORM 2500-LOAD-ANSWERS
           PERFORM 3000-LOAD-PROFILES

           DISPLAY "=== InCollege Applicant Summary Report ==="
                    MOVE JB-TITLE   TO JT-TITLE(JOB-COUNT)
                    MOVE JB-COMPANY TO JT-COMPANY(JOB-COUNT)
                    MOVE JB-POSTED  TO JT-POSTED(JOB-COUNT)
                    MOVE JB-PAY-MIN TO JT-PAY-MIN(JOB-COUNT)
                    MOVE JB-PAY-MAX TO JT-PAY-MAX(JOB-COUNT)
                    MOVE JB-PAY-PER TO JT-PAY-PER(JOB-COUNT)
                    MOVE JB-TYPE    TO JT-TYPE(JOB-COUNT)
                    MOVE JB-REMOTE  TO JT-REMOTE(JOB-COUNT)
                 END-IF
              END-PERFORM
              CLOSE JobsFile
           END-IF
           .

       *> Answers are written question 1 first, so a question-1 row
       *> starts a new answer set and retires any earlier set the
       *> same applicant gave for the same posting.
       2500-LOAD-ANSWERS.
           MOVE 0 TO ANS-COUNT
           OPEN INPUT AppAnswerFile
           IF FS-APPANS NOT = "00"
              CLOSE AppAnswerFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ AppAnswerFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-APPANS NOT = "00"
                 EXIT PERFORM
              END-IF
              IF AA-USER NOT = SPACES AND ANS-COUNT < MAX-ANSWERS
                 AND AA-QNUM >= 1 AND AA-QNUM <= 3
                 IF AA-QNUM = 1
                    PERFORM VARYING J FROM 1 BY 1 UNTIL J > ANS-COUNT
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(AN-USER(J)))
                          = FUNCTION UPPER-CASE(FUNCTION TRIM(AA-USER))
                          AND AN-TITLE(J) = AA-TITLE
                          AND AN-COMPANY(J) = AA-COMPANY
                          MOVE 0 TO AN-LIVE(J)
                       END-IF
                    END-PERFORM
                 END-IF
                 ADD 1 TO ANS-COUNT
                 MOVE AA-USER    TO AN-USER(ANS-COUNT)
                 MOVE AA-TITLE   TO AN-TITLE(ANS-COUNT)
                 MOVE AA-COMPANY TO AN-COMPANY(ANS-COUNT)
                 MOVE AA-QNUM    TO AN-QNUM(ANS-COUNT)
                 MOVE AA-KIND    TO AN-KIND(ANS-COUNT)
                 MOVE AA-QTEXT   TO AN-QTEXT(ANS-COUNT)
                 MOVE AA-ANSWER  TO AN-ANSWER(ANS-COUNT)
                 MOVE 1          TO AN-LIVE(ANS-COUNT)
              END-IF
           END-PERFORM
           CLOSE AppAnswerFile
           .

       3000-LOAD-PROFILES.
           MOVE 0 TO PROFILE-COUNT
           OPEN INPUT ProfileFile
              DISPLAY "-- " FUNCTION TRIM(JT-TITLE(I)) " / "
                 FUNCTION TRIM(JT-COMPANY(I))
                 " [Posted " JT-POSTED(I) "] --"
              PERFORM 4050-SHOW-POSTING-TERMS
              MOVE 0 TO POSTING-APP-COUNT
              PERFORM VARYING J FROM 1 BY 1 UNTIL J > APP-COUNT
                 IF FUNCTION TRIM(AT-TITLE(J)) = FUNCTION TRIM(JT-TITLE(I))
                 END-IF
              END-PERFORM
              DISPLAY "Applicants for this posting: " POSTING-APP-COUNT
              PERFORM 4300-TOTAL-SCREENING-ANSWERS
           END-PERFORM
           .

       *> Second header line for posting I: type (FT/PT/IN/CO), site
       *> (O/R/H), and pay range as stored, with "--" for a posting
       *> entered before those fields existed.
       4050-SHOW-POSTING-TERMS.
           MOVE "--" TO TERMS-TYPE-OUT
           IF JT-TYPE(I) NOT = SPACES
              MOVE JT-TYPE(I) TO TERMS-TYPE-OUT
           END-IF
           MOVE "--" TO TERMS-SITE-OUT
           IF JT-REMOTE(I) NOT = SPACES
              MOVE JT-REMOTE(I) TO TERMS-SITE-OUT
           END-IF
           MOVE SPACES TO TERMS-PAY-OUT
           EVALUATE TRUE
              WHEN JT-PAY-MIN(I) = SPACES
                 MOVE "not stated" TO TERMS-PAY-OUT
              WHEN JT-PAY-MAX(I) = SPACES
                 OR JT-PAY-MAX(I) = JT-PAY-MIN(I)
                 STRING "$" DELIMITED BY SIZE
                        FUNCTION TRIM(JT-PAY-MIN(I)) DELIMITED BY SIZE
                        "/" DELIMITED BY SIZE
                        JT-PAY-PER(I) DELIMITED BY SIZE
                        INTO TERMS-PAY-OUT
                 END-STRING
              WHEN OTHER
                 STRING "$" DELIMITED BY SIZE
                        FUNCTION TRIM(JT-PAY-MIN(I)) DELIMITED BY SIZE
                        "-$" DELIMITED BY SIZE
                        FUNCTION TRIM(JT-PAY-MAX(I)) DELIMITED BY SIZE
                        "/" DELIMITED BY SIZE
                        JT-PAY-PER(I) DELIMITED BY SIZE
                        INTO TERMS-PAY-OUT
                 END-STRING
           END-EVALUATE
           DISPLAY "   Type " TERMS-TYPE-OUT "  Site " TERMS-SITE-OUT
              "  Pay " FUNCTION TRIM(TERMS-PAY-OUT)
           .

       *> Per screening question of posting I: yes/no counts for a
       *> yes/no question, the number answered for a short-text one.
       *> The question is shown as most recently asked.
       4300-TOTAL-SCREENING-ANSWERS.
           MOVE 0 TO Q-SHOWN
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > 3
              MOVE SPACES TO Q-TEXT-OUT
              MOVE SPACES TO Q-KIND-OUT
              MOVE 0 TO Q-YES
              MOVE 0 TO Q-NO
              MOVE 0 TO Q-TEXT-ANSWERS
              PERFORM VARYING J FROM 1 BY 1 UNTIL J > ANS-COUNT
                 IF AN-LIVE(J) = 1 AND AN-QNUM(J) = Q
                    AND AN-TITLE(J) = JT-TITLE(I)
                    AND AN-COMPANY(J) = JT-COMPANY(I)
                    MOVE AN-QTEXT(J) TO Q-TEXT-OUT
                    MOVE AN-KIND(J)  TO Q-KIND-OUT
                    EVALUATE TRUE
                       WHEN AN-KIND(J) NOT = "Y"
                          ADD 1 TO Q-TEXT-ANSWERS
                       WHEN AN-ANSWER(J) = "Y"
                          ADD 1 TO Q-YES
                       WHEN OTHER
                          ADD 1 TO Q-NO
                    END-EVALUATE
                 END-IF
              END-PERFORM
              IF Q-TEXT-OUT NOT = SPACES
                 IF Q-SHOWN = 0
                    DISPLAY "Screening answers:"
                    MOVE 1 TO Q-SHOWN
                 END-IF
                 IF Q-KIND-OUT = "Y"
                    DISPLAY "  Q" Q " " FUNCTION TRIM(Q-TEXT-OUT)
                       "  yes " Q-YES "  no " Q-NO
                 ELSE
                    DISPLAY "  Q" Q " " FUNCTION TRIM(Q-TEXT-OUT)
                       "  answered " Q-TEXT-ANSWERS
                 END-IF
              END-IF
           END-PERFORM
           .

