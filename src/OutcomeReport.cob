>>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OutcomeReport.

       *> Graduate first-destination report for career services. The
       *> graduates are the profiles AlumniRollover has marked ALUMNI.
       *> A graduate's outcome is known from their latest answer to
       *> the login survey (outcomes.dat), or failing that from an
       *> offer they accepted through us (placements.dat), which
       *> counts as employed.
       *>
       *> Prints the knowledge rate (known outcomes over graduates)
       *> and the outcome percentages (over known outcomes) for all
       *> graduates, then by class year, school and major, and ends
       *> with the graduates we have not reached. Read-only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProfileFile     ASSIGN TO "data/InCollege-Profiles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS PR-USER
               ALTERNATE RECORD KEY IS PR-SCHOOL WITH DUPLICATES
               FILE STATUS  IS FS-PROFILE.

           SELECT OutcomeFile     ASSIGN TO "data/outcomes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-OUTCOME.

           SELECT PlacementsFile  ASSIGN TO "data/placements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-PLACE.

       DATA DIVISION.
       FILE SECTION.

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
           05 PR-STATUS                    PIC X(8).

       *> Layout must track OUTCOME-REC in InCollege2.cob.
       FD  OutcomeFile.
       01  OUTCOME-REC.
           05 OC-USER                      PIC X(20).
           05 OC-DATE                      PIC X(8).
           05 OC-CATEGORY                  PIC X(10).
           05 OC-ORG                       PIC X(30).
           05 OC-TITLE                     PIC X(30).
           05 OC-SALARY                    PIC X(10).

       *> Layout must track PLACE-REC in InCollege2.cob.
       FD  PlacementsFile.
       01  PLACE-REC.
           05 PL-USER                      PIC X(20).
           05 PL-TITLE                     PIC X(30).
           05 PL-COMPANY                   PIC X(30).
           05 PL-SCHOOL                    PIC X(30).
           05 PL-MAJOR                     PIC X(30).
           05 PL-DATE                      PIC X(8).

       WORKING-STORAGE SECTION.
       77  FS-PROFILE                      PIC XX     VALUE SPACES.
       77  FS-OUTCOME                      PIC XX     VALUE SPACES.
       77  FS-PLACE                        PIC XX     VALUE SPACES.

       *> One row per graduate. GD-CAT is the index of the known
       *> outcome in CATEGORY-NAMES (0 = not reached); GD-SOURCE is
       *> S (survey answer) or P (placement only).
       77  MAX-GRADS                       PIC 9(4)   VALUE 2000.
       77  GRAD-COUNT                      PIC 9(4)   VALUE 0.
       77  GRAD-TRUNC                      PIC 9      VALUE 0.
       01  GRAD-TABLE.
           05 GRD-SLOT OCCURS 2000 TIMES.
              10 GD-USER                   PIC X(20).
              10 GD-FNAME                  PIC X(20).
              10 GD-LNAME                  PIC X(20).
              10 GD-SCHOOL                 PIC X(30).
              10 GD-MAJOR                  PIC X(30).
              10 GD-GRADYR                 PIC X(4).
              10 GD-CAT                    PIC 9      VALUE 0.
              10 GD-SOURCE                 PIC X(1)   VALUE SPACE.

       *> The five survey categories, in report order, with the
       *> short headings used on the breakdown lines.
       01  CATEGORY-VALUES.
           05 FILLER PIC X(24) VALUE "EMPLOYED  Employed      ".
           05 FILLER PIC X(24) VALUE "EDUCATION Cont. educ.   ".
           05 FILLER PIC X(24) VALUE "SERVICE   Military/svc  ".
           05 FILLER PIC X(24) VALUE "SEEKING   Still seeking ".
           05 FILLER PIC X(24) VALUE "NOTSEEKINGNot seeking   ".
       01  CATEGORY-NAMES REDEFINES CATEGORY-VALUES.
           05 CAT-SLOT OCCURS 5 TIMES.
              10 CAT-CODE                  PIC X(10).
              10 CAT-LABEL                 PIC X(14).
       77  CAT-COUNT                       PIC 9      VALUE 5.

       *> Overall tallies.
       77  KNOWN-COUNT                     PIC 9(4)   VALUE 0.
       77  SURVEY-COUNT                    PIC 9(4)   VALUE 0.
       77  PLACED-ONLY-COUNT               PIC 9(4)   VALUE 0.
       77  UNREACHED-COUNT                 PIC 9(4)   VALUE 0.
       01  OVERALL-CATS.
           05 OV-CAT OCCURS 5 TIMES        PIC 9(4)   VALUE 0.

       *> Breakdown groups for the class-year, school and major
       *> sections: graduates, known outcomes, and known outcomes per
       *> category.
       77  MAX-GROUPS                      PIC 9(4)   VALUE 200.
       77  GROUP-COUNT                     PIC 9(4)   VALUE 0.
       77  GROUP-TRUNC                     PIC 9      VALUE 0.
       01  GROUP-TABLE.
           05 GRP-SLOT OCCURS 200 TIMES.
              10 GR-NAME                   PIC X(30).
              10 GR-GRADS                  PIC 9(4).
              10 GR-KNOWN                  PIC 9(4).
              10 GR-CAT OCCURS 5 TIMES     PIC 9(4).
       *> 1 = class year, 2 = school, 3 = major.
       77  GROUP-KIND                      PIC 9      VALUE 0.
       01  GROUP-VALUE                     PIC X(30)  VALUE SPACES.

       77  I                               PIC 9(4)   VALUE 0.
       77  J                               PIC 9(4)   VALUE 0.
       77  K                               PIC 9      VALUE 0.
       77  MATCH-FOUND                     PIC 9      VALUE 0.
       01  PCT-WORK                        PIC 9(3)V9 VALUE 0.
       01  PCT-DISPLAY                     PIC ZZ9.9.
       01  CNT-DISPLAY                     PIC ZZZ9.
       01  KNOWN-DISPLAY                   PIC ZZZ9.
       01  LINE-OUT                        PIC X(160) VALUE SPACES.
       77  LINE-PTR                        PIC 9(3)   VALUE 0.
       *> Denominator handed to 8000-FORMAT-PCT with the count in
       *> PCT-NUM.
       77  PCT-NUM                         PIC 9(4)   VALUE 0.
       77  PCT-BASE                        PIC 9(4)   VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "=== InCollege Graduate Outcome Report ==="
           PERFORM 1000-LOAD-GRADUATES
           PERFORM 1100-APPLY-SURVEY
           PERFORM 1200-APPLY-PLACEMENTS
           PERFORM 2000-OVERALL

           MOVE 1 TO GROUP-KIND
           PERFORM 3000-BREAKDOWN
           MOVE 2 TO GROUP-KIND
           PERFORM 3000-BREAKDOWN
           MOVE 3 TO GROUP-KIND
           PERFORM 3000-BREAKDOWN

           PERFORM 4000-LIST-UNREACHED

           DISPLAY " "
           DISPLAY "=== End of Report ==="
           STOP RUN.

       1000-LOAD-GRADUATES.
           MOVE 0 TO GRAD-COUNT
           OPEN INPUT ProfileFile
           IF FS-PROFILE NOT = "00"
              DISPLAY "Cannot open InCollege-Profiles.dat (status "
                 FS-PROFILE ") - no graduates to report."
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
              IF FUNCTION TRIM(PR-STATUS) = "ALUMNI"
                 IF GRAD-COUNT < MAX-GRADS
                    ADD 1 TO GRAD-COUNT
                    MOVE PR-USER   TO GD-USER(GRAD-COUNT)
                    MOVE PR-FNAME  TO GD-FNAME(GRAD-COUNT)
                    MOVE PR-LNAME  TO GD-LNAME(GRAD-COUNT)
                    MOVE PR-SCHOOL TO GD-SCHOOL(GRAD-COUNT)
                    MOVE PR-MAJOR  TO GD-MAJOR(GRAD-COUNT)
                    MOVE PR-GRADYR TO GD-GRADYR(GRAD-COUNT)
                    MOVE 0         TO GD-CAT(GRAD-COUNT)
                    MOVE SPACE     TO GD-SOURCE(GRAD-COUNT)
                 ELSE
                    MOVE 1 TO GRAD-TRUNC
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ProfileFile
           IF GRAD-TRUNC = 1
              DISPLAY "WARNING: more than " MAX-GRADS
                 " graduates on file - the report covers the first "
                 MAX-GRADS "."
           END-IF
           .

       *> Latest answer per graduate wins, so later rows overwrite.
       1100-APPLY-SURVEY.
           OPEN INPUT OutcomeFile
           IF FS-OUTCOME = "35"
              DISPLAY "No outcomes.dat found - no survey answers yet."
              CLOSE OutcomeFile
              EXIT PARAGRAPH
           END-IF
           IF FS-OUTCOME NOT = "00"
              DISPLAY "Cannot open outcomes.dat (status "
                 FS-OUTCOME ") - survey answers not applied."
              CLOSE OutcomeFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ OutcomeFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-OUTCOME NOT = "00"
                 EXIT PERFORM
              END-IF
              IF OC-USER NOT = SPACES
                 PERFORM 5000-FIND-GRADUATE
                 IF I > 0
                    MOVE 0 TO K
                    PERFORM VARYING J FROM 1 BY 1 UNTIL J > CAT-COUNT
                       IF FUNCTION TRIM(OC-CATEGORY) = CAT-CODE(J)
                          MOVE J TO K
                       END-IF
                    END-PERFORM
                    IF K > 0
                       MOVE K   TO GD-CAT(I)
                       MOVE "S" TO GD-SOURCE(I)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           CLOSE OutcomeFile
           .

       *> A graduate who never answered but accepted an offer through
       *> us is known to be employed.
       1200-APPLY-PLACEMENTS.
           OPEN INPUT PlacementsFile
           IF FS-PLACE = "35"
              CLOSE PlacementsFile
              EXIT PARAGRAPH
           END-IF
           IF FS-PLACE NOT = "00"
              DISPLAY "Cannot open placements.dat (status "
                 FS-PLACE ") - placements not applied."
              CLOSE PlacementsFile
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ PlacementsFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-PLACE NOT = "00"
                 EXIT PERFORM
              END-IF
              IF PL-USER NOT = SPACES
                 MOVE PL-USER TO OC-USER
                 PERFORM 5000-FIND-GRADUATE
                 IF I > 0
                    IF GD-SOURCE(I) = SPACE
                       MOVE 1   TO GD-CAT(I)
                       MOVE "P" TO GD-SOURCE(I)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           CLOSE PlacementsFile
           .

       2000-OVERALL.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > GRAD-COUNT
              EVALUATE GD-SOURCE(I)
                 WHEN "S" ADD 1 TO SURVEY-COUNT
                 WHEN "P" ADD 1 TO PLACED-ONLY-COUNT
                 WHEN OTHER ADD 1 TO UNREACHED-COUNT
              END-EVALUATE
              IF GD-CAT(I) > 0
                 ADD 1 TO KNOWN-COUNT
                 ADD 1 TO OV-CAT(GD-CAT(I))
              END-IF
           END-PERFORM

           DISPLAY " "
           DISPLAY "-- All graduates --"
           DISPLAY "Graduates on file:        " GRAD-COUNT
           DISPLAY "Answered the survey:      " SURVEY-COUNT
           DISPLAY "Known from placements:    " PLACED-ONLY-COUNT
           DISPLAY "Not reached:              " UNREACHED-COUNT
           MOVE KNOWN-COUNT TO PCT-NUM
           MOVE GRAD-COUNT  TO PCT-BASE
           PERFORM 8000-FORMAT-PCT
           DISPLAY "Knowledge rate:           " PCT-DISPLAY "%"
           DISPLAY "Outcomes (share of known outcomes):"
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > CAT-COUNT
              MOVE OV-CAT(J)   TO PCT-NUM
              MOVE KNOWN-COUNT TO PCT-BASE
              PERFORM 8000-FORMAT-PCT
              MOVE OV-CAT(J) TO CNT-DISPLAY
              DISPLAY "  " CAT-LABEL(J) " " CNT-DISPLAY "  "
                 PCT-DISPLAY "%"
           END-PERFORM
           .

       *> One line per class year, school or major (GROUP-KIND):
       *> graduates, known outcomes and knowledge rate, then each
       *> category's share of the known outcomes.
       3000-BREAKDOWN.
           MOVE 0 TO GROUP-COUNT
           MOVE 0 TO GROUP-TRUNC
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > GRAD-COUNT
              EVALUATE GROUP-KIND
                 WHEN 1 MOVE GD-GRADYR(I) TO GROUP-VALUE
                 WHEN 2 MOVE GD-SCHOOL(I) TO GROUP-VALUE
                 WHEN OTHER MOVE GD-MAJOR(I) TO GROUP-VALUE
              END-EVALUATE
              IF GROUP-VALUE = SPACES
                 MOVE "(none on file)" TO GROUP-VALUE
              END-IF
              PERFORM 6000-TALLY-GROUP
           END-PERFORM

           DISPLAY " "
           EVALUATE GROUP-KIND
              WHEN 1 DISPLAY "-- By class year --"
              WHEN 2 DISPLAY "-- By school --"
              WHEN OTHER DISPLAY "-- By major --"
           END-EVALUATE
           IF GROUP-COUNT = 0
              DISPLAY "  (no graduates)"
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > GROUP-COUNT
              PERFORM 7000-SHOW-GROUP-LINE
           END-PERFORM
           IF GROUP-TRUNC = 1
              DISPLAY "  (more than " MAX-GROUPS
                 " groups - the rest are not shown)"
           END-IF
           .

       4000-LIST-UNREACHED.
           DISPLAY " "
           DISPLAY "-- Graduates not reached --"
           IF UNREACHED-COUNT = 0
              DISPLAY "  (none - every graduate's outcome is known)"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > GRAD-COUNT
              IF GD-SOURCE(I) = SPACE
                 DISPLAY "  " FUNCTION TRIM(GD-USER(I)) " - "
                    FUNCTION TRIM(GD-FNAME(I)) " "
                    FUNCTION TRIM(GD-LNAME(I)) " (Class of "
                    FUNCTION TRIM(GD-GRADYR(I)) ", "
                    FUNCTION TRIM(GD-SCHOOL(I)) ", "
                    FUNCTION TRIM(GD-MAJOR(I)) ")"
              END-IF
           END-PERFORM
           .

       *> Sets I to OC-USER's row in GRAD-TABLE, or 0 when the user is
       *> not a graduate on file.
       5000-FIND-GRADUATE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > GRAD-COUNT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(GD-USER(I)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(OC-USER))
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF I > GRAD-COUNT
              MOVE 0 TO I
           END-IF
           .

       *> Adds graduate I to GROUP-VALUE's slot, creating the slot
       *> the first time the value is seen.
       6000-TALLY-GROUP.
           MOVE 0 TO MATCH-FOUND
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > GROUP-COUNT
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(GR-NAME(J)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(GROUP-VALUE))
                 MOVE 1 TO MATCH-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF MATCH-FOUND = 0
              IF GROUP-COUNT < MAX-GROUPS
                 ADD 1 TO GROUP-COUNT
                 MOVE GROUP-COUNT TO J
                 MOVE GROUP-VALUE TO GR-NAME(J)
                 MOVE 0 TO GR-GRADS(J) GR-KNOWN(J)
                 PERFORM VARYING K FROM 1 BY 1 UNTIL K > CAT-COUNT
                    MOVE 0 TO GR-CAT(J, K)
                 END-PERFORM
              ELSE
                 MOVE 1 TO GROUP-TRUNC
                 EXIT PARAGRAPH
              END-IF
           END-IF
           ADD 1 TO GR-GRADS(J)
           IF GD-CAT(I) > 0
              ADD 1 TO GR-KNOWN(J)
              ADD 1 TO GR-CAT(J, GD-CAT(I))
           END-IF
           .

       7000-SHOW-GROUP-LINE.
           MOVE SPACES TO LINE-OUT
           MOVE 1 TO LINE-PTR
           MOVE GR-GRADS(J) TO CNT-DISPLAY
           MOVE GR-KNOWN(J) TO KNOWN-DISPLAY
           MOVE GR-KNOWN(J) TO PCT-NUM
           MOVE GR-GRADS(J) TO PCT-BASE
           PERFORM 8000-FORMAT-PCT
           STRING "  " DELIMITED BY SIZE
                  GR-NAME(J) DELIMITED BY SIZE
                  " grads " DELIMITED BY SIZE
                  CNT-DISPLAY DELIMITED BY SIZE
                  "  known " DELIMITED BY SIZE
                  KNOWN-DISPLAY DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  PCT-DISPLAY DELIMITED BY SIZE
                  "%) |" DELIMITED BY SIZE
                  INTO LINE-OUT
                  WITH POINTER LINE-PTR
           END-STRING
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > CAT-COUNT
              MOVE GR-CAT(J, K) TO PCT-NUM
              MOVE GR-KNOWN(J)  TO PCT-BASE
              PERFORM 8000-FORMAT-PCT
              STRING " " DELIMITED BY SIZE
                     FUNCTION TRIM(CAT-CODE(K)) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(PCT-DISPLAY) DELIMITED BY SIZE
                     "%" DELIMITED BY SIZE
                     INTO LINE-OUT
                     WITH POINTER LINE-PTR
              END-STRING
           END-PERFORM
           DISPLAY FUNCTION TRIM(LINE-OUT TRAILING)
           .

       *> PCT-DISPLAY = PCT-NUM as a percentage of PCT-BASE, to one
       *> decimal; 0.0 when there is nothing to divide by.
       8000-FORMAT-PCT.
           IF PCT-BASE = 0
              MOVE 0 TO PCT-WORK
           ELSE
              COMPUTE PCT-WORK ROUNDED = PCT-NUM * 100 / PCT-BASE
           END-IF
           MOVE PCT-WORK TO PCT-DISPLAY
           .
