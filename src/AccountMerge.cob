       *> Every username column in the event files is PIC X(20) at a
       *> fixed offset, so the fold is table-driven: one generic pass
       *> per file, rewriting it through a staging copy and a single
       *> rename, the house pattern for every file rewrite. The
       *> indexed application and interview files are keyed on the
       *> username instead, so their rows are re-keyed in place.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-MOUT.

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

           SELECT AcctFile        ASSIGN TO "data/accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-ACCT.
       FILE SECTION.

       *> Generic record, sized past the widest event row (messages
       *> at 169, content reports at 188, jobs at 254). LINE
       *> SEQUENTIAL pads short rows with spaces on READ and strips
       *> them again on WRITE, so passing a row through unchanged is
       *> exact.
       FD  MergeOutFile.
       01  MERGE-OUT-REC                   PIC X(400).

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

       *> Layout must track ACCT-REC in InCollege2.cob.
       FD  AcctFile.
       01  ACCT-REC.
       77  FS-ACCT                         PIC XX     VALUE SPACES.
       77  FS-NEWACCT                      PIC XX     VALUE SPACES.
       77  FS-PROFILE                      PIC XX     VALUE SPACES.
       77  FS-JOBAPP                       PIC XX     VALUE SPACES.
       77  FS-IVIEW                        PIC XX     VALUE SPACES.
       77  FS-REPORT                       PIC XX     VALUE SPACES.

       01  MERGE-IN-PATH                   PIC X(40)  VALUE SPACES.

       *> One row per event file: its path and the offsets of its one
       *> or two username columns (0 = no second column). Every
       *> username column in the system is PIC X(20). MF-KEYED "K"
       *> marks an indexed file whose key leads with the username.
       77  MERGE-FILE-COUNT                PIC 9(2)   VALUE 29.
       01  MERGE-FILE-TABLE.
           05 MF-SLOT OCCURS 29 TIMES.
              10 MF-PATH                   PIC X(40).
              10 MF-OFF1                   PIC 9(4).
              10 MF-OFF2                   PIC 9(4).
              10 MF-FOLDED                 PIC 9(4).
              10 MF-KEYED                  PIC X(1).

       77  I                               PIC 9(2)   VALUE 0.
       77  ROW-CHANGED                     PIC 9      VALUE 0.
       77  FILE-FOLDED                     PIC 9(4)   VALUE 0.
       77  TOTAL-FOLDED                    PIC 9(4)   VALUE 0.
       *> Keyed rows the survivor already had (same posting, or the
       *> same interview slot): the survivor's row is kept.
       77  FILE-DROPPED                    PIC 9(4)   VALUE 0.
       77  TOTAL-DROPPED                   PIC 9(4)   VALUE 0.
       01  HOLD-JOBAPP                     PIC X(138) VALUE SPACES.
       01  HOLD-INTV                       PIC X(103) VALUE SPACES.

       01  SURVIVOR-IN                     PIC X(20)  VALUE SPACES.
       01  DUP-IN                          PIC X(20)  VALUE SPACES.
           *> description.
           MOVE "data/groups.dat"            TO MF-PATH(20)
           MOVE 91   TO MF-OFF1(20)  MOVE 0  TO MF-OFF2(20)
           *> CK-USER links an employer to its company; the survivor
           *> keeps the link.
           MOVE "data/company_links.dat"     TO MF-PATH(21)
           MOVE 1    TO MF-OFF1(21)  MOVE 0  TO MF-OFF2(21)
           *> AA-USER: screening answers follow their applications.
           MOVE "data/app_answers.dat"       TO MF-PATH(22)
           MOVE 1    TO MF-OFF1(22)  MOVE 0  TO MF-OFF2(22)
           *> SB-OWNER sits after the 8-char date, SB-USER after it.
           MOVE "data/sla_breaches.dat"      TO MF-PATH(23)
           MOVE 9    TO MF-OFF1(23)  MOVE 29 TO MF-OFF2(23)
           MOVE "data/talent_optin.dat"      TO MF-PATH(24)
           MOVE 1    TO MF-OFF1(24)  MOVE 0  TO MF-OFF2(24)
           *> TL-EMPLOYER, and TL-STUDENT after the stamp and kind.
           MOVE "data/talent_log.dat"        TO MF-PATH(25)
           MOVE 1    TO MF-OFF1(25)  MOVE 43 TO MF-OFF2(25)
           *> PRV-USER, and PRV-TARGET after the one-byte kind.
           MOVE "data/privacy.dat"           TO MF-PATH(26)
           MOVE 1    TO MF-OFF1(26)  MOVE 22 TO MF-OFF2(26)
           *> RC-STUDENT, then RC-AUTHOR.
           MOVE "data/recommendations.dat"   TO MF-PATH(27)
           MOVE 1    TO MF-OFF1(27)  MOVE 21 TO MF-OFF2(27)
           *> OC-USER leads the row.
           MOVE "data/outcomes.dat"          TO MF-PATH(28)
           MOVE 1    TO MF-OFF1(28)  MOVE 0  TO MF-OFF2(28)
           *> EM-USER leads the row. Rows are folded in file order, so
           *> whichever account last set an address keeps it.
           MOVE "data/email.dat"             TO MF-PATH(29)
           MOVE 1    TO MF-OFF1(29)  MOVE 0  TO MF-OFF2(29)

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > MERGE-FILE-COUNT
              MOVE 0 TO MF-FOLDED(I)
              MOVE SPACE TO MF-KEYED(I)
           END-PERFORM
           MOVE "K" TO MF-KEYED(6)
           MOVE "K" TO MF-KEYED(8)
           .

       1000-LOAD-ACCOUNTS.
       *> disk yet is simply skipped.
       2000-FOLD-ONE-FILE.
           MOVE 0 TO FILE-FOLDED
           IF MF-KEYED(I) = "K"
              PERFORM 2500-FOLD-KEYED-FILE
              EXIT PARAGRAPH
           END-IF
           MOVE MF-PATH(I) TO MERGE-IN-PATH
           OPEN INPUT MergeInFile
           IF FS-MIN = "35"
           END-IF
           .

       *> Keyed fold of indexed file I: each of the duplicate's rows
       *> is written again under the survivor's key, then the
       *> original is deleted by key, so a failure part-way leaves a
       *> row under both names rather than under neither.
       2500-FOLD-KEYED-FILE.
           MOVE 0 TO FILE-DROPPED
           EVALUATE MF-PATH(I)
              WHEN "data/job_applications.dat"
                 PERFORM 2600-FOLD-JOBAPPS
              WHEN "data/interviews.dat"
                 PERFORM 2700-FOLD-INTERVIEWS
           END-EVALUATE
           IF FILE-FOLDED > 0
              MOVE FILE-FOLDED TO MF-FOLDED(I)
              ADD FILE-FOLDED TO TOTAL-FOLDED
              DISPLAY "  " FUNCTION TRIM(MF-PATH(I)) ": "
                 FILE-FOLDED " row(s) folded."
           END-IF
           IF FILE-DROPPED > 0
              ADD FILE-DROPPED TO TOTAL-DROPPED
              DISPLAY "  " FUNCTION TRIM(MF-PATH(I)) ": "
                 FILE-DROPPED " row(s) dropped - the survivor"
                 " already had them."
           END-IF
           .

       *> The key leads with the (uppercased) username, so the
       *> duplicate's rows are the run starting at DUP-KEY; the key is
       *> re-positioned after every DELETE.
       2600-FOLD-JOBAPPS.
           OPEN I-O JobAppFile
           IF FS-JOBAPP NOT = "00"
              IF FS-JOBAPP NOT = "35"
                 DISPLAY "  " FUNCTION TRIM(MF-PATH(I))
                    ": unavailable (status " FS-JOBAPP ") - not folded."
              END-IF
              CLOSE JobAppFile
              MOVE SPACES TO FS-JOBAPP
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              MOVE DUP-KEY TO JA-USER
              MOVE LOW-VALUES TO JA-POSTING
              START JobAppFile KEY NOT < JA-KEY
                 INVALID KEY
                    EXIT PERFORM
              END-START
              READ JobAppFile NEXT
                 AT END EXIT PERFORM
              END-READ
              IF FS-JOBAPP NOT = "00" OR JA-USER NOT = DUP-KEY
                 EXIT PERFORM
              END-IF
              MOVE JOBAPP-REC TO HOLD-JOBAPP
              MOVE SURVIVOR-KEY TO JA-USER
              WRITE JOBAPP-REC
                 INVALID KEY
                    ADD 1 TO FILE-DROPPED
                 NOT INVALID KEY
                    ADD 1 TO FILE-FOLDED
              END-WRITE
              MOVE HOLD-JOBAPP TO JOBAPP-REC
              DELETE JobAppFile
                 INVALID KEY
                    EXIT PERFORM
              END-DELETE
           END-PERFORM
           CLOSE JobAppFile
           .

       *> Same keyed fold for the interview slots.
       2700-FOLD-INTERVIEWS.
           OPEN I-O InterviewsFile
           IF FS-IVIEW NOT = "00"
              IF FS-IVIEW NOT = "35"
                 DISPLAY "  " FUNCTION TRIM(MF-PATH(I))
                    ": unavailable (status " FS-IVIEW ") - not folded."
              END-IF
              CLOSE InterviewsFile
              MOVE SPACES TO FS-IVIEW
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              MOVE DUP-KEY TO IV-USER
              MOVE LOW-VALUES TO IV-POSTING IV-DATE IV-TIME
              START InterviewsFile KEY NOT < IV-KEY
                 INVALID KEY
                    EXIT PERFORM
              END-START
              READ InterviewsFile NEXT
                 AT END EXIT PERFORM
              END-READ
              IF FS-IVIEW NOT = "00" OR IV-USER NOT = DUP-KEY
                 EXIT PERFORM
              END-IF
              MOVE INTV-REC TO HOLD-INTV
              MOVE SURVIVOR-KEY TO IV-USER
              WRITE INTV-REC
                 INVALID KEY
                    ADD 1 TO FILE-DROPPED
                 NOT INVALID KEY
                    ADD 1 TO FILE-FOLDED
              END-WRITE
              MOVE HOLD-INTV TO INTV-REC
              DELETE InterviewsFile
                 INVALID KEY
                    EXIT PERFORM
              END-DELETE
           END-PERFORM
           CLOSE InterviewsFile
           .

       *> Merges the two profile rows. With both on file the operator
       *> chooses per field; with only the duplicate's on file it is
       *> simply re-keyed to the survivor. The duplicate's row is
           END-STRING
           MOVE RPT-LINE-WS TO REPORT-LINE
           WRITE REPORT-LINE
           IF TOTAL-DROPPED > 0
              MOVE SPACES TO RPT-LINE-WS
              STRING "  Duplicate rows dropped (survivor kept its"
                        DELIMITED BY SIZE
                     " own): " DELIMITED BY SIZE
                     TOTAL-DROPPED DELIMITED BY SIZE
                     INTO RPT-LINE-WS
              END-STRING
              MOVE RPT-LINE-WS TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           CLOSE ReportFile

           MOVE SPACES TO REPORT-FINAL-PATH
