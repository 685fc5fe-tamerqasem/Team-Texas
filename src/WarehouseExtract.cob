       *> cannot parse our fixed 2332-byte profile records. Writes two
       *> comma-delimited files: the key profile fields (not the
       *> free-text About) and the application outcomes from
       *> job_applications.dat, joined to jobs.dat for the posting's
       *> employment type, work arrangement and pay range (blank for
       *> a posting since closed or entered before those fields
       *> existed). Each file opens with a HEADER row
       *> naming its columns and closes with a TRAILER row carrying
       *> the data row count and the run date, so the receiving side
       *> can verify the transfer arrived complete. Both extracts are
               FILE STATUS  IS FS-PROFILE.

           SELECT JobAppFile      ASSIGN TO "data/job_applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS JA-KEY
               ALTERNATE RECORD KEY IS JA-POSTING WITH DUPLICATES
               FILE STATUS  IS FS-JOBAPP.

           SELECT JobsFile        ASSIGN TO "data/jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-JOBS.

           SELECT ProfExtFile     ASSIGN TO "data/extract-profiles.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS FS-PEXT.
           05 PR-STATUS                    PIC X(8).

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

       FD  ProfExtFile.
       01  PEXT-LINE                       PIC X(200).
       WORKING-STORAGE SECTION.
       77  FS-PROFILE                      PIC XX     VALUE SPACES.
       77  FS-JOBAPP                       PIC XX     VALUE SPACES.
       77  FS-JOBS                         PIC XX     VALUE SPACES.
       77  FS-PEXT                         PIC XX     VALUE SPACES.
       77  FS-AEXT                         PIC XX     VALUE SPACES.

       77  PROF-ROWS                       PIC 9(6)   VALUE 0.
       77  APP-ROWS                        PIC 9(6)   VALUE 0.

       *> Posting terms by title+company, for the application join.
       *> Same cap the online program loads postings under.
       77  MAX-JOBS                        PIC 99     VALUE 50.
       77  JOB-COUNT                       PIC 99     VALUE 0.
       01  JOB-TABLE.
           05 JOB-SLOT OCCURS 50 TIMES.
              10 JT-TITLE                  PIC X(30).
              10 JT-COMPANY                PIC X(30).
              10 JT-PAY-MIN                PIC X(7).
              10 JT-PAY-MAX                PIC X(7).
              10 JT-PAY-PER                PIC X(1).
              10 JT-TYPE                   PIC X(2).
              10 JT-REMOTE                 PIC X(1).
       77  I                               PIC 99     VALUE 0.
       77  JOB-HIT                         PIC 99     VALUE 0.
       01  APP-TERMS.
           05 AP-TYPE                      PIC X(2).
           05 AP-REMOTE                    PIC X(1).
           05 AP-PAY-MIN                   PIC X(7).
           05 AP-PAY-MAX                   PIC X(7).
           05 AP-PAY-PER                   PIC X(1).

       01  NOW-STAMP                       PIC X(21)  VALUE SPACES.
       01  RUN-DATE                        PIC X(8)   VALUE SPACES.
       01  CSV-LINE-WS                     PIC X(200) VALUE SPACES.
           MOVE NOW-STAMP(1:8) TO RUN-DATE

           PERFORM 1000-EXTRACT-PROFILES
           PERFORM 1500-LOAD-JOB-TERMS
           PERFORM 2000-EXTRACT-APPLICATIONS
           PERFORM 3000-NAME-AND-REPORT
           STOP RUN.
           WRITE PEXT-LINE
           .

       1500-LOAD-JOB-TERMS.
           MOVE 0 TO JOB-COUNT
           OPEN INPUT JobsFile
           IF FS-JOBS NOT = "00"
              CLOSE JobsFile
              MOVE SPACES TO FS-JOBS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
              READ JobsFile
                 AT END EXIT PERFORM
              END-READ
              IF FS-JOBS NOT = "00"
                 EXIT PERFORM
              END-IF
              IF JB-TITLE NOT = SPACES AND JOB-COUNT < MAX-JOBS
                 ADD 1 TO JOB-COUNT
                 MOVE JB-TITLE   TO JT-TITLE(JOB-COUNT)
                 MOVE JB-COMPANY TO JT-COMPANY(JOB-COUNT)
                 MOVE JB-PAY-MIN TO JT-PAY-MIN(JOB-COUNT)
                 MOVE JB-PAY-MAX TO JT-PAY-MAX(JOB-COUNT)
                 MOVE JB-PAY-PER TO JT-PAY-PER(JOB-COUNT)
                 MOVE JB-TYPE    TO JT-TYPE(JOB-COUNT)
                 MOVE JB-REMOTE  TO JT-REMOTE(JOB-COUNT)
              END-IF
           END-PERFORM
           CLOSE JobsFile
           .

       2000-EXTRACT-APPLICATIONS.
           MOVE 0 TO APP-ROWS
           OPEN INPUT JobAppFile
           END-IF
           OPEN OUTPUT AppExtFile

           MOVE "HEADER,username,jobtitle,company,status,applieddate,jobtype,remote,paymin,paymax,payper"
              TO AEXT-LINE
           WRITE AEXT-LINE

                 END-IF
                 IF JA-USER NOT = SPACES
                    ADD 1 TO APP-ROWS
                    MOVE 0 TO JOB-HIT
                    PERFORM VARYING I FROM 1 BY 1 UNTIL I > JOB-COUNT
                       IF JT-TITLE(I) = JA-TITLE
                          AND JT-COMPANY(I) = JA-COMPANY
                          MOVE I TO JOB-HIT
                          EXIT PERFORM
                       END-IF
                    END-PERFORM
                    MOVE SPACES TO APP-TERMS
                    IF JOB-HIT > 0
                       MOVE JT-TYPE(JOB-HIT)    TO AP-TYPE
                       MOVE JT-REMOTE(JOB-HIT)  TO AP-REMOTE
                       MOVE JT-PAY-MIN(JOB-HIT) TO AP-PAY-MIN
                       MOVE JT-PAY-MAX(JOB-HIT) TO AP-PAY-MAX
                       MOVE JT-PAY-PER(JOB-HIT) TO AP-PAY-PER
                    END-IF
                    MOVE SPACES TO CSV-LINE-WS
                    STRING FUNCTION TRIM(JA-USER) DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(JA-STATUS) DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(JA-APPLIED) DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(AP-TYPE) DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(AP-REMOTE) DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(AP-PAY-MIN) DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(AP-PAY-MAX) DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(AP-PAY-PER) DELIMITED BY SIZE
                           INTO CSV-LINE-WS
                    END-STRING
                    MOVE CSV-LINE-WS TO AEXT-LINE
