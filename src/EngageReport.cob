               FILE STATUS  IS FS-SKILLCOMP.

           SELECT JobAppFile      ASSIGN TO "data/job_applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS JA-KEY
               ALTERNATE RECORD KEY IS JA-POSTING WITH DUPLICATES
               FILE STATUS  IS FS-JOBAPP.

           SELECT ConnectionsFile ASSIGN TO "data/connections.dat"
           05 SCP-SKILL                    PIC X(30).

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

       *> Layout must track CONN-REC in InCollege2.cob.
       FD  ConnectionsFile.
