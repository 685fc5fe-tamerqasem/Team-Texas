       *> The chain, in run order. Each slot carries the script the
       *> operator used to fire by hand. The posting expiry sweep runs
       *> after compaction so the night's archives all carry the same
       *> date, and the response SLA sweep right after it so postings
       *> that just closed are not chased. Next-day reminders follow
       *> the sweeps, so a posting that just closed is not reminded
       *> about, and the email digest right after them so tonight's
       *> reminders go out in it. Retention runs after the reports
       *> that read the event logs, and the integrity sweep and
       *> capacity watch run last so they see the files as the night
       *> leaves them.
       77  STEP-COUNT                      PIC 9(2)   VALUE 15.
       01  CHAIN-TABLE.
           05 CHAIN-SLOT OCCURS 15 TIMES.
              10 CH-NAME                   PIC X(20).
              10 CH-SCRIPT                 PIC X(40).

           MOVE "scripts/run_conn_compact.sh"     TO CH-SCRIPT(3)
           MOVE "JOB-SWEEP"       TO CH-NAME(4)
           MOVE "scripts/run_job_sweep.sh"        TO CH-SCRIPT(4)
           MOVE "SLA-SWEEP"       TO CH-NAME(5)
           MOVE "scripts/run_sla_sweep.sh"        TO CH-SCRIPT(5)
           MOVE "REMINDERS"       TO CH-NAME(6)
           MOVE "scripts/run_reminders.sh"        TO CH-SCRIPT(6)
           MOVE "MAIL-DIGEST"     TO CH-NAME(7)
           MOVE "scripts/run_mail_digest.sh"      TO CH-SCRIPT(7)
           MOVE "PROFILE-AUDIT"   TO CH-NAME(8)
           MOVE "scripts/run_profile_audit.sh"    TO CH-SCRIPT(8)
           MOVE "MGMT-REPORT"     TO CH-NAME(9)
           MOVE "scripts/run_mgmt_report.sh"      TO CH-SCRIPT(9)
           MOVE "TREND-REPORT"    TO CH-NAME(10)
           MOVE "scripts/run_trend_report.sh"     TO CH-SCRIPT(10)
           MOVE "APPLICANT-REPORT" TO CH-NAME(11)
           MOVE "scripts/run_applicant_report.sh" TO CH-SCRIPT(11)
           MOVE "FUNNEL-REPORT"   TO CH-NAME(12)
           MOVE "scripts/run_funnel_report.sh"    TO CH-SCRIPT(12)
           MOVE "RETENTION-SWEEP" TO CH-NAME(13)
           MOVE "scripts/run_retention_sweep.sh"  TO CH-SCRIPT(13)
           MOVE "INTEGRITY-CHECK" TO CH-NAME(14)
           MOVE "scripts/run_integrity_check.sh"  TO CH-SCRIPT(14)
           MOVE "CAPACITY-REPORT" TO CH-NAME(15)
           MOVE "scripts/run_capacity_report.sh"  TO CH-SCRIPT(15)
           .

       *> Reads the control file and finds the furthest step recorded
