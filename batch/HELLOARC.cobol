001470            PERFORM 2500-READ-AUDIT-RECORD.
001480*
001490*     THE OVERNIGHT SEQUENCE GATE: HELLORPT AND HELLOREC MUST
001496*     HAVE TAKEN THEIR COUNTS, AND HELOWEXT MUST HAVE WRITTEN
001502*     THE WAREHOUSE EXTRACT, TODAY BEFORE THIS JOB TRIMS THE
001510*     AUDIT FILE, SO THEIR HELLORUN STAMPS ARE CHECKED INSTEAD
001520*     OF TRUSTING THE SEQUENCING COMMENTS IN THE JOB DECKS. NO
001530*     STAMP, A STALE DATE, OR AN INCOMPLETE STATUS ENDS THE
001630            PERFORM 0910-CHECK-ONE-STAMP.
001640            MOVE "HELLOREC" TO RUN-JOBNAME.
001650            PERFORM 0910-CHECK-ONE-STAMP.
001653            MOVE "HELOWEXT" TO RUN-JOBNAME.
001656            PERFORM 0910-CHECK-ONE-STAMP.
001660            CLOSE RUNCTL-FILE.
001670*
001680        0910-CHECK-ONE-STAMP.
