           CLOSE MERGEDFILE,REP-FILE

           PERFORM 9500-WRITE-RUNLOG.
            GOBACK.

           9500-WRITE-RUNLOG.
                 ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
