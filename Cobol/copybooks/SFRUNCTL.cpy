      * SFRUNCTL - one run-control stamp.  The shared
      * run-control file (PROD.SF.RUNCTL) gets one record
      * from each program in the nightly chain as it
      * starts and again as it completes: the job, the
      * run date (which doubles as the extract generation
      * for the night), the time, the phase, and the
      * condition code it ended with.  An ENDED stamp is
      * not proof of a clean run - SF01 also stamps ENDED
      * with condition code 8 when it rejects a feed.  Each
      * program's prerequisite check is time-relative: the
      * predecessor's newest ENDED stamp with condition
      * code zero must be NEWER than the program's own
