      *****************************************************
      * SFGEOHST - one state's customer count at a month
      * end, as the monthly geographic report (SFGEO) found
      * it on the master.  SFGEO appends one record per
      * state after each run for the latest month and reads
      * the prior month's back as that month's opening
      * counts; a rerun appends again, and the last record
      * for a month and state is the one that counts.
      * GeoState "**" holds the customers whose state code
      * is not one the address edits accept.
      *****************************************************
       01 GeoHistDetails.
          02  GeoMonth             PIC 9(6).
          02  GeoState             PIC X(2).
          02  GeoActive            PIC 9(7).
          02  GeoInactive          PIC 9(7).
          02  GeoRunDate           PIC 9(8).
