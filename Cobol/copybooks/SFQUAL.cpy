      *****************************************************
      * SFQUAL - one source's data quality counts from one
      * listing run, stamped with the run date and time.
      * SF appends one record per input source (the PARM
      * ordinal, 1-5) that validated any records to the
      * cumulative quality history file after every
      * listing run; SFQUAL reads the file back for the
      * per-region scorecard.  Every count is over the
      * records read from that source, valid or rejected,
      * so each one divides by QualReadCount into a
      * percentage.  QualMeasureCount lays the measures and
      * the reject tallies end to end for a reader that
      * walks them in order - the reject tallies follow the
      * SFVALRSN table's order.  A warm restart only counts
      * the records that run itself validated; its records
      * carry QualRestartSw "Y".
      *****************************************************
       01 QualityStatsDetails.
          02  QualDate          PIC 9(8).
          02  QualTime          PIC 9(8).
          02  QualSource        PIC X(1).
          02  QualDd            PIC X(8).
          02  QualRegion        PIC X(3).
          02  QualRestartSw     PIC X(1).
              88 QualFromRestart    VALUE "Y".
          02  QualReadCount     PIC 9(7).
          02  QualMeasures.
              03 QualBlankMiddle    PIC 9(7).
              03 QualBlankAddr2     PIC 9(7).
              03 QualZip5           PIC 9(7).
              03 QualZip9           PIC 9(7).
              03 QualSuffixFixed    PIC 9(7).
              03 QualZeroEffDate    PIC 9(7).
              03 QualRejectCount    PIC 9(7) OCCURS 11 TIMES.
          02  QualMeasureTable REDEFINES QualMeasures.
              03 QualMeasureCount   PIC 9(7) OCCURS 17 TIMES.
