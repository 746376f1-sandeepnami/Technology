      *                  AS MACHINE-READABLE DAILY HISTORY RECORDS     *
      *                  (SLAHIST) FOR THE AF0463M0 WEEK-OVER-WEEK     *
      *                  TREND REPORT.                                 *
      *    15/10/26 RAM  TIMELOG MIRROR CARRIES THE OPEN VALUE DATE.   *
      *    15/10/26 RAM  TIMELOG MIRROR CARRIES THE RECEIVED DATE      *
      *                  AND CHANNEL.                                  *
      *                                                                *
      *================================================================*
       ENVIRONMENT DIVISION.
           05  TIME-START-TM                   PIC 9(06).
           05  TIME-END-TM                     PIC 9(06).
           05  TIME-ELAPSED-SECS-TM            PIC S9(05).
           05  TIME-VALUE-DATE-TM              PIC 9(08).
           05  TIME-RECEIVED-DATE-TM           PIC 9(08).
           05  TIME-CHANNEL-TM                 PIC X(02).
           05  FILLER                          PIC X(22).

       FD  SLARPT-FILE
           RECORDING MODE IS F.
