      *****************************************************************
      *  EXTPART.CPY                                                  *
      *  EXTRACT PARTITION TABLE - ONE RECORD PER PARTITION OF THE    *
      *  PROGRAM2 COMPANY EXTRACT, GIVING THE PARTITION NUMBER AND    *
      *  THE INCLUSIVE COMPANY ID RANGE IT EXTRACTS. RECORDS ARE IN   *
      *  PARTITION NUMBER ORDER, 01 UPWARD, AND THE RANGES MUST RUN   *
      *  WITHOUT GAPS OR OVERLAPS FROM THE FIRST COMPANY ID TO        *
      *  999999999. INCLUDE UNDER A 01 LEVEL IN THE FD RECORD FOR     *
      *  THE EXTPART PARAMETER FILE.                                  *
      *****************************************************************
           05  PTN-PARTITION-NO            PIC 9(2).
           05  PTN-LOW-ID                  PIC 9(9).
           05  PTN-HIGH-ID                 PIC 9(9).
