      *****************************************************************
      *  XREFREC.CPY                                                  *
      *  MERGED COMPANY CROSS-REFERENCE - ONE RECORD PER COMPANY ID   *
      *  RETIRED BY A MERGE, GIVING THE COMPANY IT NOW ANSWERS AS AND *
      *  THE BUSINESS DATE OF THE MERGE. INCLUDE UNDER A 01 LEVEL IN  *
      *  THE FD RECORD FOR THE INDEXED COMPXREF FILE (RECORD KEY IS   *
      *  THE OLD ID).                                                 *
      *****************************************************************
           05  WS-XREF-OLD-ID              PIC S9(9) COMP-5.
           05  WS-XREF-NEW-ID              PIC S9(9) COMP-5.
           05  WS-XREF-MERGE-DATE          PIC X(8).
