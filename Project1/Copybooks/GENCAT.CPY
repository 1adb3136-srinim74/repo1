      *****************************************************************
      *  GENCAT.CPY                                                   *
      *  FILE GENERATION CATALOG ENTRY - ONE ROW OF THE FILE-         *
      *  GENERATION TABLE, DESCRIBING ONE GENERATION OF A ROTATED     *
      *  SEQUENTIAL FILE (COMPEXT, COMPPNDO, AUDARCH, COMPREJ,        *
      *  COMPRCYC): THE RUN THAT WROTE IT, ITS BUSINESS DATE, ITS     *
      *  RECORD COUNT AND ID HASH TOTAL, AND WHERE IT STANDS IN THE   *
      *  ROTATION ('N' NEW, 'C' CURRENT, 'A' AGED). INCLUDE UNDER A   *
      *  01 LEVEL IN THE CALLING PROGRAM'S WORKING-STORAGE.           *
      *****************************************************************
           05  GEN-DATASET                 PIC X(8).
           05  GEN-GENERATION              PIC S9(9) COMP-5.
           05  GEN-BUSINESS-DATE           PIC X(8).
           05  GEN-RUN-ID                  PIC X(8).
           05  GEN-RUN-DATE                PIC X(8).
           05  GEN-RUN-TIME                PIC X(6).
           05  GEN-RECORD-COUNT            PIC S9(9) COMP-5.
           05  GEN-ID-HASH                 PIC S9(15) COMP-5.
           05  GEN-STATUS                  PIC X(1).
