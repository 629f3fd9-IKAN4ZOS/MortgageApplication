      ******************************************************************
      * LHARCREC - LOAN HISTORY ARCHIVE RECORD
      * ----------------------------------------------------------------
      * Record layout of the dated loan history archive file the
      * yearly history archive writes: one 'D' record per permanent
      * history record moved off the live file, carrying the archive
      * run date and the record exactly as it stood on the indexed
      * history master (key and LOANHIST image), so it can be loaded
      * back or researched without the live file.  The archive ends
      * with one 'T' trailer, written only once every 'D' record is
      * on the file - a file without its trailer is an incomplete
      * archive and nothing has been removed from the live file
      * against it.
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-10-15 Initial layout.
      ******************************************************************
       01  LHIST-ARCH-REC.
           05  LHA-REC-TYPE          PIC X(1).
               88  LHA-DETAIL-REC              VALUE 'D'.
               88  LHA-TRAILER-REC             VALUE 'T'.
           05  LHA-ARCHIVE-DATE      PIC X(10).
           05  LHA-DETAIL.
               10  LHA-KEY.
                   15  LHA-LOAN-NUMBER
                                     PIC X(10).
                   15  LHA-EFFECTIVE-DATE
                                     PIC X(10).
                   15  LHA-SEQUENCE  PIC 9(5).
               10  LHA-HISTORY       PIC X(101).
           05  LHA-TRAILER REDEFINES LHA-DETAIL.
               10  LHA-RECORD-COUNT  PIC 9(9).
               10  LHA-LOAN-COUNT    PIC 9(7).
               10  LHA-CUTOFF-DATE   PIC X(10).
               10  FILLER            PIC X(100).
