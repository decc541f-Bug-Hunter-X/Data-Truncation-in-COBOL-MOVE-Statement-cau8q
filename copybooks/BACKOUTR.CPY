      *****************************************************************
      *  BACKOUTR.CPY
      *
      *  Backout record.  CYCBKOUT moves every row a failed cycle
      *  left in the live exception files into BACKOUT.DAT rather
      *  than deleting it, so a backed-out night can still be
      *  examined -- or its rows put back by hand -- after the rerun
      *  has replaced them.  Each row is kept whole in
      *  BK-ROW-IMAGE, sized for the widest source (REJQUEUE.CPY,
      *  which carries a whole feed record), under the id of the
      *  file it came from: EXCLOG, ALERT, VSAMEXC, SPILL, REJECTQ
      *  or TRUNHIST.  The file is only ever extended.
      *****************************************************************
       01  BACKOUT-RECORD.
           05  BK-SOURCE-FILE                 PIC X(08).
           05  BK-RUN-ID                      PIC X(08).
           05  BK-BACKOUT-STAMP.
               10  BK-BACKOUT-DATE            PIC 9(08).
               10  BK-BACKOUT-TIME            PIC 9(08).
           05  BK-ROW-IMAGE                   PIC X(4367).
