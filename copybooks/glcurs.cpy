      *>----------------------------------------------------------------
      *> GLCURS - the GL extract's position cursor (GLCURSOR.DAT). How
      *> far down each append-only source file earlier balanced
      *> extracts got - rows are picked up by position, not by the
      *> business date inside them, so a back-dated posting still
      *> reaches the ledger. Shared by GLEXTRACT, which advances it,
      *> and CUSTPURGE, which gives back positions when it shrinks
      *> ARTRANS.DAT - one layout, so neither drops a counter the
      *> other knows about. A counter added to the end reads as
      *> spaces off an older cursor row and is treated as zero.
      *>----------------------------------------------------------------
       01 GlCursorData.
           02 GcInvRowsDone pic 9(7). *>INVREG.DAT
           02 GcArRowsDone  pic 9(7). *>ARTRANS.DAT
           02 GcAudRowsDone pic 9(7). *>PRODAUDIT.DAT
           02 GcApRowsDone  pic 9(7). *>APVOUCH.DAT
           02 GcChkRowsDone pic 9(7). *>CHKREG.DAT
           02 GcLcRowsDone  pic 9(7). *>LANDCOST.DAT
           02 GcClRowsDone  pic 9(7). *>COSTLOG.DAT
           02 GcAjRowsDone  pic 9(7). *>ACCRUALS.DAT
