      *>----------------------------------------------------------------
      *> GSCREC - the grading scale (GRDSCALE.DAT), one row per letter
      *> with the lowest weighted average that earns it. Read in
      *> letter order A to F the minimums fall, so the first one the
      *> average reaches is the letter. With no scale on file GRADEBK
      *> uses 90/80/70/60.
      *>----------------------------------------------------------------
       01 GradeScaleData.
           02 GdLetter pic x(1).
           02 GdMinPct pic 9(3)v99.
