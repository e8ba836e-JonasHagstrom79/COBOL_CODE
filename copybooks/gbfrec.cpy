      *>----------------------------------------------------------------
      *> GBFREC - gradebook posting log (GBFINAL.DAT). One line per
      *> student each time GRADEBK posts a section's term letters -
      *> the weighted average, the letter the scale gave and the
      *> letter posted, with the teacher's reason where they differ.
      *> With ASSIGN.DAT and GBSCORE.DAT it is how a posted grade was
      *> arrived at.
      *>----------------------------------------------------------------
       01 GbFinalData.
           02 GfDate     pic 9(8).
           02 GfCourse   pic x(6).
           02 GfTerm     pic x(6).
           02 GfIDNum    pic 9(5).
           02 GfAverage  pic 9(3)v99.
           02 GfScaleLetter  pic x(1).
           02 GfPostLetter   pic x(1).
           02 GfResult   pic x(1). *>PGREQ result - P posted
           02 GfReason   pic x(40). *>why the teacher overrode the scale
