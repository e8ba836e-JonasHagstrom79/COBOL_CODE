      *>----------------------------------------------------------------
      *> FACLASS - fixed-asset class (FACLASS.DAT), maintained in FAMNT.
      *> The class carries the three GLCOA.DAT accounts every asset in
      *> it posts to - cost, accumulated depreciation and the expense -
      *> and the method and life a new asset in the class starts with.
      *>----------------------------------------------------------------
       01 AssetClassData.
           02 FcClass          pic x(4).
           02 FcDescription    pic x(20).
           02 FcCostAccount    pic x(4).
           02 FcAccumAccount   pic x(4).
           02 FcExpenseAccount pic x(4).
           02 FcMethod         pic x(1). *>S straight-line, D declining
           02 FcLifeMonths     pic 9(3).
