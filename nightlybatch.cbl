01 WSStepCount pic 9(2) value zero.
01 WSStepTable. *>the night's job stream, loaded from BATCHSTEPS.DAT or from the
*>built-in list when no control file is out there yet
       02 WSStepEntry occurs 30 times.
           03 TblStepName  pic x(12).
           03 TblCommand   pic x(40).
           03 TblParmFile1 pic x(20).
       if BatchStepsFileOk
           move 'N' to StepsEndOfFile
           perform 0600-LOAD-ONE-STEP
               until StepsEndOfFile = 'Y' or WSStepCount >= 30
       end-if
       close BatchStepsFile
       if WSStepCount = zero
       move spaces to TblParmFile2(9), TblParmText2(9)
       move "A" to TblOnError(9)
       move 10 to WSStepCount
       move "COSTPOST" to TblStepName(10)
       move "./costpost" to TblCommand(10)
       move spaces to TblParmFile1(10), TblParmText1(10)
       move spaces to TblParmFile2(10), TblParmText2(10)
       move "A" to TblOnError(10)
       move 11 to WSStepCount
       move "GLEXTRACT" to TblStepName(11)
       move "./glextract" to TblCommand(11)
       move spaces to TblParmFile1(11), TblParmText1(11)
       move spaces to TblParmFile2(11), TblParmText2(11)
       move "A" to TblOnError(11)
       move 12 to WSStepCount
       move "INVVERI" to TblStepName(12)
       move "./invveri" to TblCommand(12)
       move spaces to TblParmFile1(12), TblParmText1(12)
       move spaces to TblParmFile2(12), TblParmText2(12)
       move "C" to TblOnError(12)
       move 13 to WSStepCount
       move "CAPWATCH" to TblStepName(13)
       move "./capwatch" to TblCommand(13)
       move spaces to TblParmFile1(13), TblParmText1(13)
       move spaces to TblParmFile2(13), TblParmText2(13)
       move "C" to TblOnError(13)
       move 14 to WSStepCount
       move "DASHBRD" to TblStepName(14)
       move "./dashbrd" to TblCommand(14)
       move spaces to TblParmFile1(14), TblParmText1(14)
       move spaces to TblParmFile2(14), TblParmText2(14)
       move "C" to TblOnError(14)
       perform varying WSCalIndex from 1 by 1 until WSCalIndex > 14
           move 'D' to TblSchedule(WSCalIndex)
       end-perform
       move 15 to WSStepCount
       move "CONSINV" to TblStepName(15)
       move "./consinv" to TblCommand(15)
       move spaces to TblParmFile1(15), TblParmText1(15)
       move spaces to TblParmFile2(15), TblParmText2(15)
       move "C" to TblOnError(15)
       move "M" to TblSchedule(15)
       move 16 to WSStepCount
       move "UNBILLED" to TblStepName(16)
       move "./unbilled" to TblCommand(16)
       move spaces to TblParmFile1(16), TblParmText1(16)
       move spaces to TblParmFile2(16), TblParmText2(16)
       move "C" to TblOnError(16)
       move "M" to TblSchedule(16)
       move 17 to WSStepCount
       move "FXREVAL" to TblStepName(17)
       move "./fxreval" to TblCommand(17)
       move spaces to TblParmFile1(17), TblParmText1(17)
       move spaces to TblParmFile2(17), TblParmText2(17)
       move "C" to TblOnError(17)
       move "M" to TblSchedule(17)
       move 18 to WSStepCount
       move "FADEPR" to TblStepName(18)
       move "./fadepr" to TblCommand(18)
       move spaces to TblParmFile1(18), TblParmText1(18)
       move spaces to TblParmFile2(18), TblParmText2(18)
       move "C" to TblOnError(18)
       move "M" to TblSchedule(18)
       move 19 to WSStepCount
       move "REBRUN" to TblStepName(19)
       move "./rebrun" to TblCommand(19)
       move spaces to TblParmFile1(19), TblParmText1(19)
       move spaces to TblParmFile2(19), TblParmText2(19)
       move "C" to TblOnError(19)
       move "M" to TblSchedule(19)
       move 20 to WSStepCount
       move "PRCOVRPT" to TblStepName(20)
       move "./prcovrpt" to TblCommand(20)
       move spaces to TblParmFile1(20), TblParmText1(20)
       move spaces to TblParmFile2(20), TblParmText2(20)
       move "C" to TblOnError(20)
       move "M" to TblSchedule(20)
       move 21 to WSStepCount
       move "STANDGEN" to TblStepName(21)
       move "./standgen" to TblCommand(21)
       move spaces to TblParmFile1(21), TblParmText1(21)
       move spaces to TblParmFile2(21), TblParmText2(21)
       move "C" to TblOnError(21)
       move "D" to TblSchedule(21)
       move 22 to WSStepCount
       move "WEBSTAT" to TblStepName(22)
       move "./webstat" to TblCommand(22)
       move spaces to TblParmFile1(22), TblParmText1(22)
       move spaces to TblParmFile2(22), TblParmText2(22)
       move "C" to TblOnError(22)
       move "D" to TblSchedule(22)
       move 23 to WSStepCount
       move "RPTSPOOL" to TblStepName(23)
       move "./rptspool" to TblCommand(23)
       move "RPTSPOOLPARM.DAT" to TblParmFile1(23)
       move "S" to TblParmText1(23)
       move spaces to TblParmFile2(23), TblParmText2(23)
       move "C" to TblOnError(23)
       move "D" to TblSchedule(23).

1000-CHECK-RESTART. *>a checkpoint left from an earlier aborted run lets us resume after the
*>last good step instead of rerunning the whole night's chain from the beginning
