       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DATEADD.
DATA DIVISION.
WORKING-STORAGE SECTION.
       01 WSWorkDate PIC 9(8).
       01 WSWorkDateParts REDEFINES WSWorkDate.
           02 WSWorkYear  PIC 9(4).
           02 WSWorkMonth PIC 99.
           02 WSWorkDay   PIC 99.
       01 WSPriorYears PIC 9(4).
       01 WSLeap4      PIC 9(4).
       01 WSLeap100    PIC 9(4).
       01 WSLeap400    PIC 9(4).
       01 WSSerial     PIC S9(7).
       01 WSTargetSerial PIC S9(7).
       01 WSYearStart  PIC S9(7).
       01 WSDayOfYear  PIC 9(3).
       01 WSLeapDay    PIC 9(1).
       01 WSMonthIndex PIC 99.
       01 WSMonthDaysTable.
           02 FILLER PIC 9(3) VALUE 000.
           02 FILLER PIC 9(3) VALUE 031.
           02 FILLER PIC 9(3) VALUE 059.
           02 FILLER PIC 9(3) VALUE 090.
           02 FILLER PIC 9(3) VALUE 120.
           02 FILLER PIC 9(3) VALUE 151.
           02 FILLER PIC 9(3) VALUE 181.
           02 FILLER PIC 9(3) VALUE 212.
           02 FILLER PIC 9(3) VALUE 243.
           02 FILLER PIC 9(3) VALUE 273.
           02 FILLER PIC 9(3) VALUE 304.
           02 FILLER PIC 9(3) VALUE 334.
       01 WSMonthDays REDEFINES WSMonthDaysTable.
           02 WSDaysBeforeMonth PIC 9(3) OCCURS 12 TIMES.
LINKAGE SECTION.
       01 LFromDate PIC 9(8). *>YYYYMMDD
       01 LDays     PIC S9(7). *>days to add, negative to go back
       01 LToDate   PIC 9(8). *>YYYYMMDD LFromDate plus LDays
PROCEDURE DIVISION USING LFromDate, LDays, LToDate.
*>the other half of DATEDIFF - the same serial day count, moved by LDays and
*>turned back into a calendar date, so a lead time or a due period lands on
*>the right day across month ends, year ends and Feb 29
       MOVE LFromDate TO WSWorkDate
       PERFORM ComputeSerialDay
       COMPUTE WSTargetSerial = WSSerial + LDays
*>first guess at the year from the mean Gregorian year, then settle it on
*>whichever side of January 1 the target falls
       COMPUTE WSWorkYear = (WSTargetSerial * 400) / 146097 + 1
       PERFORM FindYearStart
       IF WSYearStart > WSTargetSerial
           SUBTRACT 1 FROM WSWorkYear
           PERFORM FindYearStart
       END-IF
       ADD 1 TO WSWorkYear
       PERFORM FindYearStart
       IF WSYearStart > WSTargetSerial
           SUBTRACT 1 FROM WSWorkYear
           PERFORM FindYearStart
       END-IF
       COMPUTE WSDayOfYear = WSTargetSerial - WSYearStart + 1
       MOVE ZERO TO WSLeapDay
       IF FUNCTION MOD(WSWorkYear, 400) = 0
           OR (FUNCTION MOD(WSWorkYear, 4) = 0 AND FUNCTION MOD(WSWorkYear, 100) NOT = 0)
           MOVE 1 TO WSLeapDay
       END-IF
       MOVE 1 TO WSWorkMonth
       PERFORM FindMonth VARYING WSMonthIndex FROM 2 BY 1 UNTIL WSMonthIndex > 12
       IF WSWorkMonth > 2
           COMPUTE WSWorkDay = WSDayOfYear - WSDaysBeforeMonth(WSWorkMonth) - WSLeapDay
       ELSE
           COMPUTE WSWorkDay = WSDayOfYear - WSDaysBeforeMonth(WSWorkMonth)
       END-IF
       MOVE WSWorkDate TO LToDate
       GOBACK.

FindYearStart.
       MOVE 1 TO WSWorkMonth
       MOVE 1 TO WSWorkDay
       PERFORM ComputeSerialDay
       MOVE WSSerial TO WSYearStart.

FindMonth.
*>the last month whose first day falls on or before the day of the year
       IF WSMonthIndex > 2
           IF WSDaysBeforeMonth(WSMonthIndex) + WSLeapDay < WSDayOfYear
               MOVE WSMonthIndex TO WSWorkMonth
           END-IF
       ELSE
           IF WSDaysBeforeMonth(WSMonthIndex) < WSDayOfYear
               MOVE WSMonthIndex TO WSWorkMonth
           END-IF
       END-IF.

ComputeSerialDay.
*>the DATEDIFF serial - days since 0001-01-01, the same leap-year rule
       IF WSWorkMonth < 1 OR WSWorkMonth > 12
           MOVE 1 TO WSWorkMonth
       END-IF
       COMPUTE WSPriorYears = WSWorkYear - 1
       DIVIDE WSPriorYears BY 4 GIVING WSLeap4
       DIVIDE WSPriorYears BY 100 GIVING WSLeap100
       DIVIDE WSPriorYears BY 400 GIVING WSLeap400
       COMPUTE WSSerial = (WSPriorYears * 365)
           + WSLeap4 - WSLeap100 + WSLeap400
           + WSDaysBeforeMonth(WSWorkMonth) + WSWorkDay
       IF WSWorkMonth > 2
           IF FUNCTION MOD(WSWorkYear, 400) = 0
               OR (FUNCTION MOD(WSWorkYear, 4) = 0 AND FUNCTION MOD(WSWorkYear, 100) NOT = 0)
               ADD 1 TO WSSerial
           END-IF
       END-IF.
