01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSDaysPastDue pic s9(7).
01 WSDueDate pic 9(8) value zero. *>GETDUE - the row ages from the day it fell due
01 WSOverdueTotal pic s9(7)v99 value zero.
01 WSUtilPct pic 9(3)v99 value zero.
01 WSBand pic 9(1).

3100-ACCUMULATE-OVERDUE.
       if HaveArTranRecord = 'Y' and SrtAtIdNum = IdNum
           call "GETDUE" using SrtAtInvoiceNum, SrtAtTranDate, TermsCode, WSDueDate
           call "DATEDIFF" using WSDueDate, WSRunDate, WSDaysPastDue
           if WSDaysPastDue > 60
               add SrtAtInvoiceAmt to WSOverdueTotal
           end-if
