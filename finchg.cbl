01 WSRunMonth pic 9(6). *>YYYYMM - one assessment per customer per month, never two
01 WSPeriodClosed pic x(1) value 'N'.
01 WSDaysPastDue pic s9(7).
01 WSDueDate pic 9(8) value zero. *>GETDUE - the row ages from the day it fell due
01 WSOverdueTotal pic s9(7)v99 value zero.
01 WSAlreadyAssessed pic x(1) value 'N'.
01 WSOverdueUnsigned pic 9(7)v99. *>GETPROD's linkage is unsigned - stage the amount
           if SrtAtTranType = "FC" and SrtAtTranDate(1:6) = WSRunMonth
               move 'Y' to WSAlreadyAssessed
           end-if
           call "GETDUE" using SrtAtInvoiceNum, SrtAtTranDate, TermsCode, WSDueDate
           call "DATEDIFF" using WSDueDate, WSRunDate, WSDaysPastDue
           if WSDaysPastDue > 30 and SrtAtDispute not = 'D'
               add SrtAtInvoiceAmt to WSOverdueTotal
           end-if
