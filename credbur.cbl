01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSDaysPastDue pic s9(7).
01 WSDueDate pic 9(8) value zero. *>GETDUE - the row ages from the day it fell due
01 WSBucket60 pic s9(7)v99 value zero.
01 WSBucket90 pic s9(7)v99 value zero.
01 WSExcludeReason pic x(20).
3100-ACCUMULATE-AR-TRANS. *>disputed items stay off the tape too - reporting a
*>customer over an invoice we are still arguing about is how lawsuits start
       if HaveArTranRecord = 'Y' and SrtAtIdNum = IdNum
           call "GETDUE" using SrtAtInvoiceNum, SrtAtTranDate, TermsCode, WSDueDate
           call "DATEDIFF" using WSDueDate, WSRunDate, WSDaysPastDue
           evaluate true
               when SrtAtDispute = 'D'
                   continue
