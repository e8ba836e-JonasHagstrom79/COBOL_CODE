       02 SrtIrForeignTotal pic 9(8)v99.
       02 SrtIrFreight      pic 9(6)v99.
       02 SrtIrExemptCert   pic x(15).
       02 SrtIrTermsCode    pic x(8).
       02 SrtIrDueDate      pic 9(8).
       02 SrtIrDiscDate     pic 9(8).
       02 SrtIrDiscAmount   pic 9(6)v99.
SD InvRegSortWorkFile.
01 WInvRegData.
       02 WIrInvoiceNum   pic 9(6).
       02 WIrIdNum        pic 9(5).
       02 filler          pic x(120).

working-storage section.
01 CustomerFileStatus pic x(2) value "00".
       if HaveArTranRecord = 'Y' and SrtAtIdNum = IdNum
           if SrtAtInvoiceNum > zero
              and (SrtAtTranType = "PM" or SrtAtTranType = "CM"
                   or SrtAtTranType = "RV" or SrtAtTranType = "DS")
               perform varying WSItemIndex from 1 by 1
                   until WSItemIndex > WSItemCount
                   if WSItemInvNum(WSItemIndex) = SrtAtInvoiceNum
               if SrtAtInvoiceNum = zero
                  and (SrtAtTranType = "PM" or SrtAtTranType = "CM"
                       or SrtAtTranType = "RV" or SrtAtTranType = "DP"
                       or SrtAtTranType = "WO" or SrtAtTranType = "RF"
                       or SrtAtTranType = "RB" or SrtAtTranType = "DS")
                   add SrtAtInvoiceAmt to WSOnAccountNet
               end-if
           end-if
