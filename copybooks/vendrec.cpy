      *> purchasing-related hangs its vendor number off this record.
      *> A product's preferred vendor lives on PRODVEND.DAT, keyed by
      *> product, also maintained through VENDMNT.
      *> The tax fields drive the January 1099 run (VEND1099): a vendor
      *> flagged reportable has its checks for the calendar year totalled
      *> under the box its payments belong in, and a reportable vendor
      *> with no tax ID lands on the exception list instead of a form.
      *> A vendor flagged for inspection has every receipt held in
      *> INSPHOLD.DAT by RECEIVE until INSPECT passes or rejects it.
      *>----------------------------------------------------------------
       01 VendorData.
           02 VnNumber   pic 9(4).
           02 VnZip      pic x(9).
           02 VnTerms    pic x(10). *>payment terms, e.g. NET30
           02 VnLeadDays pic 9(3). *>default lead time in days
           02 VnTaxId    pic x(9). *>TIN digits only, spaces = not on file
           02 VnTinType  pic x(1).
               88 VnTinEin value "E".
               88 VnTinSsn value "S".
           02 Vn1099Flag pic x(1). *>Y = payments reportable on a 1099
               88 Vn1099Reportable value "Y".
           02 Vn1099Box  pic x(2). *>where the payments are reported
               88 Vn1099Nec       value "NC". *>1099-NEC nonemployee comp
               88 Vn1099Rents     value "01". *>1099-MISC box 1 rents
               88 Vn1099Royalties value "02". *>1099-MISC box 2 royalties
               88 Vn1099Other     value "03". *>1099-MISC box 3 other income
               88 Vn1099Medical   value "06". *>1099-MISC box 6 medical
               88 Vn1099Attorney  value "10". *>1099-MISC box 10 attorney
               88 Vn1099BoxValid  value "NC" "01" "02" "03" "06" "10".
           02 VnInspect  pic x(1). *>Y = hold every receipt for inspection
               88 VnInspectReceipts value "Y".
