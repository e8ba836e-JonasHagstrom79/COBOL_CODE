       >>source format free
identification division.
program-id. paudconv.
environment division.
input-output section.
file-control.
       select ProdAuditFile assign to "PRODAUDIT.DAT"
           organization is line sequential
           file status is ProdAuditFileStatus.
       select OldProdAuditFile assign to "PRODAUDOLD.DAT"
           organization is line sequential
           file status is OldProdAuditStatus.
data division.
file section.
fd ProdAuditFile.
       copy prodaud.
fd OldProdAuditFile.
01 OldProdAuditData. *>the layout PRODAUDIT.DAT carried while the product
*>images were the 124-byte master, before the warranty cover and the
*>receiving-inspection flag joined the record
       02 OPaTimestamp   pic x(21).
       02 OPaOperator    pic x(10).
       02 OPaAction      pic x(1).
       02 OPaPMName      pic x(5).
       02 OPaBeforeImage pic x(124).
       02 OPaAfterImage  pic x(124).

working-storage section.
01 ProdAuditFileStatus pic x(2) value "00".
       88 ProdAuditFileOk value "00".
01 OldProdAuditStatus pic x(2) value "00".
       88 OldProdAuditOk value "00".
       88 OldProdAuditNotFound value "35".
01 OldEndOfFile pic x(1) value 'N'.
01 WSImage. *>one old image laid into the new length, the new fields at
*>the values PRODCONV gives every product that came across
       02 WSImageOld      pic x(124).
       02 WSImageWarranty pic 9(3).
       02 WSImageVendor   pic x(1).
       02 WSImageInspect  pic x(1).
01 WSLoadedCount pic 9(7) value zero.

procedure division.
0000-MAINLINE. *>the one-time promotion run, the PRODCONV pattern - rename the
*>old PRODAUDIT.DAT to PRODAUDOLD.DAT, run this once after PRODCONV, and
*>every audit row comes across in the order it was written with both images
*>at the new length, so PRODAUDQ and SALESREG read the old history right
*>and the GLEXTRACT/COSTPOST row cursors still point where they did
       open input OldProdAuditFile
       if OldProdAuditNotFound
           display "PRODAUDOLD.DAT not found - rename the old PRODAUDIT.DAT to"
               " PRODAUDOLD.DAT and run again"
           close OldProdAuditFile
           move 1 to return-code
           stop run
       end-if
       open output ProdAuditFile
       if not ProdAuditFileOk
           display "Product audit file is in use by another user - try again later"
           close OldProdAuditFile
           move 1 to return-code
           stop run
       end-if
       move 'N' to OldEndOfFile
       read OldProdAuditFile next
           at end move 'Y' to OldEndOfFile
       end-read
       perform 1000-CONVERT-ONE-RECORD until OldEndOfFile = 'Y'
       close OldProdAuditFile, ProdAuditFile
       display "Conversion complete - " WSLoadedCount
           " product audit rows carried to the new layout"
       stop run.

1000-CONVERT-ONE-RECORD.
       move OPaTimestamp to PaTimestamp
       move OPaOperator to PaOperator
       move OPaAction to PaAction
       move OPaPMName to PaPMName
       move OPaBeforeImage to WSImageOld
       perform 1100-WIDEN-ONE-IMAGE
       move WSImage to PaBeforeImage
       move OPaAfterImage to WSImageOld
       perform 1100-WIDEN-ONE-IMAGE
       move WSImage to PaAfterImage
       write ProdAuditData
       add 1 to WSLoadedCount
       read OldProdAuditFile next
           at end move 'Y' to OldEndOfFile
       end-read.

1100-WIDEN-ONE-IMAGE. *>an add has no before image and a delete no after
*>image - a blank image stays blank
       if WSImageOld = spaces
           move spaces to WSImage
       else
           move zero to WSImageWarranty
           move 'N' to WSImageVendor
           move 'N' to WSImageInspect
       end-if.
