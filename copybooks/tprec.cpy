      *>----------------------------------------------------------------
      *> TPREC - EDI trading-partner record (EDIPART.DAT). Who the
      *> customer is on the EDI network, which documents they take, and
      *> the interchange control number last used with them - every
      *> interchange gets the next one, resends included, so the
      *> partner's translator never sees the same number twice.
      *>----------------------------------------------------------------
       01 PartnerData.
           02 TpIdNum       pic 9(5).
           02 TpQualifier   pic x(2). *>ISA receiver qualifier - ZZ mutually
                                       *>defined, 01 DUNS, 12 phone
           02 TpPartnerId   pic x(15). *>ISA receiver id
           02 TpGroupId     pic x(15). *>GS application receiver code
           02 TpSendInvoices pic x(1).
               88 TpTakesInvoices value "Y".
           02 TpSendAsn     pic x(1).
               88 TpTakesAsn     value "Y".
           02 TpStatus      pic x(1).
               88 TpActive       value "A".
               88 TpOnHold       value "H". *>nothing sent while on hold
           02 TpLastControl pic 9(9).
           02 TpLastSent    pic 9(8). *>run date of the last interchange
