       02 AudSizes     pic x(8).
       02 AudPrice     pic x(7).
       02 AudQtySlot   pic 9(5) occurs 8 times.
       02 filler       pic x(68).
01 WSAudSlotIndex pic 9 value zero.
01 WSAudQtySum pic 9(7) value zero.
01 RegHeading pic x(60) value "Daily Sales Register".
