               88 AudActionLimitReq value "Q". *>credit-limit change queued
                                                *>for dual-control approval
               88 AudActionLimitRej value "V". *>queued limit change rejected
               88 AudActionErase value "E". *>personal data erased by
                                             *>CUSTERASE - both images
                                             *>are the erased record
           02 AudIdNum      pic 9(5).
           02 AudBeforeImage pic x(200).
           02 AudAfterImage  pic x(200).
