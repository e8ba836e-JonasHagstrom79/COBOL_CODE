           02 OpMayWriteOff pic x(1). *>may key individual bad-debt write-offs
               88 OpCanWriteOff value "Y".
           02 OpMayApprove pic x(1). *>may approve queued credit-limit changes
                                      *>and below-floor price overrides
               88 OpCanApprove value "Y".
