               evaluate true
                   when ChReasonInactive  move "INACTIVE" to PrnReason
                   when ChReasonOverLimit move "OVER LIMIT" to PrnReason
                   when ChReasonGroupLimit move "GROUP LIMIT" to PrnReason
                   when other             move "UNKNOWN" to PrnReason
               end-evaluate
               write PrintLine from HoldDetailLine after advancing 1 line
