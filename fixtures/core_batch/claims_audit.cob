                   MOVE "AGNG" TO AUDIT-REASON-CODE
               WHEN "PENDING"
                   MOVE "RVW " TO AUDIT-REASON-CODE
               WHEN "PENDING2"
                   MOVE "APR2" TO AUDIT-REASON-CODE
               WHEN "DENIED"
                   MOVE "DENY" TO AUDIT-REASON-CODE
               WHEN OTHER
