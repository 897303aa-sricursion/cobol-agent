      *  Second-approval queue record - indexed APPROVAL-QUEUE keyed
      *  by CLAIM-ID, one row for each claim CLAIM-MAINT has parked
      *  in PENDING2 because the amount was over the first
      *  approver's limit. The row names the action that parked it
      *  (A approve, P partial-pay authorization, J increase), the
      *  first approver - who may not also release it - the amount
      *  that needs the authority, and the date it was queued.
      *  Release, deny or close of the claim deletes the row.
       01  APPROVAL-QUEUE-RECORD.
           05 APQ-CLAIM-ID        PIC X(10).
           05 APQ-ACTION          PIC X.
           05 APQ-FIRST-APPROVER  PIC X(6).
           05 APQ-AMOUNT          PIC 9(7).
           05 APQ-QUEUE-DATE      PIC 9(8).
