      *  leaving the claim APPROVED with an open balance until
      *  paid-to-date reaches the claim amount, when it goes PAID.
      *  A zero authorization means remit the full open balance.
      *  An approval, partial-pay authorization or increase above
      *  the approver's limit parks the claim in PENDING2 (pending
      *  second approval) - CLAIM-PAYMENT pays only APPROVED, so it
      *  waits there until a second approver releases it.
      *  Status date is the business date of the last status
      *  move - every program that sets CLAIM-STATUS stamps it, so
      *  HOUSEKEEPING can age a CLOSED, DENIED or PAID claim from
      *  the day it went terminal rather than from the day it was
      *  filed.
       01  CLAIM-RECORD.
           05 CLAIM-ID            PIC X(10).
           05 CLAIM-PAYEE         PIC X(20).
           05 CLAIM-DATE          PIC 9(8).
           05 CLAIM-PAID-TO-DATE  PIC 9(7).
           05 CLAIM-AUTH-AMOUNT   PIC 9(7).
           05 CLAIM-STATUS-DATE   PIC 9(8).
