      *> CUSTOMERAPPROVALRECORD.CPY
      *>
      *> Physical record layout for the ClienteAprob.dat pending-
      *> approvals file, keyed on an approval id the CUSTOMERS
      *> program issues in sequence (one above the highest on
      *> file).  A record is written when UpdateCustomerById is
      *> asked to raise a CreditLimit by more than the approval
      *> limit, or DeleteCustomerById is keyed online, and the
      *> change is parked here instead of being applied.  Records
      *> are never removed: the status moves from P (pending) to A
      *> (applied), D (declined) or E (expired), with the deciding
      *> operator and the time, so the file is the history of every
      *> four-eyes decision as well as the queue.  Approval-Fields
      *> carries the same data-names as CustomerApproval.cpy (one
      *> level deeper) so MOVE CORRESPONDING can copy between the
      *> file record and a caller's copy, the way
      *> CustomerGroupRecord.cpy pairs with CustomerGroup.cpy.
      *>
      *> Modification history
      *> --------------------
      *> DATE       INIT  DESCRIPTION
      *> -------    ----  ------------------------------------------
      *> 15/10/26   MLH   Original version.
       01  Customer-Approval-Record.
           05  Appr-Id                 pic 9(08).
           05  Approval-Fields.
               10  ApprovalCustomerId  pic 9(08).
               10  ApprovalType        pic x(01).
               10  ApprovalStatus      pic x(01).
               10  ApprovalRequestedBy pic x(08).
               10  ApprovalRequestedAt pic x(21).
               10  ApprovalDecidedBy   pic x(08).
               10  ApprovalDecidedAt   pic x(21).
               10  ApprovalOldCreditLimit
                                       pic 9(07)v99.
               10  ApprovalNewCreditLimit
                                       pic 9(07)v99.
               10  ApprovalDeleteReason
                                       pic x(30).
               10  ApprovalCustomerImage
                                       pic x(250).
