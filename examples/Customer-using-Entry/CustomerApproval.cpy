      *> CUSTOMERAPPROVAL.CPY
      *>
      *> Business-data layout for a change waiting on a second
      *> supervisor's approval, the caller's view of a record on
      *> the pending-approvals file - the same split
      *> CustomerGroup.cpy / CustomerGroupRecord.cpy make for
      *> customer groups.  ApprovalType is L for an update raising
      *> CreditLimit by more than the approval limit, D for a
      *> DeleteCustomerById keyed online.  ApprovalStatus is P while
      *> the change waits, A once it has been applied, D declined
      *> and E expired unanswered.  ApprovalCustomerImage is the
      *> whole Customer copy the requester passed (with the
      *> LastUpdated stamp of the record as it stood when the
      *> change was parked), so an approved update goes back
      *> through UpdateCustomerById exactly as keyed and is refused
      *> SU if the customer has been changed in the meantime.  The
      *> old and new credit limits and the delete reason are kept
      *> out for display.  All fields are kept by the CUSTOMERS
      *> program; a zero ApprovalId back means nothing was found.
      *>
      *> Written in fixed-format column layout (blank cols 1-6, no
      *> indicator in col 7, code starting col 8) so this one source
      *> file can be COPYd into both fixed-format and free-format
      *> programs without reformatting.
      *>
      *> Modification history
      *> --------------------
      *> DATE       INIT  DESCRIPTION
      *> -------    ----  ------------------------------------------
      *> 15/10/26   MLH   Original version.
       01  Customer-Approval.
           05  ApprovalId              pic 9(08) value zero.
           05  ApprovalCustomerId      pic 9(08) value zero.
           05  ApprovalType            pic x(01) value spaces.
               88  Approval-Credit-Limit   value "L".
               88  Approval-Delete         value "D".
           05  ApprovalStatus          pic x(01) value spaces.
               88  Approval-Pending        value "P".
               88  Approval-Applied        value "A".
               88  Approval-Declined       value "D".
               88  Approval-Expired        value "E".
           05  ApprovalRequestedBy     pic x(08) value spaces.
           05  ApprovalRequestedAt     pic x(21) value spaces.
           05  ApprovalDecidedBy       pic x(08) value spaces.
           05  ApprovalDecidedAt       pic x(21) value spaces.
           05  ApprovalOldCreditLimit  pic 9(07)v99 value zero.
           05  ApprovalNewCreditLimit  pic 9(07)v99 value zero.
           05  ApprovalDeleteReason    pic x(30) value spaces.
           05  ApprovalCustomerImage   pic x(250) value spaces.
