      *> CUSTOMERGROUP.CPY
      *>
      *> Business-data layout for a customer group, the caller's
      *> view of a group's own record on the group file - the same
      *> split CustomerContact.cpy / CustomerContactRecord.cpy make
      *> for the contact log.  GroupParentId is the CustomerId of
      *> the parent (head company) account, and is zero when
      *> GetCustomerGroup finds the customer in no group.
      *> GroupCreditLimit is the limit for the whole group's open
      *> balance, over and above each member's own CreditLimit.
      *> GroupLinkedDate (YYYYMMDD, the date the group was set up)
      *> and GroupOperatorId are stamped by the CUSTOMERS program;
      *> whatever the caller puts in them is ignored.
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
       01  Customer-Group.
           05  GroupParentId           pic 9(08) value zero.
           05  GroupName               pic x(30) value spaces.
           05  GroupCreditLimit        pic 9(07)v99 value zero.
           05  GroupLinkedDate         pic x(08) value spaces.
           05  GroupOperatorId         pic x(08) value spaces.
