      *> CUSTOMERGROUPRECORD.CPY
      *>
      *> Physical record layout for the ClienteGrupos.dat customer
      *> group file.  A group is a parent customer - the head
      *> company - and the customers linked under it (its branches
      *> and subsidiaries).  The group is known by the parent's
      *> CustomerId.  The file is keyed on parent id plus member id:
      *> member id zero is the group's own record, carrying its name
      *> and the group credit limit; every other record links one
      *> member to the group.  The alternate key on the member id
      *> finds the group a customer belongs to.  A customer belongs
      *> to one group at most, and a parent is not also a member of
      *> some other group.  Group-Fields carries the same data-names
      *> as CustomerGroup.cpy (one level deeper) so MOVE
      *> CORRESPONDING can copy between the file record and a
      *> caller's Customer-Group copy, the way
      *> CustomerContactRecord.cpy pairs with CustomerContact.cpy.
      *>
      *> Modification history
      *> --------------------
      *> DATE       INIT  DESCRIPTION
      *> -------    ----  ------------------------------------------
      *> 15/10/26   MLH   Original version.
       01  Customer-Group-Record.
           05  Group-Key.
               10  Grp-Parent-Id       pic 9(08).
               10  Grp-Member-Id       pic 9(08).
                   88  Group-Own-Record    value zero.
           05  Group-Fields.
               10  GroupName           pic x(30).
               10  GroupCreditLimit    pic 9(07)v99.
               10  GroupLinkedDate     pic x(08).
               10  GroupOperatorId     pic x(08).
