      *> CUSTOMEREMAILSTATUSRECORD.CPY
      *>
      *> Physical record layout for the ClienteEmail.dat email
      *> status file, keyed on the customer id.  A customer gets a
      *> record the first time billing reports a hard bounce on the
      *> address invoices are emailed to; customers whose email has
      *> never hard-bounced have none.  EmailBouncedAddress is the
      *> address the count belongs to, held in upper case: once the
      *> EmailAddress on Clientes.dat no longer matches it, the
      *> address has been changed since and the status no longer
      *> applies - the next bounce starts the count again.
      *> EmailUsableFlag goes to N (with EmailUnusableDate) when the
      *> hard-bounce count reaches the limit the night job runs
      *> with, and the billing extract then stops sending the
      *> address.  Email-Status-Fields carries the same data-names
      *> as CustomerEmailStatus.cpy (one level deeper) so MOVE
      *> CORRESPONDING can copy between the file record and a
      *> caller's copy, the way CustomerGroupRecord.cpy pairs with
      *> CustomerGroup.cpy.
      *>
      *> Modification history
      *> --------------------
      *> DATE       INIT  DESCRIPTION
      *> -------    ----  ------------------------------------------
      *> 15/10/26   MLH   Original version.
       01  Customer-Email-Record.
           05  Email-Customer-Id       pic 9(08).
           05  Email-Status-Fields.
               10  EmailBouncedAddress pic x(40).
               10  EmailHardBounces    pic 9(03).
               10  EmailLastBounceDate pic x(08).
               10  EmailUsableFlag     pic x(01).
               10  EmailUnusableDate   pic x(08).
