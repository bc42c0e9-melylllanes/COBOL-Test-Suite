      *> INTERFACECONTROL.CPY
      *>
      *> Header and trailer control records carried at the front and
      *> back of every interface file passed between this system and
      *> its neighbours - CUSTTRAN from the branches, CUSTAGED from
      *> accounts receivable, CUSTCONF back from billing, CUSTBNCE
      *> (bounced invoice emails) from billing, and the CUSTEXTR
      *> extract we send billing.  Copied under the file's
      *> FD as a second record description, so the control record
      *> shares the data record's buffer; IC-Record-Type holds HDR
      *> or TRL, which can never start a data record (customer ids
      *> are all digits and transaction codes are one letter).
      *>
      *> The header names the interface, the business date the file
      *> was produced for and the sender's file sequence number, one
      *> up on the file before.  The trailer carries the count of
      *> data records between the two control records, the sum of
      *> their customer ids as a hash total, and - on CUSTAGED only -
      *> the sum of the open balances; the amount is zero elsewhere.
      *> The INTERFACECONTROL program checks both records against
      *> the last file accepted on the same interface.
      *>
      *> Modification history
      *> --------------------
      *> DATE       INIT  DESCRIPTION
      *> -------    ----  ------------------------------------------
      *> 15/10/26   MLH   Original version.
      *> 15/10/26   MLH   CUSTBNCE, billing's email bounce-back feed,
      *>                  added to the interfaces carrying control
      *>                  records.
       01  Interface-Control-Record.
           05  IC-Record-Type          pic x(03).
               88  IC-Header-Record        value "HDR".
               88  IC-Trailer-Record       value "TRL".
               88  IC-Control-Record       values "HDR" "TRL".
           05  IC-Interface-Id         pic x(08).
           05  IC-Header-Fields.
               10  IC-Business-Date    pic 9(08).
               10  IC-File-Sequence    pic 9(06).
               10  filler              pic x(24).
           05  IC-Trailer-Fields redefines IC-Header-Fields.
               10  IC-Record-Count     pic 9(08).
               10  IC-Hash-Total       pic 9(15).
               10  IC-Amount-Total     pic 9(13)v99.
