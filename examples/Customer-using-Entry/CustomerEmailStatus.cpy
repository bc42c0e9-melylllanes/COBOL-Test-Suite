      *> CUSTOMEREMAILSTATUS.CPY
      *>
      *> Business-data layout for a customer's email status, the
      *> caller's view of a record on the email status file - the
      *> same split CustomerGroup.cpy / CustomerGroupRecord.cpy make
      *> for customer groups.  EmailBouncedAddress (upper case) is
      *> the address the hard-bounce count belongs to; a customer
      *> whose EmailAddress no longer matches it has changed address
      *> since, and the status does not apply to the new one.
      *> EmailUsableFlag is Y, or N once the address has bounced
      *> hard too often to be used, with EmailUnusableDate
      *> (YYYYMMDD) the night that happened.  A customer with no
      *> bounces on file comes back usable with a zero count.  All
      *> fields are kept by the CUSTOMERS program; whatever the
      *> caller puts in them is ignored except EmailBouncedAddress
      *> on RecordHardEmailBounce.
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
       01  Customer-Email-Status.
           05  EmailBouncedAddress     pic x(40) value spaces.
           05  EmailHardBounces        pic 9(03) value zero.
           05  EmailLastBounceDate     pic x(08) value spaces.
           05  EmailUsableFlag         pic x(01) value "Y".
               88  Email-Is-Unusable       value "N".
           05  EmailUnusableDate       pic x(08) value spaces.
