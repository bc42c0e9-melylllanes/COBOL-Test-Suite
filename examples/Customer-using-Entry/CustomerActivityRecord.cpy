      *> CUSTOMERACTIVITYRECORD.CPY
      *>
      *> Physical record layout for the ClienteActiv.dat customer
      *> activity file, keyed on the customer id.  CUSTAGED is a
      *> nightly feed that is not kept, so the night's credit-hold
      *> run notes here the date each customer last appeared on it
      *> (that is, last had an open balance with us); customers
      *> who have never been on the feed since the file was started
      *> have no record.  The monthly dormant-account review reads
      *> it alongside the audit trail and the contact log to tell
      *> which customers have stopped trading.
      *>
      *> Modification history
      *> --------------------
      *> DATE       INIT  DESCRIPTION
      *> -------    ----  ------------------------------------------
      *> 15/10/26   MLH   Original version.
       01  Customer-Activity-Record.
           05  Actv-Customer-Id        pic 9(08).
           05  Actv-Last-Aged-Date     pic x(08).
