      *> profile file, keyed on Operator-Id.  SetOperatorId looks
      *> the keyed id up here: unknown or inactive operators are
      *> refused, and the sensitive entries (delete, restore,
      *> anonymize, lifting a credit hold) need authority S, as
      *> do releasing a held overnight cycle and approving or
      *> declining a change parked for a second supervisor.
      *>
      *> The overnight runs identify themselves with operator ids
      *> of their own (BATCH, CREDHOLD, RETNPURG, REMINDER, EMAILBNC,
      *> APPRLIST, and PCRECODE for the bulk postcode recode); once
      *> this file is provisioned those ids must be on it with
      *> authority S and the active flag set, or the night's
      *> maintenance will be refused.  No file on disk at all means
      *> the old trust model still applies, so provisioning is a
      *> deliberate step.
      *>
      *> Modification history
      *> --------------------
      *> DATE       INIT  DESCRIPTION
      *> -------    ----  ------------------------------------------
      *> 02/09/26   MLH   Original version.
      *> 15/10/26   MLH   REMINDER and PCRECODE added to the list of
      *>                  overnight and bulk-job operator ids.
      *> 15/10/26   MLH   EMAILBNC added for the email bounce-back
      *>                  step.
      *> 15/10/26   MLH   Releasing a night the overnight cycle held
      *>                  at its volume checks also needs authority S;
      *>                  CUSTOMERNIGHTCYCLE reads this file itself.
      *> 15/10/26   MLH   Approving or declining a parked change needs
      *>                  authority S; APPRLIST added for the daily
      *>                  pending-approvals listing, which expires
      *>                  changes left waiting too long.
       01  Operator-Record.
           05  Operator-Id             pic x(08).
           05  Operator-Name           pic x(30).
