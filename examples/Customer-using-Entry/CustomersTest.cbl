copy CustomerAddress replacing Customer-Address by AddressReturned.
copy CustomerContact replacing Customer-Contact by ContactExpected.
copy CustomerContact replacing Customer-Contact by ContactReturned.
copy CustomerGroup replacing Customer-Group by GroupExpected.
copy CustomerGroup replacing Customer-Group by GroupReturned.
copy CustomerEmailStatus replacing Customer-Email-Status by EmailStatusReturned.
copy CustomerApproval replacing Customer-Approval by ApprovalReturned.

01 FirstCustomerId  pic 9(8).
01 SecondCustomerId pic 9(8).
01 OperationResult pic x(02) value spaces.
01 FirstSiteSequence pic 9(02) value zero.
01 SecondSiteCustomerId pic 9(8) value zero.
01 BounceLimit pic 9(03) value 2.
01 RunMode pic x(01) value "B".
01 OperatorId pic x(08) value spaces.
01 PendingApprovalId pic 9(8) value zero.
01 AgedFeedDate pic x(08) value spaces.

01 AuditFileStatus pic x(02) value spaces.
01 AuditScanDoneFlag pic x(01) value "N".
    move "ClienteContact.dat" to CustomersFileName
    call "SetCustomerContactFileName" using CustomersFileName.

InitialiseGroupFile.
    move "ClienteGrupos.dat" to CustomersFileName
    call "SetCustomerGroupFileName" using CustomersFileName.

InitialiseEmailFile.
    move "ClienteEmail.dat" to CustomersFileName
    call "SetCustomerEmailFileName" using CustomersFileName.

InitialiseApprovalFile.
    *> The cases below run as the overnight batch would, so deletes go
    *> straight through; the approval case switches to counter mode
    move "ClienteAprob.dat" to CustomersFileName
    call "SetCustomerApprovalFileName" using CustomersFileName
    move "B" to RunMode
    call "SetRunMode" using RunMode.

InitialiseActivityFile.
    move "ClienteActiv.dat" to CustomersFileName
    call "SetCustomerActivityFileName" using CustomersFileName.

TestCanAddACustomer.
    *> Given
    call "AddCustomer" using by content CustomerExpected, by reference FirstCustomerId
        by content "9 New Invoice Road",
        "An update with blank dates does not revive an end-dated address".

TestAddressPostcodeCanBeRecoded.
    *> Given - the live replacement invoice address, sequence 2, as read
    call "GetCustomerInvoiceAddress" using by reference AddressExpected, by content SecondCustomerId

    *> When
    call "RecodeAddressPostcode" using by reference AddressExpected,
        by content SecondCustomerId, by content "BV9 9ZZ   "
    call "GetLastOperationResult" using by reference OperationResult

    *> Then
    call "AssertEquals" using by content OperationResult, by content "00",
        "RecodeAddressPostcode moves a live address onto the new postcode"
    call "GetCustomerInvoiceAddress" using by reference AddressReturned, by content SecondCustomerId
    call "AssertEquals" using by content AddressPostcode of AddressReturned,
        by content "BV9 9ZZ",
        "The recoded postcode reads back"
    move "ADDRPOST" to VerifyOperation
    move SecondCustomerId to VerifyCustomerId
    perform VerifyAuditRecordExists
    call "AssertEquals" using by content AuditRecordFoundFlag, "Y",
        "Audit trail has an ADDRPOST record for the recode"

    *> When - the same, now out-of-date, copy is recoded again
    call "RecodeAddressPostcode" using by reference AddressExpected,
        by content SecondCustomerId, by content "BV8 8ZZ   "
    call "GetLastOperationResult" using by reference OperationResult

    *> Then
    call "AssertEquals" using by content OperationResult, by content "SU",
        "RecodeAddressPostcode refuses a stale copy of the address".

TestSiteAddressesTakeTheirOwnSequences.
    *> Given/When - two sites for the same customer
    move spaces to AddressExpected
    call "AssertEquals" using by content OperationResult, by content "RV",
        "AddCustomerContact rejects an unknown contact type".

TestContactCanBeFiledAgainstADeletedCustomer.
    *> Given - a customer who has since been soft-deleted
    move "Closed Account Ltd" to Name of CustomerExpected
    move "ZZ1 1ZZ" to Postcode of CustomerExpected
    call "AddCustomer" using by content CustomerExpected, by reference TempCustomerId
    move "Account closed at customer request" to DeleteReason
    call "DeleteCustomerById" using by content TempCustomerId,
        by content DeleteReason
    move spaces to ContactExpected
    move "L" to ContactType of ContactExpected
    move "Subject access pack sent" to ContactText1 of ContactExpected

    *> When
    call "AddCustomerContact" using by reference ContactExpected, by content TempCustomerId
    call "GetLastOperationResult" using by reference OperationResult

    *> Then
    call "AssertEquals" using by content OperationResult, by content "NF",
        "AddCustomerContact refuses a soft-deleted customer"

    *> When
    call "AddCustomerContactAnyState" using by reference ContactExpected,
        by content TempCustomerId
    call "GetLastOperationResult" using by reference OperationResult

    *> Then
    call "AssertEquals" using by content OperationResult, by content "00",
        "AddCustomerContactAnyState files against a soft-deleted customer".

TestMaintenanceSessionRoundTrip.
    *> Given - a maintenance session held open across several calls,
    *> the way the overnight batch now works
        by content Contact of CustomerExpected,
        "A customer added and updated inside one session reads back after it".

TestCustomerCanBeLinkedToAGroup.
    *> Given - the first customer heads a group with its own limit
    move "Foobar Group" to GroupName of GroupExpected
    move 25000 to GroupCreditLimit of GroupExpected
    call "AddCustomerGroup" using by reference GroupExpected, by content FirstCustomerId
    call "GetLastOperationResult" using by reference OperationResult
    call "AssertEquals" using by content OperationResult, by content "00",
        "AddCustomerGroup sets the first customer up as a group parent"

    *> When
    call "LinkCustomerToGroup" using by content SecondCustomerId, by content FirstCustomerId
    call "GetLastOperationResult" using by reference OperationResult

    *> Then
    call "AssertEquals" using by content OperationResult, by content "00",
        "LinkCustomerToGroup links the second customer as a member"
    call "GetCustomerGroup" using by reference GroupReturned, by content SecondCustomerId
    call "AssertEquals" using by content GroupReturned, by content GroupExpected,
        "GetCustomerGroup returns the parent's group for a member"
    move "GRPLINK " to VerifyOperation
    move SecondCustomerId to VerifyCustomerId
    perform VerifyAuditRecordExists
    call "AssertEquals" using by content AuditRecordFoundFlag, "Y",
        "Audit trail has a GRPLINK record for the member"

    *> When - the member is linked a second time
    call "LinkCustomerToGroup" using by content SecondCustomerId, by content FirstCustomerId
    call "GetLastOperationResult" using by reference OperationResult

    *> Then
    call "AssertEquals" using by content OperationResult, by content "RV",
        "LinkCustomerToGroup refuses a customer already in a group"

    *> When - the group is taken down with the member still linked
    call "DeleteCustomerGroup" using by content FirstCustomerId
    call "GetLastOperationResult" using by reference OperationResult

    *> Then
    call "AssertEquals" using by content OperationResult, by content "RV",
        "DeleteCustomerGroup refuses while members are linked"

    *> When
    call "BrowseFirstGroupMember" using by content FirstCustomerId,
        by reference TempCustomerId
    call "EndGroupMemberBrowse"

    *> Then
    call "AssertEquals" using by content TempCustomerId, by content SecondCustomerId,
        "The member walk returns the linked member".

TestHardEmailBouncesMakeTheAddressUnusable.
    *> Given - a customer whose invoices go by email
    move "Bounce Widgets Ltd" to Name of CustomerExpected
    move "BW1 1BW" to Postcode of CustomerExpected
    move "accounts@bouncewidgets.co.uk" to EmailAddress of CustomerExpected
    call "AddCustomer" using by content CustomerExpected, by reference TempCustomerId

    *> When - billing reports a bounce on some other address
    move spaces to EmailStatusReturned
    move "old@bouncewidgets.co.uk" to EmailBouncedAddress of EmailStatusReturned
    call "RecordHardEmailBounce" using by reference EmailStatusReturned,
        by content TempCustomerId, by content BounceLimit
    call "GetLastOperationResult" using by reference OperationResult

    *> Then
    call "AssertEquals" using by content OperationResult, by content "SU",
        "RecordHardEmailBounce ignores an address the customer no longer has"

    *> When - the current address bounces hard up to the limit
    move "ACCOUNTS@BounceWidgets.co.uk" to EmailBouncedAddress of EmailStatusReturned
    call "RecordHardEmailBounce" using by reference EmailStatusReturned,
        by content TempCustomerId, by content BounceLimit
    call "GetLastOperationResult" using by reference OperationResult
    call "AssertEquals" using by content OperationResult, by content "00",
        "RecordHardEmailBounce counts a bounce on the current address"
    call "AssertEquals" using by content EmailUsableFlag of EmailStatusReturned,
        by content "Y", "One hard bounce leaves the address usable"
    move "accounts@bouncewidgets.co.uk" to EmailBouncedAddress of EmailStatusReturned
    call "RecordHardEmailBounce" using by reference EmailStatusReturned,
        by content TempCustomerId, by content BounceLimit

    *> Then
    call "GetCustomerEmailStatus" using by reference EmailStatusReturned,
        by content TempCustomerId
    call "AssertEquals" using by content EmailHardBounces of EmailStatusReturned,
        by content "002", "GetCustomerEmailStatus returns the hard-bounce count"
    call "AssertEquals" using by content EmailUsableFlag of EmailStatusReturned,
        by content "N", "The address is unusable once the limit is reached"
    move "EMAILBAD" to VerifyOperation
    move TempCustomerId to VerifyCustomerId
    perform VerifyAuditRecordExists
    call "AssertEquals" using by content AuditRecordFoundFlag, "Y",
        "Audit trail has an EMAILBAD record for the customer".

TestLargeCreditLimitIncreaseWaitsForASecondSupervisor.
    *> Given - a counter session and a customer on a small limit
    move "O" to RunMode
    call "SetRunMode" using RunMode
    move "REQSUPV" to OperatorId
    call "SetOperatorId" using OperatorId
    move "Approval Widgets Ltd" to Name of CustomerExpected
    move "AW1 1AW" to Postcode of CustomerExpected
    move spaces to EmailAddress of CustomerExpected
    move spaces to LastUpdated of CustomerExpected
    move 1000 to CreditLimit of CustomerExpected
    call "AddCustomer" using by content CustomerExpected, by reference TempCustomerId
    call "GetCustomerById" using by reference CustomerReturned, by content TempCustomerId

    *> When - the limit is raised by more than the approval limit
    move 9000 to CreditLimit of CustomerReturned
    call "UpdateCustomerById" using by content CustomerReturned, by content TempCustomerId
    call "GetLastOperationResult" using by reference OperationResult

    *> Then
    call "AssertEquals" using by content OperationResult, by content "PA",
        "A large credit limit increase is parked for approval"
    call "GetCustomerById" using by reference CustomerReturned, by content TempCustomerId
    call "AssertEquals" using by content CreditLimit of CustomerReturned,
        by content "000100000", "A parked increase leaves the limit as it was"
    perform FindPendingApprovalForCustomer
    call "GetCustomerApproval" using by reference ApprovalReturned, by content PendingApprovalId
    call "GetLastOperationResult" using by reference OperationResult
    call "AssertEquals" using by content OperationResult, by content "00",
        "GetCustomerApproval returns the parked change"
    call "AssertEquals" using by content ApprovalStatus of ApprovalReturned,
        by content "P", "The parked change is pending"
    call "AssertEquals" using by content ApprovalNewCreditLimit of ApprovalReturned,
        by content "000900000", "The parked change carries the new limit"

    *> When - the supervisor who asked for it tries to approve it
    call "ApprovePendingChange" using by reference ApprovalReturned, by content PendingApprovalId
    call "GetLastOperationResult" using by reference OperationResult

    *> Then
    call "AssertEquals" using by content OperationResult, by content "NA",
        "ApprovePendingChange refuses the requester's own change"

    *> When - a second supervisor approves it and it is applied
    move "APPRSUPV" to OperatorId
    call "SetOperatorId" using OperatorId
    call "ApprovePendingChange" using by reference ApprovalReturned, by content PendingApprovalId
    call "GetLastOperationResult" using by reference OperationResult
    call "AssertEquals" using by content OperationResult, by content "00",
        "ApprovePendingChange clears a second supervisor's approval"
    move ApprovalCustomerImage of ApprovalReturned to CustomerReturned
    call "UpdateCustomerById" using by content CustomerReturned, by content TempCustomerId
    call "GetLastOperationResult" using by reference OperationResult

    *> Then
    call "AssertEquals" using by content OperationResult, by content "00",
        "The approved change goes through UpdateCustomerById"
    call "GetCustomerById" using by reference CustomerReturned, by content TempCustomerId
    call "AssertEquals" using by content CreditLimit of CustomerReturned,
        by content "000900000", "The approved limit is applied"
    call "GetCustomerApproval" using by reference ApprovalReturned, by content PendingApprovalId
    call "AssertEquals" using by content ApprovalStatus of ApprovalReturned,
        by content "A", "The approved change is closed as applied"
    move "APPRREQ " to VerifyOperation
    move TempCustomerId to VerifyCustomerId
    perform VerifyAuditRecordExists
    call "AssertEquals" using by content AuditRecordFoundFlag, "Y",
        "Audit trail has an APPRREQ record for the customer"
    move "APPROVED" to VerifyOperation
    perform VerifyAuditRecordExists
    call "AssertEquals" using by content AuditRecordFoundFlag, "Y",
        "Audit trail has an APPROVED record for the customer".

TestCounterDeleteWaitsForASecondSupervisor.
    *> Given - a delete keyed at the counter
    move "REQSUPV" to OperatorId
    call "SetOperatorId" using OperatorId
    move "Closed at customer request" to DeleteReason
    call "DeleteCustomerById" using by content TempCustomerId, by content DeleteReason
    call "GetLastOperationResult" using by reference OperationResult
    call "AssertEquals" using by content OperationResult, by content "PA",
        "A counter delete is parked for approval"
    perform FindPendingApprovalForCustomer

    *> When - a second supervisor declines it
    move "APPRSUPV" to OperatorId
    call "SetOperatorId" using OperatorId
    call "DeclinePendingChange" using by reference ApprovalReturned, by content PendingApprovalId
    call "GetLastOperationResult" using by reference OperationResult

    *> Then
    call "AssertEquals" using by content OperationResult, by content "00",
        "DeclinePendingChange closes the parked delete"
    call "AssertEquals" using by content ApprovalStatus of ApprovalReturned,
        by content "D", "The declined change is closed as declined"
    call "GetCustomerById" using by reference CustomerReturned, by content TempCustomerId
    call "GetLastOperationResult" using by reference OperationResult
    call "AssertEquals" using by content OperationResult, by content "00",
        "A declined delete leaves the customer on file"
    move "DECLINED" to VerifyOperation
    move TempCustomerId to VerifyCustomerId
    perform VerifyAuditRecordExists
    call "AssertEquals" using by content AuditRecordFoundFlag, "Y",
        "Audit trail has a DECLINED record for the customer"
    move spaces to DeleteReason
    move "B" to RunMode
    call "SetRunMode" using RunMode.

TestAgedFeedAppearanceIsKeptAsActivity.
    *> Given - TempCustomerId is still on file from the approval cases
    *> When - the customer comes through on the aged-balance feed
    call "RecordCustomerAgedFeed" using by content TempCustomerId
    call "GetLastOperationResult" using by reference OperationResult
    call "AssertEquals" using by content OperationResult, by content "00",
        "RecordCustomerAgedFeed notes the customer"

    *> Then
    call "GetCustomerAgedFeedDate" using by reference AgedFeedDate,
        by content TempCustomerId
    call "GetLastOperationResult" using by reference OperationResult
    call "AssertEquals" using by content OperationResult, by content "00",
        "GetCustomerAgedFeedDate finds the customer"
    call "AssertEquals" using by content AgedFeedDate,
        by content function current-date(1:8),
        "The aged-feed date is the date it was recorded"

    *> When - a customer never seen on the feed
    move 99999998 to VerifyCustomerId
    call "GetCustomerAgedFeedDate" using by reference AgedFeedDate,
        by content VerifyCustomerId
    call "GetLastOperationResult" using by reference OperationResult

    *> Then
    call "AssertEquals" using by content OperationResult, by content "NF",
        "GetCustomerAgedFeedDate reports NF for a customer not on the feed"
    call "AssertEquals" using by content AgedFeedDate, by content spaces,
        "No aged-feed date is returned for a customer not on the feed".

TestPurgeBlanksTheParkedCustomerCopy.
    *> Given - TempCustomerId still has the declined delete parked by
    *> the approval cases; a batch delete takes the customer off file
    move "Closed - retention test" to DeleteReason
    call "DeleteCustomerById" using by content TempCustomerId, by content DeleteReason

    *> When
    call "AnonymizeCustomerById" using by content TempCustomerId
    call "GetLastOperationResult" using by reference OperationResult
    call "AssertEquals" using by content OperationResult, by content "00",
        "AnonymizeCustomerById purges the deleted customer"

    *> Then
    call "GetCustomerApproval" using by reference ApprovalReturned, by content PendingApprovalId
    call "AssertEquals" using by content ApprovalCustomerImage of ApprovalReturned,
        by content spaces, "The purge blanks the parked customer copy"
    call "AssertEquals" using by content ApprovalDeleteReason of ApprovalReturned,
        by content spaces, "The purge blanks the parked delete reason"
    call "AssertEquals" using by content ApprovalStatus of ApprovalReturned,
        by content "D", "The purge keeps the approval decision"
    move spaces to DeleteReason.

PrintSummary.
    call "PrintAssertSummary".

    end-perform
    close Audit-File.

*> Walks the pending approvals for the one parked against
*> TempCustomerId, leaving its id in PendingApprovalId (zero if none).
FindPendingApprovalForCustomer.
    move zero to PendingApprovalId
    call "BrowseFirstPendingApproval" using by reference ApprovalReturned
    perform FindNextPendingApproval
        until PendingApprovalId not = zero
            or ApprovalId of ApprovalReturned = zero
    call "EndPendingApprovalBrowse".

FindNextPendingApproval.
    if ApprovalCustomerId of ApprovalReturned = TempCustomerId
        move ApprovalId of ApprovalReturned to PendingApprovalId
    else
        call "BrowseNextPendingApproval" using by reference ApprovalReturned
    end-if.

end program CustomersTest.
