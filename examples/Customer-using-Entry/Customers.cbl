001400*    MODIFICATION HISTORY                                        *
001500*    --------------------                                        *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    -------    ----  -----------------------------------------  *
001800*    08/08/26   MLH   Original version - add/get/update/delete   *
001900*                     against a line-sequential Clientes.dat.    *
002000*    08/08/26   MLH   Clientes.dat reorganized as an indexed     *
014800*                     no session is open.  A session and a       *
014900*                     customer browse cannot be open at once -   *
015000*                     they share the one Customer-File.          *
015010*    15/10/26   MLH   AddCustomerContactAnyState files a contact *
015020*                     entry for a customer on file in any state  *
015030*                     - soft-deleted and anonymized included -   *
015040*                     so a subject access pack produced for a    *
015050*                     closed record is still logged against it.  *
015055*    15/10/26   MLH   RecodeAddressPostcode moves one address    *
015060*                     onto a new postcode for a bulk recode,     *
015065*                     with the stale-copy and credit-hold rules  *
015070*                     UpdateCustomerById applies, and writes an  *
015075*                     ADDRPOST audit record - address changes    *
015080*                     were not audited before.                   *
015082*    15/10/26   MLH   Customer groups: a parent account heads a  *
015084*                     group with a group credit limit of its own *
015086*                     on ClienteGrupos.dat, and other customers  *
015088*                     are linked to it.  New entries set up,     *
015090*                     change, take down, link, unlink, look up   *
015092*                     and walk groups, each change audited.      *
015095*    15/10/26   MLH   Email bounces: hard bounces billing        *
015100*                     reports on a customer's email address are  *
015105*                     counted on ClienteEmail.dat by the new     *
015110*                     RecordHardEmailBounce entry, which marks   *
015115*                     the address unusable at the caller's limit *
015120*                     and writes an EMAILBAD audit record.       *
015125*                     GetCustomerEmailStatus, bracketed by       *
015130*                     Begin/EndCustomerEmailLookup, tells the    *
015135*                     extract not to send it.                    *
015140*    15/10/26   MLH   Four-eyes approval: an update raising      *
015145*                     CreditLimit by more than the approval limit*
015150*                     (APPRPARM card, default 5,000 pounds), and *
015155*                     a DeleteCustomerById in an online run, is  *
015160*                     parked on ClienteAprob.dat with result PA  *
015165*                     for a second supervisor.  ApprovePending-  *
015170*                     Change clears the next matching update or  *
015175*                     delete to go through; DeclinePendingChange *
015180*                     and ExpirePendingChange close it off, each *
015185*                     decision audited.  SetRunMode tells batch  *
015190*                     runs from online ones.                     *
015191*    15/10/26   MLH   CUSTAGED history: RecordCustomerAgedFeed   *
015192*                     notes on ClienteActiv.dat the date each    *
015193*                     customer was last on the aged-balance      *
015194*                     feed; GetCustomerAgedFeedDate, bracketed   *
015195*                     by Begin/EndCustomerActivityLookup, hands  *
015196*                     it back for the dormant-account review.    *
015197*    15/10/26   MLH   The data-retention purge also blanks the   *
015200*                     bounced address on ClienteEmail.dat and    *
015210*                     the parked customer copy and delete reason *
015220*                     on every ClienteAprob.dat record for the   *
015230*                     customer, keeping the four-eyes history.   *
015240******************************************************************
015250 identification division.
015300 program-id. Customers.
015400 author. M. Llanes, Data Management Group.
015500 installation. Head Office Systems.
020000         access mode is dynamic
020100         record key is Operator-Id of Operator-Record
020200         file status is WS-Operator-File-Status.
020210
020220     select Customer-Group-File assign to
020230         dynamic WS-Customer-Group-File-Name
020240         organization is indexed
020250         access mode is dynamic
020260         record key is Group-Key
020270         alternate record key is Grp-Member-Id with duplicates
020280         file status is WS-Group-File-Status.
020282
020284     select Customer-Email-File assign to
020286         dynamic WS-Customer-Email-File-Name
020288         organization is indexed
020290         access mode is dynamic
020292         record key is Email-Customer-Id
020294         file status is WS-Email-File-Status.
020295
020300     select Customer-Approval-File assign to
020305         dynamic WS-Customer-Approval-File-Name
020310         organization is indexed
020315         access mode is dynamic
020320         record key is Appr-Id
020325         file status is WS-Approval-File-Status.
020330
020335     select Approval-Parameter-File assign to "APPRPARM"
020340         organization is line sequential
020345         file status is WS-Approval-Parm-Status.
020350
020355     select Customer-Activity-File assign to
020360         dynamic WS-Customer-Activity-File-Name
020365         organization is indexed
020370         access mode is dynamic
020375         record key is Actv-Customer-Id
020380         file status is WS-Activity-File-Status.
020385
020400 data division.
020500 file section.
020600 fd  Customer-File.
022000
022100 fd  Operator-File.
022200     copy OperatorRecord.
022210
022220 fd  Customer-Group-File.
022230     copy CustomerGroupRecord.
022240
022250 fd  Customer-Email-File.
022260     copy CustomerEmailStatusRecord.
022262
022264 fd  Customer-Approval-File.
022266     copy CustomerApprovalRecord.
022268
022270 fd  Approval-Parameter-File.
022272 01  Approval-Parameter-Record.
022274     05  AP-Increase-Limit       pic 9(07).
022276     05  AP-Expiry-Days          pic 9(03).
022280
022285 fd  Customer-Activity-File.
022290     copy CustomerActivityRecord.
022300
022400 working-storage section.
022500 01  WS-Customer-File-Name       pic x(20) value spaces.
031900 01  WS-Cont-Browse-Open-Flag    pic x(01) value "N".
032000     88  Cont-Browse-Is-Open         value "Y" false "N".
032100 01  WS-Cont-Browse-Id           pic 9(08) value zero.
032110 01  WS-Any-State-Flag           pic x(01) value "N".
032120     88  Any-Customer-State          value "Y" false "N".
032200 01  WS-Branch-File-Name         pic x(20)
032300         value "Sucursales.dat".
032400 01  WS-Branch-File-Status       pic x(02) value spaces.
033700 01  WS-Refused-Entry            pic x(30) value spaces.
033800 01  WS-Session-Open-Flag        pic x(01) value "N".
033900     88  Maintenance-Session-Open    value "Y" false "N".
033905 01  WS-Customer-Group-File-Name
033910                                 pic x(20)
033915         value "ClienteGrupos.dat".
033920 01  WS-Group-File-Status        pic x(02) value spaces.
033925 01  WS-Group-Lookup-Flag        pic x(01) value "N".
033930     88  Group-Lookup-Is-Open        value "Y" false "N".
033935 01  WS-Grp-Browse-Open-Flag     pic x(01) value "N".
033940     88  Grp-Browse-Is-Open          value "Y" false "N".
033945 01  WS-Grp-Browse-Id            pic 9(08) value zero.
033950 01  WS-Group-Name               pic x(30) value spaces.
033955 01  WS-Group-Parent-Id          pic 9(08) value zero.
033956 01  WS-Customer-Email-File-Name
033958                                 pic x(20)
033960         value "ClienteEmail.dat".
033962 01  WS-Email-File-Status        pic x(02) value spaces.
033964 01  WS-Email-Lookup-Flag        pic x(01) value "N".
033966     88  Email-Lookup-Is-Open        value "Y" false "N".
033968 01  WS-Email-Unusable-Flag      pic x(01) value "N".
033970     88  Email-Newly-Unusable        value "Y" false "N".
033972 01  WS-Email-On-File            pic x(40) value spaces.
033974 01  WS-Email-Bounced            pic x(40) value spaces.
033976 01  WS-Lower-Case               pic x(26)
033978         value "abcdefghijklmnopqrstuvwxyz".
033980 01  WS-Upper-Case               pic x(26)
033982         value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
033984 01  WS-Customer-Approval-File-Name
033986                                 pic x(20)
033988         value "ClienteAprob.dat".
033990 01  WS-Approval-File-Status     pic x(02) value spaces.
033992 01  WS-Approval-Parm-Status     pic x(02) value spaces.
033994*    the largest CreditLimit increase one supervisor may make
033996*    alone - overridden from the APPRPARM card when one is
033998*    supplied.
034000 01  WS-Approval-Increase-Limit  pic 9(07)v99 value 5000.
034002*    O online - the default, so a deletion keyed at a counter
034004*    waits for a second supervisor - or B batch, which the
034006*    overnight callers set through SetRunMode.
034008 01  WS-Run-Mode                 pic x(01) value "O".
034010     88  Batch-Run                   value "B".
034012 01  WS-Apr-Browse-Open-Flag     pic x(01) value "N".
034014     88  Apr-Browse-Is-Open          value "Y" false "N".
034016 01  WS-Next-Approval-Id         pic 9(08) value zero.
034018 01  WS-Approval-Id              pic 9(08) value zero.
034020 01  WS-Approval-Type            pic x(01) value spaces.
034022 01  WS-Approval-Status-To       pic x(01) value spaces.
034024 01  WS-Approval-Audit-Op        pic x(08) value spaces.
034026*    the change ApprovePendingChange cleared - good for the next
034028*    UpdateCustomerById or DeleteCustomerById call only.
034030 01  WS-Cleared-Approval-Id      pic 9(08) value zero.
034032 01  WS-Cleared-Customer-Id      pic 9(08) value zero.
034034 01  WS-Cleared-Type             pic x(01) value spaces.
034036 01  WS-Cleared-Flag             pic x(01) value "N".
034038     88  Approval-Cleared            value "Y" false "N".
034040 copy Customer replacing Customer by WS-Parked-Customer.
034045 01  WS-Customer-Activity-File-Name
034050                                 pic x(20)
034055         value "ClienteActiv.dat".
034060 01  WS-Activity-File-Status     pic x(02) value spaces.
034065 01  WS-Activity-Lookup-Flag     pic x(01) value "N".
034070     88  Activity-Lookup-Is-Open     value "Y" false "N".
034075
034100 linkage section.
034200 01  LK-Customer-File-Name       pic x(20).
034300 copy Customer replacing Customer by LK-Customer.
034500 01  LK-Number-Of-Customers      pic 9(08).
034600 01  LK-Operator-Id              pic x(08).
034700 01  LK-Delete-Reason            pic x(30).
034750 01  LK-New-Postcode             pic x(10).
034800 01  LK-Operation-Result         pic x(02).
034900 copy CustomerAddress replacing Customer-Address by
035000     LK-Customer-Address.
035700     05  LK-Branch-Ok            pic x(01).
035800 copy CustomerContact replacing Customer-Contact by
035900     LK-Customer-Contact.
035910 copy CustomerGroup replacing Customer-Group by
035920     LK-Customer-Group.
035930 01  LK-Parent-Id                pic 9(08).
035940 copy CustomerEmailStatus replacing Customer-Email-Status by
035950     LK-Customer-Email.
035960 01  LK-Bounce-Limit             pic 9(03).
035965 01  LK-Run-Mode                 pic x(01).
035970 01  LK-Approval-Id              pic 9(08).
035975 copy CustomerApproval replacing Customer-Approval by
035980     LK-Customer-Approval.
035990 01  LK-Aged-Feed-Date           pic x(08).
036000
036100 procedure division.
036200
037400     move spaces to WS-Operation-Result
037500     move "UNKNOWN " to WS-Operator-Id
037600     perform 1360-default-operator-authority
037610     move "O" to WS-Run-Mode
037620     move zero to WS-Cleared-Approval-Id
037630     perform 9305-read-approval-parameters thru
037640         9305-read-approval-parameters-exit
037700     set Maintenance-Session-Open to false.
037800
037900******************************************************************
043300
043400******************************************************************
043500*    1360-DEFAULT-OPERATOR-AUTHORITY - the standing authority    *
043600*    before anyone signs on: no Operadores.dat on disk keeps     *
043700*    the old trust-every-caller model (tests and pre-profile     *
043800*    sites run exactly as before), but once the file is          *
043900*    provisioned no maintenance runs until SetOperatorId has     *
044000*    signed a known, active id on.                               *
044100******************************************************************
044200 1360-default-operator-authority.
044300     move "S" to WS-Operator-Authority
061500
061600******************************************************************
061700*    3310-CHECK-VAT-NUMBER - the two-character country prefix    *
061800*    must be one the table knows, the remainder must be the      *
061900*    length that country issues, and only capital letters and    *
062000*    digits may appear in it.                                    *
062100******************************************************************
062200 3310-check-vat-number.
062300     if VatNumber of LK-Customer = spaces
078800
078900******************************************************************
079000*    3150-CHECK-DUPLICATE-CUSTOMER - walks the Name alternate    *
079100*    key looking for a customer already on file with this Name   *
079200*    and Postcode.                                               *
079300******************************************************************
079400 3150-check-duplicate-customer.
087300
087400******************************************************************
087500*    GetCustomerIdByName - looks up the Name alternate key and   *
087600*    returns zero when no customer has that name.  The Name key  *
087700*    allows duplicates (only a duplicate Name+Postcode combin-   *
087800*    ation is rejected), so this walks forward from the          *
087900*    first record in the duplicate group, the same way           *
088000*    3150-CHECK-DUPLICATE-CUSTOMER does for the same key,        *
088100*    rather than trusting a single random READ to land on an     *
088200*    active record.                                              *
088300******************************************************************
088400 5000-get-customer-id-by-name-entry.
088500     entry "GetCustomerIdByName" using LK-Customer,
093500*    when the record changed in between - re-read and retry;     *
093600*    a blank incoming LastUpdated skips that check.  Every       *
093700*    applied update leaves a fresh stamp on the record.          *
093710*    An increase in CreditLimit of more than the approval limit  *
093720*    is not applied: the whole change is parked on the           *
093730*    ClienteAprob.dat file for a second supervisor, and PA       *
093740*    comes back.  Once ApprovePendingChange has cleared it, the  *
093750*    approved copy passed back here goes through as usual.       *
093800******************************************************************
093900 6000-update-customer-by-id-entry.
094000     entry "UpdateCustomerById" using LK-Customer, LK-Customer-Id.
094010     move "L" to WS-Approval-Type
094020     perform 9340-take-cleared-approval
094100     if Operator-Not-Signed-On
094200         move "OPERATOR NOT SIGNED ON" to WS-Refused-Entry
094300         perform 9800-record-refusal
097300                     WS-Refused-Entry
097400                 perform 9800-record-refusal
097500             else
097510             if not Approval-Cleared
097520                     and CreditLimit of LK-Customer numeric
097530                     and CreditLimit of LK-Customer >
097540                         CreditLimit of Customer-Record +
097550                         WS-Approval-Increase-Limit
097560                 perform 9315-park-credit-limit-change
097570             else
097600                 move "00" to WS-Operation-Result
097700                 perform 9600-old-audit-values
097800                 move corresponding LK-Customer to Customer-Fields
099100                 move spaces to Audit-Reason
099200                 move LK-Customer-Id to Audit-Customer-Id
099300                 perform 9700-write-audit-record
099310                 if Approval-Cleared
099320                     perform 9360-close-cleared-approval
099330                 end-if
099400             end-if
099500             end-if
099600             end-if
099700             end-if
099750             end-if
099800         end-if
099900         perform 1160-close-customer-file-io
100000     end-if.
100900*    The final audit record deliberately snapshots the personal  *
101000*    data into Audit-Old-Values one last time - the audit file   *
101100*    has its own retention clock (see CustomerAuditArchive).     *
101110*    The purge also blanks the bounced address kept on           *
101120*    ClienteEmail.dat and the customer copies parked on          *
101130*    ClienteAprob.dat (7230, 7240).                              *
101200******************************************************************
101300 7200-anonymize-customer-by-id-entry.
101400     entry "AnonymizeCustomerById" using LK-Customer-Id.
105200             perform 9700-write-audit-record
105300             perform 7210-anonymize-customer-addresses
105400             perform 8760-anonymize-customer-contacts
105410             perform 7230-anonymize-email-status
105420             perform 7240-anonymize-approvals
105500         end-if
105600         perform 1160-close-customer-file-io
105700     end-if.
109500     move spaces to AddressPostcode of Customer-Address-Record
109600     rewrite Customer-Address-Record.
109700
109701******************************************************************
109702*    7230-ANONYMIZE-EMAIL-STATUS - the bounce record keeps the   *
109703*    address that bounced; it is blanked, keeping the count,     *
109704*    dates and usable flag.  No email file, or no record for     *
109705*    this customer, is fine.  A lookup left open by the caller   *
109706*    is closed first; later lookups open the file per call.      *
109707******************************************************************
109708 7230-anonymize-email-status.
109709     if Email-Lookup-Is-Open
109710         close Customer-Email-File
109711         set Email-Lookup-Is-Open to false
109712     end-if
109713     open i-o Customer-Email-File
109714     if WS-Email-File-Status = "00"
109715         move LK-Customer-Id to Email-Customer-Id
109716         read Customer-Email-File
109717             invalid key
109718                 continue
109719             not invalid key
109720                 move spaces to EmailBouncedAddress of
109721                     Customer-Email-Record
109722                 rewrite Customer-Email-Record
109723         end-read
109724         close Customer-Email-File
109725     end-if.
109726
109727******************************************************************
109728*    7240-ANONYMIZE-APPROVALS - every change parked for the      *
109729*    customer, in any status, carries a copy of the customer     *
109730*    record and may carry a delete reason; both are blanked.     *
109731*    Ids, type, status, limits, dates and the requesting and     *
109732*    deciding operators stay, so the four-eyes history is        *
109733*    intact.  ClienteAprob.dat is keyed on the approval id       *
109734*    only, so the whole file is read.  A pending-approvals       *
109735*    browse left open by the caller is ended first.              *
109736******************************************************************
109737 7240-anonymize-approvals.
109738     if Apr-Browse-Is-Open
109739         perform 9465-close-approval-browse
109740     end-if
109741     move "N" to WS-Eof-Flag
109742     open i-o Customer-Approval-File
109743     if WS-Approval-File-Status = "00"
109744         move zero to Appr-Id
109745         start Customer-Approval-File key is not less than Appr-Id
109746             invalid key
109747                 set End-Of-File to true
109748         end-start
109749         perform 7245-anonymize-one-approval
109750             until End-Of-File
109751         close Customer-Approval-File
109752     end-if.
109753
109754 7245-anonymize-one-approval.
109755     read Customer-Approval-File next record
109756         at end
109757             set End-Of-File to true
109758         not at end
109759             if ApprovalCustomerId of Customer-Approval-Record =
109760                     LK-Customer-Id
109761                 move spaces to ApprovalDeleteReason of
109762                     Customer-Approval-Record
109763                 move spaces to ApprovalCustomerImage of
109764                     Customer-Approval-Record
109765                 rewrite Customer-Approval-Record
109766             end-if
109767     end-read.
109768
109800******************************************************************
109900*    DeleteCustomerById - soft-deletes a customer: sets          *
110000*    DeletedFlag/DeletedDate/DeletedReason on the record rather  *
110100*    than removing it, so RestoreCustomerById can bring it back. *
110110*    In an online run (see SetRunMode) the deletion is parked on *
110120*    ClienteAprob.dat for a second supervisor instead, with PA   *
110130*    back, until ApprovePendingChange clears it.                 *
110200******************************************************************
110300 7000-delete-customer-by-id-entry.
110400     entry "DeleteCustomerById" using LK-Customer-Id,
110500         LK-Delete-Reason.
110510     move "D" to WS-Approval-Type
110520     perform 9340-take-cleared-approval
110600     if Operator-Is-Supervisor
110700         if Batch-Run or Approval-Cleared
110710             perform 7000-delete-customer-by-id
110720         else
110730             perform 9320-park-delete
110740         end-if
110800     else
110900         move "NOT AUTHORIZED - DELETE" to WS-Refused-Entry
111000         perform 9800-record-refusal
113400             move LK-Delete-Reason to Audit-Reason
113500             move LK-Customer-Id to Audit-Customer-Id
113600             perform 9700-write-audit-record
113610             if Approval-Cleared
113620                 perform 9360-close-cleared-approval
113630             end-if
113700         end-if
113800         perform 1160-close-customer-file-io
113900     end-if.
136900         end-if
137000         perform 1180-close-customer-file-input
137100     end-if.
137105
137110******************************************************************
137115*    8506-CHECK-CUSTOMER-ON-FILE - RECORD-FOUND says whether     *
137120*    LK-CUSTOMER-ID names a customer on file at all, soft-       *
137125*    deleted or anonymized included.                             *
137130******************************************************************
137135 8506-check-customer-on-file.
137140     move "N" to WS-Found-Flag
137145     perform 1170-open-customer-file-input
137150     if WS-File-Status = "00"
137155         move LK-Customer-Id to CustomerId of Customer-Record
137160         read Customer-File
137165         if WS-File-Status = "00"
137170             set Record-Found to true
137175         end-if
137180         perform 1180-close-customer-file-input
137185     end-if.
137200
137300******************************************************************
137400*    8510-SCAN-ADDRESS-GROUP - walks the addresses already on    *
168900     end-if
169000     goback.
169100
169101******************************************************************
169102*    RecodeAddressPostcode - moves one address onto a new        *
169103*    postcode for a bulk postcode recode.  The caller passes     *
169104*    the address exactly as it browsed it; when the one on file  *
169105*    no longer matches, someone changed it in between and SU     *
169106*    comes back, as UpdateCustomerById does for the customer.    *
169107*    The customer must be on file and not deleted (NF) and not   *
169108*    on credit hold (HD) - a held account's record and its       *
169109*    addresses change together once the hold is dealt with.      *
169110*    Validating the new postcode is the caller's, through        *
169111*    ValidateCustomerFields.  An ADDRPOST audit record carries   *
169112*    the old and new line, city and postcode and names the       *
169113*    address in the reason.  Results: 00 recoded, NF, HD, SU.    *
169114******************************************************************
169115 8570-recode-address-postcode-entry.
169116     entry "RecodeAddressPostcode" using LK-Customer-Address,
169117         LK-Customer-Id, LK-New-Postcode.
169118     perform 8570-recode-address-postcode thru
169119         8570-recode-address-postcode-exit
169120     goback.
169121
169122 8570-recode-address-postcode.
169123     if Operator-Not-Signed-On
169124         move "OPERATOR NOT SIGNED ON" to WS-Refused-Entry
169125         perform 9800-record-refusal
169126         go to 8570-recode-address-postcode-exit
169127     end-if
169128     move "NF" to WS-Operation-Result
169129     move "N" to WS-Found-Flag
169130     perform 1170-open-customer-file-input
169131     if WS-File-Status = "00"
169132         move LK-Customer-Id to CustomerId of Customer-Record
169133         read Customer-File
169134         if WS-File-Status = "00" and Customer-Not-Deleted
169135             set Record-Found to true
169136             if Account-Credit-Hold
169137                 move "HD" to WS-Operation-Result
169138             end-if
169139         end-if
169140         perform 1180-close-customer-file-input
169141     end-if
169142     if not Record-Found or Operation-Held
169143         go to 8570-recode-address-postcode-exit
169144     end-if
169145     perform 8410-open-address-file-io
169146     if WS-Address-File-Status not = "00"
169147         go to 8570-recode-address-postcode-exit
169148     end-if
169149     move LK-Customer-Id to Addr-Customer-Id
169150     move AddressType of LK-Customer-Address to Addr-Type
169151     move AddressSequence of LK-Customer-Address to Addr-Sequence
169152     read Customer-Address-File
169153     if WS-Address-File-Status not = "00"
169154         close Customer-Address-File
169155         go to 8570-recode-address-postcode-exit
169156     end-if
169157     if AddressLine1 of Customer-Address-Record not =
169158             AddressLine1 of LK-Customer-Address
169159         or AddressCity of Customer-Address-Record not =
169160             AddressCity of LK-Customer-Address
169161         or AddressPostcode of Customer-Address-Record not =
169162             AddressPostcode of LK-Customer-Address
169163         or AddressEndDate of Customer-Address-Record not =
169164             AddressEndDate of LK-Customer-Address
169165         move "SU" to WS-Operation-Result
169166         close Customer-Address-File
169167         go to 8570-recode-address-postcode-exit
169168     end-if
169169     move spaces to Audit-Old-Values
169170     move spaces to Audit-New-Values
169171     move AddressLine1 of Customer-Address-Record to Old-Address1
169172     move AddressLine1 of Customer-Address-Record to New-Address1
169173     move AddressCity of Customer-Address-Record to Old-City
169174     move AddressCity of Customer-Address-Record to New-City
169175     move AddressPostcode of Customer-Address-Record to
169176         Old-Postcode
169177     move LK-New-Postcode to AddressPostcode of
169178         Customer-Address-Record
169179     move LK-New-Postcode to New-Postcode
169180     rewrite Customer-Address-Record
169181     close Customer-Address-File
169182     move "00" to WS-Operation-Result
169183     move "ADDRPOST" to Audit-Operation
169184     move spaces to Audit-Reason
169185     string "ADDRESS " Addr-Type " " Addr-Sequence
169186         " POSTCODE RECODE" delimited by size into Audit-Reason
169187     move LK-Customer-Id to Audit-Customer-Id
169188     perform 9700-write-audit-record.
169189
169190 8570-recode-address-postcode-exit.
169191     exit.
169192
169200******************************************************************
169300*    SetCustomerContactFileName - configure ClienteContact.dat   *
169400*    (the default) away for tests, the way SetCustomerFileName   *
172600 8720-add-customer-contact-entry.
172700     entry "AddCustomerContact" using LK-Customer-Contact,
172800         LK-Customer-Id.
172850     set Any-Customer-State to false
172900     perform 8720-add-customer-contact thru
173000         8720-add-customer-contact-exit
173100     goback.
174200     if not Valid-Contact-Type
174300         go to 8720-add-customer-contact-exit
174400     end-if
174410     if Any-Customer-State
174420         perform 8506-check-customer-on-file
174430     else
174500         perform 8505-check-customer-active
174550     end-if
174600     if not Record-Found
174700         move "NF" to WS-Operation-Result
174800         go to 8720-add-customer-contact-exit
176600
176700 8720-add-customer-contact-exit.
176800     exit.
176805
176810******************************************************************
176815*    AddCustomerContactAnyState - as AddCustomerContact, but     *
176820*    the customer only has to be on file: a soft-deleted or      *
176825*    anonymized record still takes the entry.  For logging what  *
176830*    was done with a closed record (a subject access pack sent   *
176835*    out), never for day-to-day notes.  Results as for           *
176840*    AddCustomerContact, NF meaning the id was never issued.     *
176845******************************************************************
176850 8725-add-contact-any-state-entry.
176855     entry "AddCustomerContactAnyState" using LK-Customer-Contact,
176860         LK-Customer-Id.
176865     set Any-Customer-State to true
176870     perform 8720-add-customer-contact thru
176875         8720-add-customer-contact-exit
176880     set Any-Customer-State to false
176885     goback.
176900
177000******************************************************************
177100*    BrowseFirstCustomerContact / BrowseNextCustomerContact /    *
191800*    both files mid-run, putting everything written so far on    *
191900*    disk - the batch calls it at its checkpoint interval.       *
192000*    A failed open just leaves the session closed and every      *
192100*    call opening the files itself, exactly as before.  A        *
192200*    session and a customer browse cannot be open at once -      *
192300*    they share the one Customer-File.                           *
192400******************************************************************
192500 8800-begin-maintenance-session-entry.
198000*    on file (or not in the right state), HD blocked by a        *
198100*    credit hold, RV rejected by validation, SU a stale update   *
198200*    (the record changed since the caller read it), NA refused   *
198300*    for authority - sign-on or a supervisor-only entry, PA      *
198350*    parked for a second supervisor's approval.                  *
198400******************************************************************
198500 9100-get-last-operation-result-entry.
198600     entry "GetLastOperationResult" using LK-Operation-Result.
202900*    9700-WRITE-AUDIT-RECORD - appends the audit record built up *
203000*    by the caller (Audit-Operation/-Customer-Id/-Old-Values/    *
203100*    -New-Values) to the CustomerAudit file.  Inside a           *
203200*    maintenance session the file is already open and held -     *
203300*    the record is written through and the close waits for       *
203400*    EndMaintenanceSession (or the next sync).                   *
203500******************************************************************
203600 9700-write-audit-record.
203700     move function current-date to Audit-Timestamp
205000******************************************************************
205100*    9800-RECORD-REFUSAL - leaves NA behind for GetLast-         *
205200*    OperationResult and puts a REFUSED record on the audit      *
205300*    trail naming the entry the operator was not authorized      *
205400*    for (the caller has set WS-REFUSED-ENTRY).  The before/     *
205500*    after images are blank - nothing changed.                   *
205600******************************************************************
206300     move spaces to Audit-New-Values
206400     perform 9700-write-audit-record.
206500
206600******************************************************************
206700*    SetCustomerGroupFileName - configure ClienteGrupos.dat (the *
206800*    default) away for tests, the way SetCustomerFileName does   *
206900*    for Clientes.dat.                                           *
207000******************************************************************
207100 8900-set-customer-group-file-name-entry.
207200     entry "SetCustomerGroupFileName" using LK-Customer-File-Name.
207300     move LK-Customer-File-Name to WS-Customer-Group-File-Name
207400     goback.
207500
207600******************************************************************
207700*    8910-OPEN-GROUP-FILE-IO - opens the customer group file for *
207800*    I-O, creating it first if this is the very first write, the *
207900*    same way 8710 treats the contact log.                       *
208000******************************************************************
208100 8910-open-group-file-io.
208200     open i-o Customer-Group-File
208300     if WS-Group-File-Status = "35"
208400         open output Customer-Group-File
208500         close Customer-Group-File
208600         open i-o Customer-Group-File
208700     end-if.
208800
208900******************************************************************
209000*    AddCustomerGroup - sets LK-CUSTOMER-ID up as the parent     *
209100*    (head company) account of a new customer group, with the    *
209200*    name and group credit limit from LK-CUSTOMER-GROUP.  The    *
209300*    parent must be an active customer, not already the parent   *
209400*    of a group and not a member of one.  The date set up and    *
209500*    the operator id are stamped here; the group comes back in   *
209600*    LK-CUSTOMER-GROUP.  Results: 00 set up, NF parent unknown   *
209700*    or deleted, RV no group name, or already in a group.        *
209800******************************************************************
209900 8920-add-customer-group-entry.
210000     entry "AddCustomerGroup" using LK-Customer-Group,
210100         LK-Customer-Id.
210200     perform 8920-add-customer-group thru
210300         8920-add-customer-group-exit
210400     goback.
210500
210600 8920-add-customer-group.
210700     if Operator-Not-Signed-On
210800         move "OPERATOR NOT SIGNED ON" to WS-Refused-Entry
210900         perform 9800-record-refusal
211000         go to 8920-add-customer-group-exit
211100     end-if
211200     perform 8505-check-customer-active
211300     if not Record-Found
211400         move "NF" to WS-Operation-Result
211500         go to 8920-add-customer-group-exit
211600     end-if
211700     move "RV" to WS-Operation-Result
211800     if GroupName of LK-Customer-Group = spaces
211900             or GroupCreditLimit of LK-Customer-Group not numeric
212000         go to 8920-add-customer-group-exit
212100     end-if
212200     perform 8910-open-group-file-io
212300     if WS-Group-File-Status not = "00"
212400         go to 8920-add-customer-group-exit
212500     end-if
212600     perform 8915-check-not-grouped
212700     if Record-Found
212800         close Customer-Group-File
212900         go to 8920-add-customer-group-exit
213000     end-if
213100     move LK-Customer-Id to Grp-Parent-Id
213200     move zero to Grp-Member-Id
213300     move corresponding LK-Customer-Group to Group-Fields
213400     move function current-date(1:8) to GroupLinkedDate of
213500         Customer-Group-Record
213600     move WS-Operator-Id to GroupOperatorId of
213700         Customer-Group-Record
213800     write Customer-Group-Record
213900         invalid key
214000             close Customer-Group-File
214100             go to 8920-add-customer-group-exit
214200     end-write
214300     close Customer-Group-File
214400     move "00" to WS-Operation-Result
214500     move LK-Customer-Id to GroupParentId of LK-Customer-Group
214600     move corresponding Group-Fields to LK-Customer-Group
214700     perform 8995-blank-group-audit-values
214800     move GroupName of Customer-Group-Record to New-Name
214900     move GroupCreditLimit of Customer-Group-Record to
215000         New-CreditLimit
215100     move "GRPADD  " to Audit-Operation
215200     move "GROUP SET UP" to Audit-Reason
215300     move LK-Customer-Id to Audit-Customer-Id
215400     perform 9700-write-audit-record.
215500
215600 8920-add-customer-group-exit.
215700     exit.
215800
215900******************************************************************
216000*    8915-CHECK-NOT-GROUPED - RECORD-FOUND says whether          *
216100*    LK-CUSTOMER-ID is already in a group, as the parent of one  *
216200*    or as a member of one.  The group file is open.             *
216300******************************************************************
216400 8915-check-not-grouped.
216500     move "N" to WS-Found-Flag
216600     move LK-Customer-Id to Grp-Parent-Id
216700     move zero to Grp-Member-Id
216800     read Customer-Group-File key is Group-Key
216900         invalid key
217000             continue
217100         not invalid key
217200             set Record-Found to true
217300     end-read
217400     if not Record-Found
217500         move LK-Customer-Id to Grp-Member-Id
217600         read Customer-Group-File key is Grp-Member-Id
217700             invalid key
217800                 continue
217900             not invalid key
218000                 set Record-Found to true
218100         end-read
218200     end-if.
218300
218400******************************************************************
218500*    UpdateCustomerGroup - changes the name and group credit     *
218600*    limit of the group whose parent is LK-CUSTOMER-ID, writing  *
218700*    a GRPUPD audit record with the before and after values in   *
218800*    the Name and CreditLimit images.  Results: 00 changed, NF   *
218900*    no such group, RV no group name.                            *
219000******************************************************************
219100 8930-update-customer-group-entry.
219200     entry "UpdateCustomerGroup" using LK-Customer-Group,
219300         LK-Customer-Id.
219400     perform 8930-update-customer-group thru
219500         8930-update-customer-group-exit
219600     goback.
219700
219800 8930-update-customer-group.
219900     if Operator-Not-Signed-On
220000         move "OPERATOR NOT SIGNED ON" to WS-Refused-Entry
220100         perform 9800-record-refusal
220200         go to 8930-update-customer-group-exit
220300     end-if
220400     move "RV" to WS-Operation-Result
220500     if GroupName of LK-Customer-Group = spaces
220600             or GroupCreditLimit of LK-Customer-Group not numeric
220700         go to 8930-update-customer-group-exit
220800     end-if
220900     move "NF" to WS-Operation-Result
221000     perform 8910-open-group-file-io
221100     if WS-Group-File-Status not = "00"
221200         go to 8930-update-customer-group-exit
221300     end-if
221400     move LK-Customer-Id to Grp-Parent-Id
221500     move zero to Grp-Member-Id
221600     read Customer-Group-File key is Group-Key
221700         invalid key
221800             close Customer-Group-File
221900             go to 8930-update-customer-group-exit
222000     end-read
222100     perform 8995-blank-group-audit-values
222200     move GroupName of Customer-Group-Record to Old-Name
222300     move GroupCreditLimit of Customer-Group-Record to
222400         Old-CreditLimit
222500     move GroupName of LK-Customer-Group to
222600         GroupName of Customer-Group-Record
222700     move GroupCreditLimit of LK-Customer-Group to
222800         GroupCreditLimit of Customer-Group-Record
222900     rewrite Customer-Group-Record
223000     close Customer-Group-File
223100     move "00" to WS-Operation-Result
223200     move LK-Customer-Id to GroupParentId of LK-Customer-Group
223300     move corresponding Group-Fields to LK-Customer-Group
223400     move GroupName of Customer-Group-Record to New-Name
223500     move GroupCreditLimit of Customer-Group-Record to
223600         New-CreditLimit
223700     move "GRPUPD  " to Audit-Operation
223800     move "GROUP DETAILS CHANGED" to Audit-Reason
223900     move LK-Customer-Id to Audit-Customer-Id
224000     perform 9700-write-audit-record.
224100
224200 8930-update-customer-group-exit.
224300     exit.
224400
224500******************************************************************
224600*    DeleteCustomerGroup - takes down the group whose parent is  *
224700*    LK-CUSTOMER-ID.  Every member must have been unlinked first *
224800*    so nobody drops out of a group without an audit record of   *
224900*    their own.  Results: 00 removed, NF no such group, RV       *
225000*    members still linked.                                       *
225100******************************************************************
225200 8940-delete-customer-group-entry.
225300     entry "DeleteCustomerGroup" using LK-Customer-Id.
225400     perform 8940-delete-customer-group thru
225500         8940-delete-customer-group-exit
225600     goback.
225700
225800 8940-delete-customer-group.
225900     if Operator-Not-Signed-On
226000         move "OPERATOR NOT SIGNED ON" to WS-Refused-Entry
226100         perform 9800-record-refusal
226200         go to 8940-delete-customer-group-exit
226300     end-if
226400     move "NF" to WS-Operation-Result
226500     perform 8910-open-group-file-io
226600     if WS-Group-File-Status not = "00"
226700         go to 8940-delete-customer-group-exit
226800     end-if
226900     move LK-Customer-Id to Grp-Parent-Id
227000     move 1 to Grp-Member-Id
227100     move "N" to WS-Found-Flag
227200     start Customer-Group-File key is not less than Group-Key
227300         invalid key
227400             continue
227500         not invalid key
227600             read Customer-Group-File next record
227700                 at end
227800                     continue
227900                 not at end
228000                     if Grp-Parent-Id = LK-Customer-Id
228100                         set Record-Found to true
228200                     end-if
228300             end-read
228400     end-start
228500     if Record-Found
228600         move "RV" to WS-Operation-Result
228700         close Customer-Group-File
228800         go to 8940-delete-customer-group-exit
228900     end-if
229000     move LK-Customer-Id to Grp-Parent-Id
229100     move zero to Grp-Member-Id
229200     read Customer-Group-File key is Group-Key
229300         invalid key
229400             close Customer-Group-File
229500             go to 8940-delete-customer-group-exit
229600     end-read
229700     perform 8995-blank-group-audit-values
229800     move GroupName of Customer-Group-Record to Old-Name
229900     move GroupCreditLimit of Customer-Group-Record to
230000         Old-CreditLimit
230100     delete Customer-Group-File record
230200     close Customer-Group-File
230300     move "00" to WS-Operation-Result
230400     move "GRPDEL  " to Audit-Operation
230500     move "GROUP TAKEN DOWN" to Audit-Reason
230600     move LK-Customer-Id to Audit-Customer-Id
230700     perform 9700-write-audit-record.
230800
230900 8940-delete-customer-group-exit.
231000     exit.
231100
231200******************************************************************
231300*    LinkCustomerToGroup - puts the active customer              *
231400*    LK-CUSTOMER-ID into the group whose parent is LK-PARENT-ID. *
231500*    A customer is in one group at most, and the parent of one   *
231600*    group cannot be a member of another.  A GRPLINK audit       *
231700*    record is written against the member, naming the group.     *
231800*    Results: 00 linked, NF member unknown or deleted or no such *
231900*    group, RV the customer is the parent or already grouped.    *
232000******************************************************************
232100 8950-link-customer-to-group-entry.
232200     entry "LinkCustomerToGroup" using LK-Customer-Id,
232300         LK-Parent-Id.
232400     perform 8950-link-customer-to-group thru
232500         8950-link-customer-to-group-exit
232600     goback.
232700
232800 8950-link-customer-to-group.
232900     if Operator-Not-Signed-On
233000         move "OPERATOR NOT SIGNED ON" to WS-Refused-Entry
233100         perform 9800-record-refusal
233200         go to 8950-link-customer-to-group-exit
233300     end-if
233400     perform 8505-check-customer-active
233500     if not Record-Found
233600         move "NF" to WS-Operation-Result
233700         go to 8950-link-customer-to-group-exit
233800     end-if
233900     move "RV" to WS-Operation-Result
234000     if LK-Customer-Id = LK-Parent-Id
234100         go to 8950-link-customer-to-group-exit
234200     end-if
234300     perform 8910-open-group-file-io
234400     if WS-Group-File-Status not = "00"
234500         go to 8950-link-customer-to-group-exit
234600     end-if
234700     move LK-Parent-Id to Grp-Parent-Id
234800     move zero to Grp-Member-Id
234900     read Customer-Group-File key is Group-Key
235000         invalid key
235100             move "NF" to WS-Operation-Result
235200             close Customer-Group-File
235300             go to 8950-link-customer-to-group-exit
235400     end-read
235500     move GroupName of Customer-Group-Record to WS-Group-Name
235600     perform 8915-check-not-grouped
235700     if Record-Found
235800         close Customer-Group-File
235900         go to 8950-link-customer-to-group-exit
236000     end-if
236100     move LK-Parent-Id to Grp-Parent-Id
236200     move LK-Customer-Id to Grp-Member-Id
236300     move spaces to Group-Fields
236400     move zero to GroupCreditLimit of Customer-Group-Record
236500     move function current-date(1:8) to GroupLinkedDate of
236600         Customer-Group-Record
236700     move WS-Operator-Id to GroupOperatorId of
236800         Customer-Group-Record
236900     write Customer-Group-Record
237000         invalid key
237100             close Customer-Group-File
237200             go to 8950-link-customer-to-group-exit
237300     end-write
237400     close Customer-Group-File
237500     move "00" to WS-Operation-Result
237600     perform 8995-blank-group-audit-values
237700     move WS-Group-Name to New-Name
237800     move "GRPLINK " to Audit-Operation
237900     move spaces to Audit-Reason
238000     string "LINKED TO GROUP " LK-Parent-Id
238100         delimited by size into Audit-Reason
238200     move LK-Customer-Id to Audit-Customer-Id
238300     perform 9700-write-audit-record.
238400
238500 8950-link-customer-to-group-exit.
238600     exit.
238700
238800******************************************************************
238900*    UnlinkCustomerFromGroup - takes member LK-CUSTOMER-ID out   *
239000*    of whatever group it is in, writing a GRPUNLNK audit        *
239100*    record naming the group it left.  A parent leaves only by   *
239200*    its group being taken down.  Results: 00 unlinked, NF not   *
239300*    a member of any group.                                      *
239400******************************************************************
239500 8960-unlink-customer-from-group-entry.
239600     entry "UnlinkCustomerFromGroup" using LK-Customer-Id.
239700     perform 8960-unlink-customer-from-group thru
239800         8960-unlink-customer-from-group-exit
239900     goback.
240000
240100 8960-unlink-customer-from-group.
240200     if Operator-Not-Signed-On
240300         move "OPERATOR NOT SIGNED ON" to WS-Refused-Entry
240400         perform 9800-record-refusal
240500         go to 8960-unlink-customer-from-group-exit
240600     end-if
240700     move "NF" to WS-Operation-Result
240800     if LK-Customer-Id = zero
240900         go to 8960-unlink-customer-from-group-exit
241000     end-if
241100     perform 8910-open-group-file-io
241200     if WS-Group-File-Status not = "00"
241300         go to 8960-unlink-customer-from-group-exit
241400     end-if
241500     move LK-Customer-Id to Grp-Member-Id
241600     read Customer-Group-File key is Grp-Member-Id
241700         invalid key
241800             close Customer-Group-File
241900             go to 8960-unlink-customer-from-group-exit
242000     end-read
242100     move Grp-Parent-Id to WS-Group-Parent-Id
242200     delete Customer-Group-File record
242300     move WS-Group-Parent-Id to Grp-Parent-Id
242400     move zero to Grp-Member-Id
242500     move spaces to WS-Group-Name
242600     read Customer-Group-File key is Group-Key
242700         not invalid key
242800             move GroupName of Customer-Group-Record to
242900                 WS-Group-Name
243000     end-read
243100     close Customer-Group-File
243200     move "00" to WS-Operation-Result
243300     perform 8995-blank-group-audit-values
243400     move WS-Group-Name to Old-Name
243500     move "GRPUNLNK" to Audit-Operation
243600     move spaces to Audit-Reason
243700     string "UNLINKED FROM GROUP " WS-Group-Parent-Id
243800         delimited by size into Audit-Reason
243900     move LK-Customer-Id to Audit-Customer-Id
244000     perform 9700-write-audit-record.
244100
244200 8960-unlink-customer-from-group-exit.
244300     exit.
244400
244500******************************************************************
244600*    GetCustomerGroup - the group LK-CUSTOMER-ID belongs to,     *
244700*    as its parent or as a member, in LK-CUSTOMER-GROUP;         *
244800*    GroupParentId comes back zero (result NF) when it is in no  *
244900*    group.  A run making one call per customer (the extract,    *
245000*    the credit-hold pass) brackets them with Begin/End-         *
245100*    CustomerGroupLookup so the group file is opened once, the   *
245200*    way Begin/EndInvoiceAddressLookup works.                    *
245300******************************************************************
245400 8970-get-customer-group-entry.
245500     entry "GetCustomerGroup" using LK-Customer-Group,
245600         LK-Customer-Id.
245700     perform 8970-get-customer-group thru
245800         8970-get-customer-group-exit
245900     goback.
246000
246100 8970-get-customer-group.
246200     move spaces to LK-Customer-Group
246300     move zero to GroupParentId of LK-Customer-Group
246400     move zero to GroupCreditLimit of LK-Customer-Group
246500     move "NF" to WS-Operation-Result
246600     if LK-Customer-Id = zero
246700         go to 8970-get-customer-group-exit
246800     end-if
246900     if not Group-Lookup-Is-Open
247000         open input Customer-Group-File
247100         if WS-Group-File-Status not = "00"
247200             go to 8970-get-customer-group-exit
247300         end-if
247400     end-if
247500     move "N" to WS-Found-Flag
247600     move LK-Customer-Id to Grp-Member-Id
247700     read Customer-Group-File key is Grp-Member-Id
247800         invalid key
247900             move LK-Customer-Id to Grp-Parent-Id
248000         not invalid key
248100             continue
248200     end-read
248300     move zero to Grp-Member-Id
248400     read Customer-Group-File key is Group-Key
248500         not invalid key
248600             set Record-Found to true
248700     end-read
248800     if Record-Found
248900         move "00" to WS-Operation-Result
249000         move Grp-Parent-Id to GroupParentId of LK-Customer-Group
249100         move corresponding Group-Fields to LK-Customer-Group
249200     end-if
249300     if not Group-Lookup-Is-Open
249400         close Customer-Group-File
249500     end-if.
249600
249700 8970-get-customer-group-exit.
249800     exit.
249900
250000 8975-begin-customer-group-lookup-entry.
250100     entry "BeginCustomerGroupLookup".
250200     if not Group-Lookup-Is-Open
250300         open input Customer-Group-File
250400         if WS-Group-File-Status = "00"
250500             set Group-Lookup-Is-Open to true
250600         end-if
250700     end-if
250800     goback.
250900
251000 8976-end-customer-group-lookup-entry.
251100     entry "EndCustomerGroupLookup".
251200     if Group-Lookup-Is-Open
251300         close Customer-Group-File
251400         set Group-Lookup-Is-Open to false
251500     end-if
251600     goback.
251700
251800******************************************************************
251900*    BrowseFirstGroupMember / BrowseNextGroupMember /            *
252000*    EndGroupMemberBrowse - walk the members linked to the       *
252100*    group whose parent is LK-PARENT-ID, in CustomerId order,    *
252200*    holding the group file open across the walk the way the     *
252300*    contact browse does.  The parent itself is not returned.    *
252400*    A zero LK-CUSTOMER-ID back means the walk is done (and the  *
252500*    file is closed); stopping early needs EndGroupMemberBrowse. *
252550*    A group lookup held open by BeginCustomerGroupLookup is     *
252600*    shared rather than reopened, and left open at the end;      *
252650*    GetCustomerGroup must not be called while the walk is on.   *
252800******************************************************************
252900 8980-browse-first-group-member-entry.
253000     entry "BrowseFirstGroupMember" using LK-Parent-Id,
253100         LK-Customer-Id.
253200     perform 8980-browse-first-group-member thru
253300         8980-browse-first-group-member-exit
253400     goback.
253500
253600 8980-browse-first-group-member.
253700     if Grp-Browse-Is-Open
253800         perform 8986-close-member-browse
254000     end-if
254100     move zero to LK-Customer-Id
254150     if not Group-Lookup-Is-Open
254200         open input Customer-Group-File
254300         if WS-Group-File-Status not = "00"
254400             go to 8980-browse-first-group-member-exit
254450         end-if
254500     end-if
254600     set Grp-Browse-Is-Open to true
254700     move LK-Parent-Id to WS-Grp-Browse-Id
254800     move LK-Parent-Id to Grp-Parent-Id
254900     move 1 to Grp-Member-Id
255000     start Customer-Group-File key is not less than Group-Key
255100         invalid key
255200             perform 8986-close-member-browse
255400     end-start
255500     if Grp-Browse-Is-Open
255600         perform 8985-browse-next-member
255700     end-if.
255800
255900 8980-browse-first-group-member-exit.
256000     exit.
256100
256200 8982-browse-next-group-member-entry.
256300     entry "BrowseNextGroupMember" using LK-Parent-Id,
256400         LK-Customer-Id.
256500     if Grp-Browse-Is-Open
256600         perform 8985-browse-next-member
256700     else
256800         move zero to LK-Customer-Id
256900     end-if
257000     goback.
257100
257200 8985-browse-next-member.
257300     move zero to LK-Customer-Id
257400     read Customer-Group-File next record
257500         at end
257600             perform 8986-close-member-browse
257800         not at end
257900             if Grp-Parent-Id not = WS-Grp-Browse-Id
258000                 perform 8986-close-member-browse
258200             else
258300                 move Grp-Member-Id to LK-Customer-Id
258400             end-if
258500     end-read.
258600
258610 8986-close-member-browse.
258620     if not Group-Lookup-Is-Open
258630         close Customer-Group-File
258640     end-if
258650     set Grp-Browse-Is-Open to false.
258660
258700 8987-end-group-member-browse-entry.
258800     entry "EndGroupMemberBrowse".
258900     if Grp-Browse-Is-Open
259000         perform 8986-close-member-browse
259200     end-if
259300     goback.
259400
259500******************************************************************
259600*    8995-BLANK-GROUP-AUDIT-VALUES - a group change touches no   *
259700*    customer field, so the before/after images are blank apart  *
259800*    from the group name and group credit limit, which the       *
259900*    caller puts in the Name and CreditLimit slots.              *
260000******************************************************************
260100 8995-blank-group-audit-values.
260200     move spaces to Audit-Old-Values
260300     move spaces to Audit-New-Values
260400     move zero to Old-CreditLimit
260500     move zero to New-CreditLimit.
260600
260700******************************************************************
260800*    SetCustomerEmailFileName - configure ClienteEmail.dat (the  *
260900*    default) away for tests, the way SetCustomerFileName does   *
261000*    for Clientes.dat.                                           *
261100******************************************************************
261200 9200-set-customer-email-file-name-entry.
261300     entry "SetCustomerEmailFileName" using LK-Customer-File-Name.
261400     move LK-Customer-File-Name to WS-Customer-Email-File-Name
261500     goback.
261600
261700******************************************************************
261800*    9210-OPEN-EMAIL-FILE-IO - opens the email status file for   *
261900*    I-O, creating it first if this is the very first write, the *
262000*    same way 8910 treats the group file.                        *
262100******************************************************************
262200 9210-open-email-file-io.
262300     open i-o Customer-Email-File
262400     if WS-Email-File-Status = "35"
262500         open output Customer-Email-File
262600         close Customer-Email-File
262700         open i-o Customer-Email-File
262800     end-if.
262900
263000******************************************************************
263100*    RecordHardEmailBounce - counts one hard bounce billing      *
263200*    reported on EmailBouncedAddress of LK-CUSTOMER-EMAIL for    *
263300*    customer LK-CUSTOMER-ID.  The address must still be the     *
263400*    customer's EmailAddress (compared in upper case); a bounce  *
263500*    on an address changed since is stale and not counted.  A    *
263600*    bounce on a different address from the one counted so far   *
263700*    starts the count again.  When the count reaches             *
263800*    LK-BOUNCE-LIMIT the address is marked unusable and an       *
263900*    EMAILBAD audit record written; later bounces are counted    *
264000*    without a second audit record.  The status comes back in    *
264100*    LK-CUSTOMER-EMAIL.  Results: 00 counted, NF customer        *
264200*    unknown or deleted, SU address no longer on the customer,   *
264300*    RV no usable limit.                                         *
264400******************************************************************
264500 9220-record-hard-email-bounce-entry.
264600     entry "RecordHardEmailBounce" using LK-Customer-Email,
264700         LK-Customer-Id, LK-Bounce-Limit.
264800     perform 9220-record-hard-email-bounce thru
264900         9220-record-hard-email-bounce-exit
265000     goback.
265100
265200 9220-record-hard-email-bounce.
265300     if Operator-Not-Signed-On
265400         move "OPERATOR NOT SIGNED ON" to WS-Refused-Entry
265500         perform 9800-record-refusal
265600         go to 9220-record-hard-email-bounce-exit
265700     end-if
265800     perform 8505-check-customer-active
265900     if not Record-Found
266000         move "NF" to WS-Operation-Result
266100         go to 9220-record-hard-email-bounce-exit
266200     end-if
266300     move EmailAddress of Customer-Record to WS-Email-On-File
266400     inspect WS-Email-On-File
266500         converting WS-Lower-Case to WS-Upper-Case
266600     move EmailBouncedAddress of LK-Customer-Email to
266700         WS-Email-Bounced
266800     inspect WS-Email-Bounced
266900         converting WS-Lower-Case to WS-Upper-Case
267000     if WS-Email-Bounced = spaces
267100             or WS-Email-Bounced not = WS-Email-On-File
267200         move "SU" to WS-Operation-Result
267300         go to 9220-record-hard-email-bounce-exit
267400     end-if
267500     move "RV" to WS-Operation-Result
267600     if LK-Bounce-Limit not numeric
267700             or LK-Bounce-Limit = zero
267800         go to 9220-record-hard-email-bounce-exit
267900     end-if
268000     perform 9210-open-email-file-io
268100     if WS-Email-File-Status not = "00"
268200         go to 9220-record-hard-email-bounce-exit
268300     end-if
268400     move "N" to WS-Found-Flag
268500     move LK-Customer-Id to Email-Customer-Id
268600     read Customer-Email-File
268700         invalid key
268800             continue
268900         not invalid key
269000             set Record-Found to true
269100     end-read
269200     if not Record-Found
269300             or EmailBouncedAddress of Customer-Email-Record not =
269400                 WS-Email-On-File
269500         move LK-Customer-Id to Email-Customer-Id
269600         move WS-Email-On-File to
269700             EmailBouncedAddress of Customer-Email-Record
269800         move zero to EmailHardBounces of Customer-Email-Record
269900         move "Y" to EmailUsableFlag of Customer-Email-Record
270000         move spaces to EmailUnusableDate of Customer-Email-Record
270100     end-if
270200     if EmailHardBounces of Customer-Email-Record < 999
270300         add 1 to EmailHardBounces of Customer-Email-Record
270400     end-if
270500     move function current-date(1:8) to
270600         EmailLastBounceDate of Customer-Email-Record
270700     set Email-Newly-Unusable to false
270800     if EmailUsableFlag of Customer-Email-Record = "Y"
270900             and EmailHardBounces of Customer-Email-Record >=
271000                 LK-Bounce-Limit
271100         move "N" to EmailUsableFlag of Customer-Email-Record
271200         move function current-date(1:8) to
271300             EmailUnusableDate of Customer-Email-Record
271400         set Email-Newly-Unusable to true
271500     end-if
271600     if Record-Found
271700         rewrite Customer-Email-Record
271800     else
271900         write Customer-Email-Record
272000     end-if
272100     close Customer-Email-File
272200     move "00" to WS-Operation-Result
272300     move corresponding Email-Status-Fields to LK-Customer-Email
272400     if Email-Newly-Unusable
272500         move spaces to Audit-Old-Values
272600         move spaces to Audit-New-Values
272700         move zero to Old-CreditLimit
272800         move zero to New-CreditLimit
272900         move EmailAddress of Customer-Record to Old-EmailAddress
273000         move "EMAILBAD" to Audit-Operation
273100         move spaces to Audit-Reason
273200         string "EMAIL UNUSABLE - "
273300             EmailHardBounces of Customer-Email-Record
273400             " BOUNCES" delimited by size into Audit-Reason
273500         move LK-Customer-Id to Audit-Customer-Id
273600         perform 9700-write-audit-record
273700     end-if.
273800
273900 9220-record-hard-email-bounce-exit.
274000     exit.
274100
274200******************************************************************
274300*    GetCustomerEmailStatus - the email status on file for       *
274400*    LK-CUSTOMER-ID in LK-CUSTOMER-EMAIL; a customer whose       *
274500*    address has never hard-bounced comes back usable with a     *
274600*    zero count (result NF).  The status belongs to              *
274700*    EmailBouncedAddress only - the caller compares it with the  *
274800*    customer's EmailAddress in upper case, and a customer who   *
274900*    has changed address since is usable again.  A run making    *
275000*    one call per customer (the extract) brackets them with      *
275100*    Begin/EndCustomerEmailLookup so the file is opened once.    *
275200******************************************************************
275300 9230-get-customer-email-status-entry.
275400     entry "GetCustomerEmailStatus" using LK-Customer-Email,
275500         LK-Customer-Id.
275600     perform 9230-get-customer-email-status thru
275700         9230-get-customer-email-status-exit
275800     goback.
275900
276000 9230-get-customer-email-status.
276100     move spaces to LK-Customer-Email
276200     move zero to EmailHardBounces of LK-Customer-Email
276300     move "Y" to EmailUsableFlag of LK-Customer-Email
276400     move "NF" to WS-Operation-Result
276500     if LK-Customer-Id = zero
276600         go to 9230-get-customer-email-status-exit
276700     end-if
276800     if not Email-Lookup-Is-Open
276900         open input Customer-Email-File
277000         if WS-Email-File-Status not = "00"
277100             go to 9230-get-customer-email-status-exit
277200         end-if
277300     end-if
277400     move LK-Customer-Id to Email-Customer-Id
277500     read Customer-Email-File
277600         invalid key
277700             continue
277800         not invalid key
277900             move "00" to WS-Operation-Result
278000             move corresponding Email-Status-Fields to
278100                 LK-Customer-Email
278200     end-read
278300     if not Email-Lookup-Is-Open
278400         close Customer-Email-File
278500     end-if.
278600
278700 9230-get-customer-email-status-exit.
278800     exit.
278900
279000 9235-begin-customer-email-lookup-entry.
279100     entry "BeginCustomerEmailLookup".
279200     if not Email-Lookup-Is-Open
279300         open input Customer-Email-File
279400         if WS-Email-File-Status = "00"
279500             set Email-Lookup-Is-Open to true
279600         end-if
279700     end-if
279800     goback.
279900
280000 9236-end-customer-email-lookup-entry.
280100     entry "EndCustomerEmailLookup".
280200     if Email-Lookup-Is-Open
280300         close Customer-Email-File
280400         set Email-Lookup-Is-Open to false
280500     end-if
280600     goback.
280700
280800******************************************************************
280900*    SetCustomerApprovalFileName - configure ClienteAprob.dat    *
281000*    (the default) away for tests, the way SetCustomerFileName   *
281100*    does for Clientes.dat.                                      *
281200******************************************************************
281300 9300-set-customer-approval-file-name-entry.
281400     entry "SetCustomerApprovalFileName" using
281500         LK-Customer-File-Name.
281600     move LK-Customer-File-Name to WS-Customer-Approval-File-Name
281700     goback.
281800
281900******************************************************************
282000*    SetRunMode - B for a batch run, anything else online (the   *
282100*    standing value).  Only an online DeleteCustomerById waits   *
282200*    for a second supervisor; a deletion on a batch transaction  *
282300*    file has been signed off on paper before it was keyed.      *
282400******************************************************************
282500 9302-set-run-mode-entry.
282600     entry "SetRunMode" using LK-Run-Mode.
282700     if LK-Run-Mode = "B"
282800         move "B" to WS-Run-Mode
282900     else
283000         move "O" to WS-Run-Mode
283100     end-if
283200     goback.
283300
283400******************************************************************
283500*    9305-READ-APPROVAL-PARAMETERS - the increase limit on the   *
283600*    APPRPARM card (whole pounds, columns 1-7) replaces the      *
283700*    default when it is numeric and not zero.  Columns 8-10 are  *
283800*    the expiry days CustomerApprovalList works to.              *
283900******************************************************************
284000 9305-read-approval-parameters.
284100     open input Approval-Parameter-File
284200     if WS-Approval-Parm-Status not = "00"
284300         go to 9305-read-approval-parameters-exit
284400     end-if
284500     read Approval-Parameter-File
284600         at end
284700             close Approval-Parameter-File
284800             go to 9305-read-approval-parameters-exit
284900     end-read
285000     if AP-Increase-Limit numeric
285100             and AP-Increase-Limit not = zero
285200         move AP-Increase-Limit to WS-Approval-Increase-Limit
285300     end-if
285400     close Approval-Parameter-File.
285500
285600 9305-read-approval-parameters-exit.
285700     exit.
285800
285900******************************************************************
286000*    9310-OPEN-APPROVAL-FILE-IO - opens the pending-approvals    *
286100*    file for I-O, creating it first if this is the very first   *
286200*    write, the same way 8910 treats the group file.             *
286300******************************************************************
286400 9310-open-approval-file-io.
286500     open i-o Customer-Approval-File
286600     if WS-Approval-File-Status = "35"
286700         open output Customer-Approval-File
286800         close Customer-Approval-File
286900         open i-o Customer-Approval-File
287000     end-if.
287100
287200******************************************************************
287300*    9315-PARK-CREDIT-LIMIT-CHANGE - the update UpdateCustomer-  *
287400*    ById was about to apply raises CreditLimit by more than the *
287500*    approval limit.  The before and after values go on the      *
287600*    audit record as for an update, but Clientes.dat is not      *
287700*    rewritten: the caller's copy is parked instead, carrying    *
287800*    the stamp of the record as it stands now, so the approved   *
287900*    change is refused SU if the customer is changed meanwhile.  *
288000******************************************************************
288100 9315-park-credit-limit-change.
288200     perform 9600-old-audit-values
288300     move LK-Customer to WS-Parked-Customer
288400     move LastUpdated of Customer-Record to
288500         LastUpdated of WS-Parked-Customer
288600     move corresponding LK-Customer to Customer-Fields
288700         of Customer-Record
288800     if AccountStatus of Customer-Record = spaces
288900         move Old-AccountStatus to AccountStatus of
289000             Customer-Record
289100     end-if
289200     perform 9650-new-audit-values
289300     move "L" to WS-Approval-Type
289400     perform 9325-write-approval-record thru
289500         9325-write-approval-record-exit.
289600
289700******************************************************************
289800*    9320-PARK-DELETE - an online DeleteCustomerById for an      *
289900*    active customer is parked with the customer as it stands    *
290000*    and the caller's reason; NF when the customer is unknown or *
290100*    already deleted.                                            *
290200******************************************************************
290300 9320-park-delete.
290400     move "NF" to WS-Operation-Result
290500     perform 8505-check-customer-active
290600     if Record-Found
290700         perform 9600-old-audit-values
290800         perform 9650-new-audit-values
290900         move Customer-Fields of Customer-Record to
291000             WS-Parked-Customer
291100         move "D" to WS-Approval-Type
291200         perform 9325-write-approval-record thru
291300             9325-write-approval-record-exit
291400     end-if.
291500
291600******************************************************************
291700*    9325-WRITE-APPROVAL-RECORD - files the parked change under  *
291800*    the next approval id, pending, in the requester's name, and *
291900*    puts an APPRREQ record on the audit trail with the before   *
292000*    and after values the caller set up.  PA is left behind only *
292100*    once the record is on file.                                 *
292200******************************************************************
292300 9325-write-approval-record.
292400     perform 9310-open-approval-file-io
292500     if WS-Approval-File-Status not = "00"
292600         go to 9325-write-approval-record-exit
292700     end-if
292800     perform 9330-find-next-approval-id
292900     move WS-Next-Approval-Id to Appr-Id
293000     move spaces to Approval-Fields
293100     move LK-Customer-Id to
293200         ApprovalCustomerId of Customer-Approval-Record
293300     move WS-Approval-Type to
293400         ApprovalType of Customer-Approval-Record
293500     move "P" to ApprovalStatus of Customer-Approval-Record
293600     move WS-Operator-Id to
293700         ApprovalRequestedBy of Customer-Approval-Record
293800     move function current-date to
293900         ApprovalRequestedAt of Customer-Approval-Record
294000     move Old-CreditLimit to
294100         ApprovalOldCreditLimit of Customer-Approval-Record
294200     move New-CreditLimit to
294300         ApprovalNewCreditLimit of Customer-Approval-Record
294400     if WS-Approval-Type = "D"
294500         move LK-Delete-Reason to
294600             ApprovalDeleteReason of Customer-Approval-Record
294700     end-if
294800     move WS-Parked-Customer to
294900         ApprovalCustomerImage of Customer-Approval-Record
295000     write Customer-Approval-Record
295100         invalid key
295200             close Customer-Approval-File
295300             go to 9325-write-approval-record-exit
295400     end-write
295500     close Customer-Approval-File
295600     move "PA" to WS-Operation-Result
295700     move "APPRREQ " to Audit-Operation
295800     move spaces to Audit-Reason
295900     if WS-Approval-Type = "D"
296000         string "DELETE REQUEST " Appr-Id
296100             delimited by size into Audit-Reason
296200     else
296300         string "CREDIT LIMIT REQUEST " Appr-Id
296400             delimited by size into Audit-Reason
296500     end-if
296600     move LK-Customer-Id to Audit-Customer-Id
296700     perform 9700-write-audit-record.
296800
296900 9325-write-approval-record-exit.
297000     exit.
297100
297200******************************************************************
297300*    9330-FIND-NEXT-APPROVAL-ID - walks the approvals file,      *
297400*    which is in id order, leaving one above the highest id on   *
297500*    file in WS-NEXT-APPROVAL-ID (1 for an empty file).          *
297600******************************************************************
297700 9330-find-next-approval-id.
297800     move zero to WS-Next-Approval-Id
297900     move "N" to WS-Eof-Flag
298000     move zero to Appr-Id
298100     start Customer-Approval-File key is not less than Appr-Id
298200         invalid key
298300             set End-Of-File to true
298400     end-start
298500     perform 9335-read-next-approval-id until End-Of-File
298600     add 1 to WS-Next-Approval-Id.
298700
298800 9335-read-next-approval-id.
298900     read Customer-Approval-File next record
299000         at end
299100             set End-Of-File to true
299200         not at end
299300             move Appr-Id to WS-Next-Approval-Id
299400     end-read.
299500
299600******************************************************************
299700*    9340-TAKE-CLEARED-APPROVAL - every update or delete call    *
299800*    uses up the clearance ApprovePendingChange left; it applies *
299900*    (APPROVAL-CLEARED, with its id in WS-APPROVAL-ID) only when *
300000*    the call is for the customer and kind of change approved.   *
300100******************************************************************
300200 9340-take-cleared-approval.
300300     set Approval-Cleared to false
300400     if WS-Cleared-Approval-Id not = zero
300500             and WS-Cleared-Customer-Id = LK-Customer-Id
300600             and WS-Cleared-Type = WS-Approval-Type
300700         set Approval-Cleared to true
300800         move WS-Cleared-Approval-Id to WS-Approval-Id
300900     end-if
301000     move zero to WS-Cleared-Approval-Id.
301100
301200******************************************************************
301300*    9360-CLOSE-CLEARED-APPROVAL - the approved change has just  *
301400*    been applied; its approval record is marked A in the        *
301500*    approver's name.                                            *
301600******************************************************************
301700 9360-close-cleared-approval.
301800     move "A" to WS-Approval-Status-To
301900     move "APPROVED" to WS-Approval-Audit-Op
302000     perform 9370-close-approval thru 9370-close-approval-exit.
302100
302200******************************************************************
302300*    9370-CLOSE-APPROVAL - moves approval WS-APPROVAL-ID from    *
302400*    pending to WS-APPROVAL-STATUS-TO, stamps the operator and   *
302500*    time of the decision, and writes the WS-APPROVAL-AUDIT-OP   *
302600*    audit record.  RECORD-FOUND says whether a pending approval *
302700*    was there to close.                                         *
302800******************************************************************
302900 9370-close-approval.
303000     move "N" to WS-Found-Flag
303100     perform 9310-open-approval-file-io
303200     if WS-Approval-File-Status not = "00"
303300         go to 9370-close-approval-exit
303400     end-if
303500     move WS-Approval-Id to Appr-Id
303600     read Customer-Approval-File
303700         invalid key
303800             continue
303900         not invalid key
304000             if ApprovalStatus of Customer-Approval-Record = "P"
304100                 set Record-Found to true
304200             end-if
304300     end-read
304400     if Record-Found
304500         move WS-Approval-Status-To to
304600             ApprovalStatus of Customer-Approval-Record
304700         move WS-Operator-Id to
304800             ApprovalDecidedBy of Customer-Approval-Record
304900         move function current-date to
305000             ApprovalDecidedAt of Customer-Approval-Record
305100         rewrite Customer-Approval-Record
305200         perform 9380-write-approval-audit
305300     end-if
305400     close Customer-Approval-File.
305500
305600 9370-close-approval-exit.
305700     exit.
305800
305900******************************************************************
306000*    9380-WRITE-APPROVAL-AUDIT - the audit record for a decision *
306100*    on a parked change: the images are blank apart from the old *
306200*    and new credit limits, and the reason quotes the approval   *
306300*    id and who asked for the change.                            *
306400******************************************************************
306500 9380-write-approval-audit.
306600     move spaces to Audit-Old-Values
306700     move spaces to Audit-New-Values
306800     move ApprovalOldCreditLimit of Customer-Approval-Record to
306900         Old-CreditLimit
307000     move ApprovalNewCreditLimit of Customer-Approval-Record to
307100         New-CreditLimit
307200     move WS-Approval-Audit-Op to Audit-Operation
307300     move spaces to Audit-Reason
307400     string "REQUEST " Appr-Id " BY "
307500         ApprovalRequestedBy of Customer-Approval-Record
307600         delimited by size into Audit-Reason
307700     move ApprovalCustomerId of Customer-Approval-Record to
307800         Audit-Customer-Id
307900     perform 9700-write-audit-record.
308000
308100******************************************************************
308200*    9390-REFUSE-APPROVAL - 9800-RECORD-REFUSAL for the approval *
308300*    entries, which are keyed on the approval id: the REFUSED    *
308400*    record names the customer the parked change is for.         *
308500******************************************************************
308600 9390-refuse-approval.
308700     move "NA" to WS-Operation-Result
308800     move "REFUSED " to Audit-Operation
308900     move WS-Refused-Entry to Audit-Reason
309000     move ApprovalCustomerId of LK-Customer-Approval to
309100         Audit-Customer-Id
309200     move spaces to Audit-Old-Values
309300     move spaces to Audit-New-Values
309400     perform 9700-write-audit-record.
309500
309600******************************************************************
309700*    GetCustomerApproval - approval LK-APPROVAL-ID, in whatever  *
309800*    state, in LK-CUSTOMER-APPROVAL; NF (and a zero ApprovalId)  *
309900*    when there is no such approval.                             *
310000******************************************************************
310100 9400-get-customer-approval-entry.
310200     entry "GetCustomerApproval" using LK-Customer-Approval,
310300         LK-Approval-Id.
310400     perform 9405-read-approval thru 9405-read-approval-exit
310500     goback.
310600
310700 9405-read-approval.
310800     move spaces to LK-Customer-Approval
310900     move zero to ApprovalId of LK-Customer-Approval
311000     move zero to ApprovalCustomerId of LK-Customer-Approval
311100     move zero to ApprovalOldCreditLimit of LK-Customer-Approval
311200     move zero to ApprovalNewCreditLimit of LK-Customer-Approval
311300     move "NF" to WS-Operation-Result
311400     open input Customer-Approval-File
311500     if WS-Approval-File-Status not = "00"
311600         go to 9405-read-approval-exit
311700     end-if
311800     move LK-Approval-Id to Appr-Id
311900     read Customer-Approval-File
312000         invalid key
312100             continue
312200         not invalid key
312300             move "00" to WS-Operation-Result
312400             move Appr-Id to ApprovalId of LK-Customer-Approval
312500             move corresponding Approval-Fields to
312600                 LK-Customer-Approval
312700     end-read
312800     close Customer-Approval-File.
312900
313000 9405-read-approval-exit.
313100     exit.
313200
313300******************************************************************
313400*    9407-READ-PENDING-APPROVAL - as 9405, but an approval       *
313500*    already decided comes back NF as well: there is nothing     *
313600*    left to decide.                                             *
313700******************************************************************
313800 9407-read-pending-approval.
313900     move zero to WS-Cleared-Approval-Id
314000     perform 9405-read-approval thru 9405-read-approval-exit
314100     if WS-Operation-Result = "00"
314200             and not Approval-Pending
314300         move "NF" to WS-Operation-Result
314400     end-if.
314500
314600******************************************************************
314700*    ApprovePendingChange - a second supervisor approves pending *
314800*    approval LK-APPROVAL-ID, which comes back in LK-CUSTOMER-   *
314900*    APPROVAL.  Nothing is applied here: the next UpdateCustomer-*
315000*    ById (type L, passing ApprovalCustomerImage) or Delete-     *
315100*    CustomerById (type D, passing ApprovalDeleteReason) for the *
315200*    customer goes through without being parked again, and the   *
315300*    approval is marked applied in the approver's name once the  *
315400*    change is on file.  If that call is refused (SU, HD, RV)    *
315500*    the approval stays pending.  Results: 00 cleared, NF no     *
315600*    such pending approval, NA not a supervisor or the approver  *
315700*    asked for the change.                                       *
315800******************************************************************
315900 9410-approve-pending-change-entry.
316000     entry "ApprovePendingChange" using LK-Customer-Approval,
316100         LK-Approval-Id.
316200     perform 9410-approve-pending-change thru
316300         9410-approve-pending-change-exit
316400     goback.
316500
316600 9410-approve-pending-change.
316700     perform 9407-read-pending-approval
316800     if WS-Operation-Result not = "00"
316900         go to 9410-approve-pending-change-exit
317000     end-if
317100     perform 9435-check-decider
317200     if WS-Operation-Result not = "00"
317300         go to 9410-approve-pending-change-exit
317400     end-if
317500     move ApprovalId of LK-Customer-Approval to
317600         WS-Cleared-Approval-Id
317700     move ApprovalCustomerId of LK-Customer-Approval to
317800         WS-Cleared-Customer-Id
317900     move ApprovalType of LK-Customer-Approval to
318000         WS-Cleared-Type.
318100
318200 9410-approve-pending-change-exit.
318300     exit.
318400
318500******************************************************************
318600*    DeclinePendingChange - a second supervisor turns pending    *
318700*    approval LK-APPROVAL-ID down.  Nothing is applied; the      *
318800*    approval is marked D in the decliner's name with a DECLINED *
318900*    audit record, and comes back in LK-CUSTOMER-APPROVAL.       *
319000*    Results as for ApprovePendingChange, 00 meaning declined.   *
319100******************************************************************
319200 9420-decline-pending-change-entry.
319300     entry "DeclinePendingChange" using LK-Customer-Approval,
319400         LK-Approval-Id.
319500     perform 9420-decline-pending-change thru
319600         9420-decline-pending-change-exit
319700     goback.
319800
319900 9420-decline-pending-change.
320000     perform 9407-read-pending-approval
320100     if WS-Operation-Result not = "00"
320200         go to 9420-decline-pending-change-exit
320300     end-if
320400     perform 9435-check-decider
320500     if WS-Operation-Result not = "00"
320600         go to 9420-decline-pending-change-exit
320700     end-if
320800     move "D" to WS-Approval-Status-To
320900     move "DECLINED" to WS-Approval-Audit-Op
321000     perform 9445-close-decided-approval.
321100
321200 9420-decline-pending-change-exit.
321300     exit.
321400
321500******************************************************************
321600*    ExpirePendingChange - pending approval LK-APPROVAL-ID has   *
321700*    waited too long (the caller decides how long) and is closed *
321800*    off unapplied: marked E with an EXPIRED audit record in the *
321900*    name of the operator running the expiry, who needs          *
322000*    supervisor authority.  Results: 00 expired, NF no such      *
322100*    pending approval, NA not a supervisor.                      *
322200******************************************************************
322300 9430-expire-pending-change-entry.
322400     entry "ExpirePendingChange" using LK-Customer-Approval,
322500         LK-Approval-Id.
322600     perform 9430-expire-pending-change thru
322700         9430-expire-pending-change-exit
322800     goback.
322900
323000 9430-expire-pending-change.
323100     perform 9407-read-pending-approval
323200     if WS-Operation-Result not = "00"
323300         go to 9430-expire-pending-change-exit
323400     end-if
323500     if not Operator-Is-Supervisor
323600         move "NOT AUTHORIZED - EXPIRY" to WS-Refused-Entry
323700         perform 9390-refuse-approval
323800         go to 9430-expire-pending-change-exit
323900     end-if
324000     move "E" to WS-Approval-Status-To
324100     move "EXPIRED " to WS-Approval-Audit-Op
324200     perform 9445-close-decided-approval.
324300
324400 9430-expire-pending-change-exit.
324500     exit.
324600
324700******************************************************************
324800*    9435-CHECK-DECIDER - only a supervisor other than the one   *
324900*    who asked for the change may approve or decline it; anyone  *
325000*    else is refused NA with a REFUSED audit record.             *
325100******************************************************************
325200 9435-check-decider.
325300     if not Operator-Is-Supervisor
325400         move "NOT AUTHORIZED - APPROVAL" to WS-Refused-Entry
325500         perform 9390-refuse-approval
325600     else
325700     if ApprovalRequestedBy of LK-Customer-Approval =
325800             WS-Operator-Id
325900         move "OWN REQUEST - APPROVAL" to WS-Refused-Entry
326000         perform 9390-refuse-approval
326100     end-if
326200     end-if.
326300
326400******************************************************************
326500*    9445-CLOSE-DECIDED-APPROVAL - closes LK-APPROVAL-ID off     *
326600*    with the status and audit operation the caller set, and     *
326700*    hands the closed approval back.                             *
326800******************************************************************
326900 9445-close-decided-approval.
327000     move LK-Approval-Id to WS-Approval-Id
327100     perform 9370-close-approval thru 9370-close-approval-exit
327200     if Record-Found
327300         perform 9405-read-approval thru 9405-read-approval-exit
327400     else
327500         move "NF" to WS-Operation-Result
327600     end-if.
327700
327800******************************************************************
327900*    BrowseFirstPendingApproval / BrowseNextPendingApproval /    *
328000*    EndPendingApprovalBrowse - walk the approvals still pending,*
328100*    oldest (lowest id) first, holding the approvals file open   *
328200*    across the walk the way the group member browse does.  A    *
328300*    zero ApprovalId back means the walk is done (and the file   *
328400*    is closed); stopping early needs EndPendingApprovalBrowse.  *
328500*    The other approval entries must not be called while the     *
328600*    walk is on - collect the ids first.                         *
328700******************************************************************
328800 9450-browse-first-pending-approval-entry.
328900     entry "BrowseFirstPendingApproval" using
329000         LK-Customer-Approval.
329100     perform 9450-browse-first-pending thru
329200         9450-browse-first-pending-exit
329300     goback.
329400
329500 9450-browse-first-pending.
329600     if Apr-Browse-Is-Open
329700         perform 9465-close-approval-browse
329800     end-if
329900     move zero to ApprovalId of LK-Customer-Approval
330000     open input Customer-Approval-File
330100     if WS-Approval-File-Status not = "00"
330200         go to 9450-browse-first-pending-exit
330300     end-if
330400     set Apr-Browse-Is-Open to true
330500     move zero to Appr-Id
330600     start Customer-Approval-File key is not less than Appr-Id
330700         invalid key
330800             perform 9465-close-approval-browse
330900     end-start
331000     if Apr-Browse-Is-Open
331100         perform 9460-browse-next-pending
331200     end-if.
331300
331400 9450-browse-first-pending-exit.
331500     exit.
331600
331700 9455-browse-next-pending-approval-entry.
331800     entry "BrowseNextPendingApproval" using
331900         LK-Customer-Approval.
332000     if Apr-Browse-Is-Open
332100         perform 9460-browse-next-pending
332200     else
332300         move zero to ApprovalId of LK-Customer-Approval
332400     end-if
332500     goback.
332600
332700 9460-browse-next-pending.
332800     move zero to ApprovalId of LK-Customer-Approval
332900     move "N" to WS-Found-Flag
333000     perform 9462-read-next-pending
333100         until Record-Found or not Apr-Browse-Is-Open.
333200
333300 9462-read-next-pending.
333400     read Customer-Approval-File next record
333500         at end
333600             perform 9465-close-approval-browse
333700         not at end
333800             if ApprovalStatus of Customer-Approval-Record = "P"
333900                 set Record-Found to true
334000                 move Appr-Id to
334050                     ApprovalId of LK-Customer-Approval
334100                 move corresponding Approval-Fields to
334200                     LK-Customer-Approval
334300             end-if
334400     end-read.
334500
334600 9465-close-approval-browse.
334700     close Customer-Approval-File
334800     set Apr-Browse-Is-Open to false.
334900
335000 9470-end-pending-approval-browse-entry.
335100     entry "EndPendingApprovalBrowse".
335200     if Apr-Browse-Is-Open
335300         perform 9465-close-approval-browse
335400     end-if
335500     goback.
335600
335700******************************************************************
335800*    SetCustomerActivityFileName - configure ClienteActiv.dat    *
335900*    (the default) away for tests, the way SetCustomerFileName   *
336000*    does for Clientes.dat.                                      *
336100******************************************************************
336200 9500-set-customer-activity-file-name-entry.
336300     entry "SetCustomerActivityFileName" using
336400         LK-Customer-File-Name.
336500     move LK-Customer-File-Name to WS-Customer-Activity-File-Name
336600     goback.
336700
336750******************************************************************
336800*    9510-OPEN-ACTIVITY-FILE-IO - opens the activity file for    *
336900*    I-O, creating it first if this is the very first write, the *
337000*    same way 9210 treats the email status file.                 *
337100******************************************************************
337200 9510-open-activity-file-io.
337300     open i-o Customer-Activity-File
337400     if WS-Activity-File-Status = "35"
337500         open output Customer-Activity-File
337600         close Customer-Activity-File
337700         open i-o Customer-Activity-File
337800     end-if.
337900
338000******************************************************************
338100*    RecordCustomerAgedFeed - notes today as the date customer   *
338200*    LK-CUSTOMER-ID was last on the CUSTAGED aged-balance feed.  *
338300*    Nothing on Clientes.dat changes, so no audit record is      *
338400*    written.  The credit-hold run makes one call per feed       *
338500*    record and brackets them with Begin/EndCustomerActivity-    *
338600*    Lookup so the file is opened once.  Results: 00 noted, NF   *
338700*    zero id or no activity file.                                *
338800******************************************************************
338900 9520-record-customer-aged-feed-entry.
339000     entry "RecordCustomerAgedFeed" using LK-Customer-Id.
339100     perform 9520-record-customer-aged-feed thru
339200         9520-record-customer-aged-feed-exit
339300     goback.
339400
339500 9520-record-customer-aged-feed.
339600     if Operator-Not-Signed-On
339700         move "OPERATOR NOT SIGNED ON" to WS-Refused-Entry
339800         perform 9800-record-refusal
339900         go to 9520-record-customer-aged-feed-exit
340000     end-if
340100     move "NF" to WS-Operation-Result
340200     if LK-Customer-Id = zero
340300         go to 9520-record-customer-aged-feed-exit
340400     end-if
340500     if not Activity-Lookup-Is-Open
340600         perform 9510-open-activity-file-io
340700         if WS-Activity-File-Status not = "00"
340800             go to 9520-record-customer-aged-feed-exit
340900         end-if
341000     end-if
341100     move "N" to WS-Found-Flag
341200     move LK-Customer-Id to Actv-Customer-Id
341300     read Customer-Activity-File
341400         invalid key
341500             continue
341600         not invalid key
341700             set Record-Found to true
341800     end-read
341900     move LK-Customer-Id to Actv-Customer-Id
342000     move function current-date(1:8) to Actv-Last-Aged-Date
342100     if Record-Found
342200         rewrite Customer-Activity-Record
342300     else
342400         write Customer-Activity-Record
342500     end-if
342600     if not Activity-Lookup-Is-Open
342700         close Customer-Activity-File
342800     end-if
342900     move "00" to WS-Operation-Result.
343000
343100 9520-record-customer-aged-feed-exit.
343200     exit.
343300
343400******************************************************************
343500*    GetCustomerAgedFeedDate - the date (YYYYMMDD) customer      *
343600*    LK-CUSTOMER-ID was last on CUSTAGED, in LK-AGED-FEED-DATE;  *
343700*    spaces and result NF when it has not been on the feed since *
343800*    the activity file was started.                              *
343900******************************************************************
344000 9530-get-customer-aged-feed-date-entry.
344100     entry "GetCustomerAgedFeedDate" using LK-Aged-Feed-Date,
344200         LK-Customer-Id.
344300     perform 9530-get-customer-aged-feed-date thru
344400         9530-get-customer-aged-feed-date-exit
344500     goback.
344600
344700 9530-get-customer-aged-feed-date.
344800     move spaces to LK-Aged-Feed-Date
344900     move "NF" to WS-Operation-Result
345000     if LK-Customer-Id = zero
345100         go to 9530-get-customer-aged-feed-date-exit
345200     end-if
345300     if not Activity-Lookup-Is-Open
345400         open input Customer-Activity-File
345500         if WS-Activity-File-Status not = "00"
345600             go to 9530-get-customer-aged-feed-date-exit
345700         end-if
345800     end-if
345900     move LK-Customer-Id to Actv-Customer-Id
346000     read Customer-Activity-File
346100         invalid key
346200             continue
346300         not invalid key
346400             move "00" to WS-Operation-Result
346500             move Actv-Last-Aged-Date to LK-Aged-Feed-Date
346600     end-read
346700     if not Activity-Lookup-Is-Open
346800         close Customer-Activity-File
346900     end-if.
347000
347100 9530-get-customer-aged-feed-date-exit.
347200     exit.
347300
347400 9535-begin-customer-activity-lookup-entry.
347500     entry "BeginCustomerActivityLookup".
347600     if not Activity-Lookup-Is-Open
347700         perform 9510-open-activity-file-io
347800         if WS-Activity-File-Status = "00"
347900             set Activity-Lookup-Is-Open to true
348000         end-if
348100     end-if
348200     goback.
348300
348400 9536-end-customer-activity-lookup-entry.
348500     entry "EndCustomerActivityLookup".
348600     if Activity-Lookup-Is-Open
348700         close Customer-Activity-File
348800         set Activity-Lookup-Is-Open to false
348900     end-if
349000     goback.
349050
349100 end program Customers.
