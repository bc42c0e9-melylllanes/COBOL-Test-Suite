000100******************************************************************
000200*                                                                *
000300*    PROGRAM:   CUSTOMERACCESSPACK                               *
000400*    AUTHOR:    M. LLANES, DATA MANAGEMENT GROUP                 *
000500*    INSTALLATION: HEAD OFFICE SYSTEMS                           *
000600*    DATE-WRITTEN:  15/10/26                                     *
000700*                                                                *
000800*    Data-subject access pack.  When a customer asks for every   *
000900*    piece of data held about them, the counter runs this with   *
001000*    the CustomerId and sends out what it prints on CUSTDSAR:    *
001100*      - the customer record as it stands on Clientes.dat, with  *
001200*        its state - active, soft-deleted, or soft-deleted and   *
001300*        anonymized - and the deletion date and reason;          *
001400*      - every address on the address file, end-dated ones       *
001500*        included;                                               *
001600*      - every entry on the contact log;                         *
001610*      - the email bounce status kept on ClienteEmail.dat, the   *
001620*        customer group it belongs to, and every change parked   *
001630*        on ClienteAprob.dat for a second supervisor, in any     *
001640*        status, with its before and after values;               *
001700*      - the complete change history: every audit record for     *
001800*        the customer on the dated AudArchYYYYMMDD.dat archives  *
001900*        whose cutoff falls inside the retention window, oldest  *
002000*        archive first, then ClienteAudit.dat itself, so the     *
002100*        history reads in time order.                            *
002200*    Page and record counts print at the end, and producing the  *
002300*    pack is itself filed on the customer's contact log as a     *
002400*    letter (L) entry under the operator's id.                   *
002500*                                                                *
002600*    The record is read from Clientes.dat directly - a deleted   *
002700*    or anonymized customer is invisible through GetCustomerById *
002800*    but is still data held about the subject - and the pack is  *
002900*    logged through AddCustomerContactAnyState for the same      *
003000*    reason.  The retention window (months back from today) is   *
003100*    72 unless the optional DSARPARM card gives another 3-digit  *
003200*    month count; archives are found by trying each dated name   *
003300*    in the window, since an archive can be cut on any day.      *
003400*                                                                *
003500*    MODIFICATION HISTORY                                        *
003600*    --------------------                                        *
003700*    DATE       INIT  DESCRIPTION                                *
003800*    -------    ----  -----------------------------------------  *
003900*    15/10/26   MLH   Original version.                          *
003950*    15/10/26   MLH   Three sections added after the contact     *
003955*                     log: the email bounce status, the customer *
003960*                     group, and every change parked on          *
003965*                     ClienteAprob.dat in any status with its    *
003970*                     before and after values; each counts       *
003975*                     towards the records in the pack.           *
004000******************************************************************
004100 identification division.
004200 program-id. CustomerAccessPack.
004300 author. M. Llanes, Data Management Group.
004400 installation. Head Office Systems.
004500 date-written. 15/10/26.
004600 date-compiled. 15/10/26.
004700
004800 environment division.
004900 configuration section.
005000 special-names.
005100     console is CONSOLE-DEVICE.
005200
005300 input-output section.
005400 file-control.
005500     select Customer-File assign to "Clientes.dat"
005600         organization is indexed
005700         access mode is dynamic
005800         record key is CustomerId of Customer-Record
005900         alternate record key is Name of Customer-Record
006000             with duplicates
006100         file status is WS-File-Status.
006200
006300     select Audit-File assign to
006400         dynamic WS-Audit-File-Name
006500         organization is line sequential
006600         file status is WS-Audit-File-Status.
006610
006620     select Approval-File assign to "ClienteAprob.dat"
006630         organization is indexed
006640         access mode is dynamic
006650         record key is Appr-Id
006660         file status is WS-Approval-File-Status.
006700
006800     select Parameter-File assign to "DSARPARM"
006900         organization is line sequential
007000         file status is WS-Parameter-File-Status.
007100
007200     select Pack-Report-File assign to "CUSTDSAR"
007300         organization is line sequential.
007400
007500 data division.
007600 file section.
007700 fd  Customer-File.
007800     copy CustomerRecord.
007900
008000 fd  Audit-File.
008100     copy CustomerAuditRecord.
008110
008120 fd  Approval-File.
008130     copy CustomerApprovalRecord.
008200
008300 fd  Parameter-File.
008400 01  Parameter-Record.
008500     05  PR-Retention-Months     pic 9(03).
008600
008700 fd  Pack-Report-File.
008800 01  Pack-Report-Record          pic x(134).
008900
009000 working-storage section.
009100 01  WS-Customer-File-Name       pic x(20) value "Clientes.dat".
009200 01  WS-Audit-File-Name          pic x(20) value spaces.
009300 01  WS-Live-Audit-File-Name     pic x(20)
009400         value "ClienteAudit.dat".
009500 01  WS-Operator-Id              pic x(08) value spaces.
009600 01  WS-Customer-Id              pic 9(08) value zero.
009700 01  WS-File-Status              pic x(02) value spaces.
009800 01  WS-Audit-File-Status        pic x(02) value spaces.
009900     88  Audit-File-Found            value "00".
009950 01  WS-Approval-File-Status     pic x(02) value spaces.
010000 01  WS-Parameter-File-Status    pic x(02) value spaces.
010100 01  WS-Operation-Result         pic x(02) value spaces.
010200 01  WS-Abandon-Flag             pic x(01) value "N".
010300     88  Run-Abandoned               value "Y".
010400 01  WS-Eof-Flag                 pic x(01) value "N".
010500     88  End-Of-File                 value "Y".
010600 01  WS-Archive-Flag             pic x(01) value "N".
010700     88  Reading-Archive             value "Y" false "N".
010800
010900*    retention window in months back from today - overridden
011000*    from the DSARPARM card when one is supplied.
011100 01  WS-Retention-Months         pic 9(03) value 72.
011200
011300 01  WS-Today                    pic x(08) value spaces.
011400 01  WS-Today-Numeric redefines WS-Today
011500                                 pic 9(08).
011600 01  WS-Today-Parts redefines WS-Today.
011700     05  WS-Today-Year           pic 9(04).
011800     05  WS-Today-Month          pic 9(02).
011900     05  WS-Today-Day            pic 9(02).
012000 01  WS-Today-Integer            pic 9(08) value zero.
012100 01  WS-Month-Number             pic 9(06) value zero.
012200 01  WS-Window-Year              pic 9(04) value zero.
012300 01  WS-Window-Month             pic 9(02) value zero.
012400 01  WS-Window-Start-Date        pic 9(08) value zero.
012500 01  WS-Window-Start-Integer     pic 9(08) value zero.
012600 01  WS-Probe-Integer            pic 9(08) value zero.
012700 01  WS-Probe-Date               pic 9(08) value zero.
012800
012900 01  WS-Lines-Per-Page           pic 9(02) value 55.
013000 01  WS-Line-Count               pic 9(02) value 99.
013100 01  WS-Page-Count               pic 9(04) value zero.
013200 01  WS-Lines-Needed             pic 9(02) value zero.
013300 01  WS-Records-Listed           pic 9(05) value zero.
013400 01  WS-Addresses-Listed         pic 9(05) value zero.
013500 01  WS-Contacts-Listed          pic 9(05) value zero.
013600 01  WS-Archives-Read            pic 9(05) value zero.
013700 01  WS-Archive-Changes-Listed   pic 9(05) value zero.
013800 01  WS-Live-Changes-Listed      pic 9(05) value zero.
013810 01  WS-Email-Records-Listed     pic 9(05) value zero.
013820 01  WS-Group-Records-Listed     pic 9(05) value zero.
013830 01  WS-Approvals-Listed         pic 9(05) value zero.
013900 01  WS-Customer-Records-Listed  pic 9(05) value zero.
014000
014100 01  WS-Print-Line               pic x(134) value spaces.
014200 01  WS-Edited-Credit-Limit      pic z,zzz,zz9.99.
014300 01  WS-Edited-Count             pic zzzz9.
014400 01  WS-Edited-Pages             pic zzz9.
014500
014600 01  WS-Heading-Line-1.
014700     05  filler                  pic x(10) value spaces.
014800     05  filler                  pic x(30)
014900             value "DATA-SUBJECT ACCESS PACK".
015000     05  filler                  pic x(09) value "CUSTOMER ".
015100     05  HL1-Customer-Id         pic 9(08).
015200     05  filler                  pic x(04) value spaces.
015300     05  filler                  pic x(09) value "PRODUCED ".
015400     05  HL1-Date                pic x(10).
015500     05  filler                  pic x(04) value spaces.
015600     05  filler                  pic x(05) value "PAGE ".
015700     05  HL1-Page                pic zzz9.
015800     05  filler                  pic x(41) value spaces.
015900
016000 01  WS-Section-Line.
016100     05  filler                  pic x(04) value spaces.
016200     05  SL-Title                pic x(60).
016300     05  filler                  pic x(70) value spaces.
016400
016500 01  WS-Field-Line.
016600     05  filler                  pic x(04) value spaces.
016700     05  FL-Label                pic x(20).
016800     05  FL-Value                pic x(60).
016900     05  filler                  pic x(50) value spaces.
017000
017100 01  WS-Address-Line.
017200     05  filler                  pic x(04) value spaces.
017300     05  AD-Type                 pic x(08).
017400     05  filler                  pic x(01) value spaces.
017500     05  AD-Sequence             pic 9(02).
017600     05  filler                  pic x(02) value spaces.
017700     05  AD-Line1                pic x(30).
017800     05  filler                  pic x(02) value spaces.
017900     05  AD-City                 pic x(20).
018000     05  filler                  pic x(02) value spaces.
018100     05  AD-Postcode             pic x(10).
018200     05  filler                  pic x(02) value spaces.
018300     05  filler                  pic x(05) value "FROM ".
018400     05  AD-Start-Date           pic x(08).
018500     05  filler                  pic x(02) value spaces.
018600     05  AD-End-Label            pic x(06).
018700     05  AD-End-Date             pic x(08).
018800     05  filler                  pic x(22) value spaces.
018900
019000 01  WS-Contact-Line.
019100     05  filler                  pic x(04) value spaces.
019200     05  CT-Timestamp            pic x(21).
019300     05  filler                  pic x(02) value spaces.
019400     05  CT-Type                 pic x(10).
019500     05  filler                  pic x(02) value spaces.
019600     05  filler                  pic x(09) value "OPERATOR ".
019700     05  CT-Operator-Id          pic x(08).
019800     05  filler                  pic x(78) value spaces.
019900
020000 01  WS-Contact-Text-Line.
020100     05  filler                  pic x(08) value spaces.
020200     05  CX-Text                 pic x(60).
020300     05  filler                  pic x(66) value spaces.
020400
020500 01  WS-Audit-Header-Line.
020600     05  filler                  pic x(04) value spaces.
020700     05  AH-Timestamp            pic x(21).
020800     05  filler                  pic x(02) value spaces.
020900     05  AH-Operation            pic x(08).
021000     05  filler                  pic x(02) value spaces.
021100     05  filler                  pic x(09) value "OPERATOR ".
021200     05  AH-Operator-Id          pic x(08).
021300     05  filler                  pic x(80) value spaces.
021400
021500 01  WS-Audit-Reason-Line.
021600     05  filler                  pic x(08) value spaces.
021700     05  filler                  pic x(08) value "REASON: ".
021800     05  AR-Reason               pic x(30).
021900     05  filler                  pic x(88) value spaces.
022000
022100 01  WS-Change-Line.
022200     05  filler                  pic x(08) value spaces.
022300     05  CL-Field-Label          pic x(13).
022400     05  CL-Old-Value            pic x(40).
022500     05  filler                  pic x(04) value " -> ".
022600     05  CL-New-Value            pic x(40).
022700     05  filler                  pic x(29) value spaces.
022705
022710 01  WS-Approval-Line.
022715     05  filler                  pic x(04) value spaces.
022720     05  AL-Approval-Id          pic 9(08).
022725     05  filler                  pic x(02) value spaces.
022730     05  AL-Type                 pic x(12).
022735     05  filler                  pic x(02) value spaces.
022740     05  AL-Status               pic x(08).
022745     05  filler                  pic x(02) value spaces.
022750     05  filler                  pic x(13) value "REQUESTED BY ".
022755     05  AL-Requested-By         pic x(08).
022760     05  filler                  pic x(01) value spaces.
022765     05  AL-Requested-At         pic x(21).
022770     05  filler                  pic x(02) value spaces.
022775     05  AL-Decided-Label        pic x(11).
022780     05  AL-Decided-By           pic x(08).
022785     05  filler                  pic x(01) value spaces.
022790     05  AL-Decided-At           pic x(21).
022795     05  filler                  pic x(10) value spaces.
022800
022900 01  WS-Note-Line.
023000     05  filler                  pic x(04) value spaces.
023100     05  NL-Note                 pic x(60).
023200     05  filler                  pic x(70) value spaces.
023300
023400 01  WS-Total-Line.
023500     05  filler                  pic x(10) value spaces.
023600     05  TL-Label                pic x(28).
023700     05  TL-Count                pic zzzz9.
023800     05  filler                  pic x(91) value spaces.
023900
024000 01  WS-Blank-Line               pic x(134) value spaces.
024100
024200 copy CustomerAddress replacing Customer-Address by Pack-Address.
024300 copy CustomerContact replacing Customer-Contact by Pack-Contact.
024310 copy CustomerEmailStatus replacing Customer-Email-Status by
024320     Pack-Email.
024330 copy CustomerGroup replacing Customer-Group by Pack-Group.
024340 copy CustomerApproval replacing Customer-Approval by
024350     Pack-Approval.
024360 copy Customer replacing Customer by Parked-Customer.
024400
024500 procedure division.
024600
024700******************************************************************
024800*    0000-MAINLINE - a refused sign-on or an id that was never   *
024900*    issued ends the run with a note and nothing logged.         *
025000******************************************************************
025100 0000-mainline.
025200     perform 1000-initialize thru 1000-initialize-exit
025300     if not Run-Abandoned
025400         perform 2000-print-customer-record thru
025500             2000-print-customer-record-exit
025600     end-if
025700     if not Run-Abandoned
025800         perform 3000-print-addresses thru
025900             3000-print-addresses-exit
026000         perform 3500-print-contacts thru
026100             3500-print-contacts-exit
026110         perform 3700-print-email-status thru
026120             3700-print-email-status-exit
026130         perform 3750-print-group thru 3750-print-group-exit
026140         perform 3800-print-approvals thru
026150             3800-print-approvals-exit
026200         perform 4000-print-history thru
026300             4000-print-history-exit
026400         perform 5000-log-pack thru 5000-log-pack-exit
026500     end-if
026600     perform 6000-terminate thru 6000-terminate-exit
026700     stop run.
026800
026900******************************************************************
027000*    1000-INITIALIZE - sign the operator on to the CUSTOMERS     *
027100*    program (the pack is logged under that id), ask for the     *
027200*    customer, pick up the parameter card and work out where the *
027300*    retention window starts.                                    *
027400******************************************************************
027500 1000-initialize.
027600     open output Pack-Report-File
027700     move function current-date(1:8) to WS-Today
027800     move spaces to HL1-Date
027900     string WS-Today(7:2) "/" WS-Today(5:2) "/" WS-Today(1:4)
028000         delimited by size into HL1-Date
028100     move zero to HL1-Customer-Id
028200     call "Customers"
028300     call "SetCustomerFileName" using WS-Customer-File-Name
028400     display "ACCESS PACK - ENTER OPERATOR ID: "
028500         upon CONSOLE-DEVICE
028600     accept WS-Operator-Id from CONSOLE-DEVICE
028700     call "SetOperatorId" using WS-Operator-Id
028800     call "GetLastOperationResult" using WS-Operation-Result
028900     if WS-Operation-Result = "NA"
029000         display "OPERATOR ID UNKNOWN OR INACTIVE - SIGN-ON "
029100             "REFUSED" upon CONSOLE-DEVICE
029200         move "OPERATOR ID UNKNOWN OR INACTIVE - NO PACK PRODUCED"
029300             to NL-Note
029400         perform 1900-abandon-run thru 1900-abandon-run-exit
029500         go to 1000-initialize-exit
029600     end-if
029700     display "CUSTOMER ID: " upon CONSOLE-DEVICE
029800     accept WS-Customer-Id from CONSOLE-DEVICE
029900     move WS-Customer-Id to HL1-Customer-Id
030000     perform 1100-read-parameter-card thru
030100         1100-read-parameter-card-exit
030200     perform 1200-work-out-window thru 1200-work-out-window-exit.
030300
030400 1000-initialize-exit.
030500     exit.
030600
030700******************************************************************
030800*    1100-READ-PARAMETER-CARD - a numeric, nonzero month count on*
030900*    DSARPARM replaces the default window.                       *
031000******************************************************************
031100 1100-read-parameter-card.
031200     open input Parameter-File
031300     if WS-Parameter-File-Status not = "00"
031400         go to 1100-read-parameter-card-exit
031500     end-if
031600     read Parameter-File
031700         at end
031800             close Parameter-File
031900             go to 1100-read-parameter-card-exit
032000     end-read
032100     if PR-Retention-Months numeric
032200             and PR-Retention-Months > zero
032300         move PR-Retention-Months to WS-Retention-Months
032400     end-if
032500     close Parameter-File.
032600
032700 1100-read-parameter-card-exit.
032800     exit.
032900
033000******************************************************************
033100*    1200-WORK-OUT-WINDOW - the window opens on the first of the *
033200*    month WS-RETENTION-MONTHS back from this one, counted in    *
033300*    whole months so the answer does not drift with month        *
033400*    lengths.                                                    *
033500******************************************************************
033600 1200-work-out-window.
033700     compute WS-Month-Number = WS-Today-Year * 12
033800         + WS-Today-Month - 1 - WS-Retention-Months
033900     divide WS-Month-Number by 12 giving WS-Window-Year
034000         remainder WS-Window-Month
034100     add 1 to WS-Window-Month
034200     compute WS-Window-Start-Date = WS-Window-Year * 10000
034300         + WS-Window-Month * 100 + 1
034400     compute WS-Window-Start-Integer =
034500         function integer-of-date(WS-Window-Start-Date)
034600     compute WS-Today-Integer =
034700         function integer-of-date(WS-Today-Numeric).
034800
034900 1200-work-out-window-exit.
035000     exit.
035100
035200******************************************************************
035300*    1900-ABANDON-RUN - NL-NOTE says why; it goes on the report  *
035400*    under the page heading.                                     *
035500******************************************************************
035600 1900-abandon-run.
035700     move "Y" to WS-Abandon-Flag
035800     move WS-Note-Line to WS-Print-Line
035900     perform 8000-print-line thru 8000-print-line-exit.
036000
036100 1900-abandon-run-exit.
036200     exit.
036300
036400******************************************************************
036500*    2000-PRINT-CUSTOMER-RECORD - the record exactly as it stands*
036600*    on Clientes.dat, whatever its state.  An id that was never  *
036700*    issued has nothing to send.                                 *
036800******************************************************************
036900 2000-print-customer-record.
037000     open input Customer-File
037100     if WS-File-Status not = "00"
037200         move "CUSTOMER FILE NOT AVAILABLE - NO PACK PRODUCED"
037300             to NL-Note
037400         perform 1900-abandon-run thru 1900-abandon-run-exit
037500         go to 2000-print-customer-record-exit
037600     end-if
037700     move WS-Customer-Id to CustomerId of Customer-Record
037800     read Customer-File
037900     close Customer-File
038000     if WS-File-Status not = "00"
038100         display "CUSTOMER " WS-Customer-Id " NOT ON FILE - NO "
038200             "PACK PRODUCED" upon CONSOLE-DEVICE
038300         move "CUSTOMER NOT ON FILE - NO PACK PRODUCED" to NL-Note
038400         perform 1900-abandon-run thru 1900-abandon-run-exit
038500         go to 2000-print-customer-record-exit
038600     end-if
038700     add 1 to WS-Customer-Records-Listed
038800     move "CUSTOMER RECORD" to SL-Title
038900     perform 8200-start-section thru 8200-start-section-exit
039000     move "RECORD STATE:" to FL-Label
039100     if Customer-Not-Deleted
039200         move "CURRENT - NOT DELETED" to FL-Value
039300     else
039400         if Name of Customer-Record = "ANONYMIZED"
039500             move "DELETED AND ANONYMIZED" to FL-Value
039600         else
039700             move "DELETED" to FL-Value
039800         end-if
039900     end-if
040000     perform 2100-print-field thru 2100-print-field-exit
040100     if Customer-Deleted
040200         move "DELETED ON:" to FL-Label
040300         move DeletedDate of Customer-Record to FL-Value
040400         perform 2100-print-field thru 2100-print-field-exit
040500         move "DELETION REASON:" to FL-Label
040600         move DeletedReason of Customer-Record to FL-Value
040700         perform 2100-print-field thru 2100-print-field-exit
040800     end-if
040900     move "CUSTOMER ID:" to FL-Label
041000     move CustomerId of Customer-Record to FL-Value
041100     perform 2100-print-field thru 2100-print-field-exit
041200     move "NAME:" to FL-Label
041300     move Name of Customer-Record to FL-Value
041400     perform 2100-print-field thru 2100-print-field-exit
041500     move "ADDRESS:" to FL-Label
041600     move Address1 of Customer-Record to FL-Value
041700     perform 2100-print-field thru 2100-print-field-exit
041800     move "CITY:" to FL-Label
041900     move City of Customer-Record to FL-Value
042000     perform 2100-print-field thru 2100-print-field-exit
042100     move "POSTCODE:" to FL-Label
042200     move Postcode of Customer-Record to FL-Value
042300     perform 2100-print-field thru 2100-print-field-exit
042400     move "TELEPHONE:" to FL-Label
042500     move Telephone of Customer-Record to FL-Value
042600     perform 2100-print-field thru 2100-print-field-exit
042700     move "MOBILE:" to FL-Label
042800     move Mobile of Customer-Record to FL-Value
042900     perform 2100-print-field thru 2100-print-field-exit
043000     move "CONTACT:" to FL-Label
043100     move Contact of Customer-Record to FL-Value
043200     perform 2100-print-field thru 2100-print-field-exit
043300     move "EMAIL:" to FL-Label
043400     move EmailAddress of Customer-Record to FL-Value
043500     perform 2100-print-field thru 2100-print-field-exit
043600     move "VAT NUMBER:" to FL-Label
043700     move VatNumber of Customer-Record to FL-Value
043800     perform 2100-print-field thru 2100-print-field-exit
043900     move "ACCOUNT STATUS:" to FL-Label
044000     evaluate true
044100         when Account-Active of Customer-Record
044200             move "ACTIVE" to FL-Value
044300         when Account-Credit-Hold of Customer-Record
044400             move "CREDIT HOLD" to FL-Value
044500         when Account-Closed of Customer-Record
044600             move "CLOSED" to FL-Value
044700         when other
044800             move AccountStatus of Customer-Record to FL-Value
044900     end-evaluate
045000     perform 2100-print-field thru 2100-print-field-exit
045100     move "CREDIT LIMIT:" to FL-Label
045200     move spaces to FL-Value
045300     if CreditLimit of Customer-Record numeric
045400         move CreditLimit of Customer-Record to
045500             WS-Edited-Credit-Limit
045600         move WS-Edited-Credit-Limit to FL-Value
045700     end-if
045800     perform 2100-print-field thru 2100-print-field-exit
045900     move "PAYMENT TERMS:" to FL-Label
046000     move PaymentTerms of Customer-Record to FL-Value
046100     perform 2100-print-field thru 2100-print-field-exit
046200     move "OWNING BRANCH:" to FL-Label
046300     move BranchCode of Customer-Record to FL-Value
046400     if BranchCode of Customer-Record = spaces
046500         move "HEAD OFFICE / UNASSIGNED" to FL-Value
046600     end-if
046700     perform 2100-print-field thru 2100-print-field-exit
046800     move "LAST UPDATED:" to FL-Label
046900     move LastUpdated of Customer-Record to FL-Value
047000     perform 2100-print-field thru 2100-print-field-exit.
047100
047200 2000-print-customer-record-exit.
047300     exit.
047400
047500 2100-print-field.
047600     move WS-Field-Line to WS-Print-Line
047700     perform 8000-print-line thru 8000-print-line-exit.
047800
047900 2100-print-field-exit.
048000     exit.
048100
048200******************************************************************
048300*    3000-PRINT-ADDRESSES - every address on file for the        *
048400*    customer, end-dated ones with their end date.  A blank      *
048500*    AddressType back ends the walk.                             *
048600******************************************************************
048700 3000-print-addresses.
048800     move "ADDRESSES" to SL-Title
048900     perform 8200-start-section thru 8200-start-section-exit
049000     call "BrowseFirstCustomerAddress" using Pack-Address,
049100         WS-Customer-Id
049200     if AddressType of Pack-Address = spaces
049300         move "NO ADDRESSES ON FILE" to NL-Note
049400         move WS-Note-Line to WS-Print-Line
049500         perform 8000-print-line thru 8000-print-line-exit
049600         go to 3000-print-addresses-exit
049700     end-if
049800     perform 3100-print-one-address thru
049900         3100-print-one-address-exit
050000         until AddressType of Pack-Address = spaces.
050100
050200 3000-print-addresses-exit.
050300     exit.
050400
050500 3100-print-one-address.
050600     evaluate AddressType of Pack-Address
050700         when "I"
050800             move "INVOICE" to AD-Type
050900         when "D"
051000             move "DELIVERY" to AD-Type
051100         when "S"
051200             move "SITE" to AD-Type
051300         when other
051400             move AddressType of Pack-Address to AD-Type
051500     end-evaluate
051600     move AddressSequence of Pack-Address to AD-Sequence
051700     move AddressLine1 of Pack-Address to AD-Line1
051800     move AddressCity of Pack-Address to AD-City
051900     move AddressPostcode of Pack-Address to AD-Postcode
052000     move AddressStartDate of Pack-Address to AD-Start-Date
052100     move spaces to AD-End-Label
052200     move AddressEndDate of Pack-Address to AD-End-Date
052300     if AddressEndDate of Pack-Address not = spaces
052400         move "ENDED " to AD-End-Label
052500     end-if
052600     move WS-Address-Line to WS-Print-Line
052700     perform 8000-print-line thru 8000-print-line-exit
052800     add 1 to WS-Addresses-Listed
052900     call "BrowseNextCustomerAddress" using Pack-Address,
053000         WS-Customer-Id.
053100
053200 3100-print-one-address-exit.
053300     exit.
053400
053500******************************************************************
053600*    3500-PRINT-CONTACTS - every contact-log entry in the order  *
053700*    filed, each with whichever of its three text lines are      *
053800*    filled in.  A blank ContactType back ends the walk.         *
053900******************************************************************
054000 3500-print-contacts.
054100     move "CONTACT LOG" to SL-Title
054200     perform 8200-start-section thru 8200-start-section-exit
054300     call "BrowseFirstCustomerContact" using Pack-Contact,
054400         WS-Customer-Id
054500     if ContactType of Pack-Contact = spaces
054600         move "NO CONTACT-LOG ENTRIES ON FILE" to NL-Note
054700         move WS-Note-Line to WS-Print-Line
054800         perform 8000-print-line thru 8000-print-line-exit
054900         go to 3500-print-contacts-exit
055000     end-if
055100     perform 3600-print-one-contact thru
055200         3600-print-one-contact-exit
055300         until ContactType of Pack-Contact = spaces.
055400
055500 3500-print-contacts-exit.
055600     exit.
055700
055800 3600-print-one-contact.
055900     move ContactTimestamp of Pack-Contact to CT-Timestamp
056000     evaluate ContactType of Pack-Contact
056100         when "T"
056200             move "TELEPHONE" to CT-Type
056300         when "V"
056400             move "VISIT" to CT-Type
056500         when "L"
056600             move "LETTER" to CT-Type
056700         when "E"
056800             move "EMAIL" to CT-Type
056900         when other
057000             move ContactType of Pack-Contact to CT-Type
057100     end-evaluate
057200     move ContactOperatorId of Pack-Contact to CT-Operator-Id
057300     move WS-Contact-Line to WS-Print-Line
057400     perform 8000-print-line thru 8000-print-line-exit
057500     if ContactText1 of Pack-Contact not = spaces
057600         move ContactText1 of Pack-Contact to CX-Text
057700         move WS-Contact-Text-Line to WS-Print-Line
057800         perform 8000-print-line thru 8000-print-line-exit
057900     end-if
058000     if ContactText2 of Pack-Contact not = spaces
058100         move ContactText2 of Pack-Contact to CX-Text
058200         move WS-Contact-Text-Line to WS-Print-Line
058300         perform 8000-print-line thru 8000-print-line-exit
058400     end-if
058500     if ContactText3 of Pack-Contact not = spaces
058600         move ContactText3 of Pack-Contact to CX-Text
058700         move WS-Contact-Text-Line to WS-Print-Line
058800         perform 8000-print-line thru 8000-print-line-exit
058900     end-if
059000     add 1 to WS-Contacts-Listed
059100     call "BrowseNextCustomerContact" using Pack-Contact,
059200         WS-Customer-Id.
059300
059400 3600-print-one-contact-exit.
059500     exit.
059600
059601******************************************************************
059602*    3700-PRINT-EMAIL-STATUS - the hard-bounce record kept on    *
059603*    ClienteEmail.dat, which holds the address that bounced.     *
059604*    No record means the customer's email has never bounced.     *
059605******************************************************************
059606 3700-print-email-status.
059607     move "EMAIL BOUNCE STATUS" to SL-Title
059608     perform 8200-start-section thru 8200-start-section-exit
059609     call "GetCustomerEmailStatus" using Pack-Email,
059610         WS-Customer-Id
059611     call "GetLastOperationResult" using WS-Operation-Result
059612     if WS-Operation-Result not = "00"
059613         move "NO EMAIL BOUNCES ON FILE" to NL-Note
059614         move WS-Note-Line to WS-Print-Line
059615         perform 8000-print-line thru 8000-print-line-exit
059616         go to 3700-print-email-status-exit
059617     end-if
059618     add 1 to WS-Email-Records-Listed
059619     move "BOUNCED ADDRESS:" to FL-Label
059620     move EmailBouncedAddress of Pack-Email to FL-Value
059621     perform 2100-print-field thru 2100-print-field-exit
059622     move "HARD BOUNCES:" to FL-Label
059623     move EmailHardBounces of Pack-Email to FL-Value
059624     perform 2100-print-field thru 2100-print-field-exit
059625     move "LAST BOUNCE DATE:" to FL-Label
059626     move EmailLastBounceDate of Pack-Email to FL-Value
059627     perform 2100-print-field thru 2100-print-field-exit
059628     move "ADDRESS USABLE:" to FL-Label
059629     if Email-Is-Unusable of Pack-Email
059630         move "NO" to FL-Value
059631     else
059632         move "YES" to FL-Value
059633     end-if
059634     perform 2100-print-field thru 2100-print-field-exit
059635     if Email-Is-Unusable of Pack-Email
059636         move "UNUSABLE SINCE:" to FL-Label
059637         move EmailUnusableDate of Pack-Email to FL-Value
059638         perform 2100-print-field thru 2100-print-field-exit
059639     end-if.
059640
059641 3700-print-email-status-exit.
059642     exit.
059643
059644******************************************************************
059645*    3750-PRINT-GROUP - the customer group the customer heads or *
059646*    belongs to on ClienteGrupos.dat.                            *
059647******************************************************************
059648 3750-print-group.
059649     move "CUSTOMER GROUP" to SL-Title
059650     perform 8200-start-section thru 8200-start-section-exit
059651     call "GetCustomerGroup" using Pack-Group, WS-Customer-Id
059652     call "GetLastOperationResult" using WS-Operation-Result
059653     if WS-Operation-Result not = "00"
059654         move "NOT IN A CUSTOMER GROUP" to NL-Note
059655         move WS-Note-Line to WS-Print-Line
059656         perform 8000-print-line thru 8000-print-line-exit
059657         go to 3750-print-group-exit
059658     end-if
059659     add 1 to WS-Group-Records-Listed
059660     move "GROUP PARENT ID:" to FL-Label
059661     move GroupParentId of Pack-Group to FL-Value
059662     perform 2100-print-field thru 2100-print-field-exit
059663     move "GROUP NAME:" to FL-Label
059664     move GroupName of Pack-Group to FL-Value
059665     perform 2100-print-field thru 2100-print-field-exit
059666     move "ROLE IN GROUP:" to FL-Label
059667     if GroupParentId of Pack-Group = WS-Customer-Id
059668         move "PARENT ACCOUNT" to FL-Value
059669     else
059670         move "MEMBER" to FL-Value
059671     end-if
059672     perform 2100-print-field thru 2100-print-field-exit.
059673
059674 3750-print-group-exit.
059675     exit.
059676
059677******************************************************************
059678*    3800-PRINT-APPROVALS - every change parked for a second     *
059679*    supervisor, in any status, read from ClienteAprob.dat       *
059680*    directly for the same reason Clientes.dat is: the           *
059681*    CUSTOMERS browse only returns the ones still pending.  The  *
059682*    file is keyed on the approval id alone, so all of it is     *
059683*    read, and the customer's changes print in the order they    *
059684*    were parked.                                                *
059685******************************************************************
059686 3800-print-approvals.
059687     move "CHANGES PARKED FOR APPROVAL" to SL-Title
059688     perform 8200-start-section thru 8200-start-section-exit
059689     open input Approval-File
059690     if WS-Approval-File-Status not = "00"
059691         go to 3800-print-approvals-note
059692     end-if
059693     move "N" to WS-Eof-Flag
059694     move zero to Appr-Id
059695     start Approval-File key is not less than Appr-Id
059696         invalid key
059697             set End-Of-File to true
059698     end-start
059699     perform 3810-read-one-approval thru
059700         3810-read-one-approval-exit
059701         until End-Of-File
059702     close Approval-File.
059703
059704 3800-print-approvals-note.
059705     if WS-Approvals-Listed = zero
059706         move "NO CHANGES PARKED FOR APPROVAL" to NL-Note
059707         move WS-Note-Line to WS-Print-Line
059708         perform 8000-print-line thru 8000-print-line-exit
059709     end-if.
059710
059711 3800-print-approvals-exit.
059712     exit.
059713
059714 3810-read-one-approval.
059715     read Approval-File next record
059716         at end
059717             set End-Of-File to true
059718             go to 3810-read-one-approval-exit
059719     end-read
059720     if ApprovalCustomerId of Customer-Approval-Record not =
059721             WS-Customer-Id
059722         go to 3810-read-one-approval-exit
059723     end-if
059724     move corresponding Approval-Fields to Pack-Approval
059725     move Appr-Id to ApprovalId of Pack-Approval
059726     perform 3820-print-one-approval thru
059727         3820-print-one-approval-exit
059728     add 1 to WS-Approvals-Listed.
059729
059730 3810-read-one-approval-exit.
059731     exit.
059732
059733******************************************************************
059734*    3820-PRINT-ONE-APPROVAL - what was asked for, by whom and   *
059735*    what became of it, the credit limit before and after or     *
059736*    the delete reason, and the copy of the customer record      *
059737*    the requester keyed, which is what would have been          *
059738*    applied.                                                    *
059739******************************************************************
059740 3820-print-one-approval.
059741     move ApprovalId of Pack-Approval to AL-Approval-Id
059742     evaluate true
059743         when Approval-Credit-Limit of Pack-Approval
059744             move "CREDIT LIMIT" to AL-Type
059745         when Approval-Delete of Pack-Approval
059746             move "DELETE" to AL-Type
059747         when other
059748             move ApprovalType of Pack-Approval to AL-Type
059749     end-evaluate
059750     evaluate true
059751         when Approval-Pending of Pack-Approval
059752             move "PENDING" to AL-Status
059753         when Approval-Applied of Pack-Approval
059754             move "APPLIED" to AL-Status
059755         when Approval-Declined of Pack-Approval
059756             move "DECLINED" to AL-Status
059757         when Approval-Expired of Pack-Approval
059758             move "EXPIRED" to AL-Status
059759         when other
059760             move ApprovalStatus of Pack-Approval to AL-Status
059761     end-evaluate
059762     move ApprovalRequestedBy of Pack-Approval to AL-Requested-By
059763     move ApprovalRequestedAt of Pack-Approval to AL-Requested-At
059764     move spaces to AL-Decided-Label
059765     if ApprovalDecidedBy of Pack-Approval not = spaces
059766         move "DECIDED BY" to AL-Decided-Label
059767     end-if
059768     move ApprovalDecidedBy of Pack-Approval to AL-Decided-By
059769     move ApprovalDecidedAt of Pack-Approval to AL-Decided-At
059770     move WS-Blank-Line to WS-Print-Line
059771     perform 8000-print-line thru 8000-print-line-exit
059772     move WS-Approval-Line to WS-Print-Line
059773     perform 8000-print-line thru 8000-print-line-exit
059774     if Approval-Credit-Limit of Pack-Approval
059775         move "CREDIT LIMIT" to CL-Field-Label
059776         move spaces to CL-Old-Value
059777         if ApprovalOldCreditLimit of Pack-Approval numeric
059778             move ApprovalOldCreditLimit of Pack-Approval to
059779                 WS-Edited-Credit-Limit
059780             move WS-Edited-Credit-Limit to CL-Old-Value
059781         end-if
059782         move spaces to CL-New-Value
059783         if ApprovalNewCreditLimit of Pack-Approval numeric
059784             move ApprovalNewCreditLimit of Pack-Approval to
059785                 WS-Edited-Credit-Limit
059786             move WS-Edited-Credit-Limit to CL-New-Value
059787         end-if
059788         perform 4510-print-one-change thru
059789             4510-print-one-change-exit
059790     end-if
059791     if ApprovalDeleteReason of Pack-Approval not = spaces
059792         move ApprovalDeleteReason of Pack-Approval to AR-Reason
059793         move WS-Audit-Reason-Line to WS-Print-Line
059794         perform 8000-print-line thru 8000-print-line-exit
059795     end-if
059796     if ApprovalCustomerImage of Pack-Approval = spaces
059797         move "PARKED CUSTOMER COPY REMOVED BY RETENTION PURGE"
059798             to NL-Note
059799         move WS-Note-Line to WS-Print-Line
059800         perform 8000-print-line thru 8000-print-line-exit
059801         go to 3820-print-one-approval-exit
059802     end-if
059803     move ApprovalCustomerImage of Pack-Approval to
059804         Parked-Customer
059805     perform 3830-print-parked-copy thru
059806         3830-print-parked-copy-exit.
059807
059808 3820-print-one-approval-exit.
059809     exit.
059810
059811 3830-print-parked-copy.
059812     move "  PARKED NAME:" to FL-Label
059813     move Name of Parked-Customer to FL-Value
059814     perform 2100-print-field thru 2100-print-field-exit
059815     move "  PARKED ADDRESS:" to FL-Label
059816     move Address1 of Parked-Customer to FL-Value
059817     perform 2100-print-field thru 2100-print-field-exit
059818     move "  PARKED CITY:" to FL-Label
059819     move City of Parked-Customer to FL-Value
059820     perform 2100-print-field thru 2100-print-field-exit
059821     move "  PARKED POSTCODE:" to FL-Label
059822     move Postcode of Parked-Customer to FL-Value
059823     perform 2100-print-field thru 2100-print-field-exit
059824     move "  PARKED TELEPHONE:" to FL-Label
059825     move Telephone of Parked-Customer to FL-Value
059826     perform 2100-print-field thru 2100-print-field-exit
059827     move "  PARKED MOBILE:" to FL-Label
059828     move Mobile of Parked-Customer to FL-Value
059829     perform 2100-print-field thru 2100-print-field-exit
059830     move "  PARKED CONTACT:" to FL-Label
059831     move Contact of Parked-Customer to FL-Value
059832     perform 2100-print-field thru 2100-print-field-exit
059833     move "  PARKED EMAIL:" to FL-Label
059834     move EmailAddress of Parked-Customer to FL-Value
059835     perform 2100-print-field thru 2100-print-field-exit
059836     move "  PARKED VAT NUMBER:" to FL-Label
059837     move VatNumber of Parked-Customer to FL-Value
059838     perform 2100-print-field thru 2100-print-field-exit
059839     move "  PARKED STATUS:" to FL-Label
059840     move AccountStatus of Parked-Customer to FL-Value
059841     perform 2100-print-field thru 2100-print-field-exit
059842     move "  PARKED TERMS:" to FL-Label
059843     move PaymentTerms of Parked-Customer to FL-Value
059844     perform 2100-print-field thru 2100-print-field-exit
059845     move "  PARKED BRANCH:" to FL-Label
059846     move BranchCode of Parked-Customer to FL-Value
059847     perform 2100-print-field thru 2100-print-field-exit.
059848
059849 3830-print-parked-copy-exit.
059850     exit.
059851
059852******************************************************************
059853*    4000-PRINT-HISTORY - archives first, oldest cutoff first,   *
059900*    then the live audit file, so the history prints in the      *
060000*    order the changes were made.                                *
060100******************************************************************
060200 4000-print-history.
060300     move "CHANGE HISTORY" to SL-Title
060400     perform 8200-start-section thru 8200-start-section-exit
060500     move spaces to NL-Note
060600     string "ARCHIVES SEARCHED FROM "
060700         WS-Window-Start-Date(7:2) "/"
060800         WS-Window-Start-Date(5:2) "/" WS-Window-Start-Date(1:4)
060900         " TO " HL1-Date delimited by size into NL-Note
061000     move WS-Note-Line to WS-Print-Line
061100     perform 8000-print-line thru 8000-print-line-exit
061200     set Reading-Archive to true
061300     perform 4100-probe-one-date thru 4100-probe-one-date-exit
061400         varying WS-Probe-Integer from WS-Window-Start-Integer
061500         by 1 until WS-Probe-Integer > WS-Today-Integer
061600     set Reading-Archive to false
061700     move WS-Live-Audit-File-Name to WS-Audit-File-Name
061800     perform 4200-read-audit-file thru 4200-read-audit-file-exit.
061900
062000 4000-print-history-exit.
062100     exit.
062200
062300******************************************************************
062400*    4100-PROBE-ONE-DATE - an archive is named for its cutoff    *
062500*    date, which the operator keys at month end, so each day in  *
062600*    the window is tried in turn; a name that does not open is   *
062700*    simply a day with no archive.                               *
062800******************************************************************
062900 4100-probe-one-date.
063000     compute WS-Probe-Date =
063100         function date-of-integer(WS-Probe-Integer)
063200     move spaces to WS-Audit-File-Name
063300     string "AudArch" WS-Probe-Date ".dat"
063400         delimited by size into WS-Audit-File-Name
063500     perform 4200-read-audit-file thru 4200-read-audit-file-exit.
063600
063700 4100-probe-one-date-exit.
063800     exit.
063900
064000******************************************************************
064100*    4200-READ-AUDIT-FILE - prints every record on the file named*
064200*    in WS-AUDIT-FILE-NAME for the customer.  An archive that    *
064300*    opens is named on the pack even when none of its records    *
064400*    are the customer's, so the reader can see it was searched.  *
064500******************************************************************
064600 4200-read-audit-file.
064700     open input Audit-File
064800     if not Audit-File-Found
064900         go to 4200-read-audit-file-exit
065000     end-if
065100     if Reading-Archive
065200         add 1 to WS-Archives-Read
065300     end-if
065400     move spaces to NL-Note
065500     string "FROM " WS-Audit-File-Name delimited by size
065600         into NL-Note
065700     move WS-Blank-Line to WS-Print-Line
065800     perform 8000-print-line thru 8000-print-line-exit
065900     move WS-Note-Line to WS-Print-Line
066000     perform 8000-print-line thru 8000-print-line-exit
066100     move "N" to WS-Eof-Flag
066200     perform 4300-print-one-audit-record thru
066300         4300-print-one-audit-record-exit
066400         until End-Of-File
066500     close Audit-File.
066600
066700 4200-read-audit-file-exit.
066800     exit.
066900
067000 4300-print-one-audit-record.
067100     read Audit-File
067200         at end
067300             set End-Of-File to true
067400         not at end
067500             if Audit-Customer-Id = WS-Customer-Id
067600                 perform 4400-print-audit-record thru
067700                     4400-print-audit-record-exit
067800                 if Reading-Archive
067900                     add 1 to WS-Archive-Changes-Listed
068000                 else
068100                     add 1 to WS-Live-Changes-Listed
068200                 end-if
068300             end-if
068400     end-read.
068500
068600 4300-print-one-audit-record-exit.
068700     exit.
068800
068900******************************************************************
069000*    4400-PRINT-AUDIT-RECORD - when, what and who, the reason    *
069100*    when one was given, then one line per field whose value     *
069200*    changed, the same layout CUSTOMERHISTORY prints.            *
069300******************************************************************
069400 4400-print-audit-record.
069500     move Audit-Timestamp to AH-Timestamp
069600     move Audit-Operation to AH-Operation
069700     move Audit-Operator-Id to AH-Operator-Id
069800     move WS-Audit-Header-Line to WS-Print-Line
069900     perform 8000-print-line thru 8000-print-line-exit
070000     if Audit-Reason not = spaces
070100         move Audit-Reason to AR-Reason
070200         move WS-Audit-Reason-Line to WS-Print-Line
070300         perform 8000-print-line thru 8000-print-line-exit
070400     end-if
070500     perform 4500-print-changed-fields thru
070600         4500-print-changed-fields-exit.
070700
070800 4400-print-audit-record-exit.
070900     exit.
071000
071100 4500-print-changed-fields.
071200     if Old-Name not = New-Name
071300         move "NAME"         to CL-Field-Label
071400         move Old-Name      to CL-Old-Value
071500         move New-Name      to CL-New-Value
071600         perform 4510-print-one-change thru
071700             4510-print-one-change-exit
071800     end-if
071900     if Old-Address1 not = New-Address1
072000         move "ADDRESS1"     to CL-Field-Label
072100         move Old-Address1  to CL-Old-Value
072200         move New-Address1  to CL-New-Value
072300         perform 4510-print-one-change thru
072400             4510-print-one-change-exit
072500     end-if
072600     if Old-City not = New-City
072700         move "CITY"         to CL-Field-Label
072800         move Old-City      to CL-Old-Value
072900         move New-City      to CL-New-Value
073000         perform 4510-print-one-change thru
073100             4510-print-one-change-exit
073200     end-if
073300     if Old-Postcode not = New-Postcode
073400         move "POSTCODE"     to CL-Field-Label
073500         move Old-Postcode  to CL-Old-Value
073600         move New-Postcode  to CL-New-Value
073700         perform 4510-print-one-change thru
073800             4510-print-one-change-exit
073900     end-if
074000     if Old-Telephone not = New-Telephone
074100         move "TELEPHONE"    to CL-Field-Label
074200         move Old-Telephone to CL-Old-Value
074300         move New-Telephone to CL-New-Value
074400         perform 4510-print-one-change thru
074500             4510-print-one-change-exit
074600     end-if
074700     if Old-Mobile not = New-Mobile
074800         move "MOBILE"       to CL-Field-Label
074900         move Old-Mobile    to CL-Old-Value
075000         move New-Mobile    to CL-New-Value
075100         perform 4510-print-one-change thru
075200             4510-print-one-change-exit
075300     end-if
075400     if Old-Contact not = New-Contact
075500         move "CONTACT"      to CL-Field-Label
075600         move Old-Contact   to CL-Old-Value
075700         move New-Contact   to CL-New-Value
075800         perform 4510-print-one-change thru
075900             4510-print-one-change-exit
076000     end-if
076100     if Old-EmailAddress not = New-EmailAddress
076200         move "EMAIL"        to CL-Field-Label
076300         move Old-EmailAddress to CL-Old-Value
076400         move New-EmailAddress to CL-New-Value
076500         perform 4510-print-one-change thru
076600             4510-print-one-change-exit
076700     end-if
076800     if Old-VatNumber not = New-VatNumber
076900         move "VAT NUMBER"   to CL-Field-Label
077000         move Old-VatNumber to CL-Old-Value
077100         move New-VatNumber to CL-New-Value
077200         perform 4510-print-one-change thru
077300             4510-print-one-change-exit
077400     end-if
077500     if Old-AccountStatus not = New-AccountStatus
077600         move "ACCT STATUS"  to CL-Field-Label
077700         move Old-AccountStatus to CL-Old-Value
077800         move New-AccountStatus to CL-New-Value
077900         perform 4510-print-one-change thru
078000             4510-print-one-change-exit
078100     end-if
078200     if Old-CreditLimit not = New-CreditLimit
078300         move "CREDIT LIMIT" to CL-Field-Label
078400         move spaces to CL-Old-Value
078500         if Old-CreditLimit numeric
078600             move Old-CreditLimit to WS-Edited-Credit-Limit
078700             move WS-Edited-Credit-Limit to CL-Old-Value
078800         end-if
078900         move spaces to CL-New-Value
079000         if New-CreditLimit numeric
079100             move New-CreditLimit to WS-Edited-Credit-Limit
079200             move WS-Edited-Credit-Limit to CL-New-Value
079300         end-if
079400         perform 4510-print-one-change thru
079500             4510-print-one-change-exit
079600     end-if
079700     if Old-PaymentTerms not = New-PaymentTerms
079800         move "PAYMT TERMS"  to CL-Field-Label
079900         move Old-PaymentTerms to CL-Old-Value
080000         move New-PaymentTerms to CL-New-Value
080100         perform 4510-print-one-change thru
080200             4510-print-one-change-exit
080300     end-if
080400     if Old-BranchCode not = New-BranchCode
080500         move "BRANCH CODE"  to CL-Field-Label
080600         move Old-BranchCode to CL-Old-Value
080700         move New-BranchCode to CL-New-Value
080800         perform 4510-print-one-change thru
080900             4510-print-one-change-exit
081000     end-if.
081100
081200 4500-print-changed-fields-exit.
081300     exit.
081400
081500 4510-print-one-change.
081600     move WS-Change-Line to WS-Print-Line
081700     perform 8000-print-line thru 8000-print-line-exit.
081800
081900 4510-print-one-change-exit.
082000     exit.
082100
082200******************************************************************
082300*    5000-LOG-PACK - the totals block is kept on one page, so the*
082400*    page count is final before the pack is logged; the log      *
082500*    entry quotes it.  The result of the logging prints with the *
082600*    totals.                                                     *
082700******************************************************************
082800 5000-log-pack.
082900     move 17 to WS-Lines-Needed
083000     if WS-Line-Count + WS-Lines-Needed > WS-Lines-Per-Page
083100         perform 8100-print-page-heading thru
083200             8100-print-page-heading-exit
083300     end-if
083400     compute WS-Records-Listed = WS-Customer-Records-Listed
083500         + WS-Addresses-Listed + WS-Contacts-Listed
083600         + WS-Email-Records-Listed + WS-Group-Records-Listed
083610         + WS-Approvals-Listed
083620         + WS-Archive-Changes-Listed + WS-Live-Changes-Listed
083700     move spaces to Pack-Contact
083800     move "L" to ContactType of Pack-Contact
083900     move WS-Page-Count to WS-Edited-Pages
084000     move WS-Records-Listed to WS-Edited-Count
084100     string "SUBJECT ACCESS PACK PRODUCED - " WS-Edited-Pages
084200         " PAGES, " WS-Edited-Count " RECORDS"
084300         delimited by size into ContactText1 of Pack-Contact
084400     call "AddCustomerContactAnyState" using Pack-Contact,
084500         WS-Customer-Id
084600     call "GetLastOperationResult" using WS-Operation-Result
084700     move spaces to NL-Note
084800     if WS-Operation-Result = "00"
084900         string "PACK LOGGED ON THE CONTACT LOG AT "
085000             ContactTimestamp of Pack-Contact(1:14)
085100             delimited by size into NL-Note
085200     else
085300         string "PACK COULD NOT BE LOGGED ON THE CONTACT LOG - "
085400             "RESULT " WS-Operation-Result
085500             delimited by size into NL-Note
085600         display "ACCESS PACK NOT LOGGED - RESULT "
085700             WS-Operation-Result upon CONSOLE-DEVICE
085800     end-if.
085900
086000 5000-log-pack-exit.
086100     exit.
086200
086300******************************************************************
086400*    6000-TERMINATE - page and record counts, and the logging    *
086500*    note left by 5000.                                          *
086600******************************************************************
086700 6000-terminate.
086800     if Run-Abandoned
086900         go to 6000-terminate-close
087000     end-if
087100     move WS-Blank-Line to WS-Print-Line
087200     perform 8000-print-line thru 8000-print-line-exit
087300     move WS-Note-Line to WS-Print-Line
087400     perform 8000-print-line thru 8000-print-line-exit
087500     move WS-Blank-Line to WS-Print-Line
087600     perform 8000-print-line thru 8000-print-line-exit
087700     move "CUSTOMER RECORDS:" to TL-Label
087800     move WS-Customer-Records-Listed to TL-Count
087900     perform 6100-print-total thru 6100-print-total-exit
088000     move "ADDRESSES:" to TL-Label
088100     move WS-Addresses-Listed to TL-Count
088200     perform 6100-print-total thru 6100-print-total-exit
088300     move "CONTACT-LOG ENTRIES:" to TL-Label
088400     move WS-Contacts-Listed to TL-Count
088500     perform 6100-print-total thru 6100-print-total-exit
088510     move "EMAIL BOUNCE RECORDS:" to TL-Label
088520     move WS-Email-Records-Listed to TL-Count
088530     perform 6100-print-total thru 6100-print-total-exit
088540     move "GROUP MEMBERSHIPS:" to TL-Label
088550     move WS-Group-Records-Listed to TL-Count
088560     perform 6100-print-total thru 6100-print-total-exit
088570     move "PARKED CHANGES:" to TL-Label
088580     move WS-Approvals-Listed to TL-Count
088590     perform 6100-print-total thru 6100-print-total-exit
088600     move "ARCHIVES SEARCHED:" to TL-Label
088700     move WS-Archives-Read to TL-Count
088800     perform 6100-print-total thru 6100-print-total-exit
088900     move "CHANGES FROM ARCHIVES:" to TL-Label
089000     move WS-Archive-Changes-Listed to TL-Count
089100     perform 6100-print-total thru 6100-print-total-exit
089200     move "CHANGES FROM LIVE AUDIT:" to TL-Label
089300     move WS-Live-Changes-Listed to TL-Count
089400     perform 6100-print-total thru 6100-print-total-exit
089500     move "TOTAL RECORDS IN PACK:" to TL-Label
089600     move WS-Records-Listed to TL-Count
089700     perform 6100-print-total thru 6100-print-total-exit
089800     move "PAGES IN PACK:" to TL-Label
089900     move WS-Page-Count to TL-Count
090000     perform 6100-print-total thru 6100-print-total-exit
090100     display "ACCESS PACK FOR CUSTOMER " WS-Customer-Id
090200         " PRINTED ON CUSTDSAR" upon CONSOLE-DEVICE.
090300
090400 6000-terminate-close.
090500     close Pack-Report-File.
090600
090700 6000-terminate-exit.
090800     exit.
090900
091000 6100-print-total.
091100     move WS-Total-Line to WS-Print-Line
091200     perform 8000-print-line thru 8000-print-line-exit.
091300
091400 6100-print-total-exit.
091500     exit.
091600
091700******************************************************************
091800*    8000-PRINT-LINE - every line of the pack goes through here  *
091900*    so the page count is right; a full page throws a new one.   *
092000******************************************************************
092100 8000-print-line.
092200     if WS-Line-Count not < WS-Lines-Per-Page
092300         perform 8100-print-page-heading thru
092400             8100-print-page-heading-exit
092500     end-if
092600     write Pack-Report-Record from WS-Print-Line
092700     add 1 to WS-Line-Count.
092800
092900 8000-print-line-exit.
093000     exit.
093100
093200 8100-print-page-heading.
093300     add 1 to WS-Page-Count
093400     move WS-Page-Count to HL1-Page
093500     if WS-Page-Count = 1
093600         write Pack-Report-Record from WS-Heading-Line-1
093700     else
093800         write Pack-Report-Record from WS-Heading-Line-1
093900             after advancing page
094000     end-if
094100     write Pack-Report-Record from WS-Blank-Line
094200     move 2 to WS-Line-Count.
094300
094400 8100-print-page-heading-exit.
094500     exit.
094600
094700******************************************************************
094800*    8200-START-SECTION - a blank line and the section title.    *
094900******************************************************************
095000 8200-start-section.
095100     move WS-Blank-Line to WS-Print-Line
095200     perform 8000-print-line thru 8000-print-line-exit
095300     move WS-Section-Line to WS-Print-Line
095400     perform 8000-print-line thru 8000-print-line-exit.
095500
095600 8200-start-section-exit.
095700     exit.
095800
095900 end program CustomerAccessPack.
