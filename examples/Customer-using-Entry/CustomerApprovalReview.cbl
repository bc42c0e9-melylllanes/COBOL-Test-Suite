000100******************************************************************
000200*                                                                *
000300*    PROGRAM:   CUSTOMERAPPROVALREVIEW                           *
000400*    AUTHOR:    M. LLANES, DATA MANAGEMENT GROUP                 *
000500*    INSTALLATION: HEAD OFFICE SYSTEMS                           *
000600*    DATE-WRITTEN:  15/10/26                                     *
000700*                                                                *
000800*    Online second-supervisor review of the changes CUSTOMERS    *
000900*    has parked on ClienteAprob.dat for four-eyes approval:      *
001000*    an update raising a customer's CreditLimit by more than     *
001100*    the approval limit, and any deletion keyed online.          *
001200*                                                                *
001300*    The supervisor lists what is waiting, picks one by its      *
001400*    approval id and sees the customer's values as they stand    *
001500*    on file beside the values asked for (for a deletion, the    *
001600*    customer and the reason given), then approves it,           *
001700*    declines it or leaves it for later.  An approved change     *
001800*    is applied by passing it back through the normal            *
001900*    UpdateCustomerById or DeleteCustomerById entry, so every    *
002000*    validation, credit-hold and stale-copy rule still holds;    *
002100*    CUSTOMERS will not let the supervisor who asked for a       *
002200*    change approve or decline it.  Driven from a plain          *
002300*    terminal (ACCEPT/DISPLAY) the same way CustomerGroupMaint   *
002400*    is.                                                         *
002500*                                                                *
002600*    MODIFICATION HISTORY                                        *
002700*    --------------------                                        *
002800*    DATE       INIT  DESCRIPTION                                *
002900*    -------    ----  -----------------------------------------  *
003000*    15/10/26   MLH   Original version.                          *
003100******************************************************************
003200 identification division.
003300 program-id. CustomerApprovalReview.
003400 author. M. Llanes, Data Management Group.
003500 installation. Head Office Systems.
003600 date-written. 15/10/26.
003700 date-compiled. 15/10/26.
003800
003900 environment division.
004000 configuration section.
004100 special-names.
004200     console is CONSOLE-DEVICE.
004300
004400 data division.
004500 working-storage section.
004600 01  WS-Customer-File-Name       pic x(20) value "Clientes.dat".
004700 01  WS-Operator-Id              pic x(08) value spaces.
004800 01  WS-Quit-Flag                pic x(01) value "N".
004900     88  Operator-Done               value "Y".
005000 01  WS-Menu-Choice              pic x(01) value spaces.
005100 01  WS-Decision                 pic x(01) value spaces.
005200 01  WS-Operation-Result         pic x(02) value spaces.
005300 01  WS-Approval-Id              pic 9(08) value zero.
005400 01  WS-Customer-Id              pic 9(08) value zero.
005500 01  WS-Delete-Reason            pic x(30) value spaces.
005600 01  WS-Pending-Count            pic 9(04) value zero.
005700 01  WS-Edited-Count             pic z,zz9.
005800 01  WS-Edited-Before            pic z,zzz,zz9.99.
005900 01  WS-Edited-After             pic z,zzz,zz9.99.
006000
006100 01  WS-Shown-Stamp.
006200     05  WS-Shown-Day            pic x(02).
006300     05  filler                  pic x(01) value "/".
006400     05  WS-Shown-Month          pic x(02).
006500     05  filler                  pic x(01) value "/".
006600     05  WS-Shown-Year           pic x(04).
006700     05  filler                  pic x(01) value space.
006800     05  WS-Shown-Hour           pic x(02).
006900     05  filler                  pic x(01) value ":".
007000     05  WS-Shown-Minute         pic x(02).
007100
007200 01  WS-List-Heading.
007300     05  filler                  pic x(10) value "  APPROVAL".
007400     05  filler                  pic x(14) value "  CHANGE".
007500     05  filler                  pic x(10) value "  CUSTOMER".
007600     05  filler                  pic x(10) value "  ASKED BY".
007700     05  filler                  pic x(18) value "  ON".
007800     05  filler                  pic x(13) value " NEW LIMIT".
007900 01  WS-List-Line.
008000     05  filler                  pic x(02) value spaces.
008100     05  WL-Approval-Id          pic z(7)9.
008200     05  filler                  pic x(02) value spaces.
008300     05  WL-Change               pic x(12).
008400     05  filler                  pic x(02) value spaces.
008500     05  WL-Customer-Id          pic z(7)9.
008600     05  filler                  pic x(02) value spaces.
008700     05  WL-Requested-By         pic x(08).
008800     05  filler                  pic x(02) value spaces.
008900     05  WL-Requested-On         pic x(16).
009000     05  filler                  pic x(01) value spaces.
009100     05  WL-New-Limit            pic z,zzz,zz9.99.
009200
009300 copy Customer replacing Customer by Review-Current.
009400 copy Customer replacing Customer by Review-Requested.
009500 copy CustomerApproval replacing Customer-Approval by
009600     Review-Approval.
009700
009800 procedure division.
009900
010000******************************************************************
010100*    0000-MAINLINE                                               *
010200******************************************************************
010300 0000-mainline.
010400     perform 1000-initialize thru 1000-initialize-exit
010500     perform 2000-process-one-choice thru
010600         2000-process-one-choice-exit
010700         until Operator-Done
010800     stop run.
010900
011000******************************************************************
011100*    1000-INITIALIZE - log the supervisor on and open            *
011200*    Clientes.dat through the CUSTOMERS program.  Supervisor     *
011300*    authority itself is checked by CUSTOMERS on each decision.  *
011400******************************************************************
011500 1000-initialize.
011600     call "Customers"
011700     call "SetCustomerFileName" using WS-Customer-File-Name
011800     display "CHANGES AWAITING APPROVAL - ENTER OPERATOR ID: "
011900         upon CONSOLE-DEVICE
012000     accept WS-Operator-Id from CONSOLE-DEVICE
012100     call "SetOperatorId" using WS-Operator-Id
012200     call "GetLastOperationResult" using WS-Operation-Result
012300     if WS-Operation-Result = "NA"
012400         display "OPERATOR ID UNKNOWN OR INACTIVE - SIGN-ON "
012500             "REFUSED" upon CONSOLE-DEVICE
012600         set Operator-Done to true
012700     end-if.
012800
012900 1000-initialize-exit.
013000     exit.
013100
013200******************************************************************
013300*    2000-PROCESS-ONE-CHOICE - one pass round the menu.  A blank *
013400*    choice ends the transaction, the same as Q.                 *
013500******************************************************************
013600 2000-process-one-choice.
013700     display " " upon CONSOLE-DEVICE
013800     display "L LIST WAITING CHANGES   R REVIEW A CHANGE   Q QUIT"
013900         upon CONSOLE-DEVICE
014000     display "ENTER CHOICE: " upon CONSOLE-DEVICE
014100     move spaces to WS-Menu-Choice
014200     accept WS-Menu-Choice from CONSOLE-DEVICE
014300     inspect WS-Menu-Choice converting "lrq" to "LRQ"
014400     evaluate WS-Menu-Choice
014500         when "L"
014600             perform 3000-list-pending thru 3000-list-pending-exit
014700         when "R"
014800             perform 4000-review-one thru 4000-review-one-exit
014900         when "Q"
015000         when " "
015100             set Operator-Done to true
015200         when other
015300             display "UNKNOWN CHOICE" upon CONSOLE-DEVICE
015400     end-evaluate.
015500
015600 2000-process-one-choice-exit.
015700     exit.
015800
015900******************************************************************
016000*    3000-LIST-PENDING - one line per change still waiting,      *
016100*    oldest first.                                               *
016200******************************************************************
016300 3000-list-pending.
016400     move zero to WS-Pending-Count
016500     call "BrowseFirstPendingApproval" using Review-Approval
016600     if ApprovalId of Review-Approval = zero
016700         display "NOTHING IS WAITING FOR APPROVAL"
016800             upon CONSOLE-DEVICE
016900         go to 3000-list-pending-exit
017000     end-if
017100     display WS-List-Heading upon CONSOLE-DEVICE
017200     perform 3100-list-one-pending thru 3100-list-one-pending-exit
017300         until ApprovalId of Review-Approval = zero
017400     move WS-Pending-Count to WS-Edited-Count
017500     display WS-Edited-Count " WAITING" upon CONSOLE-DEVICE.
017600
017700 3000-list-pending-exit.
017800     exit.
017900
018000 3100-list-one-pending.
018100     add 1 to WS-Pending-Count
018200     move ApprovalId of Review-Approval to WL-Approval-Id
018300     if Approval-Delete of Review-Approval
018400         move "DELETE" to WL-Change
018500         move zero to WL-New-Limit
018600     else
018700         move "CREDIT LIMIT" to WL-Change
018800         move ApprovalNewCreditLimit of Review-Approval to
018900             WL-New-Limit
019000     end-if
019100     move ApprovalCustomerId of Review-Approval to WL-Customer-Id
019200     move ApprovalRequestedBy of Review-Approval to
019300         WL-Requested-By
019400     perform 8100-edit-requested-stamp thru
019500         8100-edit-requested-stamp-exit
019600     move WS-Shown-Stamp to WL-Requested-On
019700     display WS-List-Line upon CONSOLE-DEVICE
019800     call "BrowseNextPendingApproval" using Review-Approval.
019900
020000 3100-list-one-pending-exit.
020100     exit.
020200
020300******************************************************************
020400*    4000-REVIEW-ONE - shows one waiting change and takes the    *
020500*    supervisor's decision: A approves and applies it, D         *
020600*    declines it, ENTER leaves it waiting.                       *
020700******************************************************************
020800 4000-review-one.
020900     display "APPROVAL ID: " upon CONSOLE-DEVICE
021000     move zero to WS-Approval-Id
021100     accept WS-Approval-Id from CONSOLE-DEVICE
021200     if WS-Approval-Id = zero
021300         go to 4000-review-one-exit
021400     end-if
021500     call "GetCustomerApproval" using Review-Approval,
021600         WS-Approval-Id
021700     if ApprovalId of Review-Approval = zero
021800         display "NO SUCH APPROVAL" upon CONSOLE-DEVICE
021900         go to 4000-review-one-exit
022000     end-if
022100     if not Approval-Pending of Review-Approval
022200         display "ALREADY DECIDED - NOTHING TO DO"
022300             upon CONSOLE-DEVICE
022400         go to 4000-review-one-exit
022500     end-if
022600     move ApprovalCustomerId of Review-Approval to WS-Customer-Id
022700     call "GetCustomerById" using Review-Current, WS-Customer-Id
022800     if Name of Review-Current = spaces
022900         display "CUSTOMER NO LONGER ON FILE - DECLINE IT"
023000             upon CONSOLE-DEVICE
023100     end-if
023200     perform 8100-edit-requested-stamp thru
023300         8100-edit-requested-stamp-exit
023400     display " " upon CONSOLE-DEVICE
023500     display "CUSTOMER " WS-Customer-Id "  "
023600         Name of Review-Current upon CONSOLE-DEVICE
023700     display "ASKED FOR BY "
023800         ApprovalRequestedBy of Review-Approval
023900         " ON " WS-Shown-Stamp upon CONSOLE-DEVICE
024000     if Approval-Delete of Review-Approval
024100         perform 4100-show-deletion thru 4100-show-deletion-exit
024200     else
024300         perform 4200-show-update thru 4200-show-update-exit
024400     end-if
024500     display "A APPROVE   D DECLINE   ENTER TO LEAVE IT WAITING: "
024600         upon CONSOLE-DEVICE
024700     move spaces to WS-Decision
024800     accept WS-Decision from CONSOLE-DEVICE
024900     inspect WS-Decision converting "ad" to "AD"
025000     evaluate WS-Decision
025100         when "A"
025200             perform 5000-approve-change thru
025300                 5000-approve-change-exit
025400         when "D"
025500             perform 6000-decline-change thru
025600                 6000-decline-change-exit
025700         when other
025800             display "LEFT WAITING" upon CONSOLE-DEVICE
025900     end-evaluate.
026000
026100 4000-review-one-exit.
026200     exit.
026300
026400******************************************************************
026500*    4100-SHOW-DELETION - the customer as it stands and the      *
026600*    reason the deletion was asked for.                          *
026700******************************************************************
026800 4100-show-deletion.
026900     move CreditLimit of Review-Current to WS-Edited-Before
027000     display "CHANGE ASKED FOR: DELETE THE CUSTOMER"
027100         upon CONSOLE-DEVICE
027200     display "  ADDRESS        " Address1 of Review-Current
027300         upon CONSOLE-DEVICE
027400     display "  CITY/POSTCODE  " City of Review-Current " "
027500         Postcode of Review-Current upon CONSOLE-DEVICE
027600     display "  STATUS         " AccountStatus of Review-Current
027700         upon CONSOLE-DEVICE
027800     display "  CREDIT LIMIT   " WS-Edited-Before
027900         upon CONSOLE-DEVICE
028000     display "  REASON GIVEN   "
028100         ApprovalDeleteReason of Review-Approval
028200         upon CONSOLE-DEVICE.
028300
028400 4100-show-deletion-exit.
028500     exit.
028600
028700******************************************************************
028800*    4200-SHOW-UPDATE - the credit limit before and after, then  *
028900*    every other field the update would change, as it stands     *
029000*    on file now against the value asked for.  A blank status    *
029100*    asked for leaves the status on file alone.                  *
029200******************************************************************
029300 4200-show-update.
029400     move ApprovalCustomerImage of Review-Approval to
029500         Review-Requested
029600     move CreditLimit of Review-Current to WS-Edited-Before
029700     move CreditLimit of Review-Requested to WS-Edited-After
029800     display "CHANGE ASKED FOR:       ON FILE NOW / ASKED FOR"
029900         upon CONSOLE-DEVICE
030000     display "  CREDIT LIMIT   " WS-Edited-Before " / "
030100         WS-Edited-After upon CONSOLE-DEVICE
030200     if Name of Review-Requested not = Name of Review-Current
030300         display "  NAME           " Name of Review-Current
030400             upon CONSOLE-DEVICE
030500         display "              -> " Name of Review-Requested
030600             upon CONSOLE-DEVICE
030700     end-if
030800     if Address1 of Review-Requested not =
030900             Address1 of Review-Current
031000         display "  ADDRESS        " Address1 of Review-Current
031100             upon CONSOLE-DEVICE
031200         display "              -> " Address1 of Review-Requested
031300             upon CONSOLE-DEVICE
031400     end-if
031500     if City of Review-Requested not = City of Review-Current
031600         display "  CITY           " City of Review-Current
031700             upon CONSOLE-DEVICE
031800         display "              -> " City of Review-Requested
031900             upon CONSOLE-DEVICE
032000     end-if
032100     if Postcode of Review-Requested not =
032200             Postcode of Review-Current
032300         display "  POSTCODE       " Postcode of Review-Current
032400             upon CONSOLE-DEVICE
032500         display "              -> " Postcode of Review-Requested
032600             upon CONSOLE-DEVICE
032700     end-if
032800     if Telephone of Review-Requested not =
032900             Telephone of Review-Current
033000         display "  TELEPHONE      " Telephone of Review-Current
033100             upon CONSOLE-DEVICE
033200         display "              -> " Telephone of Review-Requested
033300             upon CONSOLE-DEVICE
033400     end-if
033500     if Mobile of Review-Requested not = Mobile of Review-Current
033600         display "  MOBILE         " Mobile of Review-Current
033700             upon CONSOLE-DEVICE
033800         display "              -> " Mobile of Review-Requested
033900             upon CONSOLE-DEVICE
034000     end-if
034100     if Contact of Review-Requested not =
034200             Contact of Review-Current
034300         display "  CONTACT        " Contact of Review-Current
034400             upon CONSOLE-DEVICE
034500         display "              -> " Contact of Review-Requested
034600             upon CONSOLE-DEVICE
034700     end-if
034800     if EmailAddress of Review-Requested not =
034900             EmailAddress of Review-Current
035000         display "  EMAIL          "
035100             EmailAddress of Review-Current upon CONSOLE-DEVICE
035200         display "              -> "
035300             EmailAddress of Review-Requested upon CONSOLE-DEVICE
035400     end-if
035500     if VatNumber of Review-Requested not =
035600             VatNumber of Review-Current
035700         display "  VAT NUMBER     " VatNumber of Review-Current
035800             upon CONSOLE-DEVICE
035900         display "              -> " VatNumber of Review-Requested
036000             upon CONSOLE-DEVICE
036100     end-if
036200     if AccountStatus of Review-Requested not = spaces
036300             and AccountStatus of Review-Requested not =
036400                 AccountStatus of Review-Current
036500         display "  STATUS         "
036600             AccountStatus of Review-Current upon CONSOLE-DEVICE
036700         display "              -> "
036800             AccountStatus of Review-Requested upon CONSOLE-DEVICE
036900     end-if
037000     if PaymentTerms of Review-Requested not =
037100             PaymentTerms of Review-Current
037200         display "  PAYMENT TERMS  "
037300             PaymentTerms of Review-Current upon CONSOLE-DEVICE
037400         display "              -> "
037500             PaymentTerms of Review-Requested upon CONSOLE-DEVICE
037600     end-if
037700     if BranchCode of Review-Requested not =
037800             BranchCode of Review-Current
037900         display "  BRANCH         " BranchCode of Review-Current
038000             upon CONSOLE-DEVICE
038100         display "              -> "
038200             BranchCode of Review-Requested upon CONSOLE-DEVICE
038300     end-if
038400     if LastUpdated of Review-Requested not =
038500             LastUpdated of Review-Current
038600         display "  CUSTOMER CHANGED SINCE THE REQUEST - IT WILL "
038700             "NOT APPLY" upon CONSOLE-DEVICE
038800     end-if.
038900
039000 4200-show-update-exit.
039100     exit.
039200
039300******************************************************************
039400*    5000-APPROVE-CHANGE - CUSTOMERS clears the change, which is *
039500*    then applied through the normal entry: the update as it     *
039600*    was asked for, or the deletion with the reason given.       *
039700*    A change the entry refuses stays waiting.                   *
039800******************************************************************
039900 5000-approve-change.
040000     call "ApprovePendingChange" using Review-Approval,
040100         WS-Approval-Id
040200     call "GetLastOperationResult" using WS-Operation-Result
040300     if WS-Operation-Result not = "00"
040400         perform 8000-report-refusal thru
040500             8000-report-refusal-exit
040600         go to 5000-approve-change-exit
040700     end-if
040800     move ApprovalCustomerId of Review-Approval to WS-Customer-Id
040900     if Approval-Delete of Review-Approval
041000         move ApprovalDeleteReason of Review-Approval to
041100             WS-Delete-Reason
041200         call "DeleteCustomerById" using WS-Customer-Id,
041300             WS-Delete-Reason
041400     else
041500         move ApprovalCustomerImage of Review-Approval to
041600             Review-Requested
041700         call "UpdateCustomerById" using Review-Requested,
041800             WS-Customer-Id
041900     end-if
042000     call "GetLastOperationResult" using WS-Operation-Result
042100     evaluate WS-Operation-Result
042200         when "00"
042300             display "APPROVED AND APPLIED" upon CONSOLE-DEVICE
042400         when "SU"
042500             display "NOT APPLIED - CUSTOMER CHANGED SINCE THE "
042600                 "REQUEST; DECLINE IT AND HAVE IT KEYED AGAIN"
042700                 upon CONSOLE-DEVICE
042800         when "HD"
042900             display "NOT APPLIED - CUSTOMER IS ON CREDIT HOLD"
043000                 upon CONSOLE-DEVICE
043100         when "RV"
043200             display "NOT APPLIED - FAILED FIELD VALIDATION"
043300                 upon CONSOLE-DEVICE
043400         when "NF"
043500             display "NOT APPLIED - CUSTOMER NOT ACTIVE"
043600                 upon CONSOLE-DEVICE
043700         when other
043800             display "NOT APPLIED - RESULT CODE "
043900                 WS-Operation-Result upon CONSOLE-DEVICE
044000     end-evaluate.
044100
044200 5000-approve-change-exit.
044300     exit.
044400
044500******************************************************************
044600*    6000-DECLINE-CHANGE - the change is closed off unapplied    *
044700*    in this supervisor's name.                                  *
044800******************************************************************
044900 6000-decline-change.
045000     call "DeclinePendingChange" using Review-Approval,
045100         WS-Approval-Id
045200     call "GetLastOperationResult" using WS-Operation-Result
045300     if WS-Operation-Result = "00"
045400         display "DECLINED" upon CONSOLE-DEVICE
045500     else
045600         perform 8000-report-refusal thru
045700             8000-report-refusal-exit
045800     end-if.
045900
046000 6000-decline-change-exit.
046100     exit.
046200
046300******************************************************************
046400*    8000-REPORT-REFUSAL - why CUSTOMERS would not take the      *
046500*    decision.                                                   *
046600******************************************************************
046700 8000-report-refusal.
046800     evaluate WS-Operation-Result
046900         when "NA"
047000             display "REFUSED - A SUPERVISOR OTHER THAN THE "
047100                 "ONE WHO ASKED MUST DECIDE" upon CONSOLE-DEVICE
047200         when "NF"
047300             display "NOT DONE - NO LONGER WAITING FOR APPROVAL"
047400                 upon CONSOLE-DEVICE
047500         when other
047600             display "NOT DONE - RESULT CODE " WS-Operation-Result
047700                 upon CONSOLE-DEVICE
047800     end-evaluate.
047900
048000 8000-report-refusal-exit.
048100     exit.
048200
048300******************************************************************
048400*    8100-EDIT-REQUESTED-STAMP - the time the change was asked   *
048500*    for as DD/MM/YYYY HH:MM.                                    *
048600******************************************************************
048700 8100-edit-requested-stamp.
048800     move ApprovalRequestedAt of Review-Approval(7:2) to
048900         WS-Shown-Day
049000     move ApprovalRequestedAt of Review-Approval(5:2) to
049100         WS-Shown-Month
049200     move ApprovalRequestedAt of Review-Approval(1:4) to
049300         WS-Shown-Year
049400     move ApprovalRequestedAt of Review-Approval(9:2) to
049500         WS-Shown-Hour
049600     move ApprovalRequestedAt of Review-Approval(11:2) to
049700         WS-Shown-Minute.
049800
049900 8100-edit-requested-stamp-exit.
050000     exit.
050100
050200 end program CustomerApprovalReview.
