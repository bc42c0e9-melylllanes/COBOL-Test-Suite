000100******************************************************************
000200*                                                                *
000300*    PROGRAM:   CUSTOMERDORMANTREVIEW                            *
000400*    AUTHOR:    M. LLANES, DATA MANAGEMENT GROUP                 *
000500*    INSTALLATION: HEAD OFFICE SYSTEMS                           *
000600*    DATE-WRITTEN:  15/10/26                                     *
000700*                                                                *
000800*    Month-end dormant-account review.  Customers who quietly    *
000900*    stop trading with us stay active on Clientes.dat for years, *
001000*    go out on CUSTEXTR every night and swell the active count   *
001100*    on the movement report.  This job flags every active        *
001200*    customer (AccountStatus A) with no activity at all since    *
001300*    the first of the month a set number of months back, where   *
001400*    activity is any of:                                         *
001500*      - a record on the audit trail - ClienteAudit.dat and the  *
001600*        dated AudArchYYYYMMDD.dat archives cut in the window,   *
001700*        found the way CustomerAccessPack finds them;            *
001800*      - an entry on the ClienteContact.dat contact log;         *
001900*      - an appearance on the CUSTAGED aged-balance feed, as     *
002000*        noted on ClienteActiv.dat by the night's credit-hold    *
002100*        run (GetCustomerAgedFeedDate).                          *
002200*    The dormant customers go on the CUSTDORM review worklist,   *
002300*    one section per owning branch in branch-code order (the     *
002400*    CustomerEmailBounce layout), with the date and type of the  *
002500*    last activity found - or the date the record itself was     *
002600*    last changed, when nothing older survives - and a column    *
002700*    for the branch to tick.                                     *
002800*                                                                *
002900*    The same customers, in the same order, go on CUSTDCLS as    *
003000*    closure proposals in the CUSTTRAN layout: an update to      *
003100*    AccountStatus C carrying the customer as read tonight, or a *
003200*    delete with reason DORMANT, as the DORMPARM card says.      *
003300*    Once a branch has ticked off its list, the proposals for    *
003400*    the customers it is keeping are struck out and the rest go  *
003500*    into a night's CUSTTRAN under its usual header and trailer; *
003600*    an update for a customer changed since tonight carries the  *
003700*    old LastUpdated stamp and is bounced to CUSTREJ by the      *
003800*    stale-update check rather than closing a live account.      *
003900*                                                                *
004000*    DORMPARM (optional): the month count in columns 1-3         *
004100*    (default 12) and the proposal in column 4 - C close, the    *
004200*    default, or D delete.  Nothing on Clientes.dat changes      *
004300*    here, so the job signs on as no operator.                   *
004400*                                                                *
004500*    MODIFICATION HISTORY                                        *
004600*    --------------------                                        *
004700*    DATE       INIT  DESCRIPTION                                *
004800*    -------    ----  -----------------------------------------  *
004900*    15/10/26   MLH   Original version.                          *
005000******************************************************************
005100 identification division.
005200 program-id. CustomerDormantReview.
005300 author. M. Llanes, Data Management Group.
005400 installation. Head Office Systems.
005500 date-written. 15/10/26.
005600 date-compiled. 15/10/26.
005700
005800 environment division.
005900 input-output section.
006000 file-control.
006100     select Audit-File assign to
006200         dynamic WS-Audit-File-Name
006300         organization is line sequential
006400         file status is WS-Audit-File-Status.
006500
006600     select Parameter-File assign to "DORMPARM"
006700         organization is line sequential
006800         file status is WS-Parameter-File-Status.
006900
007000     select Branch-File assign to "Sucursales.dat"
007100         organization is indexed
007200         access mode is dynamic
007300         record key is Branch-Code
007400         file status is WS-Branch-File-Status.
007500
007600     select Worklist-File assign to "CUSTDORM"
007700         organization is line sequential.
007800
007900     select Proposal-File assign to "CUSTDCLS"
008000         organization is line sequential.
008100
008200 data division.
008300 file section.
008400 fd  Audit-File.
008500     copy CustomerAuditRecord.
008600
008700 fd  Parameter-File.
008800 01  Parameter-Record.
008900     05  PR-Dormant-Months       pic 9(03).
009000     05  PR-Proposal-Type        pic x(01).
009100
009200 fd  Branch-File.
009300     copy BranchRecord.
009400
009500 fd  Worklist-File.
009600 01  Worklist-Record             pic x(134).
009700
009800 fd  Proposal-File.
009900     copy CustomerTransaction.
010000
010100 working-storage section.
010200 01  WS-Customer-File-Name       pic x(20) value "Clientes.dat".
010300 01  WS-Audit-File-Name          pic x(20) value spaces.
010400 01  WS-Live-Audit-File-Name     pic x(20)
010500         value "ClienteAudit.dat".
010600 01  WS-Audit-File-Status        pic x(02) value spaces.
010700     88  Audit-File-Found            value "00".
010800 01  WS-Parameter-File-Status    pic x(02) value spaces.
010900 01  WS-Branch-File-Status       pic x(02) value spaces.
011000 01  WS-Branch-Open-Flag         pic x(01) value "N".
011100     88  Branch-File-Opened          value "Y".
011200 01  WS-Eof-Flag                 pic x(01) value "N".
011300     88  End-Of-File                 value "Y".
011400 01  WS-Archive-Flag             pic x(01) value "N".
011500     88  Reading-Archive             value "Y" false "N".
011600 01  WS-Operation-Result         pic x(02) value spaces.
011700 01  WS-Customer-Id              pic 9(08) value zero.
011800
011900*    months without activity before a customer is flagged, and
012000*    the proposal written for one - overridden from the
012100*    DORMPARM card when one is supplied.
012200 01  WS-Dormant-Months           pic 9(03) value 12.
012300 01  WS-Proposal-Type            pic x(01) value "C".
012400     88  Propose-Delete              value "D".
012500
012600 01  WS-Today                    pic x(08) value spaces.
012700 01  WS-Today-Numeric redefines WS-Today
012800                                 pic 9(08).
012900 01  WS-Today-Parts redefines WS-Today.
013000     05  WS-Today-Year           pic 9(04).
013100     05  WS-Today-Month          pic 9(02).
013200     05  WS-Today-Day            pic 9(02).
013300 01  WS-Today-Integer            pic 9(08) value zero.
013400 01  WS-Month-Number             pic 9(06) value zero.
013500 01  WS-Window-Year              pic 9(04) value zero.
013600 01  WS-Window-Month             pic 9(02) value zero.
013700 01  WS-Window-Start-Date        pic 9(08) value zero.
013800 01  WS-Window-Start             redefines WS-Window-Start-Date
013900                                 pic x(08).
014000 01  WS-Window-Start-Integer     pic 9(08) value zero.
014100 01  WS-Probe-Integer            pic 9(08) value zero.
014200 01  WS-Probe-Date               pic 9(08) value zero.
014300
014400 01  WS-Activity-Date            pic x(08) value spaces.
014500 01  WS-Activity-Type            pic x(16) value spaces.
014600 01  WS-Aged-Feed-Date           pic x(08) value spaces.
014700 01  WS-Edited-Date              pic x(10) value spaces.
014800 01  WS-Report-Branch            pic x(04) value spaces.
014900
015000 01  WS-Customers-Read           pic 9(06) value zero.
015100 01  WS-Active-Examined          pic 9(06) value zero.
015200 01  WS-Customers-Dropped        pic 9(06) value zero.
015300 01  WS-Archives-Read            pic 9(05) value zero.
015400 01  WS-Audit-Records-Read       pic 9(09) value zero.
015500 01  WS-Dormant-Count            pic 9(06) value zero.
015600 01  WS-Proposals-Written        pic 9(06) value zero.
015700 01  WS-Changed-Since            pic 9(06) value zero.
015800 01  WS-Section-Count            pic 9(06) value zero.
015900
016000*    every active customer, in customer-id order as the browse
016100*    hands them back, so an audit record finds its customer by
016200*    halving the table.
016300 01  WS-Dormant-Table-Count      pic 9(05) value zero.
016400 01  WS-Dormant-Index            pic 9(05) value zero.
016500 01  WS-Search-Low               pic 9(05) value zero.
016600 01  WS-Search-High              pic 9(05) value zero.
016700 01  WS-Search-Middle            pic 9(05) value zero.
016800 01  WS-Search-Flag              pic x(01) value "N".
016900     88  Customer-In-Table           value "Y" false "N".
017000 01  WS-Dormant-Table.
017100     05  WS-Dormant-Entry occurs 10000 times.
017200         10  DT-Customer-Id      pic 9(08).
017300         10  DT-Branch           pic x(04).
017400         10  DT-Last-Date        pic x(08).
017500         10  DT-Last-Type        pic x(16).
017600         10  DT-Active-Flag      pic x(01).
017700             88  DT-Recently-Active      value "Y".
017800         10  DT-Overflow-Flag    pic x(01).
017900             88  DT-In-Overflow          value "Y".
018000
018100 01  WS-Branch-Count             pic 9(02) value zero.
018200 01  WS-Branch-Index             pic 9(02) value zero.
018300 01  WS-Branch-Scan              pic 9(02) value zero.
018400 01  WS-Branch-In-Table-Flag     pic x(01) value "N".
018500     88  Branch-In-Table             value "Y" false "N".
018600 01  WS-Insert-Point-Flag        pic x(01) value "N".
018700     88  Insert-Point-Found          value "Y" false "N".
018800 01  WS-Branch-Overflow-Flag     pic x(01) value "N".
018900     88  Branch-Table-Overflowed     value "Y".
019000 01  WS-Overflow-Section-Flag    pic x(01) value "N".
019100     88  Overflow-Section            value "Y" false "N".
019200 01  WS-Branch-Table.
019300     05  DB-Branch-Code occurs 50 times
019400                                 pic x(04).
019500
019600 01  WS-Heading-Line-1.
019700     05  filler                  pic x(10) value spaces.
019800     05  filler                  pic x(44)
019900             value "DORMANT ACCOUNTS - BRANCH REVIEW WORKLIST".
020000     05  HL1-Date                pic x(10).
020100     05  filler                  pic x(70) value spaces.
020200
020300 01  WS-Parameter-Line-1.
020400     05  filler                  pic x(10) value spaces.
020500     05  filler                  pic x(30)
020600             value "NO ACTIVITY SINCE:".
020700     05  PL1-Window-Start        pic x(10).
020800     05  filler                  pic x(02) value spaces.
020900     05  filler                  pic x(01) value "(".
021000     05  PL1-Months              pic zz9.
021100     05  filler                  pic x(08) value " MONTHS)".
021200     05  filler                  pic x(70) value spaces.
021300
021400 01  WS-Parameter-Line-2.
021500     05  filler                  pic x(10) value spaces.
021600     05  filler                  pic x(30)
021700             value "PROPOSED ON CUSTDCLS:".
021800     05  PL2-Proposal            pic x(40).
021900     05  filler                  pic x(54) value spaces.
022000
022100 01  WS-Branch-Heading-Line.
022200     05  filler                  pic x(01) value spaces.
022300     05  filler                  pic x(08) value "BRANCH: ".
022400     05  BH-Branch-Code          pic x(04).
022500     05  filler                  pic x(02) value spaces.
022600     05  BH-Branch-Name          pic x(30).
022700     05  filler                  pic x(89) value spaces.
022800
022900 01  WS-Heading-Line-2.
023000     05  filler                  pic x(01) value spaces.
023100     05  filler                  pic x(08) value "CUST ID ".
023200     05  filler                  pic x(02) value spaces.
023300     05  filler                  pic x(30) value "NAME".
023400     05  filler                  pic x(02) value spaces.
023500     05  filler                  pic x(10) value "POSTCODE".
023600     05  filler                  pic x(02) value spaces.
023700     05  filler                  pic x(15) value "TELEPHONE".
023800     05  filler                  pic x(02) value spaces.
023900     05  filler                  pic x(10) value "LAST SEEN".
024000     05  filler                  pic x(02) value spaces.
024100     05  filler                  pic x(16) value "LAST ACTIVITY".
024200     05  filler                  pic x(02) value spaces.
024300     05  filler                  pic x(20) value "KEEP     CLOSE".
024400     05  filler                  pic x(12) value spaces.
024500
024600 01  WS-Detail-Line.
024700     05  filler                  pic x(01) value spaces.
024800     05  DL-Customer-Id          pic 9(08).
024900     05  filler                  pic x(02) value spaces.
025000     05  DL-Name                 pic x(30).
025100     05  filler                  pic x(02) value spaces.
025200     05  DL-Postcode             pic x(10).
025300     05  filler                  pic x(02) value spaces.
025400     05  DL-Telephone            pic x(15).
025500     05  filler                  pic x(02) value spaces.
025600     05  DL-Last-Date            pic x(10).
025700     05  filler                  pic x(02) value spaces.
025800     05  DL-Last-Type            pic x(16).
025900     05  filler                  pic x(02) value spaces.
026000     05  DL-Tick-Boxes           pic x(20)
026100             value "[  ]     [  ]".
026200     05  filler                  pic x(12) value spaces.
026300
026400 01  WS-Note-Line.
026500     05  filler                  pic x(04) value spaces.
026600     05  NL-Note                 pic x(60).
026700     05  filler                  pic x(70) value spaces.
026800
026900 01  WS-Total-Line.
027000     05  filler                  pic x(10) value spaces.
027100     05  TL-Label                pic x(32).
027200     05  TL-Count                pic zzzzz9.
027300     05  filler                  pic x(86) value spaces.
027400
027500 01  WS-Blank-Line               pic x(134) value spaces.
027600
027700 copy Customer replacing Customer by Dormant-Customer.
027800 copy CustomerContact replacing Customer-Contact by
027900     Dormant-Contact.
028000
028100 procedure division.
028200
028300******************************************************************
028400*    0000-MAINLINE                                               *
028500******************************************************************
028600 0000-mainline.
028700     perform 1000-initialize thru 1000-initialize-exit
028800     perform 2000-load-active-customers thru
028900         2000-load-active-customers-exit
029000     perform 3000-scan-audit-trail thru 3000-scan-audit-trail-exit
029100     perform 4000-check-feed-and-contacts thru
029200         4000-check-feed-and-contacts-exit
029300     perform 5000-print-worklist thru 5000-print-worklist-exit
029400     perform 6000-terminate thru 6000-terminate-exit
029500     goback.
029600
029700******************************************************************
029800*    1000-INITIALIZE - configure Clientes.dat through the        *
029900*    CUSTOMERS program, read the parameter card, work out the    *
030000*    window and open the worklist and the proposals.             *
030100******************************************************************
030200 1000-initialize.
030300     move function current-date(1:8) to WS-Today
030400     call "Customers"
030500     call "SetCustomerFileName" using WS-Customer-File-Name
030600     perform 1100-read-parameter-card thru
030700         1100-read-parameter-card-exit
030800     perform 1200-work-out-window thru 1200-work-out-window-exit
030900     open output Worklist-File
031000     open output Proposal-File
031100     move spaces to HL1-Date
031200     string WS-Today(7:2) "/" WS-Today(5:2) "/" WS-Today(1:4)
031300         delimited by size into HL1-Date
031400     move spaces to PL1-Window-Start
031500     string WS-Window-Start(7:2) "/" WS-Window-Start(5:2) "/"
031600         WS-Window-Start(1:4) delimited by size
031650         into PL1-Window-Start
031700     move WS-Dormant-Months to PL1-Months
031800     if Propose-Delete
031900         move "DELETE, REASON DORMANT" to PL2-Proposal
032000     else
032100         move "CLOSE (ACCOUNT STATUS C)" to PL2-Proposal
032200     end-if
032300     open input Branch-File
032400     if WS-Branch-File-Status = "00"
032500         move "Y" to WS-Branch-Open-Flag
032600     end-if.
032700
032800 1000-initialize-exit.
032900     exit.
033000
033100******************************************************************
033200*    1100-READ-PARAMETER-CARD - a numeric, nonzero month count   *
033300*    in columns 1-3 of DORMPARM replaces the default; D in       *
033400*    column 4 proposes deletes instead of closures.  No card     *
033500*    keeps the defaults.                                         *
033600******************************************************************
033700 1100-read-parameter-card.
033800     open input Parameter-File
033900     if WS-Parameter-File-Status not = "00"
034000         go to 1100-read-parameter-card-exit
034100     end-if
034200     read Parameter-File
034300         at end
034400             close Parameter-File
034500             go to 1100-read-parameter-card-exit
034600     end-read
034700     if PR-Dormant-Months numeric
034800             and PR-Dormant-Months > zero
034900         move PR-Dormant-Months to WS-Dormant-Months
035000     end-if
035100     if PR-Proposal-Type = "D"
035200         move "D" to WS-Proposal-Type
035300     end-if
035400     close Parameter-File.
035500
035600 1100-read-parameter-card-exit.
035700     exit.
035800
035900******************************************************************
036000*    1200-WORK-OUT-WINDOW - the window opens on the first of the *
036100*    month WS-DORMANT-MONTHS back from this one, counted in      *
036200*    whole months the way CustomerAccessPack counts its window.  *
036300******************************************************************
036400 1200-work-out-window.
036500     compute WS-Month-Number = WS-Today-Year * 12
036600         + WS-Today-Month - 1 - WS-Dormant-Months
036700     divide WS-Month-Number by 12 giving WS-Window-Year
036800         remainder WS-Window-Month
036900     add 1 to WS-Window-Month
037000     compute WS-Window-Start-Date = WS-Window-Year * 10000
037100         + WS-Window-Month * 100 + 1
037200     compute WS-Window-Start-Integer =
037300         function integer-of-date(WS-Window-Start-Date)
037400     compute WS-Today-Integer =
037500         function integer-of-date(WS-Today-Numeric).
037600
037700 1200-work-out-window-exit.
037800     exit.
037900
038000******************************************************************
038100*    2000-LOAD-ACTIVE-CUSTOMERS - every customer with account    *
038200*    status A goes in the table, with the date its record was    *
038300*    last changed as the last activity known so far.  Held and   *
038400*    closed accounts are not candidates.  Customers beyond the   *
038500*    table are counted and left for next month's run.            *
038600******************************************************************
038700 2000-load-active-customers.
038800     call "BrowseFirstCustomer" using Dormant-Customer,
038900         WS-Customer-Id
039000     perform 2100-load-one-customer thru
039100         2100-load-one-customer-exit
039200         until WS-Customer-Id = zero.
039300
039400 2000-load-active-customers-exit.
039500     exit.
039600
039700 2100-load-one-customer.
039800     add 1 to WS-Customers-Read
039900     if AccountStatus of Dormant-Customer not = "A"
040000         go to 2100-load-one-customer-next
040100     end-if
040200     add 1 to WS-Active-Examined
040300     if WS-Dormant-Table-Count = 10000
040400         add 1 to WS-Customers-Dropped
040500         go to 2100-load-one-customer-next
040600     end-if
040700     add 1 to WS-Dormant-Table-Count
040800     move WS-Dormant-Table-Count to WS-Dormant-Index
040900     move WS-Customer-Id to DT-Customer-Id(WS-Dormant-Index)
041000     move BranchCode of Dormant-Customer to
041100         DT-Branch(WS-Dormant-Index)
041200     move LastUpdated of Dormant-Customer(1:8) to
041300         DT-Last-Date(WS-Dormant-Index)
041400     if DT-Last-Date(WS-Dormant-Index) = spaces
041500         move spaces to DT-Last-Type(WS-Dormant-Index)
041600     else
041700         move "RECORD CHANGED" to DT-Last-Type(WS-Dormant-Index)
041800     end-if
041900     move "N" to DT-Active-Flag(WS-Dormant-Index)
042000     move "N" to DT-Overflow-Flag(WS-Dormant-Index).
042100
042200 2100-load-one-customer-next.
042300     call "BrowseNextCustomer" using Dormant-Customer,
042400         WS-Customer-Id.
042500
042600 2100-load-one-customer-exit.
042700     exit.
042800
042900******************************************************************
043000*    3000-SCAN-AUDIT-TRAIL - every archive cut inside the window *
043100*    and then the live audit file.  An archive is named for its  *
043200*    cutoff date, so each day from the window start to today is  *
043300*    tried in turn, as CustomerAccessPack does; archives cut     *
043400*    before the window hold nothing from it.                     *
043500******************************************************************
043600 3000-scan-audit-trail.
043700     set Reading-Archive to true
043800     perform 3100-probe-one-date thru 3100-probe-one-date-exit
043900         varying WS-Probe-Integer from WS-Window-Start-Integer
044000         by 1 until WS-Probe-Integer > WS-Today-Integer
044100     set Reading-Archive to false
044200     move WS-Live-Audit-File-Name to WS-Audit-File-Name
044300     perform 3200-read-audit-file thru 3200-read-audit-file-exit.
044400
044500 3000-scan-audit-trail-exit.
044600     exit.
044700
044800 3100-probe-one-date.
044900     compute WS-Probe-Date =
045000         function date-of-integer(WS-Probe-Integer)
045100     move spaces to WS-Audit-File-Name
045200     string "AudArch" WS-Probe-Date ".dat"
045300         delimited by size into WS-Audit-File-Name
045400     perform 3200-read-audit-file thru 3200-read-audit-file-exit.
045500
045600 3100-probe-one-date-exit.
045700     exit.
045800
045900 3200-read-audit-file.
046000     open input Audit-File
046100     if not Audit-File-Found
046200         go to 3200-read-audit-file-exit
046300     end-if
046400     if Reading-Archive
046500         add 1 to WS-Archives-Read
046600     end-if
046700     move "N" to WS-Eof-Flag
046800     perform 3300-read-one-audit-record thru
046900         3300-read-one-audit-record-exit
047000         until End-Of-File
047100     close Audit-File.
047200
047300 3200-read-audit-file-exit.
047400     exit.
047500
047600 3300-read-one-audit-record.
047700     read Audit-File
047800         at end
047900             set End-Of-File to true
048000             go to 3300-read-one-audit-record-exit
048100     end-read
048200     add 1 to WS-Audit-Records-Read
048300     move Audit-Customer-Id to WS-Customer-Id
048400     perform 3500-find-customer thru 3500-find-customer-exit
048500     if not Customer-In-Table
048600         go to 3300-read-one-audit-record-exit
048700     end-if
048800     move Audit-Timestamp(1:8) to WS-Activity-Date
048900     move spaces to WS-Activity-Type
049000     string "AUDIT " Audit-Operation delimited by size
049100         into WS-Activity-Type
049200     perform 3600-note-activity thru 3600-note-activity-exit.
049300
049400 3300-read-one-audit-record-exit.
049500     exit.
049600
049700******************************************************************
049800*    3500-FIND-CUSTOMER - halves the table, which is in customer *
049900*    id order, for WS-CUSTOMER-ID; WS-DORMANT-INDEX points at it *
050000*    when it is there.                                           *
050100******************************************************************
050200 3500-find-customer.
050300     set Customer-In-Table to false
050400     move 1 to WS-Search-Low
050500     move WS-Dormant-Table-Count to WS-Search-High
050600     perform 3510-halve-search thru 3510-halve-search-exit
050700         until Customer-In-Table
050800         or WS-Search-Low > WS-Search-High.
050900
051000 3500-find-customer-exit.
051100     exit.
051200
051300 3510-halve-search.
051400     compute WS-Search-Middle =
051500         (WS-Search-Low + WS-Search-High) / 2
051600     evaluate true
051700         when DT-Customer-Id(WS-Search-Middle) = WS-Customer-Id
051800             set Customer-In-Table to true
051900             move WS-Search-Middle to WS-Dormant-Index
052000         when DT-Customer-Id(WS-Search-Middle) < WS-Customer-Id
052100             compute WS-Search-Low = WS-Search-Middle + 1
052200         when WS-Search-Middle = 1
052300             move zero to WS-Search-High
052400         when other
052500             compute WS-Search-High = WS-Search-Middle - 1
052600     end-evaluate.
052700
052800 3510-halve-search-exit.
052900     exit.
053000
053100******************************************************************
053200*    3600-NOTE-ACTIVITY - WS-ACTIVITY-DATE/TYPE become the       *
053300*    customer's last activity when they are later than what is   *
053400*    known so far, and activity inside the window takes the      *
053500*    customer off the review.                                    *
053600******************************************************************
053700 3600-note-activity.
053800     if WS-Activity-Date not numeric
053900         go to 3600-note-activity-exit
054000     end-if
054100     if DT-Last-Date(WS-Dormant-Index) = spaces
054200             or WS-Activity-Date > DT-Last-Date(WS-Dormant-Index)
054300         move WS-Activity-Date to DT-Last-Date(WS-Dormant-Index)
054400         move WS-Activity-Type to DT-Last-Type(WS-Dormant-Index)
054500     end-if
054600     if WS-Activity-Date not < WS-Window-Start
054700         move "Y" to DT-Active-Flag(WS-Dormant-Index)
054800     end-if.
054900
055000 3600-note-activity-exit.
055100     exit.
055200
055300******************************************************************
055400*    4000-CHECK-FEED-AND-CONTACTS - for each customer the audit  *
055500*    trail left without activity in the window, the last date on *
055600*    CUSTAGED and then the contact log.  Done after the customer *
055700*    browse has ended, since these go through the same CUSTOMERS *
055800*    program.  A customer still without activity is dormant and  *
055900*    its branch is noted for the worklist.                       *
056000******************************************************************
056100 4000-check-feed-and-contacts.
056200     call "BeginCustomerActivityLookup"
056300     perform 4100-check-one-customer thru
056400         4100-check-one-customer-exit
056500         varying WS-Dormant-Index from 1 by 1
056600         until WS-Dormant-Index > WS-Dormant-Table-Count
056700     call "EndCustomerActivityLookup".
056800
056900 4000-check-feed-and-contacts-exit.
057000     exit.
057100
057200 4100-check-one-customer.
057300     if DT-Recently-Active(WS-Dormant-Index)
057400         go to 4100-check-one-customer-exit
057500     end-if
057600     move DT-Customer-Id(WS-Dormant-Index) to WS-Customer-Id
057700     call "GetCustomerAgedFeedDate" using WS-Aged-Feed-Date,
057800         WS-Customer-Id
057900     call "GetLastOperationResult" using WS-Operation-Result
058000     if WS-Operation-Result = "00"
058100         move WS-Aged-Feed-Date to WS-Activity-Date
058200         move "AGED BALANCE" to WS-Activity-Type
058300         perform 3600-note-activity thru 3600-note-activity-exit
058400     end-if
058500     if not DT-Recently-Active(WS-Dormant-Index)
058600         call "BrowseFirstCustomerContact" using Dormant-Contact,
058700             WS-Customer-Id
058800         perform 4200-note-one-contact thru
058900             4200-note-one-contact-exit
059000             until ContactTimestamp of Dormant-Contact = spaces
059100         call "EndCustomerContactBrowse"
059200     end-if
059300     if not DT-Recently-Active(WS-Dormant-Index)
059400         add 1 to WS-Dormant-Count
059500         perform 4300-note-branch thru 4300-note-branch-exit
059600     end-if.
059700
059800 4100-check-one-customer-exit.
059900     exit.
060000
060100 4200-note-one-contact.
060200     move ContactTimestamp of Dormant-Contact(1:8) to
060300         WS-Activity-Date
060400     move spaces to WS-Activity-Type
060500     string "CONTACT " ContactType of Dormant-Contact
060600         delimited by size into WS-Activity-Type
060700     perform 3600-note-activity thru 3600-note-activity-exit
060800     call "BrowseNextCustomerContact" using Dormant-Contact,
060900         WS-Customer-Id.
061000
061100 4200-note-one-contact-exit.
061200     exit.
061300
061400******************************************************************
061500*    4300-NOTE-BRANCH - keeps the branch table in branch-code    *
061600*    order, the way CustomerEmailBounce does, so the worklist    *
061700*    sections print in that order without a sort step.  A        *
061800*    customer whose branch arrives after the table is full goes  *
061900*    in the overflow section.                                    *
062000******************************************************************
062100 4300-note-branch.
062200     set Branch-In-Table to false
062300     perform 4310-match-one-branch thru 4310-match-one-branch-exit
062400         varying WS-Branch-Scan from 1 by 1
062500         until WS-Branch-Scan > WS-Branch-Count
062600         or Branch-In-Table
062700     if Branch-In-Table
062800         go to 4300-note-branch-exit
062900     end-if
063000     if WS-Branch-Count = 50
063100         move "Y" to WS-Branch-Overflow-Flag
063200         move "Y" to DT-Overflow-Flag(WS-Dormant-Index)
063300         go to 4300-note-branch-exit
063400     end-if
063500     compute WS-Branch-Index = WS-Branch-Count + 1
063600     set Insert-Point-Found to false
063700     perform 4320-make-room-for-branch thru
063800         4320-make-room-for-branch-exit
063900         until Insert-Point-Found
064000     move DT-Branch(WS-Dormant-Index)
064100         to DB-Branch-Code(WS-Branch-Index)
064200     add 1 to WS-Branch-Count.
064300
064400 4300-note-branch-exit.
064500     exit.
064600
064700 4310-match-one-branch.
064800     if DB-Branch-Code(WS-Branch-Scan) =
064900             DT-Branch(WS-Dormant-Index)
065000         set Branch-In-Table to true
065100     end-if.
065200
065300 4310-match-one-branch-exit.
065400     exit.
065500
065600 4320-make-room-for-branch.
065700     if WS-Branch-Index = 1
065800         set Insert-Point-Found to true
065900         go to 4320-make-room-for-branch-exit
066000     end-if
066100     if DB-Branch-Code(WS-Branch-Index - 1) not >
066200             DT-Branch(WS-Dormant-Index)
066300         set Insert-Point-Found to true
066400         go to 4320-make-room-for-branch-exit
066500     end-if
066600     move DB-Branch-Code(WS-Branch-Index - 1)
066700         to DB-Branch-Code(WS-Branch-Index)
066800     subtract 1 from WS-Branch-Index.
066900
067000 4320-make-room-for-branch-exit.
067100     exit.
067200
067300******************************************************************
067400*    5000-PRINT-WORKLIST - one page per owning branch in branch- *
067500*    code order, then the overflow section when the branch table *
067600*    filled, writing each customer's closure proposal as it is   *
067700*    listed so CUSTDCLS runs in worklist order.                  *
067800******************************************************************
067900 5000-print-worklist.
068000     write Worklist-Record from WS-Heading-Line-1
068100     write Worklist-Record from WS-Parameter-Line-1
068200     write Worklist-Record from WS-Parameter-Line-2
068300     if WS-Dormant-Count = zero
068400         write Worklist-Record from WS-Blank-Line
068500         move "NO DORMANT ACCOUNTS THIS MONTH" to NL-Note
068600         write Worklist-Record from WS-Note-Line
068700         go to 5000-print-worklist-exit
068800     end-if
068900     set Overflow-Section to false
069000     perform 5100-print-one-branch thru 5100-print-one-branch-exit
069100         varying WS-Branch-Index from 1 by 1
069200         until WS-Branch-Index > WS-Branch-Count
069300     if Branch-Table-Overflowed
069400         set Overflow-Section to true
069500         perform 5100-print-one-branch thru
069600             5100-print-one-branch-exit
069700     end-if.
069800
069900 5000-print-worklist-exit.
070000     exit.
070100
070200 5100-print-one-branch.
070300     if not Overflow-Section
070400         move DB-Branch-Code(WS-Branch-Index) to WS-Report-Branch
070500     end-if
070600     move WS-Report-Branch to BH-Branch-Code
070700     move spaces to BH-Branch-Name
070800     evaluate true
070900         when Overflow-Section
071000             move spaces to BH-Branch-Code
071100             move "FURTHER BRANCHES (TABLE FULL)"
071200                 to BH-Branch-Name
071300         when WS-Report-Branch = spaces
071400             move "HEAD OFFICE / UNASSIGNED" to BH-Branch-Name
071500         when Branch-File-Opened
071600             move WS-Report-Branch to Branch-Code
071700             read Branch-File
071800                 invalid key
071900                     move "NOT ON BRANCH FILE" to Branch-Name
072000             end-read
072100             move Branch-Name to BH-Branch-Name
072200     end-evaluate
072300     if WS-Branch-Index > 1 or Overflow-Section
072400         write Worklist-Record from WS-Heading-Line-1
072500             after advancing page
072600     end-if
072700     write Worklist-Record from WS-Blank-Line
072800     write Worklist-Record from WS-Branch-Heading-Line
072900     write Worklist-Record from WS-Blank-Line
073000     write Worklist-Record from WS-Heading-Line-2
073100     move zero to WS-Section-Count
073200     perform 5200-list-one-customer thru
073300         5200-list-one-customer-exit
073400         varying WS-Dormant-Index from 1 by 1
073500         until WS-Dormant-Index > WS-Dormant-Table-Count
073600     write Worklist-Record from WS-Blank-Line
073700     move "CUSTOMERS TO REVIEW:" to TL-Label
073800     move WS-Section-Count to TL-Count
073900     write Worklist-Record from WS-Total-Line.
074000
074100 5100-print-one-branch-exit.
074200     exit.
074300
074400******************************************************************
074500*    5200-LIST-ONE-CUSTOMER - the customer is read again for the *
074600*    worklist and the proposal, so the proposal carries the      *
074700*    record and LastUpdated stamp as they stand tonight.  One    *
074800*    deleted or closed since the browse is left off both.        *
074900******************************************************************
075000 5200-list-one-customer.
075100     if DT-Recently-Active(WS-Dormant-Index)
075200         go to 5200-list-one-customer-exit
075300     end-if
075400     if Overflow-Section
075500         if not DT-In-Overflow(WS-Dormant-Index)
075600             go to 5200-list-one-customer-exit
075700         end-if
075800     else
075900         if DT-In-Overflow(WS-Dormant-Index)
076000                 or DT-Branch(WS-Dormant-Index) not =
076100                     WS-Report-Branch
076200             go to 5200-list-one-customer-exit
076300         end-if
076400     end-if
076500     move DT-Customer-Id(WS-Dormant-Index) to WS-Customer-Id
076600     call "GetCustomerById" using Dormant-Customer, WS-Customer-Id
076700     call "GetLastOperationResult" using WS-Operation-Result
076800     if WS-Operation-Result not = "00"
076900             or AccountStatus of Dormant-Customer not = "A"
077000         add 1 to WS-Changed-Since
077100         go to 5200-list-one-customer-exit
077200     end-if
077300     move WS-Customer-Id to DL-Customer-Id
077400     move Name of Dormant-Customer to DL-Name
077500     move Postcode of Dormant-Customer to DL-Postcode
077600     move Telephone of Dormant-Customer to DL-Telephone
077700     move spaces to WS-Edited-Date
077800     if DT-Last-Date(WS-Dormant-Index) = spaces
077900         move "NONE FOUND" to WS-Edited-Date
078000     else
078100         string DT-Last-Date(WS-Dormant-Index)(7:2) "/"
078200             DT-Last-Date(WS-Dormant-Index)(5:2) "/"
078300             DT-Last-Date(WS-Dormant-Index)(1:4)
078400             delimited by size into WS-Edited-Date
078500     end-if
078600     move WS-Edited-Date to DL-Last-Date
078700     move DT-Last-Type(WS-Dormant-Index) to DL-Last-Type
078800     write Worklist-Record from WS-Detail-Line
078900     add 1 to WS-Section-Count
079000     perform 5300-write-proposal thru 5300-write-proposal-exit.
079100
079200 5200-list-one-customer-exit.
079300     exit.
079400
079500******************************************************************
079600*    5300-WRITE-PROPOSAL - a closure is an update carrying the   *
079700*    whole customer as read, AccountStatus C; a delete carries   *
079800*    the id and the reason DORMANT with the last activity date.  *
079900******************************************************************
080000 5300-write-proposal.
080100     move spaces to Customer-Transaction-Record
080200     move WS-Customer-Id to CustomerId of
080300         Customer-Transaction-Record
080400     move corresponding Dormant-Customer to Transaction-Fields
080500     if Propose-Delete
080600         move "D" to Transaction-Code
080700         move spaces to Transaction-Delete-Reason
080800         if DT-Last-Date(WS-Dormant-Index) = spaces
080900             move "DORMANT - NO ACTIVITY FOUND" to
081000                 Transaction-Delete-Reason
081100         else
081200             string "DORMANT SINCE " WS-Edited-Date
081300                 delimited by size into Transaction-Delete-Reason
081400         end-if
081500     else
081600         move "U" to Transaction-Code
081700         move "C" to AccountStatus of Transaction-Fields
081800     end-if
081900     write Customer-Transaction-Record
082000     add 1 to WS-Proposals-Written.
082100
082200 5300-write-proposal-exit.
082300     exit.
082400
082500******************************************************************
082600*    6000-TERMINATE - run totals and close down.                 *
082700******************************************************************
082800 6000-terminate.
082900     write Worklist-Record from WS-Blank-Line
083000     if WS-Customers-Dropped not = zero
083100         move "CUSTOMER TABLE FULL - LATER IDS NOT REVIEWED"
083200             to NL-Note
083300         write Worklist-Record from WS-Note-Line
083400     end-if
083500     move "CUSTOMERS READ:" to TL-Label
083600     move WS-Customers-Read to TL-Count
083700     write Worklist-Record from WS-Total-Line
083800     move "ACTIVE CUSTOMERS EXAMINED:" to TL-Label
083900     move WS-Active-Examined to TL-Count
084000     write Worklist-Record from WS-Total-Line
084100     move "NOT REVIEWED (TABLE FULL):" to TL-Label
084200     move WS-Customers-Dropped to TL-Count
084300     write Worklist-Record from WS-Total-Line
084400     move "AUDIT ARCHIVES READ:" to TL-Label
084500     move WS-Archives-Read to TL-Count
084600     write Worklist-Record from WS-Total-Line
084700     move "DORMANT CUSTOMERS FOUND:" to TL-Label
084800     move WS-Dormant-Count to TL-Count
084900     write Worklist-Record from WS-Total-Line
085000     move "CHANGED SINCE - NOT LISTED:" to TL-Label
085100     move WS-Changed-Since to TL-Count
085200     write Worklist-Record from WS-Total-Line
085300     move "CLOSURE PROPOSALS WRITTEN:" to TL-Label
085400     move WS-Proposals-Written to TL-Count
085500     write Worklist-Record from WS-Total-Line
085600     if Branch-File-Opened
085700         close Branch-File
085800     end-if
085900     close Proposal-File
086000     close Worklist-File.
086100
086200 6000-terminate-exit.
086300     exit.
086400
086500 end program CustomerDormantReview.
