000100******************************************************************
000200*                                                                *
000300*    PROGRAM:   CUSTOMERAPPROVALLIST                             *
000400*    AUTHOR:    M. LLANES, DATA MANAGEMENT GROUP                 *
000500*    INSTALLATION: HEAD OFFICE SYSTEMS                           *
000600*    DATE-WRITTEN:  15/10/26                                     *
000700*                                                                *
000800*    Daily listing of the changes parked on ClienteAprob.dat for *
000900*    a second supervisor - credit limit increases above the      *
001000*    approval limit and deletes entered at the counter.  Every   *
001100*    change still pending is listed on CUSTAPPR, oldest first,   *
001200*    with the customer's name, who asked for it, when, how many  *
001300*    days it has been waiting and, for a credit limit, the limit *
001400*    before and after.                                           *
001500*                                                                *
001600*    A change left waiting longer than the expiry period is not  *
001700*    left to be approved against a record that has long since    *
001800*    moved on: it is expired through ExpirePendingChange, which  *
001900*    writes an EXPIRED audit record under this job's operator    *
002000*    id, and listed in a section of its own so the supervisor    *
002100*    who asked for it can enter it again if it is still wanted.  *
002200*    The expiry period in days comes from columns 8-10 of the    *
002300*    APPRPARM parameter card the CUSTOMERS program reads for the *
002400*    approval limit (default 14).  The job signs on as operator  *
002500*    APPRLIST; a refused sign-on lists nothing and ends the step *
002600*    with return code 8.                                         *
002700*                                                                *
002800*    MODIFICATION HISTORY                                        *
002900*    --------------------                                        *
003000*    DATE       INIT  DESCRIPTION                                *
003100*    -------    ----  -----------------------------------------  *
003200*    15/10/26   MLH   Original version.                          *
003300******************************************************************
003400 identification division.
003500 program-id. CustomerApprovalList.
003600 author. M. Llanes, Data Management Group.
003700 installation. Head Office Systems.
003800 date-written. 15/10/26.
003900 date-compiled. 15/10/26.
004000
004100 environment division.
004200 input-output section.
004300 file-control.
004400     select Parameter-File assign to "APPRPARM"
004500         organization is line sequential
004600         file status is WS-Parameter-File-Status.
004700
004800     select Report-File assign to "CUSTAPPR"
004900         organization is line sequential.
005000
005100 data division.
005200 file section.
005300 fd  Parameter-File.
005400 01  Parameter-Record.
005500     05  PR-Increase-Limit       pic x(07).
005600     05  PR-Expiry-Days          pic 9(03).
005700
005800 fd  Report-File.
005900 01  Report-Record               pic x(134).
006000
006100 working-storage section.
006200 01  WS-Customer-File-Name       pic x(20) value "Clientes.dat".
006300 01  WS-Operator-Id              pic x(08) value "APPRLIST".
006400 01  WS-Parameter-File-Status    pic x(02) value spaces.
006500 01  WS-Operation-Result         pic x(02) value spaces.
006600 01  WS-Refused-Flag             pic x(01) value "N".
006700 01  WS-Sign-On-Flag             pic x(01) value "N".
006800     88  Sign-On-Refused             value "Y".
006900
007000*    days a change may wait before it is expired - overridden
007100*    from the APPRPARM card when one is supplied.
007200 01  WS-Expiry-Days              pic 9(03) value 14.
007300
007400 01  WS-Today                    pic x(08) value spaces.
007500 01  WS-Today-Integer            pic 9(07) value zero.
007600 01  WS-Requested-Date           pic x(08) value spaces.
007700 01  WS-Requested-Integer        pic 9(07) value zero.
007800 01  WS-Days-Waiting             pic 9(05) value zero.
007900 01  WS-Oldest-Waiting           pic 9(05) value zero.
008000
008100 01  WS-Pending-Read             pic 9(05) value zero.
008200 01  WS-Still-Waiting            pic 9(05) value zero.
008300 01  WS-Expired-Count            pic 9(05) value zero.
008400 01  WS-Expiry-Refused           pic 9(05) value zero.
008500 01  WS-Expiry-Not-Pending       pic 9(05) value zero.
008600 01  WS-Expiry-Held-Over         pic 9(05) value zero.
008700
008800 01  WS-Expiry-Count             pic 9(03) value zero.
008900 01  WS-Expiry-Index             pic 9(03) value zero.
009000 01  WS-Expiry-Table.
009100     05  WS-Expiry-Entry occurs 500 times.
009200         10  EX-Approval-Id      pic 9(08).
009300         10  EX-Days-Waiting     pic 9(05).
009400
009500 01  WS-Heading-Line-1.
009600     05  filler                  pic x(10) value spaces.
009700     05  filler                  pic x(44)
009800             value "CHANGES AWAITING SECOND-SUPERVISOR APPROVAL".
009900     05  HL1-Date                pic x(10).
010000     05  filler                  pic x(70) value spaces.
010100
010200 01  WS-Parameter-Line.
010300     05  filler                  pic x(10) value spaces.
010400     05  filler                  pic x(40)
010500             value "DAYS BEFORE A WAITING CHANGE EXPIRES:".
010600     05  PL-Expiry-Days          pic zz9.
010700     05  filler                  pic x(81) value spaces.
010800
010900 01  WS-Section-Line.
011000     05  filler                  pic x(01) value spaces.
011100     05  SL-Title                pic x(60).
011200     05  filler                  pic x(73) value spaces.
011300
011400 01  WS-Heading-Line-2.
011500     05  filler                  pic x(01) value spaces.
011600     05  filler                  pic x(08) value "APPROVAL".
011700     05  filler                  pic x(02) value spaces.
011800     05  filler                  pic x(12) value "CHANGE".
011900     05  filler                  pic x(02) value spaces.
012000     05  filler                  pic x(08) value "CUST ID ".
012100     05  filler                  pic x(02) value spaces.
012200     05  filler                  pic x(30) value "NAME".
012300     05  filler                  pic x(02) value spaces.
012400     05  filler                  pic x(08) value "ASKED BY".
012500     05  filler                  pic x(02) value spaces.
012600     05  filler                  pic x(10) value "ON".
012700     05  filler                  pic x(02) value spaces.
012800     05  filler                  pic x(05) value " DAYS".
012900     05  filler                  pic x(02) value spaces.
013000     05  filler                  pic x(12) value "  OLD LIMIT".
013100     05  filler                  pic x(02) value spaces.
013200     05  filler                  pic x(12) value "  NEW LIMIT".
013300     05  filler                  pic x(10) value spaces.
013400
013500 01  WS-Detail-Line.
013600     05  filler                  pic x(01) value spaces.
013700     05  DL-Approval-Id          pic 9(08).
013800     05  filler                  pic x(02) value spaces.
013900     05  DL-Change               pic x(12).
014000     05  filler                  pic x(02) value spaces.
014100     05  DL-Customer-Id          pic 9(08).
014200     05  filler                  pic x(02) value spaces.
014300     05  DL-Name                 pic x(30).
014400     05  filler                  pic x(02) value spaces.
014500     05  DL-Requested-By         pic x(08).
014600     05  filler                  pic x(02) value spaces.
014700     05  DL-Requested-On         pic x(10).
014800     05  filler                  pic x(02) value spaces.
014900     05  DL-Days-Waiting         pic zzzz9.
015000     05  filler                  pic x(02) value spaces.
015100     05  DL-Old-Limit            pic z,zzz,zz9.99.
015200     05  filler                  pic x(02) value spaces.
015300     05  DL-New-Limit            pic z,zzz,zz9.99.
015400     05  filler                  pic x(10) value spaces.
015500
015600 01  WS-Note-Line.
015700     05  filler                  pic x(04) value spaces.
015800     05  NL-Note                 pic x(60).
015900     05  filler                  pic x(70) value spaces.
016000
016100 01  WS-Total-Line.
016200     05  filler                  pic x(10) value spaces.
016300     05  TL-Label                pic x(32).
016400     05  TL-Count                pic zzzz9.
016500     05  filler                  pic x(87) value spaces.
016600
016700 01  WS-Blank-Line               pic x(134) value spaces.
016800
016900 copy Customer replacing Customer by List-Customer.
017000 copy CustomerApproval replacing Customer-Approval by
017100     List-Approval.
017200
017300 procedure division.
017400
017500******************************************************************
017600*    0000-MAINLINE - a sign-on the CUSTOMERS program refuses     *
017700*    lists nothing and ends the step with return code 8, which   *
017800*    stops the night cycle.                                      *
017900******************************************************************
018000 0000-mainline.
018100     perform 1000-initialize thru 1000-initialize-exit
018200     if not Sign-On-Refused
018300         perform 2000-list-pending thru 2000-list-pending-exit
018400         perform 3000-expire-overdue thru 3000-expire-overdue-exit
018500     end-if
018600     perform 5000-terminate thru 5000-terminate-exit
018700     if Sign-On-Refused
018800         move 8 to return-code
018900     end-if
019000     goback.
019100
019200******************************************************************
019300*    1000-INITIALIZE - configure Clientes.dat through the        *
019400*    CUSTOMERS program, sign the job's own id on, read the       *
019500*    parameter card and open the report.                         *
019600******************************************************************
019700 1000-initialize.
019800     move function current-date(1:8) to WS-Today
019900     compute WS-Today-Integer =
020000         function integer-of-date(function numval(WS-Today))
020100     call "Customers"
020200     call "SetCustomerFileName" using WS-Customer-File-Name
020300     call "SetOperatorId" using WS-Operator-Id
020400     call "GetLastOperationResult" using WS-Operation-Result
020500     perform 1100-read-parameter-card thru
020600         1100-read-parameter-card-exit
020700     open output Report-File
020800     move spaces to HL1-Date
020900     string WS-Today(7:2) "/" WS-Today(5:2) "/" WS-Today(1:4)
021000         delimited by size into HL1-Date
021100     write Report-Record from WS-Heading-Line-1
021200     move WS-Expiry-Days to PL-Expiry-Days
021300     write Report-Record from WS-Parameter-Line
021400     write Report-Record from WS-Blank-Line
021500     if WS-Operation-Result = "NA"
021600         move "Y" to WS-Sign-On-Flag
021700         move "OPERATOR APPRLIST REFUSED - NOTHING LISTED"
021800             to NL-Note
021900         write Report-Record from WS-Note-Line
022000     end-if.
022100
022200 1000-initialize-exit.
022300     exit.
022400
022500******************************************************************
022600*    1100-READ-PARAMETER-CARD - the expiry period is the 3-digit *
022700*    day count in columns 8-10 of APPRPARM; no card, or no       *
022800*    usable count on it, keeps the default.                      *
022900******************************************************************
023000 1100-read-parameter-card.
023100     open input Parameter-File
023200     if WS-Parameter-File-Status not = "00"
023300         go to 1100-read-parameter-card-exit
023400     end-if
023500     read Parameter-File
023600         at end
023700             move spaces to Parameter-Record
023800     end-read
023900     if PR-Expiry-Days numeric and PR-Expiry-Days > zero
024000         move PR-Expiry-Days to WS-Expiry-Days
024100     end-if
024200     close Parameter-File.
024300
024400 1100-read-parameter-card-exit.
024500     exit.
024600
024700******************************************************************
024800*    2000-LIST-PENDING - walks the pending changes oldest first. *
024900*    Those still inside the expiry period are listed; the        *
025000*    overdue ones are only noted here and expired once the walk  *
025100*    is over, since expiring one rewrites the approvals file     *
025200*    the walk is reading.                                        *
025300******************************************************************
025400 2000-list-pending.
025500     move "STILL WAITING" to SL-Title
025600     write Report-Record from WS-Section-Line
025700     write Report-Record from WS-Heading-Line-2
025800     call "BrowseFirstPendingApproval" using List-Approval
025900     perform 2100-list-one-pending thru 2100-list-one-pending-exit
026000         until ApprovalId of List-Approval = zero
026100     call "EndPendingApprovalBrowse"
026200     if WS-Still-Waiting = zero
026300         move "NOTHING IS WAITING FOR APPROVAL" to NL-Note
026400         write Report-Record from WS-Note-Line
026500     end-if
026600     write Report-Record from WS-Blank-Line.
026700
026800 2000-list-pending-exit.
026900     exit.
027000
027100 2100-list-one-pending.
027200     add 1 to WS-Pending-Read
027300     perform 2200-work-out-days-waiting thru
027400         2200-work-out-days-waiting-exit
027500     if WS-Days-Waiting > WS-Expiry-Days
027600         perform 2300-note-overdue thru 2300-note-overdue-exit
027700     else
027800         add 1 to WS-Still-Waiting
027900         if WS-Days-Waiting > WS-Oldest-Waiting
028000             move WS-Days-Waiting to WS-Oldest-Waiting
028100         end-if
028200         perform 4000-write-detail thru 4000-write-detail-exit
028300     end-if
028400     call "BrowseNextPendingApproval" using List-Approval.
028500
028600 2100-list-one-pending-exit.
028700     exit.
028800
028900******************************************************************
029000*    2200-WORK-OUT-DAYS-WAITING - whole days from the date the   *
029100*    change was parked to today.                                 *
029200******************************************************************
029300 2200-work-out-days-waiting.
029400     move zero to WS-Days-Waiting
029500     move ApprovalRequestedAt of List-Approval(1:8) to
029600         WS-Requested-Date
029700     if WS-Requested-Date not numeric
029800         go to 2200-work-out-days-waiting-exit
029900     end-if
030000     compute WS-Requested-Integer = function integer-of-date(
030100         function numval(WS-Requested-Date))
030200     if WS-Requested-Integer < WS-Today-Integer
030300         compute WS-Days-Waiting =
030400             WS-Today-Integer - WS-Requested-Integer
030500     end-if.
030600
030700 2200-work-out-days-waiting-exit.
030800     exit.
030900
031000******************************************************************
031100*    2300-NOTE-OVERDUE - keeps the id for 3000-EXPIRE-OVERDUE.   *
031200*    More than the table holds are left pending for tomorrow's   *
031300*    run and counted.                                            *
031400******************************************************************
031500 2300-note-overdue.
031600     if WS-Expiry-Count = 500
031700         add 1 to WS-Expiry-Held-Over
031800         go to 2300-note-overdue-exit
031900     end-if
032000     add 1 to WS-Expiry-Count
032100     move ApprovalId of List-Approval to
032200         EX-Approval-Id(WS-Expiry-Count)
032300     move WS-Days-Waiting to EX-Days-Waiting(WS-Expiry-Count).
032400
032500 2300-note-overdue-exit.
032600     exit.
032700
032800******************************************************************
032900*    3000-EXPIRE-OVERDUE - expires each overdue change and lists *
033000*    it.  A refusal (APPRLIST without authority S) or a change   *
033100*    someone decided since the walk is noted instead.            *
033200******************************************************************
033300 3000-expire-overdue.
033400     move "EXPIRED - NOT DECIDED WITHIN THE EXPIRY PERIOD" to
033500         SL-Title
033600     write Report-Record from WS-Section-Line
033700     write Report-Record from WS-Heading-Line-2
033800     move 1 to WS-Expiry-Index
033900     perform 3100-expire-one thru 3100-expire-one-exit
034000         until WS-Expiry-Index > WS-Expiry-Count
034100     if WS-Expiry-Count = zero
034200         move "NOTHING EXPIRED" to NL-Note
034300         write Report-Record from WS-Note-Line
034400     end-if
034500     if WS-Expiry-Held-Over > zero
034600         move "MORE OVERDUE THAN ONE RUN EXPIRES - REST LEFT"
034700             to NL-Note
034800         write Report-Record from WS-Note-Line
034900     end-if
035000     write Report-Record from WS-Blank-Line.
035100
035200 3000-expire-overdue-exit.
035300     exit.
035400
035500 3100-expire-one.
035600     move EX-Days-Waiting(WS-Expiry-Index) to WS-Days-Waiting
035700     call "ExpirePendingChange" using List-Approval,
035800         EX-Approval-Id(WS-Expiry-Index)
035900     call "GetLastOperationResult" using WS-Operation-Result
036000     evaluate WS-Operation-Result
036100         when "00"
036200             add 1 to WS-Expired-Count
036300             perform 4000-write-detail thru 4000-write-detail-exit
036400         when "NA"
036500             add 1 to WS-Expiry-Refused
036600             move EX-Approval-Id(WS-Expiry-Index) to
036700                 DL-Approval-Id
036800             move spaces to NL-Note
036900             string "APPROVAL " DL-Approval-Id
037000                 " NOT EXPIRED - APPRLIST NOT AUTHORIZED"
037100                 delimited by size into NL-Note
037200             write Report-Record from WS-Note-Line
037300         when other
037400             add 1 to WS-Expiry-Not-Pending
037500             move EX-Approval-Id(WS-Expiry-Index) to
037600                 DL-Approval-Id
037700             move spaces to NL-Note
037800             string "APPROVAL " DL-Approval-Id
037900                 " DECIDED SINCE THE LISTING - NOT EXPIRED"
038000                 delimited by size into NL-Note
038100             write Report-Record from WS-Note-Line
038200     end-evaluate
038300     add 1 to WS-Expiry-Index.
038400
038500 3100-expire-one-exit.
038600     exit.
038700
038800******************************************************************
038900*    4000-WRITE-DETAIL - one line for the change in              *
039000*    LIST-APPROVAL, with the customer's name as it stands now.   *
039100******************************************************************
039200 4000-write-detail.
039300     move ApprovalId of List-Approval to DL-Approval-Id
039400     move ApprovalCustomerId of List-Approval to DL-Customer-Id
039500     move spaces to DL-Name
039600     call "GetCustomerById" using List-Customer,
039700         ApprovalCustomerId of List-Approval
039800     call "GetLastOperationResult" using WS-Operation-Result
039900     if WS-Operation-Result = "00"
040000         move Name of List-Customer to DL-Name
040100     else
040200         move "** NOT ON FILE **" to DL-Name
040300     end-if
040400     move ApprovalRequestedBy of List-Approval to DL-Requested-By
040500     move spaces to DL-Requested-On
040600     string ApprovalRequestedAt of List-Approval(7:2) "/"
040700         ApprovalRequestedAt of List-Approval(5:2) "/"
040800         ApprovalRequestedAt of List-Approval(1:4)
040900         delimited by size into DL-Requested-On
041000     move WS-Days-Waiting to DL-Days-Waiting
041100     if Approval-Delete of List-Approval
041200         move "DELETE" to DL-Change
041300         move zero to DL-Old-Limit
041400         move zero to DL-New-Limit
041500     else
041600         move "CREDIT LIMIT" to DL-Change
041700         move ApprovalOldCreditLimit of List-Approval to
041800             DL-Old-Limit
041900         move ApprovalNewCreditLimit of List-Approval to
042000             DL-New-Limit
042100     end-if
042200     write Report-Record from WS-Detail-Line.
042300
042400 4000-write-detail-exit.
042500     exit.
042600
042700******************************************************************
042800*    5000-TERMINATE - run totals and close down.                 *
042900******************************************************************
043000 5000-terminate.
043100     move "PENDING CHANGES READ:" to TL-Label
043200     move WS-Pending-Read to TL-Count
043300     write Report-Record from WS-Total-Line
043400     move "STILL WAITING:" to TL-Label
043500     move WS-Still-Waiting to TL-Count
043600     write Report-Record from WS-Total-Line
043700     move "OLDEST STILL WAITING (DAYS):" to TL-Label
043800     move WS-Oldest-Waiting to TL-Count
043900     write Report-Record from WS-Total-Line
044000     move "EXPIRED:" to TL-Label
044100     move WS-Expired-Count to TL-Count
044200     write Report-Record from WS-Total-Line
044300     move "EXPIRY REFUSED:" to TL-Label
044400     move WS-Expiry-Refused to TL-Count
044500     write Report-Record from WS-Total-Line
044600     move "DECIDED BEFORE EXPIRY:" to TL-Label
044700     move WS-Expiry-Not-Pending to TL-Count
044800     write Report-Record from WS-Total-Line
044900     move "OVERDUE LEFT FOR NEXT RUN:" to TL-Label
045000     move WS-Expiry-Held-Over to TL-Count
045100     write Report-Record from WS-Total-Line
045200     close Report-File.
045300
045400 5000-terminate-exit.
045500     exit.
045600
045700 end program CustomerApprovalList.
