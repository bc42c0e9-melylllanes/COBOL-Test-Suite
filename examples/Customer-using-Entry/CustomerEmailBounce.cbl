000100******************************************************************
000200*                                                                *
000300*    PROGRAM:   CUSTOMEREMAILBOUNCE                              *
000400*    AUTHOR:    M. LLANES, DATA MANAGEMENT GROUP                 *
000500*    INSTALLATION: HEAD OFFICE SYSTEMS                           *
000600*    DATE-WRITTEN:  15/10/26                                     *
000700*                                                                *
000800*    Overnight email bounce-back processing.  Invoices are       *
000900*    emailed to EmailAddress, and when one bounced nobody here   *
001000*    found out until the customer had not paid.  Billing now     *
001100*    drops a nightly CUSTBNCE feed of bounced invoice emails -   *
001200*    customer id, the address it went to, H (hard: the address   *
001300*    does not exist) or S (soft: mailbox full and the like) and  *
001400*    the reason the mail server gave.  For each bounce:          *
001500*      - a bounce for an id not on Clientes.dat, or for an       *
001600*        address that is no longer the customer's EmailAddress   *
001700*        (changed since the invoice went), is listed on CUSTBNCX *
001800*        and otherwise ignored;                                  *
001900*      - an E (email) entry goes on ClienteContact.dat through   *
002000*        AddCustomerContact with the type, address and reason,   *
002100*        so the counter sees it on the contact log;              *
002200*      - a hard bounce is counted on ClienteEmail.dat through    *
002300*        RecordHardEmailBounce, which marks the address unusable *
002400*        once the count reaches the limit - CustomerExtract then *
002500*        stops sending it to billing.                            *
002600*    Every customer with a hard bounce tonight goes on the       *
002700*    follow-up list on CUSTBNFU, one section per owning branch   *
002800*    in branch-code order (the CustomerPostcodeRecode layout),   *
002900*    with the telephone number, so the counter can ring for a    *
003000*    corrected address.  Soft bounces usually clear by           *
003100*    themselves and are filed on the contact log only.           *
003200*                                                                *
003300*    CUSTBNCE carries HDR/TRL control records (interface id      *
003400*    CUSTBNCE, hash total of the customer ids, amount zero) and  *
003500*    is checked whole before any bounce is filed, the way        *
003600*    CustomerCreditHold checks CUSTAGED; a refused feed files    *
003700*    nothing and ends the step with return code 8.  No feed at   *
003800*    all means no bounces tonight.  The hard-bounce limit comes  *
003900*    from the optional BNCEPARM parameter card (one 3-digit      *
004000*    count, default 3).  The job signs on as operator EMAILBNC.  *
004100*                                                                *
004200*    MODIFICATION HISTORY                                        *
004300*    --------------------                                        *
004400*    DATE       INIT  DESCRIPTION                                *
004500*    -------    ----  -----------------------------------------  *
004600*    15/10/26   MLH   Original version.                          *
004700******************************************************************
004800 identification division.
004900 program-id. CustomerEmailBounce.
005000 author. M. Llanes, Data Management Group.
005100 installation. Head Office Systems.
005200 date-written. 15/10/26.
005300 date-compiled. 15/10/26.
005400
005500 environment division.
005600 input-output section.
005700 file-control.
005800     select Bounce-File assign to "CUSTBNCE"
005900         organization is line sequential
006000         file status is WS-Bounce-File-Status.
006100
006200     select Parameter-File assign to "BNCEPARM"
006300         organization is line sequential
006400         file status is WS-Parameter-File-Status.
006500
006600     select Branch-File assign to "Sucursales.dat"
006700         organization is indexed
006800         access mode is dynamic
006900         record key is Branch-Code
007000         file status is WS-Branch-File-Status.
007100
007200     select Control-Report-File assign to "CUSTBNCX"
007300         organization is line sequential.
007400
007500     select Follow-Up-File assign to "CUSTBNFU"
007600         organization is line sequential.
007700
007800 data division.
007900 file section.
008000 fd  Bounce-File.
008100 01  Bounce-Record.
008200     05  BN-Customer-Id          pic 9(08).
008300     05  BN-Email-Address        pic x(40).
008400     05  BN-Bounce-Type          pic x(01).
008500         88  BN-Hard-Bounce          value "H".
008600         88  BN-Soft-Bounce          value "S".
008700         88  BN-Valid-Bounce-Type    values "H" "S".
008800     05  BN-Bounce-Reason        pic x(50).
008900     copy InterfaceControl.
009000
009100 fd  Parameter-File.
009200 01  Parameter-Record.
009300     05  PR-Hard-Bounce-Limit    pic 9(03).
009400
009500 fd  Branch-File.
009600     copy BranchRecord.
009700
009800 fd  Control-Report-File.
009900 01  Control-Report-Record       pic x(134).
010000
010100 fd  Follow-Up-File.
010200 01  Follow-Up-Record            pic x(134).
010300
010400 working-storage section.
010500 01  WS-Customer-File-Name       pic x(20) value "Clientes.dat".
010600 01  WS-Operator-Id              pic x(08) value "EMAILBNC".
010700 01  WS-Bounce-File-Status       pic x(02) value spaces.
010800     88  Bounce-File-Found           value "00".
010900 01  WS-Parameter-File-Status    pic x(02) value spaces.
011000 01  WS-Branch-File-Status       pic x(02) value spaces.
011100 01  WS-Branch-Open-Flag         pic x(01) value "N".
011200     88  Branch-File-Opened          value "Y".
011300 01  WS-Bounce-Open-Flag         pic x(01) value "N".
011400     88  Bounce-File-Opened          value "Y".
011500 01  WS-Eof-Flag                 pic x(01) value "N".
011600     88  End-Of-File                 value "Y".
011700 01  WS-Operation-Result         pic x(02) value spaces.
011800 01  WS-Interface-Id             pic x(08) value "CUSTBNCE".
011900 01  WS-Check-Reason             pic x(40) value spaces.
012000 01  WS-Refused-Flag             pic x(01) value "N".
012100     88  Bounce-Feed-Refused         value "Y" false "N".
012200 01  WS-Header-Flag              pic x(01) value "N".
012300     88  Header-Seen                 value "Y" false "N".
012400 01  WS-Trailer-Flag             pic x(01) value "N".
012500     88  Trailer-Seen                value "Y" false "N".
012600 01  WS-Control-Count            pic 9(08) value zero.
012700 01  WS-Control-Hash             pic 9(15) value zero.
012800 01  WS-Control-Amount           pic 9(13)v99 value zero.
012900
013000*    hard bounces before an address is marked unusable -
013100*    overridden from the BNCEPARM card when one is supplied.
013200 01  WS-Hard-Bounce-Limit        pic 9(03) value 3.
013300
013400 01  WS-Today                    pic x(08) value spaces.
013500 01  WS-Email-On-File            pic x(40) value spaces.
013600 01  WS-Email-Bounced            pic x(40) value spaces.
013700 01  WS-Lower-Case               pic x(26)
013800         value "abcdefghijklmnopqrstuvwxyz".
013900 01  WS-Upper-Case               pic x(26)
014000         value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
014100 01  WS-Bounce-Kind              pic x(04) value spaces.
014200 01  WS-Report-Branch            pic x(04) value spaces.
014300
014400 01  WS-Feed-Records-Read        pic 9(05) value zero.
014500 01  WS-Hard-Bounces             pic 9(05) value zero.
014600 01  WS-Soft-Bounces             pic 9(05) value zero.
014700 01  WS-Bad-Feed-Records         pic 9(05) value zero.
014800 01  WS-Unknown-Ids              pic 9(05) value zero.
014900 01  WS-Address-Changed          pic 9(05) value zero.
015000 01  WS-Contacts-Filed           pic 9(05) value zero.
015100 01  WS-Contact-Failures         pic 9(05) value zero.
015200 01  WS-Marked-Unusable          pic 9(05) value zero.
015300 01  WS-Count-Failures           pic 9(05) value zero.
015400 01  WS-Follow-Ups-Dropped       pic 9(05) value zero.
015500 01  WS-Section-Count            pic 9(05) value zero.
015600
015700 01  WS-Was-Usable-Flag          pic x(01) value "N".
015800     88  Email-Was-Usable            value "Y" false "N".
015900 01  WS-Found-Flag               pic x(01) value "N".
016000     88  Follow-Up-Found             value "Y" false "N".
016100 01  WS-Branch-In-Table-Flag     pic x(01) value "N".
016200     88  Branch-In-Table             value "Y" false "N".
016300 01  WS-Insert-Point-Flag        pic x(01) value "N".
016400     88  Insert-Point-Found          value "Y" false "N".
016500 01  WS-Branch-Overflow-Flag     pic x(01) value "N".
016600     88  Branch-Table-Overflowed     value "Y".
016700 01  WS-Overflow-Section-Flag    pic x(01) value "N".
016800     88  Overflow-Section            value "Y" false "N".
016900
017000 01  WS-Follow-Up-Count          pic 9(04) value zero.
017100 01  WS-Follow-Up-Index          pic 9(04) value zero.
017200 01  WS-Follow-Up-Scan           pic 9(04) value zero.
017300 01  WS-Follow-Up-Table.
017400     05  WS-Follow-Up-Entry occurs 5000 times.
017500         10  FU-Customer-Id      pic 9(08).
017600         10  FU-Branch           pic x(04).
017700         10  FU-Name             pic x(30).
017800         10  FU-Telephone        pic x(15).
017900         10  FU-Email-Address    pic x(40).
018000         10  FU-Hard-Bounces     pic 9(03).
018100         10  FU-Unusable-Flag    pic x(01).
018200             88  FU-Email-Unusable       value "Y".
018300         10  FU-Overflow-Flag    pic x(01).
018400             88  FU-In-Overflow          value "Y".
018500
018600 01  WS-Branch-Count             pic 9(02) value zero.
018700 01  WS-Branch-Index             pic 9(02) value zero.
018800 01  WS-Branch-Scan              pic 9(02) value zero.
018900 01  WS-Branch-Table.
019000     05  EB-Branch-Code occurs 50 times
019100                                 pic x(04).
019200
019300 01  WS-Heading-Line-1.
019400     05  filler                  pic x(10) value spaces.
019500     05  filler                  pic x(44)
019600             value "EMAIL BOUNCE-BACK FEED - CONTROL REPORT".
019700     05  filler                  pic x(80) value spaces.
019800
019900 01  WS-Parameter-Line.
020000     05  filler                  pic x(10) value spaces.
020100     05  filler                  pic x(40)
020200             value "HARD BOUNCES BEFORE EMAIL UNUSABLE:".
020300     05  PL-Hard-Bounce-Limit    pic zz9.
020400     05  filler                  pic x(81) value spaces.
020500
020600 01  WS-Heading-Line-2.
020700     05  filler                  pic x(01) value spaces.
020800     05  filler                  pic x(08) value "CUST ID ".
020900     05  filler                  pic x(02) value spaces.
021000     05  filler                  pic x(04) value "TYPE".
021100     05  filler                  pic x(02) value spaces.
021200     05  filler                  pic x(40)
021300             value "BOUNCED ADDRESS".
021400     05  filler                  pic x(02) value spaces.
021500     05  filler                  pic x(40) value "ACTION".
021600     05  filler                  pic x(35) value spaces.
021700
021800 01  WS-Detail-Line.
021900     05  filler                  pic x(01) value spaces.
022000     05  DL-Customer-Id          pic 9(08).
022100     05  filler                  pic x(02) value spaces.
022200     05  DL-Type                 pic x(04).
022300     05  filler                  pic x(02) value spaces.
022400     05  DL-Email-Address        pic x(40).
022500     05  filler                  pic x(02) value spaces.
022600     05  DL-Action               pic x(40).
022700     05  filler                  pic x(35) value spaces.
022800
022900 01  WS-Note-Line.
023000     05  filler                  pic x(04) value spaces.
023100     05  NL-Note                 pic x(60).
023200     05  filler                  pic x(70) value spaces.
023300
023400 01  WS-Total-Line.
023500     05  filler                  pic x(10) value spaces.
023600     05  TL-Label                pic x(32).
023700     05  TL-Count                pic zzzz9.
023800     05  filler                  pic x(87) value spaces.
023900
024000 01  WS-Follow-Up-Heading-1.
024100     05  filler                  pic x(10) value spaces.
024200     05  filler                  pic x(44)
024300             value "BOUNCED INVOICE EMAILS - COUNTER FOLLOW-UP".
024400     05  FH1-Date                pic x(10).
024500     05  filler                  pic x(70) value spaces.
024600
024700 01  WS-Branch-Heading-Line.
024800     05  filler                  pic x(01) value spaces.
024900     05  filler                  pic x(08) value "BRANCH: ".
025000     05  BH-Branch-Code          pic x(04).
025100     05  filler                  pic x(02) value spaces.
025200     05  BH-Branch-Name          pic x(30).
025300     05  filler                  pic x(89) value spaces.
025400
025500 01  WS-Follow-Up-Heading-2.
025600     05  filler                  pic x(01) value spaces.
025700     05  filler                  pic x(08) value "CUST ID ".
025800     05  filler                  pic x(02) value spaces.
025900     05  filler                  pic x(30) value "NAME".
026000     05  filler                  pic x(02) value spaces.
026100     05  filler                  pic x(15) value "TELEPHONE".
026200     05  filler                  pic x(02) value spaces.
026300     05  filler                  pic x(40) value "EMAIL ADDRESS".
026400     05  filler                  pic x(02) value spaces.
026500     05  filler                  pic x(07) value "BOUNCES".
026600     05  filler                  pic x(02) value spaces.
026700     05  filler                  pic x(23) value "EMAIL STATUS".
026800
026900 01  WS-Follow-Up-Line.
027000     05  filler                  pic x(01) value spaces.
027100     05  FL-Customer-Id          pic 9(08).
027200     05  filler                  pic x(02) value spaces.
027300     05  FL-Name                 pic x(30).
027400     05  filler                  pic x(02) value spaces.
027500     05  FL-Telephone            pic x(15).
027600     05  filler                  pic x(02) value spaces.
027700     05  FL-Email-Address        pic x(40).
027800     05  filler                  pic x(04) value spaces.
027900     05  FL-Hard-Bounces         pic zz9.
028000     05  filler                  pic x(04) value spaces.
028100     05  FL-Status               pic x(23).
028200
028300 01  WS-Blank-Line               pic x(134) value spaces.
028400
028500 copy Customer replacing Customer by Bounce-Customer.
028600 copy CustomerContact replacing Customer-Contact by
028700     Bounce-Contact.
028800 copy CustomerEmailStatus replacing Customer-Email-Status by
028900     Bounce-Email-Status.
029000
029100 procedure division.
029200
029300******************************************************************
029400*    0000-MAINLINE - a feed that fails its control checks, or a  *
029500*    sign-on the CUSTOMERS program refuses, files nothing and    *
029600*    ends the step with return code 8, which stops the night     *
029700*    cycle before the extract.                                   *
029800******************************************************************
029900 0000-mainline.
030000     perform 1000-initialize thru 1000-initialize-exit
030100     if Bounce-File-Opened
030200         perform 1500-verify-bounce-feed thru
030300             1500-verify-bounce-feed-exit
030400     end-if
030500     if Bounce-File-Opened
030600         perform 2000-process-bounce-feed thru
030700             2000-process-bounce-feed-exit
030800         call "AcceptInterfaceFile" using WS-Interface-Id
030900     end-if
031000     perform 4000-print-follow-up thru 4000-print-follow-up-exit
031100     perform 5000-terminate thru 5000-terminate-exit
031200     if Bounce-Feed-Refused
031300         move 8 to return-code
031400     end-if
031500     goback.
031600
031700******************************************************************
031800*    1000-INITIALIZE - configure Clientes.dat through the        *
031900*    CUSTOMERS program, sign the job's own id on, read the       *
032000*    parameter card and open the feed and the reports.           *
032100******************************************************************
032200 1000-initialize.
032300     move function current-date(1:8) to WS-Today
032400     call "Customers"
032500     call "SetCustomerFileName" using WS-Customer-File-Name
032600     call "SetOperatorId" using WS-Operator-Id
032700     call "GetLastOperationResult" using WS-Operation-Result
032800     perform 1100-read-parameter-card thru
032900         1100-read-parameter-card-exit
033000     open output Control-Report-File
033100     write Control-Report-Record from WS-Heading-Line-1
033200     move WS-Hard-Bounce-Limit to PL-Hard-Bounce-Limit
033300     write Control-Report-Record from WS-Parameter-Line
033400     write Control-Report-Record from WS-Heading-Line-2
033500     write Control-Report-Record from WS-Blank-Line
033600     open output Follow-Up-File
033700     move spaces to FH1-Date
033800     string WS-Today(7:2) "/" WS-Today(5:2) "/" WS-Today(1:4)
033900         delimited by size into FH1-Date
034000     open input Branch-File
034100     if WS-Branch-File-Status = "00"
034200         move "Y" to WS-Branch-Open-Flag
034300     end-if
034400     if WS-Operation-Result = "NA"
034500         set Bounce-Feed-Refused to true
034600         move "OPERATOR EMAILBNC REFUSED - NO BOUNCES FILED"
034700             to NL-Note
034800         write Control-Report-Record from WS-Note-Line
034900         go to 1000-initialize-exit
035000     end-if
035100     open input Bounce-File
035200     if Bounce-File-Found
035300         move "Y" to WS-Bounce-Open-Flag
035400     else
035500         move "NO BOUNCE FEED RECEIVED - NOTHING FILED" to NL-Note
035600         write Control-Report-Record from WS-Note-Line
035700     end-if
035800     move "N" to WS-Eof-Flag.
035900
036000 1000-initialize-exit.
036100     exit.
036200
036300******************************************************************
036400*    1100-READ-PARAMETER-CARD - a numeric, nonzero count on      *
036500*    BNCEPARM replaces the default hard-bounce limit.            *
036600******************************************************************
036700 1100-read-parameter-card.
036800     open input Parameter-File
036900     if WS-Parameter-File-Status not = "00"
037000         go to 1100-read-parameter-card-exit
037100     end-if
037200     read Parameter-File
037300         at end
037400             close Parameter-File
037500             go to 1100-read-parameter-card-exit
037600     end-read
037700     if PR-Hard-Bounce-Limit numeric
037800             and PR-Hard-Bounce-Limit > zero
037900         move PR-Hard-Bounce-Limit to WS-Hard-Bounce-Limit
038000     end-if
038100     close Parameter-File.
038200
038300 1100-read-parameter-card-exit.
038400     exit.
038500
038600******************************************************************
038700*    1500-VERIFY-BOUNCE-FEED - a full pass over CUSTBNCE before  *
038800*    any bounce is filed, as CustomerCreditHold's 1500 checks    *
038900*    CUSTAGED: a header INTERFACECONTROL accepts for CUSTBNCE    *
039000*    first, a trailer whose count and id hash total agree with   *
039100*    the data records last, and nothing after it.  A refused     *
039200*    feed is noted on the report and left closed; a good one is  *
039300*    reopened for 2000 to read from the top.                     *
039400******************************************************************
039500 1500-verify-bounce-feed.
039600     set Header-Seen to false
039700     set Trailer-Seen to false
039800     move zero to WS-Control-Count
039900     move zero to WS-Control-Hash
040000     move zero to WS-Control-Amount
040100     move spaces to WS-Check-Reason
040200     perform 1510-verify-one-record thru
040300         1510-verify-one-record-exit
040400         until End-Of-File
040500         or WS-Check-Reason not = spaces
040600     if WS-Check-Reason = spaces
040700         and not Trailer-Seen
040800         if Header-Seen
040900             move "TRAILER RECORD MISSING" to WS-Check-Reason
041000         else
041100             move "HEADER RECORD MISSING" to WS-Check-Reason
041200         end-if
041300     end-if
041400     close Bounce-File
041500     move "N" to WS-Eof-Flag
041600     if WS-Check-Reason not = spaces
041700         set Bounce-Feed-Refused to true
041800         move "N" to WS-Bounce-Open-Flag
041900         move "CUSTBNCE REFUSED - " to NL-Note
042000         move WS-Check-Reason to NL-Note(20:40)
042100         write Control-Report-Record from WS-Note-Line
042200         move "NOTHING FILED - CORRECT THE FEED AND RERUN"
042300             to NL-Note
042400         write Control-Report-Record from WS-Note-Line
042500         go to 1500-verify-bounce-feed-exit
042600     end-if
042700     open input Bounce-File.
042800
042900 1500-verify-bounce-feed-exit.
043000     exit.
043100
043200 1510-verify-one-record.
043300     read Bounce-File
043400         at end
043500             set End-Of-File to true
043600             go to 1510-verify-one-record-exit
043700     end-read
043800     if Trailer-Seen
043900         move "RECORDS FOLLOW THE TRAILER" to WS-Check-Reason
044000         go to 1510-verify-one-record-exit
044100     end-if
044200     if not Header-Seen
044300         call "CheckInterfaceHeader" using
044400             Interface-Control-Record, WS-Interface-Id,
044500             WS-Check-Reason
044600         set Header-Seen to true
044700         go to 1510-verify-one-record-exit
044800     end-if
044900     if IC-Trailer-Record
045000         call "CheckInterfaceTrailer" using
045100             Interface-Control-Record, WS-Interface-Id,
045200             WS-Control-Count, WS-Control-Hash,
045300             WS-Control-Amount, WS-Check-Reason
045400         set Trailer-Seen to true
045500         go to 1510-verify-one-record-exit
045600     end-if
045700     if IC-Header-Record
045800         move "SECOND HEADER RECORD IN FILE" to WS-Check-Reason
045900         go to 1510-verify-one-record-exit
046000     end-if
046100     add 1 to WS-Control-Count
046200     if BN-Customer-Id numeric
046300         add BN-Customer-Id to WS-Control-Hash
046400     end-if.
046500
046600 1510-verify-one-record-exit.
046700     exit.
046800
046900******************************************************************
047000*    2000-PROCESS-BOUNCE-FEED - one pass over the feed.  The     *
047100*    header and trailer were dealt with by 1500.                 *
047200******************************************************************
047300 2000-process-bounce-feed.
047400     perform 2100-process-one-bounce thru
047500         2100-process-one-bounce-exit
047600         until End-Of-File
047700     close Bounce-File.
047800
047900 2000-process-bounce-feed-exit.
048000     exit.
048100
048200 2100-process-one-bounce.
048300     read Bounce-File
048400         at end
048500             set End-Of-File to true
048600             go to 2100-process-one-bounce-exit
048700     end-read
048800     if IC-Control-Record
048900         go to 2100-process-one-bounce-exit
049000     end-if
049100     add 1 to WS-Feed-Records-Read
049200     inspect BN-Bounce-Type converting "hs" to "HS"
049300     if BN-Customer-Id not numeric
049400             or BN-Customer-Id = zero
049500             or BN-Email-Address = spaces
049600             or not BN-Valid-Bounce-Type
049700         add 1 to WS-Bad-Feed-Records
049800         move "BOUNCE RECORD INCOMPLETE OR INVALID - SKIPPED"
049900             to NL-Note
050000         write Control-Report-Record from WS-Note-Line
050100         go to 2100-process-one-bounce-exit
050200     end-if
050300     if BN-Hard-Bounce
050400         add 1 to WS-Hard-Bounces
050500         move "HARD" to WS-Bounce-Kind
050600     else
050700         add 1 to WS-Soft-Bounces
050800         move "SOFT" to WS-Bounce-Kind
050900     end-if
051000     perform 2200-match-one-bounce thru
051100         2200-match-one-bounce-exit.
051200
051300 2100-process-one-bounce-exit.
051400     exit.
051500
051600******************************************************************
051700*    2200-MATCH-ONE-BOUNCE - the bounce counts only while the    *
051800*    address it names is still the customer's EmailAddress, in   *
051900*    upper case so a difference of case is not a change.  A      *
052000*    matched bounce is filed on the contact log first; a hard    *
052100*    one is then counted on the email status file and the        *
052200*    customer put on the follow-up list.                         *
052300******************************************************************
052400 2200-match-one-bounce.
052500     move BN-Customer-Id to DL-Customer-Id
052600     move WS-Bounce-Kind to DL-Type
052700     move BN-Email-Address to DL-Email-Address
052800     call "GetCustomerById" using Bounce-Customer, BN-Customer-Id
052900     if Name of Bounce-Customer = spaces
053000         add 1 to WS-Unknown-Ids
053100         move "ID UNKNOWN OR DELETED - IGNORED" to DL-Action
053200         write Control-Report-Record from WS-Detail-Line
053300         go to 2200-match-one-bounce-exit
053400     end-if
053500     move EmailAddress of Bounce-Customer to WS-Email-On-File
053600     inspect WS-Email-On-File
053700         converting WS-Lower-Case to WS-Upper-Case
053800     move BN-Email-Address to WS-Email-Bounced
053900     inspect WS-Email-Bounced
054000         converting WS-Lower-Case to WS-Upper-Case
054100     if WS-Email-Bounced not = WS-Email-On-File
054200         add 1 to WS-Address-Changed
054300         move "ADDRESS SINCE CHANGED - IGNORED" to DL-Action
054400         write Control-Report-Record from WS-Detail-Line
054500         go to 2200-match-one-bounce-exit
054600     end-if
054700     perform 2300-file-contact-entry thru
054800         2300-file-contact-entry-exit
054900     if WS-Operation-Result not = "00"
055000         add 1 to WS-Contact-Failures
055100         move spaces to DL-Action
055200         string "CONTACT ENTRY FAILED - RESULT "
055300             WS-Operation-Result delimited by size into DL-Action
055400         write Control-Report-Record from WS-Detail-Line
055500         go to 2200-match-one-bounce-exit
055600     end-if
055700     add 1 to WS-Contacts-Filed
055800     if BN-Hard-Bounce
055900         perform 2400-count-hard-bounce thru
056000             2400-count-hard-bounce-exit
056100     end-if.
056200
056300 2200-match-one-bounce-exit.
056400     exit.
056500
056600******************************************************************
056700*    2300-FILE-CONTACT-ENTRY - an E (email) entry on the contact *
056800*    log: the kind of bounce, the address and billing's reason.  *
056900******************************************************************
057000 2300-file-contact-entry.
057100     move spaces to Bounce-Contact
057200     move "E" to ContactType of Bounce-Contact
057300     string WS-Bounce-Kind delimited by size
057400         " BOUNCE ON INVOICE EMAIL - REPORTED BY BILLING"
057500         delimited by size
057600         into ContactText1 of Bounce-Contact
057700     string "ADDRESS: " delimited by size
057800         BN-Email-Address delimited by size
057900         into ContactText2 of Bounce-Contact
058000     string "REASON: " delimited by size
058100         BN-Bounce-Reason delimited by size
058200         into ContactText3 of Bounce-Contact
058300     call "AddCustomerContact" using Bounce-Contact,
058400         BN-Customer-Id
058500     call "GetLastOperationResult" using WS-Operation-Result.
058600
058700 2300-file-contact-entry-exit.
058800     exit.
058900
059000******************************************************************
059100*    2400-COUNT-HARD-BOUNCE - RecordHardEmailBounce keeps the    *
059200*    count and marks the address unusable at the limit.  The     *
059300*    status is looked at first, so an address already unusable   *
059400*    before this bounce is not reported as newly marked.         *
059500******************************************************************
059600 2400-count-hard-bounce.
059700     call "GetCustomerEmailStatus" using Bounce-Email-Status,
059800         BN-Customer-Id
059900     set Email-Was-Usable to true
060000     if Email-Is-Unusable
060100             and EmailBouncedAddress of Bounce-Email-Status =
060200                 WS-Email-On-File
060300         set Email-Was-Usable to false
060400     end-if
060500     move spaces to Bounce-Email-Status
060600     move BN-Email-Address to
060700         EmailBouncedAddress of Bounce-Email-Status
060800     call "RecordHardEmailBounce" using Bounce-Email-Status,
060900         BN-Customer-Id, WS-Hard-Bounce-Limit
061000     call "GetLastOperationResult" using WS-Operation-Result
061100     if WS-Operation-Result not = "00"
061200         add 1 to WS-Count-Failures
061300         move spaces to DL-Action
061400         string "BOUNCE NOT COUNTED - RESULT "
061500             WS-Operation-Result delimited by size into DL-Action
061600         write Control-Report-Record from WS-Detail-Line
061700         go to 2400-count-hard-bounce-exit
061800     end-if
061900     if Email-Is-Unusable and Email-Was-Usable
062000         add 1 to WS-Marked-Unusable
062100         move "EMAIL MARKED UNUSABLE" to DL-Action
062200         write Control-Report-Record from WS-Detail-Line
062300     end-if
062400     perform 2500-note-follow-up thru 2500-note-follow-up-exit.
062500
062600 2400-count-hard-bounce-exit.
062700     exit.
062800
062900******************************************************************
063000*    2500-NOTE-FOLLOW-UP - one follow-up entry per customer,     *
063100*    however many times the address bounced tonight; the latest  *
063200*    count and status win.  A full table is counted and noted.   *
063300******************************************************************
063400 2500-note-follow-up.
063500     set Follow-Up-Found to false
063600     perform 2510-match-one-follow-up thru
063700         2510-match-one-follow-up-exit
063800         varying WS-Follow-Up-Scan from 1 by 1
063900         until WS-Follow-Up-Scan > WS-Follow-Up-Count
064000         or Follow-Up-Found
064100     if not Follow-Up-Found
064200         if WS-Follow-Up-Count = 5000
064300             add 1 to WS-Follow-Ups-Dropped
064400             go to 2500-note-follow-up-exit
064500         end-if
064600         add 1 to WS-Follow-Up-Count
064700         move WS-Follow-Up-Count to WS-Follow-Up-Index
064800         move BN-Customer-Id to FU-Customer-Id(WS-Follow-Up-Index)
064900         move BranchCode of Bounce-Customer to
065000             FU-Branch(WS-Follow-Up-Index)
065100         move Name of Bounce-Customer to
065200             FU-Name(WS-Follow-Up-Index)
065300         move Telephone of Bounce-Customer to
065400             FU-Telephone(WS-Follow-Up-Index)
065500         move EmailAddress of Bounce-Customer to
065600             FU-Email-Address(WS-Follow-Up-Index)
065700         move "N" to FU-Overflow-Flag(WS-Follow-Up-Index)
065800         perform 2600-note-branch thru 2600-note-branch-exit
065900     end-if
066000     move EmailHardBounces of Bounce-Email-Status to
066100         FU-Hard-Bounces(WS-Follow-Up-Index)
066200     if Email-Is-Unusable
066300         move "Y" to FU-Unusable-Flag(WS-Follow-Up-Index)
066400     else
066500         move "N" to FU-Unusable-Flag(WS-Follow-Up-Index)
066600     end-if.
066700
066800 2500-note-follow-up-exit.
066900     exit.
067000
067100 2510-match-one-follow-up.
067200     if FU-Customer-Id(WS-Follow-Up-Scan) = BN-Customer-Id
067300         set Follow-Up-Found to true
067400         move WS-Follow-Up-Scan to WS-Follow-Up-Index
067500     end-if.
067600
067700 2510-match-one-follow-up-exit.
067800     exit.
067900
068000******************************************************************
068100*    2600-NOTE-BRANCH - keeps the branch table in branch-code    *
068200*    order, the way CustomerPostcodeRecode does, so the follow-  *
068300*    up sections print in that order without a sort step.  An    *
068400*    entry whose branch arrives after the table is full is       *
068500*    marked for the overflow section.                            *
068600******************************************************************
068700 2600-note-branch.
068800     set Branch-In-Table to false
068900     perform 2610-match-one-branch thru 2610-match-one-branch-exit
069000         varying WS-Branch-Scan from 1 by 1
069100         until WS-Branch-Scan > WS-Branch-Count
069200         or Branch-In-Table
069300     if Branch-In-Table
069400         go to 2600-note-branch-exit
069500     end-if
069600     if WS-Branch-Count = 50
069700         move "Y" to WS-Branch-Overflow-Flag
069800         move "Y" to FU-Overflow-Flag(WS-Follow-Up-Index)
069900         go to 2600-note-branch-exit
070000     end-if
070100     compute WS-Branch-Index = WS-Branch-Count + 1
070200     set Insert-Point-Found to false
070300     perform 2620-make-room-for-branch thru
070400         2620-make-room-for-branch-exit
070500         until Insert-Point-Found
070600     move FU-Branch(WS-Follow-Up-Index)
070700         to EB-Branch-Code(WS-Branch-Index)
070800     add 1 to WS-Branch-Count.
070900
071000 2600-note-branch-exit.
071100     exit.
071200
071300 2610-match-one-branch.
071400     if EB-Branch-Code(WS-Branch-Scan) =
071500             FU-Branch(WS-Follow-Up-Index)
071600         set Branch-In-Table to true
071700     end-if.
071800
071900 2610-match-one-branch-exit.
072000     exit.
072100
072200 2620-make-room-for-branch.
072300     if WS-Branch-Index = 1
072400         set Insert-Point-Found to true
072500         go to 2620-make-room-for-branch-exit
072600     end-if
072700     if EB-Branch-Code(WS-Branch-Index - 1) not >
072800             FU-Branch(WS-Follow-Up-Index)
072900         set Insert-Point-Found to true
073000         go to 2620-make-room-for-branch-exit
073100     end-if
073200     move EB-Branch-Code(WS-Branch-Index - 1)
073300         to EB-Branch-Code(WS-Branch-Index)
073400     subtract 1 from WS-Branch-Index.
073500
073600 2620-make-room-for-branch-exit.
073700     exit.
073800
073900******************************************************************
074000*    4000-PRINT-FOLLOW-UP - the counter's list on CUSTBNFU, one  *
074100*    page per owning branch in branch-code order, then the       *
074200*    overflow section when the branch table filled.  A night     *
074300*    with no hard bounces prints a single "none" page.           *
074400******************************************************************
074500 4000-print-follow-up.
074600     write Follow-Up-Record from WS-Follow-Up-Heading-1
074700     if WS-Follow-Up-Count = zero
074800         write Follow-Up-Record from WS-Blank-Line
074900         move "NO HARD BOUNCES TO FOLLOW UP TONIGHT" to NL-Note
075000         write Follow-Up-Record from WS-Note-Line
075100         go to 4000-print-follow-up-exit
075200     end-if
075300     set Overflow-Section to false
075400     perform 4100-print-one-branch thru 4100-print-one-branch-exit
075500         varying WS-Branch-Index from 1 by 1
075600         until WS-Branch-Index > WS-Branch-Count
075700     if Branch-Table-Overflowed
075800         set Overflow-Section to true
075900         perform 4100-print-one-branch thru
076000             4100-print-one-branch-exit
076100     end-if.
076200
076300 4000-print-follow-up-exit.
076400     exit.
076500
076600 4100-print-one-branch.
076700     if not Overflow-Section
076800         move EB-Branch-Code(WS-Branch-Index) to WS-Report-Branch
076900     end-if
077000     move WS-Report-Branch to BH-Branch-Code
077100     move spaces to BH-Branch-Name
077200     evaluate true
077300         when Overflow-Section
077400             move spaces to BH-Branch-Code
077500             move "FURTHER BRANCHES (TABLE FULL)"
077600                 to BH-Branch-Name
077700         when WS-Report-Branch = spaces
077800             move "HEAD OFFICE / UNASSIGNED" to BH-Branch-Name
077900         when Branch-File-Opened
078000             move WS-Report-Branch to Branch-Code
078100             read Branch-File
078200                 invalid key
078300                     move "NOT ON BRANCH FILE" to Branch-Name
078400             end-read
078500             move Branch-Name to BH-Branch-Name
078600     end-evaluate
078700     if WS-Branch-Index > 1 or Overflow-Section
078800         write Follow-Up-Record from WS-Follow-Up-Heading-1
078900             after advancing page
079000     end-if
079100     write Follow-Up-Record from WS-Blank-Line
079200     write Follow-Up-Record from WS-Branch-Heading-Line
079300     write Follow-Up-Record from WS-Blank-Line
079400     write Follow-Up-Record from WS-Follow-Up-Heading-2
079500     move zero to WS-Section-Count
079600     perform 4200-print-follow-up-entry thru
079700         4200-print-follow-up-entry-exit
079800         varying WS-Follow-Up-Index from 1 by 1
079900         until WS-Follow-Up-Index > WS-Follow-Up-Count
080000     write Follow-Up-Record from WS-Blank-Line
080100     move "CUSTOMERS TO CALL:" to TL-Label
080200     move WS-Section-Count to TL-Count
080300     write Follow-Up-Record from WS-Total-Line.
080400
080500 4100-print-one-branch-exit.
080600     exit.
080700
080800 4200-print-follow-up-entry.
080900     if Overflow-Section
081000         if not FU-In-Overflow(WS-Follow-Up-Index)
081100             go to 4200-print-follow-up-entry-exit
081200         end-if
081300     else
081400         if FU-In-Overflow(WS-Follow-Up-Index)
081500                 or FU-Branch(WS-Follow-Up-Index) not =
081600                     WS-Report-Branch
081700             go to 4200-print-follow-up-entry-exit
081800         end-if
081900     end-if
082000     move FU-Customer-Id(WS-Follow-Up-Index) to FL-Customer-Id
082100     move FU-Name(WS-Follow-Up-Index) to FL-Name
082200     move FU-Telephone(WS-Follow-Up-Index) to FL-Telephone
082300     move FU-Email-Address(WS-Follow-Up-Index) to FL-Email-Address
082400     move FU-Hard-Bounces(WS-Follow-Up-Index) to FL-Hard-Bounces
082500     if FU-Email-Unusable(WS-Follow-Up-Index)
082600         move "UNUSABLE - NOT SENT" to FL-Status
082700     else
082800         move "STILL IN USE" to FL-Status
082900     end-if
083000     write Follow-Up-Record from WS-Follow-Up-Line
083100     add 1 to WS-Section-Count.
083200
083300 4200-print-follow-up-entry-exit.
083400     exit.
083500
083600******************************************************************
083700*    5000-TERMINATE - control totals and close up.               *
083800******************************************************************
083900 5000-terminate.
084000     write Control-Report-Record from WS-Blank-Line
084100     move "FEED RECORDS READ:" to TL-Label
084200     move WS-Feed-Records-Read to TL-Count
084300     write Control-Report-Record from WS-Total-Line
084400     move "HARD BOUNCES:" to TL-Label
084500     move WS-Hard-Bounces to TL-Count
084600     write Control-Report-Record from WS-Total-Line
084700     move "SOFT BOUNCES:" to TL-Label
084800     move WS-Soft-Bounces to TL-Count
084900     write Control-Report-Record from WS-Total-Line
085000     move "BAD FEED RECORDS:" to TL-Label
085100     move WS-Bad-Feed-Records to TL-Count
085200     write Control-Report-Record from WS-Total-Line
085300     move "IDS NOT ON CUSTOMER FILE:" to TL-Label
085400     move WS-Unknown-Ids to TL-Count
085500     write Control-Report-Record from WS-Total-Line
085600     move "ADDRESS SINCE CHANGED:" to TL-Label
085700     move WS-Address-Changed to TL-Count
085800     write Control-Report-Record from WS-Total-Line
085900     move "CONTACT ENTRIES FILED:" to TL-Label
086000     move WS-Contacts-Filed to TL-Count
086100     write Control-Report-Record from WS-Total-Line
086200     move "CONTACT ENTRIES FAILED:" to TL-Label
086300     move WS-Contact-Failures to TL-Count
086400     write Control-Report-Record from WS-Total-Line
086500     move "EMAILS MARKED UNUSABLE:" to TL-Label
086600     move WS-Marked-Unusable to TL-Count
086700     write Control-Report-Record from WS-Total-Line
086800     move "HARD BOUNCES NOT COUNTED:" to TL-Label
086900     move WS-Count-Failures to TL-Count
087000     write Control-Report-Record from WS-Total-Line
087100     move "FOLLOW-UPS NOT LISTED (FULL):" to TL-Label
087200     move WS-Follow-Ups-Dropped to TL-Count
087300     write Control-Report-Record from WS-Total-Line
087400     if Branch-File-Opened
087500         close Branch-File
087600     end-if
087700     close Follow-Up-File
087800     close Control-Report-File.
087900
088000 5000-terminate-exit.
088100     exit.
088200
088300 end program CustomerEmailBounce.
