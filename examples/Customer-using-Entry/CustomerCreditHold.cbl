003100*    updates made only after the browse has ended, because the   *
003200*    browse and the maintenance entries share the one            *
003300*    Customer-File inside the CUSTOMERS program.                 *
003310*                                                                *
003320*    A customer in a customer group (ClienteGrupos.dat) is also  *
003330*    held when the open balances of the whole group, parent and  *
003340*    members together, come to more than the group credit limit. *
003350*    Group members are not acted on as the feed is read: their   *
003360*    balances are summed per group and their own assessment      *
003370*    noted, and 4500 settles them once every balance is known.   *
003380*    A member or group that does not fit the tables is assessed  *
003390*    on its own terms alone, and the report says so.             *
003391*                                                                *
003392*    Every customer id on an accepted feed is also noted on      *
003393*    ClienteActiv.dat through RecordCustomerAgedFeed, since the  *
003394*    feed itself is not kept; the monthly dormant-account review *
003395*    reads those dates back.                                     *
003400*                                                                *
003500*    MODIFICATION HISTORY                                        *
003600*    --------------------                                        *
003920*                     RUN so the CUSTOMERNIGHTCYCLE driver can   *
003930*                     run this as a step; standalone runs        *
003940*                     behave as before.                          *
003945*    15/10/26   MLH   CUSTAGED now opens with a HDR control      *
003950*                     record and closes with a TRL one carrying  *
003955*                     the record count, id hash total and open-  *
003960*                     balance total.  The feed is checked whole  *
003965*                     before any hold is touched; one that fails *
003970*                     - totals, business date, or a file         *
003975*                     sequence skipped or repeated - is refused  *
003980*                     with the reason on CUSTCRHX, no hold       *
003985*                     changes, and return code 8 stops the       *
003990*                     night cycle.                               *
003991*    15/10/26   MLH   Customer groups: the feed balances of a    *
003992*                     group's members are summed together -      *
003993*                     the parent included - and, when the total  *
003994*                     is over the group credit limit, every      *
003995*                     member goes on hold.                       *
003996*                     Group members are settled in a pass after  *
003997*                     the unlisted-hold walk, own terms first;   *
003998*                     a group over its limit prints on CUSTCRHX  *
003999*                     with its total and a new control total.    *
004000*    15/10/26   MLH   Each feed customer is noted on             *
004010*                     ClienteActiv.dat as last seen on CUSTAGED  *
004020*                     tonight, for the dormant-account review.   *
004030******************************************************************
004100 identification division.
004200 program-id. CustomerCreditHold.
004300 author. M. Llanes, Data Management Group.
006200     05  AB-Customer-Id          pic 9(08).
006300     05  AB-Open-Balance         pic 9(09)v99.
006400     05  AB-Days-Oldest-Item     pic 9(03).
006450     copy InterfaceControl.
006500
006600 fd  Hold-Report-File.
006700 01  Hold-Report-Record          pic x(134).
009300 01  WS-Over-Flag                pic x(01) value "N".
009400     88  Customer-Over-Terms         value "Y" false "N".
009500 01  WS-Hold-Reason              pic x(30) value spaces.
009505 01  WS-Interface-Id             pic x(08) value "CUSTAGED".
009510 01  WS-Check-Reason             pic x(40) value spaces.
009515 01  WS-Refused-Flag             pic x(01) value "N".
009520     88  Aged-Feed-Refused           value "Y" false "N".
009525 01  WS-Header-Flag              pic x(01) value "N".
009530     88  Header-Seen                 value "Y" false "N".
009535 01  WS-Trailer-Flag             pic x(01) value "N".
009540     88  Trailer-Seen                value "Y" false "N".
009545 01  WS-Control-Count            pic 9(08) value zero.
009550 01  WS-Control-Hash             pic 9(15) value zero.
009555 01  WS-Control-Amount           pic 9(13)v99 value zero.
009600
009700 01  WS-Feed-Id-Count            pic 9(04) value zero.
009800 01  WS-Feed-Ids-Dropped         pic 9(04) value zero.
010900 01  WS-Lift-Id-Table.
011000     05  WS-Lift-Id occurs 1000 times
011100                                 pic 9(08).
011102 01  WS-Update-Id                pic 9(08) value zero.
011104 01  WS-Update-Balance           pic 9(09)v99 value zero.
011106 01  WS-Group-Reason             pic x(30)
011108         value "GROUP BALANCE OVER GROUP LIMIT".
011110 01  WS-Edited-Limit             pic z,zzz,zz9.99.
011112
011114 01  WS-Group-Count              pic 9(04) value zero.
011116 01  WS-Groups-Dropped           pic 9(04) value zero.
011118 01  WS-Groups-Over              pic 9(05) value zero.
011120 01  WS-Group-Index              pic 9(04) value zero.
011122 01  WS-Group-Scan               pic 9(04) value zero.
011124 01  WS-Group-Table.
011126     05  WS-Group-Entry occurs 500 times.
011128         10  WS-Grp-Parent-Id    pic 9(08).
011130         10  WS-Grp-Name         pic x(30).
011132         10  WS-Grp-Limit        pic 9(07)v99.
011134         10  WS-Grp-Total        pic 9(11)v99.
011136         10  WS-Grp-Over-Flag    pic x(01).
011138             88  Group-Over-Limit    value "Y" false "N".
011140
011142 01  WS-Member-Count             pic 9(04) value zero.
011144 01  WS-Members-Dropped          pic 9(04) value zero.
011146 01  WS-Member-Index             pic 9(04) value zero.
011148 01  WS-Member-Scan              pic 9(04) value zero.
011150 01  WS-Member-Group             pic 9(04) value zero.
011152 01  WS-Noted-Flag               pic x(01) value "N".
011154     88  Member-Noted                value "Y" false "N".
011156 01  WS-Member-Table.
011158     05  WS-Member-Entry occurs 2000 times.
011160         10  WS-Mbr-Id           pic 9(08).
011162         10  WS-Mbr-Group        pic 9(04).
011164         10  WS-Mbr-Balance      pic 9(09)v99.
011166         10  WS-Mbr-Reason       pic x(30).
011168         10  WS-Mbr-Own-Flag     pic x(01).
011170             88  Member-Own-Over     value "Y" false "N".
011172         10  WS-Mbr-Feed-Flag    pic x(01).
011174             88  Member-On-Feed      value "Y" false "N".
011200
011300 01  WS-Heading-Line-1.
011400     05  filler                  pic x(10) value spaces.
020300     05  TL8-Count               pic zzzz9.
020400     05  filler                  pic x(91) value spaces.
020500
020510 01  WS-Total-Line-9.
020520     05  filler                  pic x(10) value spaces.
020530     05  filler                  pic x(28)
020540             value "GROUPS OVER GROUP LIMIT:    ".
020550     05  TL9-Count               pic zzzz9.
020560     05  filler                  pic x(91) value spaces.
020600 01  WS-Blank-Line               pic x(134) value spaces.
020700
020800 copy Customer replacing Customer by Hold-Customer.
020850 copy CustomerGroup replacing Customer-Group by Hold-Group.
020900
021000 procedure division.
021100
021400*    sent nothing) is noted on the report and nothing changes,   *
021500*    the same stance CustomerBatchUpdate takes on a missing      *
021600*    CUSTTRAN.                                                   *
021610*    A feed that fails its control checks is refused whole by    *
021620*    1500 before 2000 sees a record, and the step ends with      *
021630*    return code 8.                                              *
021700******************************************************************
021800 0000-mainline.
021900     perform 1000-initialize thru 1000-initialize-exit
022000     if Aged-File-Opened
022010         perform 1500-verify-aged-feed thru
022020             1500-verify-aged-feed-exit
022030     end-if
022040     if Aged-File-Opened
022100         perform 2000-process-aged-feed thru
022200             2000-process-aged-feed-exit
022300         perform 4000-lift-unlisted-holds thru
022400             4000-lift-unlisted-holds-exit
022410         perform 4500-settle-group-holds thru
022420             4500-settle-group-holds-exit
022450         call "AcceptInterfaceFile" using WS-Interface-Id
022500     end-if
022600     perform 5000-terminate thru 5000-terminate-exit
022610     if Aged-Feed-Refused
022620         move 8 to return-code
022630     end-if
022700     goback.
022800
022900******************************************************************
023500     call "Customers"
023600     call "SetCustomerFileName" using WS-Customer-File-Name
023700     call "SetOperatorId" using WS-Operator-Id
023750     call "BeginCustomerGroupLookup"
023760     call "BeginCustomerActivityLookup"
023800     open output Hold-Report-File
023900     write Hold-Report-Record from WS-Heading-Line-1
024000     write Hold-Report-Record from WS-Heading-Line-2
025100
025200 1000-initialize-exit.
025300     exit.
025301
025302******************************************************************
025303*    1500-VERIFY-AGED-FEED - a full pass over CUSTAGED before    *
025304*    any hold is touched.  The first record must be a header     *
025305*    INTERFACECONTROL accepts for CUSTAGED, the last a trailer   *
025306*    whose count, id hash total and open-balance total agree     *
025307*    with the data records in between, and nothing may follow    *
025308*    the trailer.  A refused feed is noted on the report and     *
025309*    left closed; a good one is reopened for 2000 to read from   *
025310*    the top.                                                    *
025311******************************************************************
025312 1500-verify-aged-feed.
025313     set Header-Seen to false
025314     set Trailer-Seen to false
025315     move zero to WS-Control-Count
025316     move zero to WS-Control-Hash
025317     move zero to WS-Control-Amount
025318     move spaces to WS-Check-Reason
025319     perform 1510-verify-one-record thru
025320         1510-verify-one-record-exit
025321         until End-Of-File
025322         or WS-Check-Reason not = spaces
025323     if WS-Check-Reason = spaces
025324         and not Trailer-Seen
025325         if Header-Seen
025326             move "TRAILER RECORD MISSING" to WS-Check-Reason
025327         else
025328             move "HEADER RECORD MISSING" to WS-Check-Reason
025329         end-if
025330     end-if
025331     close Aged-Balance-File
025332     move "N" to WS-Eof-Flag
025333     if WS-Check-Reason not = spaces
025334         set Aged-Feed-Refused to true
025335         move "N" to WS-Aged-Open-Flag
025336         move "CUSTAGED REFUSED - " to NL-Note
025337         move WS-Check-Reason to NL-Note(20:40)
025338         write Hold-Report-Record from WS-Note-Line
025339         move "NO HOLDS CHANGED - CORRECT THE FEED AND RERUN"
025340             to NL-Note
025341         write Hold-Report-Record from WS-Note-Line
025342         go to 1500-verify-aged-feed-exit
025343     end-if
025344     open input Aged-Balance-File.
025345
025346 1500-verify-aged-feed-exit.
025347     exit.
025348
025349 1510-verify-one-record.
025350     read Aged-Balance-File
025351         at end
025352             set End-Of-File to true
025353             go to 1510-verify-one-record-exit
025354     end-read
025355     if Trailer-Seen
025356         move "RECORDS FOLLOW THE TRAILER" to WS-Check-Reason
025357         go to 1510-verify-one-record-exit
025358     end-if
025359     if not Header-Seen
025360         call "CheckInterfaceHeader" using
025361             Interface-Control-Record, WS-Interface-Id,
025362             WS-Check-Reason
025363         set Header-Seen to true
025364         go to 1510-verify-one-record-exit
025365     end-if
025366     if IC-Trailer-Record
025367         call "CheckInterfaceTrailer" using
025368             Interface-Control-Record, WS-Interface-Id,
025369             WS-Control-Count, WS-Control-Hash,
025370             WS-Control-Amount, WS-Check-Reason
025371         set Trailer-Seen to true
025372         go to 1510-verify-one-record-exit
025373     end-if
025374     if IC-Header-Record
025375         move "SECOND HEADER RECORD IN FILE" to WS-Check-Reason
025376         go to 1510-verify-one-record-exit
025377     end-if
025378     add 1 to WS-Control-Count
025379     if AB-Customer-Id numeric
025380         add AB-Customer-Id to WS-Control-Hash
025381     end-if
025382     if AB-Open-Balance numeric
025383         add AB-Open-Balance to WS-Control-Amount
025384     end-if.
025385
025386 1510-verify-one-record-exit.
025387     exit.
025400
025500******************************************************************
025600*    2000-PROCESS-AGED-FEED - one pass over the feed, assessing   *
025700*    each customer it names against the credit terms on file.    *
025750*    The header and trailer were dealt with by 1500.             *
025800******************************************************************
025900 2000-process-aged-feed.
026000     perform 2100-process-one-aged-record thru
026900     read Aged-Balance-File
027000         at end
027100             set End-Of-File to true
027200             go to 2100-process-one-aged-record-exit
027300     end-read
027350     if IC-Control-Record
027400         go to 2100-process-one-aged-record-exit
027450     end-if
027500     add 1 to WS-Feed-Records-Read
027550     if AB-Customer-Id numeric
027600             and AB-Open-Balance numeric
027650             and AB-Days-Oldest-Item numeric
027660         call "RecordCustomerAgedFeed" using AB-Customer-Id
027700         perform 2200-assess-one-customer thru
027750             2200-assess-one-customer-exit
027800     else
027850         add 1 to WS-Bad-Feed-Records
027900         move "FEED RECORD NOT NUMERIC - SKIPPED"
027950             to NL-Note
028000         write Hold-Report-Record from WS-Note-Line
028050     end-if.
028600
028700 2100-process-one-aged-record-exit.
028800     exit.
029300*    through UpdateCustomerById.  Every id seen on the feed is   *
029400*    noted so 4000 knows which held customers billing did not    *
029500*    list at all.                                                *
029510*    A customer in a group adds its balance to the group total   *
029520*    and is noted for 4500 instead of being acted on here.       *
029600******************************************************************
029700 2200-assess-one-customer.
029800     if WS-Feed-Id-Count < 5000
030100     else
030200         add 1 to WS-Feed-Ids-Dropped
030300     end-if
030310     move AB-Customer-Id to WS-Update-Id
030320     move AB-Open-Balance to WS-Update-Balance
030400     call "GetCustomerById" using Hold-Customer, AB-Customer-Id
030500     if Name of Hold-Customer = spaces
030600         add 1 to WS-Unknown-Ids
031200         write Hold-Report-Record from WS-Detail-Line
031300         go to 2200-assess-one-customer-exit
031400     end-if
031410     call "GetCustomerGroup" using Hold-Group, AB-Customer-Id
031420     move zero to WS-Group-Index
031430     if GroupParentId of Hold-Group not = zero
031440         perform 2500-find-group-entry thru
031450             2500-find-group-entry-exit
031460     end-if
031470     if WS-Group-Index not = zero
031480         add AB-Open-Balance to WS-Grp-Total(WS-Group-Index)
031490     end-if
031500     if AccountStatus of Hold-Customer = "C"
031600         add 1 to WS-Closed-Skipped
031700         go to 2200-assess-one-customer-exit
032900             move "OLDEST ITEM PAST TERMS" to WS-Hold-Reason
033000         end-if
033100     end-if
033110     if WS-Group-Index not = zero
033120         set Customer-On-Feed to true
033130         perform 2600-note-group-member thru
033140             2600-note-group-member-exit
033150         if Member-Noted
033160             go to 2200-assess-one-customer-exit
033170         end-if
033180     end-if
033200     evaluate true
033300         when Customer-Over-Terms
033400                 and AccountStatus of Hold-Customer not = "H"
038800******************************************************************
038900 2400-update-one-customer.
039000     call "UpdateCustomerById" using Hold-Customer,
039100         WS-Update-Id
039200     call "GetLastOperationResult" using WS-Operation-Result
039300     if WS-Operation-Result = "00"
039400         if DL-Action = "HOLD APPLIED"
040200         move "RESULT CODE" to DL-Reason
040300         move WS-Operation-Result to DL-Reason(13:2)
040400     end-if
040500     move WS-Update-Id to DL-Customer-Id
040600     move Name of Hold-Customer to DL-Name
040700     move WS-Update-Balance to DL-Open-Balance
040800     write Hold-Report-Record from WS-Detail-Line.
040900
041000 2400-update-one-customer-exit.
041100     exit.
041200
041201******************************************************************
041202*    2500-FIND-GROUP-ENTRY - WS-GROUP-INDEX is the slot in the   *
041203*    group table for the group in HOLD-GROUP, a new slot with a  *
041204*    zero total the first time the group is met, or zero when    *
041205*    the table is full.                                          *
041206******************************************************************
041207 2500-find-group-entry.
041208     move zero to WS-Group-Index
041209     perform 2510-scan-group-entries thru
041210         2510-scan-group-entries-exit
041211         varying WS-Group-Scan from 1 by 1
041212         until WS-Group-Scan > WS-Group-Count
041213         or WS-Group-Index not = zero
041214     if WS-Group-Index not = zero
041215         go to 2500-find-group-entry-exit
041216     end-if
041217     if WS-Group-Count < 500
041218         add 1 to WS-Group-Count
041219         move WS-Group-Count to WS-Group-Index
041220         move GroupParentId of Hold-Group to
041221             WS-Grp-Parent-Id(WS-Group-Index)
041222         move GroupName of Hold-Group to
041223             WS-Grp-Name(WS-Group-Index)
041224         move GroupCreditLimit of Hold-Group to
041225             WS-Grp-Limit(WS-Group-Index)
041226         move zero to WS-Grp-Total(WS-Group-Index)
041227         set Group-Over-Limit(WS-Group-Index) to false
041228     else
041229         add 1 to WS-Groups-Dropped
041230     end-if.
041231
041232 2500-find-group-entry-exit.
041233     exit.
041234
041235 2510-scan-group-entries.
041236     if WS-Grp-Parent-Id(WS-Group-Scan) =
041237             GroupParentId of Hold-Group
041238         move WS-Group-Scan to WS-Group-Index
041239     end-if.
041240
041241 2510-scan-group-entries-exit.
041242     exit.
041243
041244******************************************************************
041245*    2600-NOTE-GROUP-MEMBER - files WS-UPDATE-ID in the member   *
041246*    table against group WS-GROUP-INDEX with its balance, its    *
041247*    own assessment (CUSTOMER-OVER-TERMS and WS-HOLD-REASON) and *
041248*    whether it was on the feed.  MEMBER-NOTED is false when the *
041249*    table is full and the caller must act on its own terms.     *
041250******************************************************************
041251 2600-note-group-member.
041252     set Member-Noted to false
041253     if WS-Member-Count not < 2000
041254         add 1 to WS-Members-Dropped
041255         go to 2600-note-group-member-exit
041256     end-if
041257     add 1 to WS-Member-Count
041258     move WS-Update-Id to WS-Mbr-Id(WS-Member-Count)
041259     move WS-Group-Index to WS-Mbr-Group(WS-Member-Count)
041260     move WS-Update-Balance to WS-Mbr-Balance(WS-Member-Count)
041261     move WS-Hold-Reason to WS-Mbr-Reason(WS-Member-Count)
041262     move WS-Over-Flag to WS-Mbr-Own-Flag(WS-Member-Count)
041263     move WS-On-Feed-Flag to WS-Mbr-Feed-Flag(WS-Member-Count)
041264     set Member-Noted to true.
041265
041266 2600-note-group-member-exit.
041267     exit.
041270
041300******************************************************************
041400*    4000-LIFT-UNLISTED-HOLDS - a held customer billing did not   *
041500*    list on the feed owes nothing, so the hold no longer        *
045200             until WS-Feed-Scan > WS-Feed-Id-Count
045300             or Customer-On-Feed
045400         if not Customer-On-Feed
045410             perform 4150-note-unlisted-member thru
045420                 4150-note-unlisted-member-exit
045430         end-if
045440         if not Customer-On-Feed and not Member-Noted
045500             if WS-Lift-Count < 1000
045600                 add 1 to WS-Lift-Count
045700                 move WS-Customer-Id to WS-Lift-Id(WS-Lift-Count)
047400 4110-scan-feed-ids-exit.
047500     exit.
047600
047602******************************************************************
047604*    4150-NOTE-UNLISTED-MEMBER - a held group member billing did *
047606*    not list owes nothing itself, but its hold may still stand  *
047608*    for the group, so it goes to the member table with a zero   *
047610*    balance for 4500 to settle rather than to the lift table.   *
047612******************************************************************
047614 4150-note-unlisted-member.
047616     set Member-Noted to false
047618     call "GetCustomerGroup" using Hold-Group, WS-Customer-Id
047620     if GroupParentId of Hold-Group = zero
047622         go to 4150-note-unlisted-member-exit
047624     end-if
047626     perform 2500-find-group-entry thru 2500-find-group-entry-exit
047628     if WS-Group-Index = zero
047630         go to 4150-note-unlisted-member-exit
047632     end-if
047634     move WS-Customer-Id to WS-Update-Id
047636     move zero to WS-Update-Balance
047638     set Customer-Over-Terms to false
047640     move spaces to WS-Hold-Reason
047642     perform 2600-note-group-member thru
047643         2600-note-group-member-exit.
047644
047646 4150-note-unlisted-member-exit.
047648     exit.
047650
047700 4200-lift-one-hold.
047800     call "GetCustomerById" using Hold-Customer,
047900         WS-Lift-Id(WS-Lift-Index)
050200 4200-lift-one-hold-exit.
050300     exit.
050400
050401******************************************************************
050402*    4500-SETTLE-GROUP-HOLDS - with every feed balance summed,   *
050403*    a group whose total is over its group credit limit is       *
050404*    reported, each noted member is held or has its hold lifted  *
050405*    on its own terms and the group's together, and the members  *
050406*    of an over-limit group that were not noted at all - on no   *
050407*    feed and not held, the parent included - are held too.      *
050408******************************************************************
050409 4500-settle-group-holds.
050410     perform 4510-assess-one-group thru 4510-assess-one-group-exit
050411         varying WS-Group-Index from 1 by 1
050412         until WS-Group-Index > WS-Group-Count
050413     perform 4600-settle-one-member thru
050414         4600-settle-one-member-exit
050415         varying WS-Member-Index from 1 by 1
050416         until WS-Member-Index > WS-Member-Count
050417     perform 4700-hold-unlisted-members thru
050418         4700-hold-unlisted-members-exit
050419         varying WS-Group-Index from 1 by 1
050420         until WS-Group-Index > WS-Group-Count
050421     if WS-Groups-Dropped not = zero
050422             or WS-Members-Dropped not = zero
050423         move "GROUP TABLES FULL - SOME MEMBERS ASSESSED ALONE"
050424             to NL-Note
050425         write Hold-Report-Record from WS-Note-Line
050426     end-if.
050427
050428 4500-settle-group-holds-exit.
050429     exit.
050430
050431 4510-assess-one-group.
050432     if WS-Grp-Total(WS-Group-Index) not >
050433             WS-Grp-Limit(WS-Group-Index)
050434         go to 4510-assess-one-group-exit
050435     end-if
050436     set Group-Over-Limit(WS-Group-Index) to true
050437     add 1 to WS-Groups-Over
050438     move WS-Grp-Parent-Id(WS-Group-Index) to DL-Customer-Id
050439     move WS-Grp-Name(WS-Group-Index) to DL-Name
050440     move "GROUP OVER" to DL-Action
050441     move WS-Group-Reason to DL-Reason
050442     move WS-Grp-Total(WS-Group-Index) to DL-Open-Balance
050443     write Hold-Report-Record from WS-Detail-Line
050444     move WS-Grp-Limit(WS-Group-Index) to WS-Edited-Limit
050445     move spaces to NL-Note
050446     string "GROUP CREDIT LIMIT " WS-Edited-Limit
050447         " - EVERY MEMBER HELD" delimited by size into NL-Note
050448     write Hold-Report-Record from WS-Note-Line.
050449
050450 4510-assess-one-group-exit.
050451     exit.
050452
050453 4600-settle-one-member.
050454     move WS-Mbr-Id(WS-Member-Index) to WS-Update-Id
050455     move WS-Mbr-Balance(WS-Member-Index) to WS-Update-Balance
050456     move WS-Mbr-Group(WS-Member-Index) to WS-Member-Group
050457     call "GetCustomerById" using Hold-Customer, WS-Update-Id
050458     if Name of Hold-Customer = spaces
050459             or AccountStatus of Hold-Customer = "C"
050460         go to 4600-settle-one-member-exit
050461     end-if
050462     evaluate true
050463         when Member-Own-Over(WS-Member-Index)
050464                 and AccountStatus of Hold-Customer not = "H"
050465             move "H" to AccountStatus of Hold-Customer
050466             move "HOLD APPLIED" to DL-Action
050467             move WS-Mbr-Reason(WS-Member-Index) to DL-Reason
050468             perform 2400-update-one-customer thru
050469                 2400-update-one-customer-exit
050470         when Group-Over-Limit(WS-Member-Group)
050471                 and AccountStatus of Hold-Customer not = "H"
050472             move "H" to AccountStatus of Hold-Customer
050473             move "HOLD APPLIED" to DL-Action
050474             move WS-Group-Reason to DL-Reason
050475             perform 2400-update-one-customer thru
050476                 2400-update-one-customer-exit
050477         when not Member-Own-Over(WS-Member-Index)
050478                 and not Group-Over-Limit(WS-Member-Group)
050479                 and AccountStatus of Hold-Customer = "H"
050480             move "A" to AccountStatus of Hold-Customer
050481             move "HOLD LIFTED" to DL-Action
050482             if Member-On-Feed(WS-Member-Index)
050483                 move "WITHIN LIMIT AND TERMS" to DL-Reason
050484             else
050485                 move "NO OPEN BALANCE ON FEED" to DL-Reason
050486             end-if
050487             perform 2400-update-one-customer thru
050488                 2400-update-one-customer-exit
050489         when other
050490             if Member-On-Feed(WS-Member-Index)
050491                 add 1 to WS-No-Change-Count
050492             end-if
050493     end-evaluate.
050494
050495 4600-settle-one-member-exit.
050496     exit.
050497
050498 4700-hold-unlisted-members.
050499     if not Group-Over-Limit(WS-Group-Index)
050500         go to 4700-hold-unlisted-members-exit
050501     end-if
050502     move WS-Grp-Parent-Id(WS-Group-Index) to WS-Update-Id
050503     perform 4710-hold-one-unlisted thru
050504         4710-hold-one-unlisted-exit
050505     call "BrowseFirstGroupMember" using
050506         WS-Grp-Parent-Id(WS-Group-Index), WS-Customer-Id
050507     perform 4720-next-unlisted-member thru
050508         4720-next-unlisted-member-exit
050509         until WS-Customer-Id = zero.
050510
050511 4700-hold-unlisted-members-exit.
050512     exit.
050513
050514 4710-hold-one-unlisted.
050515     set Member-Noted to false
050516     perform 4715-scan-member-ids thru 4715-scan-member-ids-exit
050517         varying WS-Member-Scan from 1 by 1
050518         until WS-Member-Scan > WS-Member-Count
050519         or Member-Noted
050520     if Member-Noted
050521         go to 4710-hold-one-unlisted-exit
050522     end-if
050523     call "GetCustomerById" using Hold-Customer, WS-Update-Id
050524     if Name of Hold-Customer = spaces
050525             or AccountStatus of Hold-Customer = "C"
050526             or AccountStatus of Hold-Customer = "H"
050527         go to 4710-hold-one-unlisted-exit
050528     end-if
050529     move zero to WS-Update-Balance
050530     move "H" to AccountStatus of Hold-Customer
050531     move "HOLD APPLIED" to DL-Action
050532     move WS-Group-Reason to DL-Reason
050533     perform 2400-update-one-customer thru
050534         2400-update-one-customer-exit.
050535
050536 4710-hold-one-unlisted-exit.
050537     exit.
050538
050539 4715-scan-member-ids.
050540     if WS-Mbr-Id(WS-Member-Scan) = WS-Update-Id
050541         set Member-Noted to true
050542     end-if.
050543
050544 4715-scan-member-ids-exit.
050545     exit.
050546
050547 4720-next-unlisted-member.
050548     move WS-Customer-Id to WS-Update-Id
050549     perform 4710-hold-one-unlisted thru
050550         4710-hold-one-unlisted-exit
050551     call "BrowseNextGroupMember" using
050552         WS-Grp-Parent-Id(WS-Group-Index), WS-Customer-Id.
050553
050554 4720-next-unlisted-member-exit.
050555     exit.
050556
050557******************************************************************
050600*    5000-TERMINATE - control totals and close up.                *
050700******************************************************************
050800 5000-terminate.
051400     move WS-Closed-Skipped to TL6-Count
051500     move WS-Bad-Feed-Records to TL7-Count
051600     move WS-Update-Failures to TL8-Count
051650     move WS-Groups-Over to TL9-Count
051700     write Hold-Report-Record from WS-Blank-Line
051800     write Hold-Report-Record from WS-Total-Line-1
051900     write Hold-Report-Record from WS-Total-Line-2
052300     write Hold-Report-Record from WS-Total-Line-6
052400     write Hold-Report-Record from WS-Total-Line-7
052500     write Hold-Report-Record from WS-Total-Line-8
052510     write Hold-Report-Record from WS-Total-Line-9
052520     call "EndCustomerGroupLookup"
052530     call "EndCustomerActivityLookup"
052600     close Hold-Report-File.
052700
052800 5000-terminate-exit.
