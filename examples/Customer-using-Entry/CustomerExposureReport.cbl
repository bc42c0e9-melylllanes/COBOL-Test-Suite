000100******************************************************************
000200*                                                                *
000300*    PROGRAM:   CUSTOMEREXPOSUREREPORT                           *
000400*    AUTHOR:    M. LLANES, DATA MANAGEMENT GROUP                 *
000500*    INSTALLATION: HEAD OFFICE SYSTEMS                           *
000600*    DATE-WRITTEN:  15/10/26                                     *
000700*                                                                *
000800*    Credit exposure and debt-ageing analysis for credit control *
000900*    and the branch managers.  Joins billing's aged-balance feed *
001000*    on CUSTAGED (customer id, open balance, days the oldest     *
001100*    item has been outstanding) to the CreditLimit and           *
001200*    PaymentTerms on Clientes.dat, read through the CUSTOMERS    *
001300*    program's GetCustomerById entry, and prints on CUSTEXPO:    *
001400*      - one section per owning BranchCode, in branch-code       *
001500*        order and named from the Sucursales.dat branch file,    *
001600*        each starting a new page so it can go to the branch;    *
001700*      - in each section every customer on the feed with the     *
001800*        ageing bucket of the balance - CURRENT while the        *
001900*        oldest item is within the customer's own terms, then    *
002000*        30, 60, 90 and 120+ DAYS by the age of the oldest item  *
002100*        - and the branch subtotal of each bucket;               *
002200*      - three lists per branch: customers using 80% or more of  *
002300*        their CreditLimit, active customers over their limit    *
002400*        but not on hold, and active customers with a balance    *
002500*        and a zero CreditLimit;                                 *
002600*      - a company total of every bucket and list at the end.    *
002700*    The feed carries one balance per customer, not the items    *
002800*    behind it, so the whole balance is reported in the bucket   *
002900*    of its oldest item - the prudent view for credit control.   *
003000*    Terms days come from PaymentTerms the way                   *
003100*    CustomerCreditHold reads them ("NET 30", "60 DAYS"; no      *
003200*    digits means the house 30 days).                            *
003300*                                                                *
003400*    Read-only: nothing on Clientes.dat changes.  The CUSTAGED   *
003500*    header and trailer are passed over - the file's receipt is  *
003600*    CustomerCreditHold's - and a night with no feed prints a    *
003700*    note and zero totals.  Sections are built from a table of   *
003800*    the feed held in storage, the same capacity CreditHold      *
003900*    keeps; branches past the 50-branch table come out together  *
004000*    in a final section, as CustomerRejectRecycle does.          *
004100*                                                                *
004200*    MODIFICATION HISTORY                                        *
004300*    --------------------                                        *
004400*    DATE       INIT  DESCRIPTION                                *
004500*    -------    ----  -----------------------------------------  *
004600*    15/10/26   MLH   Original version.                          *
004700******************************************************************
004800 identification division.
004900 program-id. CustomerExposureReport.
005000 author. M. Llanes, Data Management Group.
005100 installation. Head Office Systems.
005200 date-written. 15/10/26.
005300 date-compiled. 15/10/26.
005400
005500 environment division.
005600 input-output section.
005700 file-control.
005800     select Aged-Balance-File assign to "CUSTAGED"
005900         organization is line sequential
006000         file status is WS-Aged-File-Status.
006100
006200     select Branch-File assign to "Sucursales.dat"
006300         organization is indexed
006400         access mode is dynamic
006500         record key is Branch-Code
006600         file status is WS-Branch-File-Status.
006700
006800     select Exposure-Report-File assign to "CUSTEXPO"
006900         organization is line sequential.
007000
007100 data division.
007200 file section.
007300 fd  Aged-Balance-File.
007400 01  Aged-Balance-Record.
007500     05  AB-Customer-Id          pic 9(08).
007600     05  AB-Open-Balance         pic 9(09)v99.
007700     05  AB-Days-Oldest-Item     pic 9(03).
007800     copy InterfaceControl.
007900
008000 fd  Branch-File.
008100     copy BranchRecord.
008200
008300 fd  Exposure-Report-File.
008400 01  Exposure-Report-Record      pic x(134).
008500
008600 working-storage section.
008700 01  WS-Customer-File-Name       pic x(20) value "Clientes.dat".
008800 01  WS-Aged-File-Status         pic x(02) value spaces.
008900     88  Aged-File-Found             value "00".
009000 01  WS-Aged-Open-Flag           pic x(01) value "N".
009100     88  Aged-File-Opened            value "Y".
009200 01  WS-Branch-File-Status       pic x(02) value spaces.
009300 01  WS-Branch-Open-Flag         pic x(01) value "N".
009400     88  Branch-File-Opened          value "Y".
009500 01  WS-Eof-Flag                 pic x(01) value "N".
009600     88  End-Of-File                 value "Y".
009700 01  WS-Feed-Records-Read        pic 9(05) value zero.
009800 01  WS-Bad-Feed-Records         pic 9(05) value zero.
009900 01  WS-Unknown-Ids              pic 9(05) value zero.
010000 01  WS-Near-Limit-Count         pic 9(05) value zero.
010100 01  WS-Over-Limit-Count         pic 9(05) value zero.
010200 01  WS-Zero-Limit-Count         pic 9(05) value zero.
010300 01  WS-Terms-Days               pic 9(03) value zero.
010400 01  WS-Terms-Digit-Flag         pic x(01) value "N".
010500     88  Terms-Digit-Found           value "Y" false "N".
010600 01  WS-Char-Index               pic 9(02) value zero.
010700 01  WS-Char                     pic x(01) value spaces.
010800 01  WS-Digit                    pic 9(01) value zero.
010900
011000 01  WS-Exposure-Count           pic 9(04) value zero.
011100 01  WS-Exposure-Dropped         pic 9(05) value zero.
011200 01  WS-Exposure-Index           pic 9(04) value zero.
011300 01  WS-Exposure-Table.
011400     05  WS-Exposure-Entry occurs 5000 times.
011500         10  EX-Customer-Id      pic 9(08).
011600         10  EX-Name             pic x(30).
011700         10  EX-Branch           pic x(04).
011800         10  EX-Status           pic x(01).
011900         10  EX-Credit-Limit     pic 9(07)v99.
012000         10  EX-Terms-Days       pic 9(03).
012100         10  EX-Days-Oldest      pic 9(03).
012200         10  EX-Open-Balance     pic 9(09)v99.
012300         10  EX-Bucket           pic 9(01).
012400         10  EX-Percent-Used     pic 9(04).
012500         10  EX-Overflow-Flag    pic x(01).
012600             88  EX-Branch-Overflow      value "Y".
012700         10  EX-Near-Limit-Flag  pic x(01).
012800             88  EX-Near-Limit           value "Y".
012900         10  EX-Over-Limit-Flag  pic x(01).
013000             88  EX-Over-Limit-Not-Held  value "Y".
013100         10  EX-Zero-Limit-Flag  pic x(01).
013200             88  EX-Balance-No-Limit     value "Y".
013300
013400 01  WS-Branch-Count             pic 9(02) value zero.
013500 01  WS-Branch-Index             pic 9(02) value zero.
013600 01  WS-Branch-Scan              pic 9(02) value zero.
013700 01  WS-Branch-Found-Flag        pic x(01) value "N".
013800     88  Branch-In-Table             value "Y" false "N".
013900 01  WS-Insert-Flag              pic x(01) value "N".
014000     88  Insert-Point-Found          value "Y" false "N".
014100 01  WS-Branch-Overflow-Flag     pic x(01) value "N".
014200     88  Branch-Table-Overflowed     value "Y".
014300 01  WS-Branch-Table.
014400     05  EB-Branch-Code occurs 50 times
014500                                 pic x(04).
014600
014700 01  WS-Report-Branch            pic x(04) value spaces.
014800 01  WS-Section-Flag             pic x(01) value "N".
014900     88  Overflow-Section            value "Y" false "N".
015000 01  WS-In-Section-Flag          pic x(01) value "N".
015100     88  Entry-In-Section            value "Y" false "N".
015200 01  WS-Section-Count            pic 9(05) value zero.
015300 01  WS-List-Type                pic 9(01) value zero.
015400 01  WS-List-Lines               pic 9(05) value zero.
015500 01  WS-Bucket-Index             pic 9(01) value zero.
015600 01  WS-Percent-Edit             pic zzz9.
015700
015800 01  WS-Branch-Buckets.
015900     05  WS-Branch-Bucket occurs 6 times
016000                                 pic 9(11)v99.
016100 01  WS-Company-Buckets.
016200     05  WS-Company-Bucket occurs 6 times
016300                                 pic 9(11)v99.
016400
016500 01  WS-Bucket-Name-Values.
016600     05  filler                  pic x(09) value "CURRENT".
016700     05  filler                  pic x(09) value "30 DAYS".
016800     05  filler                  pic x(09) value "60 DAYS".
016900     05  filler                  pic x(09) value "90 DAYS".
017000     05  filler                  pic x(09) value "120+ DAYS".
017100 01  WS-Bucket-Name-Table redefines WS-Bucket-Name-Values.
017200     05  WS-Bucket-Name occurs 5 times
017300                                 pic x(09).
017400
017500 01  WS-Heading-Line-1.
017600     05  filler                  pic x(10) value spaces.
017700     05  filler                  pic x(50)
017800             value "CREDIT EXPOSURE AND DEBT AGEING BY BRANCH".
017900     05  filler                  pic x(74) value spaces.
018000
018100 01  WS-Heading-Line-2.
018200     05  filler                  pic x(01) value spaces.
018300     05  filler                  pic x(08) value "CUST ID ".
018400     05  filler                  pic x(02) value spaces.
018500     05  filler                  pic x(30) value "NAME".
018600     05  filler                  pic x(02) value spaces.
018700     05  filler                  pic x(02) value "ST".
018800     05  filler                  pic x(02) value spaces.
018900     05  filler                  pic x(12) value "CREDIT LIMIT".
019000     05  filler                  pic x(02) value spaces.
019100     05  filler                  pic x(05) value "TERMS".
019200     05  filler                  pic x(02) value spaces.
019300     05  filler                  pic x(06) value "OLDEST".
019400     05  filler                  pic x(02) value spaces.
019500     05  filler                  pic x(09) value "BUCKET".
019600     05  filler                  pic x(02) value spaces.
019700     05  filler                  pic x(14) value "  OPEN BALANCE".
019800     05  filler                  pic x(02) value spaces.
019900     05  filler                  pic x(04) value "USED".
020000     05  filler                  pic x(27) value spaces.
020100
020200 01  WS-Branch-Heading-Line.
020300     05  filler                  pic x(01) value spaces.
020400     05  filler                  pic x(08) value "BRANCH: ".
020500     05  BH-Branch-Code          pic x(04).
020600     05  filler                  pic x(02) value spaces.
020700     05  BH-Branch-Name          pic x(30).
020800     05  filler                  pic x(89) value spaces.
020900
021000 01  WS-Detail-Line.
021100     05  filler                  pic x(01) value spaces.
021200     05  DL-Customer-Id          pic 9(08).
021300     05  filler                  pic x(02) value spaces.
021400     05  DL-Name                 pic x(30).
021500     05  filler                  pic x(02) value spaces.
021600     05  DL-Status               pic x(01).
021700     05  filler                  pic x(03) value spaces.
021800     05  DL-Credit-Limit         pic z,zzz,zz9.99.
021900     05  filler                  pic x(02) value spaces.
022000     05  DL-Terms-Days           pic zzzz9.
022100     05  filler                  pic x(02) value spaces.
022200     05  DL-Days-Oldest          pic zzzzz9.
022300     05  filler                  pic x(02) value spaces.
022400     05  DL-Bucket               pic x(09).
022500     05  filler                  pic x(02) value spaces.
022600     05  DL-Open-Balance         pic zzz,zzz,zz9.99.
022700     05  filler                  pic x(02) value spaces.
022800     05  DL-Percent-Used         pic x(04).
022900     05  filler                  pic x(27) value spaces.
023000
023100 01  WS-Bucket-Heading-Line.
023200     05  filler                  pic x(25) value spaces.
023300     05  filler                  pic x(18)
023400             value "           CURRENT".
023500     05  filler                  pic x(18)
023600             value "           30 DAYS".
023700     05  filler                  pic x(18)
023800             value "           60 DAYS".
023900     05  filler                  pic x(18)
024000             value "           90 DAYS".
024100     05  filler                  pic x(18)
024200             value "         120+ DAYS".
024300     05  filler                  pic x(18)
024400             value "             TOTAL".
024500     05  filler                  pic x(01) value spaces.
024600
024700 01  WS-Bucket-Total-Line.
024800     05  filler                  pic x(01).
024900     05  BT-Label                pic x(24).
025000     05  BT-Column occurs 6 times.
025100         10  filler              pic x(02).
025200         10  BT-Amount           pic z,zzz,zzz,zz9.99.
025300     05  filler                  pic x(01).
025400
025500 01  WS-Section-Count-Line.
025600     05  filler                  pic x(10) value spaces.
025700     05  filler                  pic x(28)
025800             value "CUSTOMERS ON FEED:          ".
025900     05  SC-Count                pic zzzz9.
026000     05  filler                  pic x(91) value spaces.
026100
026200 01  WS-Note-Line.
026300     05  filler                  pic x(04) value spaces.
026400     05  NL-Note                 pic x(60).
026500     05  filler                  pic x(70) value spaces.
026600
026700 01  WS-Total-Line-1.
026800     05  filler                  pic x(10) value spaces.
026900     05  filler                  pic x(28)
027000             value "FEED RECORDS READ:          ".
027100     05  TL1-Count               pic zzzz9.
027200     05  filler                  pic x(91) value spaces.
027300
027400 01  WS-Total-Line-2.
027500     05  filler                  pic x(10) value spaces.
027600     05  filler                  pic x(28)
027700             value "CUSTOMERS ANALYSED:         ".
027800     05  TL2-Count               pic zzzz9.
027900     05  filler                  pic x(91) value spaces.
028000
028100 01  WS-Total-Line-3.
028200     05  filler                  pic x(10) value spaces.
028300     05  filler                  pic x(28)
028400             value "IDS NOT ON CUSTOMER FILE:   ".
028500     05  TL3-Count               pic zzzz9.
028600     05  filler                  pic x(91) value spaces.
028700
028800 01  WS-Total-Line-4.
028900     05  filler                  pic x(10) value spaces.
029000     05  filler                  pic x(28)
029100             value "BAD FEED RECORDS:           ".
029200     05  TL4-Count               pic zzzz9.
029300     05  filler                  pic x(91) value spaces.
029400
029500 01  WS-Total-Line-5.
029600     05  filler                  pic x(10) value spaces.
029700     05  filler                  pic x(28)
029800             value "AT 80% OR MORE OF LIMIT:    ".
029900     05  TL5-Count               pic zzzz9.
030000     05  filler                  pic x(91) value spaces.
030100
030200 01  WS-Total-Line-6.
030300     05  filler                  pic x(10) value spaces.
030400     05  filler                  pic x(28)
030500             value "OVER LIMIT, NOT ON HOLD:    ".
030600     05  TL6-Count               pic zzzz9.
030700     05  filler                  pic x(91) value spaces.
030800
030900 01  WS-Total-Line-7.
031000     05  filler                  pic x(10) value spaces.
031100     05  filler                  pic x(28)
031200             value "BALANCE, ZERO CREDIT LIMIT: ".
031300     05  TL7-Count               pic zzzz9.
031400     05  filler                  pic x(91) value spaces.
031500
031600 01  WS-Total-Line-8.
031700     05  filler                  pic x(10) value spaces.
031800     05  filler                  pic x(28)
031900             value "NOT ANALYSED (TABLE FULL):  ".
032000     05  TL8-Count               pic zzzz9.
032100     05  filler                  pic x(91) value spaces.
032200
032300 01  WS-Blank-Line               pic x(134) value spaces.
032400
032500 copy Customer replacing Customer by Expo-Customer.
032600
032700 procedure division.
032800
032900******************************************************************
033000*    0000-MAINLINE - load the feed, then print the branch        *
033100*    sections and the company total from the table.              *
033200******************************************************************
033300 0000-mainline.
033400     perform 1000-initialize thru 1000-initialize-exit
033500     if Aged-File-Opened
033600         perform 2000-load-aged-feed thru
033700             2000-load-aged-feed-exit
033800     end-if
033900     perform 3000-print-branches thru 3000-print-branches-exit
034000     perform 4000-print-company-total thru
034100         4000-print-company-total-exit
034200     perform 5000-terminate thru 5000-terminate-exit
034300     stop run.
034400
034500******************************************************************
034600*    1000-INITIALIZE - configure Clientes.dat through the        *
034700*    CUSTOMERS program and open the feed, the branch file and    *
034800*    the report.  Without Sucursales.dat the sections still      *
034900*    print, headed by branch code alone.                         *
035000******************************************************************
035100 1000-initialize.
035200     call "Customers"
035300     call "SetCustomerFileName" using WS-Customer-File-Name
035400     move zero to WS-Company-Buckets
035500     open output Exposure-Report-File
035600     write Exposure-Report-Record from WS-Heading-Line-1
035700     write Exposure-Report-Record from WS-Blank-Line
035800     open input Branch-File
035900     if WS-Branch-File-Status = "00"
036000         move "Y" to WS-Branch-Open-Flag
036100     else
036200         move "BRANCH FILE NOT AVAILABLE - SECTIONS BY CODE ONLY"
036300             to NL-Note
036400         write Exposure-Report-Record from WS-Note-Line
036500     end-if
036600     open input Aged-Balance-File
036700     if Aged-File-Found
036800         move "Y" to WS-Aged-Open-Flag
036900     else
037000         move "NO AGED-BALANCE FEED RECEIVED - NOTHING TO ANALYSE"
037100             to NL-Note
037200         write Exposure-Report-Record from WS-Note-Line
037300     end-if
037400     move "N" to WS-Eof-Flag.
037500
037600 1000-initialize-exit.
037700     exit.
037800
037900******************************************************************
038000*    2000-LOAD-AGED-FEED - one pass over CUSTAGED, joining each  *
038100*    record to the customer on file and keeping the result in    *
038200*    the exposure table.  Bad records and ids not on file are    *
038300*    noted at the top of the report, ahead of the sections.      *
038400******************************************************************
038500 2000-load-aged-feed.
038600     perform 2100-load-one-aged-record thru
038700         2100-load-one-aged-record-exit
038800         until End-Of-File
038900     close Aged-Balance-File
039000     if WS-Exposure-Dropped not = zero
039100         move "EXPOSURE TABLE FULL - REST OF FEED NOT ANALYSED"
039200             to NL-Note
039300         write Exposure-Report-Record from WS-Note-Line
039400     end-if.
039500
039600 2000-load-aged-feed-exit.
039700     exit.
039800
039900 2100-load-one-aged-record.
040000     read Aged-Balance-File
040100         at end
040200             set End-Of-File to true
040300             go to 2100-load-one-aged-record-exit
040400     end-read
040500     if IC-Control-Record
040600         go to 2100-load-one-aged-record-exit
040700     end-if
040800     add 1 to WS-Feed-Records-Read
040900     if AB-Customer-Id not numeric
041000             or AB-Open-Balance not numeric
041100             or AB-Days-Oldest-Item not numeric
041200         add 1 to WS-Bad-Feed-Records
041300         move "FEED RECORD NOT NUMERIC - SKIPPED" to NL-Note
041400         write Exposure-Report-Record from WS-Note-Line
041500         go to 2100-load-one-aged-record-exit
041600     end-if
041700     call "GetCustomerById" using Expo-Customer, AB-Customer-Id
041800     if Name of Expo-Customer = spaces
041900         add 1 to WS-Unknown-Ids
042000         move "ID          ON FEED BUT NOT ON CUSTOMER FILE"
042100             to NL-Note
042200         move AB-Customer-Id to NL-Note(4:8)
042300         write Exposure-Report-Record from WS-Note-Line
042400         go to 2100-load-one-aged-record-exit
042500     end-if
042600     if WS-Exposure-Count not < 5000
042700         add 1 to WS-Exposure-Dropped
042800         go to 2100-load-one-aged-record-exit
042900     end-if
043000     add 1 to WS-Exposure-Count
043100     move WS-Exposure-Count to WS-Exposure-Index
043200     perform 2200-build-one-entry thru 2200-build-one-entry-exit
043300     perform 2400-note-branch thru 2400-note-branch-exit.
043400
043500 2100-load-one-aged-record-exit.
043600     exit.
043700
043800******************************************************************
043900*    2200-BUILD-ONE-ENTRY - fills the table entry for the feed   *
044000*    record just joined: the ageing bucket, the share of the     *
044100*    credit limit in use, and which of the three lists the       *
044200*    customer belongs on.  Closed accounts are aged with the     *
044300*    rest but kept off the over-limit and zero-limit lists,      *
044400*    which are for customers still trading.                      *
044500******************************************************************
044600 2200-build-one-entry.
044700     perform 2300-get-terms-days thru 2300-get-terms-days-exit
044800     move AB-Customer-Id to EX-Customer-Id(WS-Exposure-Index)
044900     move Name of Expo-Customer to EX-Name(WS-Exposure-Index)
045000     move BranchCode of Expo-Customer
045100         to EX-Branch(WS-Exposure-Index)
045200     move AccountStatus of Expo-Customer
045300         to EX-Status(WS-Exposure-Index)
045400     move CreditLimit of Expo-Customer
045500         to EX-Credit-Limit(WS-Exposure-Index)
045600     move WS-Terms-Days to EX-Terms-Days(WS-Exposure-Index)
045700     move AB-Days-Oldest-Item to EX-Days-Oldest(WS-Exposure-Index)
045800     move AB-Open-Balance to EX-Open-Balance(WS-Exposure-Index)
045900     move "N" to EX-Overflow-Flag(WS-Exposure-Index)
046000     move "N" to EX-Near-Limit-Flag(WS-Exposure-Index)
046100     move "N" to EX-Over-Limit-Flag(WS-Exposure-Index)
046200     move "N" to EX-Zero-Limit-Flag(WS-Exposure-Index)
046300     evaluate true
046400         when AB-Days-Oldest-Item not > WS-Terms-Days
046500             move 1 to EX-Bucket(WS-Exposure-Index)
046600         when AB-Days-Oldest-Item < 60
046700             move 2 to EX-Bucket(WS-Exposure-Index)
046800         when AB-Days-Oldest-Item < 90
046900             move 3 to EX-Bucket(WS-Exposure-Index)
047000         when AB-Days-Oldest-Item < 120
047100             move 4 to EX-Bucket(WS-Exposure-Index)
047200         when other
047300             move 5 to EX-Bucket(WS-Exposure-Index)
047400     end-evaluate
047500     move zero to EX-Percent-Used(WS-Exposure-Index)
047600     if CreditLimit of Expo-Customer > zero
047700         compute EX-Percent-Used(WS-Exposure-Index) rounded =
047800             AB-Open-Balance * 100 / CreditLimit of Expo-Customer
047900             on size error
048000                 move 9999 to EX-Percent-Used(WS-Exposure-Index)
048100         end-compute
048200         if AB-Open-Balance * 5 not < CreditLimit of Expo-Customer
048300                 * 4
048400             move "Y" to EX-Near-Limit-Flag(WS-Exposure-Index)
048500             add 1 to WS-Near-Limit-Count
048600         end-if
048700         if AB-Open-Balance > CreditLimit of Expo-Customer
048800                 and AccountStatus of Expo-Customer = "A"
048900             move "Y" to EX-Over-Limit-Flag(WS-Exposure-Index)
049000             add 1 to WS-Over-Limit-Count
049100         end-if
049200     else
049300         if AB-Open-Balance > zero
049400                 and AccountStatus of Expo-Customer = "A"
049500             move "Y" to EX-Zero-Limit-Flag(WS-Exposure-Index)
049600             add 1 to WS-Zero-Limit-Count
049700         end-if
049800     end-if.
049900
050000 2200-build-one-entry-exit.
050100     exit.
050200
050300******************************************************************
050400*    2300-GET-TERMS-DAYS - digs the day count out of the free-   *
050500*    text PaymentTerms on file, as CustomerCreditHold does.      *
050600*    Terms with no digits at all fall back to 30 days, the       *
050700*    house standard.                                             *
050800******************************************************************
050900 2300-get-terms-days.
051000     move zero to WS-Terms-Days
051100     set Terms-Digit-Found to false
051200     perform 2310-scan-terms-character thru
051300         2310-scan-terms-character-exit
051400         varying WS-Char-Index from 1 by 1
051500         until WS-Char-Index > 10
051600     if not Terms-Digit-Found
051700         move 30 to WS-Terms-Days
051800     end-if.
051900
052000 2300-get-terms-days-exit.
052100     exit.
052200
052300 2310-scan-terms-character.
052400     move PaymentTerms of Expo-Customer(WS-Char-Index:1)
052500         to WS-Char
052600     if WS-Char >= "0" and WS-Char <= "9"
052700         set Terms-Digit-Found to true
052800         move WS-Char to WS-Digit
052900         compute WS-Terms-Days =
053000             WS-Terms-Days * 10 + WS-Digit
053100     end-if.
053200
053300 2310-scan-terms-character-exit.
053400     exit.
053500
053600******************************************************************
053700*    2400-NOTE-BRANCH - keeps the branch table in branch-code    *
053800*    order, so the sections print in that order without a sort   *
053900*    step: codes above a new one move down a slot to make room   *
054000*    for it.  A customer whose branch arrives after the table    *
054100*    is full is marked for the overflow section.                 *
054200******************************************************************
054300 2400-note-branch.
054400     set Branch-In-Table to false
054500     perform 2410-match-one-branch thru 2410-match-one-branch-exit
054600         varying WS-Branch-Scan from 1 by 1
054700         until WS-Branch-Scan > WS-Branch-Count
054800         or Branch-In-Table
054900     if Branch-In-Table
055000         go to 2400-note-branch-exit
055100     end-if
055200     if WS-Branch-Count = 50
055300         move "Y" to WS-Branch-Overflow-Flag
055400         move "Y" to EX-Overflow-Flag(WS-Exposure-Index)
055500         go to 2400-note-branch-exit
055600     end-if
055700     compute WS-Branch-Index = WS-Branch-Count + 1
055800     set Insert-Point-Found to false
055900     perform 2420-make-room-for-branch thru
056000         2420-make-room-for-branch-exit
056100         until Insert-Point-Found
056200     move EX-Branch(WS-Exposure-Index)
056300         to EB-Branch-Code(WS-Branch-Index)
056400     add 1 to WS-Branch-Count.
056500
056600 2400-note-branch-exit.
056700     exit.
056800
056900 2410-match-one-branch.
057000     if EB-Branch-Code(WS-Branch-Scan) =
057100             EX-Branch(WS-Exposure-Index)
057200         set Branch-In-Table to true
057300     end-if.
057400
057500 2410-match-one-branch-exit.
057600     exit.
057700
057800 2420-make-room-for-branch.
057900     if WS-Branch-Index = 1
058000         set Insert-Point-Found to true
058100         go to 2420-make-room-for-branch-exit
058200     end-if
058300     if EB-Branch-Code(WS-Branch-Index - 1) not >
058400             EX-Branch(WS-Exposure-Index)
058500         set Insert-Point-Found to true
058600         go to 2420-make-room-for-branch-exit
058700     end-if
058800     move EB-Branch-Code(WS-Branch-Index - 1)
058900         to EB-Branch-Code(WS-Branch-Index)
059000     subtract 1 from WS-Branch-Index.
059100
059200 2420-make-room-for-branch-exit.
059300     exit.
059400
059500******************************************************************
059600*    3000-PRINT-BRANCHES - one section per branch in the table,  *
059700*    then the overflow section when the table filled.            *
059800******************************************************************
059900 3000-print-branches.
060000     set Overflow-Section to false
060100     perform 3100-print-one-branch thru 3100-print-one-branch-exit
060200         varying WS-Branch-Index from 1 by 1
060300         until WS-Branch-Index > WS-Branch-Count
060400     if Branch-Table-Overflowed
060500         set Overflow-Section to true
060600         move spaces to WS-Report-Branch
060700         perform 3100-print-one-branch thru
060800             3100-print-one-branch-exit
060900     end-if.
061000
061100 3000-print-branches-exit.
061200     exit.
061300
061400******************************************************************
061500*    3100-PRINT-ONE-BRANCH - heading, the ageing lines, the      *
061600*    branch subtotals and the three lists for one section.  The  *
061700*    branch name comes from Sucursales.dat; a code the branch    *
061800*    file does not know is flagged in the heading.               *
061900******************************************************************
062000 3100-print-one-branch.
062100     if not Overflow-Section
062200         move EB-Branch-Code(WS-Branch-Index) to WS-Report-Branch
062300     end-if
062400     move WS-Report-Branch to BH-Branch-Code
062500     move spaces to BH-Branch-Name
062600     evaluate true
062700         when Overflow-Section
062800             move "FURTHER BRANCHES (TABLE FULL)"
062900                 to BH-Branch-Name
063000         when WS-Report-Branch = spaces
063100             move "HEAD OFFICE / UNASSIGNED" to BH-Branch-Name
063200         when Branch-File-Opened
063300             move WS-Report-Branch to Branch-Code
063400             read Branch-File
063500                 invalid key
063600                     move "NOT ON BRANCH FILE" to Branch-Name
063700             end-read
063800             move Branch-Name to BH-Branch-Name
063900     end-evaluate
064000     write Exposure-Report-Record from WS-Branch-Heading-Line
064100         after advancing page
064200     write Exposure-Report-Record from WS-Blank-Line
064300     write Exposure-Report-Record from WS-Heading-Line-2
064400     move zero to WS-Branch-Buckets
064500     move zero to WS-Section-Count
064600     perform 3200-print-ageing-line thru
064700         3200-print-ageing-line-exit
064800         varying WS-Exposure-Index from 1 by 1
064900         until WS-Exposure-Index > WS-Exposure-Count
065000     write Exposure-Report-Record from WS-Blank-Line
065100     write Exposure-Report-Record from WS-Bucket-Heading-Line
065200     move spaces to WS-Bucket-Total-Line
065300     evaluate true
065400         when Overflow-Section
065500             move "FURTHER BRANCHES TOTAL:" to BT-Label
065600         when WS-Report-Branch = spaces
065700             move "HEAD OFFICE TOTAL:" to BT-Label
065800         when other
065900             move "BRANCH" to BT-Label
066000             move WS-Report-Branch to BT-Label(8:4)
066100             move "TOTAL:" to BT-Label(13:6)
066200     end-evaluate
066300     perform 3600-move-branch-bucket thru
066400         3600-move-branch-bucket-exit
066500         varying WS-Bucket-Index from 1 by 1
066600         until WS-Bucket-Index > 6
066700     write Exposure-Report-Record from WS-Bucket-Total-Line
066800     move WS-Section-Count to SC-Count
066900     write Exposure-Report-Record from WS-Section-Count-Line
067000     perform 3300-print-list thru 3300-print-list-exit
067100         varying WS-List-Type from 1 by 1
067200         until WS-List-Type > 3.
067300
067400 3100-print-one-branch-exit.
067500     exit.
067600
067700 3150-test-entry-in-section.
067800     set Entry-In-Section to false
067900     if Overflow-Section
068000         if EX-Branch-Overflow(WS-Exposure-Index)
068100             set Entry-In-Section to true
068200         end-if
068300     else
068400         if EX-Branch(WS-Exposure-Index) = WS-Report-Branch
068500                 and not EX-Branch-Overflow(WS-Exposure-Index)
068600             set Entry-In-Section to true
068700         end-if
068800     end-if.
068900
069000 3150-test-entry-in-section-exit.
069100     exit.
069200
069300 3200-print-ageing-line.
069400     perform 3150-test-entry-in-section thru
069500         3150-test-entry-in-section-exit
069600     if not Entry-In-Section
069700         go to 3200-print-ageing-line-exit
069800     end-if
069900     add 1 to WS-Section-Count
070000     move EX-Bucket(WS-Exposure-Index) to WS-Bucket-Index
070100     add EX-Open-Balance(WS-Exposure-Index)
070200         to WS-Branch-Bucket(WS-Bucket-Index)
070300     add EX-Open-Balance(WS-Exposure-Index)
070400         to WS-Branch-Bucket(6)
070500     add EX-Open-Balance(WS-Exposure-Index)
070600         to WS-Company-Bucket(WS-Bucket-Index)
070700     add EX-Open-Balance(WS-Exposure-Index)
070800         to WS-Company-Bucket(6)
070900     perform 3400-print-entry thru 3400-print-entry-exit.
071000
071100 3200-print-ageing-line-exit.
071200     exit.
071300
071400******************************************************************
071500*    3300-PRINT-LIST - one of the three credit-control lists for *
071600*    the section in hand: 1 at 80% or more of the credit limit,  *
071700*    2 over the limit and not held, 3 a balance on a zero        *
071800*    limit.  An empty list says so rather than vanishing.        *
071900******************************************************************
072000 3300-print-list.
072100     write Exposure-Report-Record from WS-Blank-Line
072200     evaluate WS-List-Type
072300         when 1
072400             move "CUSTOMERS AT 80% OR MORE OF CREDIT LIMIT:"
072500                 to NL-Note
072600         when 2
072700             move "ACTIVE CUSTOMERS OVER CREDIT LIMIT, NOT HELD:"
072800                 to NL-Note
072900         when 3
073000             move "ACTIVE CUSTOMERS WITH A BALANCE, ZERO LIMIT:"
073100                 to NL-Note
073200     end-evaluate
073300     write Exposure-Report-Record from WS-Note-Line
073400     move zero to WS-List-Lines
073500     perform 3310-print-one-list-entry thru
073600         3310-print-one-list-entry-exit
073700         varying WS-Exposure-Index from 1 by 1
073800         until WS-Exposure-Index > WS-Exposure-Count
073900     if WS-List-Lines = zero
074000         move "    NONE" to NL-Note
074100         write Exposure-Report-Record from WS-Note-Line
074200     end-if.
074300
074400 3300-print-list-exit.
074500     exit.
074600
074700 3310-print-one-list-entry.
074800     perform 3150-test-entry-in-section thru
074900         3150-test-entry-in-section-exit
075000     if not Entry-In-Section
075100         go to 3310-print-one-list-entry-exit
075200     end-if
075300     evaluate true
075400         when WS-List-Type = 1
075500                 and EX-Near-Limit(WS-Exposure-Index)
075600             continue
075700         when WS-List-Type = 2
075800                 and EX-Over-Limit-Not-Held(WS-Exposure-Index)
075900             continue
076000         when WS-List-Type = 3
076100                 and EX-Balance-No-Limit(WS-Exposure-Index)
076200             continue
076300         when other
076400             go to 3310-print-one-list-entry-exit
076500     end-evaluate
076600     add 1 to WS-List-Lines
076700     perform 3400-print-entry thru 3400-print-entry-exit.
076800
076900 3310-print-one-list-entry-exit.
077000     exit.
077100
077200 3400-print-entry.
077300     move EX-Customer-Id(WS-Exposure-Index) to DL-Customer-Id
077400     move EX-Name(WS-Exposure-Index) to DL-Name
077500     move EX-Status(WS-Exposure-Index) to DL-Status
077600     move EX-Credit-Limit(WS-Exposure-Index) to DL-Credit-Limit
077700     move EX-Terms-Days(WS-Exposure-Index) to DL-Terms-Days
077800     move EX-Days-Oldest(WS-Exposure-Index) to DL-Days-Oldest
077900     move WS-Bucket-Name(EX-Bucket(WS-Exposure-Index))
078000         to DL-Bucket
078100     move EX-Open-Balance(WS-Exposure-Index) to DL-Open-Balance
078200     if EX-Credit-Limit(WS-Exposure-Index) > zero
078300         move EX-Percent-Used(WS-Exposure-Index)
078400             to WS-Percent-Edit
078500         move WS-Percent-Edit to DL-Percent-Used
078600     else
078700         move spaces to DL-Percent-Used
078800     end-if
078900     write Exposure-Report-Record from WS-Detail-Line.
079000
079100 3400-print-entry-exit.
079200     exit.
079300
079400 3600-move-branch-bucket.
079500     move WS-Branch-Bucket(WS-Bucket-Index)
079600         to BT-Amount(WS-Bucket-Index).
079700
079800 3600-move-branch-bucket-exit.
079900     exit.
080000
080100******************************************************************
080200*    4000-PRINT-COMPANY-TOTAL - every bucket across all branches *
080300*    and the size of each list, on a page of its own.            *
080400******************************************************************
080500 4000-print-company-total.
080600     write Exposure-Report-Record from WS-Heading-Line-1
080700         after advancing page
080800     write Exposure-Report-Record from WS-Blank-Line
080900     move "COMPANY TOTAL - ALL BRANCHES" to NL-Note
081000     write Exposure-Report-Record from WS-Note-Line
081100     write Exposure-Report-Record from WS-Blank-Line
081200     write Exposure-Report-Record from WS-Bucket-Heading-Line
081300     move spaces to WS-Bucket-Total-Line
081400     move "COMPANY TOTAL:" to BT-Label
081500     perform 4100-move-company-bucket thru
081600         4100-move-company-bucket-exit
081700         varying WS-Bucket-Index from 1 by 1
081800         until WS-Bucket-Index > 6
081900     write Exposure-Report-Record from WS-Bucket-Total-Line.
082000
082100 4000-print-company-total-exit.
082200     exit.
082300
082400 4100-move-company-bucket.
082500     move WS-Company-Bucket(WS-Bucket-Index)
082600         to BT-Amount(WS-Bucket-Index).
082700
082800 4100-move-company-bucket-exit.
082900     exit.
083000
083100******************************************************************
083200*    5000-TERMINATE - control totals and close up.               *
083300******************************************************************
083400 5000-terminate.
083500     move WS-Feed-Records-Read to TL1-Count
083600     move WS-Exposure-Count to TL2-Count
083700     move WS-Unknown-Ids to TL3-Count
083800     move WS-Bad-Feed-Records to TL4-Count
083900     move WS-Near-Limit-Count to TL5-Count
084000     move WS-Over-Limit-Count to TL6-Count
084100     move WS-Zero-Limit-Count to TL7-Count
084200     move WS-Exposure-Dropped to TL8-Count
084300     write Exposure-Report-Record from WS-Blank-Line
084400     write Exposure-Report-Record from WS-Total-Line-1
084500     write Exposure-Report-Record from WS-Total-Line-2
084600     write Exposure-Report-Record from WS-Total-Line-3
084700     write Exposure-Report-Record from WS-Total-Line-4
084800     write Exposure-Report-Record from WS-Total-Line-5
084900     write Exposure-Report-Record from WS-Total-Line-6
085000     write Exposure-Report-Record from WS-Total-Line-7
085100     write Exposure-Report-Record from WS-Total-Line-8
085200     if Branch-File-Opened
085300         close Branch-File
085400     end-if
085500     close Exposure-Report-File.
085600
085700 5000-terminate-exit.
085800     exit.
085900
086000 end program CustomerExposureReport.
