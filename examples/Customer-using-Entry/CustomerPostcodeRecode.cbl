000100******************************************************************
000200*                                                                *
000300*    PROGRAM:   CUSTOMERPOSTCODERECODE                           *
000400*    AUTHOR:    M. LLANES, DATA MANAGEMENT GROUP                 *
000500*    INSTALLATION: HEAD OFFICE SYSTEMS                           *
000600*    DATE-WRITTEN:  15/10/26                                     *
000700*                                                                *
000800*    Bulk postcode recode.  When the postal authority splits or  *
000900*    renumbers a postcode district it sends an old-postcode to   *
001000*    new-postcode mapping (PCMAP: old postcode, new postcode,    *
001100*    post town).  This job applies it to Postcode on             *
001200*    Clientes.dat and to AddressPostcode on every live (not      *
001300*    end-dated) address on ClienteDirecs.dat, instead of the     *
001400*    counter fixing customers one at a time as the letters come  *
001500*    back.                                                       *
001600*                                                                *
001700*    A record is recoded only when both its postcode and its     *
001800*    city match a mapping line, so a partial mapping cannot move *
001900*    a street in another town that happens to share the old      *
002000*    code; a postcode match in a different city is listed for    *
002100*    someone to look at instead.  Every change goes through the  *
002200*    CUSTOMERS program (UpdateCustomerById for the customer,     *
002300*    RecodeAddressPostcode for an address) under the job's own   *
002400*    operator id PCRECODE, so it is validated and audited like   *
002500*    any other.  Each new postcode is put through the shared     *
002600*    field rules (ValidateCustomerFields) as the mapping is      *
002700*    loaded; a mapping line that fails is listed and not used.   *
002800*                                                                *
002900*    Matches are collected during the customer browse and        *
003000*    applied afterwards, as CustomerCreditHold does, because the *
003100*    browse and the maintenance entries share the one Customer-  *
003200*    File.  A record changed by someone else after it was        *
003300*    collected comes back stale and is left alone, as is a       *
003400*    customer on credit hold.                                    *
003500*                                                                *
003600*    Run in trial mode (T at the prompt, the default) it changes *
003700*    nothing and prints what it would do, with holds already     *
003800*    flagged, so the mapping can be checked first.  CUSTPCRC     *
003900*    carries the before/after listing by owning branch, the      *
004000*    records not applied and why, and the control totals.        *
004100*                                                                *
004200*    MODIFICATION HISTORY                                        *
004300*    --------------------                                        *
004400*    DATE       INIT  DESCRIPTION                                *
004500*    -------    ----  -----------------------------------------  *
004600*    15/10/26   MLH   Original version.                          *
004700******************************************************************
004800 identification division.
004900 program-id. CustomerPostcodeRecode.
005000 author. M. Llanes, Data Management Group.
005100 installation. Head Office Systems.
005200 date-written. 15/10/26.
005300 date-compiled. 15/10/26.
005400
005500 environment division.
005600 configuration section.
005700 special-names.
005800     console is CONSOLE-DEVICE.
005900
006000 input-output section.
006100 file-control.
006200     select Mapping-File assign to "PCMAP"
006300         organization is line sequential
006400         file status is WS-Mapping-File-Status.
006500
006600     select Branch-File assign to "Sucursales.dat"
006700         organization is indexed
006800         access mode is dynamic
006900         record key is Branch-Code
007000         file status is WS-Branch-File-Status.
007100
007200     select Recode-Report-File assign to "CUSTPCRC"
007300         organization is line sequential.
007400
007500 data division.
007600 file section.
007700 fd  Mapping-File.
007800 01  Mapping-Record.
007900     05  PM-Old-Postcode         pic x(10).
008000     05  PM-New-Postcode         pic x(10).
008100     05  PM-City                 pic x(20).
008200
008300 fd  Branch-File.
008400     copy BranchRecord.
008500
008600 fd  Recode-Report-File.
008700 01  Recode-Report-Record        pic x(134).
008800
008900 working-storage section.
009000 01  WS-Customer-File-Name       pic x(20) value "Clientes.dat".
009100 01  WS-Operator-Id              pic x(08) value "PCRECODE".
009200 01  WS-Mapping-File-Status      pic x(02) value spaces.
009300     88  Mapping-File-Found          value "00".
009400 01  WS-Branch-File-Status       pic x(02) value spaces.
009500 01  WS-Branch-Open-Flag         pic x(01) value "N".
009600     88  Branch-File-Opened          value "Y".
009700 01  WS-Operation-Result         pic x(02) value spaces.
009800 01  WS-Run-Mode                 pic x(01) value spaces.
009900     88  Apply-Mode                  value "A".
010000 01  WS-Abandon-Flag             pic x(01) value "N".
010100     88  Run-Abandoned               value "Y".
010200 01  WS-Eof-Flag                 pic x(01) value "N".
010300     88  End-Of-File                 value "Y".
010400 01  WS-Mapping-Found-Flag       pic x(01) value "N".
010500     88  Mapping-Found               value "Y" false "N".
010600 01  WS-Postcode-Found-Flag      pic x(01) value "N".
010700     88  Postcode-Found              value "Y" false "N".
010800 01  WS-Duplicate-Flag           pic x(01) value "N".
010900     88  Duplicate-Mapping           value "Y" false "N".
011000 01  WS-Branch-In-Table-Flag     pic x(01) value "N".
011100     88  Branch-In-Table             value "Y" false "N".
011200 01  WS-Insert-Point-Flag        pic x(01) value "N".
011300     88  Insert-Point-Found          value "Y" false "N".
011400 01  WS-Branch-Overflow-Flag     pic x(01) value "N".
011500     88  Branch-Table-Overflowed     value "Y".
011600 01  WS-Overflow-Section-Flag    pic x(01) value "N".
011700     88  Overflow-Section            value "Y" false "N".
011800
011900 01  WS-Customer-Id              pic 9(08) value zero.
012000 01  WS-New-Postcode             pic x(10) value spaces.
012100 01  WS-Match-Postcode           pic x(10) value spaces.
012200 01  WS-Match-City               pic x(20) value spaces.
012300 01  WS-Lower-Case               pic x(26)
012400         value "abcdefghijklmnopqrstuvwxyz".
012500 01  WS-Upper-Case               pic x(26)
012600         value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
012700 01  WS-Report-Branch            pic x(04) value spaces.
012800 01  WS-Since-Sync               pic 9(02) value zero.
012900 01  WS-Sync-Interval            pic 9(02) value 25.
013000
013100 01  WS-Mappings-Read            pic 9(05) value zero.
013200 01  WS-Mappings-Rejected        pic 9(05) value zero.
013300 01  WS-Customers-Examined       pic 9(08) value zero.
013400 01  WS-Customer-Matches         pic 9(05) value zero.
013500 01  WS-Address-Matches          pic 9(05) value zero.
013600 01  WS-Recoded                  pic 9(05) value zero.
013700 01  WS-Not-Applied-Hold         pic 9(05) value zero.
013800 01  WS-Not-Applied-Stale        pic 9(05) value zero.
013900 01  WS-Not-Applied-Other        pic 9(05) value zero.
014000 01  WS-City-Differs             pic 9(05) value zero.
014100 01  WS-Entries-Dropped          pic 9(05) value zero.
014200 01  WS-Section-Recoded          pic 9(05) value zero.
014300 01  WS-Section-Not-Applied      pic 9(05) value zero.
014400 01  WS-Not-Applied-Listed       pic 9(05) value zero.
014500
014600 01  WS-Mapping-Count            pic 9(04) value zero.
014700 01  WS-Mapping-Index            pic 9(04) value zero.
014800 01  WS-Mapping-Scan             pic 9(04) value zero.
014900 01  WS-Mapping-Table.
015000     05  WS-Mapping-Entry occurs 2000 times.
015100         10  MP-Old-Postcode     pic x(10).
015200         10  MP-New-Postcode     pic x(10).
015300         10  MP-City             pic x(20).
015400
015500 01  WS-Change-Count             pic 9(04) value zero.
015600 01  WS-Change-Index             pic 9(04) value zero.
015700 01  WS-Change-Table.
015800     05  WS-Change-Entry occurs 8000 times.
015900         10  CH-Kind             pic x(01).
016000             88  CH-Customer-Change      value "C".
016100             88  CH-Address-Change       value "A".
016200         10  CH-Customer-Id      pic 9(08).
016300         10  CH-Branch           pic x(04).
016400         10  CH-Status           pic x(01).
016500         10  CH-Last-Updated     pic x(21).
016600         10  CH-Name             pic x(30).
016700         10  CH-Address-Type     pic x(01).
016800         10  CH-Address-Sequence pic 9(02).
016900         10  CH-Line1            pic x(30).
017000         10  CH-City             pic x(20).
017100         10  CH-Old-Postcode     pic x(10).
017200         10  CH-New-Postcode     pic x(10).
017300         10  CH-Start-Date       pic x(08).
017400         10  CH-End-Date         pic x(08).
017500         10  CH-Result           pic x(02).
017600             88  CH-Recoded              value "00".
017700             88  CH-On-Hold              value "HD".
017800             88  CH-Stale                value "SU".
017900             88  CH-City-Differs         value "CM".
018000         10  CH-Overflow-Flag    pic x(01).
018100             88  CH-In-Overflow          value "Y".
018200
018300 01  WS-Branch-Count             pic 9(02) value zero.
018400 01  WS-Branch-Index             pic 9(02) value zero.
018500 01  WS-Branch-Scan              pic 9(02) value zero.
018600 01  WS-Branch-Table.
018700     05  EB-Branch-Code occurs 50 times
018800                                 pic x(04).
018900
019000 01  WS-Heading-Line-1.
019100     05  filler                  pic x(10) value spaces.
019200     05  filler                  pic x(34)
019300             value "BULK POSTCODE RECODE".
019400     05  HL1-Mode                pic x(40).
019500     05  filler                  pic x(50) value spaces.
019600
019700 01  WS-Heading-Line-2.
019800     05  filler                  pic x(01) value spaces.
019900     05  filler                  pic x(08) value "CUST ID ".
020000     05  filler                  pic x(02) value spaces.
020100     05  filler                  pic x(04) value "BRCH".
020200     05  filler                  pic x(02) value spaces.
020300     05  filler                  pic x(08) value "RECORD".
020400     05  filler                  pic x(02) value spaces.
020500     05  filler                  pic x(24)
020600             value "NAME / ADDRESS LINE".
020700     05  filler                  pic x(02) value spaces.
020800     05  filler                  pic x(16) value "CITY".
020900     05  filler                  pic x(02) value spaces.
021000     05  filler                  pic x(10) value "BEFORE".
021100     05  filler                  pic x(04) value spaces.
021200     05  filler                  pic x(10) value "AFTER".
021300     05  filler                  pic x(02) value spaces.
021400     05  filler                  pic x(28) value "RESULT".
021500     05  filler                  pic x(09) value spaces.
021600
021700 01  WS-Branch-Heading-Line.
021800     05  filler                  pic x(01) value spaces.
021900     05  filler                  pic x(08) value "BRANCH: ".
022000     05  BH-Branch-Code          pic x(04).
022100     05  filler                  pic x(02) value spaces.
022200     05  BH-Branch-Name          pic x(30).
022300     05  filler                  pic x(89) value spaces.
022400
022500 01  WS-Detail-Line.
022600     05  filler                  pic x(01) value spaces.
022700     05  DL-Customer-Id          pic 9(08).
022800     05  filler                  pic x(02) value spaces.
022900     05  DL-Branch               pic x(04).
023000     05  filler                  pic x(02) value spaces.
023100     05  DL-Record               pic x(08).
023200     05  filler                  pic x(02) value spaces.
023300     05  DL-Name                 pic x(24).
023400     05  filler                  pic x(02) value spaces.
023500     05  DL-City                 pic x(16).
023600     05  filler                  pic x(02) value spaces.
023700     05  DL-Old-Postcode         pic x(10).
023800     05  filler                  pic x(04) value " -> ".
023900     05  DL-New-Postcode         pic x(10).
024000     05  filler                  pic x(02) value spaces.
024100     05  DL-Result               pic x(28).
024200     05  filler                  pic x(09) value spaces.
024300
024400 01  WS-Mapping-Line.
024500     05  filler                  pic x(04) value spaces.
024600     05  ML-Old-Postcode         pic x(10).
024700     05  filler                  pic x(04) value " -> ".
024800     05  ML-New-Postcode         pic x(10).
024900     05  filler                  pic x(02) value spaces.
025000     05  ML-City                 pic x(20).
025100     05  filler                  pic x(02) value spaces.
025200     05  ML-Reason               pic x(30).
025300     05  filler                  pic x(52) value spaces.
025400
025500 01  WS-Note-Line.
025600     05  filler                  pic x(04) value spaces.
025700     05  NL-Note                 pic x(60).
025800     05  filler                  pic x(70) value spaces.
025900
026000 01  WS-Total-Line.
026100     05  filler                  pic x(10) value spaces.
026200     05  TL-Label                pic x(28).
026300     05  TL-Count                pic zzzz9.
026400     05  filler                  pic x(91) value spaces.
026500
026600 01  WS-Blank-Line               pic x(134) value spaces.
026700
026800 01  WS-Validation-Flags.
026900     05  VF-Name-Ok              pic x(01).
027000     05  VF-Telephone-Ok         pic x(01).
027100     05  VF-Vat-Ok               pic x(01).
027200     05  VF-Email-Ok             pic x(01).
027300     05  VF-Postcode-Ok          pic x(01).
027400     05  VF-Branch-Ok            pic x(01).
027500
027600 copy Customer replacing Customer by Recode-Customer.
027700 copy CustomerAddress replacing Customer-Address by
027800     Recode-Address.
027900
028000 procedure division.
028100
028200******************************************************************
028300*    0000-MAINLINE - a refused sign-on or an unusable mapping    *
028400*    file ends the run with a note and nothing touched.          *
028500******************************************************************
028600 0000-mainline.
028700     perform 1000-initialize thru 1000-initialize-exit
028800     if not Run-Abandoned
028900         perform 2000-collect-changes thru
029000             2000-collect-changes-exit
029100         perform 3000-apply-changes thru 3000-apply-changes-exit
029200         perform 4000-print-branches thru
029300             4000-print-branches-exit
029400         perform 4500-print-not-applied thru
029500             4500-print-not-applied-exit
029600     end-if
029700     perform 5000-terminate thru 5000-terminate-exit
029800     stop run.
029900
030000******************************************************************
030100*    1000-INITIALIZE - ask for the mode, sign the job's own id   *
030200*    on to the CUSTOMERS program and load the mapping.  Anything *
030300*    but A at the mode prompt is a trial run.                    *
030400******************************************************************
030500 1000-initialize.
030600     open output Recode-Report-File
030700     display "POSTCODE RECODE - T (TRIAL, REPORT ONLY) OR "
030800         "A (APPLY): " upon CONSOLE-DEVICE
030900     accept WS-Run-Mode from CONSOLE-DEVICE
031000     if WS-Run-Mode = "a"
031100         move "A" to WS-Run-Mode
031200     end-if
031300     if Apply-Mode
031400         move "- CHANGES APPLIED" to HL1-Mode
031500     else
031600         move "T" to WS-Run-Mode
031700         move "- TRIAL RUN, NOTHING CHANGED" to HL1-Mode
031800     end-if
031900     write Recode-Report-Record from WS-Heading-Line-1
032000     write Recode-Report-Record from WS-Blank-Line
032100     call "Customers"
032200     call "SetCustomerFileName" using WS-Customer-File-Name
032300     call "SetOperatorId" using WS-Operator-Id
032400     call "GetLastOperationResult" using WS-Operation-Result
032500     if WS-Operation-Result = "NA"
032600         move "OPERATOR PCRECODE REFUSED - RUN ABANDONED"
032700             to NL-Note
032800         perform 1900-abandon-run thru 1900-abandon-run-exit
032900         go to 1000-initialize-exit
033000     end-if
033100     open input Branch-File
033200     if WS-Branch-File-Status = "00"
033300         move "Y" to WS-Branch-Open-Flag
033400     else
033500         move "BRANCH FILE NOT AVAILABLE - SECTIONS BY CODE ONLY"
033600             to NL-Note
033700         write Recode-Report-Record from WS-Note-Line
033800     end-if
033900     perform 1100-load-mappings thru 1100-load-mappings-exit.
034000
034100 1000-initialize-exit.
034200     exit.
034300
034400******************************************************************
034500*    1100-LOAD-MAPPINGS - every usable mapping line goes in the  *
034600*    table; the ones that cannot be used are listed with why.    *
034700******************************************************************
034800 1100-load-mappings.
034900     open input Mapping-File
035000     if not Mapping-File-Found
035100         move "NO PCMAP MAPPING FILE - RUN ABANDONED" to NL-Note
035200         perform 1900-abandon-run thru 1900-abandon-run-exit
035300         go to 1100-load-mappings-exit
035400     end-if
035500     move "N" to WS-Eof-Flag
035600     perform 1110-load-one-mapping thru 1110-load-one-mapping-exit
035700         until End-Of-File
035800     close Mapping-File
035900     if WS-Mapping-Count = zero
036000         move "NO USABLE MAPPING LINES - RUN ABANDONED" to NL-Note
036100         perform 1900-abandon-run thru 1900-abandon-run-exit
036200     end-if.
036300
036400 1100-load-mappings-exit.
036500     exit.
036600
036700******************************************************************
036800*    1110-LOAD-ONE-MAPPING - postcodes and town are compared in  *
036900*    capitals, whatever case they were keyed in.  The new        *
037000*    postcode must pass the same postcode rule AddCustomer and   *
037100*    UpdateCustomerById apply (checked through a scratch         *
037200*    customer carrying just a name, telephone and the postcode). *
037300******************************************************************
037400 1110-load-one-mapping.
037500     read Mapping-File
037600         at end
037700             set End-Of-File to true
037800             go to 1110-load-one-mapping-exit
037900     end-read
038000     add 1 to WS-Mappings-Read
038100     inspect Mapping-Record
038200         converting WS-Lower-Case to WS-Upper-Case
038300     if PM-Old-Postcode = spaces or PM-New-Postcode = spaces
038400             or PM-City = spaces
038500         move "INCOMPLETE MAPPING LINE" to ML-Reason
038600         perform 1150-reject-mapping thru 1150-reject-mapping-exit
038700         go to 1110-load-one-mapping-exit
038800     end-if
038900     move spaces to Recode-Customer
039000     move "POSTCODE CHECK" to Name of Recode-Customer
039100     move "0" to Telephone of Recode-Customer
039200     move PM-New-Postcode to Postcode of Recode-Customer
039300     call "ValidateCustomerFields" using Recode-Customer,
039400         WS-Validation-Flags
039500     if VF-Postcode-Ok not = "Y"
039600         move "NEW POSTCODE FAILS FIELD RULES" to ML-Reason
039700         perform 1150-reject-mapping thru 1150-reject-mapping-exit
039800         go to 1110-load-one-mapping-exit
039900     end-if
040000     set Duplicate-Mapping to false
040100     perform 1120-check-duplicate-mapping thru
040200         1120-check-duplicate-mapping-exit
040300         varying WS-Mapping-Scan from 1 by 1
040400         until WS-Mapping-Scan > WS-Mapping-Count
040500         or Duplicate-Mapping
040600     if Duplicate-Mapping
040700         move "REPEATS AN EARLIER LINE" to ML-Reason
040800         perform 1150-reject-mapping thru 1150-reject-mapping-exit
040900         go to 1110-load-one-mapping-exit
041000     end-if
041100     if WS-Mapping-Count = 2000
041200         move "MAPPING TABLE FULL" to ML-Reason
041300         perform 1150-reject-mapping thru 1150-reject-mapping-exit
041400         go to 1110-load-one-mapping-exit
041500     end-if
041600     add 1 to WS-Mapping-Count
041700     move PM-Old-Postcode to MP-Old-Postcode(WS-Mapping-Count)
041800     move PM-New-Postcode to MP-New-Postcode(WS-Mapping-Count)
041900     move PM-City to MP-City(WS-Mapping-Count).
042000
042100 1110-load-one-mapping-exit.
042200     exit.
042300
042400 1120-check-duplicate-mapping.
042500     if MP-Old-Postcode(WS-Mapping-Scan) = PM-Old-Postcode
042600             and MP-City(WS-Mapping-Scan) = PM-City
042700         set Duplicate-Mapping to true
042800     end-if.
042900
043000 1120-check-duplicate-mapping-exit.
043100     exit.
043200
043300 1150-reject-mapping.
043400     if WS-Mappings-Rejected = zero
043500         move "MAPPING LINES NOT USED:" to NL-Note
043600         write Recode-Report-Record from WS-Note-Line
043700     end-if
043800     add 1 to WS-Mappings-Rejected
043900     move PM-Old-Postcode to ML-Old-Postcode
044000     move PM-New-Postcode to ML-New-Postcode
044100     move PM-City to ML-City
044200     write Recode-Report-Record from WS-Mapping-Line.
044300
044400 1150-reject-mapping-exit.
044500     exit.
044600
044700******************************************************************
044800*    1900-ABANDON-RUN - NL-NOTE says why.                        *
044900******************************************************************
045000 1900-abandon-run.
045100     move "Y" to WS-Abandon-Flag
045200     write Recode-Report-Record from WS-Note-Line
045300     display NL-Note upon CONSOLE-DEVICE.
045400
045500 1900-abandon-run-exit.
045600     exit.
045700
045800******************************************************************
045900*    2000-COLLECT-CHANGES - one browse of the active customers;  *
046000*    each customer's record and then its live addresses are      *
046100*    matched against the mapping.  A zero id back ends the walk. *
046200******************************************************************
046300 2000-collect-changes.
046400     call "BrowseFirstCustomer" using Recode-Customer,
046500         WS-Customer-Id
046600     perform 2100-check-one-customer thru
046700         2100-check-one-customer-exit
046800         until WS-Customer-Id = zero.
046900
047000 2000-collect-changes-exit.
047100     exit.
047200
047300 2100-check-one-customer.
047400     add 1 to WS-Customers-Examined
047500     move Postcode of Recode-Customer to WS-Match-Postcode
047600     move City of Recode-Customer to WS-Match-City
047700     perform 2200-find-mapping thru 2200-find-mapping-exit
047800     if Mapping-Found or Postcode-Found
047900         add 1 to WS-Customer-Matches
048000         perform 2300-add-entry thru 2300-add-entry-exit
048100         if WS-Change-Index not = zero
048200             move "C" to CH-Kind(WS-Change-Index)
048300             move Address1 of Recode-Customer to
048400                 CH-Line1(WS-Change-Index)
048500             move City of Recode-Customer to
048600                 CH-City(WS-Change-Index)
048700             move Postcode of Recode-Customer to
048800                 CH-Old-Postcode(WS-Change-Index)
048900         end-if
049000     end-if
049100     perform 2400-collect-addresses thru
049200         2400-collect-addresses-exit
049300     call "BrowseNextCustomer" using Recode-Customer,
049400         WS-Customer-Id.
049500
049600 2100-check-one-customer-exit.
049700     exit.
049800
049900******************************************************************
050000*    2200-FIND-MAPPING - MAPPING-FOUND when a line matches both  *
050100*    WS-MATCH-POSTCODE and WS-MATCH-CITY (WS-MAPPING-INDEX then  *
050200*    names it); POSTCODE-FOUND alone when only the postcode      *
050300*    matches, which is listed rather than recoded.               *
050400******************************************************************
050500 2200-find-mapping.
050600     set Mapping-Found to false
050700     set Postcode-Found to false
050800     if WS-Match-Postcode = spaces
050900         go to 2200-find-mapping-exit
051000     end-if
051100     inspect WS-Match-Postcode
051200         converting WS-Lower-Case to WS-Upper-Case
051300     inspect WS-Match-City
051400         converting WS-Lower-Case to WS-Upper-Case
051500     perform 2210-match-one-mapping thru
051600         2210-match-one-mapping-exit
051700         varying WS-Mapping-Scan from 1 by 1
051800         until WS-Mapping-Scan > WS-Mapping-Count
051900         or Mapping-Found.
052000
052100 2200-find-mapping-exit.
052200     exit.
052300
052400 2210-match-one-mapping.
052500     if MP-Old-Postcode(WS-Mapping-Scan) = WS-Match-Postcode
052600         set Postcode-Found to true
052700         if MP-City(WS-Mapping-Scan) = WS-Match-City
052800             set Mapping-Found to true
052900             move WS-Mapping-Scan to WS-Mapping-Index
053000         end-if
053100     end-if.
053200
053300 2210-match-one-mapping-exit.
053400     exit.
053500
053600******************************************************************
053700*    2300-ADD-ENTRY - a new change-table entry for the customer  *
053800*    in hand, with the new postcode when the city matched and    *
053900*    result CM (city differs) when only the postcode did.  A     *
054000*    full table leaves WS-CHANGE-INDEX zero and the match is     *
054100*    counted as dropped.                                         *
054200******************************************************************
054300 2300-add-entry.
054400     if WS-Change-Count = 8000
054500         add 1 to WS-Entries-Dropped
054600         move zero to WS-Change-Index
054700         go to 2300-add-entry-exit
054800     end-if
054900     add 1 to WS-Change-Count
055000     move WS-Change-Count to WS-Change-Index
055100     move spaces to WS-Change-Entry(WS-Change-Index)
055200     move WS-Customer-Id to CH-Customer-Id(WS-Change-Index)
055300     move BranchCode of Recode-Customer to
055400         CH-Branch(WS-Change-Index)
055500     move AccountStatus of Recode-Customer to
055600         CH-Status(WS-Change-Index)
055700     move LastUpdated of Recode-Customer to
055800         CH-Last-Updated(WS-Change-Index)
055900     move Name of Recode-Customer to CH-Name(WS-Change-Index)
056000     move zero to CH-Address-Sequence(WS-Change-Index)
056100     move "N" to CH-Overflow-Flag(WS-Change-Index)
056200     if Mapping-Found
056300         move MP-New-Postcode(WS-Mapping-Index) to
056400             CH-New-Postcode(WS-Change-Index)
056500     else
056600         move "CM" to CH-Result(WS-Change-Index)
056700         add 1 to WS-City-Differs
056800     end-if
056900     perform 2500-note-branch thru 2500-note-branch-exit.
057000
057100 2300-add-entry-exit.
057200     exit.
057300
057400******************************************************************
057500*    2400-COLLECT-ADDRESSES - the customer's live addresses; an  *
057600*    end-dated address is history and keeps the postcode it had. *
057700*    A blank AddressType back ends the walk.                     *
057800******************************************************************
057900 2400-collect-addresses.
058000     call "BrowseFirstCustomerAddress" using Recode-Address,
058100         WS-Customer-Id
058200     perform 2410-check-one-address thru
058300         2410-check-one-address-exit
058400         until AddressType of Recode-Address = spaces.
058500
058600 2400-collect-addresses-exit.
058700     exit.
058800
058900 2410-check-one-address.
059000     if AddressEndDate of Recode-Address not = spaces
059100         go to 2410-check-one-address-next
059200     end-if
059300     move AddressPostcode of Recode-Address to WS-Match-Postcode
059400     move AddressCity of Recode-Address to WS-Match-City
059500     perform 2200-find-mapping thru 2200-find-mapping-exit
059600     if not Mapping-Found and not Postcode-Found
059700         go to 2410-check-one-address-next
059800     end-if
059900     add 1 to WS-Address-Matches
060000     perform 2300-add-entry thru 2300-add-entry-exit
060100     if WS-Change-Index not = zero
060200         move "A" to CH-Kind(WS-Change-Index)
060300         move AddressType of Recode-Address to
060400             CH-Address-Type(WS-Change-Index)
060500         move AddressSequence of Recode-Address to
060600             CH-Address-Sequence(WS-Change-Index)
060700         move AddressLine1 of Recode-Address to
060800             CH-Line1(WS-Change-Index)
060900         move AddressCity of Recode-Address to
061000             CH-City(WS-Change-Index)
061100         move AddressPostcode of Recode-Address to
061200             CH-Old-Postcode(WS-Change-Index)
061300         move AddressStartDate of Recode-Address to
061400             CH-Start-Date(WS-Change-Index)
061500         move AddressEndDate of Recode-Address to
061600             CH-End-Date(WS-Change-Index)
061700     end-if.
061800
061900 2410-check-one-address-next.
062000     call "BrowseNextCustomerAddress" using Recode-Address,
062100         WS-Customer-Id.
062200
062300 2410-check-one-address-exit.
062400     exit.
062500
062600******************************************************************
062700*    2500-NOTE-BRANCH - keeps the branch table in branch-code    *
062800*    order, so the sections print in that order without a sort   *
062900*    step: codes above a new one move down a slot to make room   *
063000*    for it.  An entry whose branch arrives after the table is   *
063100*    full is marked for the overflow section.                    *
063200******************************************************************
063300 2500-note-branch.
063400     set Branch-In-Table to false
063500     perform 2510-match-one-branch thru 2510-match-one-branch-exit
063600         varying WS-Branch-Scan from 1 by 1
063700         until WS-Branch-Scan > WS-Branch-Count
063800         or Branch-In-Table
063900     if Branch-In-Table
064000         go to 2500-note-branch-exit
064100     end-if
064200     if WS-Branch-Count = 50
064300         move "Y" to WS-Branch-Overflow-Flag
064400         move "Y" to CH-Overflow-Flag(WS-Change-Index)
064500         go to 2500-note-branch-exit
064600     end-if
064700     compute WS-Branch-Index = WS-Branch-Count + 1
064800     set Insert-Point-Found to false
064900     perform 2520-make-room-for-branch thru
065000         2520-make-room-for-branch-exit
065100         until Insert-Point-Found
065200     move CH-Branch(WS-Change-Index)
065300         to EB-Branch-Code(WS-Branch-Index)
065400     add 1 to WS-Branch-Count.
065500
065600 2500-note-branch-exit.
065700     exit.
065800
065900 2510-match-one-branch.
066000     if EB-Branch-Code(WS-Branch-Scan) =
066100             CH-Branch(WS-Change-Index)
066200         set Branch-In-Table to true
066300     end-if.
066400
066500 2510-match-one-branch-exit.
066600     exit.
066700
066800 2520-make-room-for-branch.
066900     if WS-Branch-Index = 1
067000         set Insert-Point-Found to true
067100         go to 2520-make-room-for-branch-exit
067200     end-if
067300     if EB-Branch-Code(WS-Branch-Index - 1) not >
067400             CH-Branch(WS-Change-Index)
067500         set Insert-Point-Found to true
067600         go to 2520-make-room-for-branch-exit
067700     end-if
067800     move EB-Branch-Code(WS-Branch-Index - 1)
067900         to EB-Branch-Code(WS-Branch-Index)
068000     subtract 1 from WS-Branch-Index.
068100
068200 2520-make-room-for-branch-exit.
068300     exit.
068400
068500******************************************************************
068600*    3000-APPLY-CHANGES - in apply mode every collected entry    *
068700*    goes to the CUSTOMERS program inside one maintenance        *
068800*    session, synced every twenty-five changes the way the       *
068900*    overnight batch syncs.  In trial mode nothing is called;    *
069000*    the result is what the entry would most likely return, a    *
069100*    hold being the one refusal that can be seen in advance.     *
069200******************************************************************
069300 3000-apply-changes.
069400     if Apply-Mode
069500         call "BeginMaintenanceSession"
069600     end-if
069700     perform 3100-apply-one-entry thru 3100-apply-one-entry-exit
069800         varying WS-Change-Index from 1 by 1
069900         until WS-Change-Index > WS-Change-Count
070000     if Apply-Mode
070100         call "EndMaintenanceSession"
070200     end-if.
070300
070400 3000-apply-changes-exit.
070500     exit.
070600
070700 3100-apply-one-entry.
070800     if CH-City-Differs(WS-Change-Index)
070900         go to 3100-apply-one-entry-exit
071000     end-if
071100     if not Apply-Mode
071200         if CH-Status(WS-Change-Index) = "H"
071300             move "HD" to CH-Result(WS-Change-Index)
071400         else
071500             move "00" to CH-Result(WS-Change-Index)
071600         end-if
071700         go to 3100-apply-one-entry-tally
071800     end-if
071900     move CH-Customer-Id(WS-Change-Index) to WS-Customer-Id
072000     move CH-New-Postcode(WS-Change-Index) to WS-New-Postcode
072100     if CH-Customer-Change(WS-Change-Index)
072200         perform 3110-apply-customer thru 3110-apply-customer-exit
072300     else
072400         perform 3120-apply-address thru 3120-apply-address-exit
072500     end-if
072600     move WS-Operation-Result to CH-Result(WS-Change-Index)
072700     add 1 to WS-Since-Sync
072800     if WS-Since-Sync not < WS-Sync-Interval
072900         call "SyncMaintenanceSession"
073000         move zero to WS-Since-Sync
073100     end-if.
073200
073300 3100-apply-one-entry-tally.
073400     evaluate true
073500         when CH-Recoded(WS-Change-Index)
073600             add 1 to WS-Recoded
073700         when CH-On-Hold(WS-Change-Index)
073800             add 1 to WS-Not-Applied-Hold
073900         when CH-Stale(WS-Change-Index)
074000             add 1 to WS-Not-Applied-Stale
074100         when other
074200             add 1 to WS-Not-Applied-Other
074300     end-evaluate.
074400
074500 3100-apply-one-entry-exit.
074600     exit.
074700
074800******************************************************************
074900*    3110-APPLY-CUSTOMER - the record is fetched again and       *
075000*    handed back with the LastUpdated stamp collected during the *
075100*    browse, so a change made since comes back SU instead of     *
075200*    being overwritten.  A blank status leaves the status alone. *
075300******************************************************************
075400 3110-apply-customer.
075500     call "GetCustomerById" using Recode-Customer, WS-Customer-Id
075600     if Name of Recode-Customer = spaces
075700         move "NF" to WS-Operation-Result
075800         go to 3110-apply-customer-exit
075900     end-if
076000     move CH-Last-Updated(WS-Change-Index) to
076100         LastUpdated of Recode-Customer
076200     move WS-New-Postcode to Postcode of Recode-Customer
076300     move spaces to AccountStatus of Recode-Customer
076400     call "UpdateCustomerById" using Recode-Customer,
076500         WS-Customer-Id
076600     call "GetLastOperationResult" using WS-Operation-Result.
076700
076800 3110-apply-customer-exit.
076900     exit.
077000
077100******************************************************************
077200*    3120-APPLY-ADDRESS - the address goes back exactly as it    *
077300*    was collected; RecodeAddressPostcode refuses it (SU) if the *
077400*    one on file has changed since.                              *
077500******************************************************************
077600 3120-apply-address.
077700     move CH-Address-Type(WS-Change-Index) to
077800         AddressType of Recode-Address
077900     move CH-Address-Sequence(WS-Change-Index) to
078000         AddressSequence of Recode-Address
078100     move CH-Line1(WS-Change-Index) to
078200         AddressLine1 of Recode-Address
078300     move CH-City(WS-Change-Index) to
078400         AddressCity of Recode-Address
078500     move CH-Old-Postcode(WS-Change-Index) to
078600         AddressPostcode of Recode-Address
078700     move CH-Start-Date(WS-Change-Index) to
078800         AddressStartDate of Recode-Address
078900     move CH-End-Date(WS-Change-Index) to
079000         AddressEndDate of Recode-Address
079100     call "RecodeAddressPostcode" using Recode-Address,
079200         WS-Customer-Id, WS-New-Postcode
079300     call "GetLastOperationResult" using WS-Operation-Result.
079400
079500 3120-apply-address-exit.
079600     exit.
079700
079800******************************************************************
079900*    4000-PRINT-BRANCHES - the before/after listing, one section *
080000*    per owning branch in branch-code order, then the overflow   *
080100*    section when the branch table filled.                       *
080200******************************************************************
080300 4000-print-branches.
080400     if WS-Change-Count = zero
080500         write Recode-Report-Record from WS-Blank-Line
080600         move "NO CUSTOMER OR ADDRESS MATCHED THE MAPPING"
080700             to NL-Note
080800         write Recode-Report-Record from WS-Note-Line
080900         go to 4000-print-branches-exit
081000     end-if
081100     set Overflow-Section to false
081200     perform 4100-print-one-branch thru 4100-print-one-branch-exit
081300         varying WS-Branch-Index from 1 by 1
081400         until WS-Branch-Index > WS-Branch-Count
081500     if Branch-Table-Overflowed
081600         set Overflow-Section to true
081700         perform 4100-print-one-branch thru
081800             4100-print-one-branch-exit
081900     end-if.
082000
082100 4000-print-branches-exit.
082200     exit.
082300
082400 4100-print-one-branch.
082500     if not Overflow-Section
082600         move EB-Branch-Code(WS-Branch-Index) to WS-Report-Branch
082700     end-if
082800     move WS-Report-Branch to BH-Branch-Code
082900     move spaces to BH-Branch-Name
083000     evaluate true
083100         when Overflow-Section
083200             move spaces to BH-Branch-Code
083300             move "FURTHER BRANCHES (TABLE FULL)"
083400                 to BH-Branch-Name
083500         when WS-Report-Branch = spaces
083600             move "HEAD OFFICE / UNASSIGNED" to BH-Branch-Name
083700         when Branch-File-Opened
083800             move WS-Report-Branch to Branch-Code
083900             read Branch-File
084000                 invalid key
084100                     move "NOT ON BRANCH FILE" to Branch-Name
084200             end-read
084300             move Branch-Name to BH-Branch-Name
084400     end-evaluate
084500     write Recode-Report-Record from WS-Branch-Heading-Line
084600         after advancing page
084700     write Recode-Report-Record from WS-Blank-Line
084800     write Recode-Report-Record from WS-Heading-Line-2
084900     move zero to WS-Section-Recoded
085000     move zero to WS-Section-Not-Applied
085100     perform 4200-print-branch-entry thru
085200         4200-print-branch-entry-exit
085300         varying WS-Change-Index from 1 by 1
085400         until WS-Change-Index > WS-Change-Count
085500     write Recode-Report-Record from WS-Blank-Line
085600     if Apply-Mode
085700         move "RECODED:" to TL-Label
085800     else
085900         move "WOULD BE RECODED:" to TL-Label
086000     end-if
086100     move WS-Section-Recoded to TL-Count
086200     write Recode-Report-Record from WS-Total-Line
086300     move "NOT APPLIED:" to TL-Label
086400     move WS-Section-Not-Applied to TL-Count
086500     write Recode-Report-Record from WS-Total-Line.
086600
086700 4100-print-one-branch-exit.
086800     exit.
086900
087000 4200-print-branch-entry.
087100     if Overflow-Section
087200         if not CH-In-Overflow(WS-Change-Index)
087300             go to 4200-print-branch-entry-exit
087400         end-if
087500     else
087600         if CH-In-Overflow(WS-Change-Index)
087700                 or CH-Branch(WS-Change-Index) not =
087800                     WS-Report-Branch
087900             go to 4200-print-branch-entry-exit
088000         end-if
088100     end-if
088200     perform 4300-format-detail thru 4300-format-detail-exit
088300     write Recode-Report-Record from WS-Detail-Line
088400     if CH-Recoded(WS-Change-Index)
088500         add 1 to WS-Section-Recoded
088600     else
088700         add 1 to WS-Section-Not-Applied
088800     end-if.
088900
089000 4200-print-branch-entry-exit.
089100     exit.
089200
089300******************************************************************
089400*    4300-FORMAT-DETAIL - one line per entry: the customer's     *
089500*    name for the record itself, the address line for an address *
089600*    (RECORD shows its type and sequence, e.g. ADDR I01).        *
089700******************************************************************
089800 4300-format-detail.
089900     move CH-Customer-Id(WS-Change-Index) to DL-Customer-Id
090000     move CH-Branch(WS-Change-Index) to DL-Branch
090100     if CH-Customer-Change(WS-Change-Index)
090200         move "CUSTOMER" to DL-Record
090300         move CH-Name(WS-Change-Index) to DL-Name
090400     else
090500         move spaces to DL-Record
090600         string "ADDR " CH-Address-Type(WS-Change-Index)
090700             CH-Address-Sequence(WS-Change-Index)
090800             delimited by size into DL-Record
090900         move CH-Line1(WS-Change-Index) to DL-Name
091000     end-if
091100     move CH-City(WS-Change-Index) to DL-City
091200     move CH-Old-Postcode(WS-Change-Index) to DL-Old-Postcode
091300     move CH-New-Postcode(WS-Change-Index) to DL-New-Postcode
091400     evaluate CH-Result(WS-Change-Index)
091500         when "00"
091600             if Apply-Mode
091700                 move "RECODED" to DL-Result
091800             else
091900                 move "WOULD BE RECODED" to DL-Result
092000             end-if
092100         when "HD"
092200             move "NOT APPLIED - CREDIT HOLD" to DL-Result
092300         when "SU"
092400             move "NOT APPLIED - STALE" to DL-Result
092500         when "RV"
092600             move "NOT APPLIED - FIELD RULES" to DL-Result
092700         when "NF"
092800             move "NOT APPLIED - NOT ON FILE" to DL-Result
092900         when "NA"
093000             move "NOT APPLIED - REFUSED" to DL-Result
093100         when "CM"
093200             move "NOT APPLIED - CITY DIFFERS" to DL-Result
093300         when other
093400             move spaces to DL-Result
093500             string "NOT APPLIED - RESULT "
093600                 CH-Result(WS-Change-Index)
093700                 delimited by size into DL-Result
093800     end-evaluate.
093900
094000 4300-format-detail-exit.
094100     exit.
094200
094300******************************************************************
094400*    4500-PRINT-NOT-APPLIED - every entry left unchanged, across *
094500*    all branches, on a page of its own so it can be handed to   *
094600*    whoever chases them.                                        *
094700******************************************************************
094800 4500-print-not-applied.
094900     write Recode-Report-Record from WS-Heading-Line-1
095000         after advancing page
095100     write Recode-Report-Record from WS-Blank-Line
095200     move "RECORDS NOT APPLIED:" to NL-Note
095300     write Recode-Report-Record from WS-Note-Line
095400     write Recode-Report-Record from WS-Blank-Line
095500     write Recode-Report-Record from WS-Heading-Line-2
095600     perform 4510-print-one-not-applied thru
095700         4510-print-one-not-applied-exit
095800         varying WS-Change-Index from 1 by 1
095900         until WS-Change-Index > WS-Change-Count
096000     if WS-Not-Applied-Listed = zero
096100         move "NONE" to NL-Note
096200         write Recode-Report-Record from WS-Note-Line
096300     end-if.
096400
096500 4500-print-not-applied-exit.
096600     exit.
096700
096800 4510-print-one-not-applied.
096900     if CH-Recoded(WS-Change-Index)
097000         go to 4510-print-one-not-applied-exit
097100     end-if
097200     perform 4300-format-detail thru 4300-format-detail-exit
097300     write Recode-Report-Record from WS-Detail-Line
097400     add 1 to WS-Not-Applied-Listed.
097500
097600 4510-print-one-not-applied-exit.
097700     exit.
097800
097900******************************************************************
098000*    5000-TERMINATE - control totals and close up.               *
098100******************************************************************
098200 5000-terminate.
098300     if Run-Abandoned
098400         go to 5000-terminate-close
098500     end-if
098600     write Recode-Report-Record from WS-Blank-Line
098700     move "MAPPING LINES READ:" to TL-Label
098800     move WS-Mappings-Read to TL-Count
098900     write Recode-Report-Record from WS-Total-Line
099000     move "MAPPING LINES NOT USED:" to TL-Label
099100     move WS-Mappings-Rejected to TL-Count
099200     write Recode-Report-Record from WS-Total-Line
099300     move "CUSTOMER RECORDS MATCHED:" to TL-Label
099400     move WS-Customer-Matches to TL-Count
099500     write Recode-Report-Record from WS-Total-Line
099600     move "LIVE ADDRESSES MATCHED:" to TL-Label
099700     move WS-Address-Matches to TL-Count
099800     write Recode-Report-Record from WS-Total-Line
099900     if Apply-Mode
100000         move "RECODED:" to TL-Label
100100     else
100200         move "WOULD BE RECODED:" to TL-Label
100300     end-if
100400     move WS-Recoded to TL-Count
100500     write Recode-Report-Record from WS-Total-Line
100600     move "NOT APPLIED - CREDIT HOLD:" to TL-Label
100700     move WS-Not-Applied-Hold to TL-Count
100800     write Recode-Report-Record from WS-Total-Line
100900     move "NOT APPLIED - STALE:" to TL-Label
101000     move WS-Not-Applied-Stale to TL-Count
101100     write Recode-Report-Record from WS-Total-Line
101200     move "NOT APPLIED - CITY DIFFERS:" to TL-Label
101300     move WS-City-Differs to TL-Count
101400     write Recode-Report-Record from WS-Total-Line
101500     move "NOT APPLIED - OTHER:" to TL-Label
101600     move WS-Not-Applied-Other to TL-Count
101700     write Recode-Report-Record from WS-Total-Line
101800     move "NOT LISTED (TABLE FULL):" to TL-Label
101900     move WS-Entries-Dropped to TL-Count
102000     write Recode-Report-Record from WS-Total-Line
102100     display "POSTCODE RECODE COMPLETE - SEE CUSTPCRC"
102200         upon CONSOLE-DEVICE.
102300
102400 5000-terminate-close.
102500     if Branch-File-Opened
102600         close Branch-File
102700     end-if
102800     close Recode-Report-File.
102900
103000 5000-terminate-exit.
103100     exit.
103200
103300 end program CustomerPostcodeRecode.
