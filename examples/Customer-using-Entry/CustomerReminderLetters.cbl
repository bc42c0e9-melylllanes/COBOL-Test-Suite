000100******************************************************************
000200*                                                                *
000300*    PROGRAM:   CUSTOMERREMINDERLETTERS                          *
000400*    AUTHOR:    M. LLANES, DATA MANAGEMENT GROUP                 *
000500*    INSTALLATION: HEAD OFFICE SYSTEMS                           *
000600*    DATE-WRITTEN:  15/10/26                                     *
000700*                                                                *
000800*    Overnight overdue-payment reminder letters.  Reads the      *
000900*    same CUSTAGED aged-balance feed CustomerCreditHold reads    *
001000*    and, for each customer whose oldest item has run past the   *
001100*    days in PaymentTerms, prints a reminder letter on CUSTLETR  *
001200*    for credit control to post in the morning:                  *
001300*      - stage 1, first reminder, once the oldest item is any    *
001400*        days past terms;                                        *
001500*      - stage 2, second reminder, once it is more than the      *
001600*        second-stage days past terms (default 14);              *
001700*      - stage 3, final reminder, once it is more than the       *
001800*        final-stage days past terms (default 28).               *
001900*    Each letter goes to the live invoice address on             *
002000*    ClienteDirecs.dat, falling back to Address1/City/Postcode   *
002100*    on the customer record, the way CustomerExtract addresses   *
002200*    billing.  Every letter is filed first as an L (letter)      *
002300*    entry on ClienteContact.dat through AddCustomerContact, so  *
002400*    the counter sees it on the contact log; a letter whose      *
002500*    entry cannot be filed is not printed.  A customer is not    *
002600*    sent the same stage again while an earlier letter of that   *
002700*    stage is on the contact log inside the repeat window        *
002800*    (default 14 days).  Closed accounts, zero balances and      *
002900*    ids not on Clientes.dat get no letter.  Control totals and  *
003000*    exceptions print on CUSTLETX.                               *
003100*                                                                *
003200*    The stage thresholds and the repeat window come from the    *
003300*    optional REMPARM parameter card (three 3-digit day counts:  *
003400*    repeat window, second stage, final stage); no card, or a    *
003500*    nonnumeric field on it, runs with the defaults above.       *
003600*                                                                *
003700*    MODIFICATION HISTORY                                        *
003800*    --------------------                                        *
003900*    DATE       INIT  DESCRIPTION                                *
004000*    -------    ----  -----------------------------------------  *
004100*    15/10/26   MLH   Original version.                          *
004110*    15/10/26   MLH   CUSTAGED now carries HDR and TRL control   *
004120*                     records; they are passed over here.  The   *
004130*                     feed's receipt checks are made by          *
004140*                     CustomerCreditHold, which runs first and   *
004150*                     stops the night when it refuses the feed.  *
004200******************************************************************
004300 identification division.
004400 program-id. CustomerReminderLetters.
004500 author. M. Llanes, Data Management Group.
004600 installation. Head Office Systems.
004700 date-written. 15/10/26.
004800 date-compiled. 15/10/26.
004900
005000 environment division.
005100 input-output section.
005200 file-control.
005300     select Aged-Balance-File assign to "CUSTAGED"
005400         organization is line sequential
005500         file status is WS-Aged-File-Status.
005600
005700     select Parameter-File assign to "REMPARM"
005800         organization is line sequential
005900         file status is WS-Parameter-File-Status.
006000
006100     select Letter-File assign to "CUSTLETR"
006200         organization is line sequential.
006300
006400     select Control-Report-File assign to "CUSTLETX"
006500         organization is line sequential.
006600
006700 data division.
006800 file section.
006900 fd  Aged-Balance-File.
007000 01  Aged-Balance-Record.
007100     05  AB-Customer-Id          pic 9(08).
007200     05  AB-Open-Balance         pic 9(09)v99.
007300     05  AB-Days-Oldest-Item     pic 9(03).
007350     copy InterfaceControl.
007400
007500 fd  Parameter-File.
007600 01  Parameter-Record.
007700     05  PR-Repeat-Days          pic 9(03).
007800     05  PR-Second-Stage-Days    pic 9(03).
007900     05  PR-Final-Stage-Days     pic 9(03).
008000
008100 fd  Letter-File.
008200 01  Letter-Record               pic x(80).
008300
008400 fd  Control-Report-File.
008500 01  Control-Report-Record       pic x(134).
008600
008700 working-storage section.
008800 01  WS-Customer-File-Name       pic x(20) value "Clientes.dat".
008900 01  WS-Operator-Id              pic x(08) value "REMINDER".
009000 01  WS-Aged-File-Status         pic x(02) value spaces.
009100     88  Aged-File-Found             value "00".
009200 01  WS-Parameter-File-Status    pic x(02) value spaces.
009300 01  WS-Aged-Open-Flag           pic x(01) value "N".
009400     88  Aged-File-Opened            value "Y".
009500 01  WS-Eof-Flag                 pic x(01) value "N".
009600     88  End-Of-File                 value "Y".
009700 01  WS-Operation-Result         pic x(02) value spaces.
009800
009900*    stage thresholds and repeat window - overridden from the
010000*    REMPARM card when one is supplied.
010100 01  WS-Repeat-Days              pic 9(03) value 14.
010200 01  WS-Second-Stage-Days        pic 9(03) value 14.
010300 01  WS-Final-Stage-Days         pic 9(03) value 28.
010400
010500 01  WS-Today                    pic x(08) value spaces.
010600 01  WS-Today-Integer            pic 9(08) value zero.
010700 01  WS-Repeat-Cutoff-Date       pic 9(08) value zero.
010800 01  WS-Terms-Days               pic 9(03) value zero.
010900 01  WS-Terms-Digit-Flag         pic x(01) value "N".
011000     88  Terms-Digit-Found           value "Y" false "N".
011100 01  WS-Char-Index               pic 9(02) value zero.
011200 01  WS-Char                     pic x(01) value spaces.
011300 01  WS-Digit                    pic 9(01) value zero.
011400 01  WS-Days-Past-Terms          pic 9(03) value zero.
011500 01  WS-Stage                    pic 9(01) value zero.
011600 01  WS-Stage-Sent-Flag          pic x(01) value "N".
011700     88  Stage-Recently-Sent         value "Y" false "N".
011800 01  WS-Feed-Records-Read        pic 9(05) value zero.
011900 01  WS-Bad-Feed-Records         pic 9(05) value zero.
012000 01  WS-Unknown-Ids              pic 9(05) value zero.
012100 01  WS-Closed-Skipped           pic 9(05) value zero.
012200 01  WS-Within-Terms             pic 9(05) value zero.
012300 01  WS-Repeats-Suppressed       pic 9(05) value zero.
012400 01  WS-Contact-Failures         pic 9(05) value zero.
012500 01  WS-Letters-Printed          pic 9(05) value zero.
012600 01  WS-Stage-Count-Table.
012700     05  WS-Stage-Count occurs 3 times
012800                                 pic 9(05).
012900
013000*    the wording for each stage - heading, the body of the
013100*    letter, and the first line of the contact-log entry, whose
013200*    first seventeen bytes the repeat check reads back.
013300 01  Stage-Text-Data.
013400     05  filler                  pic x(40)
013500         value "FIRST REMINDER".
013600     05  filler                  pic x(60) value
013700         "Our records show that your account is now past".
013800     05  filler                  pic x(60) value
013900         "its agreed payment terms.  If you have already paid,".
014000     05  filler                  pic x(60) value
014100         "please accept our thanks and disregard this letter.".
014200     05  filler                  pic x(40)
014300         value "SECOND REMINDER".
014400     05  filler                  pic x(60) value
014500         "We wrote to you recently about the overdue balance".
014600     05  filler                  pic x(60) value
014700         "on your account and have not yet received payment.".
014800     05  filler                  pic x(60) value
014900         "Please arrange settlement within seven days.".
015000     05  filler                  pic x(40)
015100         value "FINAL REMINDER".
015200     05  filler                  pic x(60) value
015300         "Despite our earlier reminders your account remains".
015400     05  filler                  pic x(60) value
015500         "overdue.  Unless payment is received within seven".
015600     05  filler                  pic x(60) value
015700         "days we may suspend credit and pass the debt on.".
015800 01  Stage-Text-Table redefines Stage-Text-Data.
015900     05  Stage-Text occurs 3 times.
016000         10  Stage-Heading       pic x(40).
016100         10  Stage-Body-1        pic x(60).
016200         10  Stage-Body-2        pic x(60).
016300         10  Stage-Body-3        pic x(60).
016400
016500 01  WS-Contact-Stage-Tag.
016600     05  filler                  pic x(15)
016650             value "REMINDER STAGE ".
016700     05  CST-Stage               pic 9(01).
016800     05  filler                  pic x(01) value space.
016900
017000*    the letter itself, one 80-byte print line at a time.
017100 01  WS-Letter-Line              pic x(80) value spaces.
017200 01  WS-Letter-Name-Line.
017300     05  filler                  pic x(08) value spaces.
017400     05  LL-Text                 pic x(60).
017500     05  filler                  pic x(12) value spaces.
017600 01  WS-Letter-Ref-Line.
017700     05  filler                  pic x(08) value spaces.
017800     05  filler                  pic x(18)
017850             value "ACCOUNT NUMBER:   ".
017900     05  LR-Customer-Id          pic 9(08).
018000     05  filler                  pic x(10) value spaces.
018100     05  filler                  pic x(06) value "DATE: ".
018200     05  LR-Date                 pic x(10).
018300     05  filler                  pic x(20) value spaces.
018400 01  WS-Letter-Balance-Line.
018500     05  filler                  pic x(08) value spaces.
018600     05  filler                  pic x(26)
018700             value "AMOUNT NOW OUTSTANDING:   ".
018800     05  LB-Open-Balance         pic zzz,zzz,zz9.99.
018900     05  filler                  pic x(32) value spaces.
019000 01  WS-Letter-Days-Line.
019100     05  filler                  pic x(08) value spaces.
019200     05  filler                  pic x(26)
019300             value "OLDEST ITEM OUTSTANDING:  ".
019400     05  LD-Days-Oldest          pic zz9.
019500     05  filler                  pic x(20)
019600             value " DAYS (TERMS ALLOW ".
019700     05  LD-Terms-Days           pic zz9.
019800     05  filler                  pic x(06) value " DAYS)".
019900     05  filler                  pic x(14) value spaces.
020000
020100 01  WS-Heading-Line-1.
020200     05  filler                  pic x(10) value spaces.
020300     05  filler                  pic x(44)
020400             value "OVERDUE REMINDER LETTERS - CONTROL REPORT".
020500     05  filler                  pic x(80) value spaces.
020600
020700 01  WS-Heading-Line-2.
020800     05  filler                  pic x(01) value spaces.
020900     05  filler                  pic x(08) value "CUST ID ".
021000     05  filler                  pic x(02) value spaces.
021100     05  filler                  pic x(30) value "NAME".
021200     05  filler                  pic x(02) value spaces.
021300     05  filler                  pic x(16) value "ACTION".
021400     05  filler                  pic x(02) value spaces.
021500     05  filler                  pic x(30) value "REASON".
021600     05  filler                  pic x(02) value spaces.
021700     05  filler                  pic x(14) value "OPEN BALANCE".
021800     05  filler                  pic x(27) value spaces.
021900
022000 01  WS-Detail-Line.
022100     05  filler                  pic x(01) value spaces.
022200     05  DL-Customer-Id          pic 9(08).
022300     05  filler                  pic x(02) value spaces.
022400     05  DL-Name                 pic x(30).
022500     05  filler                  pic x(02) value spaces.
022600     05  DL-Action               pic x(16).
022700     05  filler                  pic x(02) value spaces.
022800     05  DL-Reason               pic x(30).
022900     05  filler                  pic x(02) value spaces.
023000     05  DL-Open-Balance         pic zzz,zzz,zz9.99.
023100     05  filler                  pic x(27) value spaces.
023200
023300 01  WS-Note-Line.
023400     05  filler                  pic x(04) value spaces.
023500     05  NL-Note                 pic x(60).
023600     05  filler                  pic x(70) value spaces.
023700
023800 01  WS-Parameter-Line.
023900     05  filler                  pic x(10) value spaces.
024000     05  filler                  pic x(28)
024100             value "REPEAT WINDOW (DAYS):       ".
024200     05  PL-Repeat-Days          pic zz9.
024300     05  filler                  pic x(04) value spaces.
024400     05  filler                  pic x(20)
024500             value "SECOND STAGE AFTER: ".
024600     05  PL-Second-Stage-Days    pic zz9.
024700     05  filler                  pic x(04) value spaces.
024800     05  filler                  pic x(20)
024900             value "FINAL STAGE AFTER:  ".
025000     05  PL-Final-Stage-Days     pic zz9.
025100     05  filler                  pic x(39) value spaces.
025200
025300 01  WS-Total-Line.
025400     05  filler                  pic x(10) value spaces.
025500     05  TL-Label                pic x(28).
025600     05  TL-Count                pic zzzz9.
025700     05  filler                  pic x(91) value spaces.
025800
025900 01  WS-Blank-Line               pic x(134) value spaces.
026000
026100 copy Customer replacing Customer by Letter-Customer.
026200 copy CustomerAddress replacing Customer-Address by
026300     Letter-Address.
026400 copy CustomerContact replacing Customer-Contact by
026500     Letter-Contact.
026600
026700 procedure division.
026800
026900******************************************************************
027000*    0000-MAINLINE - a night with no CUSTAGED at all is noted on *
027100*    the control report and no letters go out, the same stance   *
027200*    CustomerCreditHold takes.                                   *
027300******************************************************************
027400 0000-mainline.
027500     perform 1000-initialize thru 1000-initialize-exit
027600     if Aged-File-Opened
027700         perform 2000-process-aged-feed thru
027800             2000-process-aged-feed-exit
027900     end-if
028000     perform 5000-terminate thru 5000-terminate-exit
028100     goback.
028200
028300******************************************************************
028400*    1000-INITIALIZE - configure Clientes.dat through the        *
028500*    CUSTOMERS program, identify this run to the contact log,    *
028600*    pick up the parameter card, work out the repeat cutoff      *
028700*    date and open the feed, the letters and the report.         *
028800******************************************************************
028900 1000-initialize.
029000     call "Customers"
029100     call "SetCustomerFileName" using WS-Customer-File-Name
029200     call "SetOperatorId" using WS-Operator-Id
029300     perform 1100-read-parameter-card thru
029400         1100-read-parameter-card-exit
029500     move function current-date(1:8) to WS-Today
029600     compute WS-Today-Integer =
029700         function integer-of-date(function numval(WS-Today))
029800     compute WS-Repeat-Cutoff-Date = function date-of-integer(
029900         WS-Today-Integer - WS-Repeat-Days)
030000     move spaces to LR-Date
030100     string WS-Today(7:2) "/" WS-Today(5:2) "/" WS-Today(1:4)
030200         delimited by size into LR-Date
030300     move zero to WS-Stage-Count(1)
030400     move zero to WS-Stage-Count(2)
030500     move zero to WS-Stage-Count(3)
030600     open output Letter-File
030700     open output Control-Report-File
030800     write Control-Report-Record from WS-Heading-Line-1
030900     move WS-Repeat-Days to PL-Repeat-Days
031000     move WS-Second-Stage-Days to PL-Second-Stage-Days
031100     move WS-Final-Stage-Days to PL-Final-Stage-Days
031200     write Control-Report-Record from WS-Parameter-Line
031300     write Control-Report-Record from WS-Heading-Line-2
031400     write Control-Report-Record from WS-Blank-Line
031500     open input Aged-Balance-File
031600     if Aged-File-Found
031700         move "Y" to WS-Aged-Open-Flag
031800     else
031900         move "NO AGED-BALANCE FEED - NO LETTERS PRINTED"
032000             to NL-Note
032100         write Control-Report-Record from WS-Note-Line
032200     end-if
032300     move "N" to WS-Eof-Flag.
032400
032500 1000-initialize-exit.
032600     exit.
032700
032800******************************************************************
032900*    1100-READ-PARAMETER-CARD - each field on REMPARM replaces   *
033000*    its default only when it is numeric, so a card with one     *
033100*    value filled in changes just that value.  A final stage     *
033200*    not beyond the second stage is ignored - the stages must    *
033300*    climb.                                                      *
033400******************************************************************
033500 1100-read-parameter-card.
033600     open input Parameter-File
033700     if WS-Parameter-File-Status not = "00"
033800         go to 1100-read-parameter-card-exit
033900     end-if
034000     read Parameter-File
034100         at end
034200             close Parameter-File
034300             go to 1100-read-parameter-card-exit
034400     end-read
034500     if PR-Repeat-Days numeric
034600         move PR-Repeat-Days to WS-Repeat-Days
034700     end-if
034800     if PR-Second-Stage-Days numeric
034900         move PR-Second-Stage-Days to WS-Second-Stage-Days
035000     end-if
035100     if PR-Final-Stage-Days numeric
035200             and PR-Final-Stage-Days > WS-Second-Stage-Days
035300         move PR-Final-Stage-Days to WS-Final-Stage-Days
035400     end-if
035500     close Parameter-File.
035600
035700 1100-read-parameter-card-exit.
035800     exit.
035900
036000******************************************************************
036100*    2000-PROCESS-AGED-FEED - one pass over the feed.  The       *
036110*    header and trailer control records are not customers and    *
036120*    are passed over uncounted.                                  *
036200******************************************************************
036300 2000-process-aged-feed.
036400     perform 2100-process-one-aged-record thru
036500         2100-process-one-aged-record-exit
036600         until End-Of-File
036700     close Aged-Balance-File.
036800
036900 2000-process-aged-feed-exit.
037000     exit.
037100
037200 2100-process-one-aged-record.
037300     read Aged-Balance-File
037400         at end
037500             set End-Of-File to true
037600             go to 2100-process-one-aged-record-exit
037700     end-read
037800     if IC-Control-Record
037900         go to 2100-process-one-aged-record-exit
038000     end-if
038100     add 1 to WS-Feed-Records-Read
038200     if AB-Customer-Id numeric
038300             and AB-Open-Balance numeric
038400             and AB-Days-Oldest-Item numeric
038500         perform 2200-assess-one-customer thru
038600             2200-assess-one-customer-exit
038700     else
038800         add 1 to WS-Bad-Feed-Records
038900         move "FEED RECORD NOT NUMERIC - SKIPPED"
038910             to NL-Note
038920         write Control-Report-Record from WS-Note-Line
038930     end-if.
039000
039100 2100-process-one-aged-record-exit.
039200     exit.
039300
039400******************************************************************
039500*    2200-ASSESS-ONE-CUSTOMER - works out the stage due from     *
039600*    how far the oldest item is past terms, checks the contact   *
039700*    log for the same stage inside the repeat window, and sends  *
039800*    the letter when one is due.                                 *
039900******************************************************************
040000 2200-assess-one-customer.
040100     move AB-Customer-Id to DL-Customer-Id
040200     move AB-Open-Balance to DL-Open-Balance
040300     call "GetCustomerById" using Letter-Customer, AB-Customer-Id
040400     if Name of Letter-Customer = spaces
040500         add 1 to WS-Unknown-Ids
040600         move spaces to DL-Name
040700         move "NOT ON FILE" to DL-Action
040800         move "ID UNKNOWN OR DELETED" to DL-Reason
040900         write Control-Report-Record from WS-Detail-Line
041000         go to 2200-assess-one-customer-exit
041100     end-if
041200     if AccountStatus of Letter-Customer = "C"
041300         add 1 to WS-Closed-Skipped
041400         go to 2200-assess-one-customer-exit
041500     end-if
041600     perform 2300-get-terms-days thru 2300-get-terms-days-exit
041700     if AB-Open-Balance = zero
041800             or AB-Days-Oldest-Item not > WS-Terms-Days
041900         add 1 to WS-Within-Terms
042000         go to 2200-assess-one-customer-exit
042100     end-if
042200     compute WS-Days-Past-Terms =
042300         AB-Days-Oldest-Item - WS-Terms-Days
042400     evaluate true
042500         when WS-Days-Past-Terms > WS-Final-Stage-Days
042600             move 3 to WS-Stage
042700         when WS-Days-Past-Terms > WS-Second-Stage-Days
042800             move 2 to WS-Stage
042900         when other
043000             move 1 to WS-Stage
043100     end-evaluate
043200     move WS-Stage to CST-Stage
043300     move Name of Letter-Customer to DL-Name
043400     perform 2400-check-recent-letters thru
043500         2400-check-recent-letters-exit
043600     if Stage-Recently-Sent
043700         add 1 to WS-Repeats-Suppressed
043800         move "NOT SENT" to DL-Action
043900         move "SAME STAGE SENT RECENTLY" to DL-Reason
044000         write Control-Report-Record from WS-Detail-Line
044100         go to 2200-assess-one-customer-exit
044200     end-if
044300     perform 2500-file-contact-entry thru
044400         2500-file-contact-entry-exit
044500     if WS-Operation-Result not = "00"
044600         add 1 to WS-Contact-Failures
044700         move "NOT SENT" to DL-Action
044800         move "CONTACT NOT FILED - RESULT" to DL-Reason
044900         move WS-Operation-Result to DL-Reason(28:2)
045000         write Control-Report-Record from WS-Detail-Line
045100         go to 2200-assess-one-customer-exit
045200     end-if
045300     perform 2600-print-letter thru 2600-print-letter-exit
045400     add 1 to WS-Letters-Printed
045500     add 1 to WS-Stage-Count(WS-Stage)
045600     move Stage-Heading(WS-Stage) to DL-Action
045700     move "OLDEST ITEM PAST TERMS" to DL-Reason
045800     write Control-Report-Record from WS-Detail-Line.
045900
046000 2200-assess-one-customer-exit.
046100     exit.
046200
046300******************************************************************
046400*    2300-GET-TERMS-DAYS - digs the day count out of the free-   *
046500*    text PaymentTerms on file, exactly as CustomerCreditHold    *
046600*    does, so a letter and a hold agree on when an item is       *
046700*    overdue.  No digits at all falls back to 30 days.           *
046800******************************************************************
046900 2300-get-terms-days.
047000     move zero to WS-Terms-Days
047100     set Terms-Digit-Found to false
047200     perform 2310-scan-terms-character thru
047300         2310-scan-terms-character-exit
047400         varying WS-Char-Index from 1 by 1
047500         until WS-Char-Index > 10
047600     if not Terms-Digit-Found
047700         move 30 to WS-Terms-Days
047800     end-if.
047900
048000 2300-get-terms-days-exit.
048100     exit.
048200
048300 2310-scan-terms-character.
048400     move PaymentTerms of Letter-Customer(WS-Char-Index:1)
048500         to WS-Char
048600     if WS-Char >= "0" and WS-Char <= "9"
048700         set Terms-Digit-Found to true
048800         move WS-Char to WS-Digit
048900         compute WS-Terms-Days =
049000             WS-Terms-Days * 10 + WS-Digit
049100     end-if.
049200
049300 2310-scan-terms-character-exit.
049400     exit.
049500
049600******************************************************************
049700*    2400-CHECK-RECENT-LETTERS - walks the customer's contact    *
049800*    log for an L entry carrying this stage's tag and filed on   *
049900*    or after the repeat cutoff date.  The walk stops at the     *
050000*    first hit, ending the browse itself.                        *
050100******************************************************************
050200 2400-check-recent-letters.
050300     set Stage-Recently-Sent to false
050400     call "BrowseFirstCustomerContact" using Letter-Contact,
050500         AB-Customer-Id
050600     perform 2410-check-one-contact thru
050700         2410-check-one-contact-exit
050800         until ContactType of Letter-Contact = spaces
050900         or Stage-Recently-Sent
051000     if Stage-Recently-Sent
051100         call "EndCustomerContactBrowse"
051200     end-if.
051300
051400 2400-check-recent-letters-exit.
051500     exit.
051600
051700 2410-check-one-contact.
051800     if ContactType of Letter-Contact = "L"
051900             and ContactText1 of Letter-Contact(1:17) =
052000                 WS-Contact-Stage-Tag
052100             and ContactTimestamp of Letter-Contact(1:8) >=
052200                 WS-Repeat-Cutoff-Date
052300         set Stage-Recently-Sent to true
052400         go to 2410-check-one-contact-exit
052500     end-if
052600     call "BrowseNextCustomerContact" using Letter-Contact,
052700         AB-Customer-Id.
052800
052900 2410-check-one-contact-exit.
053000     exit.
053100
053200******************************************************************
053300*    2500-FILE-CONTACT-ENTRY - the L entry the counter sees:     *
053400*    the stage tag and heading, the balance and age quoted in    *
053500*    the letter, and where it was posted.                        *
053600******************************************************************
053700 2500-file-contact-entry.
053800     perform 2700-load-letter-address thru
053900         2700-load-letter-address-exit
054000     move spaces to Letter-Contact
054100     move "L" to ContactType of Letter-Contact
054200     string WS-Contact-Stage-Tag delimited by size
054300         "- " delimited by size
054400         Stage-Heading(WS-Stage) delimited by "  "
054500         into ContactText1 of Letter-Contact
054600     move AB-Open-Balance to LB-Open-Balance
054700     move AB-Days-Oldest-Item to LD-Days-Oldest
054800     string "BALANCE " delimited by size
054900         LB-Open-Balance delimited by size
055000         " OLDEST ITEM " delimited by size
055100         LD-Days-Oldest delimited by size
055200         " DAYS" delimited by size
055300         into ContactText2 of Letter-Contact
055400     string "POSTED TO " delimited by size
055500         AddressLine1 of Letter-Address delimited by "  "
055600         " " delimited by size
055700         AddressPostcode of Letter-Address delimited by "  "
055800         into ContactText3 of Letter-Contact
055900     call "AddCustomerContact" using Letter-Contact,
056000         AB-Customer-Id
056100     call "GetLastOperationResult" using WS-Operation-Result.
056200
056300 2500-file-contact-entry-exit.
056400     exit.
056500
056600******************************************************************
056700*    2600-PRINT-LETTER - one letter per page on CUSTLETR, laid   *
056800*    out for a window envelope.                                  *
056900******************************************************************
057000 2600-print-letter.
057100     move spaces to WS-Letter-Line
057200     write Letter-Record from WS-Letter-Line
057300         after advancing page
057400     write Letter-Record from WS-Letter-Line
057500     write Letter-Record from WS-Letter-Line
057600     move Name of Letter-Customer to LL-Text
057700     write Letter-Record from WS-Letter-Name-Line
057800     if Contact of Letter-Customer not = spaces
057900         move spaces to LL-Text
058000         string "FAO " delimited by size
058100             Contact of Letter-Customer delimited by size
058200             into LL-Text
058300         write Letter-Record from WS-Letter-Name-Line
058400     end-if
058500     move AddressLine1 of Letter-Address to LL-Text
058600     write Letter-Record from WS-Letter-Name-Line
058700     move AddressCity of Letter-Address to LL-Text
058800     write Letter-Record from WS-Letter-Name-Line
058900     move AddressPostcode of Letter-Address to LL-Text
059000     write Letter-Record from WS-Letter-Name-Line
059100     write Letter-Record from WS-Letter-Line
059200     write Letter-Record from WS-Letter-Line
059300     move AB-Customer-Id to LR-Customer-Id
059400     write Letter-Record from WS-Letter-Ref-Line
059500     write Letter-Record from WS-Letter-Line
059600     move Stage-Heading(WS-Stage) to LL-Text
059700     write Letter-Record from WS-Letter-Name-Line
059800     write Letter-Record from WS-Letter-Line
059900     move "Dear Sir or Madam," to LL-Text
060000     write Letter-Record from WS-Letter-Name-Line
060100     write Letter-Record from WS-Letter-Line
060200     move Stage-Body-1(WS-Stage) to LL-Text
060300     write Letter-Record from WS-Letter-Name-Line
060400     move Stage-Body-2(WS-Stage) to LL-Text
060500     write Letter-Record from WS-Letter-Name-Line
060600     move Stage-Body-3(WS-Stage) to LL-Text
060700     write Letter-Record from WS-Letter-Name-Line
060800     write Letter-Record from WS-Letter-Line
060900     move AB-Open-Balance to LB-Open-Balance
061000     write Letter-Record from WS-Letter-Balance-Line
061100     move AB-Days-Oldest-Item to LD-Days-Oldest
061200     move WS-Terms-Days to LD-Terms-Days
061300     write Letter-Record from WS-Letter-Days-Line
061400     write Letter-Record from WS-Letter-Line
061500     move "Yours faithfully," to LL-Text
061600     write Letter-Record from WS-Letter-Name-Line
061700     write Letter-Record from WS-Letter-Line
061800     write Letter-Record from WS-Letter-Line
061900     move "Credit Control, Head Office" to LL-Text
062000     write Letter-Record from WS-Letter-Name-Line.
062100
062200 2600-print-letter-exit.
062300     exit.
062400
062500******************************************************************
062600*    2700-LOAD-LETTER-ADDRESS - the live invoice address when    *
062700*    one is on ClienteDirecs.dat, otherwise the address on the   *
062800*    customer record itself.                                     *
062900******************************************************************
063000 2700-load-letter-address.
063100     call "GetCustomerInvoiceAddress" using Letter-Address,
063200         AB-Customer-Id
063300     if AddressLine1 of Letter-Address = spaces
063400         move Address1 of Letter-Customer to
063500             AddressLine1 of Letter-Address
063600         move City of Letter-Customer to
063700             AddressCity of Letter-Address
063800         move Postcode of Letter-Customer to
063900             AddressPostcode of Letter-Address
064000     end-if.
064100
064200 2700-load-letter-address-exit.
064300     exit.
064400
064500******************************************************************
064600*    5000-TERMINATE - control totals and close up.               *
064700******************************************************************
064800 5000-terminate.
064900     write Control-Report-Record from WS-Blank-Line
065000     move "FEED RECORDS READ:" to TL-Label
065100     move WS-Feed-Records-Read to TL-Count
065200     write Control-Report-Record from WS-Total-Line
065300     move "FIRST REMINDERS PRINTED:" to TL-Label
065400     move WS-Stage-Count(1) to TL-Count
065500     write Control-Report-Record from WS-Total-Line
065600     move "SECOND REMINDERS PRINTED:" to TL-Label
065700     move WS-Stage-Count(2) to TL-Count
065800     write Control-Report-Record from WS-Total-Line
065900     move "FINAL REMINDERS PRINTED:" to TL-Label
066000     move WS-Stage-Count(3) to TL-Count
066100     write Control-Report-Record from WS-Total-Line
066200     move "TOTAL LETTERS PRINTED:" to TL-Label
066300     move WS-Letters-Printed to TL-Count
066400     write Control-Report-Record from WS-Total-Line
066500     move "REPEATS SUPPRESSED:" to TL-Label
066600     move WS-Repeats-Suppressed to TL-Count
066700     write Control-Report-Record from WS-Total-Line
066800     move "WITHIN TERMS OR NIL:" to TL-Label
066900     move WS-Within-Terms to TL-Count
067000     write Control-Report-Record from WS-Total-Line
067100     move "CLOSED ACCOUNTS SKIPPED:" to TL-Label
067200     move WS-Closed-Skipped to TL-Count
067300     write Control-Report-Record from WS-Total-Line
067400     move "IDS NOT ON CUSTOMER FILE:" to TL-Label
067500     move WS-Unknown-Ids to TL-Count
067600     write Control-Report-Record from WS-Total-Line
067700     move "BAD FEED RECORDS:" to TL-Label
067800     move WS-Bad-Feed-Records to TL-Count
067900     write Control-Report-Record from WS-Total-Line
068000     move "CONTACT ENTRIES FAILED:" to TL-Label
068100     move WS-Contact-Failures to TL-Count
068200     write Control-Report-Record from WS-Total-Line
068300     close Letter-File
068400     close Control-Report-File.
068500
068600 5000-terminate-exit.
068700     exit.
068800
068900 end program CustomerReminderLetters.
