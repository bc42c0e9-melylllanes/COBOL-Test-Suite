002202*                     RUN so the CUSTOMERNIGHTCYCLE driver can   *
002203*                     run this as a step; standalone runs        *
002204*                     behave as before.                          *
002210*    15/10/26   MLH   CUSTEXTR now opens with a HDR control      *
002220*                     record (today's business date, the next    *
002230*                     file sequence on the interface) and closes *
002240*                     with a TRL one carrying the record count   *
002250*                     and id hash total, so billing can refuse a *
002260*                     short, repeated or out-of-order extract.   *
002270*                     The sequence sent is kept on IFCSEQ.       *
002271*    15/10/26   MLH   EL-Parent-Id added to the interface        *
002272*                     record (now 128 bytes): the id of the      *
002273*                     customer group parent the customer belongs *
002274*                     to - its own id for a parent, zero when it *
002275*                     is in no group - so billing can roll the   *
002276*                     group's invoices up to the parent.         *
002278*    15/10/26   MLH   EL-Email-Address added to the interface    *
002280*                     record (now 168 bytes) so billing emails   *
002282*                     invoices to the address on Clientes.dat.   *
002284*                     It goes blank once hard bounces have made  *
002286*                     the address unusable (ClienteEmail.dat),   *
002288*                     until the customer's address is changed.   *
002290******************************************************************
002300 identification division.
002400 program-id. CustomerExtract.
002500 author. M. Llanes, Data Management Group.
003600 data division.
003700 file section.
003800 fd  Extract-File.
003900 01  Extract-Record              pic x(168).
003950     copy InterfaceControl.
004000
004100 working-storage section.
004200 01  WS-Customer-File-Name       pic x(20) value "Clientes.dat".
004400 01  WS-Customer-Id              pic 9(08) value zero.
004500 01  WS-Customers-Extracted      pic 9(08) value zero.
004510 01  WS-Interface-Id             pic x(08) value "CUSTEXTR".
004520 01  WS-Control-Hash             pic 9(15) value zero.
004530 01  WS-Control-Amount           pic 9(13)v99 value zero.
004540 01  WS-Email-Address            pic x(40) value spaces.
004550 01  WS-Lower-Case               pic x(26)
004560         value "abcdefghijklmnopqrstuvwxyz".
004570 01  WS-Upper-Case               pic x(26)
004580         value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
004600
004700 01  WS-Extract-Line.
004800     05  EL-Customer-Id          pic 9(8).
005200     05  EL-Postcode             pic x(10).
005300     05  EL-Telephone            pic x(15).
005350     05  EL-Account-Status       pic x(1).
005360     05  EL-Parent-Id            pic 9(8).
005370     05  EL-Email-Address        pic x(40).
005400     05  filler                  pic x(6) value spaces.
005500
005600 copy Customer replacing Customer by Extract-Customer.
005650 copy CustomerAddress replacing Customer-Address by
005660     Extract-Address.
005670 copy CustomerGroup replacing Customer-Group by Extract-Group.
005680 copy CustomerEmailStatus replacing Customer-Email-Status by
005690     Extract-Email-Status.
005700
005800 procedure division.
005900
006800
006900******************************************************************
007000*    1000-INITIALIZE - configure Clientes.dat and open the       *
007100*    extract file with its header control record.                *
007200******************************************************************
007300 1000-initialize.
007400     call "Customers"
007500     call "SetCustomerFileName" using WS-Customer-File-Name
007600     call "BeginInvoiceAddressLookup"
007650     call "BeginCustomerGroupLookup"
007660     call "BeginCustomerEmailLookup"
007700     open output Extract-File
007800     move zero to WS-Customers-Extracted
007810     move zero to WS-Control-Hash
007820     move zero to WS-Control-Amount
007830     call "BuildInterfaceHeader" using Interface-Control-Record,
007840         WS-Interface-Id
007850     write Interface-Control-Record.
007900
008000 1000-initialize-exit.
008100     exit.
010850     end-if
010900     move Telephone of Extract-Customer to EL-Telephone
010950     move AccountStatus of Extract-Customer to EL-Account-Status
010960     call "GetCustomerGroup" using Extract-Group, WS-Customer-Id
010970     move GroupParentId of Extract-Group to EL-Parent-Id
010980     perform 2200-check-email-usable thru
010990         2200-check-email-usable-exit
011000     write Extract-Record from WS-Extract-Line
011100     add 1 to WS-Customers-Extracted
011200     add WS-Customer-Id to WS-Control-Hash
011300     call "BrowseNextCustomer" using Extract-Customer,
011350         WS-Customer-Id.
011400
011500 2100-extract-one-customer-exit.
011600     exit.
011602
011604******************************************************************
011606*    2200-CHECK-EMAIL-USABLE - the customer's EmailAddress goes  *
011608*    to billing unless it is the very address the email status   *
011610*    file has marked unusable; an address changed since then is  *
011612*    sent again.                                                 *
011614******************************************************************
011616 2200-check-email-usable.
011618     move EmailAddress of Extract-Customer to EL-Email-Address
011620     call "GetCustomerEmailStatus" using Extract-Email-Status,
011622         WS-Customer-Id
011624     if not Email-Is-Unusable
011626         go to 2200-check-email-usable-exit
011628     end-if
011630     move EmailAddress of Extract-Customer to WS-Email-Address
011632     inspect WS-Email-Address
011634         converting WS-Lower-Case to WS-Upper-Case
011636     if WS-Email-Address =
011638             EmailBouncedAddress of Extract-Email-Status
011640         move spaces to EL-Email-Address
011642     end-if.
011644
011646 2200-check-email-usable-exit.
011648     exit.
011700
011800******************************************************************
011900*    3000-TERMINATE - write the trailer control record, close    *
011950*    up, and record the file sequence just sent.                 *
012000******************************************************************
012100 3000-terminate.
012150     call "EndInvoiceAddressLookup"
012155     call "EndCustomerGroupLookup"
012156     call "EndCustomerEmailLookup"
012160     call "BuildInterfaceTrailer" using Interface-Control-Record,
012170         WS-Interface-Id, WS-Customers-Extracted, WS-Control-Hash,
012180         WS-Control-Amount
012190     write Interface-Control-Record
012200     close Extract-File
012250     call "AcceptInterfaceFile" using WS-Interface-Id.
012300
012400 3000-terminate-exit.
012500     exit.
