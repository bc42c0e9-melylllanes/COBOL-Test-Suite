000100******************************************************************
000200*                                                                *
000300*    PROGRAM:   CUSTOMERGROUPMAINT                               *
000400*    AUTHOR:    M. LLANES, DATA MANAGEMENT GROUP                 *
000500*    INSTALLATION: HEAD OFFICE SYSTEMS                           *
000600*    DATE-WRITTEN:  15/10/26                                     *
000700*                                                                *
000800*    Online maintenance of customer groups for credit control.   *
000900*    A group is headed by a parent customer (the head company)   *
001000*    and carries a name and a group credit limit of its own; the *
001100*    parent's subsidiaries and branches are linked to it as      *
001200*    members.  The overnight CustomerCreditHold run holds every  *
001300*    member when the group's open balances together come to more *
001400*    than the group limit, CustomerInquiry shows the group at    *
001500*    the counter, and CustomerExtract sends billing the parent   *
001600*    id.                                                         *
001700*                                                                *
001800*    From one menu the operator can set a group up, change its   *
001900*    name or limit, link a member, remove a member, or take an   *
002000*    empty group down.  Every change goes through the CUSTOMERS  *
002100*    program's group entries, which keep ClienteGrupos.dat and   *
002200*    write the audit record, under the operator's own sign-on.   *
002300*    Driven from a plain terminal (ACCEPT/DISPLAY) the same way  *
002400*    CustomerInquiry is.                                         *
002500*                                                                *
002600*    MODIFICATION HISTORY                                        *
002700*    --------------------                                        *
002800*    DATE       INIT  DESCRIPTION                                *
002900*    -------    ----  -----------------------------------------  *
003000*    15/10/26   MLH   Original version.                          *
003100******************************************************************
003200 identification division.
003300 program-id. CustomerGroupMaint.
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
005100 01  WS-Operation-Result         pic x(02) value spaces.
005200 01  WS-Parent-Id                pic 9(08) value zero.
005300 01  WS-Member-Id                pic 9(08) value zero.
005400 01  WS-New-Name                 pic x(30) value spaces.
005500 01  WS-New-Limit                pic 9(07) value zero.
005600 01  WS-Edited-Limit             pic z,zzz,zz9.99.
005700 01  WS-Done-Message             pic x(40) value spaces.
005800 01  WS-Rejected-Message         pic x(50) value spaces.
005900
006000 copy Customer replacing Customer by Maint-Customer.
006100 copy CustomerGroup replacing Customer-Group by Maint-Group.
006200
006300 procedure division.
006400
006500******************************************************************
006600*    0000-MAINLINE                                               *
006700******************************************************************
006800 0000-mainline.
006900     perform 1000-initialize thru 1000-initialize-exit
007000     perform 2000-process-one-choice thru
007100         2000-process-one-choice-exit
007200         until Operator-Done
007300     stop run.
007400
007500******************************************************************
007600*    1000-INITIALIZE - log the operator on and open Clientes.dat *
007700*    through the CUSTOMERS program.                              *
007800******************************************************************
007900 1000-initialize.
008000     call "Customers"
008100     call "SetCustomerFileName" using WS-Customer-File-Name
008200     display "CUSTOMER GROUP MAINTENANCE - ENTER OPERATOR ID: "
008300         upon CONSOLE-DEVICE
008400     accept WS-Operator-Id from CONSOLE-DEVICE
008500     call "SetOperatorId" using WS-Operator-Id
008600     call "GetLastOperationResult" using WS-Operation-Result
008700     if WS-Operation-Result = "NA"
008800         display "OPERATOR ID UNKNOWN OR INACTIVE - SIGN-ON "
008900             "REFUSED" upon CONSOLE-DEVICE
009000         set Operator-Done to true
009100     end-if.
009200
009300 1000-initialize-exit.
009400     exit.
009500
009600******************************************************************
009700*    2000-PROCESS-ONE-CHOICE - one pass round the menu.  A blank *
009800*    choice ends the transaction, the same as Q.                 *
009900******************************************************************
010000 2000-process-one-choice.
010100     display " " upon CONSOLE-DEVICE
010200     display "C CREATE GROUP    U UPDATE GROUP    L LINK MEMBER"
010300         upon CONSOLE-DEVICE
010400     display "R REMOVE MEMBER   D DELETE GROUP    Q QUIT"
010500         upon CONSOLE-DEVICE
010600     display "ENTER CHOICE: " upon CONSOLE-DEVICE
010700     move spaces to WS-Menu-Choice
010800     accept WS-Menu-Choice from CONSOLE-DEVICE
010900     inspect WS-Menu-Choice converting "cudlrq" to "CUDLRQ"
011000     evaluate WS-Menu-Choice
011100         when "C"
011200             perform 3000-create-group thru 3000-create-group-exit
011300         when "U"
011400             perform 3100-update-group thru 3100-update-group-exit
011500         when "L"
011600             perform 3200-link-member thru 3200-link-member-exit
011700         when "R"
011800             perform 3300-remove-member thru
011900                 3300-remove-member-exit
012000         when "D"
012100             perform 3400-delete-group thru 3400-delete-group-exit
012200         when "Q"
012300         when " "
012400             set Operator-Done to true
012500         when other
012600             display "UNKNOWN CHOICE" upon CONSOLE-DEVICE
012700     end-evaluate.
012800
012900 2000-process-one-choice-exit.
013000     exit.
013100
013200******************************************************************
013300*    3000-CREATE-GROUP - sets the keyed customer up as the parent*
013400*    of a new group.  The limit is keyed in whole pounds.        *
013500******************************************************************
013600 3000-create-group.
013700     perform 3900-prompt-parent-id thru 3900-prompt-parent-id-exit
013800     if WS-Parent-Id = zero
013900         go to 3000-create-group-exit
014000     end-if
014100     display "GROUP NAME: " upon CONSOLE-DEVICE
014200     move spaces to WS-New-Name
014300     accept WS-New-Name from CONSOLE-DEVICE
014400     display "GROUP CREDIT LIMIT (WHOLE POUNDS): "
014500         upon CONSOLE-DEVICE
014600     move zero to WS-New-Limit
014700     accept WS-New-Limit from CONSOLE-DEVICE
014800     if WS-New-Name = spaces or WS-New-Limit = zero
014900         display "GROUP NOT SET UP - NAME AND LIMIT BOTH NEEDED"
015000             upon CONSOLE-DEVICE
015100         go to 3000-create-group-exit
015200     end-if
015300     move spaces to Maint-Group
015400     move WS-New-Name to GroupName of Maint-Group
015500     move WS-New-Limit to GroupCreditLimit of Maint-Group
015600     call "AddCustomerGroup" using Maint-Group, WS-Parent-Id
015700     move "GROUP SET UP" to WS-Done-Message
015800     move "CUSTOMER IS ALREADY THE PARENT OR A MEMBER OF A GROUP"
015900         to WS-Rejected-Message
016000     perform 8000-report-result thru 8000-report-result-exit.
016100
016200 3000-create-group-exit.
016300     exit.
016400
016500******************************************************************
016600*    3100-UPDATE-GROUP - changes the name or limit of the group  *
016700*    the keyed parent heads; ENTER (or zero for the limit) keeps *
016800*    the value on file.                                          *
016900******************************************************************
017000 3100-update-group.
017100     perform 3900-prompt-parent-id thru 3900-prompt-parent-id-exit
017200     if WS-Parent-Id = zero
017300         go to 3100-update-group-exit
017400     end-if
017500     call "GetCustomerGroup" using Maint-Group, WS-Parent-Id
017600     if GroupParentId of Maint-Group not = WS-Parent-Id
017700         display "THAT CUSTOMER DOES NOT HEAD A GROUP"
017800             upon CONSOLE-DEVICE
017900         go to 3100-update-group-exit
018000     end-if
018100     move GroupCreditLimit of Maint-Group to WS-Edited-Limit
018200     display "CURRENT NAME:  " GroupName of Maint-Group
018300         upon CONSOLE-DEVICE
018400     display "CURRENT LIMIT: " WS-Edited-Limit upon CONSOLE-DEVICE
018500     display "NEW NAME (OR PRESS ENTER TO KEEP): "
018600         upon CONSOLE-DEVICE
018700     move spaces to WS-New-Name
018800     accept WS-New-Name from CONSOLE-DEVICE
018900     if WS-New-Name not = spaces
019000         move WS-New-Name to GroupName of Maint-Group
019100     end-if
019200     display "NEW LIMIT IN POUNDS (OR PRESS ENTER TO KEEP): "
019300         upon CONSOLE-DEVICE
019400     move zero to WS-New-Limit
019500     accept WS-New-Limit from CONSOLE-DEVICE
019600     if WS-New-Limit not = zero
019700         move WS-New-Limit to GroupCreditLimit of Maint-Group
019800     end-if
019900     call "UpdateCustomerGroup" using Maint-Group, WS-Parent-Id
020000     move "GROUP UPDATED" to WS-Done-Message
020100     move "GROUP NAME MAY NOT BE BLANK" to WS-Rejected-Message
020200     perform 8000-report-result thru 8000-report-result-exit.
020300
020400 3100-update-group-exit.
020500     exit.
020600
020700******************************************************************
020800*    3200-LINK-MEMBER - links the keyed customer into the group  *
020900*    the keyed parent heads.                                     *
021000******************************************************************
021100 3200-link-member.
021200     perform 3950-prompt-member-id thru 3950-prompt-member-id-exit
021300     if WS-Member-Id = zero
021400         go to 3200-link-member-exit
021500     end-if
021600     perform 3900-prompt-parent-id thru 3900-prompt-parent-id-exit
021700     if WS-Parent-Id = zero
021800         go to 3200-link-member-exit
021900     end-if
022000     call "LinkCustomerToGroup" using WS-Member-Id, WS-Parent-Id
022100     move "MEMBER LINKED" to WS-Done-Message
022200     move "MEMBER IS THE PARENT OR IS ALREADY IN A GROUP"
022300         to WS-Rejected-Message
022400     perform 8000-report-result thru 8000-report-result-exit.
022500
022600 3200-link-member-exit.
022700     exit.
022800
022900******************************************************************
023000*    3300-REMOVE-MEMBER - takes the keyed customer out of its    *
023100*    group.                                                      *
023200******************************************************************
023300 3300-remove-member.
023400     perform 3950-prompt-member-id thru 3950-prompt-member-id-exit
023500     if WS-Member-Id = zero
023600         go to 3300-remove-member-exit
023700     end-if
023800     call "UnlinkCustomerFromGroup" using WS-Member-Id
023900     move "MEMBER REMOVED" to WS-Done-Message
024000     move spaces to WS-Rejected-Message
024100     perform 8000-report-result thru 8000-report-result-exit.
024200
024300 3300-remove-member-exit.
024400     exit.
024500
024600******************************************************************
024700*    3400-DELETE-GROUP - takes down the group the keyed parent   *
024800*    heads once every member has been removed.                   *
024900******************************************************************
025000 3400-delete-group.
025100     perform 3900-prompt-parent-id thru 3900-prompt-parent-id-exit
025200     if WS-Parent-Id = zero
025300         go to 3400-delete-group-exit
025400     end-if
025500     call "DeleteCustomerGroup" using WS-Parent-Id
025600     move "GROUP DELETED" to WS-Done-Message
025700     move "REMOVE EVERY MEMBER BEFORE DELETING THE GROUP"
025800         to WS-Rejected-Message
025900     perform 8000-report-result thru 8000-report-result-exit.
026000
026100 3400-delete-group-exit.
026200     exit.
026300
026400******************************************************************
026500*    3900-PROMPT-PARENT-ID / 3950-PROMPT-MEMBER-ID - key a       *
026600*    customer id and show whose it is, so the operator can see   *
026700*    the right customer was keyed.  Zero back means nothing to   *
026800*    do: ENTER was pressed or the customer is not on file.       *
026900******************************************************************
027000 3900-prompt-parent-id.
027100     display "GROUP PARENT CUSTOMER ID: " upon CONSOLE-DEVICE
027200     move zero to WS-Parent-Id
027300     accept WS-Parent-Id from CONSOLE-DEVICE
027400     if WS-Parent-Id = zero
027500         go to 3900-prompt-parent-id-exit
027600     end-if
027700     call "GetCustomerById" using Maint-Customer, WS-Parent-Id
027800     if Name of Maint-Customer = spaces
027900         display "CUSTOMER NOT FOUND" upon CONSOLE-DEVICE
028000         move zero to WS-Parent-Id
028100     else
028200         display "  " Name of Maint-Customer upon CONSOLE-DEVICE
028300     end-if.
028400
028500 3900-prompt-parent-id-exit.
028600     exit.
028700
028800 3950-prompt-member-id.
028900     display "MEMBER CUSTOMER ID: " upon CONSOLE-DEVICE
029000     move zero to WS-Member-Id
029100     accept WS-Member-Id from CONSOLE-DEVICE
029200     if WS-Member-Id = zero
029300         go to 3950-prompt-member-id-exit
029400     end-if
029500     call "GetCustomerById" using Maint-Customer, WS-Member-Id
029600     if Name of Maint-Customer = spaces
029700         display "CUSTOMER NOT FOUND" upon CONSOLE-DEVICE
029800         move zero to WS-Member-Id
029900     else
030000         display "  " Name of Maint-Customer upon CONSOLE-DEVICE
030100     end-if.
030200
030300 3950-prompt-member-id-exit.
030400     exit.
030500
030600******************************************************************
030700*    8000-REPORT-RESULT - tells the operator how the group entry *
030800*    just called went, in the words the caller left in           *
030900*    WS-DONE-MESSAGE and WS-REJECTED-MESSAGE.                    *
031000******************************************************************
031100 8000-report-result.
031200     call "GetLastOperationResult" using WS-Operation-Result
031300     evaluate WS-Operation-Result
031400         when "00"
031500             display WS-Done-Message upon CONSOLE-DEVICE
031600         when "NF"
031700             display "NOT DONE - CUSTOMER NOT ACTIVE, OR NOT IN "
031800                 "THAT GROUP" upon CONSOLE-DEVICE
031900         when "RV"
032000             display "NOT DONE - " WS-Rejected-Message
032100                 upon CONSOLE-DEVICE
032200         when "NA"
032300             display "REFUSED - OPERATOR NOT SIGNED ON"
032400                 upon CONSOLE-DEVICE
032500         when other
032600             display "NOT DONE - RESULT CODE " WS-Operation-Result
032700                 upon CONSOLE-DEVICE
032800     end-evaluate.
032900
033000 8000-report-result-exit.
033100     exit.
033200
033300 end program CustomerGroupMaint.
