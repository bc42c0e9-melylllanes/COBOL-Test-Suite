000100******************************************************************
000200*                                                                *
000300*    PROGRAM:   CUSTOMERBRANCHCLOSURE                            *
000400*    AUTHOR:    M. LLANES, DATA MANAGEMENT GROUP                 *
000500*    INSTALLATION: HEAD OFFICE SYSTEMS                           *
000600*    DATE-WRITTEN:  15/10/26                                     *
000700*                                                                *
000800*    Branch closure utility, run by a supervisor when an office  *
000900*    closes.  Takes the closing branch code and the receiving    *
001000*    branch code from the console and:                           *
001100*      - moves every active customer owned by the closing        *
001200*        branch to the receiving one through the CUSTOMERS       *
001300*        program's UpdateCustomerById entry, so each move is     *
001400*        validated and audited with Old-/New-BranchCode under    *
001500*        the supervisor's own operator id;                       *
001600*      - re-routes the closing branch's outstanding rejects on   *
001700*        CUSTREJ to the receiving branch, so they come out in    *
001800*        its section of the CUSTRAGE aging report (the CUSTVALX  *
001900*        scan follows the customers' own BranchCode);            *
002000*      - prints a control report on CUSTBRCL of customers        *
002100*        moved, customers skipped and why (on credit hold,       *
002200*        changed by someone else since selected, failing the     *
002300*        field rules) and rejects re-routed.                     *
002400*    A held customer is not moved - lifting the hold is a credit *
002500*    decision, not a closure one - and stays on the closing      *
002600*    branch for credit control; rerunning the same closure once  *
002700*    the holds are dealt with moves the rest.                    *
002800*                                                                *
002900*    The run is restartable.  Customers are collected during the *
003000*    browse walk and moved afterwards (collect-then-apply, as    *
003100*    CustomerCreditHold does, because the browse and the         *
003200*    maintenance entries share the one Customer-File), and a     *
003300*    customer already moved no longer carries the closing code,  *
003400*    so a rerun simply picks up the ones still to go.  CUSTREJ   *
003500*    is first copied, re-routed, to the CUSTREJW work file and   *
003600*    only then copied back; the BRCLCKPT checkpoint records      *
003700*    which phase the closure reached, so a run that stops during *
003800*    the copy-back restarts from the complete work file instead  *
003900*    of a half-written CUSTREJ.  While one closure is unfinished *
004000*    the utility refuses to start a different one.               *
004100*                                                                *
004200*    Sucursales.dat is still maintained by hand: the receiving   *
004300*    branch must be on it, and the closing branch comes off it   *
004400*    once this run has finished.                                 *
004500*                                                                *
004600*    MODIFICATION HISTORY                                        *
004700*    --------------------                                        *
004800*    DATE       INIT  DESCRIPTION                                *
004900*    -------    ----  -----------------------------------------  *
005000*    15/10/26   MLH   Original version.                          *
005010*    15/10/26   MLH   The copy-back marks the closure done       *
005020*                     before it empties CUSTREJW, so a run       *
005030*                     stopped between the two can no longer      *
005040*                     restart from an empty work file and wipe   *
005050*                     CUSTREJ.                                   *
005100******************************************************************
005200 identification division.
005300 program-id. CustomerBranchClosure.
005400 author. M. Llanes, Data Management Group.
005500 installation. Head Office Systems.
005600 date-written. 15/10/26.
005700 date-compiled. 15/10/26.
005800
005900 environment division.
006000 configuration section.
006100 special-names.
006200     console is CONSOLE-DEVICE.
006300
006400 input-output section.
006500 file-control.
006600     select Operator-File assign to "Operadores.dat"
006700         organization is indexed
006800         access mode is dynamic
006900         record key is Operator-Id of Operator-Record
007000         file status is WS-Operator-File-Status.
007100
007200     select Branch-File assign to "Sucursales.dat"
007300         organization is indexed
007400         access mode is dynamic
007500         record key is Branch-Code
007600         file status is WS-Branch-File-Status.
007700
007800     select Rejects-File assign to "CUSTREJ"
007900         organization is line sequential
008000         file status is WS-Rejects-File-Status.
008100
008200     select Rejects-Work-File assign to "CUSTREJW"
008300         organization is line sequential
008400         file status is WS-Work-File-Status.
008500
008600     select Checkpoint-File assign to "BRCLCKPT"
008700         organization is line sequential
008800         file status is WS-Checkpoint-File-Status.
008900
009000     select Closure-Report-File assign to "CUSTBRCL"
009100         organization is line sequential.
009200
009300 data division.
009400 file section.
009500 fd  Operator-File.
009600     copy OperatorRecord.
009700
009800 fd  Branch-File.
009900     copy BranchRecord.
010000
010100 fd  Rejects-File.
010200 01  Reject-Record.
010300     05  REJ-Transaction         pic x(289).
010400     05  filler                  pic x(02).
010500     05  REJ-Reason              pic x(30).
010600     05  REJ-Cycle-Count         pic 9(02).
010700
010800 fd  Rejects-Work-File.
010900 01  Rejects-Work-Record         pic x(323).
011000
011100 fd  Checkpoint-File.
011200 01  Checkpoint-Record.
011300     05  CK-Closing-Branch       pic x(04).
011400     05  CK-Receiving-Branch     pic x(04).
011500     05  CK-Phase                pic x(01).
011600         88  CK-Moving-Customers     value "M".
011700         88  CK-Rejects-Staged       value "R".
011800         88  CK-Closure-Complete     value "D".
011900     05  CK-Rejects-Rerouted     pic 9(04).
012000     05  CK-Operator-Id          pic x(08).
012100
012200 fd  Closure-Report-File.
012300 01  Closure-Report-Record       pic x(134).
012400
012500 working-storage section.
012600 01  WS-Customer-File-Name       pic x(20) value "Clientes.dat".
012700 01  WS-Operator-Id              pic x(08) value spaces.
012800 01  WS-Closing-Branch           pic x(04) value spaces.
012900 01  WS-Receiving-Branch         pic x(04) value spaces.
013000 01  WS-Confirm-Answer           pic x(01) value spaces.
013100 01  WS-Operator-File-Status     pic x(02) value spaces.
013200 01  WS-Branch-File-Status       pic x(02) value spaces.
013300 01  WS-Rejects-File-Status      pic x(02) value spaces.
013400 01  WS-Work-File-Status         pic x(02) value spaces.
013500 01  WS-Checkpoint-File-Status   pic x(02) value spaces.
013600 01  WS-Operation-Result         pic x(02) value spaces.
013700 01  WS-Abandon-Flag             pic x(01) value "N".
013800     88  Run-Abandoned               value "Y".
013900 01  WS-Copy-Back-Flag           pic x(01) value "N".
014000     88  Copy-Back-Only              value "Y".
014100 01  WS-Staged-Flag              pic x(01) value "N".
014200     88  Rejects-Are-Staged          value "Y" false "N".
014300 01  WS-Eof-Flag                 pic x(01) value "N".
014400     88  End-Of-File                 value "Y".
014500 01  WS-Customer-Id              pic 9(08) value zero.
014600 01  WS-Customers-Moved          pic 9(05) value zero.
014700 01  WS-Skipped-On-Hold          pic 9(05) value zero.
014800 01  WS-Skipped-Stale            pic 9(05) value zero.
014900 01  WS-Skipped-Other            pic 9(05) value zero.
015000 01  WS-Rejects-Read             pic 9(05) value zero.
015100 01  WS-Rejects-Rerouted         pic 9(04) value zero.
015200 01  WS-Since-Sync               pic 9(02) value zero.
015300 01  WS-Sync-Interval            pic 9(02) value 25.
015400
015500 01  WS-Move-Count               pic 9(04) value zero.
015600 01  WS-Moves-Dropped            pic 9(05) value zero.
015700 01  WS-Move-Index               pic 9(04) value zero.
015800 01  WS-Move-Table.
015900     05  WS-Move-Entry occurs 5000 times.
016000         10  MV-Customer-Id      pic 9(08).
016100         10  MV-Last-Updated     pic x(21).
016200
016300 copy CustomerTransaction.
016400
016500 01  WS-Heading-Line-1.
016600     05  filler                  pic x(10) value spaces.
016700     05  filler                  pic x(44)
016800             value "BRANCH CLOSURE - CONTROL REPORT".
016900     05  filler                  pic x(80) value spaces.
017000
017100 01  WS-Heading-Line-2.
017200     05  filler                  pic x(01) value spaces.
017300     05  filler                  pic x(08) value "CUST ID ".
017400     05  filler                  pic x(02) value spaces.
017500     05  filler                  pic x(30) value "NAME".
017600     05  filler                  pic x(02) value spaces.
017700     05  filler                  pic x(14) value "ACTION".
017800     05  filler                  pic x(02) value spaces.
017900     05  filler                  pic x(30) value "REASON".
018000     05  filler                  pic x(45) value spaces.
018100
018200 01  WS-Parameter-Line.
018300     05  filler                  pic x(10) value spaces.
018400     05  PL-Label                pic x(28).
018500     05  PL-Value                pic x(08).
018600     05  filler                  pic x(88) value spaces.
018700
018800 01  WS-Detail-Line.
018900     05  filler                  pic x(01) value spaces.
019000     05  DL-Customer-Id          pic 9(08).
019100     05  filler                  pic x(02) value spaces.
019200     05  DL-Name                 pic x(30).
019300     05  filler                  pic x(02) value spaces.
019400     05  DL-Action               pic x(14).
019500     05  filler                  pic x(02) value spaces.
019600     05  DL-Reason               pic x(30).
019700     05  filler                  pic x(45) value spaces.
019800
019900 01  WS-Note-Line.
020000     05  filler                  pic x(04) value spaces.
020100     05  NL-Note                 pic x(60).
020200     05  filler                  pic x(70) value spaces.
020300
020400 01  WS-Total-Line-1.
020500     05  filler                  pic x(10) value spaces.
020600     05  filler                  pic x(28)
020700             value "CUSTOMERS ON CLOSING BRANCH:".
020800     05  TL1-Count               pic zzzz9.
020900     05  filler                  pic x(91) value spaces.
021000
021100 01  WS-Total-Line-2.
021200     05  filler                  pic x(10) value spaces.
021300     05  filler                  pic x(28)
021400             value "CUSTOMERS MOVED:            ".
021500     05  TL2-Count               pic zzzz9.
021600     05  filler                  pic x(91) value spaces.
021700
021800 01  WS-Total-Line-3.
021900     05  filler                  pic x(10) value spaces.
022000     05  filler                  pic x(28)
022100             value "SKIPPED - ON CREDIT HOLD:   ".
022200     05  TL3-Count               pic zzzz9.
022300     05  filler                  pic x(91) value spaces.
022400
022500 01  WS-Total-Line-4.
022600     05  filler                  pic x(10) value spaces.
022700     05  filler                  pic x(28)
022800             value "SKIPPED - STALE:            ".
022900     05  TL4-Count               pic zzzz9.
023000     05  filler                  pic x(91) value spaces.
023100
023200 01  WS-Total-Line-5.
023300     05  filler                  pic x(10) value spaces.
023400     05  filler                  pic x(28)
023500             value "SKIPPED - OTHER:            ".
023600     05  TL5-Count               pic zzzz9.
023700     05  filler                  pic x(91) value spaces.
023800
023900 01  WS-Total-Line-6.
024000     05  filler                  pic x(10) value spaces.
024100     05  filler                  pic x(28)
024200             value "REJECTS READ:               ".
024300     05  TL6-Count               pic zzzz9.
024400     05  filler                  pic x(91) value spaces.
024500
024600 01  WS-Total-Line-7.
024700     05  filler                  pic x(10) value spaces.
024800     05  filler                  pic x(28)
024900             value "REJECTS RE-ROUTED:          ".
025000     05  TL7-Count               pic zzzz9.
025100     05  filler                  pic x(91) value spaces.
025200
025300 01  WS-Total-Line-8.
025400     05  filler                  pic x(10) value spaces.
025500     05  filler                  pic x(28)
025600             value "NOT SELECTED (TABLE FULL):  ".
025700     05  TL8-Count               pic zzzz9.
025800     05  filler                  pic x(91) value spaces.
025900
026000 01  WS-Blank-Line               pic x(134) value spaces.
026100
026200 copy Customer replacing Customer by Closure-Customer.
026300
026400 procedure division.
026500
026600******************************************************************
026700*    0000-MAINLINE - a refused or unconfirmed run touches        *
026800*    nothing.  A restart found at the reject copy-back goes      *
026900*    straight there; the customers were all dealt with before    *
027000*    the rejects were staged.                                    *
027100******************************************************************
027200 0000-mainline.
027300     perform 1000-initialize thru 1000-initialize-exit
027400     if not Run-Abandoned
027500         perform 1500-check-restart thru 1500-check-restart-exit
027600     end-if
027700     if not Run-Abandoned
027800         if not Copy-Back-Only
027900             perform 2000-move-customers thru
028000                 2000-move-customers-exit
028100             perform 3000-stage-rejects thru
028200                 3000-stage-rejects-exit
028300         end-if
028400         perform 3500-copy-back-rejects thru
028500             3500-copy-back-rejects-exit
028600         move "D" to CK-Phase
028700         perform 3900-write-checkpoint thru
028800             3900-write-checkpoint-exit
028900     end-if
029000     perform 4000-terminate thru 4000-terminate-exit
029100     stop run.
029200
029300******************************************************************
029400*    1000-INITIALIZE - ask who is running the closure and which  *
029500*    branches are involved, check the answers, and sign the      *
029600*    supervisor on to the CUSTOMERS program so every move is     *
029700*    audited under that id.                                      *
029800******************************************************************
029900 1000-initialize.
030000     open output Closure-Report-File
030100     write Closure-Report-Record from WS-Heading-Line-1
030200     write Closure-Report-Record from WS-Blank-Line
030300     display "BRANCH CLOSURE - ENTER SUPERVISOR ID: "
030400         upon CONSOLE-DEVICE
030500     accept WS-Operator-Id from CONSOLE-DEVICE
030600     display "CLOSING BRANCH CODE: " upon CONSOLE-DEVICE
030700     accept WS-Closing-Branch from CONSOLE-DEVICE
030800     display "RECEIVING BRANCH CODE: " upon CONSOLE-DEVICE
030900     accept WS-Receiving-Branch from CONSOLE-DEVICE
031000     move "SUPERVISOR:" to PL-Label
031100     move WS-Operator-Id to PL-Value
031200     write Closure-Report-Record from WS-Parameter-Line
031300     move "CLOSING BRANCH:" to PL-Label
031400     move WS-Closing-Branch to PL-Value
031500     write Closure-Report-Record from WS-Parameter-Line
031600     move "RECEIVING BRANCH:" to PL-Label
031700     move WS-Receiving-Branch to PL-Value
031800     write Closure-Report-Record from WS-Parameter-Line
031900     write Closure-Report-Record from WS-Blank-Line
032000     perform 1100-check-supervisor thru 1100-check-supervisor-exit
032100     if Run-Abandoned
032200         go to 1000-initialize-exit
032300     end-if
032400     perform 1200-check-branches thru 1200-check-branches-exit
032500     if Run-Abandoned
032600         go to 1000-initialize-exit
032700     end-if
032800     display "MOVE ALL CUSTOMERS OF BRANCH " WS-Closing-Branch
032900         " TO " WS-Receiving-Branch " (Y/N): "
033000         upon CONSOLE-DEVICE
033100     accept WS-Confirm-Answer from CONSOLE-DEVICE
033200     if WS-Confirm-Answer not = "Y" and not = "y"
033300         move "CLOSURE NOT CONFIRMED - NOTHING MOVED" to NL-Note
033400         perform 1900-abandon-run thru 1900-abandon-run-exit
033500         go to 1000-initialize-exit
033600     end-if
033700     call "Customers"
033800     call "SetCustomerFileName" using WS-Customer-File-Name
033900     call "SetOperatorId" using WS-Operator-Id
034000     call "GetLastOperationResult" using WS-Operation-Result
034100     if WS-Operation-Result = "NA"
034200         move "SUPERVISOR ID REFUSED BY CUSTOMERS - NOTHING MOVED"
034300             to NL-Note
034400         perform 1900-abandon-run thru 1900-abandon-run-exit
034500     end-if.
034600
034700 1000-initialize-exit.
034800     exit.
034900
035000******************************************************************
035100*    1100-CHECK-SUPERVISOR - the id must be an active supervisor *
035200*    on Operadores.dat.  No operator file on disk at all is the  *
035300*    old trust model the CUSTOMERS program still honours, and    *
035400*    the run goes ahead on the id as keyed.                      *
035500******************************************************************
035600 1100-check-supervisor.
035700     open input Operator-File
035800     if WS-Operator-File-Status not = "00"
035900         go to 1100-check-supervisor-exit
036000     end-if
036100     move WS-Operator-Id to Operator-Id of Operator-Record
036200     read Operator-File
036300         invalid key
036400             move spaces to Operator-Record
036500     end-read
036600     close Operator-File
036700     if not Operator-Is-Active
036800             or not Supervisor-Operator
036900         move "SUPERVISOR AUTHORITY REQUIRED - NOTHING MOVED"
037000             to NL-Note
037100         perform 1900-abandon-run thru 1900-abandon-run-exit
037200     end-if.
037300
037400 1100-check-supervisor-exit.
037500     exit.
037600
037700******************************************************************
037800*    1200-CHECK-BRANCHES - both codes keyed, not the same, and   *
037900*    the receiving branch on Sucursales.dat (the CUSTOMERS field *
038000*    rules would bounce every move otherwise).  A closing branch *
038100*    still on the branch file is only a reminder to take it off. *
038200******************************************************************
038300 1200-check-branches.
038400     if WS-Closing-Branch = spaces
038500             or WS-Receiving-Branch = spaces
038600         move "BOTH BRANCH CODES ARE NEEDED - NOTHING MOVED"
038700             to NL-Note
038800         perform 1900-abandon-run thru 1900-abandon-run-exit
038900         go to 1200-check-branches-exit
039000     end-if
039100     if WS-Closing-Branch = WS-Receiving-Branch
039200         move "CLOSING AND RECEIVING BRANCH ARE THE SAME"
039300             to NL-Note
039400         perform 1900-abandon-run thru 1900-abandon-run-exit
039500         go to 1200-check-branches-exit
039600     end-if
039700     open input Branch-File
039800     if WS-Branch-File-Status not = "00"
039900         go to 1200-check-branches-exit
040000     end-if
040100     move WS-Receiving-Branch to Branch-Code
040200     read Branch-File
040300         invalid key
040400             move "RECEIVING BRANCH NOT ON BRANCH FILE" to NL-Note
040500             perform 1900-abandon-run thru 1900-abandon-run-exit
040600     end-read
040700     if not Run-Abandoned
040800         move WS-Closing-Branch to Branch-Code
040900         read Branch-File
041000             not invalid key
041100                 move "CLOSING BRANCH STILL ON BRANCH FILE"
041200                     to NL-Note
041300                 move "- REMOVE IT AFTER RUN" to NL-Note(37:)
041400                 write Closure-Report-Record from WS-Note-Line
041500         end-read
041600     end-if
041700     close Branch-File.
041800
041900 1200-check-branches-exit.
042000     exit.
042100
042200 1900-abandon-run.
042300     move "Y" to WS-Abandon-Flag
042400     display NL-Note upon CONSOLE-DEVICE
042500     write Closure-Report-Record from WS-Note-Line.
042600
042700 1900-abandon-run-exit.
042800     exit.
042900
043000******************************************************************
043100*    1500-CHECK-RESTART - BRCLCKPT says how far the last closure *
043200*    got.  An unfinished run of the same closure is picked up    *
043300*    (at the copy-back when its rejects were already staged);    *
043400*    an unfinished run of a different closure has to be          *
043500*    finished first.  Otherwise a fresh checkpoint is written.   *
043600******************************************************************
043700 1500-check-restart.
043800     open input Checkpoint-File
043900     if WS-Checkpoint-File-Status = "00"
044000         read Checkpoint-File
044100             at end
044200                 move "D" to CK-Phase
044300         end-read
044400         close Checkpoint-File
044500     else
044600         move "D" to CK-Phase
044700     end-if
044800     if not CK-Closure-Complete
044900         if CK-Closing-Branch not = WS-Closing-Branch
045000                 or CK-Receiving-Branch not = WS-Receiving-Branch
045100             move "UNFINISHED CLOSURE      TO      - RERUN IT"
045200                 to NL-Note
045300             move "FIRST" to NL-Note(44:5)
045400             move CK-Closing-Branch to NL-Note(20:4)
045500             move CK-Receiving-Branch to NL-Note(28:4)
045600             perform 1900-abandon-run thru 1900-abandon-run-exit
045700             go to 1500-check-restart-exit
045800         end-if
045900         move "RESTARTING AN UNFINISHED RUN OF THIS CLOSURE"
046000             to NL-Note
046100         write Closure-Report-Record from WS-Note-Line
046200         if CK-Rejects-Staged
046300             move "Y" to WS-Copy-Back-Flag
046400             set Rejects-Are-Staged to true
046500             move CK-Rejects-Rerouted to WS-Rejects-Rerouted
046600             go to 1500-check-restart-exit
046700         end-if
046800     end-if
046900     move WS-Closing-Branch to CK-Closing-Branch
047000     move WS-Receiving-Branch to CK-Receiving-Branch
047100     move "M" to CK-Phase
047200     move zero to CK-Rejects-Rerouted
047300     move WS-Operator-Id to CK-Operator-Id
047400     perform 3900-write-checkpoint thru
047500         3900-write-checkpoint-exit.
047600
047700 1500-check-restart-exit.
047800     exit.
047900
048000******************************************************************
048100*    2000-MOVE-CUSTOMERS - collect the closing branch's customers*
048200*    during the browse, then move them one at a time inside a    *
048300*    maintenance session synced every twenty-five customers.     *
048400*    A table overflow is reported; the rerun moves the rest.     *
048500******************************************************************
048600 2000-move-customers.
048700     write Closure-Report-Record from WS-Heading-Line-2
048800     call "BrowseFirstCustomer" using Closure-Customer,
048900         WS-Customer-Id
049000     perform 2100-consider-one-customer thru
049100         2100-consider-one-customer-exit
049200         until WS-Customer-Id = zero
049300     if WS-Moves-Dropped not = zero
049400         move "CUSTOMER TABLE FULL - RERUN TO MOVE THE REST"
049500             to NL-Note
049600         write Closure-Report-Record from WS-Note-Line
049700     end-if
049800     if WS-Move-Count = zero
049900         move "NO CUSTOMERS LEFT ON THE CLOSING BRANCH" to NL-Note
050000         write Closure-Report-Record from WS-Note-Line
050100         go to 2000-move-customers-exit
050200     end-if
050300     call "BeginMaintenanceSession"
050400     perform 2200-move-one-customer thru
050500         2200-move-one-customer-exit
050600         varying WS-Move-Index from 1 by 1
050700         until WS-Move-Index > WS-Move-Count
050800     call "EndMaintenanceSession".
050900
051000 2000-move-customers-exit.
051100     exit.
051200
051300 2100-consider-one-customer.
051400     if BranchCode of Closure-Customer = WS-Closing-Branch
051500         if WS-Move-Count < 5000
051600             add 1 to WS-Move-Count
051700             move WS-Customer-Id to MV-Customer-Id(WS-Move-Count)
051800             move LastUpdated of Closure-Customer
051900                 to MV-Last-Updated(WS-Move-Count)
052000         else
052100             add 1 to WS-Moves-Dropped
052200         end-if
052300     end-if
052400     call "BrowseNextCustomer" using Closure-Customer,
052500         WS-Customer-Id.
052600
052700 2100-consider-one-customer-exit.
052800     exit.
052900
053000******************************************************************
053100*    2200-MOVE-ONE-CUSTOMER - re-reads the customer and moves it *
053200*    with the LastUpdated stamp collected at selection, so a     *
053300*    record changed since then comes back SU and is skipped      *
053400*    rather than overwritten.  A blank AccountStatus leaves the  *
053500*    status alone, which is also what keeps a held customer      *
053600*    where it is (HD).                                           *
053700******************************************************************
053800 2200-move-one-customer.
053900     move MV-Customer-Id(WS-Move-Index) to DL-Customer-Id
054000     call "GetCustomerById" using Closure-Customer,
054100         MV-Customer-Id(WS-Move-Index)
054200     move Name of Closure-Customer to DL-Name
054300     if Name of Closure-Customer = spaces
054400         add 1 to WS-Skipped-Other
054500         move "SKIPPED" to DL-Action
054600         move "NO LONGER ON FILE" to DL-Reason
054700         go to 2200-write-detail
054800     end-if
054900     move MV-Last-Updated(WS-Move-Index)
055000         to LastUpdated of Closure-Customer
055100     move spaces to AccountStatus of Closure-Customer
055200     move WS-Receiving-Branch to BranchCode of Closure-Customer
055300     call "UpdateCustomerById" using Closure-Customer,
055400         MV-Customer-Id(WS-Move-Index)
055500     call "GetLastOperationResult" using WS-Operation-Result
055600     evaluate WS-Operation-Result
055700         when "00"
055800             add 1 to WS-Customers-Moved
055900             move "MOVED" to DL-Action
056000             move spaces to DL-Reason
056100         when "HD"
056200             add 1 to WS-Skipped-On-Hold
056300             move "SKIPPED" to DL-Action
056400             move "ON CREDIT HOLD" to DL-Reason
056500         when "SU"
056600             add 1 to WS-Skipped-Stale
056700             move "SKIPPED" to DL-Action
056800             move "CHANGED SINCE SELECTED - STALE" to DL-Reason
056900         when "RV"
057000             add 1 to WS-Skipped-Other
057100             move "SKIPPED" to DL-Action
057200             move "FAILS FIELD RULES" to DL-Reason
057300         when other
057400             add 1 to WS-Skipped-Other
057500             move "SKIPPED" to DL-Action
057600             move "RESULT CODE" to DL-Reason
057700             move WS-Operation-Result to DL-Reason(13:2)
057800     end-evaluate
057900     add 1 to WS-Since-Sync
058000     if WS-Since-Sync >= WS-Sync-Interval
058100         call "SyncMaintenanceSession"
058200         move zero to WS-Since-Sync
058300     end-if.
058400
058500 2200-write-detail.
058600     write Closure-Report-Record from WS-Detail-Line.
058700
058800 2200-move-one-customer-exit.
058900     exit.
059000
059100******************************************************************
059200*    3000-STAGE-REJECTS - copies CUSTREJ to the CUSTREJW work    *
059300*    file, re-routing the closing branch's rejects on the way,   *
059400*    and records in the checkpoint that the work file is         *
059500*    complete.  CUSTREJ itself is not touched until 3500.        *
059600******************************************************************
059700 3000-stage-rejects.
059800     write Closure-Report-Record from WS-Blank-Line
059900     open input Rejects-File
060000     if WS-Rejects-File-Status not = "00"
060100         move "NO OUTSTANDING REJECTS FILE - NOTHING TO RE-ROUTE"
060200             to NL-Note
060300         write Closure-Report-Record from WS-Note-Line
060400         go to 3000-stage-rejects-exit
060500     end-if
060600     open output Rejects-Work-File
060700     move "N" to WS-Eof-Flag
060800     perform 3100-stage-one-reject thru 3100-stage-one-reject-exit
060900         until End-Of-File
061000     close Rejects-File
061100     close Rejects-Work-File
061200     set Rejects-Are-Staged to true
061300     move "R" to CK-Phase
061400     move WS-Rejects-Rerouted to CK-Rejects-Rerouted
061500     perform 3900-write-checkpoint thru
061600         3900-write-checkpoint-exit.
061700
061800 3000-stage-rejects-exit.
061900     exit.
062000
062100 3100-stage-one-reject.
062200     read Rejects-File
062300         at end
062400             set End-Of-File to true
062500             go to 3100-stage-one-reject-exit
062600     end-read
062700     add 1 to WS-Rejects-Read
062800     move REJ-Transaction to Customer-Transaction-Record
062900     if BranchCode of Customer-Transaction-Record =
063000             WS-Closing-Branch
063100         move WS-Receiving-Branch
063200             to BranchCode of Customer-Transaction-Record
063300         move Customer-Transaction-Record to REJ-Transaction
063400         add 1 to WS-Rejects-Rerouted
063500         if CustomerId of Customer-Transaction-Record numeric
063600             move CustomerId of Customer-Transaction-Record
063700                 to DL-Customer-Id
063800         else
063900             move zero to DL-Customer-Id
064000         end-if
064100         move Name of Customer-Transaction-Record to DL-Name
064200         move "REJECT MOVED" to DL-Action
064300         move REJ-Reason to DL-Reason
064400         write Closure-Report-Record from WS-Detail-Line
064500     end-if
064600     write Rejects-Work-Record from Reject-Record.
064700
064800 3100-stage-one-reject-exit.
064900     exit.
065000
065100******************************************************************
065200*    3500-COPY-BACK-REJECTS - the staged work file replaces      *
065300*    CUSTREJ and is then emptied.  Safe to repeat: the work file *
065400*    stays complete until the copy has finished, and the         *
065410*    checkpoint is marked done before it is emptied, so a rerun  *
065420*    never copies an empty work file back over CUSTREJ.          *
065500******************************************************************
065600 3500-copy-back-rejects.
065700     if not Rejects-Are-Staged
065800         go to 3500-copy-back-rejects-exit
065900     end-if
066000     open input Rejects-Work-File
066100     if WS-Work-File-Status not = "00"
066200         move "REJECTS WORK FILE MISSING - CUSTREJ NOT REPLACED"
066300             to NL-Note
066400         write Closure-Report-Record from WS-Note-Line
066500         go to 3500-copy-back-rejects-exit
066600     end-if
066700     open output Rejects-File
066800     move "N" to WS-Eof-Flag
066900     perform 3600-copy-one-reject thru 3600-copy-one-reject-exit
067000         until End-Of-File
067100     close Rejects-Work-File
067200     close Rejects-File
067210     move "D" to CK-Phase
067220     perform 3900-write-checkpoint thru
067230         3900-write-checkpoint-exit
067300     open output Rejects-Work-File
067400     close Rejects-Work-File.
067500
067600 3500-copy-back-rejects-exit.
067700     exit.
067800
067900 3600-copy-one-reject.
068000     read Rejects-Work-File
068100         at end
068200             set End-Of-File to true
068300         not at end
068400             write Reject-Record from Rejects-Work-Record
068500     end-read.
068600
068700 3600-copy-one-reject-exit.
068800     exit.
068900
069000 3900-write-checkpoint.
069100     open output Checkpoint-File
069200     write Checkpoint-Record
069300     close Checkpoint-File.
069400
069500 3900-write-checkpoint-exit.
069600     exit.
069700
069800******************************************************************
069900*    4000-TERMINATE - control totals and close up.  Customers on *
070000*    the closing branch should equal moved plus skipped.         *
070100******************************************************************
070200 4000-terminate.
070300     move WS-Move-Count to TL1-Count
070400     move WS-Customers-Moved to TL2-Count
070500     move WS-Skipped-On-Hold to TL3-Count
070600     move WS-Skipped-Stale to TL4-Count
070700     move WS-Skipped-Other to TL5-Count
070800     move WS-Rejects-Read to TL6-Count
070900     move WS-Rejects-Rerouted to TL7-Count
071000     move WS-Moves-Dropped to TL8-Count
071100     write Closure-Report-Record from WS-Blank-Line
071200     write Closure-Report-Record from WS-Total-Line-1
071300     write Closure-Report-Record from WS-Total-Line-2
071400     write Closure-Report-Record from WS-Total-Line-3
071500     write Closure-Report-Record from WS-Total-Line-4
071600     write Closure-Report-Record from WS-Total-Line-5
071700     write Closure-Report-Record from WS-Total-Line-6
071800     write Closure-Report-Record from WS-Total-Line-7
071900     write Closure-Report-Record from WS-Total-Line-8
072000     close Closure-Report-File.
072100
072200 4000-terminate-exit.
072300     exit.
072400
072500 end program CustomerBranchClosure.
