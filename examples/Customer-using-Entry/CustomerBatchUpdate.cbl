011200*                     profile file) rejects with its own         *
011300*                     OPERATOR NOT AUTHORIZED reason instead of  *
011400*                     masquerading as an unknown customer id.    *
011405*    15/10/26   MLH   CUSTTRAN now opens with a HDR control      *
011410*                     record and closes with a TRL one.  The     *
011415*                     whole file is checked before anything is   *
011420*                     applied - business date, file sequence     *
011425*                     one up on the last file accepted, trailer  *
011430*                     count and id hash total - and a file that  *
011435*                     fails is refused outright: nothing is      *
011440*                     applied, the reason goes to the console    *
011445*                     and the step ends with return code 8 so    *
011450*                     the night cycle stops.  The file sequence  *
011455*                     is only accepted on a clean finish.        *
011460*    15/10/26   MLH   The run tells CUSTOMERS it is a batch run, *
011465*                     so keyed deletions go straight through; an *
011470*                     update raising a CreditLimit past the      *
011475*                     approval limit is parked for a second      *
011480*                     supervisor (PA), counted apart from the    *
011485*                     rejects and reported on the console.       *
011500******************************************************************
011600 identification division.
011700 program-id. CustomerBatchUpdate.
012100 date-compiled. 09/08/26.
012200
012300 environment division.
012310 configuration section.
012320 special-names.
012330     console is CONSOLE-DEVICE.
012340
012400 input-output section.
012500 file-control.
012600     select Transaction-File assign to "CUSTTRAN"
014300 file section.
014400 fd  Transaction-File.
014500     copy CustomerTransaction.
014550     copy InterfaceControl.
014600
014700 fd  Checkpoint-File.
014800 01  Checkpoint-Record           pic x(4).
017600 01  WS-Transactions-Applied     pic 9(04) value zero.
017700 01  WS-Transactions-Skipped     pic 9(04) value zero.
017800 01  WS-Transactions-Rejected    pic 9(04) value zero.
017810 01  WS-Transactions-Parked      pic 9(04) value zero.
017820 01  WS-Run-Mode                 pic x(01) value "B".
017900 01  WS-Returned-Customer-Id     pic 9(08) value zero.
018000 01  WS-Operation-Result         pic x(02) value spaces.
018005 01  WS-Interface-Id             pic x(08) value "CUSTTRAN".
018010 01  WS-Check-Reason             pic x(40) value spaces.
018015 01  WS-Refused-Flag             pic x(01) value "N".
018020     88  Transaction-File-Refused    value "Y" false "N".
018025 01  WS-Header-Flag              pic x(01) value "N".
018030     88  Header-Seen                 value "Y" false "N".
018035 01  WS-Trailer-Flag             pic x(01) value "N".
018040     88  Trailer-Seen                value "Y" false "N".
018045 01  WS-Control-Count            pic 9(08) value zero.
018050 01  WS-Control-Hash             pic 9(15) value zero.
018055 01  WS-Control-Amount           pic 9(13)v99 value zero.
018100 01  WS-Eof-Flag                 pic x(01) value "N".
018200     88  End-Of-File                 value "Y".
018300
019700*    Found is only true once 1000-INITIALIZE has opened CUSTTRAN *
019800*    successfully, so 2000-APPLY-TRANSACTIONS is skipped rather  *
019900*    than run against a file that was never opened.              *
019910*    A CUSTTRAN that fails its control checks ends the step      *
019920*    there and then: the recycle stream, the checkpoint and the  *
019930*    file sequence are all left as they stand, so a rerun with   *
019940*    a corrected file starts exactly where this one would have.  *
020000******************************************************************
020100 0000-mainline.
020200     perform 1000-initialize thru 1000-initialize-exit
020210     if Transaction-File-Opened
020220         perform 1500-verify-transaction-file thru
020230             1500-verify-transaction-file-exit
020240     end-if
020250     if Transaction-File-Refused
020260         perform 3500-refuse-transaction-file thru
020270             3500-refuse-transaction-file-exit
020280         goback
020290     end-if
020300     if Transaction-File-Opened
020400         perform 2000-apply-transactions thru
020500             2000-apply-transactions-exit
022100     call "Customers"
022200     call "SetCustomerFileName" using WS-Customer-File-Name
022300     call "SetOperatorId" using WS-Operator-Id
022350     call "SetRunMode" using WS-Run-Mode
022400     call "BeginMaintenanceSession"
022500     perform 1100-read-checkpoint thru 1100-read-checkpoint-exit
022600     perform 1400-reset-rejects-file thru
028100
028200 1400-reset-rejects-file-exit.
028300     exit.
028301
028302******************************************************************
028303*    1500-VERIFY-TRANSACTION-FILE - a full pass over CUSTTRAN    *
028304*    before any of it is applied.  The first record must be a    *
028305*    header INTERFACECONTROL accepts for CUSTTRAN, the last a    *
028306*    trailer whose record count and id hash total agree with     *
028307*    the data records in between, and nothing may follow the     *
028308*    trailer.  The first failure refuses the file; otherwise it  *
028309*    is closed and reopened so 2000-APPLY-TRANSACTIONS reads it  *
028310*    from the top.                                               *
028311******************************************************************
028312 1500-verify-transaction-file.
028313     set Header-Seen to false
028314     set Trailer-Seen to false
028315     move zero to WS-Control-Count
028316     move zero to WS-Control-Hash
028317     move zero to WS-Control-Amount
028318     move spaces to WS-Check-Reason
028319     perform 1510-verify-one-record thru
028320         1510-verify-one-record-exit
028321         until End-Of-File
028322         or WS-Check-Reason not = spaces
028323     if WS-Check-Reason = spaces
028324         and not Trailer-Seen
028325         if Header-Seen
028326             move "TRAILER RECORD MISSING" to WS-Check-Reason
028327         else
028328             move "HEADER RECORD MISSING" to WS-Check-Reason
028329         end-if
028330     end-if
028331     close Transaction-File
028332     move "N" to WS-Eof-Flag
028333     if WS-Check-Reason not = spaces
028334         set Transaction-File-Refused to true
028335         move "N" to WS-Tran-Open-Flag
028336         go to 1500-verify-transaction-file-exit
028337     end-if
028338     open input Transaction-File.
028339
028340 1500-verify-transaction-file-exit.
028341     exit.
028342
028343 1510-verify-one-record.
028344     read Transaction-File
028345         at end
028346             set End-Of-File to true
028347             go to 1510-verify-one-record-exit
028348     end-read
028349     if Trailer-Seen
028350         move "RECORDS FOLLOW THE TRAILER" to WS-Check-Reason
028351         go to 1510-verify-one-record-exit
028352     end-if
028353     if not Header-Seen
028354         call "CheckInterfaceHeader" using
028355             Interface-Control-Record, WS-Interface-Id,
028356             WS-Check-Reason
028357         set Header-Seen to true
028358         go to 1510-verify-one-record-exit
028359     end-if
028360     if IC-Trailer-Record
028361         call "CheckInterfaceTrailer" using
028362             Interface-Control-Record, WS-Interface-Id,
028363             WS-Control-Count, WS-Control-Hash,
028364             WS-Control-Amount, WS-Check-Reason
028365         set Trailer-Seen to true
028366         go to 1510-verify-one-record-exit
028367     end-if
028368     if IC-Header-Record
028369         move "SECOND HEADER RECORD IN FILE" to WS-Check-Reason
028370         go to 1510-verify-one-record-exit
028371     end-if
028372     add 1 to WS-Control-Count
028373     if CustomerId of Customer-Transaction-Record numeric
028374         add CustomerId of Customer-Transaction-Record to
028375             WS-Control-Hash
028376     end-if.
028377
028378 1510-verify-one-record-exit.
028379     exit.
028400
028500******************************************************************
028600*    2000-APPLY-TRANSACTIONS - reads every transaction in turn;  *
028700*    one already consumed on a previous, aborted run (its        *
028800*    position in the file is at or below the checkpoint count)   *
028900*    is skipped rather than reapplied.  The header and trailer   *
028950*    were dealt with by 1500 and are not counted as consumed.    *
029000******************************************************************
029100 2000-apply-transactions.
029200     perform 2100-apply-one-transaction thru
030000     read Transaction-File
030100         at end
030200             set End-Of-File to true
030300             go to 2100-apply-one-transaction-exit
030400     end-read
030500     if IC-Control-Record
030600         go to 2100-apply-one-transaction-exit
030700     end-if
030800     add 1 to WS-Transactions-Read
030900     if WS-Transactions-Read > WS-Last-Checkpoint-Count
031000         perform 2300-route-one-transaction thru
031100             2300-route-one-transaction-exit
031200         perform 2200-write-checkpoint thru
031210             2200-write-checkpoint-exit
031220     else
031230         add 1 to WS-Transactions-Skipped
031240     end-if.
031400
031500 2100-apply-one-transaction-exit.
031600     exit.
038100*    Result: NF is an id unknown or soft-deleted, HD an update   *
038200*    blocked by a credit hold.  Either way the record goes to    *
038300*    the rejects file with that reason.                          *
038310*    PA is a credit limit increase parked for a second           *
038320*    supervisor's approval - not a reject: the change is waiting *
038330*    on ClienteAprob.dat, and is counted for the console.        *
038400******************************************************************
038500 2320-apply-update-transaction.
038600     perform 2350-move-transaction-fields thru
039100     evaluate WS-Operation-Result
039200         when "00"
039300             add 1 to WS-Transactions-Applied
039310         when "PA"
039320             add 1 to WS-Transactions-Parked
039400         when "HD"
039500             move "CUSTOMER ON CREDIT HOLD" to RJ-Reason
039600             perform 2900-reject-transaction thru
061920*    reason: left in place, a standalone run before the next     *
061930*    CUSTOMERREJECTRECYCLE would apply last night's recycled     *
061940*    records all over again.                                     *
061950*    Tonight's CUSTTRAN is accepted on IFCSEQ only here, so an   *
061960*    aborted run's rerun still finds the same file sequence      *
061970*    expected.                                                   *
062000******************************************************************
062100 3000-terminate.
062200     if Transaction-File-Opened
062300         close Transaction-File
062350         call "AcceptInterfaceFile" using WS-Interface-Id
062400     end-if
062500     call "EndMaintenanceSession"
062510     if WS-Transactions-Parked not = zero
062520         display WS-Transactions-Parked
062530             " CREDIT LIMIT CHANGES PARKED FOR APPROVAL"
062540             upon CONSOLE-DEVICE
062550     end-if
062600     perform 2250-record-checkpoint thru
062700         2250-record-checkpoint-exit
062800     perform 3100-reset-checkpoint thru
064394 3200-reset-recycle-stream-exit.
064395     exit.
064400
064405******************************************************************
064410*    3500-REFUSE-TRANSACTION-FILE - CUSTTRAN failed its control  *
064415*    checks.  Nothing has been applied; the maintenance session  *
064420*    is closed, the reason goes to the console for operations    *
064425*    to take up with the branches, and return code 8 stops the   *
064430*    night cycle before anything downstream runs on a night      *
064435*    without its transactions.                                   *
064440******************************************************************
064445 3500-refuse-transaction-file.
064450     call "EndMaintenanceSession"
064455     display "CUSTTRAN REFUSED - " WS-Check-Reason
064460         upon CONSOLE-DEVICE
064465     display "NOTHING APPLIED - CORRECT CUSTTRAN AND RERUN"
064470         upon CONSOLE-DEVICE
064475     move 8 to return-code.
064480
064485 3500-refuse-transaction-file-exit.
064490     exit.
064495
064500 end program CustomerBatchUpdate.
