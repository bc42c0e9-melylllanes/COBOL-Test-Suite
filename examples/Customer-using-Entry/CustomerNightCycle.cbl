001200*    agreed order -                                              *
001300*      1 CustomerFileCheck     2 CustomerRejectRecycle           *
001400*      3 CustomerBatchUpdate   4 CustomerCreditHold              *
001500*      5 CustomerReminderLetters                                 *
001510*      6 CustomerEmailBounce   7 CustomerExtract                 *
001520*      8 CustomerReconcile                                       *
001600*      9 CustomerAuditArchive and 10 CustomerRetentionPurge      *
001610*      (month-end), then 11 CustomerApprovalList, the daily      *
001620*      pending-approvals listing, and                            *
001630*      12 CustomerDormantReview (month-end), the dormant-        *
001640*      account review worklist                                   *
001700*    - records each step's start, end, return code and the       *
001800*    active-customer count on file at step end to the CYCLECTL   *
001900*    run-control file, refuses to start any step once an         *
003200*    closed one at a time, the way the checkpoint and audit      *
003300*    files are handled, so an abort cannot lose the record of    *
003400*    a finished step.                                            *
003405*                                                                *
003410*    Before the extract runs, the night's volumes are checked    *
003415*    against limits on the CYCLPARM card: the active-customer    *
003420*    count against the last count recorded on CYCLECTL for the   *
003425*    previous night, the deletes and status changes on CUSTTRAN, *
003430*    and the number of records on CUSTREJ.  A night outside any  *
003435*    limit is held for review, a state distinct from a failed    *
003440*    step: return code 4 rather than 8, the breach shown on      *
003445*    NIGHTSUM and an H record on CYCLECTL.  A held night stays   *
003450*    held on every rerun until an active supervisor on           *
003455*    Operadores.dat puts a release card for that night on        *
003460*    CYCLRLSE and reruns it; the release goes on CYCLECTL (an R  *
003465*    record carrying the supervisor's id) and on NIGHTSUM, and   *
003470*    the night carries on from the extract.                      *
003500*                                                                *
003600*    MODIFICATION HISTORY                                        *
003700*    --------------------                                        *
004020*                     2, between the file check and the batch    *
004030*                     update, so outstanding rejects reach the   *
004040*                     recycle stream before the batch runs.      *
004050*    15/10/26   MLH   CustomerReminderLetters slotted in as step *
004060*                     5, straight after the credit-hold pass, so *
004070*                     tonight's letters see tonight's holds; the *
004080*                     later steps move up one.                   *
004082*    15/10/26   MLH   CustomerEmailBounce slotted in as step 6,  *
004084*                     before the extract, so an address made     *
004086*                     unusable tonight is already left off       *
004088*                     tonight's CUSTEXTR; the later steps move   *
004090*                     up one and the step table grows to ten.    *
004091*    15/10/26   MLH   Volume checks before the extract: a night  *
004092*                     outside the CYCLPARM limits is held for    *
004093*                     review until a supervisor releases it      *
004094*                     through CYCLRLSE.  CYCLECTL records carry  *
004095*                     the releasing operator id.                 *
004100*    15/10/26   MLH   CustomerApprovalList added as step 11,     *
004110*                     last in the night, so the listing the      *
004120*                     supervisors pick up in the morning         *
004130*                     includes the changes tonight's batch       *
004140*                     update parked; the step table grows to     *
004145*                     eleven.                                    *
004146*    15/10/26   MLH   CustomerDormantReview added as step 12,    *
004147*                     a month-end step, last so its worklist     *
004148*                     sees the night's audit trail, contacts     *
004149*                     and aged feed; the step table grows to     *
004150*                     twelve.                                    *
004160******************************************************************
004200 identification division.
004300 program-id. CustomerNightCycle.
004400 author. M. Llanes, Data Management Group.
005500
005600     select Summary-Report-File assign to "NIGHTSUM"
005700         organization is line sequential.
005702
005704     select Parameter-File assign to "CYCLPARM"
005706         organization is line sequential
005708         file status is WS-Parameter-File-Status.
005710
005712     select Release-File assign to "CYCLRLSE"
005714         organization is line sequential
005716         file status is WS-Release-File-Status.
005718
005720     select Operator-File assign to "Operadores.dat"
005722         organization is indexed
005724         access mode is dynamic
005726         record key is Operator-Id of Operator-Record
005728         file status is WS-Operator-File-Status.
005730
005732     select Transaction-File assign to "CUSTTRAN"
005734         organization is line sequential
005736         file status is WS-Transaction-File-Status.
005738
005740     select Rejects-File assign to "CUSTREJ"
005742         organization is line sequential
005744         file status is WS-Rejects-File-Status.
005800
005900 data division.
006000 file section.
006700     05  RC-End-Time             pic x(06).
006800     05  RC-Return-Code          pic 9(04).
006900     05  RC-Record-Count         pic 9(08).
006950     05  RC-Operator-Id          pic x(08).
007000
007100 fd  Summary-Report-File.
007200 01  Summary-Report-Record       pic x(134).
007202
007204 fd  Parameter-File.
007206 01  Parameter-Record.
007208     05  PR-Max-Count-Change-Pct pic 9(03).
007210     05  PR-Max-Deletes          pic 9(06).
007212     05  PR-Max-Status-Changes   pic 9(06).
007214     05  PR-Max-Rejects          pic 9(06).
007216
007218 fd  Release-File.
007220 01  Release-Record.
007222     05  RL-Release-Option       pic x(07).
007224         88  RL-Release-Requested    value "RELEASE".
007226     05  RL-Run-Date             pic x(08).
007228     05  RL-Operator-Id          pic x(08).
007230
007232 fd  Operator-File.
007234     copy OperatorRecord.
007236
007238 fd  Transaction-File.
007240     copy CustomerTransaction.
007242     copy InterfaceControl.
007244
007246 fd  Rejects-File.
007248 01  Reject-Record               pic x(323).
007300
007400 working-storage section.
007500 01  WS-Customer-File-Name       pic x(20) value "Clientes.dat".
008600 01  WS-Failed-Step              pic 9(02) value zero.
008700 01  WS-Steps-Run                pic 9(02) value zero.
008800 01  WS-Steps-Skipped            pic 9(02) value zero.
008802 01  WS-Parameter-File-Status    pic x(02) value spaces.
008804 01  WS-Release-File-Status      pic x(02) value spaces.
008806 01  WS-Operator-File-Status     pic x(02) value spaces.
008808 01  WS-Transaction-File-Status  pic x(02) value spaces.
008810 01  WS-Rejects-File-Status      pic x(02) value spaces.
008812 01  WS-Held-Flag                pic x(01) value "N".
008814     88  Night-Held                  value "Y" false "N".
008816 01  WS-Held-Earlier-Flag        pic x(01) value "N".
008818     88  Held-Earlier-Tonight        value "Y" false "N".
008820 01  WS-Breach-Flag              pic x(01) value "N".
008822     88  Gate-Breached               value "Y" false "N".
008823 01  WS-Release-Flag             pic x(01) value "N".
008824     88  Night-Released              value "Y" false "N".
008825 01  WS-Released-By              pic x(08) value spaces.
008826 01  WS-Previous-Run-Date        pic x(08) value spaces.
008828 01  WS-Previous-Count           pic 9(08) value zero.
008830 01  WS-Count-Difference         pic 9(08) value zero.
008832 01  WS-Delete-Count             pic 9(08) value zero.
008834 01  WS-Status-Change-Count      pic 9(08) value zero.
008836 01  WS-Reject-Count             pic 9(08) value zero.
008838 01  WS-Gate-Figure              pic 9(08) value zero.
008840 01  WS-Gate-Limit               pic 9(08) value zero.
008842
008844*    the volume checks are made before this step - the extract -
008846*    so a night with figures out of line is held before anything
008848*    reaches billing.  A numeric, nonzero figure on CYCLPARM
008850*    replaces the default limit: the largest change in the active
008852*    count, as a percentage of the previous night's, and the most
008854*    deletes, status changes (restores and updates carrying an
008856*    AccountStatus) and CUSTREJ records a normal night produces.
008858 01  WS-Gate-Step                pic 9(02) value 07.
008860 01  WS-Max-Count-Change-Pct     pic 9(03) value 20.
008862 01  WS-Max-Deletes              pic 9(06) value 100.
008864 01  WS-Max-Status-Changes       pic 9(06) value 250.
008866 01  WS-Max-Rejects              pic 9(06) value 500.
008900
009000*    the month-end steps (CustomerAuditArchive, the
009100*    retention purge and the dormant-account review) belong to
009200*    the first night of the month, which closes off the month
009250*    just ended.
009300 01  WS-Month-End-Day            pic x(02) value "01".
009400
009500*    the agreed order of the night.  A step flagged Y is a
010100         value "03CustomerBatchUpdate     N".
010200     05  filler                  pic x(27)
010300         value "04CustomerCreditHold      N".
010310     05  filler                  pic x(27)
010320         value "05CustomerReminderLetters N".
010330     05  filler                  pic x(27)
010340         value "06CustomerEmailBounce     N".
010400     05  filler                  pic x(27)
010500         value "07CustomerExtract         N".
010600     05  filler                  pic x(27)
010700         value "08CustomerReconcile       N".
010800     05  filler                  pic x(27)
010900         value "09CustomerAuditArchive    Y".
011000     05  filler                  pic x(27)
011100         value "10CustomerRetentionPurge  Y".
011110     05  filler                  pic x(27)
011120         value "11CustomerApprovalList    N".
011130     05  filler                  pic x(27)
011140         value "12CustomerDormantReview   Y".
011200 01  Step-Table redefines Step-Table-Data.
011300     05  Cycle-Step occurs 12 times.
011400         10  Step-Number         pic 9(02).
011500         10  Step-Program        pic x(24).
011600         10  Step-Month-End-Flag pic x(01).
012000*    space = not yet run, S = started but never finished (the
012100*    aborted step), C = complete, F = failed.
012200 01  WS-Step-State-Table.
012300     05  WS-Step-State occurs 12 times
012400                                 pic x(01).
012500
012600 01  WS-Heading-Line-1.
016500     05  filler                  pic x(04) value spaces.
016600     05  NL-Note                 pic x(60).
016700     05  filler                  pic x(70) value spaces.
016702
016704 01  WS-Gate-Heading.
016706     05  filler                  pic x(04) value spaces.
016708     05  filler                  pic x(30)
016710             value "VOLUME CHECK BEFORE EXTRACT".
016712     05  filler                  pic x(02) value spaces.
016714     05  filler                  pic x(08) value " TONIGHT".
016716     05  filler                  pic x(02) value spaces.
016718     05  filler                  pic x(08) value "   LIMIT".
016720     05  filler                  pic x(02) value spaces.
016722     05  filler                  pic x(20) value "RESULT".
016724     05  filler                  pic x(58) value spaces.
016726
016728 01  WS-Gate-Line.
016730     05  filler                  pic x(04) value spaces.
016732     05  GL-Check                pic x(30).
016734     05  filler                  pic x(02) value spaces.
016736     05  GL-Figure               pic zzzzzzz9.
016738     05  filler                  pic x(02) value spaces.
016740     05  GL-Limit                pic zzzzzzz9.
016742     05  filler                  pic x(02) value spaces.
016744     05  GL-Result               pic x(20).
016746     05  filler                  pic x(58) value spaces.
016800
016900 01  WS-Blank-Line               pic x(134) value spaces.
017000
017400*    0000-MAINLINE - the driver's own RETURN-CODE says 8 when    *
017500*    the night stopped on a failed step, so the scheduler (or    *
017600*    the early shift) sees it without opening the summary.       *
017650*    A night held for review at the volume checks says 4.        *
017700******************************************************************
017800 0000-mainline.
017900     perform 1000-initialize thru 1000-initialize-exit
018200     if Night-Stopped
018300         move 8 to return-code
018400     else
018410         if Night-Held
018420             move 4 to return-code
018430         else
018440             move zero to return-code
018450         end-if
018600     end-if
018700     stop run.
018800
019600     move spaces to WS-Step-State-Table
019700     perform 1100-read-control-file thru
019800         1100-read-control-file-exit
019810     perform 1200-read-parameter-card thru
019820         1200-read-parameter-card-exit
019900     open output Summary-Report-File
020000     move WS-Run-Date to HL1-Run-Date
020100     write Summary-Report-Record from WS-Heading-Line-1
021000*    tonight's date wins, so a step that failed and was then     *
021100*    rerun to completion shows complete.  No control file at     *
021200*    all is simply the first night ever.  Records for earlier    *
021210*    dates are history, except that the count from the last      *
021220*    completed step of the latest earlier night is kept for the  *
021230*    volume checks.  Tonight's H and R records say the night was *
021240*    held at the checks and who released it.                     *
021400******************************************************************
021500 1100-read-control-file.
021600     move "N" to WS-Eof-Flag
023300         not at end
023400             if RC-Run-Date = WS-Run-Date
023500                     and RC-Step-Number >= 1
023600                     and RC-Step-Number <= 12
023700                 move RC-Status to
023800                     WS-Step-State(RC-Step-Number)
023900             end-if
023905             if RC-Run-Date < WS-Run-Date
023910                     and RC-Run-Date >= WS-Previous-Run-Date
023915                     and RC-Status = "C"
023920                 move RC-Run-Date to WS-Previous-Run-Date
023925                 move RC-Record-Count to WS-Previous-Count
023930             end-if
023935             if RC-Run-Date = WS-Run-Date
023940                     and RC-Status = "H"
023945                 set Held-Earlier-Tonight to true
023950             end-if
023955             if RC-Run-Date = WS-Run-Date
023960                     and RC-Status = "R"
023965                 move RC-Operator-Id to WS-Released-By
023970             end-if
024000     end-read.
024100
024200 1110-read-one-control-record-exit.
024300     exit.
024302
024304******************************************************************
024306*    1200-READ-PARAMETER-CARD - each numeric, nonzero limit on   *
024308*    CYCLPARM replaces its default; no card keeps the defaults.  *
024310******************************************************************
024312 1200-read-parameter-card.
024314     open input Parameter-File
024316     if WS-Parameter-File-Status not = "00"
024318         go to 1200-read-parameter-card-exit
024320     end-if
024322     read Parameter-File
024324         at end
024326             close Parameter-File
024328             go to 1200-read-parameter-card-exit
024330     end-read
024332     if PR-Max-Count-Change-Pct numeric
024334             and PR-Max-Count-Change-Pct > zero
024336         move PR-Max-Count-Change-Pct to WS-Max-Count-Change-Pct
024338     end-if
024340     if PR-Max-Deletes numeric
024342             and PR-Max-Deletes > zero
024344         move PR-Max-Deletes to WS-Max-Deletes
024346     end-if
024348     if PR-Max-Status-Changes numeric
024350             and PR-Max-Status-Changes > zero
024352         move PR-Max-Status-Changes to WS-Max-Status-Changes
024354     end-if
024356     if PR-Max-Rejects numeric
024358             and PR-Max-Rejects > zero
024360         move PR-Max-Rejects to WS-Max-Rejects
024362     end-if
024364     close Parameter-File.
024366
024368 1200-read-parameter-card-exit.
024370     exit.
024400
024500******************************************************************
024600*    2000-RUN-CYCLE - the steps in order, each through            *
024700*    2100-RUN-ONE-STEP, which honours the already-run,           *
024800*    month-end and predecessor-failed rules.                     *
024810*    The extract step goes through the volume checks first, and  *
024820*    a night held there runs nothing further.                    *
024900******************************************************************
025000 2000-run-cycle.
025100     perform 2100-run-one-step thru 2100-run-one-step-exit
025200         varying WS-Step-Index from 1 by 1
025300         until WS-Step-Index > 12.
025400
025500 2000-run-cycle-exit.
025600     exit.
026300     move zero to SL-Return-Code
026400     move zero to SL-Customer-Count
026500     evaluate true
026510         when Night-Held
026520             move "NOT RUN - HELD FOR REVIEW" to SL-Status
026530             add 1 to WS-Steps-Skipped
026600         when Night-Stopped
026700             move "NOT RUN - EARLIER STEP FAILED" to SL-Status
026800             add 1 to WS-Steps-Skipped
027300                 and WS-Run-Date(7:2) not = WS-Month-End-Day
027400             move "NOT SCHEDULED TONIGHT" to SL-Status
027500             add 1 to WS-Steps-Skipped
027505         when Step-Number(WS-Step-Index) = WS-Gate-Step
027510             perform 2500-check-volume-gates thru
027515                 2500-check-volume-gates-exit
027520             if Night-Held
027525                 move "HELD FOR REVIEW" to SL-Status
027530                 add 1 to WS-Steps-Skipped
027535             else
027540                 perform 2200-execute-one-step thru
027545                     2200-execute-one-step-exit
027550             end-if
027600         when other
027700             perform 2200-execute-one-step thru
027800                 2200-execute-one-step-exit
030000     move spaces to RC-End-Time
030100     move zero to RC-Return-Code
030200     move zero to RC-Record-Count
030250     move spaces to RC-Operator-Id
030300     perform 2400-write-control-record thru
030400         2400-write-control-record-exit
030500     move zero to return-code
036100 2400-write-control-record-exit.
036200     exit.
036300
036301******************************************************************
036302*    2500-CHECK-VOLUME-GATES - tonight's figures against the     *
036303*    limits, one line each on NIGHTSUM.  A breach holds the night*
036304*    (an H record on CYCLECTL).  So does a hold from an earlier  *
036305*    run tonight, whatever the figures say now, unless a         *
036306*    supervisor's release card for tonight is on CYCLRLSE.  Once *
036307*    released, the checks are not made again tonight.            *
036308******************************************************************
036309 2500-check-volume-gates.
036310     write Summary-Report-Record from WS-Blank-Line
036311     if WS-Released-By not = spaces
036312         move spaces to NL-Note
036313         string "VOLUME CHECKS RELEASED EARLIER TONIGHT BY "
036314             delimited by size
036315             WS-Released-By delimited by space
036316             into NL-Note
036317         write Summary-Report-Record from WS-Note-Line
036318         write Summary-Report-Record from WS-Blank-Line
036319         go to 2500-check-volume-gates-exit
036320     end-if
036321     write Summary-Report-Record from WS-Gate-Heading
036322     perform 2510-check-active-count thru
036323         2510-check-active-count-exit
036324     perform 2520-check-transactions thru
036325         2520-check-transactions-exit
036326     perform 2530-check-rejects thru 2530-check-rejects-exit
036327     if Held-Earlier-Tonight
036328         perform 2600-check-release thru 2600-check-release-exit
036329     end-if
036330     if Night-Released
036331         write Summary-Report-Record from WS-Blank-Line
036332         go to 2500-check-volume-gates-exit
036333     end-if
036334     if Gate-Breached or Held-Earlier-Tonight
036335         set Night-Held to true
036336         move "H" to RC-Status
036337         move spaces to RC-Operator-Id
036338         perform 2550-write-gate-record thru
036339             2550-write-gate-record-exit
036340         if Gate-Breached
036341             move "LIMIT BREACHED - NIGHT HELD FOR REVIEW"
036342                 to NL-Note
036343         else
036344             move "HELD EARLIER TONIGHT - STILL HELD FOR REVIEW"
036345                 to NL-Note
036346         end-if
036347         write Summary-Report-Record from WS-Note-Line
036348     end-if
036349     write Summary-Report-Record from WS-Blank-Line.
036350
036351 2500-check-volume-gates-exit.
036352     exit.
036353
036354******************************************************************
036355*    2510-CHECK-ACTIVE-COUNT - the active count now, before the  *
036356*    extract, against the last one recorded for the previous     *
036357*    night, as a percentage change either way.  The first night  *
036358*    on record has nothing to compare with.                      *
036359******************************************************************
036360 2510-check-active-count.
036361     perform 2300-load-customer-count thru
036362         2300-load-customer-count-exit
036363     move "ACTIVE COUNT CHANGE (PERCENT)" to GL-Check
036364     if WS-Previous-Count = zero
036365         move zero to GL-Figure
036366         move WS-Max-Count-Change-Pct to GL-Limit
036367         move "NO EARLIER NIGHT" to GL-Result
036368         write Summary-Report-Record from WS-Gate-Line
036369         go to 2510-check-active-count-exit
036370     end-if
036371     if WS-Customer-Count < WS-Previous-Count
036372         compute WS-Count-Difference =
036373             WS-Previous-Count - WS-Customer-Count
036374     else
036375         compute WS-Count-Difference =
036376             WS-Customer-Count - WS-Previous-Count
036377     end-if
036378     compute WS-Gate-Figure rounded =
036379         WS-Count-Difference * 100 / WS-Previous-Count
036380     move WS-Max-Count-Change-Pct to WS-Gate-Limit
036381     perform 2590-write-gate-line thru 2590-write-gate-line-exit
036382     move spaces to NL-Note
036383     string "  ACTIVE ON " delimited by size
036384         WS-Previous-Run-Date delimited by size
036385         " " delimited by size
036386         WS-Previous-Count delimited by size
036387         "  TONIGHT " delimited by size
036388         WS-Customer-Count delimited by size
036389         into NL-Note
036390     write Summary-Report-Record from WS-Note-Line.
036391
036392 2510-check-active-count-exit.
036393     exit.
036394
036395******************************************************************
036396*    2520-CHECK-TRANSACTIONS - deletes and status changes on     *
036397*    tonight's CUSTTRAN.  The control records are skipped; no    *
036398*    CUSTTRAN at all is a night with no transactions.            *
036399******************************************************************
036400 2520-check-transactions.
036401     move zero to WS-Delete-Count
036402     move zero to WS-Status-Change-Count
036403     move "N" to WS-Eof-Flag
036404     open input Transaction-File
036405     if WS-Transaction-File-Status = "00"
036406         perform 2525-count-one-transaction thru
036407             2525-count-one-transaction-exit
036408             until End-Of-File
036409         close Transaction-File
036410     end-if
036411     move "CUSTTRAN DELETES" to GL-Check
036412     move WS-Delete-Count to WS-Gate-Figure
036413     move WS-Max-Deletes to WS-Gate-Limit
036414     perform 2590-write-gate-line thru 2590-write-gate-line-exit
036415     move "CUSTTRAN STATUS CHANGES" to GL-Check
036416     move WS-Status-Change-Count to WS-Gate-Figure
036417     move WS-Max-Status-Changes to WS-Gate-Limit
036418     perform 2590-write-gate-line thru 2590-write-gate-line-exit.
036419
036420 2520-check-transactions-exit.
036421     exit.
036422
036423 2525-count-one-transaction.
036424     read Transaction-File
036425         at end
036426             set End-Of-File to true
036427             go to 2525-count-one-transaction-exit
036428     end-read
036429     if IC-Control-Record
036430         go to 2525-count-one-transaction-exit
036431     end-if
036432     evaluate true
036433         when Transaction-Is-Delete
036434             add 1 to WS-Delete-Count
036435         when Transaction-Is-Restore
036436             add 1 to WS-Status-Change-Count
036437         when Transaction-Is-Update
036438                 and AccountStatus not = space
036439             add 1 to WS-Status-Change-Count
036440     end-evaluate.
036441
036442 2525-count-one-transaction-exit.
036443     exit.
036444
036445******************************************************************
036446*    2530-CHECK-REJECTS - the records on CUSTREJ, tonight's and  *
036447*    any still outstanding from earlier nights.                  *
036448******************************************************************
036449 2530-check-rejects.
036450     move zero to WS-Reject-Count
036451     move "N" to WS-Eof-Flag
036452     open input Rejects-File
036453     if WS-Rejects-File-Status = "00"
036454         perform 2535-count-one-reject thru
036455             2535-count-one-reject-exit
036456             until End-Of-File
036457         close Rejects-File
036458     end-if
036459     move "CUSTREJ RECORDS" to GL-Check
036460     move WS-Reject-Count to WS-Gate-Figure
036461     move WS-Max-Rejects to WS-Gate-Limit
036462     perform 2590-write-gate-line thru 2590-write-gate-line-exit.
036463
036464 2530-check-rejects-exit.
036465     exit.
036466
036467 2535-count-one-reject.
036468     read Rejects-File
036469         at end
036470             set End-Of-File to true
036471         not at end
036472             add 1 to WS-Reject-Count
036473     end-read.
036474
036475 2535-count-one-reject-exit.
036476     exit.
036477
036478******************************************************************
036479*    2550-WRITE-GATE-RECORD - an H or R record for the extract   *
036480*    step on CYCLECTL, with the active count at the time.  The   *
036481*    caller sets RC-STATUS and RC-OPERATOR-ID.                   *
036482******************************************************************
036483 2550-write-gate-record.
036484     accept WS-Time-Now from time
036485     move WS-Run-Date to RC-Run-Date
036486     move WS-Gate-Step to RC-Step-Number
036487     move WS-Time-Now(1:6) to RC-Start-Time
036488     move WS-Time-Now(1:6) to RC-End-Time
036489     move zero to RC-Return-Code
036490     move WS-Customer-Count to RC-Record-Count
036491     perform 2400-write-control-record thru
036492         2400-write-control-record-exit.
036493
036494 2550-write-gate-record-exit.
036495     exit.
036496
036497******************************************************************
036498*    2590-WRITE-GATE-LINE - one check's figure against its limit;*
036499*    over the limit is a breach.                                 *
036500******************************************************************
036501 2590-write-gate-line.
036502     move WS-Gate-Figure to GL-Figure
036503     move WS-Gate-Limit to GL-Limit
036504     if WS-Gate-Figure > WS-Gate-Limit
036505         move "BREACHED" to GL-Result
036506         set Gate-Breached to true
036507     else
036508         move "WITHIN LIMIT" to GL-Result
036509     end-if
036510     write Summary-Report-Record from WS-Gate-Line.
036511
036512 2590-write-gate-line-exit.
036513     exit.
036514
036515******************************************************************
036516*    2600-CHECK-RELEASE - a night held earlier tonight is        *
036517*    released by a card on CYCLRLSE reading RELEASE, tonight's   *
036518*    date and the id of an active supervisor on Operadores.dat.  *
036519*    Without the operator file there is no one to vouch for the  *
036520*    id, so no release.  Anything short of that leaves the night *
036521*    held, with the reason on NIGHTSUM.                          *
036522******************************************************************
036523 2600-check-release.
036524     open input Release-File
036525     if WS-Release-File-Status not = "00"
036526         move "NO RELEASE CARD ON CYCLRLSE" to NL-Note
036527         write Summary-Report-Record from WS-Note-Line
036528         go to 2600-check-release-exit
036529     end-if
036530     read Release-File
036531         at end
036532             move spaces to Release-Record
036533     end-read
036534     close Release-File
036535     if not RL-Release-Requested
036536             or RL-Run-Date not = WS-Run-Date
036537         move "RELEASE CARD IS NOT FOR TONIGHT - IGNORED"
036538             to NL-Note
036539         write Summary-Report-Record from WS-Note-Line
036540         go to 2600-check-release-exit
036541     end-if
036542     open input Operator-File
036543     if WS-Operator-File-Status not = "00"
036544         move "RELEASE REFUSED - NO OPERATOR FILE TO CHECK THE ID"
036545             to NL-Note
036546         write Summary-Report-Record from WS-Note-Line
036547         go to 2600-check-release-exit
036548     end-if
036549     move RL-Operator-Id to Operator-Id of Operator-Record
036550     read Operator-File
036551         invalid key
036552             move spaces to Operator-Record
036553     end-read
036554     close Operator-File
036555     if not Operator-Is-Active
036556             or not Supervisor-Operator
036557         move spaces to NL-Note
036558         string "RELEASE REFUSED - " delimited by size
036559             RL-Operator-Id delimited by space
036560             " IS NOT AN ACTIVE SUPERVISOR" delimited by size
036561             into NL-Note
036562         write Summary-Report-Record from WS-Note-Line
036563         go to 2600-check-release-exit
036564     end-if
036565     set Night-Released to true
036566     move RL-Operator-Id to WS-Released-By
036567     move "R" to RC-Status
036568     move RL-Operator-Id to RC-Operator-Id
036569     perform 2550-write-gate-record thru
036570         2550-write-gate-record-exit
036571     move spaces to NL-Note
036572     string "HELD NIGHT RELEASED BY " delimited by size
036573         WS-Released-By delimited by space
036574         " AT " delimited by size
036575         RC-End-Time delimited by size
036576         into NL-Note
036577     write Summary-Report-Record from WS-Note-Line.
036578
036579 2600-check-release-exit.
036580     exit.
036581
036582******************************************************************
036583*    3000-TERMINATE - closing line of the summary: all clear, or  *
036600*    where the rerun should pick up.                              *
036700******************************************************************
036800 3000-terminate.
037500             into NL-Note
037600         write Summary-Report-Record from WS-Note-Line
037700     else
037710         if Night-Held
037720             move spaces to NL-Note
037730             string "NIGHT HELD FOR REVIEW BEFORE STEP "
037740                 delimited by size
037750                 WS-Gate-Step delimited by size
037760                 " - RELEASE NEEDED" delimited by size
037770                 into NL-Note
037780         else
037790             move "NIGHT COMPLETE - ALL SCHEDULED STEPS RAN CLEAN"
037800                 to NL-Note
037810         end-if
037820         write Summary-Report-Record from WS-Note-Line
038100     end-if
038200     close Summary-Report-File.
038300
