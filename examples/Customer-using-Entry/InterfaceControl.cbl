000100******************************************************************
000200*                                                                *
000300*    PROGRAM:   INTERFACECONTROL                                 *
000400*    AUTHOR:    M. LLANES, DATA MANAGEMENT GROUP                 *
000500*    INSTALLATION: HEAD OFFICE SYSTEMS                           *
000600*    DATE-WRITTEN:  15/10/26                                     *
000700*                                                                *
000800*    Header/trailer control for the interface files, built in    *
000900*    the same ENTRY style as the CUSTOMERS program.  Every file  *
001000*    passed to or from a neighbouring system opens with a HDR    *
001100*    control record and closes with a TRL one (layout in         *
001200*    INTERFACECONTROL.CPY).  The receiving step hands each       *
001300*    control record in here as it reads it:                      *
001400*      CheckInterfaceHeader   - right interface, business date   *
001500*                               after the last file accepted     *
001600*                               and not in the future, file      *
001700*                               sequence exactly one up on the   *
001800*                               last file accepted;              *
001900*      CheckInterfaceTrailer  - record count, id hash total and  *
002000*                               amount total agree with what     *
002100*                               the step counted itself;         *
002200*      AcceptInterfaceFile    - the step has finished with the   *
002300*                               file cleanly, so its sequence    *
002400*                               and date become the new "last    *
002500*                               accepted" on the IFCSEQ file.    *
002600*    A sending step calls BuildInterfaceHeader and Build-        *
002700*    InterfaceTrailer for the records it writes and then         *
002800*    AcceptInterfaceFile, so IFCSEQ holds the last sequence sent *
002900*    on an outbound interface and the last one received on an    *
003000*    inbound one.  A check that fails returns the reason in      *
003100*    LK-CHECK-REASON (spaces when the record is good); what to   *
003200*    do about it - refuse the whole file - is the caller's call. *
003300*                                                                *
003400*    IFCSEQ is small (one line per interface) and is read whole  *
003500*    on every header check and rewritten whole on every accept,  *
003600*    so two steps of the same night-cycle run unit always see    *
003700*    each other's updates.  An interface with no line on IFCSEQ  *
003800*    yet accepts whatever sequence its first file carries.       *
003900*                                                                *
004000*    MODIFICATION HISTORY                                        *
004100*    --------------------                                        *
004200*    DATE       INIT  DESCRIPTION                                *
004300*    -------    ----  -----------------------------------------  *
004400*    15/10/26   MLH   Original version.                          *
004500******************************************************************
004600 identification division.
004700 program-id. InterfaceControl.
004800 author. M. Llanes, Data Management Group.
004900 installation. Head Office Systems.
005000 date-written. 15/10/26.
005100 date-compiled. 15/10/26.
005200
005300 environment division.
005400 input-output section.
005500 file-control.
005600     select Sequence-File assign to "IFCSEQ"
005700         organization is line sequential
005800         file status is WS-Sequence-File-Status.
005900
006000 data division.
006100 file section.
006200 fd  Sequence-File.
006300 01  Sequence-Record.
006400     05  SQ-Interface-Id         pic x(08).
006500     05  SQ-Last-Sequence        pic 9(06).
006600     05  SQ-Last-Business-Date   pic 9(08).
006700     05  SQ-Accepted-Timestamp   pic x(14).
006800
006900 working-storage section.
007000 01  WS-Sequence-File-Status     pic x(02) value spaces.
007100 01  WS-Eof-Flag                 pic x(01) value "N".
007200     88  End-Of-File                 value "Y" false "N".
007300 01  WS-Today                    pic 9(08) value zero.
007400 01  WS-Current-Date-Time        pic x(21) value spaces.
007500 01  WS-Interface-Count          pic 9(02) value zero.
007600 01  WS-Found-Entry              pic 9(02) value zero.
007700 01  WS-Expected-Sequence        pic 9(06) value zero.
007800 01  WS-Search-Interface-Id      pic x(08) value spaces.
007850
007900 01  WS-Interface-Table.
008000     05  WS-Interface-Entry occurs 20 times
008100             indexed by Ifc-Index.
008200         10  IT-Interface-Id     pic x(08).
008300         10  IT-Last-Sequence    pic 9(06).
008400         10  IT-Last-Business-Date
008500                                 pic 9(08).
008600         10  IT-Accepted-Timestamp
008700                                 pic x(14).
008800         10  IT-Pending-Sequence pic 9(06).
008900         10  IT-Pending-Business-Date
009000                                 pic 9(08).
009100         10  IT-Pending-Flag     pic x(01).
009200             88  IT-Pending-Accept       value "Y".
009300
009400 linkage section.
009500 copy InterfaceControl replacing Interface-Control-Record by
009600     LK-Control-Record.
009700 01  LK-Interface-Id             pic x(08).
009800 01  LK-Check-Reason             pic x(40).
009900 01  LK-Record-Count             pic 9(08).
010000 01  LK-Hash-Total               pic 9(15).
010100 01  LK-Amount-Total             pic 9(13)v99.
010200
010300 procedure division.
010400
010500******************************************************************
010600*    0000-MAINLINE - CALL "InterfaceControl" is not needed       *
010700*    before the entries; each one loads what it needs itself.    *
010800******************************************************************
010900 0000-mainline.
011000     perform 1000-load-sequences thru 1000-load-sequences-exit
011100     goback.
011200
011300******************************************************************
011400*    CheckInterfaceHeader - the first record of an inbound file. *
011500*    IFCSEQ is re-read first so a sequence accepted by an        *
011600*    earlier step of the same run is seen.  A header that        *
011700*    passes is held as pending against its interface until       *
011800*    AcceptInterfaceFile.                                        *
011900******************************************************************
012000 2000-check-interface-header-entry.
012100     entry "CheckInterfaceHeader" using LK-Control-Record,
012200         LK-Interface-Id, LK-Check-Reason.
012300     move spaces to LK-Check-Reason
012400     perform 1000-load-sequences thru 1000-load-sequences-exit
012450     move LK-Interface-Id to WS-Search-Interface-Id
012500     perform 2100-check-header thru 2100-check-header-exit
012600     goback.
012700
012800 2100-check-header.
012900     if not IC-Header-Record of LK-Control-Record
013000         move "HEADER RECORD MISSING" to LK-Check-Reason
013100         go to 2100-check-header-exit
013200     end-if
013300     if IC-Interface-Id of LK-Control-Record not = LK-Interface-Id
013400         move "HEADER NAMES ANOTHER INTERFACE" to LK-Check-Reason
013500         go to 2100-check-header-exit
013600     end-if
013700     if IC-Business-Date of LK-Control-Record not numeric
013800         or IC-File-Sequence of LK-Control-Record not numeric
013900         move "HEADER DATE OR SEQUENCE NOT NUMERIC" to
014000             LK-Check-Reason
014100         go to 2100-check-header-exit
014200     end-if
014300     if IC-Business-Date of LK-Control-Record > WS-Today
014400         move "BUSINESS DATE IS IN THE FUTURE" to LK-Check-Reason
014500         go to 2100-check-header-exit
014600     end-if
014700     perform 1200-find-interface thru 1200-find-interface-exit
014800     if WS-Found-Entry = zero
014900         perform 1300-add-interface thru 1300-add-interface-exit
015000         if WS-Found-Entry = zero
015100             move "INTERFACE TABLE FULL" to LK-Check-Reason
015200             go to 2100-check-header-exit
015300         end-if
015400         go to 2100-hold-pending
015500     end-if
015510     if IT-Last-Sequence(WS-Found-Entry) = zero
015520         go to 2100-hold-pending
015530     end-if
015600     if IC-Business-Date of LK-Control-Record not >
015700             IT-Last-Business-Date(WS-Found-Entry)
015800         move "BUSINESS DATE NOT AFTER LAST FILE" to
015900             LK-Check-Reason
016000         go to 2100-check-header-exit
016100     end-if
016200     compute WS-Expected-Sequence =
016300         IT-Last-Sequence(WS-Found-Entry) + 1
016400     if IC-File-Sequence of LK-Control-Record <
016500             WS-Expected-Sequence
016600         move "FILE SEQUENCE REPEATED" to LK-Check-Reason
016700         go to 2100-check-header-exit
016800     end-if
016900     if IC-File-Sequence of LK-Control-Record >
017000             WS-Expected-Sequence
017100         move "FILE SEQUENCE SKIPPED" to LK-Check-Reason
017200         go to 2100-check-header-exit
017300     end-if.
017400
017500 2100-hold-pending.
017600     move IC-File-Sequence of LK-Control-Record to
017700         IT-Pending-Sequence(WS-Found-Entry)
017800     move IC-Business-Date of LK-Control-Record to
017900         IT-Pending-Business-Date(WS-Found-Entry)
018000     move "Y" to IT-Pending-Flag(WS-Found-Entry).
018100
018200 2100-check-header-exit.
018300     exit.
018400
018500******************************************************************
018600*    CheckInterfaceTrailer - the last record of an inbound file, *
018700*    against the count, id hash total and amount total the       *
018800*    caller built from the data records it read between the      *
018900*    two control records.                                        *
019000******************************************************************
019100 3000-check-interface-trailer-entry.
019200     entry "CheckInterfaceTrailer" using LK-Control-Record,
019300         LK-Interface-Id, LK-Record-Count, LK-Hash-Total,
019400         LK-Amount-Total, LK-Check-Reason.
019500     move spaces to LK-Check-Reason
019550     move LK-Interface-Id to WS-Search-Interface-Id
019600     perform 3100-check-trailer thru 3100-check-trailer-exit
019700     goback.
019800
019900 3100-check-trailer.
020000     if not IC-Trailer-Record of LK-Control-Record
020100         move "TRAILER RECORD MISSING" to LK-Check-Reason
020200         go to 3100-check-trailer-exit
020300     end-if
020400     if IC-Interface-Id of LK-Control-Record not = LK-Interface-Id
020500         move "TRAILER NAMES ANOTHER INTERFACE" to LK-Check-Reason
020600         go to 3100-check-trailer-exit
020700     end-if
020800     if IC-Record-Count of LK-Control-Record not numeric
020900         or IC-Record-Count of LK-Control-Record not =
021000             LK-Record-Count
021100         move "TRAILER RECORD COUNT DISAGREES" to LK-Check-Reason
021200         go to 3100-check-trailer-exit
021300     end-if
021400     if IC-Hash-Total of LK-Control-Record not numeric
021500         or IC-Hash-Total of LK-Control-Record not =
021600             LK-Hash-Total
021700         move "TRAILER HASH TOTAL DISAGREES" to LK-Check-Reason
021800         go to 3100-check-trailer-exit
021900     end-if
022000     if IC-Amount-Total of LK-Control-Record not numeric
022100         or IC-Amount-Total of LK-Control-Record not =
022200             LK-Amount-Total
022300         move "TRAILER AMOUNT TOTAL DISAGREES" to LK-Check-Reason
022400     end-if.
022500
022600 3100-check-trailer-exit.
022700     exit.
022800
022900******************************************************************
023000*    AcceptInterfaceFile - the caller has finished with the file *
023100*    cleanly: the pending sequence and business date become the  *
023200*    last accepted and IFCSEQ is rewritten.  Nothing pending     *
023300*    (no header ever passed) leaves IFCSEQ as it is.             *
023400******************************************************************
023500 4000-accept-interface-file-entry.
023600     entry "AcceptInterfaceFile" using LK-Interface-Id.
023650     move LK-Interface-Id to WS-Search-Interface-Id
023700     perform 4100-accept-file thru 4100-accept-file-exit
023800     goback.
023900
024000 4100-accept-file.
024100     perform 1200-find-interface thru 1200-find-interface-exit
024200     if WS-Found-Entry = zero
024300         go to 4100-accept-file-exit
024400     end-if
024500     if not IT-Pending-Accept(WS-Found-Entry)
024600         go to 4100-accept-file-exit
024700     end-if
024800     move IT-Pending-Sequence(WS-Found-Entry) to
024900         IT-Last-Sequence(WS-Found-Entry)
025000     move IT-Pending-Business-Date(WS-Found-Entry) to
025100         IT-Last-Business-Date(WS-Found-Entry)
025200     move function current-date to WS-Current-Date-Time
025300     move WS-Current-Date-Time(1:14) to
025400         IT-Accepted-Timestamp(WS-Found-Entry)
025500     move "N" to IT-Pending-Flag(WS-Found-Entry)
025600     perform 1500-save-sequences thru 1500-save-sequences-exit.
025700
025800 4100-accept-file-exit.
025900     exit.
026000
026100******************************************************************
026200*    BuildInterfaceHeader - the header for an outbound file:     *
026300*    today's business date and the sequence one up on the last   *
026400*    file sent, held as pending until AcceptInterfaceFile.       *
026500******************************************************************
026600 5000-build-interface-header-entry.
026700     entry "BuildInterfaceHeader" using LK-Control-Record,
026800         LK-Interface-Id.
026900     perform 1000-load-sequences thru 1000-load-sequences-exit
026950     move LK-Interface-Id to WS-Search-Interface-Id
027000     perform 1200-find-interface thru 1200-find-interface-exit
027100     if WS-Found-Entry = zero
027200         perform 1300-add-interface thru 1300-add-interface-exit
027300     end-if
027400     move spaces to LK-Control-Record
027500     move "HDR" to IC-Record-Type of LK-Control-Record
027600     move LK-Interface-Id to IC-Interface-Id of LK-Control-Record
027700     move WS-Today to IC-Business-Date of LK-Control-Record
027800     move 1 to IC-File-Sequence of LK-Control-Record
027900     if WS-Found-Entry not = zero
028000         compute IC-File-Sequence of LK-Control-Record =
028100             IT-Last-Sequence(WS-Found-Entry) + 1
028200         move IC-File-Sequence of LK-Control-Record to
028300             IT-Pending-Sequence(WS-Found-Entry)
028400         move WS-Today to IT-Pending-Business-Date(WS-Found-Entry)
028500         move "Y" to IT-Pending-Flag(WS-Found-Entry)
028600     end-if
028700     goback.
028800
028900******************************************************************
029000*    BuildInterfaceTrailer - the trailer for an outbound file    *
029100*    from the totals the caller kept while writing it.           *
029200******************************************************************
029300 6000-build-interface-trailer-entry.
029400     entry "BuildInterfaceTrailer" using LK-Control-Record,
029500         LK-Interface-Id, LK-Record-Count, LK-Hash-Total,
029600         LK-Amount-Total.
029700     move spaces to LK-Control-Record
029800     move "TRL" to IC-Record-Type of LK-Control-Record
029900     move LK-Interface-Id to IC-Interface-Id of LK-Control-Record
030000     move LK-Record-Count to IC-Record-Count of LK-Control-Record
030100     move LK-Hash-Total to IC-Hash-Total of LK-Control-Record
030200     move LK-Amount-Total to IC-Amount-Total of LK-Control-Record
030300     goback.
030400
030500******************************************************************
030600*    1000-LOAD-SEQUENCES - reads IFCSEQ whole into the table.    *
030700*    No file yet simply means no interface has a history.  A     *
030800*    pending header held for an interface survives the reload.   *
030900******************************************************************
031000 1000-load-sequences.
031100     move function current-date to WS-Current-Date-Time
031200     move WS-Current-Date-Time(1:8) to WS-Today
031300     set End-Of-File to false
031400     open input Sequence-File
031500     if WS-Sequence-File-Status not = "00"
031600         go to 1000-load-sequences-exit
031700     end-if
031800     perform 1100-load-one-sequence thru
031900         1100-load-one-sequence-exit
032000         until End-Of-File
032100     close Sequence-File.
032200
032300 1000-load-sequences-exit.
032400     exit.
032500
032600 1100-load-one-sequence.
032700     read Sequence-File
032800         at end
032900             set End-Of-File to true
033000             go to 1100-load-one-sequence-exit
033100     end-read
033200     move SQ-Interface-Id to WS-Search-Interface-Id
033300     perform 1200-find-interface thru 1200-find-interface-exit
033400     if WS-Found-Entry = zero
033500         perform 1300-add-interface thru 1300-add-interface-exit
033600     end-if
033700     if WS-Found-Entry not = zero
033800         move SQ-Last-Sequence to IT-Last-Sequence(WS-Found-Entry)
033900         move SQ-Last-Business-Date to
034000             IT-Last-Business-Date(WS-Found-Entry)
034100         move SQ-Accepted-Timestamp to
034200             IT-Accepted-Timestamp(WS-Found-Entry)
034300     end-if.
034400
034500 1100-load-one-sequence-exit.
034600     exit.
034700
034800******************************************************************
034900*    1200-FIND-INTERFACE - WS-FOUND-ENTRY is the table entry for *
035000*    WS-SEARCH-INTERFACE-ID, or zero when it has none yet.       *
035100******************************************************************
035200 1200-find-interface.
035300     move zero to WS-Found-Entry
035400     perform 1210-match-one-interface thru
035500         1210-match-one-interface-exit
035600         varying Ifc-Index from 1 by 1
035700         until Ifc-Index > WS-Interface-Count
035800         or WS-Found-Entry not = zero.
035900
036000 1200-find-interface-exit.
036100     exit.
036200
036300 1210-match-one-interface.
036400     if IT-Interface-Id(Ifc-Index) = WS-Search-Interface-Id
036500         set WS-Found-Entry to Ifc-Index
036600     end-if.
036700
036800 1210-match-one-interface-exit.
036900     exit.
037000
037100******************************************************************
037200*    1300-ADD-INTERFACE - a new, empty table entry for           *
037300*    WS-SEARCH-INTERFACE-ID; WS-FOUND-ENTRY stays zero when the  *
037400*    table is already full.                                      *
037500******************************************************************
037600 1300-add-interface.
037700     move zero to WS-Found-Entry
037800     if WS-Interface-Count >= 20
037900         go to 1300-add-interface-exit
038000     end-if
038100     add 1 to WS-Interface-Count
038200     move WS-Interface-Count to WS-Found-Entry
038300     move WS-Search-Interface-Id to
038400         IT-Interface-Id(WS-Found-Entry)
038500     move zero to IT-Last-Sequence(WS-Found-Entry)
038600     move zero to IT-Last-Business-Date(WS-Found-Entry)
038700     move spaces to IT-Accepted-Timestamp(WS-Found-Entry)
038800     move zero to IT-Pending-Sequence(WS-Found-Entry)
038900     move zero to IT-Pending-Business-Date(WS-Found-Entry)
039000     move "N" to IT-Pending-Flag(WS-Found-Entry).
039100
039200 1300-add-interface-exit.
039300     exit.
039400
039500******************************************************************
039600*    1500-SAVE-SEQUENCES - rewrites IFCSEQ whole from the table. *
039700*    An interface whose only header has never been accepted has  *
039800*    nothing worth keeping and is left off.                      *
039900******************************************************************
040000 1500-save-sequences.
040100     open output Sequence-File
040200     perform 1510-save-one-sequence thru
040300         1510-save-one-sequence-exit
040400         varying Ifc-Index from 1 by 1
040500         until Ifc-Index > WS-Interface-Count
040600     close Sequence-File.
040700
040800 1500-save-sequences-exit.
040900     exit.
041000
041100 1510-save-one-sequence.
041200     if IT-Last-Sequence(Ifc-Index) = zero
041300         go to 1510-save-one-sequence-exit
041400     end-if
041500     move IT-Interface-Id(Ifc-Index) to SQ-Interface-Id
041600     move IT-Last-Sequence(Ifc-Index) to SQ-Last-Sequence
041700     move IT-Last-Business-Date(Ifc-Index) to
041800         SQ-Last-Business-Date
041900     move IT-Accepted-Timestamp(Ifc-Index) to
042000         SQ-Accepted-Timestamp
042100     write Sequence-Record.
042200
042300 1510-save-one-sequence-exit.
042400     exit.
042500
042600 end program InterfaceControl.
